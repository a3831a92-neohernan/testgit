      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Statistics trend report off the STATFILE month-end
      *           snapshots. For the twelve months ending with the
      *           month on the TRDPARM card, prints each cohort's
      *           month-end figures - headcount by status, average
      *           episode, trainees stalled 30/60/90 days or more,
      *           rejections - with the change from the month before
      *           under each month, then the same for the whole shop
      *           with the month's suspense count added. A month the
      *           snapshot never ran for prints as missing, and the
      *           month after it shows no change line, so a gap can't
      *           pass for a flat month. Cohorts with no snapshot in
      *           the twelve months are left out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Statistics-Trend-Report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAT-FILE ASSIGN TO "STATFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-SNAP-KEY
               FILE STATUS IS WS-STATFILE-STATUS.

           SELECT COHORT-MASTER ASSIGN TO "COHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO-COHORT-CODE
               FILE STATUS IS WS-COHMAST-STATUS.

           SELECT PARM-FILE ASSIGN TO "TRDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TRDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STATREC.

       FD  COHORT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY COHREC.

      *    Last month of the twelve, YYYYMM.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  TP-END-MONTH            PIC X(6).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STATFILE-STATUS          PIC XX.
           88  WS-STATFILE-OK          VALUE "00".
       01  WS-COHMAST-STATUS           PIC XX.
           88  WS-COHMAST-OK           VALUE "00".
       01  WS-PARMFILE-STATUS          PIC XX.
           88  WS-PARMFILE-OK          VALUE "00".
       01  WS-RPTFILE-STATUS           PIC XX.
           88  WS-RPTFILE-OK           VALUE "00".
       01  WS-EOF-STAT                 PIC X VALUE "N".
           88  WS-END-OF-STAT          VALUE "Y".
       01  WS-EOF-GROUP                PIC X VALUE "N".
           88  WS-END-OF-GROUP         VALUE "Y".
       01  WS-EOF-COHORT               PIC X VALUE "N".
           88  WS-END-OF-COHORT        VALUE "Y".

       COPY COHTAB.

      *    The twelve months of the window, oldest first.
       01  WS-END-MONTH                PIC X(6).
       01  WS-MONTH-NUMBER             PIC 9(6).
       01  WS-WORK-MONTH.
           05  WS-WM-YEAR              PIC 9(4).
           05  WS-WM-MONTH             PIC 9(2).
       01  WS-WINDOW-TABLE.
           05  WS-WIN-MONTH OCCURS 12 TIMES
                                       PIC X(6).
       01  WS-SLOT                     PIC 9(2).

      *    One cohort's snapshots, slotted by month of the window.
       01  WS-TREND-TABLE.
           05  WS-TR-SLOT OCCURS 12 TIMES.
               10  WS-TR-PRESENT-SW    PIC X.
                   88  WS-TR-PRESENT   VALUE "Y".
               10  WS-TR-HEADCOUNT     PIC 9(5).
               10  WS-TR-ACTIVE        PIC 9(5).
               10  WS-TR-EXPORTED      PIC 9(5).
               10  WS-TR-DELIVERED     PIC 9(5).
               10  WS-TR-WITHDRAWN     PIC 9(5).
               10  WS-TR-AVG-EPISODE   PIC 9(3)V9.
               10  WS-TR-STALLED-30    PIC 9(5).
               10  WS-TR-STALLED-60    PIC 9(5).
               10  WS-TR-STALLED-90    PIC 9(5).
               10  WS-TR-SUSPENDED     PIC 9(5).
               10  WS-TR-REJECTED      PIC 9(5).
       01  WS-PRIOR                    PIC 9(2).
       01  WS-GROUP-COHORT             PIC X(4).
       01  WS-GROUP-FOUND              PIC 9(2).
       01  WS-DELTA                    PIC S9(5).
       01  WS-DELTA-AVG                PIC S9(3)V9.

       01  WS-COUNT-GROUPS             PIC 9(5) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(36) VALUE
               "MONTH-END TREND - 12 MONTHS ENDING ".
           05  WS-H1-END-MONTH         PIC X(6).
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-GROUP-HEADER.
           05  WS-GH-COHORT            PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-GH-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(38) VALUE
               "MONTH     HEAD   ACT   EXP   DLV   WDR".
           05  FILLER                  PIC X(36) VALUE
               "   AVG  ST30  ST60  ST90  SUSP   REJ".
           05  FILLER                  PIC X(6)  VALUE SPACES.

       01  WS-VALUE-LINE.
           05  WS-V-MONTH              PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-V-HEADCOUNT          PIC ZZZZZ9.
           05  WS-V-ACTIVE             PIC ZZZZZ9.
           05  WS-V-EXPORTED           PIC ZZZZZ9.
           05  WS-V-DELIVERED          PIC ZZZZZ9.
           05  WS-V-WITHDRAWN          PIC ZZZZZ9.
           05  WS-V-AVG-EPISODE        PIC ZZZ9.9.
           05  WS-V-STALLED-30         PIC ZZZZZ9.
           05  WS-V-STALLED-60         PIC ZZZZZ9.
           05  WS-V-STALLED-90         PIC ZZZZZ9.
           05  WS-V-SUSPENDED          PIC X(6).
           05  WS-V-REJECTED           PIC ZZZZZ9.
           05  FILLER                  PIC X(6)  VALUE SPACES.

       01  WS-CHANGE-LINE.
           05  FILLER                  PIC X(8)  VALUE "  CHANGE".
           05  WS-C-HEADCOUNT          PIC +++++9.
           05  WS-C-ACTIVE             PIC +++++9.
           05  WS-C-EXPORTED           PIC +++++9.
           05  WS-C-DELIVERED          PIC +++++9.
           05  WS-C-WITHDRAWN          PIC +++++9.
           05  WS-C-AVG-EPISODE        PIC +++9.9.
           05  WS-C-STALLED-30         PIC +++++9.
           05  WS-C-STALLED-60         PIC +++++9.
           05  WS-C-STALLED-90         PIC +++++9.
           05  WS-C-SUSPENDED          PIC X(6).
           05  WS-C-REJECTED           PIC +++++9.
           05  FILLER                  PIC X(6)  VALUE SPACES.

      *    Count fields for the suspense column, which only the
      *    whole-shop section fills in.
       01  WS-SUSPENSE-EDIT            PIC ZZZZZ9.
       01  WS-SUSPENSE-CHANGE          PIC +++++9.

       01  WS-MISSING-LINE.
           05  WS-M-MONTH              PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE
               "NO SNAPSHOT FOR THIS MONTH".
           05  FILLER                  PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-PARM-CARD.
           PERFORM LOAD-COHORTS.
           OPEN INPUT STAT-FILE.
           IF NOT WS-STATFILE-OK
               DISPLAY "Unable to open STATFILE, file status "
                   WS-STATFILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPTFILE-OK
               DISPLAY "Unable to open TRDRPT, file status "
                   WS-RPTFILE-STATUS
               CLOSE STAT-FILE
               STOP RUN
           END-IF.
           MOVE WS-END-MONTH TO WS-H1-END-MONTH.
           WRITE REPORT-LINE FROM WS-HEADING-1.
      *    Walk the file a cohort at a time: each new cohort code met
      *    is printed from its own window, then the read skips past
      *    the rest of that cohort. The whole shop comes last.
           MOVE LOW-VALUES TO SS-SNAP-KEY.
           START STAT-FILE KEY NOT < SS-SNAP-KEY
               INVALID KEY
                   SET WS-END-OF-STAT TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-STAT
               READ STAT-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-STAT TO TRUE
                   NOT AT END
                       MOVE SS-COHORT TO WS-GROUP-COHORT
                       IF NOT SS-SHOP-TOTAL
                           PERFORM PRINT-COHORT-TREND
                       END-IF
                       PERFORM SKIP-PAST-COHORT
               END-READ
           END-PERFORM.
           MOVE "*ALL" TO WS-GROUP-COHORT.
           PERFORM PRINT-COHORT-TREND.
           CLOSE STAT-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "Trend report complete, sections printed: "
               WS-COUNT-GROUPS.
           STOP RUN.

       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF NOT WS-PARMFILE-OK
               DISPLAY "Unable to open TRDPARM, file status "
                   WS-PARMFILE-STATUS
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY "TRDPARM is empty - the last month of the "
                       "report (YYYYMM) is required"
                   CLOSE PARM-FILE
                   STOP RUN
           END-READ.
           MOVE TP-END-MONTH TO WS-WORK-MONTH.
           IF TP-END-MONTH NOT NUMERIC
             OR WS-WM-MONTH < 1 OR WS-WM-MONTH > 12
               DISPLAY "TRDPARM is invalid: " PARM-RECORD
               CLOSE PARM-FILE
               STOP RUN
           END-IF.
           MOVE TP-END-MONTH TO WS-END-MONTH.
           CLOSE PARM-FILE.
      *    Months counted from year zero, so stepping back eleven
      *    months crosses a year end without special cases.
           COMPUTE WS-MONTH-NUMBER =
               WS-WM-YEAR * 12 + WS-WM-MONTH - 1 - 11.
           PERFORM BUILD-WINDOW-MONTH
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 12.

       BUILD-WINDOW-MONTH.
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-WM-YEAR
               REMAINDER WS-WM-MONTH.
           ADD 1 TO WS-WM-MONTH.
           MOVE WS-WORK-MONTH TO WS-WIN-MONTH (WS-SLOT).
           ADD 1 TO WS-MONTH-NUMBER.

      *    Fill the COHTAB in-storage table from the COHMAST cohort
      *    reference file, for the description on each section.
       LOAD-COHORTS.
           OPEN INPUT COHORT-MASTER.
           IF NOT WS-COHMAST-OK
               DISPLAY "Unable to open COHMAST, file status "
                   WS-COHMAST-STATUS
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-COH-LOAD-COUNT.
           MOVE WS-COH-MAX-COHORTS TO WS-COH-TOTAL-COHORTS.
           MOVE SPACES TO WS-COHORT-TABLE.
           PERFORM UNTIL WS-END-OF-COHORT
               READ COHORT-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-COHORT TO TRUE
                   NOT AT END
                       PERFORM LOAD-COHORT-ENTRY
               END-READ
           END-PERFORM.
           CLOSE COHORT-MASTER.
           IF WS-COH-LOAD-COUNT = ZERO
               MOVE 1 TO WS-COH-TOTAL-COHORTS
               MOVE SPACES TO WS-COH-CODE (1)
           ELSE
               MOVE WS-COH-LOAD-COUNT TO WS-COH-TOTAL-COHORTS
           END-IF.

       LOAD-COHORT-ENTRY.
           IF WS-COH-LOAD-COUNT < WS-COH-MAX-COHORTS
               ADD 1 TO WS-COH-LOAD-COUNT
               MOVE CO-COHORT-CODE TO
                   WS-COH-CODE (WS-COH-LOAD-COUNT)
               MOVE CO-DESCRIPTION TO
                   WS-COH-DESCRIPTION (WS-COH-LOAD-COUNT)
               MOVE CO-START-DATE TO
                   WS-COH-START-DATE (WS-COH-LOAD-COUNT)
           ELSE
               DISPLAY "Cohort table full, cohort "
                   CO-COHORT-CODE " ignored"
           END-IF.

      *    Position after the last possible month of the cohort just
      *    handled, so the next read lands on the next cohort.
       SKIP-PAST-COHORT.
           MOVE WS-GROUP-COHORT TO SS-COHORT.
           MOVE HIGH-VALUES TO SS-MONTH.
           START STAT-FILE KEY > SS-SNAP-KEY
               INVALID KEY
                   SET WS-END-OF-STAT TO TRUE
           END-START.

       PRINT-COHORT-TREND.
           PERFORM LOAD-COHORT-WINDOW.
           IF WS-GROUP-FOUND > ZERO
               ADD 1 TO WS-COUNT-GROUPS
               PERFORM PRINT-GROUP-HEADER
               PERFORM PRINT-ONE-MONTH
                   VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 12
           END-IF.

       LOAD-COHORT-WINDOW.
           MOVE SPACES TO WS-TREND-TABLE.
           MOVE ZERO TO WS-GROUP-FOUND.
           MOVE "N" TO WS-EOF-GROUP.
           MOVE WS-GROUP-COHORT TO SS-COHORT.
           MOVE WS-WIN-MONTH (1) TO SS-MONTH.
           START STAT-FILE KEY NOT < SS-SNAP-KEY
               INVALID KEY
                   SET WS-END-OF-GROUP TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-GROUP
               READ STAT-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-GROUP TO TRUE
                   NOT AT END
                       IF SS-COHORT NOT = WS-GROUP-COHORT
                         OR SS-MONTH > WS-END-MONTH
                           SET WS-END-OF-GROUP TO TRUE
                       ELSE
                           PERFORM SLOT-SNAPSHOT
                       END-IF
               END-READ
           END-PERFORM.

       SLOT-SNAPSHOT.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 12
               IF WS-WIN-MONTH (WS-SLOT) = SS-MONTH
                   ADD 1 TO WS-GROUP-FOUND
                   MOVE "Y" TO WS-TR-PRESENT-SW (WS-SLOT)
                   COMPUTE WS-TR-HEADCOUNT (WS-SLOT) =
                       SS-ACTIVE + SS-EXPORTED + SS-DELIVERED
                       + SS-WITHDRAWN
                   MOVE SS-ACTIVE TO WS-TR-ACTIVE (WS-SLOT)
                   MOVE SS-EXPORTED TO WS-TR-EXPORTED (WS-SLOT)
                   MOVE SS-DELIVERED TO WS-TR-DELIVERED (WS-SLOT)
                   MOVE SS-WITHDRAWN TO WS-TR-WITHDRAWN (WS-SLOT)
                   MOVE SS-AVG-EPISODE TO WS-TR-AVG-EPISODE (WS-SLOT)
                   MOVE SS-STALLED-30 TO WS-TR-STALLED-30 (WS-SLOT)
                   MOVE SS-STALLED-60 TO WS-TR-STALLED-60 (WS-SLOT)
                   MOVE SS-STALLED-90 TO WS-TR-STALLED-90 (WS-SLOT)
                   MOVE SS-SUSPENDED TO WS-TR-SUSPENDED (WS-SLOT)
                   MOVE SS-REJECTED TO WS-TR-REJECTED (WS-SLOT)
               END-IF
           END-PERFORM.

       PRINT-GROUP-HEADER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GROUP-COHORT TO WS-GH-COHORT.
           IF WS-GROUP-COHORT = "*ALL"
               MOVE SPACES TO WS-GH-COHORT
               MOVE "WHOLE SHOP" TO WS-GH-DESCRIPTION
           ELSE
           IF WS-GROUP-COHORT = "????"
               MOVE "UNASSIGNED OR UNKNOWN COHORT"
                   TO WS-GH-DESCRIPTION
           ELSE
               MOVE "NO LONGER ON COHMAST" TO WS-GH-DESCRIPTION
               SET WS-COH-IDX TO 1
               SEARCH WS-COH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-COH-CODE (WS-COH-IDX) = WS-GROUP-COHORT
                       MOVE WS-COH-DESCRIPTION (WS-COH-IDX)
                           TO WS-GH-DESCRIPTION
               END-SEARCH
           END-IF
           END-IF.
           WRITE REPORT-LINE FROM WS-GROUP-HEADER.
           WRITE REPORT-LINE FROM WS-COLUMN-HEADER.

      *    The change line compares with the month before only when
      *    both months were snapshotted.
       PRINT-ONE-MONTH.
           IF NOT WS-TR-PRESENT (WS-SLOT)
               MOVE WS-WIN-MONTH (WS-SLOT) TO WS-M-MONTH
               WRITE REPORT-LINE FROM WS-MISSING-LINE
           ELSE
               PERFORM PRINT-VALUE-LINE
               IF WS-SLOT > 1
                   COMPUTE WS-PRIOR = WS-SLOT - 1
                   IF WS-TR-PRESENT (WS-PRIOR)
                       PERFORM PRINT-CHANGE-LINE
                   END-IF
               END-IF
           END-IF.

       PRINT-VALUE-LINE.
           MOVE WS-WIN-MONTH (WS-SLOT) TO WS-V-MONTH.
           MOVE WS-TR-HEADCOUNT (WS-SLOT) TO WS-V-HEADCOUNT.
           MOVE WS-TR-ACTIVE (WS-SLOT) TO WS-V-ACTIVE.
           MOVE WS-TR-EXPORTED (WS-SLOT) TO WS-V-EXPORTED.
           MOVE WS-TR-DELIVERED (WS-SLOT) TO WS-V-DELIVERED.
           MOVE WS-TR-WITHDRAWN (WS-SLOT) TO WS-V-WITHDRAWN.
           MOVE WS-TR-AVG-EPISODE (WS-SLOT) TO WS-V-AVG-EPISODE.
           MOVE WS-TR-STALLED-30 (WS-SLOT) TO WS-V-STALLED-30.
           MOVE WS-TR-STALLED-60 (WS-SLOT) TO WS-V-STALLED-60.
           MOVE WS-TR-STALLED-90 (WS-SLOT) TO WS-V-STALLED-90.
           MOVE SPACES TO WS-V-SUSPENDED.
           IF WS-GROUP-COHORT = "*ALL"
               MOVE WS-TR-SUSPENDED (WS-SLOT) TO WS-SUSPENSE-EDIT
               MOVE WS-SUSPENSE-EDIT TO WS-V-SUSPENDED
           END-IF.
           MOVE WS-TR-REJECTED (WS-SLOT) TO WS-V-REJECTED.
           WRITE REPORT-LINE FROM WS-VALUE-LINE.

       PRINT-CHANGE-LINE.
           COMPUTE WS-DELTA = WS-TR-HEADCOUNT (WS-SLOT)
               - WS-TR-HEADCOUNT (WS-PRIOR).
           MOVE WS-DELTA TO WS-C-HEADCOUNT.
           COMPUTE WS-DELTA = WS-TR-ACTIVE (WS-SLOT)
               - WS-TR-ACTIVE (WS-PRIOR).
           MOVE WS-DELTA TO WS-C-ACTIVE.
           COMPUTE WS-DELTA = WS-TR-EXPORTED (WS-SLOT)
               - WS-TR-EXPORTED (WS-PRIOR).
           MOVE WS-DELTA TO WS-C-EXPORTED.
           COMPUTE WS-DELTA = WS-TR-DELIVERED (WS-SLOT)
               - WS-TR-DELIVERED (WS-PRIOR).
           MOVE WS-DELTA TO WS-C-DELIVERED.
           COMPUTE WS-DELTA = WS-TR-WITHDRAWN (WS-SLOT)
               - WS-TR-WITHDRAWN (WS-PRIOR).
           MOVE WS-DELTA TO WS-C-WITHDRAWN.
           COMPUTE WS-DELTA-AVG = WS-TR-AVG-EPISODE (WS-SLOT)
               - WS-TR-AVG-EPISODE (WS-PRIOR).
           MOVE WS-DELTA-AVG TO WS-C-AVG-EPISODE.
           COMPUTE WS-DELTA = WS-TR-STALLED-30 (WS-SLOT)
               - WS-TR-STALLED-30 (WS-PRIOR).
           MOVE WS-DELTA TO WS-C-STALLED-30.
           COMPUTE WS-DELTA = WS-TR-STALLED-60 (WS-SLOT)
               - WS-TR-STALLED-60 (WS-PRIOR).
           MOVE WS-DELTA TO WS-C-STALLED-60.
           COMPUTE WS-DELTA = WS-TR-STALLED-90 (WS-SLOT)
               - WS-TR-STALLED-90 (WS-PRIOR).
           MOVE WS-DELTA TO WS-C-STALLED-90.
           MOVE SPACES TO WS-C-SUSPENDED.
           IF WS-GROUP-COHORT = "*ALL"
               COMPUTE WS-DELTA = WS-TR-SUSPENDED (WS-SLOT)
                   - WS-TR-SUSPENDED (WS-PRIOR)
               MOVE WS-DELTA TO WS-SUSPENSE-CHANGE
               MOVE WS-SUSPENSE-CHANGE TO WS-C-SUSPENDED
           END-IF.
           COMPUTE WS-DELTA = WS-TR-REJECTED (WS-SLOT)
               - WS-TR-REJECTED (WS-PRIOR).
           MOVE WS-DELTA TO WS-C-REJECTED.
           WRITE REPORT-LINE FROM WS-CHANGE-LINE.
