      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Month-end statistics snapshot. The cohort summary,
      *           the stalled listing and the throughput report only
      *           ever show today's picture; this run files one
      *           STATFILE record per cohort for the month so the
      *           trend report can compare month with month. Each
      *           record holds the headcount by SM-STATUS, the
      *           average episode reached, the ACTIVE trainees
      *           stalled 30, 60 and 90 days or more, and the
      *           month's AUDITLOG rejections. The transactions the
      *           nightly edit suspended during the month come from
      *           the BALTOTS edit totals kept on BALHIST, and go on
      *           the whole-shop record only, since they carry no
      *           cohort. The STSPARM card is the month-end date -
      *           the day stalls are measured to, and the month the
      *           records are filed under. A rerun for the same
      *           month replaces that month's records.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Month-End-Statistics.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               ALTERNATE RECORD KEY IS SM-NOMBRE
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDMAST-STATUS.

           SELECT COHORT-MASTER ASSIGN TO "COHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO-COHORT-CODE
               FILE STATUS IS WS-COHMAST-STATUS.

           SELECT BAL-HISTORY-FILE ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT STAT-FILE ASSIGN TO "STATFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SS-SNAP-KEY
               FILE STATUS IS WS-STATFILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "STSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "STSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC.

       FD  COHORT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY COHREC.

      *    BALHIST is every night's BALTOTS, appended in run order by
      *    the nightly job - same layout.
       FD  BAL-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY TOTREC.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDREC.

       FD  STAT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STATREC.

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  SP-SNAP-DATE            PIC X(8).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STUDMAST-STATUS          PIC XX.
           88  WS-STUDMAST-OK          VALUE "00".
       01  WS-COHMAST-STATUS           PIC XX.
           88  WS-COHMAST-OK           VALUE "00".
       01  WS-BALHIST-STATUS           PIC XX.
           88  WS-BALHIST-OK           VALUE "00".
       01  WS-AUDITLOG-STATUS          PIC XX.
           88  WS-AUDITLOG-OK          VALUE "00".
       01  WS-STATFILE-STATUS          PIC XX.
           88  WS-STATFILE-OK          VALUE "00".
       01  WS-PARMFILE-STATUS          PIC XX.
           88  WS-PARMFILE-OK          VALUE "00".
       01  WS-RPTFILE-STATUS           PIC XX.
           88  WS-RPTFILE-OK           VALUE "00".
       01  WS-EOF-STUDENT              PIC X VALUE "N".
           88  WS-END-OF-STUDENT       VALUE "Y".
       01  WS-EOF-COHORT               PIC X VALUE "N".
           88  WS-END-OF-COHORT        VALUE "Y".
       01  WS-EOF-BALHIST              PIC X VALUE "N".
           88  WS-END-OF-BALHIST       VALUE "Y".
       01  WS-EOF-AUDIT                PIC X VALUE "N".
           88  WS-END-OF-AUDIT         VALUE "Y".

       COPY COHTAB.

       01  WS-SNAP-DATE                PIC X(8).
       01  WS-SNAP-MONTH               PIC X(6).
       01  WS-SNAP-DATE-NUM            PIC 9(8).
       01  WS-SNAP-DATE-INT            PIC 9(8).
       01  WS-LAST-UPDATE-NUM          PIC 9(8).
       01  WS-LAST-UPDATE-INT          PIC 9(8).
       01  WS-DAYS-STALLED             PIC S9(5).

      *    Accumulators parallel to the COHTAB entries, with a slot
      *    at WS-COH-TOTAL-COHORTS + 1 for trainees whose cohort is
      *    blank or unknown and one more after it for the whole shop.
       01  WS-COHORT-TOTALS.
           05  WS-CT-ENTRY OCCURS 202 TIMES.
               10  WS-CT-ACTIVE        PIC 9(5).
               10  WS-CT-EXPORTED      PIC 9(5).
               10  WS-CT-DELIVERED     PIC 9(5).
               10  WS-CT-WITHDRAWN     PIC 9(5).
               10  WS-CT-EPISODE-SUM   PIC 9(8).
               10  WS-CT-STALLED-30    PIC 9(5).
               10  WS-CT-STALLED-60    PIC 9(5).
               10  WS-CT-STALLED-90    PIC 9(5).
               10  WS-CT-REJECTED      PIC 9(5).
       01  WS-UNASSIGNED-SUB           PIC 9(3).
       01  WS-SHOP-SUB                 PIC 9(3).
       01  WS-COH-SUB                  PIC 9(3).
       01  WS-INCLUDED-COUNT           PIC 9(5).
       01  WS-AVG-EPISODE              PIC 9(3)V9.

      *    The last edit total seen for each business day of the
      *    month - a resubmitted night appends a second set of
      *    totals, and its own stand in place of the first.
       01  WS-DAY-TABLE.
           05  WS-DAY-SUSPENDED OCCURS 31 TIMES
                                       PIC 9(5).
       01  WS-DAY-SUB                  PIC 9(2).
       01  WS-MONTH-SUSPENDED          PIC 9(5) VALUE ZERO.

       01  WS-COUNT-STUDENTS           PIC 9(5) VALUE ZERO.
       01  WS-COUNT-AUDIT-READ         PIC 9(7) VALUE ZERO.
       01  WS-COUNT-NIGHTS             PIC 9(5) VALUE ZERO.
       01  WS-COUNT-WRITTEN            PIC 9(5) VALUE ZERO.
       01  WS-COUNT-REPLACED           PIC 9(5) VALUE ZERO.
       01  WS-COUNT-FAILED             PIC 9(5) VALUE ZERO.
       01  WS-WRITE-ACTION             PIC X(8).

       01  WS-HEADING-1.
           05  FILLER                  PIC X(33) VALUE
               "MONTH-END STATISTICS SNAPSHOT - ".
           05  WS-H1-MONTH             PIC X(6).
           05  FILLER                  PIC X(10) VALUE "  AS OF   ".
           05  WS-H1-SNAP-DATE         PIC X(8).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(34) VALUE
               "COH    ACT   EXP   DLV   WDR   AVG".
           05  FILLER                  PIC X(46) VALUE
               "  ST30  ST60  ST90  SUSP   REJ  FILED".

       01  WS-DETAIL-LINE.
           05  WS-D-COHORT             PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-D-ACTIVE             PIC ZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-D-EXPORTED           PIC ZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-D-DELIVERED          PIC ZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-D-WITHDRAWN          PIC ZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-D-AVG-EPISODE        PIC ZZ9.9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-D-STALLED-30         PIC ZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-D-STALLED-60         PIC ZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-D-STALLED-90         PIC ZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-D-SUSPENDED          PIC ZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-D-REJECTED           PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-D-ACTION             PIC X(8).

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL              PIC X(30).
           05  WS-T-COUNT              PIC ZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-PARM-CARD.
           PERFORM LOAD-COHORTS.
           MOVE ZERO TO WS-COHORT-TOTALS.
           COMPUTE WS-UNASSIGNED-SUB = WS-COH-TOTAL-COHORTS + 1.
           COMPUTE WS-SHOP-SUB = WS-COH-TOTAL-COHORTS + 2.
           OPEN INPUT STUDENT-MASTER.
           IF NOT WS-STUDMAST-OK
               DISPLAY "Unable to open STUDMAST, file status "
                   WS-STUDMAST-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-END-OF-STUDENT
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-STUDENT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-STUDENTS
                       PERFORM TALLY-ONE-STUDENT
               END-READ
           END-PERFORM.
           PERFORM COUNT-MONTH-REJECTIONS.
           CLOSE STUDENT-MASTER.
           PERFORM COUNT-MONTH-SUSPENSE.
           OPEN I-O STAT-FILE.
           IF NOT WS-STATFILE-OK
               DISPLAY "Unable to open STATFILE, file status "
                   WS-STATFILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPTFILE-OK
               DISPLAY "Unable to open STSRPT, file status "
                   WS-RPTFILE-STATUS
               CLOSE STAT-FILE
               STOP RUN
           END-IF.
           MOVE WS-SNAP-MONTH TO WS-H1-MONTH.
           MOVE WS-SNAP-DATE TO WS-H1-SNAP-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           PERFORM FILE-COHORT-SNAPSHOT
               VARYING WS-COH-SUB FROM 1 BY 1
               UNTIL WS-COH-SUB > WS-COH-TOTAL-COHORTS.
           MOVE WS-UNASSIGNED-SUB TO WS-COH-SUB.
           IF WS-CT-ACTIVE (WS-COH-SUB) > ZERO
             OR WS-CT-EXPORTED (WS-COH-SUB) > ZERO
             OR WS-CT-DELIVERED (WS-COH-SUB) > ZERO
             OR WS-CT-WITHDRAWN (WS-COH-SUB) > ZERO
             OR WS-CT-REJECTED (WS-COH-SUB) > ZERO
               PERFORM BUILD-SNAPSHOT-RECORD
               MOVE "????" TO SS-COHORT
               PERFORM FILE-SNAPSHOT-RECORD
           END-IF.
           MOVE WS-SHOP-SUB TO WS-COH-SUB.
           PERFORM BUILD-SNAPSHOT-RECORD.
           MOVE "*ALL" TO SS-COHORT.
           MOVE WS-MONTH-SUSPENDED TO SS-SUSPENDED.
           PERFORM FILE-SNAPSHOT-RECORD.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE STAT-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.

       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF NOT WS-PARMFILE-OK
               DISPLAY "Unable to open STSPARM, file status "
                   WS-PARMFILE-STATUS
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY "STSPARM is empty - month-end date is "
                       "required"
                   CLOSE PARM-FILE
                   STOP RUN
           END-READ.
           IF SP-SNAP-DATE NOT NUMERIC
               DISPLAY "STSPARM is invalid: " PARM-RECORD
               CLOSE PARM-FILE
               STOP RUN
           END-IF.
           MOVE SP-SNAP-DATE TO WS-SNAP-DATE.
           MOVE SP-SNAP-DATE (1:6) TO WS-SNAP-MONTH.
           MOVE WS-SNAP-DATE TO WS-SNAP-DATE-NUM.
           COMPUTE WS-SNAP-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-SNAP-DATE-NUM).
           CLOSE PARM-FILE.

      *    Fill the COHTAB in-storage table from the COHMAST cohort
      *    reference file - every cohort on it gets a record for the
      *    month, empty or not, so the trend report shows a cohort
      *    running down to nothing rather than vanishing.
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

       FIND-COHORT-SUB.
           MOVE WS-UNASSIGNED-SUB TO WS-COH-SUB.
           IF SM-COHORT NOT = SPACES
               SET WS-COH-IDX TO 1
               SEARCH WS-COH-ENTRY
                   AT END
                       MOVE WS-UNASSIGNED-SUB TO WS-COH-SUB
                   WHEN WS-COH-CODE (WS-COH-IDX) = SM-COHORT
                       SET WS-COH-SUB TO WS-COH-IDX
               END-SEARCH
           END-IF.

       TALLY-ONE-STUDENT.
           PERFORM FIND-COHORT-SUB.
           PERFORM TALLY-STUDENT-COUNTS.
           MOVE WS-SHOP-SUB TO WS-COH-SUB.
           PERFORM TALLY-STUDENT-COUNTS.

      *    Stalled is measured the way the stalled listing measures
      *    it - ACTIVE trainees only, days since SM-LAST-UPDATE.
       TALLY-STUDENT-COUNTS.
           EVALUATE TRUE
               WHEN SM-ACTIVE
                   ADD 1 TO WS-CT-ACTIVE (WS-COH-SUB)
               WHEN SM-EXPORTED
                   ADD 1 TO WS-CT-EXPORTED (WS-COH-SUB)
               WHEN SM-DELIVERED
                   ADD 1 TO WS-CT-DELIVERED (WS-COH-SUB)
               WHEN SM-WITHDRAWN
                   ADD 1 TO WS-CT-WITHDRAWN (WS-COH-SUB)
           END-EVALUATE.
           IF NOT SM-WITHDRAWN
               ADD SM-NUMERO TO WS-CT-EPISODE-SUM (WS-COH-SUB)
           END-IF.
           IF SM-ACTIVE AND SM-LAST-UPDATE NUMERIC
               MOVE SM-LAST-UPDATE TO WS-LAST-UPDATE-NUM
               COMPUTE WS-LAST-UPDATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-UPDATE-NUM)
               COMPUTE WS-DAYS-STALLED =
                   WS-SNAP-DATE-INT - WS-LAST-UPDATE-INT
               IF WS-DAYS-STALLED NOT < 30
                   ADD 1 TO WS-CT-STALLED-30 (WS-COH-SUB)
               END-IF
               IF WS-DAYS-STALLED NOT < 60
                   ADD 1 TO WS-CT-STALLED-60 (WS-COH-SUB)
               END-IF
               IF WS-DAYS-STALLED NOT < 90
                   ADD 1 TO WS-CT-STALLED-90 (WS-COH-SUB)
               END-IF
           END-IF.

      *    Every REJECTED entry stamped in the month, charged to the
      *    trainee's cohort as it stands now - a rejection for a
      *    student-ID no longer (or never) on the master goes to the
      *    unassigned slot. The job runs ahead of the monthly audit
      *    archive, so the whole month is still on the live log.
       COUNT-MONTH-REJECTIONS.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDITLOG-OK
               DISPLAY "Unable to open AUDITLOG, file status "
                   WS-AUDITLOG-STATUS
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-END-OF-AUDIT
               READ AUDIT-FILE
                   AT END
                       SET WS-END-OF-AUDIT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-AUDIT-READ
                       IF ATR-RECORD-TYPE NOT = "TOTALS"
                         AND ATR-RECORD-TYPE NOT = "ARCTOTALS"
                         AND AUD-RESULT = "REJECTED"
                         AND AUD-TIMESTAMP (1:6) = WS-SNAP-MONTH
                           PERFORM CHARGE-ONE-REJECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       CHARGE-ONE-REJECTION.
           MOVE AUD-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE WS-UNASSIGNED-SUB TO WS-COH-SUB
               NOT INVALID KEY
                   PERFORM FIND-COHORT-SUB
           END-READ.
           ADD 1 TO WS-CT-REJECTED (WS-COH-SUB).
           ADD 1 TO WS-CT-REJECTED (WS-SHOP-SUB).

      *    BALHIST holds the edit, backup and update totals of every
      *    night, appended in run order. Only the edit records dated
      *    in the month count, and the last one per business date.
       COUNT-MONTH-SUSPENSE.
           MOVE ZERO TO WS-DAY-TABLE.
           OPEN INPUT BAL-HISTORY-FILE.
           IF NOT WS-BALHIST-OK
               DISPLAY "Unable to open BALHIST, file status "
                   WS-BALHIST-STATUS " - suspense not counted"
           ELSE
               PERFORM UNTIL WS-END-OF-BALHIST
                   READ BAL-HISTORY-FILE
                       AT END
                           SET WS-END-OF-BALHIST TO TRUE
                       NOT AT END
                           IF ST-EDIT-STEP
                             AND ST-BUSINESS-DATE (1:6) = WS-SNAP-MONTH
                             AND ST-BUSINESS-DATE (7:2) NUMERIC
                             AND ST-ED-SUSPENDED NUMERIC
                               MOVE ST-BUSINESS-DATE (7:2)
                                   TO WS-DAY-SUB
                               IF WS-DAY-SUB > ZERO
                                 AND WS-DAY-SUB NOT > 31
                                   MOVE ST-ED-SUSPENDED TO
                                       WS-DAY-SUSPENDED (WS-DAY-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAL-HISTORY-FILE
           END-IF.
           PERFORM ADD-ONE-NIGHT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 31.

       ADD-ONE-NIGHT.
           IF WS-DAY-SUSPENDED (WS-DAY-SUB) > ZERO
               ADD 1 TO WS-COUNT-NIGHTS
               ADD WS-DAY-SUSPENDED (WS-DAY-SUB)
                   TO WS-MONTH-SUSPENDED
           END-IF.

      *    The placeholder entry an empty reference file leaves
      *    behind has a blank code - nothing to file for it.
       FILE-COHORT-SNAPSHOT.
           IF WS-COH-CODE (WS-COH-SUB) NOT = SPACES
               PERFORM BUILD-SNAPSHOT-RECORD
               MOVE WS-COH-CODE (WS-COH-SUB) TO SS-COHORT
               PERFORM FILE-SNAPSHOT-RECORD
           END-IF.

       BUILD-SNAPSHOT-RECORD.
           MOVE SPACES TO STAT-SNAPSHOT-RECORD.
           MOVE WS-SNAP-MONTH TO SS-MONTH.
           MOVE WS-SNAP-DATE TO SS-SNAP-DATE.
           MOVE WS-CT-ACTIVE (WS-COH-SUB) TO SS-ACTIVE.
           MOVE WS-CT-EXPORTED (WS-COH-SUB) TO SS-EXPORTED.
           MOVE WS-CT-DELIVERED (WS-COH-SUB) TO SS-DELIVERED.
           MOVE WS-CT-WITHDRAWN (WS-COH-SUB) TO SS-WITHDRAWN.
           COMPUTE WS-INCLUDED-COUNT =
               WS-CT-ACTIVE (WS-COH-SUB)
               + WS-CT-EXPORTED (WS-COH-SUB)
               + WS-CT-DELIVERED (WS-COH-SUB).
           IF WS-INCLUDED-COUNT = ZERO
               MOVE ZERO TO SS-AVG-EPISODE
           ELSE
               COMPUTE WS-AVG-EPISODE ROUNDED =
                   WS-CT-EPISODE-SUM (WS-COH-SUB) / WS-INCLUDED-COUNT
               MOVE WS-AVG-EPISODE TO SS-AVG-EPISODE
           END-IF.
           MOVE WS-CT-STALLED-30 (WS-COH-SUB) TO SS-STALLED-30.
           MOVE WS-CT-STALLED-60 (WS-COH-SUB) TO SS-STALLED-60.
           MOVE WS-CT-STALLED-90 (WS-COH-SUB) TO SS-STALLED-90.
           MOVE ZERO TO SS-SUSPENDED.
           MOVE WS-CT-REJECTED (WS-COH-SUB) TO SS-REJECTED.

      *    WRITE first and REWRITE on a duplicate key - a rerun of
      *    the month replaces what the first run filed.
       FILE-SNAPSHOT-RECORD.
           MOVE "ADDED" TO WS-WRITE-ACTION.
           WRITE STAT-SNAPSHOT-RECORD
               INVALID KEY
                   MOVE "REPLACED" TO WS-WRITE-ACTION
                   REWRITE STAT-SNAPSHOT-RECORD
                       INVALID KEY
                           MOVE "FAILED" TO WS-WRITE-ACTION
                   END-REWRITE
           END-WRITE.
           EVALUATE WS-WRITE-ACTION
               WHEN "ADDED"
                   ADD 1 TO WS-COUNT-WRITTEN
               WHEN "REPLACED"
                   ADD 1 TO WS-COUNT-REPLACED
               WHEN OTHER
                   ADD 1 TO WS-COUNT-FAILED
           END-EVALUATE.
           MOVE SS-COHORT TO WS-D-COHORT.
           MOVE SS-ACTIVE TO WS-D-ACTIVE.
           MOVE SS-EXPORTED TO WS-D-EXPORTED.
           MOVE SS-DELIVERED TO WS-D-DELIVERED.
           MOVE SS-WITHDRAWN TO WS-D-WITHDRAWN.
           MOVE SS-AVG-EPISODE TO WS-D-AVG-EPISODE.
           MOVE SS-STALLED-30 TO WS-D-STALLED-30.
           MOVE SS-STALLED-60 TO WS-D-STALLED-60.
           MOVE SS-STALLED-90 TO WS-D-STALLED-90.
           MOVE SS-SUSPENDED TO WS-D-SUSPENDED.
           MOVE SS-REJECTED TO WS-D-REJECTED.
           MOVE WS-WRITE-ACTION TO WS-D-ACTION.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  STUDENT-MASTER READ       : " TO WS-T-LABEL.
           MOVE WS-COUNT-STUDENTS TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  NIGHTS WITH SUSPENSE      : " TO WS-T-LABEL.
           MOVE WS-COUNT-NIGHTS TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  SNAPSHOT RECORDS ADDED    : " TO WS-T-LABEL.
           MOVE WS-COUNT-WRITTEN TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  SNAPSHOT RECORDS REPLACED : " TO WS-T-LABEL.
           MOVE WS-COUNT-REPLACED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  SNAPSHOT RECORDS FAILED   : " TO WS-T-LABEL.
           MOVE WS-COUNT-FAILED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           DISPLAY "Month-end statistics complete for " WS-SNAP-MONTH
               ", records filed: " WS-COUNT-WRITTEN
               " replaced: " WS-COUNT-REPLACED.
           IF WS-COUNT-FAILED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
