      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Nightly cohort waiting-list promotion and seat
      *           report, run ahead of the sort so tonight's edit sees
      *           the adds it generates. The transaction edit holds an
      *           add on the WAITLIST waiting list (layout in WAITREC)
      *           when its cohort is full; a seat opens when a trainee
      *           is withdrawn or moved to another cohort, when a
      *           cohort's CO-CAPACITY is raised, or when a new cohort
      *           is opened to take the overflow of a full one
      *           (CO-OVERFLOW-OF). Seats taken are the STUDENT-MASTER
      *           records carrying the cohort that are not withdrawn,
      *           plus seats already reserved for promoted people.
      *           First the WAITDROP cards, one student ID per line,
      *           take people who no longer want a place off the list.
      *           Then promoted entries whose add has reached
      *           STUDENT-MASTER are removed, as is anyone waiting who
      *           has been added some other way. Then the list is
      *           read in arrival order and each person still waiting
      *           is promoted into the cohort they asked for if it has
      *           a seat free, else into a cohort taking its overflow
      *           that has one: their add transaction is written to
      *           PROMOUT, with the header and trailer the edit
      *           demands, for the night's SORTIN, and the entry is
      *           marked promoted so the seat stays theirs until the
      *           add is applied. A promoted add that suspends keeps
      *           its seat while it is corrected.
      *           The WAITRPT report lists tonight's movements, then
      *           seats used, reserved and free for every cohort with
      *           its waiting list in arrival order, then anyone
      *           waiting for a cohort no longer on COHMAST. The step
      *           ends CC 0 either way - every later step of the night
      *           is held by any non-zero code ahead of it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Waiting-List-Promotion.

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

           SELECT WAITING-LIST ASSIGN TO "WAITLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-ARRIVAL-KEY
               ALTERNATE RECORD KEY IS WL-STUDENT-ID
               FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT DROP-FILE ASSIGN TO "WAITDROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROPFILE-STATUS.

           SELECT PROMOTE-FILE ASSIGN TO "PROMOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROMOUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "WAITRPT"
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

       FD  WAITING-LIST
           LABEL RECORDS ARE STANDARD.
       COPY WAITREC.

      *    One card per person to take off the waiting list.
       FD  DROP-FILE
           LABEL RECORDS ARE STANDARD.
       01  DROP-RECORD.
           05  DR-STUDENT-ID           PIC X(6).
           05  FILLER                  PIC X(74).

       FD  PROMOTE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRAN-RECORD.
           05  TR-STUDENT-ID           PIC X(6).
           05  TR-NOMBRE               PIC X(20).
           05  TR-VIENDO               PIC X(40).
           05  TR-NUMERO-X             PIC X(3).
           05  TR-COHORT               PIC X(4).
           05  TR-OVERRIDE             PIC X(1).
      *    PROMOUT carries the control records the transaction edit
      *    demands, the same as the HR intake's TRANOUT: a header
      *    with the business date and this program as the source,
      *    and a trailer with the count of promoted adds.
       01  TRAN-CONTROL-RECORD.
           05  TC-RECORD-ID            PIC X(6).
               88  TC-HEADER           VALUE "*HDR**".
               88  TC-TRAILER          VALUE "*TRL**".
           05  TC-BUSINESS-DATE        PIC X(8).
           05  TC-SOURCE               PIC X(10).
           05  TC-RECORD-COUNT         PIC 9(5).
           05  FILLER                  PIC X(45).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STUDMAST-STATUS          PIC XX.
           88  WS-STUDMAST-OK          VALUE "00".
       01  WS-COHMAST-STATUS           PIC XX.
           88  WS-COHMAST-OK           VALUE "00".
       01  WS-WAITLIST-STATUS          PIC XX.
           88  WS-WAITLIST-OK          VALUE "00".
       01  WS-DROPFILE-STATUS          PIC XX.
           88  WS-DROPFILE-OK          VALUE "00".
       01  WS-PROMOUT-STATUS           PIC XX.
           88  WS-PROMOUT-OK           VALUE "00".
       01  WS-RPTFILE-STATUS           PIC XX.
           88  WS-RPTFILE-OK           VALUE "00".
       01  WS-EOF-COHORT               PIC X VALUE "N".
           88  WS-END-OF-COHORT        VALUE "Y".
       01  WS-EOF-STUDENT              PIC X VALUE "N".
           88  WS-END-OF-STUDENT       VALUE "Y".
       01  WS-EOF-WAITLIST             PIC X VALUE "N".
           88  WS-END-OF-WAITLIST      VALUE "Y".
       01  WS-EOF-DROP                 PIC X VALUE "N".
           88  WS-END-OF-DROP          VALUE "Y".

       COPY COHTAB.

      *    Seat counts per cohort, in step with the COHTAB entries -
      *    trainees on STUDENT-MASTER not withdrawn, seats reserved
      *    for promoted people whose adds are on their way, and
      *    people still waiting for the cohort.
       01  WS-SEAT-TABLE.
           05  WS-SEAT-ENTRY OCCURS 200 TIMES.
               10  WS-SEAT-USED        PIC 9(5).
               10  WS-SEAT-RESERVED    PIC 9(5).
               10  WS-SEAT-WAITING     PIC 9(5).
       01  WS-COH-SUB                  PIC 9(3).
       01  WS-SCAN-SUB                 PIC 9(3).
       01  WS-TARGET-SUB               PIC 9(3).
       01  WS-FIND-COHORT              PIC X(4).
       01  WS-SEAT-FREE-SW             PIC X.
           88  WS-SEAT-FREE            VALUE "Y".
       01  WS-ON-FILE-SW               PIC X.
           88  WS-ON-FILE              VALUE "Y".
       01  WS-NO-COHORT-SW             PIC X VALUE "N".
           88  WS-NO-COHORT-SEEN       VALUE "Y".
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-FREE-SEATS               PIC 9(5).
       01  WS-POSITION                 PIC 9(4).

       01  WS-COUNT-DROPPED            PIC 9(5) VALUE ZERO.
       01  WS-COUNT-DROP-MISSED        PIC 9(5) VALUE ZERO.
       01  WS-COUNT-SEATED             PIC 9(5) VALUE ZERO.
       01  WS-COUNT-ON-FILE            PIC 9(5) VALUE ZERO.
       01  WS-COUNT-PROMOTED           PIC 9(5) VALUE ZERO.
       01  WS-COUNT-WAITING            PIC 9(5) VALUE ZERO.
       01  WS-COUNT-RESERVED           PIC 9(5) VALUE ZERO.
       01  WS-COUNT-NO-COHORT          PIC 9(5) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(36) VALUE
               "COHORT SEATS AND WAITING LIST - RUN ".
           05  FILLER                  PIC X(5)  VALUE "DATE ".
           05  WS-H1-RUN-DATE          PIC X(8).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-MOVE-HEADING.
           05  FILLER                  PIC X(8)  VALUE "STUDENT".
           05  FILLER                  PIC X(22) VALUE "NAME".
           05  FILLER                  PIC X(6)  VALUE "COH".
           05  FILLER                  PIC X(44) VALUE "MOVEMENT".

       01  WS-MOVE-LINE.
           05  WS-M-STUDENT            PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-M-NAME               PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-M-COHORT             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-M-TEXT               PIC X(44).

       01  WS-SEAT-HEADING.
           05  FILLER                  PIC X(6)  VALUE "COHORT".
           05  FILLER                  PIC X(26) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(10) VALUE "CAPACITY".
           05  FILLER                  PIC X(7)  VALUE " USED".
           05  FILLER                  PIC X(7)  VALUE "RESVD".
           05  FILLER                  PIC X(7)  VALUE " FREE".
           05  FILLER                  PIC X(17) VALUE " WAIT".

       01  WS-SEAT-LINE.
           05  WS-S-COHORT             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-S-DESCRIPTION        PIC X(24).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-S-CAPACITY           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-S-USED               PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-S-RESERVED           PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-S-FREE               PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-S-WAITING            PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  WS-EDIT-CAPACITY            PIC ZZZZZZZ9.
       01  WS-EDIT-FREE                PIC ZZZZ9.

      *    One person on a cohort's list - numbered in queue order
      *    if still waiting, unnumbered if a seat is reserved.
       01  WS-WAIT-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-W-POSITION           PIC ZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-W-WAIT-DATE          PIC X(8).
           05  FILLER                  PIC X(1)  VALUE "-".
           05  WS-W-SEQUENCE           PIC 9(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-W-STUDENT            PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-W-NAME               PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-W-TEXT               PIC X(25).

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL              PIC X(30).
           05  WS-T-COUNT              PIC ZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM LOAD-COHORTS.
           OPEN INPUT STUDENT-MASTER.
           IF NOT WS-STUDMAST-OK
               DISPLAY "Unable to open STUDMAST, file status "
                   WS-STUDMAST-STATUS
               STOP RUN
           END-IF.
           OPEN I-O WAITING-LIST.
           IF NOT WS-WAITLIST-OK
               DISPLAY "Unable to open WAITLIST, file status "
                   WS-WAITLIST-STATUS
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN OUTPUT PROMOTE-FILE.
           IF NOT WS-PROMOUT-OK
               DISPLAY "Unable to open PROMOUT, file status "
                   WS-PROMOUT-STATUS
               CLOSE STUDENT-MASTER
               CLOSE WAITING-LIST
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPTFILE-OK
               DISPLAY "Unable to open WAITRPT, file status "
                   WS-RPTFILE-STATUS
               CLOSE STUDENT-MASTER
               CLOSE WAITING-LIST
               CLOSE PROMOTE-FILE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "WAITING LIST MOVEMENTS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-MOVE-HEADING.
           PERFORM COUNT-SEATS-USED.
           PERFORM PROCESS-DROP-CARDS.
           PERFORM TIDY-WAITING-LIST.
           PERFORM WRITE-TRAN-HEADER.
           PERFORM PROMOTE-WAITING-LIST.
           PERFORM WRITE-TRAN-TRAILER.
           PERFORM PRINT-SEAT-SECTION.
           PERFORM PRINT-NO-COHORT-SECTION.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE STUDENT-MASTER.
           CLOSE WAITING-LIST.
           CLOSE PROMOTE-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.

      *    Fill the COHTAB in-storage table from the COHMAST cohort
      *    reference file, capacities and overflow links with it.
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
               MOVE CO-CAPACITY TO
                   WS-COH-CAPACITY (WS-COH-LOAD-COUNT)
               MOVE CO-OVERFLOW-OF TO
                   WS-COH-OVERFLOW-OF (WS-COH-LOAD-COUNT)
           ELSE
               DISPLAY "Cohort table full, cohort "
                   CO-COHORT-CODE " ignored"
           END-IF.

      *    Position of a cohort code in COHTAB, and so in the seat
      *    table - zero when the code is not on COHMAST.
       FIND-COHORT-SUB.
           MOVE ZERO TO WS-COH-SUB.
           IF WS-FIND-COHORT NOT = SPACES
               SET WS-COH-IDX TO 1
               SEARCH WS-COH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-COH-CODE (WS-COH-IDX) = WS-FIND-COHORT
                       SET WS-COH-SUB TO WS-COH-IDX
               END-SEARCH
           END-IF.

      *    Seats taken in each cohort - every trainee not withdrawn,
      *    the same count the transaction edit makes. Delivered
      *    trainees keep their place in the cohort they trained with.
       COUNT-SEATS-USED.
           MOVE ZERO TO WS-SEAT-TABLE.
           MOVE LOW-VALUES TO SM-STUDENT-ID.
           START STUDENT-MASTER KEY NOT < SM-STUDENT-ID
               INVALID KEY
                   SET WS-END-OF-STUDENT TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-STUDENT
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-STUDENT TO TRUE
                   NOT AT END
                       IF SM-COHORT NOT = SPACES
                         AND NOT SM-WITHDRAWN
                           MOVE SM-COHORT TO WS-FIND-COHORT
                           PERFORM FIND-COHORT-SUB
                           IF WS-COH-SUB > ZERO
                               ADD 1 TO WS-SEAT-USED (WS-COH-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    A missing WAITDROP is a normal night - nobody has asked to
      *    come off the list - so an open failure drops nothing
      *    instead of stopping the run.
       PROCESS-DROP-CARDS.
           OPEN INPUT DROP-FILE.
           IF NOT WS-DROPFILE-OK
               DISPLAY "WAITDROP not available, file status "
                   WS-DROPFILE-STATUS ", nobody dropped tonight"
           ELSE
               PERFORM UNTIL WS-END-OF-DROP
                   READ DROP-FILE
                       AT END
                           SET WS-END-OF-DROP TO TRUE
                       NOT AT END
                           IF DR-STUDENT-ID NOT = SPACES
                               PERFORM DROP-WAITING-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DROP-FILE
           END-IF.

       DROP-WAITING-ENTRY.
           MOVE DR-STUDENT-ID TO WL-STUDENT-ID.
           READ WAITING-LIST KEY IS WL-STUDENT-ID
               INVALID KEY
                   PERFORM REPORT-DROP-MISSED
               NOT INVALID KEY
                   DELETE WAITING-LIST RECORD
                       INVALID KEY
                           DISPLAY "Drop failed for student "
                               WL-STUDENT-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-COUNT-DROPPED
                           MOVE "DROPPED FROM LIST BY CARD"
                               TO WS-M-TEXT
                           PERFORM WRITE-MOVE-LINE
                   END-DELETE
           END-READ.

       REPORT-DROP-MISSED.
           ADD 1 TO WS-COUNT-DROP-MISSED.
           MOVE DR-STUDENT-ID TO WS-M-STUDENT.
           MOVE SPACES TO WS-M-NAME.
           MOVE SPACES TO WS-M-COHORT.
           MOVE "DROP CARD - NOT ON WAITING LIST" TO WS-M-TEXT.
           WRITE REPORT-LINE FROM WS-MOVE-LINE.

      *    One pass in arrival order before anyone is promoted. An
      *    entry whose student is now on STUDENT-MASTER is finished
      *    with - a promoted add that has been applied, or someone
      *    waiting who was added by maintenance instead - and comes
      *    off the list. The rest are counted: people waiting
      *    against the cohort they asked for, promoted people
      *    against the cohort holding their seat.
       TIDY-WAITING-LIST.
           MOVE "N" TO WS-EOF-WAITLIST.
           MOVE LOW-VALUES TO WL-ARRIVAL-KEY.
           START WAITING-LIST KEY NOT < WL-ARRIVAL-KEY
               INVALID KEY
                   SET WS-END-OF-WAITLIST TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-WAITLIST
               READ WAITING-LIST NEXT RECORD
                   AT END
                       SET WS-END-OF-WAITLIST TO TRUE
                   NOT AT END
                       PERFORM TIDY-WAITING-ENTRY
               END-READ
           END-PERFORM.

       TIDY-WAITING-ENTRY.
           MOVE "N" TO WS-ON-FILE-SW.
           MOVE WL-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-FILE-SW
           END-READ.
           IF WS-ON-FILE
               PERFORM REMOVE-WAITING-ENTRY
           ELSE
           IF WL-PROMOTED
               MOVE WL-PROMOTED-COHORT TO WS-FIND-COHORT
               PERFORM FIND-COHORT-SUB
               IF WS-COH-SUB > ZERO
                   ADD 1 TO WS-SEAT-RESERVED (WS-COH-SUB)
               END-IF
           ELSE
               MOVE WL-COHORT TO WS-FIND-COHORT
               PERFORM FIND-COHORT-SUB
               IF WS-COH-SUB > ZERO
                   ADD 1 TO WS-SEAT-WAITING (WS-COH-SUB)
               END-IF
           END-IF
           END-IF.

       REMOVE-WAITING-ENTRY.
           DELETE WAITING-LIST RECORD
               INVALID KEY
                   DISPLAY "Unable to remove waiting entry for "
                       "student " WL-STUDENT-ID
               NOT INVALID KEY
                   IF WL-PROMOTED
                       ADD 1 TO WS-COUNT-SEATED
                       MOVE SPACES TO WS-M-TEXT
                       STRING "SEATED IN COHORT " DELIMITED BY SIZE
                           WL-PROMOTED-COHORT DELIMITED BY SIZE
                           " - OFF THE LIST" DELIMITED BY SIZE
                           INTO WS-M-TEXT
                       END-STRING
                   ELSE
                       ADD 1 TO WS-COUNT-ON-FILE
                       MOVE "ALREADY ON FILE - OFF THE LIST"
                           TO WS-M-TEXT
                   END-IF
                   PERFORM WRITE-MOVE-LINE
           END-DELETE.

      *    Arrival order decides who is seated: each person still
      *    waiting takes a free seat in the cohort they asked for,
      *    or failing that in a cohort taking its overflow. A cohort
      *    still full for one person is full for everyone behind
      *    them, so nobody overtakes.
       PROMOTE-WAITING-LIST.
           MOVE "N" TO WS-EOF-WAITLIST.
           MOVE LOW-VALUES TO WL-ARRIVAL-KEY.
           START WAITING-LIST KEY NOT < WL-ARRIVAL-KEY
               INVALID KEY
                   SET WS-END-OF-WAITLIST TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-WAITLIST
               READ WAITING-LIST NEXT RECORD
                   AT END
                       SET WS-END-OF-WAITLIST TO TRUE
                   NOT AT END
                       IF WL-WAITING
                           PERFORM TRY-PROMOTION
                       END-IF
               END-READ
           END-PERFORM.

       TRY-PROMOTION.
           MOVE WL-COHORT TO WS-FIND-COHORT.
           PERFORM FIND-COHORT-SUB.
           IF WS-COH-SUB > ZERO
               MOVE ZERO TO WS-TARGET-SUB
               MOVE WS-COH-SUB TO WS-SCAN-SUB
               PERFORM CHECK-SEAT-FREE
               IF WS-SEAT-FREE
                   MOVE WS-COH-SUB TO WS-TARGET-SUB
               ELSE
                   PERFORM FIND-OVERFLOW-SEAT
                       VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB > WS-COH-TOTAL-COHORTS
                          OR WS-TARGET-SUB > ZERO
               END-IF
               IF WS-TARGET-SUB > ZERO
                   PERFORM PROMOTE-ENTRY
               END-IF
           END-IF.

       FIND-OVERFLOW-SEAT.
           IF WS-COH-OVERFLOW-OF (WS-SCAN-SUB) = WL-COHORT
               PERFORM CHECK-SEAT-FREE
               IF WS-SEAT-FREE
                   MOVE WS-SCAN-SUB TO WS-TARGET-SUB
               END-IF
           END-IF.

      *    A cohort with no capacity set has no limit.
       CHECK-SEAT-FREE.
           MOVE "N" TO WS-SEAT-FREE-SW.
           IF WS-COH-CAPACITY (WS-SCAN-SUB) = ZERO
               MOVE "Y" TO WS-SEAT-FREE-SW
           ELSE
               IF WS-SEAT-USED (WS-SCAN-SUB)
                    + WS-SEAT-RESERVED (WS-SCAN-SUB)
                    < WS-COH-CAPACITY (WS-SCAN-SUB)
                   MOVE "Y" TO WS-SEAT-FREE-SW
               END-IF
           END-IF.

      *    The entry is marked first - an add written for someone the
      *    list still shows as waiting would only be held again by
      *    the edit. The add goes out with the seat's cohort.
       PROMOTE-ENTRY.
           SET WL-PROMOTED TO TRUE.
           MOVE WS-RUN-DATE TO WL-PROMOTED-DATE.
           MOVE WS-COH-CODE (WS-TARGET-SUB) TO WL-PROMOTED-COHORT.
           REWRITE WAITING-LIST-RECORD
               INVALID KEY
                   DISPLAY "Unable to promote student "
                       WL-STUDENT-ID " - left waiting"
               NOT INVALID KEY
                   MOVE WL-TRANSACTION TO TRAN-RECORD
                   MOVE WL-PROMOTED-COHORT TO TR-COHORT
                   WRITE TRAN-RECORD
                   ADD 1 TO WS-COUNT-PROMOTED
                   ADD 1 TO WS-SEAT-RESERVED (WS-TARGET-SUB)
                   IF WS-SEAT-WAITING (WS-COH-SUB) > ZERO
                       SUBTRACT 1 FROM WS-SEAT-WAITING (WS-COH-SUB)
                   END-IF
                   MOVE SPACES TO WS-M-TEXT
                   IF WS-TARGET-SUB = WS-COH-SUB
                       STRING "PROMOTED INTO COHORT " DELIMITED BY SIZE
                           WL-PROMOTED-COHORT DELIMITED BY SIZE
                           INTO WS-M-TEXT
                       END-STRING
                   ELSE
                       STRING "PROMOTED INTO OVERFLOW COHORT "
                               DELIMITED BY SIZE
                           WL-PROMOTED-COHORT DELIMITED BY SIZE
                           INTO WS-M-TEXT
                       END-STRING
                   END-IF
                   PERFORM WRITE-MOVE-LINE
           END-REWRITE.

       WRITE-MOVE-LINE.
           MOVE WL-STUDENT-ID TO WS-M-STUDENT.
           MOVE WL-TR-NOMBRE TO WS-M-NAME.
           MOVE WL-COHORT TO WS-M-COHORT.
           WRITE REPORT-LINE FROM WS-MOVE-LINE.

       WRITE-TRAN-HEADER.
           MOVE SPACES TO TRAN-CONTROL-RECORD.
           MOVE "*HDR**" TO TC-RECORD-ID.
           MOVE WS-RUN-DATE TO TC-BUSINESS-DATE.
           MOVE "WAITPRM" TO TC-SOURCE.
           MOVE ZERO TO TC-RECORD-COUNT.
           WRITE TRAN-CONTROL-RECORD.

       WRITE-TRAN-TRAILER.
           MOVE SPACES TO TRAN-CONTROL-RECORD.
           MOVE "*TRL**" TO TC-RECORD-ID.
           MOVE WS-RUN-DATE TO TC-BUSINESS-DATE.
           MOVE "WAITPRM" TO TC-SOURCE.
           MOVE WS-COUNT-PROMOTED TO TC-RECORD-COUNT.
           WRITE TRAN-CONTROL-RECORD.

      *    One line per cohort on COHMAST after tonight's promotions,
      *    with its list underneath in arrival order.
       PRINT-SEAT-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SEATS BY COHORT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-SEAT-HEADING.
           PERFORM PRINT-COHORT-SEATS
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-COH-TOTAL-COHORTS.

      *    The placeholder entry an empty reference file leaves
      *    behind has a blank code - nothing to report for it.
       PRINT-COHORT-SEATS.
           IF WS-COH-CODE (WS-SCAN-SUB) NOT = SPACES
               MOVE WS-COH-CODE (WS-SCAN-SUB) TO WS-S-COHORT
               MOVE WS-COH-DESCRIPTION (WS-SCAN-SUB)
                   TO WS-S-DESCRIPTION
               MOVE WS-SEAT-USED (WS-SCAN-SUB) TO WS-S-USED
               MOVE WS-SEAT-RESERVED (WS-SCAN-SUB) TO WS-S-RESERVED
               MOVE WS-SEAT-WAITING (WS-SCAN-SUB) TO WS-S-WAITING
               IF WS-COH-CAPACITY (WS-SCAN-SUB) = ZERO
                   MOVE "NO LIMIT" TO WS-S-CAPACITY
                   MOVE "    -" TO WS-S-FREE
               ELSE
                   MOVE WS-COH-CAPACITY (WS-SCAN-SUB)
                       TO WS-EDIT-CAPACITY
                   MOVE WS-EDIT-CAPACITY TO WS-S-CAPACITY
                   IF WS-SEAT-USED (WS-SCAN-SUB)
                        + WS-SEAT-RESERVED (WS-SCAN-SUB)
                        < WS-COH-CAPACITY (WS-SCAN-SUB)
                       COMPUTE WS-FREE-SEATS =
                           WS-COH-CAPACITY (WS-SCAN-SUB)
                           - WS-SEAT-USED (WS-SCAN-SUB)
                           - WS-SEAT-RESERVED (WS-SCAN-SUB)
                   ELSE
                       MOVE ZERO TO WS-FREE-SEATS
                   END-IF
                   MOVE WS-FREE-SEATS TO WS-EDIT-FREE
                   MOVE WS-EDIT-FREE TO WS-S-FREE
               END-IF
               WRITE REPORT-LINE FROM WS-SEAT-LINE
               IF WS-SEAT-WAITING (WS-SCAN-SUB) > ZERO
                 OR WS-SEAT-RESERVED (WS-SCAN-SUB) > ZERO
                   PERFORM LIST-COHORT-WAITING
               END-IF
           END-IF.

       LIST-COHORT-WAITING.
           MOVE ZERO TO WS-POSITION.
           MOVE "N" TO WS-EOF-WAITLIST.
           MOVE LOW-VALUES TO WL-ARRIVAL-KEY.
           START WAITING-LIST KEY NOT < WL-ARRIVAL-KEY
               INVALID KEY
                   SET WS-END-OF-WAITLIST TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-WAITLIST
               READ WAITING-LIST NEXT RECORD
                   AT END
                       SET WS-END-OF-WAITLIST TO TRUE
                   NOT AT END
                       PERFORM LIST-WAITING-ENTRY
               END-READ
           END-PERFORM.

       LIST-WAITING-ENTRY.
           IF WL-WAITING
             AND WL-COHORT = WS-COH-CODE (WS-SCAN-SUB)
               ADD 1 TO WS-POSITION
               MOVE WS-POSITION TO WS-W-POSITION
               MOVE "WAITING" TO WS-W-TEXT
               PERFORM WRITE-WAIT-LINE
           END-IF.
           IF WL-PROMOTED
             AND WL-PROMOTED-COHORT = WS-COH-CODE (WS-SCAN-SUB)
               MOVE ZERO TO WS-W-POSITION
               MOVE SPACES TO WS-W-TEXT
               STRING "SEAT RESERVED " DELIMITED BY SIZE
                   WL-PROMOTED-DATE DELIMITED BY SIZE
                   INTO WS-W-TEXT
               END-STRING
               PERFORM WRITE-WAIT-LINE
           END-IF.

       WRITE-WAIT-LINE.
           MOVE WL-WAIT-DATE TO WS-W-WAIT-DATE.
           MOVE WL-SEQUENCE TO WS-W-SEQUENCE.
           MOVE WL-STUDENT-ID TO WS-W-STUDENT.
           MOVE WL-TR-NOMBRE TO WS-W-NAME.
           WRITE REPORT-LINE FROM WS-WAIT-LINE.

      *    Anyone on the list whose cohort has gone from COHMAST can
      *    never be seated - listed on their own so somebody drops
      *    them or re-keys their add. The same pass counts the list
      *    for the totals.
       PRINT-NO-COHORT-SECTION.
           MOVE "N" TO WS-EOF-WAITLIST.
           MOVE LOW-VALUES TO WL-ARRIVAL-KEY.
           START WAITING-LIST KEY NOT < WL-ARRIVAL-KEY
               INVALID KEY
                   SET WS-END-OF-WAITLIST TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-WAITLIST
               READ WAITING-LIST NEXT RECORD
                   AT END
                       SET WS-END-OF-WAITLIST TO TRUE
                   NOT AT END
                       PERFORM CHECK-ENTRY-COHORT
               END-READ
           END-PERFORM.

       CHECK-ENTRY-COHORT.
           IF WL-PROMOTED
               ADD 1 TO WS-COUNT-RESERVED
               MOVE WL-PROMOTED-COHORT TO WS-FIND-COHORT
           ELSE
               ADD 1 TO WS-COUNT-WAITING
               MOVE WL-COHORT TO WS-FIND-COHORT
           END-IF.
           PERFORM FIND-COHORT-SUB.
           IF WS-COH-SUB = ZERO
               IF NOT WS-NO-COHORT-SEEN
                   SET WS-NO-COHORT-SEEN TO TRUE
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "ON THE LIST FOR A COHORT NOT ON COHMAST"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               ADD 1 TO WS-COUNT-NO-COHORT
               MOVE ZERO TO WS-W-POSITION
               MOVE SPACES TO WS-W-TEXT
               STRING "COHORT " DELIMITED BY SIZE
                   WS-FIND-COHORT DELIMITED BY SIZE
                   " NOT ON FILE" DELIMITED BY SIZE
                   INTO WS-W-TEXT
               END-STRING
               PERFORM WRITE-WAIT-LINE
           END-IF.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  DROPPED BY CARD           : " TO WS-T-LABEL.
           MOVE WS-COUNT-DROPPED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  DROP CARDS NOT ON LIST    : " TO WS-T-LABEL.
           MOVE WS-COUNT-DROP-MISSED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  SEATED, OFF THE LIST      : " TO WS-T-LABEL.
           MOVE WS-COUNT-SEATED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  ON FILE, OFF THE LIST     : " TO WS-T-LABEL.
           MOVE WS-COUNT-ON-FILE TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  PROMOTED TONIGHT          : " TO WS-T-LABEL.
           MOVE WS-COUNT-PROMOTED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  SEATS RESERVED            : " TO WS-T-LABEL.
           MOVE WS-COUNT-RESERVED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  STILL WAITING             : " TO WS-T-LABEL.
           MOVE WS-COUNT-WAITING TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  COHORT NOT ON FILE        : " TO WS-T-LABEL.
           MOVE WS-COUNT-NO-COHORT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           DISPLAY "Waiting list promotion complete, promoted: "
               WS-COUNT-PROMOTED.
