      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Weekly trainer worklist. The stalled list and the
      *           suspense listing go to the whole training team, so
      *           nobody owns the follow-up; this report prints one
      *           section per trainer on TRNMAST instead, holding
      *           only that trainer's work:
      *             - their active trainees, with the episode each is
      *               on and the days since SM-LAST-UPDATE, and each
      *               active further-track enrolment on ENRLMAST with
      *               the episode and days since EN-LAST-UPDATE - so a
      *               trainee who has finished the home track but is
      *               still working through another stays listed;
      *             - their trainees' transactions sitting in the
      *               current suspense generation, with the reason
      *               code and days in suspense;
      *             - their trainees held up by a failed SCOREMST
      *               result on the episode they are on in any
      *               active track, which the transaction edit will
      *               not let them advance past.
      *           A suspense record for someone not yet on the master
      *           (a new hire's first transaction) goes to the default
      *           trainer of the cohort it names. Anything that can't
      *           be tied to a trainer on file prints in a closing
      *           UNASSIGNED section so it is still somebody's job.
      *           The run date comes from the parameter card, as on
      *           the stalled-trainee report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Trainer-Worklist.

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

           SELECT TRAINER-MASTER ASSIGN TO "TRNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-TRAINER-CODE
               FILE STATUS IS WS-TRNMAST-STATUS.

           SELECT COHORT-MASTER ASSIGN TO "COHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO-COHORT-CODE
               FILE STATUS IS WS-COHMAST-STATUS.

           SELECT ENROL-MASTER ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENROL-KEY
               FILE STATUS IS WS-ENRLMAST-STATUS.

           SELECT SCORE-MASTER ASSIGN TO "SCOREMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-SCORE-KEY
               FILE STATUS IS WS-SCOREMST-STATUS.

           SELECT SUSP-IN-FILE ASSIGN TO "SUSPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPIN-STATUS.

           SELECT PARM-FILE ASSIGN TO "WKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "WORKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC.

       FD  TRAINER-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY TRNREC.

       FD  COHORT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY COHREC.

       FD  ENROL-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY ENRLREC.

       FD  SCORE-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY SCOREREC.

       FD  SUSP-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSP-IN-RECORD              PIC X(86).

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  WK-RUN-DATE             PIC X(8).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STUDMAST-STATUS          PIC XX.
           88  WS-STUDMAST-OK          VALUE "00".
       01  WS-TRNMAST-STATUS           PIC XX.
           88  WS-TRNMAST-OK           VALUE "00".
       01  WS-COHMAST-STATUS           PIC XX.
           88  WS-COHMAST-OK           VALUE "00".
       01  WS-ENRLMAST-STATUS          PIC XX.
           88  WS-ENRLMAST-OK          VALUE "00".
       01  WS-SCOREMST-STATUS          PIC XX.
           88  WS-SCOREMST-OK          VALUE "00".
       01  WS-SUSPIN-STATUS            PIC XX.
           88  WS-SUSPIN-OK            VALUE "00".
       01  WS-PARMFILE-STATUS          PIC XX.
           88  WS-PARMFILE-OK          VALUE "00".
       01  WS-RPTFILE-STATUS           PIC XX.
           88  WS-RPTFILE-OK           VALUE "00".
       01  WS-EOF-STUDENT              PIC X VALUE "N".
           88  WS-END-OF-STUDENT       VALUE "Y".
       01  WS-EOF-TRAINER              PIC X VALUE "N".
           88  WS-END-OF-TRAINER       VALUE "Y".
       01  WS-EOF-COHORT               PIC X VALUE "N".
           88  WS-END-OF-COHORT        VALUE "Y".
       01  WS-EOF-ENROL                PIC X VALUE "N".
           88  WS-END-OF-ENROL         VALUE "Y".
       01  WS-EOF-SUSP                 PIC X VALUE "N".
           88  WS-END-OF-SUSP          VALUE "Y".

       COPY TRNTAB.

       COPY COHTAB.

       COPY SUSPREC.

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-RUN-DATE-NUM             PIC 9(8).
       01  WS-RUN-DATE-INT             PIC 9(8).
       01  WS-AGE-DATE                 PIC X(8).
       01  WS-AGE-DATE-NUM             PIC 9(8).
       01  WS-AGE-DATE-INT             PIC 9(8).
       01  WS-DAYS                     PIC S9(5).

      *    Every worklist item collected in one pass over each input,
      *    tagged with the trainer it belongs to (spaces when it
      *    can't be tied to a trainer on file), then printed trainer
      *    by trainer, item type by item type.
       01  WS-ITEM-TRAINER             PIC X(4).
      *    The track position a trainee item is for - the home track
      *    from STUDMAST or a further track from ENRLMAST.
       01  WS-ITEM-TRACK               PIC X(4).
       01  WS-ITEM-NUMERO              PIC 9(3).
       01  WS-ITEM-DATE                PIC X(8).
       01  WS-WORK-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-WORK-TABLE.
           05  WS-WORK-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-WORK-COUNT
                   INDEXED BY WS-WORK-IDX.
               10  WS-WK-TRAINER       PIC X(4).
               10  WS-WK-TYPE          PIC X(1).
                   88  WS-WK-TRAINEE   VALUE "T".
                   88  WS-WK-SUSPENSE  VALUE "S".
                   88  WS-WK-FAILED    VALUE "F".
               10  WS-WK-STUDENT-ID    PIC X(6).
               10  WS-WK-NOMBRE        PIC X(20).
               10  WS-WK-NUMERO        PIC 9(3).
               10  WS-WK-DATE          PIC X(8).
               10  WS-WK-DAYS          PIC 9(5).
               10  WS-WK-REASON        PIC X(4).
               10  WS-WK-SCORE         PIC 9(3).
               10  WS-WK-TRACK         PIC X(4).
       01  WS-WORK-MAX                 PIC 9(5) VALUE 3000.

       01  WS-SECTION-TRAINER          PIC X(4).
       01  WS-SECTION-TYPE             PIC X(1).
       01  WS-SECTION-COUNT            PIC 9(5).
       01  WS-TYPE-COUNT               PIC 9(5).
       01  WS-TRN-SUB                  PIC 9(3).

       01  WS-COUNT-TRAINEES           PIC 9(5) VALUE ZERO.
       01  WS-COUNT-ENROLMENTS         PIC 9(5) VALUE ZERO.
       01  WS-COUNT-SUSPENSE           PIC 9(5) VALUE ZERO.
       01  WS-COUNT-FAILED             PIC 9(5) VALUE ZERO.
       01  WS-COUNT-UNASSIGNED         PIC 9(5) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(26) VALUE
               "TRAINER WORKLIST AS OF    ".
           05  WS-H1-RUN-DATE          PIC X(8).
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-TRAINER-HEADER.
           05  FILLER                  PIC X(8)  VALUE "TRAINER ".
           05  WS-TH-CODE              PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TH-NAME              PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TH-STATUS            PIC X(10).
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-TRAINEE-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-TL-STUDENT-ID        PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TL-NOMBRE            PIC X(20).
           05  FILLER                  PIC X(10) VALUE "  EPISODE ".
           05  WS-TL-NUMERO            PIC 9(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TL-LAST-UPDATE       PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TL-DAYS              PIC ZZZZ9.
           05  FILLER                  PIC X(5)  VALUE " DAYS".
           05  FILLER                  PIC X(8)  VALUE "  TRACK ".
           05  WS-TL-TRACK             PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.

       01  WS-SUSPENSE-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-SL-STUDENT-ID        PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SL-NOMBRE            PIC X(20).
           05  FILLER                  PIC X(9)  VALUE "  REASON ".
           05  WS-SL-REASON            PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SL-SUS-DATE          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SL-DAYS              PIC ZZZZ9.
           05  FILLER                  PIC X(5)  VALUE " DAYS".
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-FAILED-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-FL-STUDENT-ID        PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-FL-NOMBRE            PIC X(20).
           05  FILLER                  PIC X(10) VALUE "  EPISODE ".
           05  WS-FL-NUMERO            PIC 9(3).
           05  FILLER                  PIC X(8)  VALUE "  SCORE ".
           05  WS-FL-SCORE             PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-FL-RECEIVED-DATE     PIC X(8).
           05  FILLER                  PIC X(8)  VALUE "  TRACK ".
           05  WS-FL-TRACK             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL              PIC X(30).
           05  WS-T-COUNT              PIC ZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-PARM-CARD.
           PERFORM LOAD-TRAINERS.
           PERFORM LOAD-COHORTS.
           OPEN INPUT STUDENT-MASTER.
           IF NOT WS-STUDMAST-OK
               DISPLAY "Unable to open STUDMAST, file status "
                   WS-STUDMAST-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT ENROL-MASTER.
           IF NOT WS-ENRLMAST-OK
               DISPLAY "Unable to open ENRLMAST, file status "
                   WS-ENRLMAST-STATUS
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT SCORE-MASTER.
           IF NOT WS-SCOREMST-OK
               DISPLAY "Unable to open SCOREMST, file status "
                   WS-SCOREMST-STATUS
               CLOSE STUDENT-MASTER
               CLOSE ENROL-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT SUSP-IN-FILE.
           IF NOT WS-SUSPIN-OK
               DISPLAY "Unable to open SUSPIN, file status "
                   WS-SUSPIN-STATUS
               CLOSE STUDENT-MASTER
               CLOSE ENROL-MASTER
               CLOSE SCORE-MASTER
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPTFILE-OK
               DISPLAY "Unable to open WORKRPT, file status "
                   WS-RPTFILE-STATUS
               CLOSE STUDENT-MASTER
               CLOSE ENROL-MASTER
               CLOSE SCORE-MASTER
               CLOSE SUSP-IN-FILE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-END-OF-STUDENT
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-STUDENT TO TRUE
                   NOT AT END
                       IF NOT SM-WITHDRAWN
                           PERFORM COLLECT-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM UNTIL WS-END-OF-SUSP
               READ SUSP-IN-FILE
                   AT END
                       SET WS-END-OF-SUSP TO TRUE
                   NOT AT END
                       MOVE SUSP-IN-RECORD TO SUSPENSE-RECORD
                       PERFORM COLLECT-ONE-SUSPENSE
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER.
           CLOSE ENROL-MASTER.
           CLOSE SCORE-MASTER.
           CLOSE SUSP-IN-FILE.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           PERFORM PRINT-TRAINER-SECTION
               VARYING WS-TRN-SUB FROM 1 BY 1
               UNTIL WS-TRN-SUB > WS-TRN-LOAD-COUNT.
           PERFORM PRINT-UNASSIGNED-SECTION.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE REPORT-FILE.
           STOP RUN.

       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF NOT WS-PARMFILE-OK
               DISPLAY "Unable to open WKPARM, file status "
                   WS-PARMFILE-STATUS
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY "WKPARM is empty - run date is required"
                   CLOSE PARM-FILE
                   STOP RUN
           END-READ.
           IF WK-RUN-DATE NOT NUMERIC
               DISPLAY "WKPARM is invalid: " PARM-RECORD
               CLOSE PARM-FILE
               STOP RUN
           END-IF.
           MOVE WK-RUN-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           CLOSE PARM-FILE.

      *    Fill the TRNTAB in-storage table from the TRNMAST trainer
      *    reference file - the sections print in trainer-code order.
      *    Performed before any other file is opened.
       LOAD-TRAINERS.
           OPEN INPUT TRAINER-MASTER.
           IF NOT WS-TRNMAST-OK
               DISPLAY "Unable to open TRNMAST, file status "
                   WS-TRNMAST-STATUS
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-TRN-LOAD-COUNT.
           MOVE WS-TRN-MAX-TRAINERS TO WS-TRN-TOTAL-TRAINERS.
           MOVE SPACES TO WS-TRAINER-TABLE.
           PERFORM UNTIL WS-END-OF-TRAINER
               READ TRAINER-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-TRAINER TO TRUE
                   NOT AT END
                       PERFORM LOAD-TRAINER-ENTRY
               END-READ
           END-PERFORM.
           CLOSE TRAINER-MASTER.
           IF WS-TRN-LOAD-COUNT = ZERO
               MOVE 1 TO WS-TRN-TOTAL-TRAINERS
           ELSE
               MOVE WS-TRN-LOAD-COUNT TO WS-TRN-TOTAL-TRAINERS
           END-IF.

       LOAD-TRAINER-ENTRY.
           IF WS-TRN-LOAD-COUNT < WS-TRN-MAX-TRAINERS
               ADD 1 TO WS-TRN-LOAD-COUNT
               MOVE TM-TRAINER-CODE TO
                   WS-TRN-CODE (WS-TRN-LOAD-COUNT)
               MOVE TM-NAME TO
                   WS-TRN-NAME (WS-TRN-LOAD-COUNT)
               MOVE TM-STATUS TO
                   WS-TRN-STATUS (WS-TRN-LOAD-COUNT)
           ELSE
               DISPLAY "Trainer table full, trainer "
                   TM-TRAINER-CODE " ignored"
           END-IF.

      *    Fill the COHTAB in-storage table from the COHMAST cohort
      *    reference file, for the default trainer of the cohort a
      *    new hire's suspended transaction names.
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
               MOVE CO-TRAINER TO
                   WS-COH-TRAINER (WS-COH-LOAD-COUNT)
           ELSE
               DISPLAY "Cohort table full, cohort "
                   CO-COHORT-CODE " ignored"
           END-IF.

      *    One trainee still in the program: the home track when the
      *    master record is ACTIVE, then every ACTIVE further-track
      *    enrolment - a trainee exported or delivered on the home
      *    track can still be working through another.
       COLLECT-ONE-STUDENT.
           MOVE SM-TRAINER TO WS-ITEM-TRAINER.
           PERFORM CHECK-ITEM-TRAINER.
           IF SM-ACTIVE
               MOVE SM-TRACK TO WS-ITEM-TRACK
               MOVE SM-NUMERO TO WS-ITEM-NUMERO
               MOVE SM-LAST-UPDATE TO WS-ITEM-DATE
               PERFORM COLLECT-ONE-TRAINEE
               ADD 1 TO WS-COUNT-TRAINEES
           END-IF.
           MOVE SM-STUDENT-ID TO EN-STUDENT-ID.
           MOVE LOW-VALUES TO EN-TRACK.
           MOVE "N" TO WS-EOF-ENROL.
           START ENROL-MASTER KEY NOT < EN-ENROL-KEY
               INVALID KEY
                   SET WS-END-OF-ENROL TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-ENROL
               READ ENROL-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-ENROL TO TRUE
                   NOT AT END
                       IF EN-STUDENT-ID NOT = SM-STUDENT-ID
                           SET WS-END-OF-ENROL TO TRUE
                       ELSE
                       IF EN-ACTIVE
                           MOVE EN-TRACK TO WS-ITEM-TRACK
                           MOVE EN-NUMERO TO WS-ITEM-NUMERO
                           MOVE EN-LAST-UPDATE TO WS-ITEM-DATE
                           PERFORM COLLECT-ONE-TRAINEE
                           ADD 1 TO WS-COUNT-ENROLMENTS
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    One active track position: the roster line, plus a
      *    failed-score line when SCOREMST holds a FAIL for the
      *    episode it stands on - the edit's score gate holds the
      *    trainee there until the LMS sends a pass.
       COLLECT-ONE-TRAINEE.
           MOVE WS-ITEM-DATE TO WS-AGE-DATE.
           PERFORM COMPUTE-DAYS.
           IF WS-ITEM-TRAINER = SPACES
               ADD 1 TO WS-COUNT-UNASSIGNED
           END-IF.
           IF WS-WORK-COUNT < WS-WORK-MAX
               ADD 1 TO WS-WORK-COUNT
               SET WS-WORK-IDX TO WS-WORK-COUNT
               MOVE WS-ITEM-TRAINER TO WS-WK-TRAINER (WS-WORK-IDX)
               SET WS-WK-TRAINEE (WS-WORK-IDX) TO TRUE
               MOVE SM-STUDENT-ID TO WS-WK-STUDENT-ID (WS-WORK-IDX)
               MOVE SM-NOMBRE TO WS-WK-NOMBRE (WS-WORK-IDX)
               MOVE WS-ITEM-NUMERO TO WS-WK-NUMERO (WS-WORK-IDX)
               MOVE WS-ITEM-DATE TO WS-WK-DATE (WS-WORK-IDX)
               MOVE WS-DAYS TO WS-WK-DAYS (WS-WORK-IDX)
               MOVE SPACES TO WS-WK-REASON (WS-WORK-IDX)
               MOVE ZERO TO WS-WK-SCORE (WS-WORK-IDX)
               MOVE WS-ITEM-TRACK TO WS-WK-TRACK (WS-WORK-IDX)
           ELSE
               DISPLAY "Worklist table full, student " SM-STUDENT-ID
                   " not reported"
           END-IF.
           IF WS-ITEM-NUMERO NOT = ZERO
               MOVE SM-STUDENT-ID TO SC-STUDENT-ID
               MOVE WS-ITEM-NUMERO TO SC-NUMERO
               READ SCORE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SC-FAILED
                           PERFORM ADD-FAILED-ENTRY
                       END-IF
               END-READ
           END-IF.

       ADD-FAILED-ENTRY.
           IF WS-WORK-COUNT < WS-WORK-MAX
               ADD 1 TO WS-WORK-COUNT
               SET WS-WORK-IDX TO WS-WORK-COUNT
               MOVE WS-ITEM-TRAINER TO WS-WK-TRAINER (WS-WORK-IDX)
               SET WS-WK-FAILED (WS-WORK-IDX) TO TRUE
               MOVE SM-STUDENT-ID TO WS-WK-STUDENT-ID (WS-WORK-IDX)
               MOVE SM-NOMBRE TO WS-WK-NOMBRE (WS-WORK-IDX)
               MOVE SC-NUMERO TO WS-WK-NUMERO (WS-WORK-IDX)
               MOVE SC-RECEIVED-DATE TO WS-WK-DATE (WS-WORK-IDX)
               MOVE ZERO TO WS-WK-DAYS (WS-WORK-IDX)
               MOVE SPACES TO WS-WK-REASON (WS-WORK-IDX)
               MOVE SC-SCORE TO WS-WK-SCORE (WS-WORK-IDX)
               MOVE WS-ITEM-TRACK TO WS-WK-TRACK (WS-WORK-IDX)
               ADD 1 TO WS-COUNT-FAILED
               IF WS-ITEM-TRAINER = SPACES
                   ADD 1 TO WS-COUNT-UNASSIGNED
               END-IF
           ELSE
               DISPLAY "Worklist table full, failed score for "
                   SM-STUDENT-ID " not reported"
           END-IF.

      *    A suspended transaction belongs to the trainer of the
      *    student it is for; one for a student not yet on the master
      *    goes to the default trainer of the cohort it names.
       COLLECT-ONE-SUSPENSE.
           MOVE SPACES TO WS-ITEM-TRAINER.
           MOVE SUS-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   PERFORM FIND-COHORT-TRAINER
               NOT INVALID KEY
                   MOVE SM-TRAINER TO WS-ITEM-TRAINER
           END-READ.
           PERFORM CHECK-ITEM-TRAINER.
           IF WS-ITEM-TRAINER = SPACES
               ADD 1 TO WS-COUNT-UNASSIGNED
           END-IF.
           MOVE SUS-DATE TO WS-AGE-DATE.
           PERFORM COMPUTE-DAYS.
           IF WS-WORK-COUNT < WS-WORK-MAX
               ADD 1 TO WS-WORK-COUNT
               SET WS-WORK-IDX TO WS-WORK-COUNT
               MOVE WS-ITEM-TRAINER TO WS-WK-TRAINER (WS-WORK-IDX)
               SET WS-WK-SUSPENSE (WS-WORK-IDX) TO TRUE
               MOVE SUS-STUDENT-ID TO WS-WK-STUDENT-ID (WS-WORK-IDX)
               MOVE SUS-NOMBRE TO WS-WK-NOMBRE (WS-WORK-IDX)
               MOVE ZERO TO WS-WK-NUMERO (WS-WORK-IDX)
               MOVE SUS-DATE TO WS-WK-DATE (WS-WORK-IDX)
               MOVE WS-DAYS TO WS-WK-DAYS (WS-WORK-IDX)
               MOVE SUS-REASON TO WS-WK-REASON (WS-WORK-IDX)
               MOVE ZERO TO WS-WK-SCORE (WS-WORK-IDX)
               MOVE SPACES TO WS-WK-TRACK (WS-WORK-IDX)
               ADD 1 TO WS-COUNT-SUSPENSE
           ELSE
               DISPLAY "Worklist table full, suspense record for "
                   SUS-STUDENT-ID " not reported"
           END-IF.

       FIND-COHORT-TRAINER.
           IF SUS-COHORT NOT = SPACES
               SET WS-COH-IDX TO 1
               SEARCH WS-COH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-COH-CODE (WS-COH-IDX) = SUS-COHORT
                       MOVE WS-COH-TRAINER (WS-COH-IDX)
                           TO WS-ITEM-TRAINER
               END-SEARCH
           END-IF.

      *    A trainer code no longer on TRNMAST can't get a section of
      *    its own, so the item falls to the UNASSIGNED section.
       CHECK-ITEM-TRAINER.
           IF WS-ITEM-TRAINER NOT = SPACES
               SET WS-TRN-IDX TO 1
               SEARCH WS-TRN-ENTRY
                   AT END
                       MOVE SPACES TO WS-ITEM-TRAINER
                   WHEN WS-TRN-CODE (WS-TRN-IDX) = WS-ITEM-TRAINER
                       CONTINUE
               END-SEARCH
           END-IF.

      *    Days from WS-AGE-DATE to the run date. An unusable date
      *    shows as 99999 so it sorts to the trainer's attention
      *    rather than hiding as zero, the way the suspense aging
      *    run treats one.
       COMPUTE-DAYS.
           IF WS-AGE-DATE NOT NUMERIC
               MOVE 99999 TO WS-DAYS
           ELSE
               MOVE WS-AGE-DATE TO WS-AGE-DATE-NUM
               COMPUTE WS-AGE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-AGE-DATE-NUM)
               COMPUTE WS-DAYS =
                   WS-RUN-DATE-INT - WS-AGE-DATE-INT
           END-IF.
           IF WS-DAYS < ZERO
               MOVE ZERO TO WS-DAYS
           END-IF.

      *    One trainer's section. Every trainer on file gets one, so
      *    a trainer with nothing outstanding sees that in writing.
       PRINT-TRAINER-SECTION.
           MOVE WS-TRN-CODE (WS-TRN-SUB) TO WS-SECTION-TRAINER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TRN-CODE (WS-TRN-SUB) TO WS-TH-CODE.
           MOVE WS-TRN-NAME (WS-TRN-SUB) TO WS-TH-NAME.
           IF WS-TRN-STATUS (WS-TRN-SUB) = "I"
               MOVE "(INACTIVE)" TO WS-TH-STATUS
           ELSE
               MOVE SPACES TO WS-TH-STATUS
           END-IF.
           WRITE REPORT-LINE FROM WS-TRAINER-HEADER.
           PERFORM PRINT-SECTION-BODY.

      *    Items that could not be tied to a trainer on file.
      *    Skipped entirely when there are none.
       PRINT-UNASSIGNED-SECTION.
           IF WS-COUNT-UNASSIGNED > ZERO
               MOVE SPACES TO WS-SECTION-TRAINER
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "UNASSIGNED - NO TRAINER ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM PRINT-SECTION-BODY
           END-IF.

       PRINT-SECTION-BODY.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE "T" TO WS-SECTION-TYPE.
           MOVE "  ACTIVE TRAINEES" TO REPORT-LINE.
           PERFORM PRINT-ITEM-GROUP.
           MOVE "S" TO WS-SECTION-TYPE.
           MOVE "  TRANSACTIONS IN SUSPENSE" TO REPORT-LINE.
           PERFORM PRINT-ITEM-GROUP.
           MOVE "F" TO WS-SECTION-TYPE.
           MOVE "  HELD BY A FAILED ASSESSMENT" TO REPORT-LINE.
           PERFORM PRINT-ITEM-GROUP.
           IF WS-SECTION-COUNT = ZERO
               MOVE "  NOTHING OUTSTANDING" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    One item type within a section - the sub-heading already
      *    in REPORT-LINE is written only when the type has items.
       PRINT-ITEM-GROUP.
           MOVE ZERO TO WS-TYPE-COUNT.
           IF WS-WORK-COUNT > ZERO
               PERFORM COUNT-GROUP-ITEM
                   VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-WORK-COUNT
           END-IF.
           IF WS-TYPE-COUNT > ZERO
               WRITE REPORT-LINE
               PERFORM PRINT-GROUP-ITEM
                   VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-WORK-COUNT
               ADD WS-TYPE-COUNT TO WS-SECTION-COUNT
           END-IF.

       COUNT-GROUP-ITEM.
           IF WS-WK-TRAINER (WS-WORK-IDX) = WS-SECTION-TRAINER
             AND WS-WK-TYPE (WS-WORK-IDX) = WS-SECTION-TYPE
               ADD 1 TO WS-TYPE-COUNT
           END-IF.

       PRINT-GROUP-ITEM.
           IF WS-WK-TRAINER (WS-WORK-IDX) = WS-SECTION-TRAINER
             AND WS-WK-TYPE (WS-WORK-IDX) = WS-SECTION-TYPE
               EVALUATE TRUE
                   WHEN WS-WK-TRAINEE (WS-WORK-IDX)
                       PERFORM PRINT-TRAINEE-ITEM
                   WHEN WS-WK-SUSPENSE (WS-WORK-IDX)
                       PERFORM PRINT-SUSPENSE-ITEM
                   WHEN OTHER
                       PERFORM PRINT-FAILED-ITEM
               END-EVALUATE
           END-IF.

       PRINT-TRAINEE-ITEM.
           MOVE WS-WK-STUDENT-ID (WS-WORK-IDX) TO WS-TL-STUDENT-ID.
           MOVE WS-WK-NOMBRE (WS-WORK-IDX) TO WS-TL-NOMBRE.
           MOVE WS-WK-NUMERO (WS-WORK-IDX) TO WS-TL-NUMERO.
           MOVE WS-WK-DATE (WS-WORK-IDX) TO WS-TL-LAST-UPDATE.
           MOVE WS-WK-DAYS (WS-WORK-IDX) TO WS-TL-DAYS.
           MOVE WS-WK-TRACK (WS-WORK-IDX) TO WS-TL-TRACK.
           WRITE REPORT-LINE FROM WS-TRAINEE-LINE.

       PRINT-SUSPENSE-ITEM.
           MOVE WS-WK-STUDENT-ID (WS-WORK-IDX) TO WS-SL-STUDENT-ID.
           MOVE WS-WK-NOMBRE (WS-WORK-IDX) TO WS-SL-NOMBRE.
           MOVE WS-WK-REASON (WS-WORK-IDX) TO WS-SL-REASON.
           MOVE WS-WK-DATE (WS-WORK-IDX) TO WS-SL-SUS-DATE.
           MOVE WS-WK-DAYS (WS-WORK-IDX) TO WS-SL-DAYS.
           WRITE REPORT-LINE FROM WS-SUSPENSE-LINE.

       PRINT-FAILED-ITEM.
           MOVE WS-WK-STUDENT-ID (WS-WORK-IDX) TO WS-FL-STUDENT-ID.
           MOVE WS-WK-NOMBRE (WS-WORK-IDX) TO WS-FL-NOMBRE.
           MOVE WS-WK-NUMERO (WS-WORK-IDX) TO WS-FL-NUMERO.
           MOVE WS-WK-SCORE (WS-WORK-IDX) TO WS-FL-SCORE.
           MOVE WS-WK-DATE (WS-WORK-IDX) TO WS-FL-RECEIVED-DATE.
           MOVE WS-WK-TRACK (WS-WORK-IDX) TO WS-FL-TRACK.
           WRITE REPORT-LINE FROM WS-FAILED-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "WORKLIST TOTALS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  ACTIVE TRAINEES           : " TO WS-T-LABEL.
           MOVE WS-COUNT-TRAINEES TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  FURTHER-TRACK ENROLMENTS  : " TO WS-T-LABEL.
           MOVE WS-COUNT-ENROLMENTS TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  SUSPENSE RECORDS          : " TO WS-T-LABEL.
           MOVE WS-COUNT-SUSPENSE TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  FAILED ASSESSMENTS        : " TO WS-T-LABEL.
           MOVE WS-COUNT-FAILED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  ITEMS WITH NO TRAINER     : " TO WS-T-LABEL.
           MOVE WS-COUNT-UNASSIGNED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           DISPLAY "Trainer worklist complete, items: "
               WS-WORK-COUNT.
