      ******************************************************************
      * Author:
      * Date:
      * Purpose:  First stage of dual-controlled student maintenance.
      *           Edits each MAINTFILE transaction against STUDMAST
      *           and the curriculum, cohort and trainer reference
      *           files, and parks every one that passes on the
      *           PENDMNT pending-change file stamped with the user ID
      *           that keyed it - nothing is applied here. The report
      *           lists the transactions refused at entry, then every
      *           change now waiting for approval with the trainee's
      *           current values and the proposed values side by side,
      *           under the reference the approver keys on the approval
      *           card. Student-Maintenance applies a change only once
      *           a different user ID has approved it, and checks it
      *           again against the master as it stands then.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Maintenance-Edit.

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

           SELECT MAINT-FILE ASSIGN TO "MAINTFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINTFILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDMNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PEND-KEY
               FILE STATUS IS WS-PENDMNT-STATUS.

           SELECT CURR-MASTER ASSIGN TO "CURRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-NUMERO
               FILE STATUS IS WS-CURRMAST-STATUS.

           SELECT COHORT-MASTER ASSIGN TO "COHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO-COHORT-CODE
               FILE STATUS IS WS-COHMAST-STATUS.

           SELECT TRAINER-MASTER ASSIGN TO "TRNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-TRAINER-CODE
               FILE STATUS IS WS-TRNMAST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "APPRLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC.

       FD  MAINT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY MAINTREC.

       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PENDREC.

       FD  CURR-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY CURRREC.

       FD  COHORT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY COHREC.

       FD  TRAINER-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY TRNREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STUDMAST-STATUS          PIC XX.
           88  WS-STUDMAST-OK          VALUE "00".
       01  WS-MAINTFILE-STATUS         PIC XX.
           88  WS-MAINTFILE-OK         VALUE "00".
       01  WS-PENDMNT-STATUS           PIC XX.
           88  WS-PENDMNT-OK           VALUE "00".
       01  WS-CURRMAST-STATUS          PIC XX.
           88  WS-CURRMAST-OK          VALUE "00".
       01  WS-COHMAST-STATUS           PIC XX.
           88  WS-COHMAST-OK           VALUE "00".
       01  WS-TRNMAST-STATUS           PIC XX.
           88  WS-TRNMAST-OK           VALUE "00".
       01  WS-RPTFILE-STATUS           PIC XX.
           88  WS-RPTFILE-OK           VALUE "00".
       01  WS-EOF-MAINT                PIC X VALUE "N".
           88  WS-END-OF-MAINT         VALUE "Y".
       01  WS-EOF-PENDING              PIC X VALUE "N".
           88  WS-END-OF-PENDING       VALUE "Y".
       01  WS-EOF-CURR                 PIC X VALUE "N".
           88  WS-END-OF-CURR          VALUE "Y".
       01  WS-EOF-COHORT               PIC X VALUE "N".
           88  WS-END-OF-COHORT        VALUE "Y".
       01  WS-EOF-TRAINER              PIC X VALUE "N".
           88  WS-END-OF-TRAINER       VALUE "Y".
       01  WS-COHORT-SWITCH            PIC X VALUE "Y".
           88  WS-COHORT-OK            VALUE "Y".
       01  WS-TRAINER-SWITCH           PIC X VALUE "Y".
           88  WS-TRAINER-OK           VALUE "Y".
       01  WS-STUDENT-SWITCH           PIC X.
           88  WS-STUDENT-FOUND        VALUE "Y".
       01  WS-EDIT-SWITCH              PIC X.
           88  WS-EDIT-OK              VALUE "Y".

       COPY CURTAB.

       COPY COHTAB.

       COPY TRNTAB.

       01  WS-VALIDATION-SWITCH        PIC X.
           88  WS-VALID-TRANSACTION    VALUE "V".
           88  WS-INVALID-TITLE        VALUE "T".
           88  WS-INVALID-NUMERO       VALUE "N".

      *    Pending changes are keyed by today's date and a running
      *    number, carried on from the highest number already parked
      *    today.
       01  WS-TODAY                    PIC X(8).
       01  WS-LAST-SEQUENCE            PIC 9(4) VALUE ZERO.
       01  WS-REJECT-REASON            PIC X(40).

      *    Survivor and duplicate positions, to show which episode a
      *    merge will leave the survivor on - the same furthest-along
      *    rule Student-Maintenance applies.
       01  WS-SURV-NUMERO              PIC 9(3).
       01  WS-SURV-VIENDO              PIC A(40).
       01  WS-SURV-TRACK               PIC X(4).
       01  WS-SURV-SEQ                 PIC 9(3).
       01  WS-DUP-SEQ                  PIC 9(3).
       01  WS-SEQ-NUMERO               PIC 9(3).
       01  WS-SEQ-FOUND                PIC 9(3).

       01  WS-COUNT-READ               PIC 9(5) VALUE ZERO.
       01  WS-COUNT-PARKED             PIC 9(5) VALUE ZERO.
       01  WS-COUNT-REJECTED           PIC 9(5) VALUE ZERO.
       01  WS-COUNT-LISTED             PIC 9(5) VALUE ZERO.

      *    Current and proposed values for one pending change, one
      *    row per field. Rows 7 and 8 print for a merge only.
       01  WS-VALUE-LABELS.
           05  FILLER                  PIC X(10) VALUE "NAME".
           05  FILLER                  PIC X(10) VALUE "EPISODE".
           05  FILLER                  PIC X(10) VALUE "STATUS".
           05  FILLER                  PIC X(10) VALUE "COHORT".
           05  FILLER                  PIC X(10) VALUE "TRAINER".
           05  FILLER                  PIC X(10) VALUE "WITHDRAWAL".
           05  FILLER                  PIC X(10) VALUE "DUPLICATE".
           05  FILLER                  PIC X(10) VALUE "DUP EPIS".
       01  WS-VALUE-LABEL-TABLE REDEFINES WS-VALUE-LABELS.
           05  WS-VALUE-LABEL          PIC X(10) OCCURS 8 TIMES.
       01  WS-VALUE-TABLE.
           05  WS-VALUE-ENTRY OCCURS 8 TIMES.
               10  WS-VAL-CURRENT      PIC X(32).
               10  WS-VAL-PROPOSED     PIC X(32).
       01  WS-VALUE-COUNT              PIC 9(1).
       01  WS-VALUE-SUB                PIC 9(1).

       01  WS-EPISODE-VALUE.
           05  WS-EV-NUMERO            PIC 9(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-EV-VIENDO            PIC X(28).
       01  WS-STUDENT-VALUE.
           05  WS-SV-STUDENT-ID        PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-SV-NOMBRE            PIC X(20).
           05  FILLER                  PIC X(5)  VALUE SPACES.
       01  WS-WDRAW-VALUE.
           05  WS-WV-REASON            PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-WV-DATE              PIC X(8).
           05  FILLER                  PIC X(19) VALUE SPACES.
       01  WS-RETIRED-VALUE.
           05  FILLER                  PIC X(14) VALUE
               "(RETIRED INTO ".
           05  WS-RV-STUDENT-ID        PIC X(6).
           05  FILLER                  PIC X(12) VALUE ")".

       01  WS-HEADING-1.
           05  FILLER                  PIC X(36) VALUE
               "STUDENT MAINTENANCE APPROVAL LIST - ".
           05  FILLER                  PIC X(10) VALUE "KEYED ON ".
           05  WS-H1-TODAY             PIC X(8).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-REJECT-HEADING.
           05  FILLER                  PIC X(8)  VALUE "STUDENT".
           05  FILLER                  PIC X(4)  VALUE "ACT".
           05  FILLER                  PIC X(10) VALUE "KEYED BY".
           05  FILLER                  PIC X(58) VALUE "REASON".

       01  WS-REJECT-LINE.
           05  WS-R-STUDENT-ID         PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-R-ACTION             PIC X(1).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-R-KEYED-BY           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-R-REASON             PIC X(40).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-CHANGE-LINE.
           05  FILLER                  PIC X(4)  VALUE "REF ".
           05  WS-C-PEND-KEY           PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-C-ACTION             PIC X(10).
           05  FILLER                  PIC X(10) VALUE "  STUDENT ".
           05  WS-C-STUDENT-ID         PIC X(6).
           05  FILLER                  PIC X(11) VALUE "  KEYED BY ".
           05  WS-C-KEYED-BY           PIC X(8).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "FIELD".
           05  FILLER                  PIC X(33) VALUE "CURRENT".
           05  FILLER                  PIC X(32) VALUE "PROPOSED".

       01  WS-FIELD-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-F-LABEL              PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-F-CURRENT            PIC X(32).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-F-PROPOSED           PIC X(32).

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL              PIC X(30).
           05  WS-T-COUNT              PIC ZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM LOAD-CURRICULUM.
           PERFORM LOAD-COHORTS.
           PERFORM LOAD-TRAINERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM OPEN-FILES.
           PERFORM FIND-LAST-SEQUENCE.
           MOVE WS-TODAY TO WS-H1-TODAY.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TRANSACTIONS REFUSED AT ENTRY - NOT PARKED"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-REJECT-HEADING.
           PERFORM UNTIL WS-END-OF-MAINT
               READ MAINT-FILE
                   AT END
                       SET WS-END-OF-MAINT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       PERFORM EDIT-MAINT-RECORD
                       IF WS-EDIT-OK
                           PERFORM PARK-TRANSACTION
                       END-IF
                       IF NOT WS-EDIT-OK
                           PERFORM REPORT-REJECTION
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-COUNT-REJECTED = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CHANGES AWAITING APPROVAL" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE LOW-VALUES TO PM-PEND-KEY.
           START PENDING-FILE KEY NOT < PM-PEND-KEY
               INVALID KEY
                   SET WS-END-OF-PENDING TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-PENDING
               READ PENDING-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-PENDING TO TRUE
                   NOT AT END
                       IF PM-AWAITING
                           PERFORM PRINT-PENDING-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-COUNT-LISTED = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT STUDENT-MASTER.
           IF NOT WS-STUDMAST-OK
               DISPLAY "Unable to open STUDMAST, file status "
                   WS-STUDMAST-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT MAINT-FILE.
           IF NOT WS-MAINTFILE-OK
               DISPLAY "Unable to open MAINTFIL, file status "
                   WS-MAINTFILE-STATUS
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN I-O PENDING-FILE.
           IF NOT WS-PENDMNT-OK
               DISPLAY "Unable to open PENDMNT, file status "
                   WS-PENDMNT-STATUS
               CLOSE STUDENT-MASTER
               CLOSE MAINT-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPTFILE-OK
               DISPLAY "Unable to open APPRLIST, file status "
                   WS-RPTFILE-STATUS
               CLOSE STUDENT-MASTER
               CLOSE MAINT-FILE
               CLOSE PENDING-FILE
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE STUDENT-MASTER.
           CLOSE MAINT-FILE.
           CLOSE PENDING-FILE.
           CLOSE REPORT-FILE.

      *    Same loads as Student-Maintenance, so a transaction is
      *    edited here against the same reference data it will be
      *    applied against.
       LOAD-CURRICULUM.
           OPEN INPUT CURR-MASTER.
           IF NOT WS-CURRMAST-OK
               DISPLAY "Unable to open CURRMAST, file status "
                   WS-CURRMAST-STATUS
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-CURR-LOAD-COUNT.
           MOVE WS-CURR-MAX-EPISODES TO WS-CURR-TOTAL-EPISODES.
           PERFORM UNTIL WS-END-OF-CURR
               READ CURR-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-CURR TO TRUE
                   NOT AT END
                       PERFORM LOAD-CURRICULUM-ENTRY
               END-READ
           END-PERFORM.
           CLOSE CURR-MASTER.
           IF WS-CURR-LOAD-COUNT = ZERO
               DISPLAY "CURRMAST holds no active episodes"
               STOP RUN
           END-IF.
           MOVE WS-CURR-LOAD-COUNT TO WS-CURR-TOTAL-EPISODES.

       LOAD-CURRICULUM-ENTRY.
           IF CM-ACTIVE
               IF WS-CURR-LOAD-COUNT < WS-CURR-MAX-EPISODES
                   ADD 1 TO WS-CURR-LOAD-COUNT
                   MOVE CM-NUMERO TO
                       WS-CURR-NUMERO (WS-CURR-LOAD-COUNT)
                   MOVE CM-VIENDO TO
                       WS-CURR-VIENDO (WS-CURR-LOAD-COUNT)
                   MOVE CM-SEQUENCE TO
                       WS-CURR-SEQUENCE (WS-CURR-LOAD-COUNT)
                   MOVE CM-TRACK TO
                       WS-CURR-TRACK (WS-CURR-LOAD-COUNT)
               ELSE
                   DISPLAY "Curriculum table full, episode "
                       CM-NUMERO " ignored"
               END-IF
           END-IF.

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

      *    Carry on today's numbering from the highest reference
      *    already parked today.
       FIND-LAST-SEQUENCE.
           MOVE WS-TODAY TO PM-KEYED-DATE.
           MOVE ZERO TO PM-SEQUENCE.
           START PENDING-FILE KEY NOT < PM-PEND-KEY
               INVALID KEY
                   SET WS-END-OF-PENDING TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-PENDING
               READ PENDING-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-PENDING TO TRUE
                   NOT AT END
                       IF PM-KEYED-DATE = WS-TODAY
                           MOVE PM-SEQUENCE TO WS-LAST-SEQUENCE
                       ELSE
                           SET WS-END-OF-PENDING TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-PENDING.

      *    The entry edits: a keyer, a known action, a trainee who is
      *    (or for an add, is not) on file, and reference codes that
      *    exist. The trainee's state is checked again when the
      *    change is applied - it may have moved on while the change
      *    waited for approval.
       EDIT-MAINT-RECORD.
           MOVE "Y" TO WS-EDIT-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF MT-KEYED-BY = SPACES
               MOVE "NO KEYER USER ID" TO WS-REJECT-REASON
           ELSE
           IF NOT MT-ADD AND NOT MT-CHANGE AND NOT MT-DELETE
             AND NOT MT-WITHDRAW AND NOT MT-REINSTATE
             AND NOT MT-MERGE
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
           ELSE
           IF MT-STUDENT-ID = SPACES
               MOVE "STUDENT ID MISSING" TO WS-REJECT-REASON
           ELSE
               PERFORM LOOK-UP-STUDENT
               IF MT-ADD AND WS-STUDENT-FOUND
                   MOVE "STUDENT ALREADY ON FILE" TO WS-REJECT-REASON
               ELSE
               IF NOT MT-ADD AND NOT WS-STUDENT-FOUND
                   MOVE "STUDENT NOT ON FILE" TO WS-REJECT-REASON
               ELSE
                   EVALUATE TRUE
                       WHEN MT-ADD
                           PERFORM EDIT-REFERENCES
                       WHEN MT-CHANGE
                           PERFORM EDIT-CHANGE
                       WHEN MT-WITHDRAW
                           PERFORM EDIT-WITHDRAWAL
                       WHEN MT-REINSTATE
                           IF NOT SM-WITHDRAWN
                               MOVE "STUDENT IS NOT WITHDRAWN"
                                   TO WS-REJECT-REASON
                           END-IF
                       WHEN MT-MERGE
                           PERFORM EDIT-MERGE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "N" TO WS-EDIT-SWITCH
           END-IF.

       LOOK-UP-STUDENT.
           MOVE MT-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "N" TO WS-STUDENT-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-STUDENT-SWITCH
           END-READ.

       EDIT-CHANGE.
           IF MT-NOMBRE = SPACES AND MT-COHORT = SPACES
             AND MT-TRAINER = SPACES AND NOT MT-NUMERO-SUPPLIED
               MOVE "NOTHING TO CHANGE" TO WS-REJECT-REASON
           ELSE
               PERFORM EDIT-REFERENCES
           END-IF.

      *    Cohort and trainer on an add or change, and the episode
      *    where one is given - zero on an add starts the trainee at
      *    the beginning of the curriculum.
       EDIT-REFERENCES.
           PERFORM VALIDATE-COHORT.
           PERFORM VALIDATE-TRAINER.
           SET WS-VALID-TRANSACTION TO TRUE.
           IF MT-ADD OR MT-NUMERO-SUPPLIED
               PERFORM VALIDATE-CURRICULUM
           END-IF.
           IF NOT WS-COHORT-OK
               MOVE "UNKNOWN COHORT" TO WS-REJECT-REASON
           ELSE
           IF NOT WS-TRAINER-OK
               MOVE "TRAINER IS NOT AN ACTIVE TRAINER"
                   TO WS-REJECT-REASON
           ELSE
           IF WS-INVALID-NUMERO
               MOVE "UNKNOWN NUMERO" TO WS-REJECT-REASON
           ELSE
           IF WS-INVALID-TITLE
               MOVE "VIENDO DOES NOT MATCH NUMERO"
                   TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF.

       EDIT-WITHDRAWAL.
           IF SM-WITHDRAWN
               MOVE "STUDENT ALREADY WITHDRAWN" TO WS-REJECT-REASON
           ELSE
           IF MT-WDRAW-DATE NOT = SPACES
             AND MT-WDRAW-DATE NOT NUMERIC
               MOVE "WITHDRAWAL DATE IS NOT NUMERIC"
                   TO WS-REJECT-REASON
           END-IF
           END-IF.

       EDIT-MERGE.
           IF MT-MERGE-ID = SPACES
             OR MT-MERGE-ID = MT-STUDENT-ID
               MOVE "DUPLICATE ID MISSING OR SAME AS SURVIVOR"
                   TO WS-REJECT-REASON
           ELSE
               MOVE MT-MERGE-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE "DUPLICATE NOT ON FILE"
                           TO WS-REJECT-REASON
               END-READ
           END-IF.

       VALIDATE-COHORT.
           MOVE "Y" TO WS-COHORT-SWITCH.
           IF MT-COHORT NOT = SPACES
               MOVE "N" TO WS-COHORT-SWITCH
               SET WS-COH-IDX TO 1
               SEARCH WS-COH-ENTRY
                   AT END
                       MOVE "N" TO WS-COHORT-SWITCH
                   WHEN WS-COH-CODE (WS-COH-IDX) = MT-COHORT
                       MOVE "Y" TO WS-COHORT-SWITCH
               END-SEARCH
           END-IF.

       VALIDATE-TRAINER.
           MOVE "Y" TO WS-TRAINER-SWITCH.
           IF MT-TRAINER NOT = SPACES
               MOVE "N" TO WS-TRAINER-SWITCH
               SET WS-TRN-IDX TO 1
               SEARCH WS-TRN-ENTRY
                   AT END
                       MOVE "N" TO WS-TRAINER-SWITCH
                   WHEN WS-TRN-CODE (WS-TRN-IDX) = MT-TRAINER
                       IF WS-TRN-STATUS (WS-TRN-IDX) = "A"
                           MOVE "Y" TO WS-TRAINER-SWITCH
                       END-IF
               END-SEARCH
           END-IF.

       VALIDATE-CURRICULUM.
           IF MT-NUMERO = ZERO
               SET WS-VALID-TRANSACTION TO TRUE
           ELSE
               SET WS-INVALID-NUMERO TO TRUE
               SET WS-CURR-IDX TO 1
               SEARCH WS-CURR-ENTRY
                   AT END
                       SET WS-INVALID-NUMERO TO TRUE
                   WHEN WS-CURR-NUMERO (WS-CURR-IDX) = MT-NUMERO
                       IF WS-CURR-VIENDO (WS-CURR-IDX) = MT-VIENDO
                           SET WS-VALID-TRANSACTION TO TRUE
                       ELSE
                           SET WS-INVALID-TITLE TO TRUE
                       END-IF
               END-SEARCH
           END-IF.

       PARK-TRANSACTION.
           IF WS-LAST-SEQUENCE = 9999
               MOVE "PENDING FILE FULL FOR TODAY" TO WS-REJECT-REASON
               MOVE "N" TO WS-EDIT-SWITCH
           ELSE
               ADD 1 TO WS-LAST-SEQUENCE
               MOVE WS-TODAY TO PM-KEYED-DATE
               MOVE WS-LAST-SEQUENCE TO PM-SEQUENCE
               SET PM-AWAITING TO TRUE
               MOVE MT-KEYED-BY TO PM-KEYED-BY
               MOVE SPACES TO PM-APPROVED-BY
               MOVE SPACES TO PM-APPROVED-DATE
               MOVE MAINT-RECORD TO PM-TRANSACTION
               WRITE PENDING-CHANGE-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO PARK ON PENDMNT"
                           TO WS-REJECT-REASON
                       MOVE "N" TO WS-EDIT-SWITCH
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-PARKED
               END-WRITE
           END-IF.

       REPORT-REJECTION.
           MOVE MT-STUDENT-ID TO WS-R-STUDENT-ID.
           MOVE MT-ACTION TO WS-R-ACTION.
           MOVE MT-KEYED-BY TO WS-R-KEYED-BY.
           MOVE WS-REJECT-REASON TO WS-R-REASON.
           WRITE REPORT-LINE FROM WS-REJECT-LINE.
           ADD 1 TO WS-COUNT-REJECTED.

      *    One block per change waiting for approval: the reference
      *    and keyer, then each field as the master holds it now and
      *    as the change would leave it.
       PRINT-PENDING-CHANGE.
           MOVE PM-TRANSACTION TO MAINT-RECORD.
           ADD 1 TO WS-COUNT-LISTED.
           MOVE PM-PEND-KEY TO WS-C-PEND-KEY.
           MOVE MT-STUDENT-ID TO WS-C-STUDENT-ID.
           MOVE PM-KEYED-BY TO WS-C-KEYED-BY.
           EVALUATE TRUE
               WHEN MT-ADD
                   MOVE "ADD" TO WS-C-ACTION
               WHEN MT-CHANGE
                   MOVE "CHANGE" TO WS-C-ACTION
               WHEN MT-DELETE
                   MOVE "DELETE" TO WS-C-ACTION
               WHEN MT-WITHDRAW
                   MOVE "WITHDRAW" TO WS-C-ACTION
               WHEN MT-REINSTATE
                   MOVE "REINSTATE" TO WS-C-ACTION
               WHEN MT-MERGE
                   MOVE "MERGE" TO WS-C-ACTION
               WHEN OTHER
                   MOVE MT-ACTION TO WS-C-ACTION
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-CHANGE-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.
           MOVE SPACES TO WS-VALUE-TABLE.
           MOVE 6 TO WS-VALUE-COUNT.
           PERFORM LOOK-UP-STUDENT.
           PERFORM SET-CURRENT-VALUES.
           MOVE "(NO CHANGE)" TO WS-VAL-PROPOSED (1)
                                 WS-VAL-PROPOSED (2)
                                 WS-VAL-PROPOSED (3)
                                 WS-VAL-PROPOSED (4)
                                 WS-VAL-PROPOSED (5)
                                 WS-VAL-PROPOSED (6).
           EVALUATE TRUE
               WHEN MT-ADD
                   PERFORM SET-ADD-VALUES
               WHEN MT-CHANGE
                   PERFORM SET-CHANGE-VALUES
               WHEN MT-DELETE
                   MOVE "(DELETED)" TO WS-VAL-PROPOSED (1)
                                       WS-VAL-PROPOSED (2)
                                       WS-VAL-PROPOSED (3)
                                       WS-VAL-PROPOSED (4)
                                       WS-VAL-PROPOSED (5)
                                       WS-VAL-PROPOSED (6)
               WHEN MT-WITHDRAW
                   MOVE "WITHDRAWN" TO WS-VAL-PROPOSED (3)
                   MOVE MT-WDRAW-REASON TO WS-WV-REASON
                   IF MT-WDRAW-DATE = SPACES
                       MOVE "ON APPLY" TO WS-WV-DATE
                   ELSE
                       MOVE MT-WDRAW-DATE TO WS-WV-DATE
                   END-IF
                   MOVE WS-WDRAW-VALUE TO WS-VAL-PROPOSED (6)
               WHEN MT-REINSTATE
                   MOVE "ACTIVE" TO WS-VAL-PROPOSED (3)
                   MOVE "(CLEARED)" TO WS-VAL-PROPOSED (6)
               WHEN MT-MERGE
                   PERFORM SET-MERGE-VALUES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM PRINT-ONE-VALUE
               VARYING WS-VALUE-SUB FROM 1 BY 1
               UNTIL WS-VALUE-SUB > WS-VALUE-COUNT.

       PRINT-ONE-VALUE.
           MOVE WS-VALUE-LABEL (WS-VALUE-SUB) TO WS-F-LABEL.
           MOVE WS-VAL-CURRENT (WS-VALUE-SUB) TO WS-F-CURRENT.
           MOVE WS-VAL-PROPOSED (WS-VALUE-SUB) TO WS-F-PROPOSED.
           WRITE REPORT-LINE FROM WS-FIELD-LINE.

      *    The master as it stands while the list is printed.
       SET-CURRENT-VALUES.
           IF NOT WS-STUDENT-FOUND
               MOVE "(NOT ON FILE)" TO WS-VAL-CURRENT (1)
                                       WS-VAL-CURRENT (2)
                                       WS-VAL-CURRENT (3)
                                       WS-VAL-CURRENT (4)
                                       WS-VAL-CURRENT (5)
                                       WS-VAL-CURRENT (6)
           ELSE
               MOVE SM-NOMBRE TO WS-VAL-CURRENT (1)
               MOVE SM-NUMERO TO WS-EV-NUMERO
               MOVE SM-VIENDO TO WS-EV-VIENDO
               MOVE WS-EPISODE-VALUE TO WS-VAL-CURRENT (2)
               EVALUATE TRUE
                   WHEN SM-ACTIVE
                       MOVE "ACTIVE" TO WS-VAL-CURRENT (3)
                   WHEN SM-EXPORTED
                       MOVE "EXPORTED" TO WS-VAL-CURRENT (3)
                   WHEN SM-DELIVERED
                       MOVE "DELIVERED" TO WS-VAL-CURRENT (3)
                   WHEN SM-WITHDRAWN
                       MOVE "WITHDRAWN" TO WS-VAL-CURRENT (3)
                   WHEN OTHER
                       MOVE SM-STATUS TO WS-VAL-CURRENT (3)
               END-EVALUATE
               IF SM-COHORT = SPACES
                   MOVE "(NONE)" TO WS-VAL-CURRENT (4)
               ELSE
                   MOVE SM-COHORT TO WS-VAL-CURRENT (4)
               END-IF
               IF SM-TRAINER = SPACES
                   MOVE "(NONE)" TO WS-VAL-CURRENT (5)
               ELSE
                   MOVE SM-TRAINER TO WS-VAL-CURRENT (5)
               END-IF
               IF SM-WITHDRAWN
                   MOVE SM-WDRAW-REASON TO WS-WV-REASON
                   MOVE SM-WDRAW-DATE TO WS-WV-DATE
                   MOVE WS-WDRAW-VALUE TO WS-VAL-CURRENT (6)
               ELSE
                   MOVE "(NONE)" TO WS-VAL-CURRENT (6)
               END-IF
           END-IF.

       SET-ADD-VALUES.
           MOVE MT-NOMBRE TO WS-VAL-PROPOSED (1).
           MOVE MT-NUMERO TO WS-EV-NUMERO.
           IF MT-NUMERO = ZERO
               MOVE "(CURRICULUM START)" TO WS-EV-VIENDO
           ELSE
               MOVE MT-VIENDO TO WS-EV-VIENDO
           END-IF.
           MOVE WS-EPISODE-VALUE TO WS-VAL-PROPOSED (2).
           MOVE "ACTIVE" TO WS-VAL-PROPOSED (3).
           IF MT-COHORT = SPACES
               MOVE "(NONE)" TO WS-VAL-PROPOSED (4)
           ELSE
               MOVE MT-COHORT TO WS-VAL-PROPOSED (4)
           END-IF.
           IF MT-TRAINER = SPACES
               MOVE "(COHORT DEFAULT)" TO WS-VAL-PROPOSED (5)
           ELSE
               MOVE MT-TRAINER TO WS-VAL-PROPOSED (5)
           END-IF.
           MOVE "(NONE)" TO WS-VAL-PROPOSED (6).

      *    A change touches only the fields it carries; a new episode
      *    re-activates the trainee and clears any withdrawal, and a
      *    cohort move without a named trainer takes the new cohort's
      *    default.
       SET-CHANGE-VALUES.
           IF MT-NOMBRE NOT = SPACES
               MOVE MT-NOMBRE TO WS-VAL-PROPOSED (1)
           END-IF.
           IF MT-NUMERO-SUPPLIED
               MOVE MT-NUMERO TO WS-EV-NUMERO
               IF MT-NUMERO = ZERO
                   MOVE "(CURRICULUM START)" TO WS-EV-VIENDO
               ELSE
                   MOVE MT-VIENDO TO WS-EV-VIENDO
               END-IF
               MOVE WS-EPISODE-VALUE TO WS-VAL-PROPOSED (2)
               MOVE "ACTIVE" TO WS-VAL-PROPOSED (3)
               MOVE "(CLEARED)" TO WS-VAL-PROPOSED (6)
           END-IF.
           IF MT-COHORT NOT = SPACES
               MOVE MT-COHORT TO WS-VAL-PROPOSED (4)
           END-IF.
           IF MT-TRAINER NOT = SPACES
               MOVE MT-TRAINER TO WS-VAL-PROPOSED (5)
           ELSE
               IF MT-COHORT NOT = SPACES
                 AND MT-COHORT NOT = WS-VAL-CURRENT (4)
                   MOVE "(COHORT DEFAULT)" TO WS-VAL-PROPOSED (5)
               END-IF
           END-IF.

      *    The survivor keeps its own record and takes the
      *    duplicate's episode only when the duplicate stands further
      *    along the same track; the duplicate is retired.
       SET-MERGE-VALUES.
           MOVE 8 TO WS-VALUE-COUNT.
           MOVE "(NOT ON FILE)" TO WS-VAL-CURRENT (7)
                                   WS-VAL-CURRENT (8).
           MOVE MT-STUDENT-ID TO WS-RV-STUDENT-ID.
           MOVE WS-RETIRED-VALUE TO WS-VAL-PROPOSED (7)
                                    WS-VAL-PROPOSED (8).
           IF WS-STUDENT-FOUND
               MOVE SM-NUMERO TO WS-SURV-NUMERO
               MOVE SM-VIENDO TO WS-SURV-VIENDO
               MOVE SM-TRACK TO WS-SURV-TRACK
               MOVE MT-MERGE-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SET-DUPLICATE-VALUES
               END-READ
           END-IF.

       SET-DUPLICATE-VALUES.
           MOVE SM-STUDENT-ID TO WS-SV-STUDENT-ID.
           MOVE SM-NOMBRE TO WS-SV-NOMBRE.
           MOVE WS-STUDENT-VALUE TO WS-VAL-CURRENT (7).
           MOVE SM-NUMERO TO WS-EV-NUMERO.
           MOVE SM-VIENDO TO WS-EV-VIENDO.
           MOVE WS-EPISODE-VALUE TO WS-VAL-CURRENT (8).
           MOVE WS-SURV-NUMERO TO WS-SEQ-NUMERO.
           PERFORM FIND-COURSE-SEQUENCE.
           MOVE WS-SEQ-FOUND TO WS-SURV-SEQ.
           MOVE SM-NUMERO TO WS-SEQ-NUMERO.
           PERFORM FIND-COURSE-SEQUENCE.
           MOVE WS-SEQ-FOUND TO WS-DUP-SEQ.
           IF WS-DUP-SEQ > WS-SURV-SEQ
             AND (SM-TRACK = WS-SURV-TRACK
                 OR WS-SURV-NUMERO = ZERO)
               MOVE WS-EPISODE-VALUE TO WS-VAL-PROPOSED (2)
           END-IF.

       FIND-COURSE-SEQUENCE.
           MOVE ZERO TO WS-SEQ-FOUND.
           IF WS-SEQ-NUMERO NOT = ZERO
               SET WS-CURR-IDX TO 1
               SEARCH WS-CURR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CURR-NUMERO (WS-CURR-IDX) = WS-SEQ-NUMERO
                       MOVE WS-CURR-SEQUENCE (WS-CURR-IDX)
                           TO WS-SEQ-FOUND
               END-SEARCH
           END-IF.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MAINTENANCE EDIT TOTALS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  TRANSACTIONS READ         : " TO WS-T-LABEL.
           MOVE WS-COUNT-READ TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  PARKED FOR APPROVAL       : " TO WS-T-LABEL.
           MOVE WS-COUNT-PARKED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  REFUSED AT ENTRY          : " TO WS-T-LABEL.
           MOVE WS-COUNT-REJECTED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  AWAITING APPROVAL IN ALL  : " TO WS-T-LABEL.
           MOVE WS-COUNT-LISTED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           DISPLAY "Maintenance edit complete, parked: "
               WS-COUNT-PARKED " refused: " WS-COUNT-REJECTED.
           IF WS-COUNT-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
