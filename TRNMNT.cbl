      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Add, change or delete TRNMAST trainer reference
      *           records from a maintenance transaction file, so the
      *           training department can bring a new trainer onto
      *           the team or stand one down without data-centre
      *           involvement. A trainer who leaves is normally
      *           changed to INACTIVE, which stops new assignments
      *           but keeps their current trainees on the worklist
      *           until they are moved. A delete is refused while any
      *           STUDENT-MASTER record or any cohort's default still
      *           names the trainer, the same occupancy rule COHMNT
      *           applies to cohorts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Trainer-Maintenance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAINER-MASTER ASSIGN TO "TRNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TRAINER-CODE
               FILE STATUS IS WS-TRNMAST-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               ALTERNATE RECORD KEY IS SM-NOMBRE
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDMAST-STATUS.

           SELECT COHORT-MASTER ASSIGN TO "COHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-COHORT-CODE
               FILE STATUS IS WS-COHMAST-STATUS.

           SELECT TRN-MAINT-FILE ASSIGN TO "TRNTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRNTRAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAINER-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY TRNREC.

       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC.

       FD  COHORT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY COHREC.

       FD  TRN-MAINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRN-MAINT-RECORD.
           05  TT-ACTION               PIC X(1).
               88  TT-ADD              VALUE "A".
               88  TT-CHANGE           VALUE "C".
               88  TT-DELETE           VALUE "D".
           05  TT-TRAINER-CODE         PIC X(4).
           05  TT-NAME                 PIC X(30).
      *        Blank TT-STATUS adds the trainer ACTIVE and leaves the
      *        status unchanged on a change.
           05  TT-STATUS               PIC X(1).
           05  TT-START-DATE           PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-TRNMAST-STATUS           PIC XX.
           88  WS-TRNMAST-OK           VALUE "00".
       01  WS-STUDMAST-STATUS          PIC XX.
           88  WS-STUDMAST-OK          VALUE "00".
       01  WS-COHMAST-STATUS           PIC XX.
           88  WS-COHMAST-OK           VALUE "00".
       01  WS-TRNTRAN-STATUS           PIC XX.
           88  WS-TRNTRAN-OK           VALUE "00".
       01  WS-EOF-TRNTRAN              PIC X VALUE "N".
           88  WS-END-OF-TRNTRAN       VALUE "Y".
       01  WS-EOF-STUDENT              PIC X VALUE "N".
           88  WS-END-OF-STUDENT       VALUE "Y".
       01  WS-EOF-COHORT               PIC X VALUE "N".
           88  WS-END-OF-COHORT        VALUE "Y".
       01  WS-IN-USE-SWITCH            PIC X VALUE "N".
           88  WS-TRAINER-IN-USE       VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN I-O TRAINER-MASTER.
           IF NOT WS-TRNMAST-OK
               DISPLAY "Unable to open TRNMAST, file status "
                   WS-TRNMAST-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF NOT WS-STUDMAST-OK
               DISPLAY "Unable to open STUDMAST, file status "
                   WS-STUDMAST-STATUS
               CLOSE TRAINER-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT COHORT-MASTER.
           IF NOT WS-COHMAST-OK
               DISPLAY "Unable to open COHMAST, file status "
                   WS-COHMAST-STATUS
               CLOSE TRAINER-MASTER
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT TRN-MAINT-FILE.
           IF NOT WS-TRNTRAN-OK
               DISPLAY "Unable to open TRNTRAN, file status "
                   WS-TRNTRAN-STATUS
               CLOSE TRAINER-MASTER
               CLOSE STUDENT-MASTER
               CLOSE COHORT-MASTER
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-END-OF-TRNTRAN
               READ TRN-MAINT-FILE
                   AT END
                       SET WS-END-OF-TRNTRAN TO TRUE
                   NOT AT END
                       PERFORM PROCESS-TRN-MAINT-RECORD
               END-READ
           END-PERFORM.
           CLOSE TRAINER-MASTER.
           CLOSE STUDENT-MASTER.
           CLOSE COHORT-MASTER.
           CLOSE TRN-MAINT-FILE.
           STOP RUN.

       PROCESS-TRN-MAINT-RECORD.
           IF TT-TRAINER-CODE = SPACES
               DISPLAY "Rejected - a trainer code is required"
           ELSE
           IF TT-STATUS NOT = SPACES
             AND TT-STATUS NOT = "A"
             AND TT-STATUS NOT = "I"
               DISPLAY "Rejected - status must be A or I for trainer "
                   TT-TRAINER-CODE
           ELSE
               EVALUATE TRUE
                   WHEN TT-ADD
                       PERFORM ADD-TRAINER
                   WHEN TT-CHANGE
                       PERFORM CHANGE-TRAINER
                   WHEN TT-DELETE
                       PERFORM DELETE-TRAINER
                   WHEN OTHER
                       DISPLAY "Unknown action code for trainer "
                           TT-TRAINER-CODE
               END-EVALUATE
           END-IF
           END-IF.

       ADD-TRAINER.
           IF TT-NAME = SPACES
               DISPLAY "Add failed, no name given for "
                   "trainer " TT-TRAINER-CODE
           ELSE
               MOVE TT-TRAINER-CODE TO TM-TRAINER-CODE
               MOVE TT-NAME TO TM-NAME
               IF TT-STATUS = SPACES
                   SET TM-ACTIVE TO TRUE
               ELSE
                   MOVE TT-STATUS TO TM-STATUS
               END-IF
               MOVE TT-START-DATE TO TM-START-DATE
               WRITE TRAINER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Add failed, trainer already exists: "
                           TT-TRAINER-CODE
                   NOT INVALID KEY
                       DISPLAY "Added trainer " TT-TRAINER-CODE
               END-WRITE
           END-IF.

       CHANGE-TRAINER.
           MOVE TT-TRAINER-CODE TO TM-TRAINER-CODE.
           READ TRAINER-MASTER
               INVALID KEY
                   DISPLAY "Change failed, trainer not found: "
                       TT-TRAINER-CODE
               NOT INVALID KEY
                   IF TT-NAME NOT = SPACES
                       MOVE TT-NAME TO TM-NAME
                   END-IF
                   IF TT-STATUS NOT = SPACES
                       MOVE TT-STATUS TO TM-STATUS
                   END-IF
                   IF TT-START-DATE NOT = SPACES
                       MOVE TT-START-DATE TO TM-START-DATE
                   END-IF
                   REWRITE TRAINER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Change failed for trainer: "
                               TT-TRAINER-CODE
                       NOT INVALID KEY
                           DISPLAY "Changed trainer " TT-TRAINER-CODE
                   END-REWRITE
           END-READ.

       DELETE-TRAINER.
           MOVE TT-TRAINER-CODE TO TM-TRAINER-CODE.
           READ TRAINER-MASTER
               INVALID KEY
                   DISPLAY "Delete failed, trainer not found: "
                       TT-TRAINER-CODE
               NOT INVALID KEY
                   PERFORM CHECK-TRAINER-IN-USE
                   IF WS-TRAINER-IN-USE
                       DISPLAY "Delete refused, trainees or cohorts "
                           "still name trainer " TT-TRAINER-CODE
                   ELSE
                       DELETE TRAINER-MASTER RECORD
                           INVALID KEY
                               DISPLAY "Delete failed for trainer: "
                                   TT-TRAINER-CODE
                           NOT INVALID KEY
                               DISPLAY "Deleted trainer "
                                   TT-TRAINER-CODE
                       END-DELETE
                   END-IF
           END-READ.

      *    Full scan of STUDENT-MASTER and then COHORT-MASTER for
      *    anything still naming the trainer being deleted - same
      *    occupancy check COHMNT makes before deleting a cohort.
      *    Both files are repositioned to the start each time so
      *    several deletes in one run each get a complete scan.
       CHECK-TRAINER-IN-USE.
           MOVE "N" TO WS-IN-USE-SWITCH.
           MOVE "N" TO WS-EOF-STUDENT.
           MOVE LOW-VALUES TO SM-STUDENT-ID.
           START STUDENT-MASTER KEY NOT < SM-STUDENT-ID
               INVALID KEY
                   SET WS-END-OF-STUDENT TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-STUDENT OR WS-TRAINER-IN-USE
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-STUDENT TO TRUE
                   NOT AT END
                       IF SM-TRAINER = TT-TRAINER-CODE
                           SET WS-TRAINER-IN-USE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-COHORT.
           MOVE LOW-VALUES TO CO-COHORT-CODE.
           START COHORT-MASTER KEY NOT < CO-COHORT-CODE
               INVALID KEY
                   SET WS-END-OF-COHORT TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-COHORT OR WS-TRAINER-IN-USE
               READ COHORT-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-COHORT TO TRUE
                   NOT AT END
                       IF CO-TRAINER = TT-TRAINER-CODE
                           SET WS-TRAINER-IN-USE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
