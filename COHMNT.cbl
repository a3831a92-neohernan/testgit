      *           retire an old one without data-centre involvement.
      *           A delete is refused while any STUDENT-MASTER record
      *           still carries the cohort, so a cohort can't vanish
      *           out from under its members, while another cohort
      *           takes its overflow, or while anyone on the WAITLIST
      *           waiting list is waiting for it or holds a seat
      *           reserved in it. The cohort's default
      *           trainer must be an active trainer on TRNMAST.
      *           Each cohort carries a seat capacity (zero for no
      *           limit) that the transaction edit holds adds to, and
      *           may name a full cohort whose waiting list it takes
      *           the overflow of - that cohort must be on file.
      *           The cohort's cost centre names the department the
      *           monthly training chargeback bills for its trainees.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDMAST-STATUS.

           SELECT TRAINER-MASTER ASSIGN TO "TRNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TRAINER-CODE
               FILE STATUS IS WS-TRNMAST-STATUS.

           SELECT WAITING-LIST ASSIGN TO "WAITLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-ARRIVAL-KEY
               ALTERNATE RECORD KEY IS WL-STUDENT-ID
               FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT COH-MAINT-FILE ASSIGN TO "COHTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COHTRAN-STATUS.
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC.

       FD  TRAINER-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY TRNREC.

       FD  WAITING-LIST
           LABEL RECORDS ARE STANDARD.
       COPY WAITREC.

       FD  COH-MAINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  COH-MAINT-RECORD.
           05  CH-COHORT-CODE          PIC X(4).
           05  CH-DESCRIPTION          PIC X(30).
           05  CH-START-DATE           PIC X(8).
      *        Blank CH-TRAINER leaves the default trainer unchanged
      *        on a change.
           05  CH-TRAINER              PIC X(4).
      *        Blank CH-CAPACITY-X leaves the capacity unchanged on a
      *        change and means no limit on an add; 0000 removes the
      *        limit.
           05  CH-CAPACITY-X           PIC X(4).
           05  CH-CAPACITY REDEFINES CH-CAPACITY-X
                                       PIC 9(4).
      *        Blank CH-OVERFLOW-OF leaves it unchanged; "*" clears it.
           05  CH-OVERFLOW-OF          PIC X(4).
               88  CH-CLEAR-OVERFLOW   VALUE "*".
      *        Blank CH-COST-CENTRE leaves it unchanged; "*" clears it.
           05  CH-COST-CENTRE          PIC X(8).
               88  CH-CLEAR-COST-CENTRE
                                       VALUE "*".

       WORKING-STORAGE SECTION.
       01  WS-COHMAST-STATUS           PIC XX.
           88  WS-STUDMAST-OK          VALUE "00".
       01  WS-COHTRAN-STATUS           PIC XX.
           88  WS-COHTRAN-OK           VALUE "00".
       01  WS-TRNMAST-STATUS           PIC XX.
           88  WS-TRNMAST-OK           VALUE "00".
       01  WS-WAITLIST-STATUS          PIC XX.
           88  WS-WAITLIST-OK          VALUE "00".
       01  WS-TRAINER-SWITCH           PIC X VALUE "Y".
           88  WS-TRAINER-OK           VALUE "Y".
       01  WS-SEATS-SWITCH             PIC X VALUE "Y".
           88  WS-SEATS-OK             VALUE "Y".
       01  WS-EOF-COHTRAN              PIC X VALUE "N".
           88  WS-END-OF-COHTRAN       VALUE "Y".
       01  WS-EOF-STUDENT              PIC X VALUE "N".
           88  WS-END-OF-STUDENT       VALUE "Y".
       01  WS-EOF-COHORT               PIC X VALUE "N".
           88  WS-END-OF-COHORT        VALUE "Y".
       01  WS-EOF-WAITLIST             PIC X VALUE "N".
           88  WS-END-OF-WAITLIST      VALUE "Y".
       01  WS-IN-USE-SWITCH            PIC X VALUE "N".
           88  WS-COHORT-IN-USE        VALUE "Y" "O" "W".
           88  WS-COHORT-HAS-MEMBERS   VALUE "Y".
           88  WS-COHORT-HAS-OVERFLOW  VALUE "O".
           88  WS-COHORT-HAS-WAITING   VALUE "W".

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
               CLOSE COHORT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT TRAINER-MASTER.
           IF NOT WS-TRNMAST-OK
               DISPLAY "Unable to open TRNMAST, file status "
                   WS-TRNMAST-STATUS
               CLOSE COHORT-MASTER
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT WAITING-LIST.
           IF NOT WS-WAITLIST-OK
               DISPLAY "Unable to open WAITLIST, file status "
                   WS-WAITLIST-STATUS
               CLOSE COHORT-MASTER
               CLOSE STUDENT-MASTER
               CLOSE TRAINER-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT COH-MAINT-FILE.
           IF NOT WS-COHTRAN-OK
               DISPLAY "Unable to open COHTRAN, file status "
                   WS-COHTRAN-STATUS
               CLOSE COHORT-MASTER
               CLOSE STUDENT-MASTER
               CLOSE TRAINER-MASTER
               CLOSE WAITING-LIST
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-END-OF-COHTRAN
           END-PERFORM.
           CLOSE COHORT-MASTER.
           CLOSE STUDENT-MASTER.
           CLOSE TRAINER-MASTER.
           CLOSE WAITING-LIST.
           CLOSE COH-MAINT-FILE.
           STOP RUN.

           END-IF.

       ADD-COHORT.
           PERFORM VALIDATE-TRAINER.
           PERFORM VALIDATE-SEATS.
           IF CH-DESCRIPTION = SPACES
               DISPLAY "Add failed, no description given for "
                   "cohort " CH-COHORT-CODE
           ELSE
           IF NOT WS-TRAINER-OK
               DISPLAY "Add failed, trainer " CH-TRAINER
                   " is not an active trainer on TRNMAST"
           ELSE
           IF NOT WS-SEATS-OK
               DISPLAY "Add failed, bad capacity or overflow "
                   "cohort for " CH-COHORT-CODE
           ELSE
               MOVE CH-COHORT-CODE TO CO-COHORT-CODE
               MOVE CH-DESCRIPTION TO CO-DESCRIPTION
               MOVE CH-START-DATE TO CO-START-DATE
               MOVE CH-TRAINER TO CO-TRAINER
               IF CH-CAPACITY-X = SPACES
                   MOVE ZERO TO CO-CAPACITY
               ELSE
                   MOVE CH-CAPACITY TO CO-CAPACITY
               END-IF
               IF CH-CLEAR-OVERFLOW
                   MOVE SPACES TO CO-OVERFLOW-OF
               ELSE
                   MOVE CH-OVERFLOW-OF TO CO-OVERFLOW-OF
               END-IF
               IF CH-CLEAR-COST-CENTRE
                   MOVE SPACES TO CO-COST-CENTRE
               ELSE
                   MOVE CH-COST-CENTRE TO CO-COST-CENTRE
               END-IF
               WRITE COHORT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Add failed, cohort already exists: "
                   NOT INVALID KEY
                       DISPLAY "Added cohort " CH-COHORT-CODE
               END-WRITE
           END-IF
           END-IF
           END-IF.

       CHANGE-COHORT.
           PERFORM VALIDATE-TRAINER.
           PERFORM VALIDATE-SEATS.
           MOVE CH-COHORT-CODE TO CO-COHORT-CODE.
           READ COHORT-MASTER
               INVALID KEY
                   DISPLAY "Change failed, cohort not found: "
                       CH-COHORT-CODE
               NOT INVALID KEY
                   PERFORM APPLY-COHORT-CHANGES
           END-READ.

       APPLY-COHORT-CHANGES.
           IF NOT WS-TRAINER-OK
               DISPLAY "Change failed, trainer " CH-TRAINER
                   " is not an active trainer on TRNMAST"
           ELSE
           IF NOT WS-SEATS-OK
               DISPLAY "Change failed, bad capacity or overflow "
                   "cohort for " CH-COHORT-CODE
           ELSE
               IF CH-DESCRIPTION NOT = SPACES
                   MOVE CH-DESCRIPTION TO CO-DESCRIPTION
               END-IF
               IF CH-START-DATE NOT = SPACES
                   MOVE CH-START-DATE TO CO-START-DATE
               END-IF
               IF CH-TRAINER NOT = SPACES
                   MOVE CH-TRAINER TO CO-TRAINER
               END-IF
               IF CH-CAPACITY-X NOT = SPACES
                   MOVE CH-CAPACITY TO CO-CAPACITY
               END-IF
               IF CH-CLEAR-OVERFLOW
                   MOVE SPACES TO CO-OVERFLOW-OF
               ELSE
               IF CH-OVERFLOW-OF NOT = SPACES
                   MOVE CH-OVERFLOW-OF TO CO-OVERFLOW-OF
               END-IF
               END-IF
               IF CH-CLEAR-COST-CENTRE
                   MOVE SPACES TO CO-COST-CENTRE
               ELSE
               IF CH-COST-CENTRE NOT = SPACES
                   MOVE CH-COST-CENTRE TO CO-COST-CENTRE
               END-IF
               END-IF
               REWRITE COHORT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Change failed for cohort: "
                           CH-COHORT-CODE
                   NOT INVALID KEY
                       DISPLAY "Changed cohort " CH-COHORT-CODE
               END-REWRITE
           END-IF
           END-IF.

      *    A blank trainer code is always acceptable - it means no
      *    default on an add and no change on a change. Anything else
      *    must be an active trainer, so a cohort can't default its
      *    trainees onto someone who has left the team.
       VALIDATE-TRAINER.
           MOVE "Y" TO WS-TRAINER-SWITCH.
           IF CH-TRAINER NOT = SPACES
               MOVE CH-TRAINER TO TM-TRAINER-CODE
               READ TRAINER-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-TRAINER-SWITCH
                   NOT INVALID KEY
                       IF NOT TM-ACTIVE
                           MOVE "N" TO WS-TRAINER-SWITCH
                       END-IF
               END-READ
           END-IF.

      *    A capacity must be blank or all digits. An overflow cohort
      *    must be some other cohort already on COHMAST - looked up
      *    before the cohort being maintained is read, since both
      *    reads share the record area.
       VALIDATE-SEATS.
           MOVE "Y" TO WS-SEATS-SWITCH.
           IF CH-CAPACITY-X NOT = SPACES
             AND CH-CAPACITY-X NOT NUMERIC
               MOVE "N" TO WS-SEATS-SWITCH
           END-IF.
           IF CH-OVERFLOW-OF NOT = SPACES
             AND NOT CH-CLEAR-OVERFLOW
               IF CH-OVERFLOW-OF = CH-COHORT-CODE
                   MOVE "N" TO WS-SEATS-SWITCH
               ELSE
                   MOVE CH-OVERFLOW-OF TO CO-COHORT-CODE
                   READ COHORT-MASTER
                       INVALID KEY
                           MOVE "N" TO WS-SEATS-SWITCH
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
           END-IF.

       DELETE-COHORT.
           MOVE CH-COHORT-CODE TO CO-COHORT-CODE.
                       CH-COHORT-CODE
               NOT INVALID KEY
                   PERFORM CHECK-COHORT-IN-USE
                   IF WS-COHORT-HAS-MEMBERS
                       DISPLAY "Delete refused, trainees still "
                           "belong to cohort " CH-COHORT-CODE
                   ELSE
                   IF WS-COHORT-HAS-OVERFLOW
                       DISPLAY "Delete refused, another cohort "
                           "takes the overflow of cohort "
                           CH-COHORT-CODE
                   ELSE
                   IF WS-COHORT-HAS-WAITING
                       DISPLAY "Delete refused, WAITLIST entries "
                           "still wait for or hold a seat in cohort "
                           CH-COHORT-CODE
                   ELSE
                       MOVE CH-COHORT-CODE TO CO-COHORT-CODE
                       DELETE COHORT-MASTER RECORD
                           INVALID KEY
                               DISPLAY "Delete failed for cohort: "
                                   CH-COHORT-CODE
                       END-DELETE
                   END-IF
                   END-IF
                   END-IF
           END-READ.

      *    Full scan of STUDENT-MASTER for anyone still carrying the
      *    cohort being deleted - same occupancy check CURRMNT makes
      *    before deleting an episode - then of COHORT-MASTER for a
      *    cohort taking its overflow, and of the waiting list for
      *    anyone waiting for it or holding a seat reserved in it.
      *    A promoted entry is only cleared once its add reaches
      *    STUDENT-MASTER, which an add for a missing cohort never
      *    does. Each file is repositioned to the start every time
      *    so several deletes in one run each get a complete scan;
      *    the COHORT-MASTER scan leaves the record area on another
      *    cohort, so the delete re-keys it first.
       CHECK-COHORT-IN-USE.
           MOVE "N" TO WS-IN-USE-SWITCH.
           MOVE "N" TO WS-EOF-STUDENT.
                       SET WS-END-OF-STUDENT TO TRUE
                   NOT AT END
                       IF SM-COHORT = CH-COHORT-CODE
                           SET WS-COHORT-HAS-MEMBERS TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-COHORT.
           MOVE LOW-VALUES TO CO-COHORT-CODE.
           START COHORT-MASTER KEY NOT < CO-COHORT-CODE
               INVALID KEY
                   SET WS-END-OF-COHORT TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-COHORT OR WS-COHORT-IN-USE
               READ COHORT-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-COHORT TO TRUE
                   NOT AT END
                       IF CO-OVERFLOW-OF = CH-COHORT-CODE
                           SET WS-COHORT-HAS-OVERFLOW TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-WAITLIST.
           MOVE LOW-VALUES TO WL-ARRIVAL-KEY.
           START WAITING-LIST KEY NOT < WL-ARRIVAL-KEY
               INVALID KEY
                   SET WS-END-OF-WAITLIST TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-WAITLIST OR WS-COHORT-IN-USE
               READ WAITING-LIST NEXT RECORD
                   AT END
                       SET WS-END-OF-WAITLIST TO TRUE
                   NOT AT END
                       IF WL-COHORT = CH-COHORT-CODE
                         OR (WL-PROMOTED
                           AND WL-PROMOTED-COHORT = CH-COHORT-CODE)
                           SET WS-COHORT-HAS-WAITING TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
