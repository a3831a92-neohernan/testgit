               RECORD KEY IS HS-HIST-KEY
               FILE STATUS IS WS-STUDHIST-STATUS.

           SELECT ENROL-MASTER ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENROL-KEY
               FILE STATUS IS WS-ENRLMAST-STATUS.

           SELECT COHORT-MASTER ASSIGN TO "COHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-COHORT-CODE
               FILE STATUS IS WS-COHMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY HISTREC.

      *    Positions in tracks other than the trainee's home track.
       FD  ENROL-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY ENRLREC.

      *    Read for the cohort's default trainer when a trainee
      *    joins a cohort.
       FD  COHORT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY COHREC.

      *    Appended behind the edit's totals for the end-of-night
      *    balancing step.
       FD  BAL-TOTALS-FILE
           88  WS-END-OF-CURR          VALUE "Y".
       01  WS-STUDHIST-STATUS          PIC XX.
           88  WS-STUDHIST-OK          VALUE "00".
       01  WS-ENRLMAST-STATUS          PIC XX.
           88  WS-ENRLMAST-OK          VALUE "00".
       01  WS-COHMAST-STATUS           PIC XX.
           88  WS-COHMAST-OK           VALUE "00".
       01  WS-RESUME-FROM-ID           PIC X(6) VALUE SPACES.
       01  WS-RESUME-FROM-SEQ          PIC 9(5) VALUE ZERO.
       01  WS-LEDGER-STATUS            PIC XX.
       01  WS-NEW-SEQ                  PIC 9(3).
       01  WS-CUR-SEQ-SW               PIC X.
           88  WS-CUR-SEQ-KNOWN        VALUE "Y".
       01  WS-SEQ-NUMERO               PIC 9(3).

      *    Curriculum track of the transaction's episode, and whether
      *    the move lands on the trainee's home track (STUDENT-MASTER)
      *    or on one of their other enrolments (ENRLMAST).
       01  WS-TRAN-TRACK               PIC X(4).
       01  WS-HOME-TRACK-SW            PIC X.
           88  WS-HOME-TRACK-MOVE      VALUE "Y".
       01  WS-REACHED-DATE             PIC X(8).
       01  WS-AUDIT-RESULT             PIC X(10).
       01  WS-WRITE-RESULT             PIC X VALUE "N".
           88  WS-WRITE-OK             VALUE "Y".
               CLOSE AUDIT-FILE
               STOP RUN
           END-IF.
           OPEN I-O ENROL-MASTER.
           IF NOT WS-ENRLMAST-OK
               DISPLAY "Unable to open ENRLMAST, file status "
                   WS-ENRLMAST-STATUS
               CLOSE STUDENT-MASTER
               CLOSE TRAN-FILE
               CLOSE AUDIT-FILE
               CLOSE STUDENT-HISTORY
               STOP RUN
           END-IF.
           OPEN INPUT COHORT-MASTER.
           IF NOT WS-COHMAST-OK
               DISPLAY "Unable to open COHMAST, file status "
                   WS-COHMAST-STATUS
               CLOSE STUDENT-MASTER
               CLOSE TRAN-FILE
               CLOSE AUDIT-FILE
               CLOSE STUDENT-HISTORY
               CLOSE ENROL-MASTER
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-END-OF-TRAN
               READ TRAN-FILE
                   AT END
           CLOSE TRAN-FILE.
           CLOSE AUDIT-FILE.
           CLOSE STUDENT-HISTORY.
           CLOSE ENROL-MASTER.
           CLOSE COHORT-MASTER.
           STOP RUN.

      *    Fill the CURTAB in-storage table from the CURRMAST
                       WS-CURR-VIENDO (WS-CURR-LOAD-COUNT)
                   MOVE CM-SEQUENCE TO
                       WS-CURR-SEQUENCE (WS-CURR-LOAD-COUNT)
                   MOVE CM-TRACK TO
                       WS-CURR-TRACK (WS-CURR-LOAD-COUNT)
               ELSE
                   DISPLAY "Curriculum table full, episode "
                       CM-NUMERO " ignored"
               CLOSE TRAN-FILE
               CLOSE AUDIT-FILE
               CLOSE STUDENT-HISTORY
               CLOSE ENROL-MASTER
               CLOSE COHORT-MASTER
               STOP RUN
           END-IF.
           WRITE RESTART-RECORD.
               CLOSE TRAN-FILE
               CLOSE AUDIT-FILE
               CLOSE STUDENT-HISTORY
               CLOSE ENROL-MASTER
               CLOSE COHORT-MASTER
               STOP RUN
           END-IF.
           WRITE RESTART-RECORD.
                       MOVE SPACES TO WS-OLD-VIENDO
                       PERFORM ADD-NEW-STUDENT
                   NOT INVALID KEY
                       PERFORM CHECK-HOME-TRACK
                       IF WS-HOME-TRACK-MOVE
                           MOVE SM-NUMERO TO WS-OLD-NUMERO
                           MOVE SM-VIENDO TO WS-OLD-VIENDO
                           PERFORM UPDATE-EXISTING-STUDENT
                       ELSE
                           PERFORM APPLY-TRACK-ENROLMENT
                       END-IF
               END-READ
               IF WS-WRITE-OK
                   MOVE SM-NOMBRE TO NOMBRE
      *    lookup - same rule STUDMNT.cbl's VALIDATE-CURRICULUM applies
      *    to MT-NUMERO, since both programs write the same
      *    STUDENT-MASTER file and must agree on what a reset looks
      *    like. A reset carries no track of its own and always
      *    applies to the trainee's home track.
           MOVE SPACES TO WS-TRAN-TRACK.
           IF TR-NUMERO = ZERO
               SET WS-VALID-TRANSACTION TO TRUE
           ELSE
                   AT END
                       SET WS-INVALID-NUMERO TO TRUE
                   WHEN WS-CURR-NUMERO (WS-CURR-IDX) = TR-NUMERO
                       MOVE WS-CURR-TRACK (WS-CURR-IDX)
                           TO WS-TRAN-TRACK
                       IF WS-CURR-VIENDO (WS-CURR-IDX) = TR-VIENDO
                           SET WS-VALID-TRANSACTION TO TRUE
                       ELSE
      *    zero, so only the first episode (or a reset) gets through
      *    without an override. A trainee parked on an episode no
      *    longer in the curriculum has no position to measure from,
      *    so the move is allowed. The position is the one held in
      *    the transaction's own track: the master for the home
      *    track, ENRLMAST for any other, and zero for a track the
      *    trainee has not yet been enrolled in.
       FIND-CURRENT-SEQUENCE.
           MOVE "N" TO WS-CUR-SEQ-SW.
           MOVE ZERO TO WS-CUR-SEQ.
               INVALID KEY
                   MOVE "Y" TO WS-CUR-SEQ-SW
               NOT INVALID KEY
                   PERFORM CHECK-HOME-TRACK
                   IF WS-HOME-TRACK-MOVE
                       IF SM-NUMERO = ZERO
                           MOVE "Y" TO WS-CUR-SEQ-SW
                       ELSE
                           MOVE SM-NUMERO TO WS-SEQ-NUMERO
                           PERFORM FIND-NUMERO-SEQUENCE
                       END-IF
                   ELSE
                       MOVE TR-STUDENT-ID TO EN-STUDENT-ID
                       MOVE WS-TRAN-TRACK TO EN-TRACK
                       READ ENROL-MASTER
                           INVALID KEY
                               MOVE "Y" TO WS-CUR-SEQ-SW
                           NOT INVALID KEY
                               MOVE EN-NUMERO TO WS-SEQ-NUMERO
                               PERFORM FIND-NUMERO-SEQUENCE
                       END-READ
                   END-IF
           END-READ.

       FIND-NUMERO-SEQUENCE.
           SET WS-CURR-IDX TO 1.
           SEARCH WS-CURR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CURR-NUMERO (WS-CURR-IDX) = WS-SEQ-NUMERO
                   MOVE WS-CURR-SEQUENCE (WS-CURR-IDX) TO WS-CUR-SEQ
                   MOVE "Y" TO WS-CUR-SEQ-SW
           END-SEARCH.

      *    A move belongs to the home track when its episode is in
      *    that track, when it is a reset, or when the trainee has not
      *    started anywhere yet - an HR intake add sits on 000 with no
      *    track, and the first episode keyed takes them into its
      *    track as their home track. A trainee reset to 000 who is
      *    already enrolled in the transaction's track on ENRLMAST
      *    stays in that enrolment, so the track is never held twice
      *    - the same rule student maintenance applies. Needs the
      *    master record read.
       CHECK-HOME-TRACK.
           IF TR-NUMERO = ZERO
             OR WS-TRAN-TRACK = SM-TRACK
               MOVE "Y" TO WS-HOME-TRACK-SW
           ELSE
           IF SM-NUMERO = ZERO
               MOVE TR-STUDENT-ID TO EN-STUDENT-ID
               MOVE WS-TRAN-TRACK TO EN-TRACK
               READ ENROL-MASTER
                   INVALID KEY
                       MOVE "Y" TO WS-HOME-TRACK-SW
                   NOT INVALID KEY
                       MOVE "N" TO WS-HOME-TRACK-SW
               END-READ
           ELSE
               MOVE "N" TO WS-HOME-TRACK-SW
           END-IF
           END-IF.

       REJECT-TRANSACTION.
           IF WS-INVALID-NUMERO
               DISPLAY "Rejected - unknown NUMERO " TR-NUMERO
               MOVE TR-VIENDO TO SM-VIENDO
           END-IF.
           MOVE TR-NUMERO TO SM-NUMERO.
           MOVE WS-TRAN-TRACK TO SM-TRACK.
           MOVE "A" TO SM-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SM-LAST-UPDATE.
           MOVE SPACES TO SM-EXPORT-DATE.
           MOVE SPACES TO SM-DELIVERY-DATE.
           MOVE TR-COHORT TO SM-COHORT.
           PERFORM DEFAULT-COHORT-TRAINER.
           MOVE SPACES TO SM-WDRAW-REASON.
           MOVE SPACES TO SM-WDRAW-DATE.
           WRITE STUDENT-MASTER-RECORD
               MOVE TR-VIENDO TO SM-VIENDO
           END-IF.
           MOVE TR-NUMERO TO SM-NUMERO.
           IF TR-NUMERO NOT = ZERO
               MOVE WS-TRAN-TRACK TO SM-TRACK
           END-IF.
           IF TR-COHORT NOT = SPACES
             AND TR-COHORT NOT = SM-COHORT
               MOVE TR-COHORT TO SM-COHORT
               PERFORM DEFAULT-COHORT-TRAINER
           END-IF.
      *    Re-activate the record whenever NUMERO changes so a
      *    trainee who was already exported (SM-EXPORTED) and is sent
                   PERFORM WRITE-CHECKPOINT
           END-REWRITE.

      *    A trainee joining a cohort takes the cohort's default
      *    trainer - the same rule student maintenance applies when
      *    no trainer is named. No cohort, an unknown cohort or a
      *    cohort with no default leaves the trainee unassigned.
       DEFAULT-COHORT-TRAINER.
           MOVE SPACES TO SM-TRAINER.
           IF SM-COHORT NOT = SPACES
               MOVE SM-COHORT TO CO-COHORT-CODE
               READ COHORT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CO-TRAINER TO SM-TRAINER
               END-READ
           END-IF.

      *    A move onto an episode of one of the trainee's other
      *    tracks. The first episode keyed in a new track enrols them
      *    in it; after that the enrolment carries their position in
      *    that track exactly as the master carries the home track,
      *    and the master record itself is left alone. Logged with
      *    results of their own so the master replay in AUDRECN and
      *    STUDRST passes over them.
       APPLY-TRACK-ENROLMENT.
           MOVE TR-STUDENT-ID TO EN-STUDENT-ID.
           MOVE WS-TRAN-TRACK TO EN-TRACK.
           READ ENROL-MASTER
               INVALID KEY
                   MOVE ZERO TO WS-OLD-NUMERO
                   MOVE SPACES TO WS-OLD-VIENDO
                   PERFORM BUILD-ENROLMENT
                   WRITE ENROL-RECORD
                       INVALID KEY
                           PERFORM ENROLMENT-FAILED
                       NOT INVALID KEY
                           MOVE "ENROLLED" TO WS-AUDIT-RESULT
                           PERFORM ENROLMENT-APPLIED
                   END-WRITE
               NOT INVALID KEY
                   MOVE EN-NUMERO TO WS-OLD-NUMERO
                   MOVE EN-VIENDO TO WS-OLD-VIENDO
                   PERFORM BUILD-ENROLMENT
                   REWRITE ENROL-RECORD
                       INVALID KEY
                           PERFORM ENROLMENT-FAILED
                       NOT INVALID KEY
                           MOVE "TRKUPDATED" TO WS-AUDIT-RESULT
                           PERFORM ENROLMENT-APPLIED
                   END-REWRITE
           END-READ.

      *    Same re-activation rule as UPDATE-EXISTING-STUDENT: a move
      *    puts the track back in progress for the export.
       BUILD-ENROLMENT.
           MOVE TR-VIENDO TO EN-VIENDO.
           MOVE TR-NUMERO TO EN-NUMERO.
           SET EN-ACTIVE TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EN-LAST-UPDATE.
           IF WS-OLD-NUMERO = ZERO
               MOVE SPACES TO EN-EXPORT-DATE
               MOVE SPACES TO EN-DELIVERY-DATE
           END-IF.

       ENROLMENT-FAILED.
           DISPLAY "Unable to update track " WS-TRAN-TRACK
               " for student: " TR-STUDENT-ID.
           MOVE "N" TO WS-WRITE-RESULT.
           MOVE "FAILED" TO WS-AUDIT-RESULT.
           PERFORM WRITE-AUDIT-RECORD.
           ADD 1 TO WS-COUNT-REJECTED.

       ENROLMENT-APPLIED.
           MOVE "Y" TO WS-WRITE-RESULT.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM RECORD-PROGRESSION.
           ADD 1 TO WS-COUNT-UPDATED.
           PERFORM WRITE-CHECKPOINT.

      *    One STUDHIST record per episode reached. Written only when
      *    the update actually moved the trainee to a real episode - a
      *    name-only correction or a reset to 000 leaves no history.
      *    Taken from the transaction rather than the master, so a
      *    move in any track is recorded; episode NUMEROs are unique
      *    across tracks, so the key needs no track of its own.
      *    WRITE first and REWRITE on a duplicate key, so a trainee
      *    sent back through an episode carries the date of the
      *    latest arrival.
       RECORD-PROGRESSION.
           IF TR-NUMERO NOT = WS-OLD-NUMERO
               AND TR-NUMERO NOT = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REACHED-DATE
               MOVE TR-STUDENT-ID TO HS-STUDENT-ID
               MOVE TR-NUMERO TO HS-NUMERO
               MOVE TR-VIENDO TO HS-VIENDO
               MOVE WS-REACHED-DATE TO HS-REACHED-DATE
               SET HS-FROM-BATCH TO TRUE
               WRITE HIST-RECORD
                   INVALID KEY
                       REWRITE HIST-RECORD
                           INVALID KEY
                               DISPLAY "Unable to record history for "
                                   "student " TR-STUDENT-ID
                       END-REWRITE
               END-WRITE
           END-IF.
           MOVE TR-NUMERO TO AUD-NEW-NUMERO.
           MOVE TR-VIENDO TO AUD-NEW-VIENDO.
           MOVE WS-AUDIT-RESULT TO AUD-RESULT.
           MOVE SPACES TO AUD-KEYED-BY.
           MOVE SPACES TO AUD-APPROVED-BY.
           WRITE AUDIT-RECORD.
