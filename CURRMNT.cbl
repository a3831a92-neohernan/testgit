      *           records from a maintenance transaction file, so course
      *           administrators can change the curriculum without a
      *           recompile of the programs that validate against it.
      *           A delete is refused while any STUDENT-MASTER record
      *           or ENRLMAST track enrolment is still sitting on that
      *           episode, so an episode can't be removed out from
      *           under the trainees on it - retire it instead, which
      *           keeps the record but drops it from the validation
      *           table every program loads at startup.
      *           Each episode belongs to one curriculum track, fixed
      *           when it is added; its course position is its place
      *           within that track.
      *           Each episode carries the cost the monthly training
      *           chargeback bills a department for reaching it - set
      *           on the add and changed by a reprice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDMAST-STATUS.

           SELECT ENROL-MASTER ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENROL-KEY
               FILE STATUS IS WS-ENRLMAST-STATUS.

           SELECT CURR-MAINT-FILE ASSIGN TO "CURRTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURRTRAN-STATUS.
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC.

       FD  ENROL-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY ENRLREC.

       FD  CURR-MAINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CURR-MAINT-RECORD.
               88  CT-RETIRE           VALUE "R".
               88  CT-DELETE           VALUE "D".
               88  CT-RESEQUENCE       VALUE "S".
               88  CT-REPRICE          VALUE "P".
           05  CT-NUMERO               PIC 9(3).
           05  CT-VIENDO               PIC A(40).
      *        Position of the episode in its track, 1 being the
      *        first - required on an add, applied by a resequence,
      *        ignored by the other actions.
           05  CT-SEQUENCE             PIC 9(3).
      *        Track the episode belongs to - read on an add only,
      *        spaces being the original COBOL tutorial track.
           05  CT-TRACK                PIC X(4).
      *        Chargeback cost of the episode, 9(5)V99 with the
      *        decimal point implied - read on an add, where blank
      *        means no charge, and applied by a reprice.
           05  CT-COST-X               PIC X(7).
           05  CT-COST REDEFINES CT-COST-X
                                       PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  WS-CURRMAST-STATUS          PIC XX.
           88  WS-END-OF-CURRTRAN      VALUE "Y".
       01  WS-EOF-STUDENT              PIC X VALUE "N".
           88  WS-END-OF-STUDENT       VALUE "Y".
       01  WS-ENRLMAST-STATUS          PIC XX.
           88  WS-ENRLMAST-OK          VALUE "00".
       01  WS-EOF-ENROL                PIC X VALUE "N".
           88  WS-END-OF-ENROL         VALUE "Y".
       01  WS-IN-USE-SWITCH            PIC X VALUE "N".
           88  WS-EPISODE-IN-USE       VALUE "Y".

               CLOSE CURR-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT ENROL-MASTER.
           IF NOT WS-ENRLMAST-OK
               DISPLAY "Unable to open ENRLMAST, file status "
                   WS-ENRLMAST-STATUS
               CLOSE CURR-MASTER
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT CURR-MAINT-FILE.
           IF NOT WS-CURRTRAN-OK
               DISPLAY "Unable to open CURRTRAN, file status "
                   WS-CURRTRAN-STATUS
               CLOSE CURR-MASTER
               CLOSE STUDENT-MASTER
               CLOSE ENROL-MASTER
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-END-OF-CURRTRAN
           END-PERFORM.
           CLOSE CURR-MASTER.
           CLOSE STUDENT-MASTER.
           CLOSE ENROL-MASTER.
           CLOSE CURR-MAINT-FILE.
           STOP RUN.

                       PERFORM DELETE-EPISODE
                   WHEN CT-RESEQUENCE
                       PERFORM RESEQUENCE-EPISODE
                   WHEN CT-REPRICE
                       PERFORM REPRICE-EPISODE
                   WHEN OTHER
                       DISPLAY "Unknown action code for episode "
                           CT-NUMERO
           IF CT-SEQUENCE NOT NUMERIC OR CT-SEQUENCE = ZERO
               DISPLAY "Add failed, no course position given for "
                   "episode " CT-NUMERO
           ELSE
           IF CT-COST-X NOT = SPACES AND CT-COST-X NOT NUMERIC
               DISPLAY "Add failed, bad cost given for episode "
                   CT-NUMERO
           ELSE
               MOVE CT-NUMERO TO CM-NUMERO
               MOVE CT-VIENDO TO CM-VIENDO
               SET CM-ACTIVE TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:8) TO CM-LAST-UPDATE
               MOVE CT-SEQUENCE TO CM-SEQUENCE
               MOVE CT-TRACK TO CM-TRACK
               IF CT-COST-X = SPACES
                   MOVE ZERO TO CM-EPISODE-COST
               ELSE
                   MOVE CT-COST TO CM-EPISODE-COST
               END-IF
               WRITE CURR-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Add failed, episode already exists: "
                           CT-NUMERO
                   NOT INVALID KEY
                       DISPLAY "Added episode " CT-NUMERO
                           " to track " CT-TRACK
               END-WRITE
           END-IF
           END-IF
           END-IF.

       RETITLE-EPISODE.
                   END-REWRITE
           END-READ.

      *    Move the episode to a different position in its track -
      *    inserting an episode mid-course means resequencing the
      *    ones behind it in the same track, one transaction each.
      *    The sequence drives the skip/regression edits, so a gap or
      *    duplicate position only loosens those edits, it doesn't
      *    break validation.
       RESEQUENCE-EPISODE.
           MOVE CT-NUMERO TO CM-NUMERO.
           READ CURR-MASTER
                   END-IF
           END-READ.

      *    Change the cost the chargeback bills for the episode. The
      *    new cost applies from the next chargeback run - months
      *    already charged are not repriced. A retired episode can
      *    still be repriced, since trainees reached it before it was
      *    retired.
       REPRICE-EPISODE.
           MOVE CT-NUMERO TO CM-NUMERO.
           READ CURR-MASTER
               INVALID KEY
                   DISPLAY "Reprice failed, episode not found: "
                       CT-NUMERO
               NOT INVALID KEY
                   IF CT-COST-X NOT NUMERIC
                       DISPLAY "Reprice failed, no valid cost given "
                           "for episode " CT-NUMERO
                   ELSE
                       MOVE CT-COST TO CM-EPISODE-COST
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO CM-LAST-UPDATE
                       REWRITE CURR-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "Reprice failed for episode: "
                                   CT-NUMERO
                           NOT INVALID KEY
                               DISPLAY "Repriced episode " CT-NUMERO
                       END-REWRITE
                   END-IF
           END-READ.

       DELETE-EPISODE.
           MOVE CT-NUMERO TO CM-NUMERO.
           READ CURR-MASTER
           END-READ.

      *    Full scan of STUDENT-MASTER for anyone whose current
      *    SM-NUMERO is the episode being removed, then of ENRLMAST for
      *    anyone on it in a further track. Repositioned to the start
      *    of each file every time so several deletes in one run each
      *    get a complete scan.
       CHECK-EPISODE-IN-USE.
           MOVE "N" TO WS-IN-USE-SWITCH.
           MOVE "N" TO WS-EOF-STUDENT.
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-ENROL.
           MOVE LOW-VALUES TO EN-ENROL-KEY.
           START ENROL-MASTER KEY NOT < EN-ENROL-KEY
               INVALID KEY
                   SET WS-END-OF-ENROL TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-ENROL OR WS-EPISODE-IN-USE
               READ ENROL-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-ENROL TO TRUE
                   NOT AT END
                       IF EN-NUMERO = CT-NUMERO
                           SET WS-EPISODE-IN-USE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
