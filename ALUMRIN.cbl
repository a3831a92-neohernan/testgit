      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Put a rehired former trainee back from the ALUMNI
      *           retention archive under their old student-ID. Reads
      *           the RHIREIN cards Hr-Roster-Intake writes for each
      *           roster number it found on the archive (student-ID,
      *           roster name, new cohort) and, for each one, writes
      *           the archived master record back to STUDENT-MASTER
      *           and the archived ENRLMAST, STUDHIST, SCOREMST and
      *           CERTREG records back to their files, then removes
      *           the trainee from the archive. A trainee who had
      *           withdrawn comes back ACTIVE at the episode they
      *           left, with the withdrawal cleared; a delivered
      *           trainee comes back as they were. A cohort on the
      *           card replaces the archived one, and the cohort's
      *           default trainer comes with it. The reinstatement is
      *           logged to AUDITLOG as UNARCHIVED so the
      *           reconciliation expects the master record back.
      *           A trainee takes a seat in their cohort, under the
      *           same seat test the transaction edit puts an add
      *           through. When the cohort is at CO-CAPACITY or has
      *           people waiting, the trainee is put on the WAITLIST
      *           waiting list instead, with an add at their archived
      *           episode, and everything stays on the archive. Once
      *           the promotion step has seated them and the add has
      *           reached STUDENT-MASTER, the same card is run again:
      *           the live master is kept as the add left it and the
      *           rest of the archived records go back. A card run
      *           after the promotion but before the add is applied
      *           reinstates the trainee into the cohort they were
      *           promoted into and removes the waiting-list entry,
      *           so the add is not applied on top of them. A card
      *           naming another cohort for someone still waiting
      *           gives up the old place and is seated or queued for
      *           the new cohort.
      *           Cards for a number already live again with nothing
      *           left on the archive, or not on the archive, are
      *           reported and skipped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Alumni-Reinstatement.

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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-COHORT-CODE
               FILE STATUS IS WS-COHMAST-STATUS.

           SELECT ENROL-MASTER ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENROL-KEY
               FILE STATUS IS WS-ENRLMAST-STATUS.

           SELECT STUDENT-HISTORY ASSIGN TO "STUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-HIST-KEY
               FILE STATUS IS WS-STUDHIST-STATUS.

           SELECT SCORE-MASTER ASSIGN TO "SCOREMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-SCORE-KEY
               FILE STATUS IS WS-SCOREMST-STATUS.

           SELECT CERT-REGISTER ASSIGN TO "CERTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CERT-KEY
               FILE STATUS IS WS-CERTREG-STATUS.

           SELECT ALUMNI-FILE ASSIGN TO "ALUMNI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ALUMNI-KEY
               FILE STATUS IS WS-ALUMNI-STATUS.

           SELECT WAITING-LIST ASSIGN TO "WAITLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-ARRIVAL-KEY
               ALTERNATE RECORD KEY IS WL-STUDENT-ID
               FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT REHIRE-FILE ASSIGN TO "RHIREIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REHIRE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RINRPT"
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

       FD  ENROL-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY ENRLREC.

       FD  STUDENT-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY HISTREC.

       FD  SCORE-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY SCOREREC.

       FD  CERT-REGISTER
           LABEL RECORDS ARE STANDARD.
       COPY CERTREC.

       FD  ALUMNI-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ALUMREC.

       FD  WAITING-LIST
           LABEL RECORDS ARE STANDARD.
       COPY WAITREC.

       FD  REHIRE-FILE
           LABEL RECORDS ARE STANDARD.
       01  REHIRE-RECORD.
           05  RH-STUDENT-ID           PIC X(6).
           05  RH-NOMBRE               PIC X(20).
           05  RH-COHORT               PIC X(4).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STUDMAST-STATUS          PIC XX.
           88  WS-STUDMAST-OK          VALUE "00".
       01  WS-COHMAST-STATUS           PIC XX.
           88  WS-COHMAST-OK           VALUE "00".
       01  WS-ENRLMAST-STATUS          PIC XX.
           88  WS-ENRLMAST-OK          VALUE "00".
       01  WS-STUDHIST-STATUS          PIC XX.
           88  WS-STUDHIST-OK          VALUE "00".
       01  WS-SCOREMST-STATUS          PIC XX.
           88  WS-SCOREMST-OK          VALUE "00".
       01  WS-CERTREG-STATUS           PIC XX.
           88  WS-CERTREG-OK           VALUE "00".
       01  WS-ALUMNI-STATUS            PIC XX.
           88  WS-ALUMNI-OK            VALUE "00".
       01  WS-WAITLIST-STATUS          PIC XX.
           88  WS-WAITLIST-OK          VALUE "00".
       01  WS-REHIRE-STATUS            PIC XX.
           88  WS-REHIRE-OK            VALUE "00".
       01  WS-AUDITLOG-STATUS          PIC XX.
           88  WS-AUDITLOG-OK          VALUE "00".
       01  WS-RPTFILE-STATUS           PIC XX.
           88  WS-RPTFILE-OK           VALUE "00".
       01  WS-EOF-REHIRE               PIC X VALUE "N".
           88  WS-END-OF-REHIRE        VALUE "Y".
       01  WS-EOF-ALUMNI               PIC X VALUE "N".
           88  WS-END-OF-ALUMNI        VALUE "Y".
       01  WS-EOF-COHORT               PIC X VALUE "N".
           88  WS-END-OF-COHORT        VALUE "Y".
       01  WS-EOF-STUDENT              PIC X VALUE "N".
           88  WS-END-OF-STUDENT       VALUE "Y".
       01  WS-EOF-WAITLIST             PIC X VALUE "N".
           88  WS-END-OF-WAITLIST      VALUE "Y".

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-LIVE-SW                  PIC X.
           88  WS-ALREADY-LIVE         VALUE "Y".
       01  WS-ARCHIVED-SW              PIC X.
           88  WS-ARCHIVED             VALUE "Y".
       01  WS-COHORT-OK-SW             PIC X.
           88  WS-COHORT-OK            VALUE "Y".
       01  WS-RESTORED-SW              PIC X.
           88  WS-RESTORED             VALUE "Y".
       01  WS-RESTORE-STUDENT-ID       PIC X(6).
       01  WS-MOVED-SIDE               PIC 9(3).
       01  WS-CLASH-SIDE               PIC 9(3).

       COPY COHTAB.

      *    Seat counts per cohort, in step with the COHTAB entries,
      *    the same as the transaction edit keeps them - trainees on
      *    STUDENT-MASTER not withdrawn (plus trainees this run has
      *    reinstated), seats reserved for promoted waiting people,
      *    and people still waiting for the cohort.
       01  WS-SEAT-TABLE.
           05  WS-SEAT-ENTRY OCCURS 200 TIMES.
               10  WS-SEAT-USED        PIC 9(5).
               10  WS-SEAT-RESERVED    PIC 9(5).
               10  WS-SEAT-WAITING     PIC 9(5).
       01  WS-COH-SUB                  PIC 9(3).
       01  WS-OWN-COH-SUB              PIC 9(3).
       01  WS-FIND-COHORT              PIC X(4).
       01  WS-WAITING-AHEAD            PIC 9(5).
       01  WS-ON-LIST-SW               PIC X.
           88  WS-ON-LIST              VALUE "Y".
       01  WS-SEAT-SW                  PIC X.
           88  WS-SEAT-FREE            VALUE "Y".
       01  WS-LAST-SEQUENCE            PIC 9(4) VALUE ZERO.

       01  WS-COUNT-READ               PIC 9(5) VALUE ZERO.
       01  WS-COUNT-REINSTATED         PIC 9(5) VALUE ZERO.
       01  WS-COUNT-SKIPPED            PIC 9(5) VALUE ZERO.
       01  WS-COUNT-FAILED             PIC 9(5) VALUE ZERO.
       01  WS-COUNT-WAITLISTED         PIC 9(5) VALUE ZERO.
       01  WS-COUNT-SEATED             PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-SIDE               PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-CLASH              PIC 9(5) VALUE ZERO.

       01  WS-HEADING-1                PIC X(34) VALUE
           "ALUMNI REINSTATEMENT REPORT".

       01  WS-HEADING-2.
           05  FILLER                  PIC X(8)  VALUE "STUDENT".
           05  FILLER                  PIC X(22) VALUE "NOMBRE".
           05  FILLER                  PIC X(6)  VALUE "COH".
           05  FILLER                  PIC X(44) VALUE "DISPOSITION".

       01  WS-DETAIL-LINE.
           05  WS-D-STUDENT-ID         PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-D-NOMBRE             PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-D-COHORT             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-D-TEXT               PIC X(44).

       01  WS-RESTORE-TEXT.
           05  WS-RT-ACTION            PIC X(20).
           05  WS-RT-MOVED             PIC ZZ9.
           05  FILLER                  PIC X(10) VALUE " KEPT LIVE".
           05  WS-RT-CLASH             PIC ZZ9.
           05  FILLER                  PIC X(8)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL              PIC X(30).
           05  WS-T-COUNT              PIC ZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM OPEN-FILES.
           PERFORM LOAD-COHORTS.
           PERFORM COUNT-SEATS-USED.
           PERFORM LOAD-WAITING-LIST.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           PERFORM UNTIL WS-END-OF-REHIRE
               READ REHIRE-FILE
                   AT END
                       SET WS-END-OF-REHIRE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-READ
                       PERFORM PROCESS-REHIRE-CARD
               END-READ
           END-PERFORM.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-FILES.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT REHIRE-FILE.
           IF NOT WS-REHIRE-OK
               DISPLAY "Unable to open RHIREIN, file status "
                   WS-REHIRE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-MASTER.
           IF NOT WS-STUDMAST-OK
               DISPLAY "Unable to open STUDMAST, file status "
                   WS-STUDMAST-STATUS
               CLOSE REHIRE-FILE
               STOP RUN
           END-IF.
           OPEN INPUT COHORT-MASTER.
           IF NOT WS-COHMAST-OK
               DISPLAY "Unable to open COHMAST, file status "
                   WS-COHMAST-STATUS
               CLOSE REHIRE-FILE
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN I-O ENROL-MASTER.
           IF NOT WS-ENRLMAST-OK
               DISPLAY "Unable to open ENRLMAST, file status "
                   WS-ENRLMAST-STATUS
               CLOSE REHIRE-FILE
               CLOSE STUDENT-MASTER
               CLOSE COHORT-MASTER
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-HISTORY.
           IF NOT WS-STUDHIST-OK
               DISPLAY "Unable to open STUDHIST, file status "
                   WS-STUDHIST-STATUS
               CLOSE REHIRE-FILE
               CLOSE STUDENT-MASTER
               CLOSE COHORT-MASTER
               CLOSE ENROL-MASTER
               STOP RUN
           END-IF.
           OPEN I-O SCORE-MASTER.
           IF NOT WS-SCOREMST-OK
               DISPLAY "Unable to open SCOREMST, file status "
                   WS-SCOREMST-STATUS
               CLOSE REHIRE-FILE
               CLOSE STUDENT-MASTER
               CLOSE COHORT-MASTER
               CLOSE ENROL-MASTER
               CLOSE STUDENT-HISTORY
               STOP RUN
           END-IF.
           OPEN I-O CERT-REGISTER.
           IF NOT WS-CERTREG-OK
               DISPLAY "Unable to open CERTREG, file status "
                   WS-CERTREG-STATUS
               CLOSE REHIRE-FILE
               CLOSE STUDENT-MASTER
               CLOSE COHORT-MASTER
               CLOSE ENROL-MASTER
               CLOSE STUDENT-HISTORY
               CLOSE SCORE-MASTER
               STOP RUN
           END-IF.
           OPEN I-O ALUMNI-FILE.
           IF NOT WS-ALUMNI-OK
               DISPLAY "Unable to open ALUMNI, file status "
                   WS-ALUMNI-STATUS
               CLOSE REHIRE-FILE
               CLOSE STUDENT-MASTER
               CLOSE COHORT-MASTER
               CLOSE ENROL-MASTER
               CLOSE STUDENT-HISTORY
               CLOSE SCORE-MASTER
               CLOSE CERT-REGISTER
               STOP RUN
           END-IF.
           OPEN I-O WAITING-LIST.
           IF NOT WS-WAITLIST-OK
               DISPLAY "Unable to open WAITLIST, file status "
                   WS-WAITLIST-STATUS
               CLOSE REHIRE-FILE
               CLOSE STUDENT-MASTER
               CLOSE COHORT-MASTER
               CLOSE ENROL-MASTER
               CLOSE STUDENT-HISTORY
               CLOSE SCORE-MASTER
               CLOSE CERT-REGISTER
               CLOSE ALUMNI-FILE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDITLOG-OK
               DISPLAY "Unable to open AUDITLOG, file status "
                   WS-AUDITLOG-STATUS
               CLOSE REHIRE-FILE
               CLOSE STUDENT-MASTER
               CLOSE COHORT-MASTER
               CLOSE ENROL-MASTER
               CLOSE STUDENT-HISTORY
               CLOSE SCORE-MASTER
               CLOSE CERT-REGISTER
               CLOSE ALUMNI-FILE
               CLOSE WAITING-LIST
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPTFILE-OK
               DISPLAY "Unable to open RINRPT, file status "
                   WS-RPTFILE-STATUS
               CLOSE REHIRE-FILE
               CLOSE STUDENT-MASTER
               CLOSE COHORT-MASTER
               CLOSE ENROL-MASTER
               CLOSE STUDENT-HISTORY
               CLOSE SCORE-MASTER
               CLOSE CERT-REGISTER
               CLOSE ALUMNI-FILE
               CLOSE WAITING-LIST
               CLOSE AUDIT-FILE
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE REHIRE-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE COHORT-MASTER.
           CLOSE ENROL-MASTER.
           CLOSE STUDENT-HISTORY.
           CLOSE SCORE-MASTER.
           CLOSE CERT-REGISTER.
           CLOSE ALUMNI-FILE.
           CLOSE WAITING-LIST.
           CLOSE AUDIT-FILE.
           CLOSE REPORT-FILE.

       PROCESS-REHIRE-CARD.
           MOVE RH-STUDENT-ID TO WS-D-STUDENT-ID.
           MOVE RH-NOMBRE TO WS-D-NOMBRE.
           MOVE RH-COHORT TO WS-D-COHORT.
           MOVE "N" TO WS-LIVE-SW.
           MOVE RH-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-LIVE-SW
           END-READ.
           MOVE "N" TO WS-ARCHIVED-SW.
           MOVE RH-STUDENT-ID TO AL-STUDENT-ID.
           SET AL-STUDENT-ENTRY TO TRUE.
           MOVE SPACES TO AL-SUB-KEY.
           READ ALUMNI-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ARCHIVED-SW
           END-READ.
           PERFORM CHECK-CARD-COHORT.
           IF RH-STUDENT-ID = SPACES
               ADD 1 TO WS-COUNT-SKIPPED
               MOVE "NO STUDENT-ID - SKIPPED" TO WS-D-TEXT
           ELSE
           IF WS-ALREADY-LIVE AND WS-ARCHIVED
               PERFORM COMPLETE-SEATED-TRAINEE
           ELSE
           IF WS-ALREADY-LIVE
               ADD 1 TO WS-COUNT-SKIPPED
               MOVE "ALREADY ON STUDMAST - SKIPPED" TO WS-D-TEXT
           ELSE
           IF NOT WS-ARCHIVED
               ADD 1 TO WS-COUNT-SKIPPED
               MOVE "NOT ON ARCHIVE - SKIPPED" TO WS-D-TEXT
           ELSE
           IF NOT WS-COHORT-OK
               ADD 1 TO WS-COUNT-SKIPPED
               MOVE "UNKNOWN COHORT - SKIPPED" TO WS-D-TEXT
           ELSE
               PERFORM REINSTATE-TRAINEE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      *    A blank cohort keeps the archived one; a named one must be
      *    on COHMAST, and its default trainer comes across with it.
       CHECK-CARD-COHORT.
           MOVE "Y" TO WS-COHORT-OK-SW.
           IF RH-COHORT NOT = SPACES
               MOVE RH-COHORT TO CO-COHORT-CODE
               READ COHORT-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-COHORT-OK-SW
               END-READ
           END-IF.

      *    The master goes back first, so a card that fails there
      *    leaves the whole trainee on the archive untouched. The
      *    archived master entry is removed last. A trainee with no
      *    seat in their cohort waits instead.
       REINSTATE-TRAINEE.
           MOVE AL-IMAGE TO STUDENT-MASTER-RECORD.
           IF SM-WITHDRAWN
               SET SM-ACTIVE TO TRUE
               MOVE SPACES TO SM-WDRAW-REASON
               MOVE SPACES TO SM-WDRAW-DATE
           END-IF.
           IF RH-COHORT NOT = SPACES
               MOVE RH-COHORT TO SM-COHORT
               MOVE CO-TRAINER TO SM-TRAINER
           END-IF.
           MOVE WS-RUN-DATE TO SM-LAST-UPDATE.
           MOVE "Y" TO WS-SEAT-SW.
           MOVE "N" TO WS-ON-LIST-SW.
           IF SM-COHORT NOT = SPACES
               MOVE SM-COHORT TO WS-FIND-COHORT
               PERFORM CHECK-COHORT-SEAT
           END-IF.
           IF WS-SEAT-FREE
               PERFORM RESTORE-TRAINEE
           ELSE
               PERFORM WRITE-WAITING-RECORD
           END-IF.

       RESTORE-TRAINEE.
           MOVE "N" TO WS-RESTORED-SW.
           WRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RESTORED-SW
           END-WRITE.
           IF NOT WS-RESTORED
               ADD 1 TO WS-COUNT-FAILED
               MOVE "FAILED - LEFT ON ARCHIVE" TO WS-D-TEXT
           ELSE
               PERFORM WRITE-AUDIT-RECORD
               MOVE SM-STUDENT-ID TO WS-RESTORE-STUDENT-ID
               PERFORM RESTORE-SIDE-RECORDS
               IF WS-ON-LIST
                   PERFORM DROP-SEATED-WAITING-ENTRY
               END-IF
               MOVE WS-RESTORE-STUDENT-ID TO AL-STUDENT-ID
               SET AL-STUDENT-ENTRY TO TRUE
               MOVE SPACES TO AL-SUB-KEY
               DELETE ALUMNI-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO WS-COUNT-REINSTATED
               ADD WS-MOVED-SIDE TO WS-TOTAL-SIDE
               ADD WS-CLASH-SIDE TO WS-TOTAL-CLASH
               MOVE "REINSTATED, RECORDS " TO WS-RT-ACTION
               MOVE WS-MOVED-SIDE TO WS-RT-MOVED
               MOVE WS-CLASH-SIDE TO WS-RT-CLASH
               MOVE WS-RESTORE-TEXT TO WS-D-TEXT
           END-IF.

      *    A trainee who waited for a seat is back on STUDENT-MASTER
      *    through the add the promotion step released, at their
      *    archived episode. That master record stands - it is
      *    already on AUDITLOG as the add - and the rest of the
      *    archive follows it back the same way as a reinstatement.
       COMPLETE-SEATED-TRAINEE.
           MOVE RH-STUDENT-ID TO WS-RESTORE-STUDENT-ID.
           PERFORM RESTORE-SIDE-RECORDS.
           MOVE WS-RESTORE-STUDENT-ID TO AL-STUDENT-ID.
           SET AL-STUDENT-ENTRY TO TRUE.
           MOVE SPACES TO AL-SUB-KEY.
           DELETE ALUMNI-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           ADD 1 TO WS-COUNT-SEATED.
           ADD WS-MOVED-SIDE TO WS-TOTAL-SIDE.
           ADD WS-CLASH-SIDE TO WS-TOTAL-CLASH.
           MOVE "SEATED, RECORDS     " TO WS-RT-ACTION.
           MOVE WS-MOVED-SIDE TO WS-RT-MOVED.
           MOVE WS-CLASH-SIDE TO WS-RT-CLASH.
           MOVE WS-RESTORE-TEXT TO WS-D-TEXT.

      *    Seat test for the trainee joining WS-FIND-COHORT, the same
      *    test the transaction edit puts an add through. A cohort
      *    with no limit, or no longer on COHMAST, always has room.
      *    Someone already waiting for the cohort keeps their place in
      *    the queue; someone the promotion step has reserved a seat
      *    for takes it, in the cohort they were promoted into, with
      *    that cohort's default trainer. Anyone else needs a seat
      *    free after the trainees in the cohort and the seats
      *    reserved, and nobody waiting for the cohort or for the
      *    full cohort it takes the overflow of. A seat given is
      *    counted at once.
       CHECK-COHORT-SEAT.
           MOVE SM-STUDENT-ID TO WL-STUDENT-ID.
           READ WAITING-LIST KEY IS WL-STUDENT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-LIST-SW
           END-READ.
           IF WS-ON-LIST
               IF WL-PROMOTED
                   MOVE WL-PROMOTED-COHORT TO WS-FIND-COHORT
                   PERFORM FIND-COHORT-SUB
                   MOVE WL-PROMOTED-COHORT TO SM-COHORT
                   IF WS-COH-SUB > ZERO
                       MOVE WS-COH-TRAINER (WS-COH-SUB) TO SM-TRAINER
                       IF WS-SEAT-RESERVED (WS-COH-SUB) > ZERO
                           SUBTRACT 1
                               FROM WS-SEAT-RESERVED (WS-COH-SUB)
                       END-IF
                       ADD 1 TO WS-SEAT-USED (WS-COH-SUB)
                   END-IF
               ELSE
               IF WL-COHORT NOT = SM-COHORT
                   PERFORM DROP-MOVED-WAITING-ENTRY
               ELSE
                   MOVE "N" TO WS-SEAT-SW
               END-IF
               END-IF
           END-IF.
           IF NOT WS-ON-LIST
               MOVE SM-COHORT TO WS-FIND-COHORT
               PERFORM FIND-COHORT-SUB
               IF WS-COH-SUB > ZERO
                   IF WS-COH-CAPACITY (WS-COH-SUB) = ZERO
                       ADD 1 TO WS-SEAT-USED (WS-COH-SUB)
                   ELSE
                       MOVE WS-SEAT-WAITING (WS-COH-SUB)
                           TO WS-WAITING-AHEAD
                       IF WS-COH-OVERFLOW-OF (WS-COH-SUB) NOT = SPACES
                           PERFORM ADD-OVERFLOW-WAITING
                       END-IF
                       IF WS-WAITING-AHEAD > ZERO
                         OR WS-SEAT-USED (WS-COH-SUB)
                              + WS-SEAT-RESERVED (WS-COH-SUB)
                              NOT < WS-COH-CAPACITY (WS-COH-SUB)
                           MOVE "N" TO WS-SEAT-SW
                       ELSE
                           ADD 1 TO WS-SEAT-USED (WS-COH-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    A card naming another cohort for someone still waiting:
      *    their place in the old cohort's queue is given back and
      *    they go through the seat test for the new one.
       DROP-MOVED-WAITING-ENTRY.
           MOVE WL-COHORT TO WS-FIND-COHORT.
           PERFORM FIND-COHORT-SUB.
           IF WS-COH-SUB > ZERO
             AND WS-SEAT-WAITING (WS-COH-SUB) > ZERO
               SUBTRACT 1 FROM WS-SEAT-WAITING (WS-COH-SUB)
           END-IF.
           DELETE WAITING-LIST RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE "N" TO WS-ON-LIST-SW.

      *    A promoted trainee reinstated here is seated for good - the
      *    entry goes, so the promotion step's add is not applied on
      *    top of the restored master.
       DROP-SEATED-WAITING-ENTRY.
           MOVE WS-RESTORE-STUDENT-ID TO WL-STUDENT-ID.
           READ WAITING-LIST KEY IS WL-STUDENT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE WAITING-LIST RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ.

       ADD-OVERFLOW-WAITING.
           MOVE WS-COH-SUB TO WS-OWN-COH-SUB.
           MOVE WS-COH-OVERFLOW-OF (WS-OWN-COH-SUB) TO WS-FIND-COHORT.
           PERFORM FIND-COHORT-SUB.
           IF WS-COH-SUB > ZERO
               ADD WS-SEAT-WAITING (WS-COH-SUB) TO WS-WAITING-AHEAD
           END-IF.
           MOVE WS-OWN-COH-SUB TO WS-COH-SUB.
           MOVE WS-COH-CODE (WS-OWN-COH-SUB) TO WS-FIND-COHORT.

      *    The add the promotion step releases when a seat opens, at
      *    the trainee's archived episode. It carries the supervisor
      *    override, since the sequence and score edits can't see
      *    the position and passes still on the archive. Someone
      *    already waiting keeps their place with the newer image.
      *    The archive is left as it is either way.
       WRITE-WAITING-RECORD.
           IF WS-ON-LIST
               PERFORM BUILD-WAITING-ADD
               REWRITE WAITING-LIST-RECORD
                   INVALID KEY
                       ADD 1 TO WS-COUNT-FAILED
                       MOVE "WAITLIST FAILED - LEFT ON ARCHIVE"
                           TO WS-D-TEXT
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-WAITLISTED
                       MOVE "STILL ON WAITING LIST - LEFT ON ARCHIVE"
                           TO WS-D-TEXT
               END-REWRITE
           ELSE
               MOVE SPACES TO WAITING-LIST-RECORD
               ADD 1 TO WS-LAST-SEQUENCE
               MOVE WS-RUN-DATE TO WL-WAIT-DATE
               MOVE WS-LAST-SEQUENCE TO WL-SEQUENCE
               MOVE SM-STUDENT-ID TO WL-STUDENT-ID
               MOVE SM-COHORT TO WL-COHORT
               SET WL-WAITING TO TRUE
               PERFORM BUILD-WAITING-ADD
               WRITE WAITING-LIST-RECORD
                   INVALID KEY
                       ADD 1 TO WS-COUNT-FAILED
                       MOVE "WAITLIST FAILED - LEFT ON ARCHIVE"
                           TO WS-D-TEXT
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-WAITLISTED
                       ADD 1 TO WS-SEAT-WAITING (WS-COH-SUB)
                       MOVE "COHORT FULL - PUT ON WAITING LIST"
                           TO WS-D-TEXT
               END-WRITE
           END-IF.

       BUILD-WAITING-ADD.
           MOVE SM-STUDENT-ID TO WL-TR-STUDENT-ID.
           MOVE SM-NOMBRE TO WL-TR-NOMBRE.
           MOVE SM-VIENDO TO WL-TR-VIENDO.
           MOVE SM-NUMERO TO WL-TR-NUMERO-X.
           MOVE SM-COHORT TO WL-TR-COHORT.
           MOVE "Y" TO WL-TR-OVERRIDE.

      *    Fill the COHTAB in-storage table from COHMAST for the seat
      *    test - the card's cohort is still read directly for its
      *    default trainer.
       LOAD-COHORTS.
           MOVE ZERO TO WS-COH-LOAD-COUNT.
           MOVE WS-COH-MAX-COHORTS TO WS-COH-TOTAL-COHORTS.
           MOVE SPACES TO WS-COHORT-TABLE.
           MOVE LOW-VALUES TO CO-COHORT-CODE.
           START COHORT-MASTER KEY NOT < CO-COHORT-CODE
               INVALID KEY
                   SET WS-END-OF-COHORT TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-COHORT
               READ COHORT-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-COHORT TO TRUE
                   NOT AT END
                       PERFORM LOAD-COHORT-ENTRY
               END-READ
           END-PERFORM.
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
               MOVE CO-TRAINER TO
                   WS-COH-TRAINER (WS-COH-LOAD-COUNT)
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
           SET WS-COH-IDX TO 1.
           SEARCH WS-COH-ENTRY
               AT END
                   CONTINUE
               WHEN WS-COH-CODE (WS-COH-IDX) = WS-FIND-COHORT
                   SET WS-COH-SUB TO WS-COH-IDX
           END-SEARCH.

      *    Seats taken in each cohort as STUDENT-MASTER stands before
      *    this run - every trainee not withdrawn.
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

      *    People still waiting count against the cohort they asked
      *    for, promoted people hold a seat in the cohort they were
      *    promoted into, and the last sequence used today is picked
      *    up so new entries queue behind it.
       LOAD-WAITING-LIST.
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
                       PERFORM LOAD-WAITING-ENTRY
               END-READ
           END-PERFORM.

       LOAD-WAITING-ENTRY.
           IF WL-WAIT-DATE = WS-RUN-DATE
             AND WL-SEQUENCE > WS-LAST-SEQUENCE
               MOVE WL-SEQUENCE TO WS-LAST-SEQUENCE
           END-IF.
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
           END-IF.

      *    Every archived entry for the trainee other than the master
      *    goes back to the file it came from. Where a live record
      *    already holds the key - keyed since the trainee was
      *    archived - the live one is kept and counted.
       RESTORE-SIDE-RECORDS.
           MOVE ZERO TO WS-MOVED-SIDE.
           MOVE ZERO TO WS-CLASH-SIDE.
           MOVE "N" TO WS-EOF-ALUMNI.
           MOVE WS-RESTORE-STUDENT-ID TO AL-STUDENT-ID.
           MOVE LOW-VALUES TO AL-RECORD-TYPE.
           MOVE LOW-VALUES TO AL-SUB-KEY.
           START ALUMNI-FILE KEY NOT < AL-ALUMNI-KEY
               INVALID KEY
                   SET WS-END-OF-ALUMNI TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-ALUMNI
               READ ALUMNI-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-ALUMNI TO TRUE
                   NOT AT END
                       IF AL-STUDENT-ID NOT = WS-RESTORE-STUDENT-ID
                           SET WS-END-OF-ALUMNI TO TRUE
                       ELSE
                       IF NOT AL-STUDENT-ENTRY
                           PERFORM RESTORE-ONE-ENTRY
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RESTORE-ONE-ENTRY.
           MOVE "N" TO WS-RESTORED-SW.
           IF AL-ENROL-ENTRY
               MOVE AL-IMAGE TO ENROL-RECORD
               WRITE ENROL-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RESTORED-SW
               END-WRITE
           ELSE
           IF AL-HISTORY-ENTRY
               MOVE AL-IMAGE TO HIST-RECORD
               WRITE HIST-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RESTORED-SW
               END-WRITE
           ELSE
           IF AL-SCORE-ENTRY
               MOVE AL-IMAGE TO SCORE-RECORD
               WRITE SCORE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RESTORED-SW
               END-WRITE
           ELSE
           IF AL-CERT-ENTRY
               MOVE AL-IMAGE TO CERT-REGISTER-RECORD
               WRITE CERT-REGISTER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RESTORED-SW
               END-WRITE
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-RESTORED
               ADD 1 TO WS-MOVED-SIDE
           ELSE
               ADD 1 TO WS-CLASH-SIDE
           END-IF.
           DELETE ALUMNI-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *    Same shape as an ADDED entry - old side blank, new
      *    position - so the reconciliation expects the record back.
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE SM-STUDENT-ID TO AUD-STUDENT-ID.
           MOVE ZERO TO AUD-OLD-NUMERO.
           MOVE SPACES TO AUD-OLD-VIENDO.
           MOVE SM-NUMERO TO AUD-NEW-NUMERO.
           MOVE SM-VIENDO TO AUD-NEW-VIENDO.
           MOVE "UNARCHIVED" TO AUD-RESULT.
           MOVE SPACES TO AUD-KEYED-BY.
           MOVE SPACES TO AUD-APPROVED-BY.
           WRITE AUDIT-RECORD.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  REHIRE CARDS READ         : " TO WS-T-LABEL.
           MOVE WS-COUNT-READ TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  TRAINEES REINSTATED       : " TO WS-T-LABEL.
           MOVE WS-COUNT-REINSTATED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  RECORDS RESTORED          : " TO WS-T-LABEL.
           MOVE WS-TOTAL-SIDE TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  ARCHIVED COPY, LIVE KEPT  : " TO WS-T-LABEL.
           MOVE WS-TOTAL-CLASH TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  PUT ON WAITING LIST       : " TO WS-T-LABEL.
           MOVE WS-COUNT-WAITLISTED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  SEATED FROM WAITING LIST  : " TO WS-T-LABEL.
           MOVE WS-COUNT-SEATED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  CARDS SKIPPED             : " TO WS-T-LABEL.
           MOVE WS-COUNT-SKIPPED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  FAILED                    : " TO WS-T-LABEL.
           MOVE WS-COUNT-FAILED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           DISPLAY "Alumni reinstatement complete, reinstated: "
               WS-COUNT-REINSTATED " failed: " WS-COUNT-FAILED.
           IF WS-COUNT-FAILED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
