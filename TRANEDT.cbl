      *           FIXFILE corrections match on student-ID, so a record
      *           suspended for a blank ID cannot be fixed this way -
      *           it carries forward until removed by hand.
      *           An add into a cohort with a seat capacity is held on
      *           the WAITLIST waiting list (layout in WAITREC) instead
      *           of passing to the update when the cohort has no seat
      *           free, or already has people waiting for one - it is
      *           not an error, so it never suspends. Seats are the
      *           cohort's STUDENT-MASTER records not withdrawn, plus
      *           the seats the promotion step has reserved for
      *           waiting people whose adds are on their way, plus
      *           tonight's adds already passed. A reserved person's
      *           own add takes their reserved seat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS SC-SCORE-KEY
               FILE STATUS IS WS-SCOREMST-STATUS.

           SELECT ENROL-MASTER ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENROL-KEY
               FILE STATUS IS WS-ENRLMAST-STATUS.

           SELECT TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANFILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALTOTS-STATUS.

           SELECT WAITING-LIST ASSIGN TO "WAITLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-ARRIVAL-KEY
               ALTERNATE RECORD KEY IS WL-STUDENT-ID
               FILE STATUS IS WS-WAITLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY SCOREREC.

       FD  ENROL-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY ENRLREC.

       FD  TRAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRAN-RECORD.
           LABEL RECORDS ARE STANDARD.
       COPY TOTREC.

       FD  WAITING-LIST
           LABEL RECORDS ARE STANDARD.
       COPY WAITREC.

       WORKING-STORAGE SECTION.
       01  WS-STUDMAST-STATUS          PIC XX.
           88  WS-STUDMAST-OK          VALUE "00".
           88  WS-SUSPOUT-OK           VALUE "00".
       01  WS-BALTOTS-STATUS           PIC XX.
           88  WS-BALTOTS-OK           VALUE "00".
       01  WS-WAITLIST-STATUS          PIC XX.
           88  WS-WAITLIST-OK          VALUE "00".
       01  WS-EOF-STUDENT              PIC X VALUE "N".
           88  WS-END-OF-STUDENT       VALUE "Y".
       01  WS-EOF-WAITLIST             PIC X VALUE "N".
           88  WS-END-OF-WAITLIST      VALUE "Y".
       01  WS-EOF-CURR                 PIC X VALUE "N".
           88  WS-END-OF-CURR          VALUE "Y".
       01  WS-EOF-TRAN                 PIC X VALUE "N".
           88  WS-END-OF-COHORT        VALUE "Y".
       01  WS-SCOREMST-STATUS          PIC XX.
           88  WS-SCOREMST-OK          VALUE "00".
       01  WS-ENRLMAST-STATUS          PIC XX.
           88  WS-ENRLMAST-OK          VALUE "00".
       01  WS-SCORE-SW                 PIC X.
           88  WS-SCORE-GATE-OK        VALUE "Y".
       01  WS-CURR-SUB                 PIC 9(3).
       01  WS-EDIT-SWITCH              PIC X.
           88  WS-EDIT-CLEAN           VALUE "C".
           88  WS-EDIT-FAILED          VALUE "F".
           88  WS-EDIT-WAITLISTED      VALUE "W".
       01  WS-EDIT-REASON              PIC X(4).

      *    Course positions for the sequence edit - where the trainee
      *    stands now (from STUDENT-MASTER, or ENRLMAST for a track
      *    other than their home track) and where the transaction
      *    would put them (both looked up on CM-SEQUENCE in CURTAB).
      *    Positions only compare within one track, the track of the
      *    transaction's episode.
       01  WS-OLD-NUMERO               PIC 9(3).
       01  WS-OLD-SEQ                  PIC 9(3).
       01  WS-NEW-SEQ                  PIC 9(3).
       01  WS-NEW-TRACK                PIC X(4).
       01  WS-OLD-SEQ-SW               PIC X.
           88  WS-OLD-SEQ-KNOWN        VALUE "Y".

       01  WS-FIX-FOUND                PIC X VALUE "N".
           88  WS-FIX-MATCHED          VALUE "Y".

      *    Seat counts per cohort, in step with the COHTAB entries -
      *    trainees on STUDENT-MASTER not withdrawn (plus tonight's
      *    adds passed), seats reserved for promoted waiting people,
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
       01  WS-WAIT-DATE                PIC X(8).
       01  WS-LAST-SEQUENCE            PIC 9(4) VALUE ZERO.

      *    TRANFILE control-record state from the verification pass -
      *    the business date and source travel on to CLEANTRN in a
      *    header of its own, so the batch update can keep its
       01  WS-COUNT-SUSPENDED          PIC 9(5) VALUE ZERO.
       01  WS-COUNT-RECYCLED           PIC 9(5) VALUE ZERO.
       01  WS-COUNT-CARRIED            PIC 9(5) VALUE ZERO.
       01  WS-COUNT-WAITLISTED         PIC 9(5) VALUE ZERO.
       01  WS-EDIT-COUNT               PIC ZZZZ9.

       PROCEDURE DIVISION.
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT ENROL-MASTER.
           IF NOT WS-ENRLMAST-OK
               DISPLAY "Unable to open ENRLMAST, file status "
                   WS-ENRLMAST-STATUS
               CLOSE STUDENT-MASTER
               CLOSE SCORE-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT TRAN-FILE.
           IF NOT WS-TRANFILE-OK
               DISPLAY "Unable to open TRANFILE, file status "
                   WS-TRANFILE-STATUS
               CLOSE STUDENT-MASTER
               CLOSE SCORE-MASTER
               CLOSE ENROL-MASTER
               STOP RUN
           END-IF.
           PERFORM VERIFY-CONTROL-RECORDS.
           OPEN I-O WAITING-LIST.
           IF NOT WS-WAITLIST-OK
               DISPLAY "Unable to open WAITLIST, file status "
                   WS-WAITLIST-STATUS
               PERFORM REFUSE-TRAN-FILE
           END-IF.
           PERFORM COUNT-SEATS-USED.
           PERFORM LOAD-WAITING-LIST.
           OPEN OUTPUT CLEAN-FILE.
           IF NOT WS-CLEANTRN-OK
               DISPLAY "Unable to open CLEANTRN, file status "
                   WS-CLEANTRN-STATUS
               CLOSE STUDENT-MASTER
               CLOSE TRAN-FILE
               CLOSE WAITING-LIST
               STOP RUN
           END-IF.
           PERFORM WRITE-CLEAN-HEADER.
               CLOSE STUDENT-MASTER
               CLOSE TRAN-FILE
               CLOSE CLEAN-FILE
               CLOSE WAITING-LIST
               STOP RUN
           END-IF.
           PERFORM LOAD-FIX-TABLE.
                           PERFORM EDIT-TRANSACTION
                           IF WS-EDIT-CLEAN
                               PERFORM WRITE-CLEAN-RECORD
                           ELSE
                           IF WS-EDIT-WAITLISTED
                               PERFORM WRITE-WAITING-RECORD
                           ELSE
                               PERFORM WRITE-SUSPENSE-RECORD
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM WRITE-STEP-TOTALS.
           CLOSE STUDENT-MASTER.
           CLOSE SCORE-MASTER.
           CLOSE ENROL-MASTER.
           CLOSE TRAN-FILE.
           CLOSE CLEAN-FILE.
           CLOSE SUSP-OUT-FILE.
           CLOSE WAITING-LIST.
           STOP RUN.

      *    First pass over TRANFILE, before anything is written: at
           MOVE 8 TO RETURN-CODE.
           CLOSE STUDENT-MASTER.
           CLOSE SCORE-MASTER.
           CLOSE ENROL-MASTER.
           CLOSE TRAN-FILE.
           IF WS-WAITLIST-OK
               CLOSE WAITING-LIST
           END-IF.
           STOP RUN.

       PRESERVE-SUSPENSE-FILE.
                       WS-CURR-VIENDO (WS-CURR-LOAD-COUNT)
                   MOVE CM-SEQUENCE TO
                       WS-CURR-SEQUENCE (WS-CURR-LOAD-COUNT)
                   MOVE CM-TRACK TO
                       WS-CURR-TRACK (WS-CURR-LOAD-COUNT)
               ELSE
                   DISPLAY "Curriculum table full, episode "
                       CM-NUMERO " ignored"
               IF WS-EDIT-CLEAN
                   PERFORM WRITE-CLEAN-RECORD
                   ADD 1 TO WS-COUNT-RECYCLED
               ELSE
               IF WS-EDIT-WAITLISTED
                   PERFORM WRITE-WAITING-RECORD
               ELSE
                   PERFORM WRITE-SUSPENSE-RECORD
               END-IF
               END-IF
           ELSE
               WRITE SUSP-OUT-RECORD FROM SUSPENSE-RECORD
               ADD 1 TO WS-COUNT-CARRIED
                   IF WS-EDIT-CLEAN
                       PERFORM CHECK-COHORT
                   END-IF
                   IF WS-EDIT-CLEAN
                       PERFORM CHECK-COHORT-CAPACITY
                   END-IF
               END-IF
           END-IF.

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
               END-SEARCH
           END-IF.

      *    Only an add is held back - a trainee already on the master
      *    keeps their seat, and a blank cohort takes none. Runs
      *    after CHECK-COHORT, so the cohort is known to exist.
      *    Someone already waiting for the same cohort stays in their
      *    place in the queue with the newer transaction image;
      *    someone the promotion step has reserved a seat for takes
      *    it when the add is for that cohort. An add re-keyed for
      *    another cohort gives up the old entry and is treated as a
      *    new arrival for the cohort now asked for. Anyone else waits
      *    when the cohort is full or when people are already queued
      *    for it - its own waiting list, and the list of the full
      *    cohort it takes the overflow of - so nobody jumps the
      *    queue for a seat that has just come free.
       CHECK-COHORT-CAPACITY.
           MOVE "N" TO WS-ON-LIST-SW.
           IF WS-ET-COHORT NOT = SPACES
               MOVE WS-ET-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       PERFORM CHECK-SEAT-FOR-ADD
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       CHECK-SEAT-FOR-ADD.
           MOVE WS-ET-STUDENT-ID TO WL-STUDENT-ID.
           READ WAITING-LIST KEY IS WL-STUDENT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-LIST-SW
           END-READ.
           IF WS-ON-LIST
               IF WL-PROMOTED
                 AND WL-PROMOTED-COHORT = WS-ET-COHORT
                   MOVE WL-PROMOTED-COHORT TO WS-FIND-COHORT
                   PERFORM FIND-COHORT-SUB
                   IF WS-COH-SUB > ZERO
                     AND WS-SEAT-RESERVED (WS-COH-SUB) > ZERO
                       SUBTRACT 1 FROM WS-SEAT-RESERVED (WS-COH-SUB)
                   END-IF
                   ADD 1 TO WS-SEAT-USED (WS-COH-SUB)
               ELSE
               IF WL-PROMOTED
                 OR WL-COHORT NOT = WS-ET-COHORT
                   PERFORM DROP-MOVED-WAITING-ENTRY
               ELSE
                   SET WS-EDIT-WAITLISTED TO TRUE
               END-IF
               END-IF
           END-IF.
           IF NOT WS-ON-LIST
               MOVE WS-ET-COHORT TO WS-FIND-COHORT
               PERFORM FIND-COHORT-SUB
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
                       SET WS-EDIT-WAITLISTED TO TRUE
                   ELSE
                       ADD 1 TO WS-SEAT-USED (WS-COH-SUB)
                   END-IF
               END-IF
           END-IF.

      *    The old entry's queue place or reserved seat belongs to
      *    the cohort asked for before - both are given back so the
      *    next person in line for that cohort gets them.
       DROP-MOVED-WAITING-ENTRY.
           IF WL-PROMOTED
               MOVE WL-PROMOTED-COHORT TO WS-FIND-COHORT
               PERFORM FIND-COHORT-SUB
               IF WS-COH-SUB > ZERO
                 AND WS-SEAT-RESERVED (WS-COH-SUB) > ZERO
                   SUBTRACT 1 FROM WS-SEAT-RESERVED (WS-COH-SUB)
               END-IF
           ELSE
               MOVE WL-COHORT TO WS-FIND-COHORT
               PERFORM FIND-COHORT-SUB
               IF WS-COH-SUB > ZERO
                 AND WS-SEAT-WAITING (WS-COH-SUB) > ZERO
                   SUBTRACT 1 FROM WS-SEAT-WAITING (WS-COH-SUB)
               END-IF
           END-IF.
           DELETE WAITING-LIST RECORD
               INVALID KEY
                   DISPLAY "Unable to drop waiting entry for student "
                       WL-STUDENT-ID
               NOT INVALID KEY
                   DISPLAY "Student " WL-STUDENT-ID " moved from "
                       "the waiting list for cohort " WL-COHORT
           END-DELETE.
           MOVE "N" TO WS-ON-LIST-SW.

       ADD-OVERFLOW-WAITING.
           MOVE WS-COH-SUB TO WS-OWN-COH-SUB.
           MOVE WS-COH-OVERFLOW-OF (WS-OWN-COH-SUB) TO WS-FIND-COHORT.
           PERFORM FIND-COHORT-SUB.
           IF WS-COH-SUB > ZERO
               ADD WS-SEAT-WAITING (WS-COH-SUB) TO WS-WAITING-AHEAD
           END-IF.
           MOVE WS-OWN-COH-SUB TO WS-COH-SUB.

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
      *    tonight's update - every trainee not withdrawn. Delivered
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

      *    One pass of the waiting list: people still waiting count
      *    against the cohort they asked for, promoted people hold a
      *    seat in the cohort they were promoted into, and the last
      *    sequence used today is picked up so new entries queue
      *    behind it.
       LOAD-WAITING-LIST.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-WAIT-DATE.
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
           IF WL-WAIT-DATE = WS-WAIT-DATE
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

      *    Refuse a transaction that moves a trainee backwards in the
      *    course or more than one position forward of where their
      *    STUDENT-MASTER record stands - a keying slip, not a real

       FIND-NEW-SEQUENCE.
           MOVE ZERO TO WS-NEW-SEQ.
           MOVE SPACES TO WS-NEW-TRACK.
           SET WS-CURR-IDX TO 1.
           SEARCH WS-CURR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CURR-NUMERO (WS-CURR-IDX) = WS-ET-NUMERO
                   MOVE WS-CURR-SEQUENCE (WS-CURR-IDX) TO WS-NEW-SEQ
                   MOVE WS-CURR-TRACK (WS-CURR-IDX) TO WS-NEW-TRACK
           END-SEARCH.

      *    Where the trainee stands today in the transaction's track.
      *    A student not yet on the master is starting out - position
      *    zero, so only the first episode (or a reset) gets through
      *    without an override. The home track's position is on the
      *    master, and a trainee not yet started anywhere (000) takes
      *    the transaction's track as their home track, the same rule
      *    the update applies - unless they are already enrolled in
      *    that track, when the enrolment is what moves and its
      *    position is the one to measure from. Any other track's
      *    position is on ENRLMAST, and a track the trainee has never
      *    been enrolled in is position zero. A trainee parked on an
      *    episode no longer in the curriculum has no position to
      *    measure from, so the move is allowed - the trainer is
      *    pulling them back onto the live course.
       FIND-OLD-SEQUENCE.
           MOVE "N" TO WS-OLD-SEQ-SW.
           MOVE ZERO TO WS-OLD-SEQ.
               INVALID KEY
                   MOVE "Y" TO WS-OLD-SEQ-SW
               NOT INVALID KEY
                   IF SM-TRACK = WS-NEW-TRACK
                       IF SM-NUMERO = ZERO
                           MOVE "Y" TO WS-OLD-SEQ-SW
                       ELSE
                           MOVE SM-NUMERO TO WS-OLD-NUMERO
                           PERFORM FIND-OLD-NUMERO-SEQUENCE
                       END-IF
                   ELSE
                       MOVE WS-ET-STUDENT-ID TO EN-STUDENT-ID
                       MOVE WS-NEW-TRACK TO EN-TRACK
                       READ ENROL-MASTER
                           INVALID KEY
                               MOVE "Y" TO WS-OLD-SEQ-SW
                           NOT INVALID KEY
                               MOVE EN-NUMERO TO WS-OLD-NUMERO
                               PERFORM FIND-OLD-NUMERO-SEQUENCE
                       END-READ
                   END-IF
           END-READ.

       FIND-OLD-NUMERO-SEQUENCE.
           SET WS-CURR-IDX TO 1.
           SEARCH WS-CURR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CURR-NUMERO (WS-CURR-IDX) = WS-OLD-NUMERO
                   MOVE WS-CURR-SEQUENCE (WS-CURR-IDX) TO WS-OLD-SEQ
                   MOVE "Y" TO WS-OLD-SEQ-SW
           END-SEARCH.

      *    Progress-without-passing gate: a transaction advancing a
      *    trainee must show a passing SCOREMST record for every
      *    course position it carries them past - with sequence
      *    supervisor's authority, the same escape hatch the
      *    sequence edit honours. Runs after CHECK-SEQUENCE, whose
      *    course positions it reuses; a trainee parked off the live
      *    course (position unknown) is exempt the same way. Only the
      *    episodes of the transaction's own track are gated - a
      *    score owed in one track never holds up another.
       CHECK-PASSING-SCORES.
           MOVE "Y" TO WS-SCORE-SW.
           IF WS-ET-NUMERO NOT = ZERO
           END-IF.

       CHECK-ONE-EPISODE-SCORE.
           IF WS-CURR-TRACK (WS-CURR-SUB) = WS-NEW-TRACK
             AND WS-CURR-SEQUENCE (WS-CURR-SUB) > ZERO
             AND WS-CURR-SEQUENCE (WS-CURR-SUB) < WS-NEW-SEQ
             AND WS-CURR-SEQUENCE (WS-CURR-SUB) NOT < WS-OLD-SEQ
               MOVE WS-ET-STUDENT-ID TO SC-STUDENT-ID
           WRITE CLEAN-RECORD FROM WS-EDIT-TRAN.
           ADD 1 TO WS-COUNT-CLEAN.

      *    Someone already waiting for the same cohort keeps their
      *    place with the newer image; anyone else joins the back of
      *    the queue. An entry
      *    that can't be written is suspended rather than lost.
       WRITE-WAITING-RECORD.
           IF WS-ON-LIST
               MOVE WS-EDIT-TRAN TO WL-TRANSACTION
               REWRITE WAITING-LIST-RECORD
                   INVALID KEY
                       MOVE "WAIT" TO WS-EDIT-REASON
                       PERFORM WRITE-SUSPENSE-RECORD
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-WAITLISTED
                       DISPLAY "Still waiting for cohort " WL-COHORT
                           ", student " WL-STUDENT-ID
               END-REWRITE
           ELSE
               MOVE SPACES TO WAITING-LIST-RECORD
               ADD 1 TO WS-LAST-SEQUENCE
               MOVE WS-WAIT-DATE TO WL-WAIT-DATE
               MOVE WS-LAST-SEQUENCE TO WL-SEQUENCE
               MOVE WS-ET-STUDENT-ID TO WL-STUDENT-ID
               MOVE WS-ET-COHORT TO WL-COHORT
               SET WL-WAITING TO TRUE
               MOVE WS-EDIT-TRAN TO WL-TRANSACTION
               WRITE WAITING-LIST-RECORD
                   INVALID KEY
                       MOVE "WAIT" TO WS-EDIT-REASON
                       PERFORM WRITE-SUSPENSE-RECORD
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-WAITLISTED
                       ADD 1 TO WS-SEAT-WAITING (WS-COH-SUB)
                       DISPLAY "Waiting list for cohort " WL-COHORT
                           ", student " WL-STUDENT-ID
               END-WRITE
           END-IF.

       WRITE-SUSPENSE-RECORD.
           MOVE WS-EDIT-REASON TO SUS-REASON.
           MOVE WS-EDIT-TRAN TO SUS-TRAN.
           DISPLAY "  RECORDS RECYCLED  : " WS-EDIT-COUNT.
           MOVE WS-COUNT-CARRIED TO WS-EDIT-COUNT.
           DISPLAY "  RECORDS CARRIED   : " WS-EDIT-COUNT.
           MOVE WS-COUNT-WAITLISTED TO WS-EDIT-COUNT.
           DISPLAY "  ADDS WAITLISTED   : " WS-EDIT-COUNT.
           DISPLAY "================================================".

      *    The same counts again, machine-readable, for the
               MOVE WS-COUNT-CLEAN TO ST-ED-CLEAN
               MOVE WS-COUNT-SUSPENDED TO ST-ED-SUSPENDED
               MOVE WS-COUNT-CARRIED TO ST-ED-CARRIED
               MOVE WS-COUNT-WAITLISTED TO ST-ED-WAITLISTED
               WRITE STEP-TOTALS-RECORD
               CLOSE BAL-TOTALS-FILE
           END-IF.
