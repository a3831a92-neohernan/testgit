      *           change and delete is logged to AUDITLOG, the same
      *           file the batch update writes, so req004's audit
      *           trail covers both paths that mutate STUDMAST.
      *           The trainee's trainer is set here too - validated
      *           against TRNMAST, and defaulted from the cohort's
      *           trainer when a trainee joins a cohort without one
      *           being named.
      *           Changes are dual-controlled. The maintenance edit
      *           (MNTEDIT) checks MAINTFILE and parks each transaction
      *           on the PENDMNT pending-change file stamped with the
      *           keyer's user ID, and prints the approval list. This
      *           run takes the approval cards, applies in keyed order
      *           only the changes a different user ID has approved,
      *           drops the declined ones, and expires any left
      *           unapproved longer than the days on the MNTPARM card.
      *           Keyer and approver are both stamped on AUDITLOG.
      *           An add, a reinstatement, or a change that puts a
      *           trainee into a cohort takes a seat there, and is
      *           refused as COHORTFULL when the transaction edit's
      *           seat test would hold it - the cohort is at
      *           CO-CAPACITY or people are on the WAITLIST for it -
      *           so maintenance is no way round the waiting list.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDMAST-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDMNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PEND-KEY
               FILE STATUS IS WS-PENDMNT-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "APPRCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPRCARD-STATUS.

           SELECT PARM-FILE ASSIGN TO "MNTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS SC-SCORE-KEY
               FILE STATUS IS WS-SCOREMST-STATUS.

           SELECT TRAINER-MASTER ASSIGN TO "TRNMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-TRAINER-CODE
               FILE STATUS IS WS-TRNMAST-STATUS.

           SELECT ENROL-MASTER ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENROL-KEY
               FILE STATUS IS WS-ENRLMAST-STATUS.

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
       COPY STUDREC.

       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PENDREC.

      *    One card per decision: the pending-change reference and
      *    student ID from the approval list, the approver's user ID,
      *    and A to approve or D to decline. The student ID must
      *    match, so a mistyped reference can't approve some other
      *    trainee's change.
       FD  APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPROVAL-RECORD.
           05  AP-PEND-KEY             PIC X(12).
           05  FILLER                  PIC X(1).
           05  AP-STUDENT-ID           PIC X(6).
           05  FILLER                  PIC X(1).
           05  AP-USER-ID              PIC X(8).
           05  FILLER                  PIC X(1).
           05  AP-DECISION             PIC X(1).
               88  AP-APPROVE          VALUE "A".
               88  AP-DECLINE          VALUE "D".

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  MP-RUN-DATE             PIC X(8).
           05  MP-EXPIRE-DAYS          PIC 9(3).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       COPY SCOREREC.

       FD  ENROL-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY ENRLREC.

       FD  TRAINER-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY TRNREC.

       FD  WAITING-LIST
           LABEL RECORDS ARE STANDARD.
       COPY WAITREC.

       WORKING-STORAGE SECTION.
       01  WS-STUDMAST-STATUS          PIC XX.
           88  WS-STUDMAST-OK          VALUE "00".
       01  WS-PENDMNT-STATUS           PIC XX.
           88  WS-PENDMNT-OK           VALUE "00".
       01  WS-APPRCARD-STATUS          PIC XX.
           88  WS-APPRCARD-OK          VALUE "00".
       01  WS-PARMFILE-STATUS          PIC XX.
           88  WS-PARMFILE-OK          VALUE "00".
       01  WS-AUDITLOG-STATUS          PIC XX.
           88  WS-AUDITLOG-OK          VALUE "00".
       01  WS-EOF-PENDING              PIC X VALUE "N".
           88  WS-END-OF-PENDING       VALUE "Y".
       01  WS-EOF-APPROVAL             PIC X VALUE "N".
           88  WS-END-OF-APPROVAL      VALUE "Y".
       01  WS-CURRMAST-STATUS          PIC XX.
           88  WS-CURRMAST-OK          VALUE "00".
       01  WS-EOF-CURR                 PIC X VALUE "N".
           88  WS-COHMAST-OK           VALUE "00".
       01  WS-SCOREMST-STATUS          PIC XX.
           88  WS-SCOREMST-OK          VALUE "00".
       01  WS-ENRLMAST-STATUS          PIC XX.
           88  WS-ENRLMAST-OK          VALUE "00".
       01  WS-EOF-COHORT               PIC X VALUE "N".
           88  WS-END-OF-COHORT        VALUE "Y".
       01  WS-COHORT-SWITCH            PIC X VALUE "Y".
           88  WS-COHORT-OK            VALUE "Y".
       01  WS-TRNMAST-STATUS           PIC XX.
           88  WS-TRNMAST-OK           VALUE "00".
       01  WS-EOF-TRAINER              PIC X VALUE "N".
           88  WS-END-OF-TRAINER       VALUE "Y".
       01  WS-TRAINER-SWITCH           PIC X VALUE "Y".
           88  WS-TRAINER-OK           VALUE "Y".
       01  WS-WAITLIST-STATUS          PIC XX.
           88  WS-WAITLIST-OK          VALUE "00".
       01  WS-EOF-STUDENT              PIC X VALUE "N".
           88  WS-END-OF-STUDENT       VALUE "Y".
       01  WS-EOF-WAITLIST             PIC X VALUE "N".
           88  WS-END-OF-WAITLIST      VALUE "Y".
       01  WS-OLD-COHORT               PIC X(4).
       01  WS-OLD-STATUS               PIC X(1).
           88  WS-WAS-WITHDRAWN        VALUE "W".
       01  WS-APPLY-OK                 PIC X VALUE "Y".
      *    Set when the apply refuses an approved change, so it is
      *    counted as rejected rather than applied.
       01  WS-APPLY-REJECTED-SW        PIC X.
           88  WS-APPLY-REJECTED       VALUE "Y".

      *    Seat counts per cohort, in step with the COHTAB entries,
      *    the same as the transaction edit keeps them - trainees on
      *    STUDENT-MASTER not withdrawn (plus seats this run has
      *    given), seats reserved for promoted waiting people, and
      *    people still waiting for the cohort.
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
       01  WS-SEAT-SW                  PIC X VALUE "Y".
           88  WS-SEAT-FREE            VALUE "Y".

      *    The transaction being applied, taken off PENDMNT, and the
      *    two user IDs stamped on its AUDITLOG entries.
       COPY MAINTREC.

       01  WS-KEYED-BY                 PIC X(8).
       01  WS-APPROVED-BY              PIC X(8).

      *    Run date and expiry days from MNTPARM - a change still
      *    unapproved more than WS-EXPIRE-DAYS after the date it was
      *    parked is expired.
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-RUN-DATE-NUM             PIC 9(8).
       01  WS-RUN-DATE-INT             PIC 9(7).
       01  WS-EXPIRE-DAYS              PIC 9(3).
       01  WS-KEYED-DATE-NUM           PIC 9(8).
       01  WS-PENDING-AGE              PIC S9(7).

       01  WS-COUNT-CARDS              PIC 9(5) VALUE ZERO.
       01  WS-COUNT-APPROVED           PIC 9(5) VALUE ZERO.
       01  WS-COUNT-REFUSED            PIC 9(5) VALUE ZERO.
       01  WS-COUNT-APPLIED            PIC 9(5) VALUE ZERO.
       01  WS-COUNT-APPLY-REJECTED     PIC 9(5) VALUE ZERO.
       01  WS-COUNT-DECLINED           PIC 9(5) VALUE ZERO.
       01  WS-COUNT-EXPIRED            PIC 9(5) VALUE ZERO.
       01  WS-COUNT-AWAITING           PIC 9(5) VALUE ZERO.
       01  WS-EDIT-COUNT               PIC ZZZZ9.

       COPY CURTAB.

       COPY COHTAB.

       COPY TRNTAB.

       01  WS-VALIDATION-SWITCH        PIC X.
           88  WS-VALID-TRANSACTION    VALUE "V".
           88  WS-INVALID-TITLE        VALUE "T".
           88  WS-INVALID-NUMERO       VALUE "N".
           88  WS-INVALID-TRACK        VALUE "K".

      *    Curriculum track of the transaction's episode - it becomes
      *    the trainee's home track when the master NUMERO is set.
       01  WS-NEW-TRACK                PIC X(4).

       01  WS-OLD-NUMERO               PIC 9(3).
       01  WS-OLD-VIENDO               PIC A(40).
       01  WS-DUP-VIENDO               PIC A(40).
       01  WS-SURV-SEQ                 PIC 9(3).
       01  WS-DUP-SEQ                  PIC 9(3).
       01  WS-SURV-TRACK               PIC X(4).
       01  WS-DUP-TRACK                PIC X(4).
       01  WS-DUP-STATUS               PIC X(1).
       01  WS-DUP-LAST-UPDATE          PIC X(8).
       01  WS-DUP-EXPORT-DATE          PIC X(8).
       01  WS-DUP-DELIVERY-DATE        PIC X(8).
       01  WS-SEQ-NUMERO               PIC 9(3).
       01  WS-SEQ-FOUND                PIC 9(3).
       01  WS-MERGE-OK-SW              PIC X.
       01  WS-MS-MAX                   PIC 9(3) VALUE 100.
       01  WS-MS-SUB                   PIC 9(3).

      *    A trainee's further-track enrolments, collected the same way
      *    before they are refiled under a merge survivor or dropped
      *    with a deleted trainee. WS-ME-ON-FILE marks an entry read
      *    from ENRLMAST, as opposed to the duplicate's home track
      *    carried across as a new enrolment.
       01  WS-EOF-ENROL                PIC X.
           88  WS-END-OF-ENROL         VALUE "Y".
       01  WS-ME-STUDENT-ID            PIC X(6).
       01  WS-ME-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-MERGE-ENROLMENTS.
           05  WS-ME-ENTRY OCCURS 20 TIMES.
               10  WS-ME-TRACK         PIC X(4).
               10  WS-ME-VIENDO        PIC A(40).
               10  WS-ME-NUMERO        PIC 9(3).
               10  WS-ME-STATUS        PIC X(1).
               10  WS-ME-LAST-UPDATE   PIC X(8).
               10  WS-ME-EXPORT-DATE   PIC X(8).
               10  WS-ME-DELIVERY-DATE PIC X(8).
               10  WS-ME-ON-FILE       PIC X(1).
       01  WS-ME-MAX                   PIC 9(3) VALUE 20.
       01  WS-ME-SUB                   PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-PARM-CARD.
           PERFORM LOAD-CURRICULUM.
           PERFORM LOAD-COHORTS.
           PERFORM LOAD-TRAINERS.
           OPEN I-O STUDENT-MASTER.
           IF NOT WS-STUDMAST-OK
               DISPLAY "Unable to open STUDMAST, file status "
                   WS-STUDMAST-STATUS
               STOP RUN
           END-IF.
           OPEN I-O PENDING-FILE.
           IF NOT WS-PENDMNT-OK
               DISPLAY "Unable to open PENDMNT, file status "
                   WS-PENDMNT-STATUS
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
               DISPLAY "Unable to open AUDITLOG, file status "
                   WS-AUDITLOG-STATUS
               CLOSE STUDENT-MASTER
               CLOSE PENDING-FILE
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-HISTORY.
               DISPLAY "Unable to open STUDHIST, file status "
                   WS-STUDHIST-STATUS
               CLOSE STUDENT-MASTER
               CLOSE PENDING-FILE
               CLOSE AUDIT-FILE
               STOP RUN
           END-IF.
               DISPLAY "Unable to open SCOREMST, file status "
                   WS-SCOREMST-STATUS
               CLOSE STUDENT-MASTER
               CLOSE PENDING-FILE
               CLOSE AUDIT-FILE
               CLOSE STUDENT-HISTORY
               STOP RUN
           END-IF.
           OPEN I-O ENROL-MASTER.
           IF NOT WS-ENRLMAST-OK
               DISPLAY "Unable to open ENRLMAST, file status "
                   WS-ENRLMAST-STATUS
               CLOSE STUDENT-MASTER
               CLOSE PENDING-FILE
               CLOSE AUDIT-FILE
               CLOSE STUDENT-HISTORY
               CLOSE SCORE-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT WAITING-LIST.
           IF NOT WS-WAITLIST-OK
               DISPLAY "Unable to open WAITLIST, file status "
                   WS-WAITLIST-STATUS
               CLOSE STUDENT-MASTER
               CLOSE PENDING-FILE
               CLOSE AUDIT-FILE
               CLOSE STUDENT-HISTORY
               CLOSE SCORE-MASTER
               CLOSE ENROL-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT APPROVAL-FILE.
           IF NOT WS-APPRCARD-OK
               DISPLAY "Unable to open APPRCARD, file status "
                   WS-APPRCARD-STATUS
               CLOSE STUDENT-MASTER
               CLOSE PENDING-FILE
               CLOSE AUDIT-FILE
               CLOSE STUDENT-HISTORY
               CLOSE SCORE-MASTER
               CLOSE ENROL-MASTER
               CLOSE WAITING-LIST
               STOP RUN
           END-IF.
           PERFORM COUNT-SEATS-USED.
           PERFORM LOAD-WAITING-LIST.
           PERFORM UNTIL WS-END-OF-APPROVAL
               READ APPROVAL-FILE
                   AT END
                       SET WS-END-OF-APPROVAL TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-CARDS
                       PERFORM RECORD-APPROVAL
               END-READ
           END-PERFORM.
           CLOSE APPROVAL-FILE.
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
                       PERFORM PROCESS-PENDING-CHANGE
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER.
           CLOSE PENDING-FILE.
           CLOSE AUDIT-FILE.
           CLOSE STUDENT-HISTORY.
           CLOSE SCORE-MASTER.
           CLOSE ENROL-MASTER.
           CLOSE WAITING-LIST.
           PERFORM DISPLAY-CONTROL-TOTALS.
           STOP RUN.

       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF NOT WS-PARMFILE-OK
               DISPLAY "Unable to open MNTPARM, file status "
                   WS-PARMFILE-STATUS
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY "MNTPARM is empty - run date and expiry "
                       "days are required"
                   CLOSE PARM-FILE
                   STOP RUN
           END-READ.
           IF MP-RUN-DATE NOT NUMERIC OR MP-EXPIRE-DAYS NOT NUMERIC
               DISPLAY "MNTPARM is invalid: " PARM-RECORD
               CLOSE PARM-FILE
               STOP RUN
           END-IF.
           MOVE MP-RUN-DATE TO WS-RUN-DATE.
           MOVE MP-EXPIRE-DAYS TO WS-EXPIRE-DAYS.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           CLOSE PARM-FILE.

      *    Stamp one approval card's decision on its pending change.
      *    The approver must be named and must not be the user who
      *    keyed the change - a refused card leaves the change
      *    waiting for someone else to approve it.
       RECORD-APPROVAL.
           MOVE AP-PEND-KEY TO PM-PEND-KEY.
           READ PENDING-FILE
               INVALID KEY
                   DISPLAY "Approval ignored, no pending change "
                       AP-PEND-KEY
                   ADD 1 TO WS-COUNT-REFUSED
               NOT INVALID KEY
                   PERFORM APPLY-APPROVAL
           END-READ.

       APPLY-APPROVAL.
           MOVE PM-TRANSACTION TO MAINT-RECORD.
           IF AP-STUDENT-ID NOT = MT-STUDENT-ID
               DISPLAY "Approval ignored, change " AP-PEND-KEY
                   " is not for student " AP-STUDENT-ID
               ADD 1 TO WS-COUNT-REFUSED
           ELSE
           IF AP-USER-ID = SPACES
               DISPLAY "Approval ignored, no approver user ID for "
                   "change " AP-PEND-KEY
               ADD 1 TO WS-COUNT-REFUSED
           ELSE
           IF AP-USER-ID = PM-KEYED-BY
               DISPLAY "Approval refused, change " AP-PEND-KEY
                   " was keyed by the same user " AP-USER-ID
               ADD 1 TO WS-COUNT-REFUSED
           ELSE
           IF NOT PM-AWAITING
               DISPLAY "Approval ignored, change " AP-PEND-KEY
                   " is already decided"
               ADD 1 TO WS-COUNT-REFUSED
           ELSE
           IF NOT AP-APPROVE AND NOT AP-DECLINE
               DISPLAY "Approval ignored, decision must be A or D "
                   "for change " AP-PEND-KEY
               ADD 1 TO WS-COUNT-REFUSED
           ELSE
               IF AP-APPROVE
                   SET PM-APPROVED TO TRUE
               ELSE
                   SET PM-DECLINED TO TRUE
               END-IF
               MOVE AP-USER-ID TO PM-APPROVED-BY
               MOVE WS-RUN-DATE TO PM-APPROVED-DATE
               REWRITE PENDING-CHANGE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to record approval for "
                           "change " AP-PEND-KEY
                       ADD 1 TO WS-COUNT-REFUSED
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-APPROVED
               END-REWRITE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    Each pending change in keyed order: an approved one goes
      *    through the same maintenance logic as ever and is then
      *    dropped, a declined one is logged and dropped, and one
      *    still waiting is expired once it is older than the expiry
      *    days. A change the apply rejects or fails to write is
      *    dropped too - it is on AUDITLOG as REJECTED, COHORTFULL or
      *    FAILED, and is keyed again if it is still wanted - and is
      *    counted as rejected, not applied.
       PROCESS-PENDING-CHANGE.
           MOVE PM-TRANSACTION TO MAINT-RECORD.
           MOVE PM-KEYED-BY TO WS-KEYED-BY.
           MOVE PM-APPROVED-BY TO WS-APPROVED-BY.
           MOVE "N" TO WS-APPLY-REJECTED-SW.
           MOVE "Y" TO WS-SEAT-SW.
           IF PM-APPROVED
               PERFORM PROCESS-MAINT-RECORD
               IF WS-APPLY-REJECTED
                   ADD 1 TO WS-COUNT-APPLY-REJECTED
               ELSE
                   ADD 1 TO WS-COUNT-APPLIED
               END-IF
               PERFORM DROP-PENDING-CHANGE
           ELSE
           IF PM-DECLINED
               DISPLAY "Declined change " PM-PEND-KEY
                   " for student " MT-STUDENT-ID
               MOVE "DECLINED" TO WS-AUDIT-RESULT
               PERFORM WRITE-UNAPPLIED-AUDIT-RECORD
               ADD 1 TO WS-COUNT-DECLINED
               PERFORM DROP-PENDING-CHANGE
           ELSE
               MOVE PM-KEYED-DATE TO WS-KEYED-DATE-NUM
               COMPUTE WS-PENDING-AGE = WS-RUN-DATE-INT -
                   FUNCTION INTEGER-OF-DATE(WS-KEYED-DATE-NUM)
               IF WS-PENDING-AGE > WS-EXPIRE-DAYS
                   DISPLAY "Expired change " PM-PEND-KEY
                       " for student " MT-STUDENT-ID
                   MOVE SPACES TO WS-APPROVED-BY
                   MOVE "EXPIRED" TO WS-AUDIT-RESULT
                   PERFORM WRITE-UNAPPLIED-AUDIT-RECORD
                   ADD 1 TO WS-COUNT-EXPIRED
                   PERFORM DROP-PENDING-CHANGE
               ELSE
                   ADD 1 TO WS-COUNT-AWAITING
               END-IF
           END-IF
           END-IF.

       DROP-PENDING-CHANGE.
           DELETE PENDING-FILE RECORD
               INVALID KEY
                   DISPLAY "Unable to drop pending change "
                       PM-PEND-KEY
           END-DELETE.

      *    A declined or expired change never touched the master:
      *    the entry carries the proposed episode as the new value
      *    against a zero old one, and the replay passes it over.
       WRITE-UNAPPLIED-AUDIT-RECORD.
           MOVE ZERO TO WS-OLD-NUMERO.
           MOVE SPACES TO WS-OLD-VIENDO.
           MOVE MT-NUMERO TO WS-NEW-NUMERO.
           MOVE MT-VIENDO TO WS-NEW-VIENDO.
           PERFORM WRITE-AUDIT-RECORD.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "================================================".
           DISPLAY "STUDENT-MAINTENANCE - CONTROL TOTALS".
           MOVE WS-COUNT-CARDS TO WS-EDIT-COUNT.
           DISPLAY "  APPROVAL CARDS READ       : " WS-EDIT-COUNT.
           MOVE WS-COUNT-APPROVED TO WS-EDIT-COUNT.
           DISPLAY "  DECISIONS RECORDED        : " WS-EDIT-COUNT.
           MOVE WS-COUNT-REFUSED TO WS-EDIT-COUNT.
           DISPLAY "  CARDS REFUSED             : " WS-EDIT-COUNT.
           MOVE WS-COUNT-APPLIED TO WS-EDIT-COUNT.
           DISPLAY "  CHANGES APPLIED           : " WS-EDIT-COUNT.
           MOVE WS-COUNT-APPLY-REJECTED TO WS-EDIT-COUNT.
           DISPLAY "  CHANGES REJECTED ON APPLY : " WS-EDIT-COUNT.
           MOVE WS-COUNT-DECLINED TO WS-EDIT-COUNT.
           DISPLAY "  CHANGES DECLINED          : " WS-EDIT-COUNT.
           MOVE WS-COUNT-EXPIRED TO WS-EDIT-COUNT.
           DISPLAY "  CHANGES EXPIRED           : " WS-EDIT-COUNT.
           MOVE WS-COUNT-AWAITING TO WS-EDIT-COUNT.
           DISPLAY "  STILL AWAITING            : " WS-EDIT-COUNT.
           DISPLAY "================================================".

      *    Fill the CURTAB in-storage table from the CURRMAST
      *    curriculum master - same load as Division-de-datos, so both
      *    paths that mutate STUDMAST validate against the same
                       WS-CURR-VIENDO (WS-CURR-LOAD-COUNT)
                   MOVE CM-SEQUENCE TO
                       WS-CURR-SEQUENCE (WS-CURR-LOAD-COUNT)
                   MOVE CM-TRACK TO
                       WS-CURR-TRACK (WS-CURR-LOAD-COUNT)
               ELSE
                   DISPLAY "Curriculum table full, episode "
                       CM-NUMERO " ignored"
                   WS-COH-DESCRIPTION (WS-COH-LOAD-COUNT)
               MOVE CO-START-DATE TO
                   WS-COH-START-DATE (WS-COH-LOAD-COUNT)
               MOVE CO-TRAINER TO
                   WS-COH-TRAINER (WS-COH-LOAD-COUNT)
               MOVE CO-CAPACITY TO
                   WS-COH-CAPACITY (WS-COH-LOAD-COUNT)
               MOVE CO-OVERFLOW-OF TO
                   WS-COH-OVERFLOW-OF (WS-COH-LOAD-COUNT)
           ELSE
               DISPLAY "Cohort table full, cohort "
                   CO-COHORT-CODE " ignored"
               END-SEARCH
           END-IF.

      *    Fill the TRNTAB in-storage table from the TRNMAST trainer
      *    reference file, the same way as the cohort load. An empty
      *    reference file just means every non-blank trainer code is
      *    rejected until TRNMNT defines one.
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

      *    A named trainer must be on TRNMAST and active - an
      *    inactive trainer keeps the trainees they have but takes
      *    no new ones.
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

      *    The trainee's trainer when none is named: the default
      *    trainer of the cohort now on the record, or unassigned
      *    when the cohort has none or the trainee has no cohort.
       DEFAULT-COHORT-TRAINER.
           MOVE SPACES TO SM-TRAINER.
           IF SM-COHORT NOT = SPACES
               SET WS-COH-IDX TO 1
               SEARCH WS-COH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-COH-CODE (WS-COH-IDX) = SM-COHORT
                       MOVE WS-COH-TRAINER (WS-COH-IDX) TO SM-TRAINER
               END-SEARCH
           END-IF.

      *    Seat test for MT-STUDENT-ID joining WS-FIND-COHORT, the
      *    same test the transaction edit puts an add through. A
      *    cohort with no limit, or no longer on COHMAST, always has
      *    room. Someone the promotion step has reserved a seat in
      *    the cohort for takes it. Anyone else needs a seat free
      *    after the trainees in the cohort and the seats reserved,
      *    and nobody waiting for the cohort or for the full cohort
      *    it takes the overflow of. A seat given is counted at once,
      *    so two changes in one run can't both take the last one.
       CHECK-COHORT-SEAT.
           MOVE "Y" TO WS-SEAT-SW.
           MOVE "N" TO WS-ON-LIST-SW.
           PERFORM FIND-COHORT-SUB.
           IF WS-COH-SUB > ZERO
               MOVE MT-STUDENT-ID TO WL-STUDENT-ID
               READ WAITING-LIST KEY IS WL-STUDENT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ON-LIST-SW
               END-READ
               IF WS-ON-LIST AND WL-PROMOTED
                 AND WL-PROMOTED-COHORT = WS-FIND-COHORT
                   IF WS-SEAT-RESERVED (WS-COH-SUB) > ZERO
                       SUBTRACT 1 FROM WS-SEAT-RESERVED (WS-COH-SUB)
                   END-IF
                   ADD 1 TO WS-SEAT-USED (WS-COH-SUB)
               ELSE
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

       ADD-OVERFLOW-WAITING.
           MOVE WS-COH-SUB TO WS-OWN-COH-SUB.
           MOVE WS-COH-OVERFLOW-OF (WS-OWN-COH-SUB) TO WS-FIND-COHORT.
           PERFORM FIND-COHORT-SUB.
           IF WS-COH-SUB > ZERO
               ADD WS-SEAT-WAITING (WS-COH-SUB) TO WS-WAITING-AHEAD
           END-IF.
           MOVE WS-OWN-COH-SUB TO WS-COH-SUB.
           MOVE WS-COH-CODE (WS-OWN-COH-SUB) TO WS-FIND-COHORT.

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
      *    promoted into.
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

       PROCESS-MAINT-RECORD.
           EVALUATE TRUE
               WHEN MT-ADD
               WHEN OTHER
                   DISPLAY "Unknown action code for student "
                       MT-STUDENT-ID
                   PERFORM REJECT-WITHOUT-MASTER
           END-EVALUATE.

       VALIDATE-CURRICULUM.
           MOVE SPACES TO WS-NEW-TRACK.
           IF MT-NUMERO = ZERO
               SET WS-VALID-TRANSACTION TO TRUE
           ELSE
                   AT END
                       SET WS-INVALID-NUMERO TO TRUE
                   WHEN WS-CURR-NUMERO (WS-CURR-IDX) = MT-NUMERO
                       MOVE WS-CURR-TRACK (WS-CURR-IDX)
                           TO WS-NEW-TRACK
                       IF WS-CURR-VIENDO (WS-CURR-IDX) = MT-VIENDO
                           SET WS-VALID-TRANSACTION TO TRUE
                       ELSE
           END-IF.

       REJECT-MAINT-RECORD.
           IF NOT WS-SEAT-FREE
               DISPLAY "Rejected - cohort " WS-FIND-COHORT
                   " is full or has people waiting, student "
                   MT-STUDENT-ID
           ELSE
           IF NOT WS-COHORT-OK
               DISPLAY "Rejected - unknown cohort " MT-COHORT
                   " for student " MT-STUDENT-ID
           ELSE
           IF NOT WS-TRAINER-OK
               DISPLAY "Rejected - trainer " MT-TRAINER
                   " is not an active trainer, student " MT-STUDENT-ID
           ELSE
           IF WS-INVALID-NUMERO
               DISPLAY "Rejected - unknown NUMERO " MT-NUMERO
                   " for student " MT-STUDENT-ID
           ELSE
           IF WS-INVALID-TRACK
               DISPLAY "Rejected - student " MT-STUDENT-ID
                   " already holds a position in track " WS-NEW-TRACK
                   " on ENRLMAST"
           ELSE
               DISPLAY "Rejected - VIENDO does not match NUMERO "
                   MT-NUMERO " for student " MT-STUDENT-ID
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       ADD-STUDENT.
           PERFORM VALIDATE-CURRICULUM.
           PERFORM VALIDATE-COHORT.
           PERFORM VALIDATE-TRAINER.
           MOVE ZERO TO WS-OLD-NUMERO.
           MOVE SPACES TO WS-OLD-VIENDO.
           IF WS-VALID-TRANSACTION AND WS-COHORT-OK
             AND WS-TRAINER-OK AND MT-COHORT NOT = SPACES
               MOVE MT-COHORT TO WS-FIND-COHORT
               PERFORM CHECK-COHORT-SEAT
           END-IF.
           IF WS-VALID-TRANSACTION AND WS-COHORT-OK
             AND WS-TRAINER-OK AND WS-SEAT-FREE
               MOVE MT-STUDENT-ID TO SM-STUDENT-ID
               MOVE MT-NOMBRE TO SM-NOMBRE
               IF MT-NUMERO = ZERO
                   MOVE MT-VIENDO TO SM-VIENDO
               END-IF
               MOVE MT-NUMERO TO SM-NUMERO
               MOVE WS-NEW-TRACK TO SM-TRACK
               MOVE "A" TO SM-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO SM-LAST-UPDATE
               MOVE SPACES TO SM-EXPORT-DATE
               MOVE SPACES TO SM-DELIVERY-DATE
               MOVE MT-COHORT TO SM-COHORT
               IF MT-TRAINER = SPACES
                   PERFORM DEFAULT-COHORT-TRAINER
               ELSE
                   MOVE MT-TRAINER TO SM-TRAINER
               END-IF
               MOVE SPACES TO SM-WDRAW-REASON
               MOVE SPACES TO SM-WDRAW-DATE
               MOVE SM-NUMERO TO WS-NEW-NUMERO
                   INVALID KEY
                       DISPLAY "Add failed, student already exists: "
                           MT-STUDENT-ID
                       MOVE "Y" TO WS-APPLY-REJECTED-SW
                       MOVE "FAILED" TO WS-AUDIT-RESULT
                       PERFORM WRITE-AUDIT-RECORD
                   NOT INVALID KEY
               MOVE MT-NUMERO TO WS-NEW-NUMERO
               MOVE MT-VIENDO TO WS-NEW-VIENDO
               PERFORM REJECT-MAINT-RECORD
               PERFORM WRITE-REJECTED-AUDIT-RECORD
           END-IF.

       CHANGE-STUDENT.
               INVALID KEY
                   DISPLAY "Change failed, student not found: "
                       MT-STUDENT-ID
                   PERFORM REJECT-WITHOUT-MASTER
               NOT INVALID KEY
                   PERFORM APPLY-CHANGES
           END-READ.

       APPLY-CHANGES.
           MOVE "Y" TO WS-APPLY-OK.
           MOVE SM-STATUS TO WS-OLD-STATUS.
           MOVE SM-NUMERO TO WS-OLD-NUMERO.
           MOVE SM-VIENDO TO WS-OLD-VIENDO.
           IF MT-NOMBRE NOT = SPACES
               MOVE MT-NOMBRE TO SM-NOMBRE
           END-IF.
           MOVE SM-COHORT TO WS-OLD-COHORT.
           PERFORM VALIDATE-COHORT.
           PERFORM VALIDATE-TRAINER.
           IF WS-COHORT-OK AND WS-TRAINER-OK
               IF MT-COHORT NOT = SPACES
                   MOVE MT-COHORT TO SM-COHORT
               END-IF
               IF MT-TRAINER NOT = SPACES
                   MOVE MT-TRAINER TO SM-TRAINER
               ELSE
                   IF SM-COHORT NOT = WS-OLD-COHORT
                       PERFORM DEFAULT-COHORT-TRAINER
                   END-IF
               END-IF
           ELSE
               PERFORM REJECT-MAINT-RECORD
               MOVE "N" TO WS-APPLY-OK
           END-IF.
           IF MT-NUMERO-SUPPLIED
               PERFORM VALIDATE-CURRICULUM
               IF WS-VALID-TRANSACTION
                   PERFORM CHECK-HOME-TRACK-CHANGE
               END-IF
               IF WS-VALID-TRANSACTION
                   MOVE MT-NUMERO TO SM-NUMERO
                   IF MT-NUMERO NOT = ZERO
                       MOVE WS-NEW-TRACK TO SM-TRACK
                   END-IF
                   IF MT-NUMERO = ZERO
                       MOVE SPACES TO SM-VIENDO
                   ELSE
                   MOVE "N" TO WS-APPLY-OK
               END-IF
           END-IF.
      *    A trainee moved into another cohort, or brought back from
      *    a withdrawal by a curriculum move, takes a seat there.
           IF WS-APPLY-OK = "Y"
             AND SM-COHORT NOT = SPACES
             AND NOT SM-WITHDRAWN
             AND (SM-COHORT NOT = WS-OLD-COHORT
                  OR WS-WAS-WITHDRAWN)
               MOVE SM-COHORT TO WS-FIND-COHORT
               PERFORM CHECK-COHORT-SEAT
               IF NOT WS-SEAT-FREE
                   PERFORM REJECT-MAINT-RECORD
                   MOVE "N" TO WS-APPLY-OK
               END-IF
           END-IF.
           IF WS-APPLY-OK = "Y"
               MOVE FUNCTION CURRENT-DATE(1:8) TO SM-LAST-UPDATE
               MOVE SM-NUMERO TO WS-NEW-NUMERO
                   INVALID KEY
                       DISPLAY "Change failed for student: "
                           MT-STUDENT-ID
                       MOVE "Y" TO WS-APPLY-REJECTED-SW
                       MOVE "FAILED" TO WS-AUDIT-RESULT
                       PERFORM WRITE-AUDIT-RECORD
                   NOT INVALID KEY
           ELSE
               MOVE WS-OLD-NUMERO TO WS-NEW-NUMERO
               MOVE WS-OLD-VIENDO TO WS-NEW-VIENDO
               PERFORM WRITE-REJECTED-AUDIT-RECORD
           END-IF.

      *    A NUMERO in another track moves the trainee's home track
      *    there - refused when that track already has a position of
      *    its own on ENRLMAST, or the trainee would stand in one
      *    track twice. That position is moved with a transaction
      *    through the nightly update instead.
       CHECK-HOME-TRACK-CHANGE.
           IF MT-NUMERO NOT = ZERO
             AND WS-NEW-TRACK NOT = SM-TRACK
               MOVE SM-STUDENT-ID TO EN-STUDENT-ID
               MOVE WS-NEW-TRACK TO EN-TRACK
               READ ENROL-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-INVALID-TRACK TO TRUE
               END-READ
           END-IF.

       DELETE-STUDENT.
               INVALID KEY
                   DISPLAY "Delete failed, student not found: "
                       MT-STUDENT-ID
                   PERFORM REJECT-WITHOUT-MASTER
               NOT INVALID KEY
                   MOVE SM-NUMERO TO WS-OLD-NUMERO
                   MOVE SM-VIENDO TO WS-OLD-VIENDO
                       INVALID KEY
                           DISPLAY "Delete failed for student: "
                               MT-STUDENT-ID
                           MOVE "Y" TO WS-APPLY-REJECTED-SW
                           MOVE "FAILED" TO WS-AUDIT-RESULT
                           PERFORM WRITE-AUDIT-RECORD
                       NOT INVALID KEY
                           DISPLAY "Deleted student " MT-STUDENT-ID
                           MOVE "DELETED" TO WS-AUDIT-RESULT
                           PERFORM WRITE-AUDIT-RECORD
                           PERFORM DROP-STUDENT-ENROLMENTS
                   END-DELETE
           END-READ.

      *    A deleted trainee's further-track enrolments go with the
      *    master record, collected first and then deleted.
       DROP-STUDENT-ENROLMENTS.
           MOVE MT-STUDENT-ID TO WS-ME-STUDENT-ID.
           MOVE ZERO TO WS-ME-COUNT.
           PERFORM COLLECT-ENROLMENTS.
           IF WS-ME-COUNT > ZERO
               PERFORM DROP-ONE-ENROLMENT
                   VARYING WS-ME-SUB FROM 1 BY 1
                   UNTIL WS-ME-SUB > WS-ME-COUNT
           END-IF.

       DROP-ONE-ENROLMENT.
           MOVE WS-ME-STUDENT-ID TO EN-STUDENT-ID.
           MOVE WS-ME-TRACK (WS-ME-SUB) TO EN-TRACK.
           DELETE ENROL-MASTER RECORD
               INVALID KEY
                   DISPLAY "Unable to drop track " EN-TRACK
                       " for student " WS-ME-STUDENT-ID
           END-DELETE.

      *    Every ENRLMAST record for WS-ME-STUDENT-ID into the
      *    enrolment table, behind anything already in it.
       COLLECT-ENROLMENTS.
           MOVE "N" TO WS-EOF-ENROL.
           MOVE WS-ME-STUDENT-ID TO EN-STUDENT-ID.
           MOVE LOW-VALUES TO EN-TRACK.
           START ENROL-MASTER KEY NOT < EN-ENROL-KEY
               INVALID KEY
                   SET WS-END-OF-ENROL TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-ENROL
               READ ENROL-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-ENROL TO TRUE
                   NOT AT END
                       IF EN-STUDENT-ID = WS-ME-STUDENT-ID
                           PERFORM COLLECT-ONE-ENROLMENT
                       ELSE
                           SET WS-END-OF-ENROL TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       COLLECT-ONE-ENROLMENT.
           IF WS-ME-COUNT < WS-ME-MAX
               ADD 1 TO WS-ME-COUNT
               MOVE EN-TRACK TO WS-ME-TRACK (WS-ME-COUNT)
               MOVE EN-VIENDO TO WS-ME-VIENDO (WS-ME-COUNT)
               MOVE EN-NUMERO TO WS-ME-NUMERO (WS-ME-COUNT)
               MOVE EN-STATUS TO WS-ME-STATUS (WS-ME-COUNT)
               MOVE EN-LAST-UPDATE TO WS-ME-LAST-UPDATE (WS-ME-COUNT)
               MOVE EN-EXPORT-DATE TO WS-ME-EXPORT-DATE (WS-ME-COUNT)
               MOVE EN-DELIVERY-DATE
                   TO WS-ME-DELIVERY-DATE (WS-ME-COUNT)
               MOVE "Y" TO WS-ME-ON-FILE (WS-ME-COUNT)
           ELSE
               DISPLAY "Enrolment table full for student "
                   WS-ME-STUDENT-ID ", record left behind"
           END-IF.

      *    Mark a trainee who resigned or transferred out without
      *    deleting the record. SM-NUMERO is left standing, so a
      *    reinstate picks them up exactly where they left off, and
               INVALID KEY
                   DISPLAY "Withdraw failed, student not found: "
                       MT-STUDENT-ID
                   PERFORM REJECT-WITHOUT-MASTER
               NOT INVALID KEY
                   PERFORM APPLY-WITHDRAWAL
           END-READ.
           IF SM-WITHDRAWN
               DISPLAY "Withdraw rejected, student already "
                   "withdrawn: " MT-STUDENT-ID
               PERFORM WRITE-REJECTED-AUDIT-RECORD
           ELSE
           IF MT-WDRAW-DATE NOT = SPACES
             AND MT-WDRAW-DATE NOT NUMERIC
               DISPLAY "Withdraw rejected, effective date is not "
                   "numeric for student " MT-STUDENT-ID
               PERFORM WRITE-REJECTED-AUDIT-RECORD
           ELSE
               SET SM-WITHDRAWN TO TRUE
               MOVE MT-WDRAW-REASON TO SM-WDRAW-REASON
                   INVALID KEY
                       DISPLAY "Withdraw failed for student: "
                           MT-STUDENT-ID
                       MOVE "Y" TO WS-APPLY-REJECTED-SW
                       MOVE "FAILED" TO WS-AUDIT-RESULT
                       PERFORM WRITE-AUDIT-RECORD
                   NOT INVALID KEY
               INVALID KEY
                   DISPLAY "Reinstate failed, student not found: "
                       MT-STUDENT-ID
                   PERFORM REJECT-WITHOUT-MASTER
               NOT INVALID KEY
                   PERFORM APPLY-REINSTATEMENT
           END-READ.

      *    Back to ACTIVE exactly where they left off - the
      *    withdrawal never touched SM-NUMERO - provided their
      *    cohort has a seat for them again.
       APPLY-REINSTATEMENT.
           MOVE SM-NUMERO TO WS-OLD-NUMERO.
           MOVE SM-VIENDO TO WS-OLD-VIENDO.
           MOVE SM-NUMERO TO WS-NEW-NUMERO.
           MOVE SM-VIENDO TO WS-NEW-VIENDO.
           IF SM-WITHDRAWN AND SM-COHORT NOT = SPACES
               MOVE SM-COHORT TO WS-FIND-COHORT
               PERFORM CHECK-COHORT-SEAT
           END-IF.
           IF NOT SM-WITHDRAWN
               DISPLAY "Reinstate rejected, student is not "
                   "withdrawn: " MT-STUDENT-ID
               PERFORM WRITE-REJECTED-AUDIT-RECORD
           ELSE
           IF NOT WS-SEAT-FREE
               PERFORM REJECT-MAINT-RECORD
               PERFORM WRITE-REJECTED-AUDIT-RECORD
           ELSE
               SET SM-ACTIVE TO TRUE
               MOVE SPACES TO SM-WDRAW-REASON
                   INVALID KEY
                       DISPLAY "Reinstate failed for student: "
                           MT-STUDENT-ID
                       MOVE "Y" TO WS-APPLY-REJECTED-SW
                       MOVE "FAILED" TO WS-AUDIT-RESULT
                       PERFORM WRITE-AUDIT-RECORD
                   NOT INVALID KEY
                       MOVE "REINSTATED" TO WS-AUDIT-RESULT
                       PERFORM WRITE-AUDIT-RECORD
               END-REWRITE
           END-IF
           END-IF.

      *    Consolidate a confirmed duplicate pair: MT-STUDENT-ID is
      *    retired ID, and the restore and reconciliation replay
      *    them like a change and a delete. This replaces the five
      *    hand-keyed maintenance transactions a merge used to take.
      *    Positions only compare within one curriculum track: the
      *    survivor keeps its own home track, a duplicate standing in
      *    a different home track has that position carried across
      *    as an enrolment in that track, and the duplicate's
      *    ENRLMAST enrolments are refiled under the survivor the
      *    same way as its history - the survivor's own position in
      *    a track wins.
       MERGE-STUDENT.
           IF MT-MERGE-ID = SPACES
             OR MT-MERGE-ID = MT-STUDENT-ID
               DISPLAY "Merge rejected, duplicate ID missing or "
                   "same as survivor: " MT-STUDENT-ID
               PERFORM REJECT-WITHOUT-MASTER
           ELSE
               MOVE MT-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       DISPLAY "Merge failed, survivor not found: "
                           MT-STUDENT-ID
                       PERFORM REJECT-WITHOUT-MASTER
                   NOT INVALID KEY
                       MOVE SM-NUMERO TO WS-SURV-NUMERO
                       MOVE SM-VIENDO TO WS-SURV-VIENDO
                       MOVE SM-TRACK TO WS-SURV-TRACK
                       PERFORM MERGE-READ-DUPLICATE
               END-READ
           END-IF.
               INVALID KEY
                   DISPLAY "Merge failed, duplicate not found: "
                       MT-MERGE-ID
                   MOVE WS-SURV-NUMERO TO WS-OLD-NUMERO
                   MOVE WS-SURV-VIENDO TO WS-OLD-VIENDO
                   MOVE WS-SURV-NUMERO TO WS-NEW-NUMERO
                   MOVE WS-SURV-VIENDO TO WS-NEW-VIENDO
                   PERFORM WRITE-REJECTED-AUDIT-RECORD
               NOT INVALID KEY
                   MOVE SM-NUMERO TO WS-DUP-NUMERO
                   MOVE SM-VIENDO TO WS-DUP-VIENDO
                   MOVE SM-TRACK TO WS-DUP-TRACK
                   MOVE SM-STATUS TO WS-DUP-STATUS
                   MOVE SM-LAST-UPDATE TO WS-DUP-LAST-UPDATE
                   MOVE SM-EXPORT-DATE TO WS-DUP-EXPORT-DATE
                   MOVE SM-DELIVERY-DATE TO WS-DUP-DELIVERY-DATE
                   PERFORM CARRY-FURTHEST-NUMERO
                   IF WS-MERGE-OK
                       PERFORM FOLD-DUPLICATE-HISTORY
                       PERFORM FOLD-DUPLICATE-SCORES
                       PERFORM FOLD-DUPLICATE-ENROLMENTS
                       PERFORM RETIRE-DUPLICATE
                   END-IF
           END-READ.

      *    The survivor inherits the duplicate's NUMERO/VIENDO only
      *    when the duplicate stands further along the course in the
      *    same track. An episode missing from the table (retired, or
      *    the 000 reset) counts as position zero, so a real position
      *    always beats it.
       CARRY-FURTHEST-NUMERO.
           MOVE "Y" TO WS-MERGE-OK-SW.
           MOVE WS-SURV-NUMERO TO WS-SEQ-NUMERO.
                   DISPLAY "Merge failed re-reading survivor: "
                       MT-STUDENT-ID
                   MOVE "N" TO WS-MERGE-OK-SW
                   MOVE WS-SURV-NUMERO TO WS-NEW-NUMERO
                   MOVE WS-SURV-VIENDO TO WS-NEW-VIENDO
                   MOVE "Y" TO WS-APPLY-REJECTED-SW
                   MOVE "FAILED" TO WS-AUDIT-RESULT
                   PERFORM WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   IF WS-DUP-SEQ > WS-SURV-SEQ
                     AND (WS-DUP-TRACK = WS-SURV-TRACK
                         OR WS-SURV-NUMERO = ZERO)
                       MOVE WS-DUP-NUMERO TO SM-NUMERO
                       MOVE WS-DUP-VIENDO TO SM-VIENDO
                       MOVE WS-DUP-TRACK TO SM-TRACK
                       MOVE WS-DUP-TRACK TO WS-SURV-TRACK
                   END-IF
                   MOVE FUNCTION CURRENT-DATE(1:8) TO SM-LAST-UPDATE
                   MOVE SM-NUMERO TO WS-NEW-NUMERO
                           DISPLAY "Merge failed rewriting "
                               "survivor: " MT-STUDENT-ID
                           MOVE "N" TO WS-MERGE-OK-SW
                           MOVE "Y" TO WS-APPLY-REJECTED-SW
                           MOVE "FAILED" TO WS-AUDIT-RESULT
                           PERFORM WRITE-AUDIT-RECORD
                       NOT INVALID KEY
                       WS-MS-NUMERO (WS-MS-SUB)
           END-DELETE.

      *    The duplicate's enrolments, plus its home position when that
      *    stands in a track other than the survivor's, refiled under
      *    the survivor. Nothing is refiled into the survivor's own
      *    home track, and where the survivor is already enrolled in
      *    a track its enrolment wins.
       FOLD-DUPLICATE-ENROLMENTS.
           MOVE MT-MERGE-ID TO WS-ME-STUDENT-ID.
           MOVE ZERO TO WS-ME-COUNT.
           IF WS-DUP-TRACK NOT = WS-SURV-TRACK
             AND WS-DUP-NUMERO NOT = ZERO
               ADD 1 TO WS-ME-COUNT
               MOVE WS-DUP-TRACK TO WS-ME-TRACK (WS-ME-COUNT)
               MOVE WS-DUP-VIENDO TO WS-ME-VIENDO (WS-ME-COUNT)
               MOVE WS-DUP-NUMERO TO WS-ME-NUMERO (WS-ME-COUNT)
               MOVE WS-DUP-STATUS TO WS-ME-STATUS (WS-ME-COUNT)
               MOVE WS-DUP-LAST-UPDATE
                   TO WS-ME-LAST-UPDATE (WS-ME-COUNT)
               MOVE WS-DUP-EXPORT-DATE
                   TO WS-ME-EXPORT-DATE (WS-ME-COUNT)
               MOVE WS-DUP-DELIVERY-DATE
                   TO WS-ME-DELIVERY-DATE (WS-ME-COUNT)
               MOVE "N" TO WS-ME-ON-FILE (WS-ME-COUNT)
           END-IF.
           PERFORM COLLECT-ENROLMENTS.
           IF WS-ME-COUNT > ZERO
               PERFORM REFILE-ONE-ENROLMENT
                   VARYING WS-ME-SUB FROM 1 BY 1
                   UNTIL WS-ME-SUB > WS-ME-COUNT
           END-IF.

       REFILE-ONE-ENROLMENT.
           IF WS-ME-TRACK (WS-ME-SUB) NOT = WS-SURV-TRACK
               MOVE MT-STUDENT-ID TO EN-STUDENT-ID
               MOVE WS-ME-TRACK (WS-ME-SUB) TO EN-TRACK
               MOVE WS-ME-VIENDO (WS-ME-SUB) TO EN-VIENDO
               MOVE WS-ME-NUMERO (WS-ME-SUB) TO EN-NUMERO
               MOVE WS-ME-STATUS (WS-ME-SUB) TO EN-STATUS
               MOVE WS-ME-LAST-UPDATE (WS-ME-SUB) TO EN-LAST-UPDATE
               MOVE WS-ME-EXPORT-DATE (WS-ME-SUB) TO EN-EXPORT-DATE
               MOVE WS-ME-DELIVERY-DATE (WS-ME-SUB) TO EN-DELIVERY-DATE
               WRITE ENROL-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WS-ME-ON-FILE (WS-ME-SUB) = "Y"
               MOVE MT-MERGE-ID TO EN-STUDENT-ID
               MOVE WS-ME-TRACK (WS-ME-SUB) TO EN-TRACK
               DELETE ENROL-MASTER RECORD
                   INVALID KEY
                       DISPLAY "Unable to drop track " EN-TRACK
                           " for student " MT-MERGE-ID
               END-DELETE
           END-IF.

       RETIRE-DUPLICATE.
           MOVE WS-DUP-NUMERO TO WS-OLD-NUMERO.
           MOVE WS-DUP-VIENDO TO WS-OLD-VIENDO.
               INVALID KEY
                   DISPLAY "Merge failed deleting duplicate: "
                       MT-MERGE-ID
                   MOVE "Y" TO WS-APPLY-REJECTED-SW
                   MOVE "FAILED" TO WS-AUDIT-RESULT
                   PERFORM WRITE-MERGE-AUDIT-RECORD
               NOT INVALID KEY
           MOVE WS-NEW-NUMERO TO AUD-NEW-NUMERO.
           MOVE WS-NEW-VIENDO TO AUD-NEW-VIENDO.
           MOVE WS-AUDIT-RESULT TO AUD-RESULT.
           MOVE WS-KEYED-BY TO AUD-KEYED-BY.
           MOVE WS-APPROVED-BY TO AUD-APPROVED-BY.
           WRITE AUDIT-RECORD.

      *    One STUDHIST record per episode reached, same rule as
               END-WRITE
           END-IF.

      *    A change for a student not on the master, or with an
      *    action code or merge pair the apply cannot act on, is
      *    logged as refused with no episode either side.
       REJECT-WITHOUT-MASTER.
           MOVE ZERO TO WS-OLD-NUMERO.
           MOVE SPACES TO WS-OLD-VIENDO.
           MOVE ZERO TO WS-NEW-NUMERO.
           MOVE SPACES TO WS-NEW-VIENDO.
           PERFORM WRITE-REJECTED-AUDIT-RECORD.

      *    An approved change the apply refused: REJECTED for a
      *    failed edit or a student in the wrong state for it,
      *    COHORTFULL when the cohort had no seat.
       WRITE-REJECTED-AUDIT-RECORD.
           IF WS-SEAT-FREE
               MOVE "REJECTED" TO WS-AUDIT-RESULT
           ELSE
               MOVE "COHORTFULL" TO WS-AUDIT-RESULT
           END-IF.
           MOVE "Y" TO WS-APPLY-REJECTED-SW.
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE MT-STUDENT-ID TO AUD-STUDENT-ID.
           MOVE WS-NEW-NUMERO TO AUD-NEW-NUMERO.
           MOVE WS-NEW-VIENDO TO AUD-NEW-VIENDO.
           MOVE WS-AUDIT-RESULT TO AUD-RESULT.
           MOVE WS-KEYED-BY TO AUD-KEYED-BY.
           MOVE WS-APPROVED-BY TO AUD-APPROVED-BY.
           WRITE AUDIT-RECORD.
