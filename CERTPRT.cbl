      *           (name, cohort description from COHMAST, completion
      *           date, episodes with the dates they were reached) to
      *           CERTFILE. Every certificate issued is recorded on
      *           the CERTREG register, keyed by student-ID and
      *           curriculum track, and a certificate already on the
      *           register is never printed again - the register
      *           entry is written before the
      *           page, the same persist-first rule the export uses,
      *           so a failure can't double-issue. Completion is the
      *           payoff of the whole system; this replaces the Word
      *           certificate a trainer printed by hand if they
      *           remembered. A trainee is certified once per track:
      *           the home track when STUDENT-MASTER is DELIVERED, and
      *           each further track when its ENRLMAST enrolment is
      *           DELIVERED, each certificate listing only that
      *           track's episodes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               ALTERNATE RECORD KEY IS SM-NOMBRE
                   WITH DUPLICATES
           SELECT CERT-REGISTER ASSIGN TO "CERTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CERT-KEY
               FILE STATUS IS WS-CERTREG-STATUS.

           SELECT ENROL-MASTER ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-ENROL-KEY
               FILE STATUS IS WS-ENRLMAST-STATUS.

           SELECT CERT-FILE ASSIGN TO "CERTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTFILE-STATUS.
       COPY COHREC.

      *    Permanent register of certificates issued, keyed by
      *    student and track - the guard against printing one twice.
       FD  CERT-REGISTER
           LABEL RECORDS ARE STANDARD.
       COPY CERTREC.

       FD  ENROL-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY ENRLREC.

       FD  CERT-FILE
           LABEL RECORDS ARE STANDARD.
           88  WS-END-OF-CURR          VALUE "Y".
       01  WS-EOF-COHORT               PIC X VALUE "N".
           88  WS-END-OF-COHORT        VALUE "Y".
       01  WS-ENRLMAST-STATUS          PIC XX.
           88  WS-ENRLMAST-OK          VALUE "00".
       01  WS-EOF-ENROL                PIC X VALUE "N".
           88  WS-END-OF-ENROL         VALUE "Y".

       COPY CURTAB.

       01  WS-COHORT-DESC              PIC X(30).
       01  WS-CURR-SUB                 PIC 9(3).

      *    The track being certified, its final episode, and the
      *    export date to fall back on - from the master for the home
      *    track, from the enrolment for any other.
       01  WS-CERT-TRACK               PIC X(4).
       01  WS-CERT-EXPORT-DATE         PIC X(8).
       01  WS-FINAL-NUMERO             PIC 9(3).
       01  WS-FINAL-SEQ                PIC 9(3).

       01  WS-COUNT-ISSUED             PIC 9(5) VALUE ZERO.
       01  WS-COUNT-ALREADY            PIC 9(5) VALUE ZERO.
       01  WS-EDIT-COUNT               PIC ZZZZ9.
           05  WS-C-COHORT-DESC        PIC X(30).
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-TRACK-LINE.
           05  FILLER                  PIC X(12) VALUE
               "TRACK:      ".
           05  WS-C-TRACK              PIC X(4).
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  WS-DATE-LINE.
           05  FILLER                  PIC X(12) VALUE
               "COMPLETED:  ".
                       SET WS-END-OF-STUDENT TO TRUE
                   NOT AT END
                       IF SM-DELIVERED
                           MOVE SM-TRACK TO WS-CERT-TRACK
                           MOVE SM-EXPORT-DATE TO WS-CERT-EXPORT-DATE
                           PERFORM ISSUE-CERTIFICATE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CERTIFY-TRACK-ENROLMENTS.
           CLOSE STUDENT-MASTER.
           CLOSE STUDENT-HISTORY.
           CLOSE CERT-REGISTER.
                       WS-CURR-VIENDO (WS-CURR-LOAD-COUNT)
                   MOVE CM-SEQUENCE TO
                       WS-CURR-SEQUENCE (WS-CURR-LOAD-COUNT)
                   MOVE CM-TRACK TO
                       WS-CURR-TRACK (WS-CURR-LOAD-COUNT)
               ELSE
                   DISPLAY "Curriculum table full, episode "
                       CM-NUMERO " ignored"
                   CO-COHORT-CODE " ignored"
           END-IF.

      *    Further tracks: every DELIVERED enrolment on ENRLMAST is
      *    certified the same way, with the master read for the
      *    name and cohort. A missing ENRLMAST just means nobody is
      *    enrolled beyond their home track yet.
       CERTIFY-TRACK-ENROLMENTS.
           OPEN INPUT ENROL-MASTER.
           IF NOT WS-ENRLMAST-OK
               DISPLAY "ENRLMAST not available, file status "
                   WS-ENRLMAST-STATUS ", no further tracks certified"
           ELSE
               PERFORM UNTIL WS-END-OF-ENROL
                   READ ENROL-MASTER NEXT RECORD
                       AT END
                           SET WS-END-OF-ENROL TO TRUE
                       NOT AT END
                           IF EN-DELIVERED
                               PERFORM CERTIFY-ONE-ENROLMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROL-MASTER
           END-IF.

       CERTIFY-ONE-ENROLMENT.
           MOVE EN-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "Enrolment for student not on master, "
                       "no certificate: " EN-STUDENT-ID
               NOT INVALID KEY
                   MOVE EN-TRACK TO WS-CERT-TRACK
                   MOVE EN-EXPORT-DATE TO WS-CERT-EXPORT-DATE
                   PERFORM ISSUE-CERTIFICATE
           END-READ.

      *    The register entry goes on file BEFORE the page prints -
      *    the WRITE doubles as the duplicate check, since a track
      *    already registered fails it with a duplicate key. If the
      *    register can't take the entry for any other reason the
      *    page is skipped, never printed unregistered.
       ISSUE-CERTIFICATE.
           PERFORM FIND-COMPLETION-DATE.
           MOVE SM-STUDENT-ID TO CR-STUDENT-ID.
           MOVE WS-CERT-TRACK TO CR-TRACK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CR-ISSUE-DATE.
           MOVE WS-COMPLETION-DATE TO CR-COMPLETION-DATE.
           MOVE SM-COHORT TO CR-COHORT.
                   ADD 1 TO WS-COUNT-ISSUED
           END-WRITE.

      *    Completion date is the recorded arrival at the track's
      *    final episode; a record from before the history file
      *    existed falls back to the date the completion was cut to
      *    the LMS.
       FIND-COMPLETION-DATE.
           MOVE WS-CERT-EXPORT-DATE TO WS-COMPLETION-DATE.
           PERFORM FIND-TRACK-FINAL-EPISODE.
           MOVE SM-STUDENT-ID TO HS-STUDENT-ID.
           MOVE WS-FINAL-NUMERO TO HS-NUMERO.
           READ STUDENT-HISTORY
               INVALID KEY
                   CONTINUE
                   MOVE HS-REACHED-DATE TO WS-COMPLETION-DATE
           END-READ.

      *    The active episode with the highest course position in the
      *    track being certified.
       FIND-TRACK-FINAL-EPISODE.
           MOVE ZERO TO WS-FINAL-NUMERO.
           MOVE ZERO TO WS-FINAL-SEQ.
           PERFORM VARYING WS-CURR-SUB FROM 1 BY 1
                   UNTIL WS-CURR-SUB > WS-CURR-TOTAL-EPISODES
               IF WS-CURR-TRACK (WS-CURR-SUB) = WS-CERT-TRACK
                   AND WS-CURR-SEQUENCE (WS-CURR-SUB) > WS-FINAL-SEQ
                   MOVE WS-CURR-SEQUENCE (WS-CURR-SUB) TO WS-FINAL-SEQ
                   MOVE WS-CURR-NUMERO (WS-CURR-SUB)
                       TO WS-FINAL-NUMERO
               END-IF
           END-PERFORM.

       FIND-COHORT-DESCRIPTION.
           MOVE SPACES TO WS-COHORT-DESC.
           IF SM-COHORT NOT = SPACES
           WRITE CERT-LINE FROM WS-NAME-LINE.
           MOVE WS-COHORT-DESC TO WS-C-COHORT-DESC.
           WRITE CERT-LINE FROM WS-COHORT-LINE.
           IF WS-CERT-TRACK NOT = SPACES
               MOVE WS-CERT-TRACK TO WS-C-TRACK
               WRITE CERT-LINE FROM WS-TRACK-LINE
           END-IF.
           MOVE WS-COMPLETION-DATE TO WS-C-COMP-DATE.
           WRITE CERT-LINE FROM WS-DATE-LINE.
           MOVE SPACES TO CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.

      *    One line per episode of the track being certified, with
      *    the date the history recorded the trainee reaching it -
      *    blank when the history predates the STUDHIST file.
       PRINT-EPISODE-LINE.
           IF WS-CURR-TRACK (WS-CURR-SUB) = WS-CERT-TRACK
               MOVE WS-CURR-NUMERO (WS-CURR-SUB) TO WS-C-NUMERO
               MOVE WS-CURR-VIENDO (WS-CURR-SUB) TO WS-C-TITLE
               MOVE SPACES TO WS-C-REACHED
               MOVE SM-STUDENT-ID TO HS-STUDENT-ID
               MOVE WS-CURR-NUMERO (WS-CURR-SUB) TO HS-NUMERO
               READ STUDENT-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HS-REACHED-DATE TO WS-C-REACHED
               END-READ
               WRITE CERT-LINE FROM WS-EPISODE-LINE
           END-IF.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "================================================".
