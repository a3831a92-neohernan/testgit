      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Yearly retention archive. STUDENT-MASTER, STUDHIST
      *           and SCOREMST otherwise keep every trainee forever,
      *           and every nightly and weekly program reads past
      *           people who left or finished years ago. This run
      *           moves each trainee past the retention period onto
      *           the ALUMNI archive - the master record together
      *           with their ENRLMAST, STUDHIST, SCOREMST and CERTREG
      *           records - and removes them from the live files:
      *             - a WITHDRAWN trainee whose withdrawal date is on
      *               or before the cutoff;
      *             - a DELIVERED trainee with a home-track CERTREG
      *               certificate, delivered (or, where no delivery
      *               date was kept, certified) on or before the
      *               cutoff.
      *           A trainee still working through, or awaiting the
      *           LMS on, any further track stays live, and so does
      *           one whose last track movement is inside the period.
      *           The cutoff is the run date less the retention
      *           years on the parameter card. Each trainee archived
      *           is logged to AUDITLOG as ARCHIVED, so the
      *           reconciliation expects the master record gone. A T
      *           on the card is a trial run - the same report,
      *           nothing moved.
      *           Hr-Roster-Intake checks the archive for a rehire
      *           and Alumni-Reinstatement puts an archived trainee
      *           back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Retention-Archive.

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

           SELECT PARM-FILE ASSIGN TO "RETPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RETRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC.

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

      *    T = trial, U = update; run date YYYYMMDD; retention years.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  RP-MODE                 PIC X(1).
               88  RP-TRIAL            VALUE "T".
               88  RP-UPDATE           VALUE "U".
           05  FILLER                  PIC X(1).
           05  RP-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(1).
           05  RP-RETAIN-YEARS         PIC 9(2).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STUDMAST-STATUS          PIC XX.
           88  WS-STUDMAST-OK          VALUE "00".
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
       01  WS-PARMFILE-STATUS          PIC XX.
           88  WS-PARMFILE-OK          VALUE "00".
       01  WS-AUDITLOG-STATUS          PIC XX.
           88  WS-AUDITLOG-OK          VALUE "00".
       01  WS-RPTFILE-STATUS           PIC XX.
           88  WS-RPTFILE-OK           VALUE "00".
       01  WS-EOF-STUDENT              PIC X VALUE "N".
           88  WS-END-OF-STUDENT       VALUE "Y".
       01  WS-EOF-SIDE                 PIC X VALUE "N".
           88  WS-END-OF-SIDE          VALUE "Y".

       01  WS-MODE                     PIC X(1).
           88  WS-TRIAL-RUN            VALUE "T".
           88  WS-UPDATE-RUN           VALUE "U".
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-CUTOFF-DATE              PIC X(8).
       01  WS-CUTOFF-YEAR              PIC 9(4).

       01  WS-ELIGIBLE-SW              PIC X.
           88  WS-ELIGIBLE             VALUE "Y".
       01  WS-TRACKS-OPEN-SW           PIC X.
           88  WS-TRACKS-OPEN          VALUE "Y".
       01  WS-BASIS-DATE               PIC X(8).
       01  WS-KEPT-REASON              PIC X(24).

       01  WS-ARCHIVE-STUDENT-ID       PIC X(6).
       01  WS-ARCHIVE-OK-SW            PIC X.
           88  WS-ARCHIVE-OK           VALUE "Y".
       01  WS-MOVED-HIST               PIC 9(3).
       01  WS-MOVED-SCORE              PIC 9(3).
       01  WS-MOVED-CERT               PIC 9(3).
       01  WS-MOVED-ENROL              PIC 9(3).

       01  WS-COUNT-READ               PIC 9(5) VALUE ZERO.
       01  WS-COUNT-WITHDRAWN          PIC 9(5) VALUE ZERO.
       01  WS-COUNT-DELIVERED          PIC 9(5) VALUE ZERO.
       01  WS-COUNT-KEPT               PIC 9(5) VALUE ZERO.
       01  WS-COUNT-FAILED             PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-HIST               PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-SCORE              PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-CERT               PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-ENROL              PIC 9(5) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(24) VALUE
               "RETENTION ARCHIVE     - ".
           05  WS-H1-MODE              PIC X(30).
           05  FILLER                  PIC X(8)  VALUE " CUTOFF ".
           05  WS-H1-CUTOFF            PIC X(8).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(8)  VALUE "STUDENT".
           05  FILLER                  PIC X(22) VALUE "NOMBRE".
           05  FILLER                  PIC X(3)  VALUE "ST".
           05  FILLER                  PIC X(10) VALUE "AS OF".
           05  FILLER                  PIC X(37) VALUE
               "HIST SCOR CERT TRK  ACTION".

       01  WS-DETAIL-LINE.
           05  WS-D-STUDENT-ID         PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-D-NOMBRE             PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-D-STATUS             PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-D-BASIS-DATE         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-D-HIST               PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-D-SCORE              PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-D-CERT               PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-D-ENROL              PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-D-ACTION             PIC X(17).

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL              PIC X(30).
           05  WS-T-COUNT              PIC ZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-PARM-CARD.
           PERFORM OPEN-FILES.
           IF WS-TRIAL-RUN
               MOVE "TRIAL RUN - NOTHING MOVED" TO WS-H1-MODE
           ELSE
               MOVE "UPDATE RUN" TO WS-H1-MODE
           END-IF.
           MOVE WS-CUTOFF-DATE TO WS-H1-CUTOFF.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-2.
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
                       ADD 1 TO WS-COUNT-READ
                       PERFORM CHECK-RETENTION
                       IF WS-ELIGIBLE
                           PERFORM ARCHIVE-TRAINEE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-FILES.
           STOP RUN.

      *    The cutoff is the same calendar day the retention years
      *    back - 29 February falls back to the 28th when that year
      *    has none.
       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF NOT WS-PARMFILE-OK
               DISPLAY "Unable to open RETPARM, file status "
                   WS-PARMFILE-STATUS
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY "RETPARM is empty - mode, run date and "
                       "retention years are required"
                   CLOSE PARM-FILE
                   STOP RUN
           END-READ.
           IF (NOT RP-TRIAL AND NOT RP-UPDATE)
             OR RP-RUN-DATE NOT NUMERIC
             OR RP-RETAIN-YEARS NOT NUMERIC
             OR RP-RETAIN-YEARS = ZERO
               DISPLAY "RETPARM is invalid: " PARM-RECORD
               CLOSE PARM-FILE
               STOP RUN
           END-IF.
           MOVE RP-MODE TO WS-MODE.
           MOVE RP-RUN-DATE TO WS-RUN-DATE.
           MOVE RP-RUN-DATE (1:4) TO WS-CUTOFF-YEAR.
           SUBTRACT RP-RETAIN-YEARS FROM WS-CUTOFF-YEAR.
           MOVE WS-CUTOFF-YEAR TO WS-CUTOFF-DATE (1:4).
           MOVE RP-RUN-DATE (5:4) TO WS-CUTOFF-DATE (5:4).
           IF WS-CUTOFF-DATE (5:4) = "0229"
               MOVE "0228" TO WS-CUTOFF-DATE (5:4)
           END-IF.
           CLOSE PARM-FILE.

       OPEN-FILES.
           IF WS-TRIAL-RUN
               OPEN INPUT STUDENT-MASTER
           ELSE
               OPEN I-O STUDENT-MASTER
           END-IF.
           IF NOT WS-STUDMAST-OK
               DISPLAY "Unable to open STUDMAST, file status "
                   WS-STUDMAST-STATUS
               STOP RUN
           END-IF.
           IF WS-TRIAL-RUN
               OPEN INPUT ENROL-MASTER
           ELSE
               OPEN I-O ENROL-MASTER
           END-IF.
           IF NOT WS-ENRLMAST-OK
               DISPLAY "Unable to open ENRLMAST, file status "
                   WS-ENRLMAST-STATUS
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           IF WS-TRIAL-RUN
               OPEN INPUT STUDENT-HISTORY
           ELSE
               OPEN I-O STUDENT-HISTORY
           END-IF.
           IF NOT WS-STUDHIST-OK
               DISPLAY "Unable to open STUDHIST, file status "
                   WS-STUDHIST-STATUS
               CLOSE STUDENT-MASTER
               CLOSE ENROL-MASTER
               STOP RUN
           END-IF.
           IF WS-TRIAL-RUN
               OPEN INPUT SCORE-MASTER
           ELSE
               OPEN I-O SCORE-MASTER
           END-IF.
           IF NOT WS-SCOREMST-OK
               DISPLAY "Unable to open SCOREMST, file status "
                   WS-SCOREMST-STATUS
               CLOSE STUDENT-MASTER
               CLOSE ENROL-MASTER
               CLOSE STUDENT-HISTORY
               STOP RUN
           END-IF.
           IF WS-TRIAL-RUN
               OPEN INPUT CERT-REGISTER
           ELSE
               OPEN I-O CERT-REGISTER
           END-IF.
           IF NOT WS-CERTREG-OK
               DISPLAY "Unable to open CERTREG, file status "
                   WS-CERTREG-STATUS
               CLOSE STUDENT-MASTER
               CLOSE ENROL-MASTER
               CLOSE STUDENT-HISTORY
               CLOSE SCORE-MASTER
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPTFILE-OK
               DISPLAY "Unable to open RETRPT, file status "
                   WS-RPTFILE-STATUS
               CLOSE STUDENT-MASTER
               CLOSE ENROL-MASTER
               CLOSE STUDENT-HISTORY
               CLOSE SCORE-MASTER
               CLOSE CERT-REGISTER
               STOP RUN
           END-IF.
           IF WS-UPDATE-RUN
               OPEN I-O ALUMNI-FILE
               IF NOT WS-ALUMNI-OK
                   DISPLAY "Unable to open ALUMNI, file status "
                       WS-ALUMNI-STATUS
                   CLOSE STUDENT-MASTER
                   CLOSE ENROL-MASTER
                   CLOSE STUDENT-HISTORY
                   CLOSE SCORE-MASTER
                   CLOSE CERT-REGISTER
                   CLOSE REPORT-FILE
                   STOP RUN
               END-IF
               OPEN EXTEND AUDIT-FILE
               IF NOT WS-AUDITLOG-OK
                   DISPLAY "Unable to open AUDITLOG, file status "
                       WS-AUDITLOG-STATUS
                   CLOSE STUDENT-MASTER
                   CLOSE ENROL-MASTER
                   CLOSE STUDENT-HISTORY
                   CLOSE SCORE-MASTER
                   CLOSE CERT-REGISTER
                   CLOSE REPORT-FILE
                   CLOSE ALUMNI-FILE
                   STOP RUN
               END-IF
           END-IF.

       CLOSE-FILES.
           CLOSE STUDENT-MASTER.
           CLOSE ENROL-MASTER.
           CLOSE STUDENT-HISTORY.
           CLOSE SCORE-MASTER.
           CLOSE CERT-REGISTER.
           CLOSE REPORT-FILE.
           IF WS-UPDATE-RUN
               CLOSE ALUMNI-FILE
               CLOSE AUDIT-FILE
           END-IF.

      *    A delivered trainee qualifies only with a home-track
      *    certificate on CERTREG - delivered but never certified
      *    means CERTPRT still has a certificate to print.
       CHECK-RETENTION.
           MOVE "N" TO WS-ELIGIBLE-SW.
           MOVE SPACES TO WS-BASIS-DATE.
           IF SM-WITHDRAWN
               IF SM-WDRAW-DATE NUMERIC
                   MOVE SM-WDRAW-DATE TO WS-BASIS-DATE
               ELSE
                   MOVE SM-LAST-UPDATE TO WS-BASIS-DATE
               END-IF
               IF WS-BASIS-DATE NOT > WS-CUTOFF-DATE
                   MOVE "Y" TO WS-ELIGIBLE-SW
               END-IF
           ELSE
           IF SM-DELIVERED
               MOVE SM-STUDENT-ID TO CR-STUDENT-ID
               MOVE SM-TRACK TO CR-TRACK
               READ CERT-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SM-DELIVERY-DATE NUMERIC
                           MOVE SM-DELIVERY-DATE TO WS-BASIS-DATE
                       ELSE
                           MOVE CR-ISSUE-DATE TO WS-BASIS-DATE
                       END-IF
                       IF WS-BASIS-DATE NOT > WS-CUTOFF-DATE
                           MOVE "Y" TO WS-ELIGIBLE-SW
                       END-IF
               END-READ
           END-IF
           END-IF.
           IF WS-ELIGIBLE
               PERFORM CHECK-FURTHER-TRACKS
               IF WS-TRACKS-OPEN
                   MOVE "N" TO WS-ELIGIBLE-SW
                   ADD 1 TO WS-COUNT-KEPT
                   PERFORM MOVE-DETAIL-FIELDS
                   MOVE WS-KEPT-REASON TO WS-D-ACTION
                   WRITE REPORT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-IF.

      *    Every further-track enrolment must be finished - delivered
      *    or withdrawn - and untouched since the cutoff.
       CHECK-FURTHER-TRACKS.
           MOVE "N" TO WS-TRACKS-OPEN-SW.
           MOVE ZERO TO WS-MOVED-ENROL.
           MOVE "N" TO WS-EOF-SIDE.
           MOVE SM-STUDENT-ID TO EN-STUDENT-ID.
           MOVE LOW-VALUES TO EN-TRACK.
           START ENROL-MASTER KEY NOT < EN-ENROL-KEY
               INVALID KEY
                   SET WS-END-OF-SIDE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-SIDE OR WS-TRACKS-OPEN
               READ ENROL-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-SIDE TO TRUE
                   NOT AT END
                       IF EN-STUDENT-ID NOT = SM-STUDENT-ID
                           SET WS-END-OF-SIDE TO TRUE
                       ELSE
                       IF NOT EN-DELIVERED AND NOT EN-WITHDRAWN
                           MOVE "Y" TO WS-TRACKS-OPEN-SW
                           MOVE "KEPT - TRACK OPEN"
                               TO WS-KEPT-REASON
                       ELSE
                       IF EN-LAST-UPDATE > WS-CUTOFF-DATE
                           MOVE "Y" TO WS-TRACKS-OPEN-SW
                           MOVE "KEPT - TRACK RECENT"
                               TO WS-KEPT-REASON
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    The master is archived first and removed last, so a run
      *    that stops part-way leaves the trainee live with their
      *    copies already on the archive - a rerun rewrites them and
      *    carries on.
       ARCHIVE-TRAINEE.
           MOVE SM-STUDENT-ID TO WS-ARCHIVE-STUDENT-ID.
           MOVE ZERO TO WS-MOVED-HIST.
           MOVE ZERO TO WS-MOVED-SCORE.
           MOVE ZERO TO WS-MOVED-CERT.
           MOVE ZERO TO WS-MOVED-ENROL.
           MOVE "Y" TO WS-ARCHIVE-OK-SW.
           PERFORM MOVE-DETAIL-FIELDS.
           IF WS-UPDATE-RUN
               MOVE SPACES TO ALUMNI-RECORD
               MOVE SM-STUDENT-ID TO AL-STUDENT-ID
               SET AL-STUDENT-ENTRY TO TRUE
               MOVE STUDENT-MASTER-RECORD TO AL-IMAGE
               PERFORM FILE-ALUMNI-RECORD
           END-IF.
           PERFORM ARCHIVE-ENROLMENTS.
           PERFORM ARCHIVE-HISTORY.
           PERFORM ARCHIVE-SCORES.
           PERFORM ARCHIVE-CERTIFICATES.
           MOVE WS-MOVED-HIST TO WS-D-HIST.
           MOVE WS-MOVED-SCORE TO WS-D-SCORE.
           MOVE WS-MOVED-CERT TO WS-D-CERT.
           MOVE WS-MOVED-ENROL TO WS-D-ENROL.
           IF WS-TRIAL-RUN
               MOVE "WOULD ARCHIVE" TO WS-D-ACTION
               PERFORM COUNT-ARCHIVED
           ELSE
           IF NOT WS-ARCHIVE-OK
               MOVE "FAILED - LEFT LIVE" TO WS-D-ACTION
               ADD 1 TO WS-COUNT-FAILED
           ELSE
               DELETE STUDENT-MASTER RECORD
                   INVALID KEY
                       MOVE "FAILED - LEFT LIVE" TO WS-D-ACTION
                       ADD 1 TO WS-COUNT-FAILED
                   NOT INVALID KEY
                       MOVE "ARCHIVED" TO WS-D-ACTION
                       PERFORM COUNT-ARCHIVED
                       PERFORM WRITE-AUDIT-RECORD
               END-DELETE
           END-IF
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       COUNT-ARCHIVED.
           IF SM-WITHDRAWN
               ADD 1 TO WS-COUNT-WITHDRAWN
           ELSE
               ADD 1 TO WS-COUNT-DELIVERED
           END-IF.
           ADD WS-MOVED-HIST TO WS-TOTAL-HIST.
           ADD WS-MOVED-SCORE TO WS-TOTAL-SCORE.
           ADD WS-MOVED-CERT TO WS-TOTAL-CERT.
           ADD WS-MOVED-ENROL TO WS-TOTAL-ENROL.

       MOVE-DETAIL-FIELDS.
           MOVE SM-STUDENT-ID TO WS-D-STUDENT-ID.
           MOVE SM-NOMBRE TO WS-D-NOMBRE.
           MOVE SM-STATUS TO WS-D-STATUS.
           MOVE WS-BASIS-DATE TO WS-D-BASIS-DATE.
           MOVE ZERO TO WS-D-HIST.
           MOVE ZERO TO WS-D-SCORE.
           MOVE ZERO TO WS-D-CERT.
           MOVE ZERO TO WS-D-ENROL.

       ARCHIVE-ENROLMENTS.
           MOVE "N" TO WS-EOF-SIDE.
           MOVE WS-ARCHIVE-STUDENT-ID TO EN-STUDENT-ID.
           MOVE LOW-VALUES TO EN-TRACK.
           START ENROL-MASTER KEY NOT < EN-ENROL-KEY
               INVALID KEY
                   SET WS-END-OF-SIDE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-SIDE
               READ ENROL-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-SIDE TO TRUE
                   NOT AT END
                       IF EN-STUDENT-ID = WS-ARCHIVE-STUDENT-ID
                           PERFORM ARCHIVE-ONE-ENROLMENT
                       ELSE
                           SET WS-END-OF-SIDE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       ARCHIVE-ONE-ENROLMENT.
           ADD 1 TO WS-MOVED-ENROL.
           IF WS-UPDATE-RUN
               MOVE SPACES TO ALUMNI-RECORD
               MOVE EN-STUDENT-ID TO AL-STUDENT-ID
               SET AL-ENROL-ENTRY TO TRUE
               MOVE EN-TRACK TO AL-SUB-KEY
               MOVE ENROL-RECORD TO AL-IMAGE
               PERFORM FILE-ALUMNI-RECORD
               IF WS-ARCHIVE-OK
                   DELETE ENROL-MASTER RECORD
                       INVALID KEY
                           MOVE "N" TO WS-ARCHIVE-OK-SW
                   END-DELETE
               END-IF
           END-IF.

       ARCHIVE-HISTORY.
           MOVE "N" TO WS-EOF-SIDE.
           MOVE WS-ARCHIVE-STUDENT-ID TO HS-STUDENT-ID.
           MOVE ZERO TO HS-NUMERO.
           START STUDENT-HISTORY KEY NOT < HS-HIST-KEY
               INVALID KEY
                   SET WS-END-OF-SIDE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-SIDE
               READ STUDENT-HISTORY NEXT RECORD
                   AT END
                       SET WS-END-OF-SIDE TO TRUE
                   NOT AT END
                       IF HS-STUDENT-ID = WS-ARCHIVE-STUDENT-ID
                           PERFORM ARCHIVE-ONE-HISTORY
                       ELSE
                           SET WS-END-OF-SIDE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       ARCHIVE-ONE-HISTORY.
           ADD 1 TO WS-MOVED-HIST.
           IF WS-UPDATE-RUN
               MOVE SPACES TO ALUMNI-RECORD
               MOVE HS-STUDENT-ID TO AL-STUDENT-ID
               SET AL-HISTORY-ENTRY TO TRUE
               MOVE HS-NUMERO TO AL-SUB-KEY (1:3)
               MOVE HIST-RECORD TO AL-IMAGE
               PERFORM FILE-ALUMNI-RECORD
               IF WS-ARCHIVE-OK
                   DELETE STUDENT-HISTORY RECORD
                       INVALID KEY
                           MOVE "N" TO WS-ARCHIVE-OK-SW
                   END-DELETE
               END-IF
           END-IF.

       ARCHIVE-SCORES.
           MOVE "N" TO WS-EOF-SIDE.
           MOVE WS-ARCHIVE-STUDENT-ID TO SC-STUDENT-ID.
           MOVE ZERO TO SC-NUMERO.
           START SCORE-MASTER KEY NOT < SC-SCORE-KEY
               INVALID KEY
                   SET WS-END-OF-SIDE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-SIDE
               READ SCORE-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-SIDE TO TRUE
                   NOT AT END
                       IF SC-STUDENT-ID = WS-ARCHIVE-STUDENT-ID
                           PERFORM ARCHIVE-ONE-SCORE
                       ELSE
                           SET WS-END-OF-SIDE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       ARCHIVE-ONE-SCORE.
           ADD 1 TO WS-MOVED-SCORE.
           IF WS-UPDATE-RUN
               MOVE SPACES TO ALUMNI-RECORD
               MOVE SC-STUDENT-ID TO AL-STUDENT-ID
               SET AL-SCORE-ENTRY TO TRUE
               MOVE SC-NUMERO TO AL-SUB-KEY (1:3)
               MOVE SCORE-RECORD TO AL-IMAGE
               PERFORM FILE-ALUMNI-RECORD
               IF WS-ARCHIVE-OK
                   DELETE SCORE-MASTER RECORD
                       INVALID KEY
                           MOVE "N" TO WS-ARCHIVE-OK-SW
                   END-DELETE
               END-IF
           END-IF.

       ARCHIVE-CERTIFICATES.
           MOVE "N" TO WS-EOF-SIDE.
           MOVE WS-ARCHIVE-STUDENT-ID TO CR-STUDENT-ID.
           MOVE LOW-VALUES TO CR-TRACK.
           START CERT-REGISTER KEY NOT < CR-CERT-KEY
               INVALID KEY
                   SET WS-END-OF-SIDE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-SIDE
               READ CERT-REGISTER NEXT RECORD
                   AT END
                       SET WS-END-OF-SIDE TO TRUE
                   NOT AT END
                       IF CR-STUDENT-ID = WS-ARCHIVE-STUDENT-ID
                           PERFORM ARCHIVE-ONE-CERTIFICATE
                       ELSE
                           SET WS-END-OF-SIDE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       ARCHIVE-ONE-CERTIFICATE.
           ADD 1 TO WS-MOVED-CERT.
           IF WS-UPDATE-RUN
               MOVE SPACES TO ALUMNI-RECORD
               MOVE CR-STUDENT-ID TO AL-STUDENT-ID
               SET AL-CERT-ENTRY TO TRUE
               MOVE CR-TRACK TO AL-SUB-KEY
               MOVE CERT-REGISTER-RECORD TO AL-IMAGE
               PERFORM FILE-ALUMNI-RECORD
               IF WS-ARCHIVE-OK
                   DELETE CERT-REGISTER RECORD
                       INVALID KEY
                           MOVE "N" TO WS-ARCHIVE-OK-SW
                   END-DELETE
               END-IF
           END-IF.

      *    WRITE first and REWRITE on a duplicate key - an entry left
      *    by an earlier run that stopped part-way is replaced.
       FILE-ALUMNI-RECORD.
           MOVE WS-RUN-DATE TO AL-ARCHIVE-DATE.
           WRITE ALUMNI-RECORD
               INVALID KEY
                   REWRITE ALUMNI-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-ARCHIVE-OK-SW
                   END-REWRITE
           END-WRITE.

      *    Same shape as a DELETED entry - old position, new side
      *    blank - so the reconciliation expects the record gone.
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE SM-STUDENT-ID TO AUD-STUDENT-ID.
           MOVE SM-NUMERO TO AUD-OLD-NUMERO.
           MOVE SM-VIENDO TO AUD-OLD-VIENDO.
           MOVE ZERO TO AUD-NEW-NUMERO.
           MOVE SPACES TO AUD-NEW-VIENDO.
           MOVE "ARCHIVED" TO AUD-RESULT.
           MOVE SPACES TO AUD-KEYED-BY.
           MOVE SPACES TO AUD-APPROVED-BY.
           WRITE AUDIT-RECORD.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TRIAL-RUN
               MOVE "RETENTION TOTALS - TRIAL, WOULD ARCHIVE"
                   TO REPORT-LINE
           ELSE
               MOVE "RETENTION TOTALS" TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE "  STUDENT-MASTER READ       : " TO WS-T-LABEL.
           MOVE WS-COUNT-READ TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  WITHDRAWN ARCHIVED        : " TO WS-T-LABEL.
           MOVE WS-COUNT-WITHDRAWN TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  DELIVERED ARCHIVED        : " TO WS-T-LABEL.
           MOVE WS-COUNT-DELIVERED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  KEPT - FURTHER TRACK      : " TO WS-T-LABEL.
           MOVE WS-COUNT-KEPT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  STUDHIST RECORDS MOVED    : " TO WS-T-LABEL.
           MOVE WS-TOTAL-HIST TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  SCOREMST RECORDS MOVED    : " TO WS-T-LABEL.
           MOVE WS-TOTAL-SCORE TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  CERTREG RECORDS MOVED     : " TO WS-T-LABEL.
           MOVE WS-TOTAL-CERT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  ENRLMAST RECORDS MOVED    : " TO WS-T-LABEL.
           MOVE WS-TOTAL-ENROL TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  FAILED                    : " TO WS-T-LABEL.
           MOVE WS-COUNT-FAILED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           DISPLAY "Retention archive complete, withdrawn: "
               WS-COUNT-WITHDRAWN " delivered: " WS-COUNT-DELIVERED
               " failed: " WS-COUNT-FAILED.
           IF WS-COUNT-FAILED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
