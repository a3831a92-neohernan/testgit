      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Weekly cross-file integrity check. AUDRECN proves
      *           STUDENT-MASTER against AUDITLOG, but nothing proves
      *           the other keyed files against each other, and a
      *           delete or merge that stops half-way leaves strays
      *           behind. This run walks each file and reports six
      *           classes of exception:
      *             1. STUDHIST records whose student is not on
      *                STUDENT-MASTER;
      *             2. SCOREMST records whose student is not on
      *                STUDENT-MASTER;
      *             3. CERTREG certificates for a trainee who is not
      *                DELIVERED in that track (or is not on file);
      *             4. SM-COHORT values that are not on COHMAST;
      *             5. STUDHIST records for an episode that is not
      *                on CURRMAST;
      *             6. trainees whose SM-NUMERO has no STUDHIST
      *                record.
      *           F on the parameter card is a fix run: history,
      *           score and certificate records whose student is no
      *           longer on file are deleted, each logged to AUDITLOG
      *           with a result of its own. Everything else needs a
      *           person to decide and is only reported. R reports
      *           without changing anything.
      *           Condition code: 0 clean (or every exception fixed),
      *           4 orphans found that a fix run would remove, 8 at
      *           least one exception needs manual correction.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Integrity-Check.

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

           SELECT ENROL-MASTER ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EN-ENROL-KEY
               FILE STATUS IS WS-ENRLMAST-STATUS.

           SELECT COHORT-MASTER ASSIGN TO "COHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-COHORT-CODE
               FILE STATUS IS WS-COHMAST-STATUS.

           SELECT CURR-MASTER ASSIGN TO "CURRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-NUMERO
               FILE STATUS IS WS-CURRMAST-STATUS.

           SELECT PARM-FILE ASSIGN TO "INTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "INTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC.

       FD  STUDENT-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY HISTREC.

       FD  SCORE-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY SCOREREC.

       FD  CERT-REGISTER
           LABEL RECORDS ARE STANDARD.
       COPY CERTREC.

       FD  ENROL-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY ENRLREC.

       FD  COHORT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY COHREC.

       FD  CURR-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY CURRREC.

      *    R = report only, F = fix (delete the safe orphans).
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  IP-MODE                 PIC X(1).
               88  IP-REPORT           VALUE "R".
               88  IP-FIX              VALUE "F".

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STUDMAST-STATUS          PIC XX.
           88  WS-STUDMAST-OK          VALUE "00".
       01  WS-STUDHIST-STATUS          PIC XX.
           88  WS-STUDHIST-OK          VALUE "00".
       01  WS-SCOREMST-STATUS          PIC XX.
           88  WS-SCOREMST-OK          VALUE "00".
       01  WS-CERTREG-STATUS           PIC XX.
           88  WS-CERTREG-OK           VALUE "00".
       01  WS-ENRLMAST-STATUS          PIC XX.
           88  WS-ENRLMAST-OK          VALUE "00".
       01  WS-COHMAST-STATUS           PIC XX.
           88  WS-COHMAST-OK           VALUE "00".
       01  WS-CURRMAST-STATUS          PIC XX.
           88  WS-CURRMAST-OK          VALUE "00".
       01  WS-PARMFILE-STATUS          PIC XX.
           88  WS-PARMFILE-OK          VALUE "00".
       01  WS-AUDITLOG-STATUS          PIC XX.
           88  WS-AUDITLOG-OK          VALUE "00".
       01  WS-RPTFILE-STATUS           PIC XX.
           88  WS-RPTFILE-OK           VALUE "00".
       01  WS-EOF-STUDENT              PIC X VALUE "N".
           88  WS-END-OF-STUDENT       VALUE "Y".
       01  WS-EOF-HIST                 PIC X VALUE "N".
           88  WS-END-OF-HIST          VALUE "Y".
       01  WS-EOF-SCORE                PIC X VALUE "N".
           88  WS-END-OF-SCORE         VALUE "Y".
       01  WS-EOF-CERT                 PIC X VALUE "N".
           88  WS-END-OF-CERT          VALUE "Y".

       01  WS-MODE                     PIC X(1).
           88  WS-REPORT-RUN           VALUE "R".
           88  WS-FIX-RUN              VALUE "F".
       01  WS-STUDENT-FOUND-SW         PIC X.
           88  WS-STUDENT-FOUND        VALUE "Y".
       01  WS-DELIVERED-SW             PIC X.
           88  WS-TRACK-DELIVERED      VALUE "Y".

       01  WS-AUDIT-STUDENT-ID         PIC X(6).
       01  WS-AUDIT-NUMERO             PIC 9(3).
       01  WS-AUDIT-VIENDO             PIC A(40).
       01  WS-AUDIT-RESULT             PIC X(10).

      *    Found counts by exception class, then the two totals the
      *    condition code is set from.
       01  WS-COUNT-HIST-NO-STUDENT    PIC 9(5) VALUE ZERO.
       01  WS-COUNT-SCORE-NO-STUDENT   PIC 9(5) VALUE ZERO.
       01  WS-COUNT-CERT-UNDELIVERED   PIC 9(5) VALUE ZERO.
       01  WS-COUNT-BAD-COHORT         PIC 9(5) VALUE ZERO.
       01  WS-COUNT-HIST-NO-EPISODE    PIC 9(5) VALUE ZERO.
       01  WS-COUNT-NO-HISTORY         PIC 9(5) VALUE ZERO.
       01  WS-COUNT-DELETED            PIC 9(5) VALUE ZERO.
       01  WS-COUNT-SAFE-LEFT          PIC 9(5) VALUE ZERO.
       01  WS-COUNT-MANUAL             PIC 9(5) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(24) VALUE
               "CROSS-FILE INTEGRITY  - ".
           05  WS-H1-MODE              PIC X(30).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(26) VALUE "EXCEPTION".
           05  FILLER                  PIC X(8)  VALUE "STUDENT".
           05  FILLER                  PIC X(5)  VALUE "EP".
           05  FILLER                  PIC X(21) VALUE "DETAIL".
           05  FILLER                  PIC X(20) VALUE "ACTION".

       01  WS-DETAIL-LINE.
           05  WS-D-CLASS              PIC X(24).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-D-STUDENT-ID         PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-D-NUMERO             PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-D-DETAIL             PIC X(19).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-D-ACTION             PIC X(20).

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL              PIC X(30).
           05  WS-T-COUNT              PIC ZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-PARM-CARD.
           PERFORM OPEN-FILES.
           IF WS-FIX-RUN
               MOVE "FIX RUN - SAFE ORPHANS DELETED" TO WS-H1-MODE
           ELSE
               MOVE "REPORT RUN" TO WS-H1-MODE
           END-IF.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           PERFORM CHECK-STUDENT-MASTER.
           PERFORM CHECK-HISTORY.
           PERFORM CHECK-SCORES.
           PERFORM CHECK-CERTIFICATES.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-FILES.
           STOP RUN.

       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF NOT WS-PARMFILE-OK
               DISPLAY "Unable to open INTPARM, file status "
                   WS-PARMFILE-STATUS
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY "INTPARM is empty - R (report) or F (fix) "
                       "is required"
                   CLOSE PARM-FILE
                   STOP RUN
           END-READ.
           IF NOT IP-REPORT AND NOT IP-FIX
               DISPLAY "INTPARM is invalid: " PARM-RECORD
               CLOSE PARM-FILE
               STOP RUN
           END-IF.
           MOVE IP-MODE TO WS-MODE.
           CLOSE PARM-FILE.

      *    Only the three files a fix run deletes from are opened for
      *    update, and only on a fix run; AUDITLOG likewise.
       OPEN-FILES.
           OPEN INPUT STUDENT-MASTER.
           IF NOT WS-STUDMAST-OK
               DISPLAY "Unable to open STUDMAST, file status "
                   WS-STUDMAST-STATUS
               STOP RUN
           END-IF.
           IF WS-FIX-RUN
               OPEN I-O STUDENT-HISTORY
           ELSE
               OPEN INPUT STUDENT-HISTORY
           END-IF.
           IF NOT WS-STUDHIST-OK
               DISPLAY "Unable to open STUDHIST, file status "
                   WS-STUDHIST-STATUS
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           IF WS-FIX-RUN
               OPEN I-O SCORE-MASTER
           ELSE
               OPEN INPUT SCORE-MASTER
           END-IF.
           IF NOT WS-SCOREMST-OK
               DISPLAY "Unable to open SCOREMST, file status "
                   WS-SCOREMST-STATUS
               CLOSE STUDENT-MASTER
               CLOSE STUDENT-HISTORY
               STOP RUN
           END-IF.
           IF WS-FIX-RUN
               OPEN I-O CERT-REGISTER
           ELSE
               OPEN INPUT CERT-REGISTER
           END-IF.
           IF NOT WS-CERTREG-OK
               DISPLAY "Unable to open CERTREG, file status "
                   WS-CERTREG-STATUS
               CLOSE STUDENT-MASTER
               CLOSE STUDENT-HISTORY
               CLOSE SCORE-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT ENROL-MASTER.
           IF NOT WS-ENRLMAST-OK
               DISPLAY "Unable to open ENRLMAST, file status "
                   WS-ENRLMAST-STATUS
               CLOSE STUDENT-MASTER
               CLOSE STUDENT-HISTORY
               CLOSE SCORE-MASTER
               CLOSE CERT-REGISTER
               STOP RUN
           END-IF.
           OPEN INPUT COHORT-MASTER.
           IF NOT WS-COHMAST-OK
               DISPLAY "Unable to open COHMAST, file status "
                   WS-COHMAST-STATUS
               CLOSE STUDENT-MASTER
               CLOSE STUDENT-HISTORY
               CLOSE SCORE-MASTER
               CLOSE CERT-REGISTER
               CLOSE ENROL-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT CURR-MASTER.
           IF NOT WS-CURRMAST-OK
               DISPLAY "Unable to open CURRMAST, file status "
                   WS-CURRMAST-STATUS
               CLOSE STUDENT-MASTER
               CLOSE STUDENT-HISTORY
               CLOSE SCORE-MASTER
               CLOSE CERT-REGISTER
               CLOSE ENROL-MASTER
               CLOSE COHORT-MASTER
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPTFILE-OK
               DISPLAY "Unable to open INTRPT, file status "
                   WS-RPTFILE-STATUS
               CLOSE STUDENT-MASTER
               CLOSE STUDENT-HISTORY
               CLOSE SCORE-MASTER
               CLOSE CERT-REGISTER
               CLOSE ENROL-MASTER
               CLOSE COHORT-MASTER
               CLOSE CURR-MASTER
               STOP RUN
           END-IF.
           IF WS-FIX-RUN
               OPEN EXTEND AUDIT-FILE
               IF NOT WS-AUDITLOG-OK
                   DISPLAY "Unable to open AUDITLOG, file status "
                       WS-AUDITLOG-STATUS
                   CLOSE STUDENT-MASTER
                   CLOSE STUDENT-HISTORY
                   CLOSE SCORE-MASTER
                   CLOSE CERT-REGISTER
                   CLOSE ENROL-MASTER
                   CLOSE COHORT-MASTER
                   CLOSE CURR-MASTER
                   CLOSE REPORT-FILE
                   STOP RUN
               END-IF
           END-IF.

       CLOSE-FILES.
           CLOSE STUDENT-MASTER.
           CLOSE STUDENT-HISTORY.
           CLOSE SCORE-MASTER.
           CLOSE CERT-REGISTER.
           CLOSE ENROL-MASTER.
           CLOSE COHORT-MASTER.
           CLOSE CURR-MASTER.
           CLOSE REPORT-FILE.
           IF WS-FIX-RUN
               CLOSE AUDIT-FILE
           END-IF.

      *    Classes 4 and 6 - one pass of the master. A blank cohort
      *    is "not yet assigned" and a trainee on episode 000 has
      *    reached nothing, so neither is an exception.
       CHECK-STUDENT-MASTER.
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
                       PERFORM CHECK-ONE-STUDENT
               END-READ
           END-PERFORM.

       CHECK-ONE-STUDENT.
           IF SM-COHORT NOT = SPACES
               MOVE SM-COHORT TO CO-COHORT-CODE
               READ COHORT-MASTER
                   INVALID KEY
                       MOVE "COHORT NOT ON COHMAST" TO WS-D-CLASS
                       MOVE SM-STUDENT-ID TO WS-D-STUDENT-ID
                       MOVE SM-NUMERO TO WS-D-NUMERO
                       MOVE SPACES TO WS-D-DETAIL
                       STRING "COHORT " SM-COHORT
                           DELIMITED BY SIZE INTO WS-D-DETAIL
                       MOVE "CORRECT IN STUDMNT" TO WS-D-ACTION
                       ADD 1 TO WS-COUNT-BAD-COHORT
                       ADD 1 TO WS-COUNT-MANUAL
                       WRITE REPORT-LINE FROM WS-DETAIL-LINE
               END-READ
           END-IF.
           IF SM-NUMERO NOT = ZERO
               MOVE SM-STUDENT-ID TO HS-STUDENT-ID
               MOVE SM-NUMERO TO HS-NUMERO
               READ STUDENT-HISTORY
                   INVALID KEY
                       MOVE "EPISODE HAS NO HISTORY" TO WS-D-CLASS
                       MOVE SM-STUDENT-ID TO WS-D-STUDENT-ID
                       MOVE SM-NUMERO TO WS-D-NUMERO
                       MOVE SM-NOMBRE TO WS-D-DETAIL
                       MOVE "REVIEW" TO WS-D-ACTION
                       ADD 1 TO WS-COUNT-NO-HISTORY
                       ADD 1 TO WS-COUNT-MANUAL
                       WRITE REPORT-LINE FROM WS-DETAIL-LINE
               END-READ
           END-IF.

      *    Classes 1 and 5. A record whose student has gone is an
      *    orphan whatever its episode, so it is reported once, as
      *    class 1. An unknown episode on a live trainee's history
      *    may be a retired-and-deleted episode the trainee really
      *    did reach, so that is left for a person to judge.
       CHECK-HISTORY.
           MOVE LOW-VALUES TO HS-HIST-KEY.
           START STUDENT-HISTORY KEY NOT < HS-HIST-KEY
               INVALID KEY
                   SET WS-END-OF-HIST TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-HIST
               READ STUDENT-HISTORY NEXT RECORD
                   AT END
                       SET WS-END-OF-HIST TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-HISTORY
               END-READ
           END-PERFORM.

       CHECK-ONE-HISTORY.
           MOVE HS-STUDENT-ID TO SM-STUDENT-ID.
           PERFORM FIND-STUDENT.
           MOVE HS-STUDENT-ID TO WS-D-STUDENT-ID.
           MOVE HS-NUMERO TO WS-D-NUMERO.
           MOVE SPACES TO WS-D-DETAIL.
           STRING "REACHED " HS-REACHED-DATE
               DELIMITED BY SIZE INTO WS-D-DETAIL.
           IF NOT WS-STUDENT-FOUND
               MOVE "HISTORY - NO STUDENT" TO WS-D-CLASS
               ADD 1 TO WS-COUNT-HIST-NO-STUDENT
               IF WS-FIX-RUN
                   DELETE STUDENT-HISTORY RECORD
                       INVALID KEY
                           MOVE "DELETE FAILED" TO WS-D-ACTION
                           ADD 1 TO WS-COUNT-MANUAL
                       NOT INVALID KEY
                           MOVE "DELETED" TO WS-D-ACTION
                           ADD 1 TO WS-COUNT-DELETED
                           MOVE HS-STUDENT-ID TO WS-AUDIT-STUDENT-ID
                           MOVE HS-NUMERO TO WS-AUDIT-NUMERO
                           MOVE HS-VIENDO TO WS-AUDIT-VIENDO
                           MOVE "ORPHHIST" TO WS-AUDIT-RESULT
                           PERFORM WRITE-AUDIT-RECORD
                   END-DELETE
               ELSE
                   MOVE "FIX RUN DELETES" TO WS-D-ACTION
                   ADD 1 TO WS-COUNT-SAFE-LEFT
               END-IF
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
               MOVE HS-NUMERO TO CM-NUMERO
               READ CURR-MASTER
                   INVALID KEY
                       MOVE "HISTORY - NO EPISODE" TO WS-D-CLASS
                       MOVE "REVIEW" TO WS-D-ACTION
                       ADD 1 TO WS-COUNT-HIST-NO-EPISODE
                       ADD 1 TO WS-COUNT-MANUAL
                       WRITE REPORT-LINE FROM WS-DETAIL-LINE
               END-READ
           END-IF.

      *    Class 2.
       CHECK-SCORES.
           MOVE LOW-VALUES TO SC-SCORE-KEY.
           START SCORE-MASTER KEY NOT < SC-SCORE-KEY
               INVALID KEY
                   SET WS-END-OF-SCORE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-SCORE
               READ SCORE-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-SCORE TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-SCORE
               END-READ
           END-PERFORM.

       CHECK-ONE-SCORE.
           MOVE SC-STUDENT-ID TO SM-STUDENT-ID.
           PERFORM FIND-STUDENT.
           IF NOT WS-STUDENT-FOUND
               MOVE "SCORE - NO STUDENT" TO WS-D-CLASS
               MOVE SC-STUDENT-ID TO WS-D-STUDENT-ID
               MOVE SC-NUMERO TO WS-D-NUMERO
               MOVE SPACES TO WS-D-DETAIL
               STRING "SCORE " SC-SCORE " " SC-PASS-FAIL
                   DELIMITED BY SIZE INTO WS-D-DETAIL
               ADD 1 TO WS-COUNT-SCORE-NO-STUDENT
               IF WS-FIX-RUN
                   DELETE SCORE-MASTER RECORD
                       INVALID KEY
                           MOVE "DELETE FAILED" TO WS-D-ACTION
                           ADD 1 TO WS-COUNT-MANUAL
                       NOT INVALID KEY
                           MOVE "DELETED" TO WS-D-ACTION
                           ADD 1 TO WS-COUNT-DELETED
                           MOVE SC-STUDENT-ID TO WS-AUDIT-STUDENT-ID
                           MOVE SC-NUMERO TO WS-AUDIT-NUMERO
                           MOVE SPACES TO WS-AUDIT-VIENDO
                           MOVE "ORPHSCORE" TO WS-AUDIT-RESULT
                           PERFORM WRITE-AUDIT-RECORD
                   END-DELETE
               ELSE
                   MOVE "FIX RUN DELETES" TO WS-D-ACTION
                   ADD 1 TO WS-COUNT-SAFE-LEFT
               END-IF
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

      *    Class 3. A certificate whose trainee is gone is an orphan
      *    and a fix run removes it. A certificate for a trainee
      *    still on file but not DELIVERED in that track - the home
      *    track on the master, any other on ENRLMAST - was printed
      *    and handed over, so it is only reported: either the LMS
      *    confirmation is still to come or the record was reset
      *    after issue, and a person has to say which.
       CHECK-CERTIFICATES.
           MOVE LOW-VALUES TO CR-CERT-KEY.
           START CERT-REGISTER KEY NOT < CR-CERT-KEY
               INVALID KEY
                   SET WS-END-OF-CERT TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-CERT
               READ CERT-REGISTER NEXT RECORD
                   AT END
                       SET WS-END-OF-CERT TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-CERTIFICATE
               END-READ
           END-PERFORM.

       CHECK-ONE-CERTIFICATE.
           MOVE CR-STUDENT-ID TO SM-STUDENT-ID.
           PERFORM FIND-STUDENT.
           MOVE "CERT - NOT DELIVERED" TO WS-D-CLASS.
           MOVE CR-STUDENT-ID TO WS-D-STUDENT-ID.
           MOVE SPACES TO WS-D-NUMERO.
           MOVE SPACES TO WS-D-DETAIL.
           STRING "TRACK " CR-TRACK " " CR-ISSUE-DATE
               DELIMITED BY SIZE INTO WS-D-DETAIL.
           IF NOT WS-STUDENT-FOUND
               ADD 1 TO WS-COUNT-CERT-UNDELIVERED
               IF WS-FIX-RUN
                   DELETE CERT-REGISTER RECORD
                       INVALID KEY
                           MOVE "DELETE FAILED" TO WS-D-ACTION
                           ADD 1 TO WS-COUNT-MANUAL
                       NOT INVALID KEY
                           MOVE "DELETED - NO STUDENT" TO WS-D-ACTION
                           ADD 1 TO WS-COUNT-DELETED
                           MOVE CR-STUDENT-ID TO WS-AUDIT-STUDENT-ID
                           MOVE ZERO TO WS-AUDIT-NUMERO
                           MOVE SPACES TO WS-AUDIT-VIENDO
                           MOVE "ORPHCERT" TO WS-AUDIT-RESULT
                           PERFORM WRITE-AUDIT-RECORD
                   END-DELETE
               ELSE
                   MOVE "NO STUDENT - FIX RUN" TO WS-D-ACTION
                   ADD 1 TO WS-COUNT-SAFE-LEFT
               END-IF
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ELSE
               PERFORM CHECK-TRACK-DELIVERED
               IF NOT WS-TRACK-DELIVERED
                   MOVE "REVIEW" TO WS-D-ACTION
                   ADD 1 TO WS-COUNT-CERT-UNDELIVERED
                   ADD 1 TO WS-COUNT-MANUAL
                   WRITE REPORT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-IF.

       CHECK-TRACK-DELIVERED.
           MOVE "N" TO WS-DELIVERED-SW.
           IF CR-TRACK = SM-TRACK
               IF SM-DELIVERED
                   MOVE "Y" TO WS-DELIVERED-SW
               END-IF
           ELSE
               MOVE CR-STUDENT-ID TO EN-STUDENT-ID
               MOVE CR-TRACK TO EN-TRACK
               READ ENROL-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EN-DELIVERED
                           MOVE "Y" TO WS-DELIVERED-SW
                       END-IF
               END-READ
           END-IF.

       FIND-STUDENT.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "N" TO WS-STUDENT-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-STUDENT-FOUND-SW
           END-READ.

      *    The removed record's episode goes in the OLD side, new
      *    side blank - the same shape as a DELETED entry. The
      *    result names the file, so the master replay passes over
      *    it.
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-AUDIT-STUDENT-ID TO AUD-STUDENT-ID.
           MOVE WS-AUDIT-NUMERO TO AUD-OLD-NUMERO.
           MOVE WS-AUDIT-VIENDO TO AUD-OLD-VIENDO.
           MOVE ZERO TO AUD-NEW-NUMERO.
           MOVE SPACES TO AUD-NEW-VIENDO.
           MOVE WS-AUDIT-RESULT TO AUD-RESULT.
           MOVE SPACES TO AUD-KEYED-BY.
           MOVE SPACES TO AUD-APPROVED-BY.
           WRITE AUDIT-RECORD.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "INTEGRITY TOTALS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  HISTORY - NO STUDENT      : " TO WS-T-LABEL.
           MOVE WS-COUNT-HIST-NO-STUDENT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  SCORE - NO STUDENT        : " TO WS-T-LABEL.
           MOVE WS-COUNT-SCORE-NO-STUDENT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  CERT - NOT DELIVERED      : " TO WS-T-LABEL.
           MOVE WS-COUNT-CERT-UNDELIVERED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  COHORT NOT ON COHMAST     : " TO WS-T-LABEL.
           MOVE WS-COUNT-BAD-COHORT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  HISTORY - NO EPISODE      : " TO WS-T-LABEL.
           MOVE WS-COUNT-HIST-NO-EPISODE TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  EPISODE HAS NO HISTORY    : " TO WS-T-LABEL.
           MOVE WS-COUNT-NO-HISTORY TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  ORPHANS DELETED           : " TO WS-T-LABEL.
           MOVE WS-COUNT-DELETED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  ORPHANS LEFT FOR FIX RUN  : " TO WS-T-LABEL.
           MOVE WS-COUNT-SAFE-LEFT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  NEEDING MANUAL CORRECTION : " TO WS-T-LABEL.
           MOVE WS-COUNT-MANUAL TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           IF WS-COUNT-MANUAL > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-COUNT-SAFE-LEFT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF.
           DISPLAY "Integrity check complete, deleted: "
               WS-COUNT-DELETED " for fix run: " WS-COUNT-SAFE-LEFT
               " manual: " WS-COUNT-MANUAL.
