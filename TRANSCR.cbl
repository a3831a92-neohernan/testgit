      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Full trainee transcript. When a trainee or their
      *           manager disputes where they stand, this prints the
      *           whole story on one report instead of piecing it
      *           together from STUDNMI, AUDINQ and file prints. The
      *           parameter card carries a student-ID, or a full or
      *           partial NOMBRE - a name prints a transcript for
      *           every trainee it matches, duplicates included. Each
      *           transcript shows:
      *             - the master record: status, cohort and its
      *               description, trainer, home-track episode, last
      *               update, export and LMS delivery dates, and the
      *               withdrawal reason and date for a leaver;
      *             - the trainee's position in any further track;
      *             - every episode reached, with its date, how it
      *               was recorded, the SCOREMST score and verdict,
      *               and the days spent on it before the next one
      *               reached in the same curriculum track;
      *             - every CERTREG certificate issued;
      *             - the trainee's records waiting in the current
      *               suspense generation.
      *           Works for any status - active, exported, delivered
      *           or withdrawn.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Trainee-Transcript.

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
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-COHORT-CODE
               FILE STATUS IS WS-COHMAST-STATUS.

           SELECT STUDENT-HISTORY ASSIGN TO "STUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-HIST-KEY
               FILE STATUS IS WS-STUDHIST-STATUS.

           SELECT SCORE-MASTER ASSIGN TO "SCOREMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-SCORE-KEY
               FILE STATUS IS WS-SCOREMST-STATUS.

           SELECT ENROL-MASTER ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENROL-KEY
               FILE STATUS IS WS-ENRLMAST-STATUS.

           SELECT CERT-REGISTER ASSIGN TO "CERTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CERT-KEY
               FILE STATUS IS WS-CERTREG-STATUS.

           SELECT CURR-MASTER ASSIGN TO "CURRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-NUMERO
               FILE STATUS IS WS-CURRMAST-STATUS.

           SELECT SUSP-IN-FILE ASSIGN TO "SUSPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPIN-STATUS.

           SELECT PARM-FILE ASSIGN TO "TSCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TSCRPT"
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

       FD  STUDENT-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY HISTREC.

       FD  SCORE-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY SCOREREC.

       FD  ENROL-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY ENRLREC.

       FD  CERT-REGISTER
           LABEL RECORDS ARE STANDARD.
       COPY CERTREC.

       FD  CURR-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY CURRREC.

       FD  SUSP-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSP-IN-RECORD              PIC X(86).

      *    A student-ID, or - with the ID left blank - a full or
      *    partial name.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  TP-STUDENT-ID           PIC X(6).
           05  FILLER                  PIC X(1).
           05  TP-NOMBRE               PIC X(20).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STUDMAST-STATUS          PIC XX.
           88  WS-STUDMAST-OK          VALUE "00".
       01  WS-COHMAST-STATUS           PIC XX.
           88  WS-COHMAST-OK           VALUE "00".
       01  WS-STUDHIST-STATUS          PIC XX.
           88  WS-STUDHIST-OK          VALUE "00".
       01  WS-SCOREMST-STATUS          PIC XX.
           88  WS-SCOREMST-OK          VALUE "00".
       01  WS-ENRLMAST-STATUS          PIC XX.
           88  WS-ENRLMAST-OK          VALUE "00".
       01  WS-CERTREG-STATUS           PIC XX.
           88  WS-CERTREG-OK           VALUE "00".
       01  WS-CURRMAST-STATUS          PIC XX.
           88  WS-CURRMAST-OK          VALUE "00".
       01  WS-SUSPIN-STATUS            PIC XX.
           88  WS-SUSPIN-OK            VALUE "00".
       01  WS-PARMFILE-STATUS          PIC XX.
           88  WS-PARMFILE-OK          VALUE "00".
       01  WS-RPTFILE-STATUS           PIC XX.
           88  WS-RPTFILE-OK           VALUE "00".
       01  WS-EOF-STUDENT              PIC X VALUE "N".
           88  WS-END-OF-STUDENT       VALUE "Y".
       01  WS-EOF-HIST                 PIC X VALUE "N".
           88  WS-END-OF-HIST          VALUE "Y".
       01  WS-EOF-ENROL                PIC X VALUE "N".
           88  WS-END-OF-ENROL         VALUE "Y".
       01  WS-EOF-CERT                 PIC X VALUE "N".
           88  WS-END-OF-CERT          VALUE "Y".
       01  WS-EOF-SUSP                 PIC X VALUE "N".
           88  WS-END-OF-SUSP          VALUE "Y".

       COPY SUSPREC.

       01  WS-SEARCH-ID                PIC X(6).
       01  WS-SEARCH-NAME              PIC X(20).
       01  WS-SEARCH-LENGTH            PIC 9(2).
       01  WS-COUNT-PRINTED            PIC 9(5) VALUE ZERO.
       01  WS-SECTION-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-EDIT-COUNT               PIC ZZZZ9.

       01  WS-TODAY                    PIC X(8).
       01  WS-DATE-NUM                 PIC 9(8).
       01  WS-FROM-INT                 PIC 9(8).
       01  WS-TO-INT                   PIC 9(8).
       01  WS-DAYS                     PIC 9(5).

      *    The trainee's STUDHIST records, held so each episode's
      *    days can be measured to the next one reached in the same
      *    track - the next by date, not by episode number, since a
      *    trainee can be sent back through earlier episodes, and
      *    not across tracks, since a trainee works through their
      *    tracks side by side.
       01  WS-EH-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-EPISODE-HISTORY.
           05  WS-EH-ENTRY OCCURS 300 TIMES.
               10  WS-EH-NUMERO        PIC 9(3).
               10  WS-EH-VIENDO        PIC A(40).
               10  WS-EH-REACHED-DATE  PIC X(8).
               10  WS-EH-SOURCE        PIC X(5).
               10  WS-EH-TRACK         PIC X(4).
       01  WS-EH-MAX                   PIC 9(3) VALUE 300.
       01  WS-EH-SUB                   PIC 9(3).
       01  WS-EH-NEXT                  PIC 9(3).
       01  WS-EH-SCAN                  PIC 9(3).
       01  WS-NEXT-DATE                PIC X(8).

      *    The episode the trainee is on now in each further track
      *    they are still active in, picked up as the tracks print.
       01  WS-AE-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-ACTIVE-ENROLMENTS.
           05  WS-AE-NUMERO            PIC 9(3) OCCURS 20 TIMES.
       01  WS-AE-MAX                   PIC 9(3) VALUE 20.
       01  WS-AE-SUB                   PIC 9(3).
       01  WS-CURRENT-SW               PIC X.
           88  WS-CURRENT-EPISODE      VALUE "Y".

       01  WS-LABEL-LINE.
           05  WS-L-LABEL              PIC X(14).
           05  WS-L-VALUE              PIC X(66).

       01  WS-TRANSCRIPT-HEADING.
           05  FILLER                  PIC X(23) VALUE
               "TRAINEE TRANSCRIPT  - ".
           05  WS-TH-STUDENT-ID        PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TH-NOMBRE            PIC X(20).
           05  FILLER                  PIC X(9)  VALUE "  PRINTED".
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-TH-TODAY             PIC X(8).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-TRACK-HEADING.
           05  FILLER                  PIC X(8)  VALUE "  TRACK".
           05  FILLER                  PIC X(5)  VALUE "EP".
           05  FILLER                  PIC X(32) VALUE "TITLE".
           05  FILLER                  PIC X(5)  VALUE "STAT".
           05  FILLER                  PIC X(10) VALUE "EXPORTED".
           05  FILLER                  PIC X(10) VALUE "DELIVERED".
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-TRACK-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TL-TRACK             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TL-NUMERO            PIC 9(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TL-VIENDO            PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TL-STATUS            PIC X(1).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-TL-EXPORT-DATE       PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TL-DELIVERY-DATE     PIC X(8).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-EPISODE-HEADING.
           05  FILLER                  PIC X(7)  VALUE "  EP".
           05  FILLER                  PIC X(32) VALUE "TITLE".
           05  FILLER                  PIC X(10) VALUE "REACHED".
           05  FILLER                  PIC X(7)  VALUE "BY".
           05  FILLER                  PIC X(7)  VALUE "SCORE".
           05  FILLER                  PIC X(6)  VALUE "P/F".
           05  FILLER                  PIC X(11) VALUE "DAYS".

       01  WS-EPISODE-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EL-NUMERO            PIC 9(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EL-VIENDO            PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EL-REACHED-DATE      PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EL-SOURCE            PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EL-SCORE             PIC X(3).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-EL-PASS-FAIL         PIC X(1).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-EL-DAYS              PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-EL-NOTE              PIC X(6).

       01  WS-CERT-HEADING.
           05  FILLER                  PIC X(8)  VALUE "  TRACK".
           05  FILLER                  PIC X(10) VALUE "ISSUED".
           05  FILLER                  PIC X(12) VALUE "COMPLETED".
           05  FILLER                  PIC X(50) VALUE "COHORT".

       01  WS-CERT-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CL-TRACK             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CL-ISSUE-DATE        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CL-COMPLETION-DATE   PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-CL-COHORT            PIC X(4).
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-SUSP-HEADING.
           05  FILLER                  PIC X(8)  VALUE "  REASON".
           05  FILLER                  PIC X(10) VALUE "SUSPENDED".
           05  FILLER                  PIC X(5)  VALUE "EP".
           05  FILLER                  PIC X(32) VALUE "TITLE".
           05  FILLER                  PIC X(25) VALUE "COHORT".

       01  WS-SUSP-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SL-REASON            PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SL-DATE              PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SL-NUMERO            PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SL-VIENDO            PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SL-COHORT            PIC X(4).
           05  FILLER                  PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-PARM-CARD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM OPEN-FILES.
           IF WS-SEARCH-ID NOT = SPACES
               MOVE WS-SEARCH-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       PERFORM REPORT-UNKNOWN-STUDENT
                   NOT INVALID KEY
                       PERFORM PRINT-TRANSCRIPT
               END-READ
           ELSE
               PERFORM FIND-MATCHING-STUDENTS
               IF WS-COUNT-PRINTED = ZERO
                   MOVE SPACES TO REPORT-LINE
                   STRING "NO TRAINEE ON FILE NAMED " WS-SEARCH-NAME
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
           PERFORM CLOSE-FILES.
           MOVE WS-COUNT-PRINTED TO WS-EDIT-COUNT.
           DISPLAY "Transcript inquiry complete, transcripts: "
               WS-EDIT-COUNT.
           STOP RUN.

       REPORT-UNKNOWN-STUDENT.
           MOVE SPACES TO REPORT-LINE.
           STRING "NO TRAINEE ON FILE WITH ID " WS-SEARCH-ID
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF NOT WS-PARMFILE-OK
               DISPLAY "Unable to open TSCPARM, file status "
                   WS-PARMFILE-STATUS
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY "TSCPARM is empty - a student-ID or a "
                       "name is required"
                   CLOSE PARM-FILE
                   STOP RUN
           END-READ.
           IF TP-STUDENT-ID = SPACES AND TP-NOMBRE = SPACES
               DISPLAY "TSCPARM names nobody - a student-ID or a "
                   "name is required"
               CLOSE PARM-FILE
               STOP RUN
           END-IF.
           MOVE TP-STUDENT-ID TO WS-SEARCH-ID.
           MOVE TP-NOMBRE TO WS-SEARCH-NAME.
           IF WS-SEARCH-ID = SPACES
               COMPUTE WS-SEARCH-LENGTH =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-SEARCH-NAME))
           END-IF.
           CLOSE PARM-FILE.

      *    SUSPIN is opened and closed once per transcript, so it is
      *    not opened here.
       OPEN-FILES.
           OPEN INPUT STUDENT-MASTER.
           IF NOT WS-STUDMAST-OK
               DISPLAY "Unable to open STUDMAST, file status "
                   WS-STUDMAST-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT COHORT-MASTER.
           IF NOT WS-COHMAST-OK
               DISPLAY "Unable to open COHMAST, file status "
                   WS-COHMAST-STATUS
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-HISTORY.
           IF NOT WS-STUDHIST-OK
               DISPLAY "Unable to open STUDHIST, file status "
                   WS-STUDHIST-STATUS
               CLOSE STUDENT-MASTER
               CLOSE COHORT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT SCORE-MASTER.
           IF NOT WS-SCOREMST-OK
               DISPLAY "Unable to open SCOREMST, file status "
                   WS-SCOREMST-STATUS
               CLOSE STUDENT-MASTER
               CLOSE COHORT-MASTER
               CLOSE STUDENT-HISTORY
               STOP RUN
           END-IF.
           OPEN INPUT ENROL-MASTER.
           IF NOT WS-ENRLMAST-OK
               DISPLAY "Unable to open ENRLMAST, file status "
                   WS-ENRLMAST-STATUS
               CLOSE STUDENT-MASTER
               CLOSE COHORT-MASTER
               CLOSE STUDENT-HISTORY
               CLOSE SCORE-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT CERT-REGISTER.
           IF NOT WS-CERTREG-OK
               DISPLAY "Unable to open CERTREG, file status "
                   WS-CERTREG-STATUS
               CLOSE STUDENT-MASTER
               CLOSE COHORT-MASTER
               CLOSE STUDENT-HISTORY
               CLOSE SCORE-MASTER
               CLOSE ENROL-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT CURR-MASTER.
           IF NOT WS-CURRMAST-OK
               DISPLAY "Unable to open CURRMAST, file status "
                   WS-CURRMAST-STATUS
               CLOSE STUDENT-MASTER
               CLOSE COHORT-MASTER
               CLOSE STUDENT-HISTORY
               CLOSE SCORE-MASTER
               CLOSE ENROL-MASTER
               CLOSE CERT-REGISTER
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPTFILE-OK
               DISPLAY "Unable to open TSCRPT, file status "
                   WS-RPTFILE-STATUS
               CLOSE STUDENT-MASTER
               CLOSE COHORT-MASTER
               CLOSE STUDENT-HISTORY
               CLOSE SCORE-MASTER
               CLOSE ENROL-MASTER
               CLOSE CERT-REGISTER
               CLOSE CURR-MASTER
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE STUDENT-MASTER.
           CLOSE COHORT-MASTER.
           CLOSE STUDENT-HISTORY.
           CLOSE SCORE-MASTER.
           CLOSE ENROL-MASTER.
           CLOSE CERT-REGISTER.
           CLOSE CURR-MASTER.
           CLOSE REPORT-FILE.

      *    Same positioning as Student-Name-Inquiry: start on the
      *    alternate name key and read forward while the leading
      *    characters still match.
       FIND-MATCHING-STUDENTS.
           MOVE WS-SEARCH-NAME TO SM-NOMBRE.
           START STUDENT-MASTER KEY NOT < SM-NOMBRE
               INVALID KEY
                   SET WS-END-OF-STUDENT TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-STUDENT
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-STUDENT TO TRUE
                   NOT AT END
                       IF SM-NOMBRE (1:WS-SEARCH-LENGTH) =
                               WS-SEARCH-NAME (1:WS-SEARCH-LENGTH)
                           PERFORM PRINT-TRANSCRIPT
                       ELSE
                           SET WS-END-OF-STUDENT TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-TRANSCRIPT.
           ADD 1 TO WS-COUNT-PRINTED.
           IF WS-COUNT-PRINTED > 1
               MOVE ALL "=" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SM-STUDENT-ID TO WS-TH-STUDENT-ID.
           MOVE SM-NOMBRE TO WS-TH-NOMBRE.
           MOVE WS-TODAY TO WS-TH-TODAY.
           WRITE REPORT-LINE FROM WS-TRANSCRIPT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM PRINT-MASTER-DETAILS.
           PERFORM PRINT-FURTHER-TRACKS.
           PERFORM PRINT-EPISODE-HISTORY.
           PERFORM PRINT-CERTIFICATES.
           PERFORM PRINT-SUSPENSE.

       PRINT-MASTER-DETAILS.
           MOVE "STATUS      :" TO WS-L-LABEL.
           EVALUATE TRUE
               WHEN SM-ACTIVE
                   MOVE "A - ACTIVE" TO WS-L-VALUE
               WHEN SM-EXPORTED
                   MOVE "X - EXPORTED, AWAITING LMS CONFIRMATION"
                       TO WS-L-VALUE
               WHEN SM-DELIVERED
                   MOVE "D - DELIVERED TO THE LMS" TO WS-L-VALUE
               WHEN SM-WITHDRAWN
                   MOVE "W - WITHDRAWN" TO WS-L-VALUE
               WHEN OTHER
                   MOVE SPACES TO WS-L-VALUE
                   STRING SM-STATUS " - UNKNOWN STATUS"
                       DELIMITED BY SIZE INTO WS-L-VALUE
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-LABEL-LINE.
           IF SM-WITHDRAWN
               MOVE "WITHDRAWN   :" TO WS-L-LABEL
               MOVE SPACES TO WS-L-VALUE
               STRING SM-WDRAW-DATE "  REASON " SM-WDRAW-REASON
                   DELIMITED BY SIZE INTO WS-L-VALUE
               WRITE REPORT-LINE FROM WS-LABEL-LINE
           END-IF.
           MOVE "COHORT      :" TO WS-L-LABEL.
           MOVE SPACES TO WS-L-VALUE.
           IF SM-COHORT = SPACES
               MOVE "NOT ASSIGNED" TO WS-L-VALUE
           ELSE
               MOVE SM-COHORT TO CO-COHORT-CODE
               READ COHORT-MASTER
                   INVALID KEY
                       STRING SM-COHORT "  NOT ON COHMAST"
                           DELIMITED BY SIZE INTO WS-L-VALUE
                   NOT INVALID KEY
                       STRING SM-COHORT "  " CO-DESCRIPTION
                           DELIMITED BY SIZE INTO WS-L-VALUE
               END-READ
           END-IF.
           WRITE REPORT-LINE FROM WS-LABEL-LINE.
           MOVE "TRAINER     :" TO WS-L-LABEL.
           IF SM-TRAINER = SPACES
               MOVE "NOT ASSIGNED" TO WS-L-VALUE
           ELSE
               MOVE SM-TRAINER TO WS-L-VALUE
           END-IF.
           WRITE REPORT-LINE FROM WS-LABEL-LINE.
           MOVE "HOME TRACK  :" TO WS-L-LABEL.
           MOVE SPACES TO WS-L-VALUE.
           STRING SM-TRACK "  EPISODE " SM-NUMERO "  " SM-VIENDO
               DELIMITED BY SIZE INTO WS-L-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-LINE.
           MOVE "LAST UPDATE :" TO WS-L-LABEL.
           MOVE SM-LAST-UPDATE TO WS-L-VALUE.
           WRITE REPORT-LINE FROM WS-LABEL-LINE.
           MOVE "EXPORTED    :" TO WS-L-LABEL.
           IF SM-EXPORT-DATE = SPACES
               MOVE "NOT EXPORTED" TO WS-L-VALUE
           ELSE
               MOVE SM-EXPORT-DATE TO WS-L-VALUE
           END-IF.
           WRITE REPORT-LINE FROM WS-LABEL-LINE.
           MOVE "LMS DELIVERY:" TO WS-L-LABEL.
           IF SM-DELIVERY-DATE NOT = SPACES
               MOVE SM-DELIVERY-DATE TO WS-L-VALUE
           ELSE
           IF SM-DELIVERED
               MOVE "CONFIRMED - DATE NOT RECORDED" TO WS-L-VALUE
           ELSE
               MOVE "NOT CONFIRMED" TO WS-L-VALUE
           END-IF
           END-IF.
           WRITE REPORT-LINE FROM WS-LABEL-LINE.

       PRINT-FURTHER-TRACKS.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE ZERO TO WS-AE-COUNT.
           MOVE "N" TO WS-EOF-ENROL.
           MOVE SM-STUDENT-ID TO EN-STUDENT-ID.
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
                       IF EN-STUDENT-ID = SM-STUDENT-ID
                           PERFORM PRINT-ONE-TRACK
                       ELSE
                           SET WS-END-OF-ENROL TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-ONE-TRACK.
           IF WS-SECTION-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "FURTHER TRACKS" TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM WS-TRACK-HEADING
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE EN-TRACK TO WS-TL-TRACK.
           MOVE EN-NUMERO TO WS-TL-NUMERO.
           MOVE EN-VIENDO TO WS-TL-VIENDO.
           MOVE EN-STATUS TO WS-TL-STATUS.
           MOVE EN-EXPORT-DATE TO WS-TL-EXPORT-DATE.
           MOVE EN-DELIVERY-DATE TO WS-TL-DELIVERY-DATE.
           WRITE REPORT-LINE FROM WS-TRACK-LINE.
           IF EN-ACTIVE AND WS-AE-COUNT < WS-AE-MAX
               ADD 1 TO WS-AE-COUNT
               MOVE EN-NUMERO TO WS-AE-NUMERO (WS-AE-COUNT)
           END-IF.

       PRINT-EPISODE-HISTORY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EPISODES REACHED" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM LOAD-EPISODE-HISTORY.
           IF WS-EH-COUNT = ZERO
               MOVE "  NO EPISODES RECORDED ON STUDHIST" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               WRITE REPORT-LINE FROM WS-EPISODE-HEADING
               PERFORM PRINT-ONE-EPISODE
                   VARYING WS-EH-SUB FROM 1 BY 1
                   UNTIL WS-EH-SUB > WS-EH-COUNT
           END-IF.

       LOAD-EPISODE-HISTORY.
           MOVE ZERO TO WS-EH-COUNT.
           MOVE "N" TO WS-EOF-HIST.
           MOVE SM-STUDENT-ID TO HS-STUDENT-ID.
           MOVE ZERO TO HS-NUMERO.
           START STUDENT-HISTORY KEY NOT < HS-HIST-KEY
               INVALID KEY
                   SET WS-END-OF-HIST TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-HIST
               READ STUDENT-HISTORY NEXT RECORD
                   AT END
                       SET WS-END-OF-HIST TO TRUE
                   NOT AT END
                       IF HS-STUDENT-ID = SM-STUDENT-ID
                           PERFORM LOAD-ONE-EPISODE
                       ELSE
                           SET WS-END-OF-HIST TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-EPISODE.
           IF WS-EH-COUNT < WS-EH-MAX
               ADD 1 TO WS-EH-COUNT
               MOVE HS-NUMERO TO WS-EH-NUMERO (WS-EH-COUNT)
               MOVE HS-VIENDO TO WS-EH-VIENDO (WS-EH-COUNT)
               MOVE HS-REACHED-DATE TO WS-EH-REACHED-DATE (WS-EH-COUNT)
               MOVE HS-SOURCE TO WS-EH-SOURCE (WS-EH-COUNT)
               PERFORM FIND-EPISODE-TRACK
           ELSE
               DISPLAY "Episode table full for student "
                   SM-STUDENT-ID ", later episodes not printed"
               SET WS-END-OF-HIST TO TRUE
           END-IF.

      *    The curriculum track of the episode just loaded. An
      *    episode retired from the course is still on CURRMAST; one
      *    dropped from it altogether has no known track, and is
      *    measured against every episode the way it always was.
       FIND-EPISODE-TRACK.
           MOVE HS-NUMERO TO CM-NUMERO.
           READ CURR-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-EH-TRACK (WS-EH-COUNT)
               NOT INVALID KEY
                   MOVE CM-TRACK TO WS-EH-TRACK (WS-EH-COUNT)
           END-READ.

      *    Days on an episode run from its reached date to the next
      *    episode reached after it in the same track. The episode
      *    the trainee is on now in a track - SM-NUMERO in the home
      *    track, EN-NUMERO in a further one - runs to today while
      *    the trainee is still active there; a finished or
      *    withdrawn trainee's last episode has no end to measure.
       PRINT-ONE-EPISODE.
           MOVE WS-EH-NUMERO (WS-EH-SUB) TO WS-EL-NUMERO.
           MOVE WS-EH-VIENDO (WS-EH-SUB) TO WS-EL-VIENDO.
           MOVE WS-EH-REACHED-DATE (WS-EH-SUB) TO WS-EL-REACHED-DATE.
           MOVE WS-EH-SOURCE (WS-EH-SUB) TO WS-EL-SOURCE.
           MOVE SM-STUDENT-ID TO SC-STUDENT-ID.
           MOVE WS-EH-NUMERO (WS-EH-SUB) TO SC-NUMERO.
           READ SCORE-MASTER
               INVALID KEY
                   MOVE "---" TO WS-EL-SCORE
                   MOVE SPACES TO WS-EL-PASS-FAIL
               NOT INVALID KEY
                   MOVE SC-SCORE TO WS-EL-SCORE
                   MOVE SC-PASS-FAIL TO WS-EL-PASS-FAIL
           END-READ.
           PERFORM FIND-NEXT-EPISODE.
           MOVE SPACES TO WS-EL-NOTE.
           MOVE SPACES TO WS-EL-DAYS.
           IF WS-EH-NEXT NOT = ZERO
               MOVE WS-EH-REACHED-DATE (WS-EH-NEXT) TO WS-NEXT-DATE
               PERFORM COMPUTE-DAYS
           ELSE
               PERFORM CHECK-CURRENT-EPISODE
               IF WS-CURRENT-EPISODE
                   MOVE WS-TODAY TO WS-NEXT-DATE
                   PERFORM COMPUTE-DAYS
                   MOVE "(NOW)" TO WS-EL-NOTE
               END-IF
           END-IF.
           WRITE REPORT-LINE FROM WS-EPISODE-LINE.

       CHECK-CURRENT-EPISODE.
           MOVE "N" TO WS-CURRENT-SW.
           IF WS-EH-NUMERO (WS-EH-SUB) = SM-NUMERO AND SM-ACTIVE
               MOVE "Y" TO WS-CURRENT-SW
           END-IF.
           PERFORM VARYING WS-AE-SUB FROM 1 BY 1
                   UNTIL WS-AE-SUB > WS-AE-COUNT
               IF WS-EH-NUMERO (WS-EH-SUB) = WS-AE-NUMERO (WS-AE-SUB)
                   MOVE "Y" TO WS-CURRENT-SW
               END-IF
           END-PERFORM.

      *    The entry in the same track reached soonest after this
      *    one. Two episodes reached the same day are taken in
      *    episode order.
       FIND-NEXT-EPISODE.
           MOVE ZERO TO WS-EH-NEXT.
           PERFORM VARYING WS-EH-SCAN FROM 1 BY 1
                   UNTIL WS-EH-SCAN > WS-EH-COUNT
               IF (WS-EH-TRACK (WS-EH-SCAN) = WS-EH-TRACK (WS-EH-SUB)
                   OR WS-EH-TRACK (WS-EH-SCAN) = SPACES
                   OR WS-EH-TRACK (WS-EH-SUB) = SPACES)
                 AND (WS-EH-REACHED-DATE (WS-EH-SCAN)
                       > WS-EH-REACHED-DATE (WS-EH-SUB)
                   OR (WS-EH-REACHED-DATE (WS-EH-SCAN)
                       = WS-EH-REACHED-DATE (WS-EH-SUB)
                     AND WS-EH-NUMERO (WS-EH-SCAN)
                       > WS-EH-NUMERO (WS-EH-SUB)))
                   IF WS-EH-NEXT = ZERO
                       MOVE WS-EH-SCAN TO WS-EH-NEXT
                   ELSE
                   IF WS-EH-REACHED-DATE (WS-EH-SCAN)
                           < WS-EH-REACHED-DATE (WS-EH-NEXT)
                       MOVE WS-EH-SCAN TO WS-EH-NEXT
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

       COMPUTE-DAYS.
           IF WS-EH-REACHED-DATE (WS-EH-SUB) NUMERIC
             AND WS-NEXT-DATE NUMERIC
               MOVE WS-EH-REACHED-DATE (WS-EH-SUB) TO WS-DATE-NUM
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               MOVE WS-NEXT-DATE TO WS-DATE-NUM
               COMPUTE WS-TO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-TO-INT > WS-FROM-INT
                   COMPUTE WS-DAYS = WS-TO-INT - WS-FROM-INT
               ELSE
                   MOVE ZERO TO WS-DAYS
               END-IF
               MOVE WS-DAYS TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EL-DAYS
           END-IF.

       PRINT-CERTIFICATES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CERTIFICATES" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE "N" TO WS-EOF-CERT.
           MOVE SM-STUDENT-ID TO CR-STUDENT-ID.
           MOVE LOW-VALUES TO CR-TRACK.
           START CERT-REGISTER KEY NOT < CR-CERT-KEY
               INVALID KEY
                   SET WS-END-OF-CERT TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-CERT
               READ CERT-REGISTER NEXT RECORD
                   AT END
                       SET WS-END-OF-CERT TO TRUE
                   NOT AT END
                       IF CR-STUDENT-ID = SM-STUDENT-ID
                           PERFORM PRINT-ONE-CERTIFICATE
                       ELSE
                           SET WS-END-OF-CERT TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SECTION-COUNT = ZERO
               MOVE "  NO CERTIFICATE ISSUED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       PRINT-ONE-CERTIFICATE.
           IF WS-SECTION-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-CERT-HEADING
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE CR-TRACK TO WS-CL-TRACK.
           MOVE CR-ISSUE-DATE TO WS-CL-ISSUE-DATE.
           MOVE CR-COMPLETION-DATE TO WS-CL-COMPLETION-DATE.
           MOVE CR-COHORT TO WS-CL-COHORT.
           WRITE REPORT-LINE FROM WS-CERT-LINE.

      *    A suspended transaction with a blank ID - the "ID" reason
      *    - is matched on the name instead, since that is all it
      *    carries.
       PRINT-SUSPENSE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "IN SUSPENSE (CURRENT GENERATION)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE "N" TO WS-EOF-SUSP.
           OPEN INPUT SUSP-IN-FILE.
           IF NOT WS-SUSPIN-OK
               DISPLAY "Unable to open SUSPIN, file status "
                   WS-SUSPIN-STATUS
               MOVE "  SUSPENSE FILE NOT AVAILABLE" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM UNTIL WS-END-OF-SUSP
                   READ SUSP-IN-FILE
                       AT END
                           SET WS-END-OF-SUSP TO TRUE
                       NOT AT END
                           MOVE SUSP-IN-RECORD TO SUSPENSE-RECORD
                           IF SUS-STUDENT-ID = SM-STUDENT-ID
                             OR (SUS-STUDENT-ID = SPACES
                                 AND SUS-NOMBRE = SM-NOMBRE)
                               PERFORM PRINT-ONE-SUSPENSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSP-IN-FILE
               IF WS-SECTION-COUNT = ZERO
                   MOVE "  NOTHING IN SUSPENSE" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       PRINT-ONE-SUSPENSE.
           IF WS-SECTION-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-SUSP-HEADING
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE SUS-REASON TO WS-SL-REASON.
           MOVE SUS-DATE TO WS-SL-DATE.
           MOVE SUS-NUMERO-X TO WS-SL-NUMERO.
           MOVE SUS-VIENDO TO WS-SL-VIENDO.
           MOVE SUS-COHORT TO WS-SL-COHORT.
           WRITE REPORT-LINE FROM WS-SUSP-LINE.
