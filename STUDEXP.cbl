      *           file formatted for the external LMS to ingest. Each
      *           student is exported once - SM-STATUS is flipped to
      *           SM-EXPORTED so a later run doesn't re-credit the same
      *           completion. Completion is per curriculum track: the
      *           home track on STUDENT-MASTER is exported when the
      *           trainee reaches that track's final episode, and each
      *           further track on the ENRLMAST enrolment file is
      *           exported the same way from its own record, so a
      *           trainee finishing one track is credited for it while
      *           still working through another.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CM-NUMERO
               FILE STATUS IS WS-CURRMAST-STATUS.

           SELECT ENROL-MASTER ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-ENROL-KEY
               FILE STATUS IS WS-ENRLMAST-STATUS.

           SELECT PARM-FILE ASSIGN TO "EXPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.

       FD  LMS-EXPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LMS-EXPORT-LINE             PIC X(95).

       FD  CURR-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY CURRREC.

       FD  ENROL-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY ENRLREC.

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
       01  WS-PARMFILE-STATUS          PIC XX.
           88  WS-PARMFILE-OK          VALUE "00".
       01  WS-SEL-COHORT               PIC X(4) VALUE SPACES.
       01  WS-ENRLMAST-STATUS          PIC XX.
           88  WS-ENRLMAST-OK          VALUE "00".
       01  WS-EOF-ENROL                PIC X VALUE "N".
           88  WS-END-OF-ENROL         VALUE "Y".
       01  WS-COUNT-TRACK-EXPORTED     PIC 9(5) VALUE ZERO.

      *    Final episode of a track - the active episode carrying the
      *    highest course position within that track.
       01  WS-FINAL-TRACK              PIC X(4).
       01  WS-FINAL-NUMERO             PIC 9(3).
       01  WS-FINAL-SEQ                PIC 9(3).
       01  WS-CURR-SUB                 PIC 9(3).

      *    One CSV row's worth of fields, filled from the master for
      *    the home track or from the enrolment for any other track.
       01  WS-CSV-FIELDS.
           05  WS-CSV-STUDENT-ID       PIC X(6).
           05  WS-CSV-NOMBRE           PIC X(20).
           05  WS-CSV-VIENDO           PIC X(40).
           05  WS-CSV-NUMERO           PIC 9(3).
           05  WS-CSV-COMPLETED        PIC X(8).
           05  WS-CSV-TRACK            PIC X(4).

       COPY CURTAB.

       01  WS-CSV-HEADER               PIC X(51) VALUE
           "STUDENT_ID,NOMBRE,VIENDO,NUMERO,COMPLETED_ON,TRACK".

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      *                record to ACTIVE when the LMS rejected it or
      *                never confirmed it, which is what puts it into
      *                this re-send extract.
                       IF SM-ACTIVE
                               AND (WS-SEL-COHORT = SPACES
                                   OR SM-COHORT = WS-SEL-COHORT)
                           MOVE SM-TRACK TO WS-FINAL-TRACK
                           PERFORM FIND-TRACK-FINAL-EPISODE
                           IF SM-NUMERO = WS-FINAL-NUMERO
                               AND SM-NUMERO NOT = ZERO
                               PERFORM EXPORT-STUDENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM EXPORT-TRACK-ENROLMENTS.
           CLOSE STUDENT-MASTER.
           CLOSE LMS-EXPORT-FILE.
           DISPLAY "Completed records exported: " WS-COUNT-EXPORTED.
           DISPLAY "  of which further tracks : "
               WS-COUNT-TRACK-EXPORTED.
           STOP RUN.

      *    Optional single-cohort extract - the LMS team loads one
                       WS-CURR-VIENDO (WS-CURR-LOAD-COUNT)
                   MOVE CM-SEQUENCE TO
                       WS-CURR-SEQUENCE (WS-CURR-LOAD-COUNT)
                   MOVE CM-TRACK TO
                       WS-CURR-TRACK (WS-CURR-LOAD-COUNT)
               ELSE
                   DISPLAY "Curriculum table full, episode "
                       CM-NUMERO " ignored"
                   PERFORM WRITE-CSV-RECORD
           END-REWRITE.

      *    Scan the curriculum table for the track's last course
      *    position. A track with no active episodes leaves the final
      *    NUMERO at zero, which no trainee on a real episode matches.
       FIND-TRACK-FINAL-EPISODE.
           MOVE ZERO TO WS-FINAL-NUMERO.
           MOVE ZERO TO WS-FINAL-SEQ.
           PERFORM VARYING WS-CURR-SUB FROM 1 BY 1
                   UNTIL WS-CURR-SUB > WS-CURR-TOTAL-EPISODES
               IF WS-CURR-TRACK (WS-CURR-SUB) = WS-FINAL-TRACK
                   AND WS-CURR-SEQUENCE (WS-CURR-SUB) > WS-FINAL-SEQ
                   MOVE WS-CURR-SEQUENCE (WS-CURR-SUB) TO WS-FINAL-SEQ
                   MOVE WS-CURR-NUMERO (WS-CURR-SUB)
                       TO WS-FINAL-NUMERO
               END-IF
           END-PERFORM.

      *    Second pass over the enrolments in the trainee's further
      *    tracks. The master is read for the name and cohort, and a
      *    withdrawn trainee is left out of every track, not just
      *    the home track. A missing ENRLMAST just means nobody is
      *    enrolled beyond their home track yet.
       EXPORT-TRACK-ENROLMENTS.
           OPEN I-O ENROL-MASTER.
           IF NOT WS-ENRLMAST-OK
               DISPLAY "ENRLMAST not available, file status "
                   WS-ENRLMAST-STATUS ", no further tracks exported"
           ELSE
               PERFORM UNTIL WS-END-OF-ENROL
                   READ ENROL-MASTER NEXT RECORD
                       AT END
                           SET WS-END-OF-ENROL TO TRUE
                       NOT AT END
                           IF EN-ACTIVE
                               PERFORM CHECK-ENROLMENT-COMPLETE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROL-MASTER
           END-IF.

       CHECK-ENROLMENT-COMPLETE.
           MOVE EN-TRACK TO WS-FINAL-TRACK.
           PERFORM FIND-TRACK-FINAL-EPISODE.
           IF EN-NUMERO = WS-FINAL-NUMERO
               AND EN-NUMERO NOT = ZERO
               MOVE EN-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       DISPLAY "Enrolment for student not on master, "
                           "skipping export: " EN-STUDENT-ID
                   NOT INVALID KEY
                       IF NOT SM-WITHDRAWN
                           AND (WS-SEL-COHORT = SPACES
                               OR SM-COHORT = WS-SEL-COHORT)
                           PERFORM EXPORT-ENROLMENT
                       END-IF
               END-READ
           END-IF.

      *    Same persist-first rule as EXPORT-STUDENT, applied to the
      *    enrolment record.
       EXPORT-ENROLMENT.
           SET EN-EXPORTED TO TRUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EN-EXPORT-DATE.
           REWRITE ENROL-RECORD
               INVALID KEY
                   DISPLAY "Unable to flag track as exported, "
                       "skipping export: " EN-STUDENT-ID " " EN-TRACK
               NOT INVALID KEY
                   MOVE EN-STUDENT-ID TO WS-CSV-STUDENT-ID
                   MOVE SM-NOMBRE TO WS-CSV-NOMBRE
                   MOVE EN-VIENDO TO WS-CSV-VIENDO
                   MOVE EN-NUMERO TO WS-CSV-NUMERO
                   MOVE EN-LAST-UPDATE TO WS-CSV-COMPLETED
                   MOVE EN-TRACK TO WS-CSV-TRACK
                   PERFORM WRITE-CSV-LINE
                   ADD 1 TO WS-COUNT-TRACK-EXPORTED
           END-REWRITE.

       WRITE-CSV-RECORD.
           MOVE SM-STUDENT-ID TO WS-CSV-STUDENT-ID.
           MOVE SM-NOMBRE TO WS-CSV-NOMBRE.
           MOVE SM-VIENDO TO WS-CSV-VIENDO.
           MOVE SM-NUMERO TO WS-CSV-NUMERO.
           MOVE SM-LAST-UPDATE TO WS-CSV-COMPLETED.
           MOVE SM-TRACK TO WS-CSV-TRACK.
           PERFORM WRITE-CSV-LINE.

      *    TRACK is the last column, so the LMS can tell which course
      *    the completion belongs to; it is empty for the original
      *    tutorial track.
       WRITE-CSV-LINE.
           MOVE SPACES TO LMS-EXPORT-LINE.
           STRING
                   FUNCTION TRIM(WS-CSV-STUDENT-ID)
                                                 DELIMITED BY SIZE
                   ","                           DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-NOMBRE)  DELIMITED BY SIZE
                   ","                           DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-VIENDO)  DELIMITED BY SIZE
                   ","                           DELIMITED BY SIZE
                   WS-CSV-NUMERO                 DELIMITED BY SIZE
                   ","                           DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-COMPLETED)
                                                 DELIMITED BY SIZE
                   ","                           DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-TRACK)   DELIMITED BY SIZE
               INTO LMS-EXPORT-LINE
           END-STRING.
           WRITE LMS-EXPORT-LINE.
