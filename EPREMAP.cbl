      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Episode remap for a curriculum restructure. When the
      *           course committee splits, merges or renumbers
      *           episodes, CURRMNT can only retire the old NUMERO and
      *           everyone parked on it then fails the edit's sequence
      *           check. This run takes an old-to-new mapping file and
      *           carries every trainee across in one pass:
      *             - SM-NUMERO/SM-VIENDO on STUDENT-MASTER, and
      *               EN-NUMERO/EN-VIENDO on ENRLMAST for positions in
      *               a further track;
      *             - the STUDHIST and SCOREMST records, refiled under
      *               the new episode number with their original
      *               reached and received dates.
      *           Several old episodes may map to one new episode (a
      *           merge); a split maps the old episode to the part
      *           trainees should resume on. Mappings apply all at
      *           once, never chained - an old episode that is also
      *           another mapping's new episode moves exactly once.
      *           History and score records all leave their old keys
      *           before any is refiled, so a chain (A to B, B to C)
      *           or a swap loses nothing.
      *           Each master move is logged to AUDITLOG as REMAPPED,
      *           which the reconciliation and the restore replay like
      *           any other master change; track moves log as
      *           TRKREMAP. The report lists the mapping and every
      *           record before and after. A T on the parameter card
      *           is a trial run - it prints the same report and
      *           changes nothing.
      *           The mapping is checked in full first: each new
      *           episode must be active on CURRMAST, each old episode
      *           must be on CURRMAST in the same track, and no old
      *           episode may be mapped twice. Any bad line stops the
      *           run with CC 8 before a record is touched.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Episode-Remap.

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

           SELECT CURR-MASTER ASSIGN TO "CURRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-NUMERO
               FILE STATUS IS WS-CURRMAST-STATUS.

           SELECT MAP-FILE ASSIGN TO "RMPMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAPFILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "RMPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RMPRPT"
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

       FD  CURR-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY CURRREC.

      *    One line per old episode: where its trainees go.
       FD  MAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAP-RECORD.
           05  RM-OLD-NUMERO           PIC 9(3).
           05  FILLER                  PIC X(1).
           05  RM-NEW-NUMERO           PIC 9(3).

      *    T = trial (report only), U = update.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  RP-MODE                 PIC X(1).
               88  RP-TRIAL            VALUE "T".
               88  RP-UPDATE           VALUE "U".

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
       01  WS-CURRMAST-STATUS          PIC XX.
           88  WS-CURRMAST-OK          VALUE "00".
       01  WS-MAPFILE-STATUS           PIC XX.
           88  WS-MAPFILE-OK           VALUE "00".
       01  WS-PARMFILE-STATUS          PIC XX.
           88  WS-PARMFILE-OK          VALUE "00".
       01  WS-AUDITLOG-STATUS          PIC XX.
           88  WS-AUDITLOG-OK          VALUE "00".
       01  WS-RPTFILE-STATUS           PIC XX.
           88  WS-RPTFILE-OK           VALUE "00".
       01  WS-EOF-MAP                  PIC X VALUE "N".
           88  WS-END-OF-MAP           VALUE "Y".
       01  WS-EOF-STUDENT              PIC X VALUE "N".
           88  WS-END-OF-STUDENT       VALUE "Y".
       01  WS-EOF-ENROL                PIC X VALUE "N".
           88  WS-END-OF-ENROL         VALUE "Y".
       01  WS-EOF-HIST                 PIC X VALUE "N".
           88  WS-END-OF-HIST          VALUE "Y".
       01  WS-EOF-SCORE                PIC X VALUE "N".
           88  WS-END-OF-SCORE         VALUE "Y".

       01  WS-MODE                     PIC X(1).
           88  WS-TRIAL-RUN            VALUE "T".
           88  WS-UPDATE-RUN           VALUE "U".

      *    The mapping, checked and held in storage. The old episode's
      *    title is kept for the report; the new episode's title is
      *    what the moved records carry.
       01  WS-MAP-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-MAP-COUNT
                   INDEXED BY WS-MAP-IDX.
               10  WS-MP-OLD-NUMERO    PIC 9(3).
               10  WS-MP-OLD-VIENDO    PIC A(40).
               10  WS-MP-NEW-NUMERO    PIC 9(3).
               10  WS-MP-NEW-VIENDO    PIC A(40).
               10  WS-MP-TRACK         PIC X(4).
       01  WS-MAP-MAX                  PIC 9(3) VALUE 100.
       01  WS-MAP-ERRORS               PIC 9(5) VALUE ZERO.
       01  WS-MAP-LINE-ERROR           PIC X(40).
       01  WS-OLD-TRACK                PIC X(4).
       01  WS-FIND-NUMERO              PIC 9(3).
       01  WS-MAP-FOUND-SW             PIC X.
           88  WS-MAP-FOUND            VALUE "Y".

      *    STUDHIST and SCOREMST records to refile, collected in a
      *    read-only pass before anything changes - the keys move, so
      *    rewriting while the file is being read in key order would
      *    meet moved records again. A table that overflows stops the
      *    run before any file is touched.
       01  WS-RH-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-REMAP-HISTORY.
           05  WS-RH-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-RH-COUNT
                   INDEXED BY WS-RH-IDX.
               10  WS-RH-STUDENT-ID    PIC X(6).
               10  WS-RH-OLD-NUMERO    PIC 9(3).
               10  WS-RH-NEW-NUMERO    PIC 9(3).
               10  WS-RH-NEW-VIENDO    PIC A(40).
               10  WS-RH-REACHED-DATE  PIC X(8).
               10  WS-RH-SOURCE        PIC X(5).
       01  WS-RH-MAX                   PIC 9(5) VALUE 5000.
       01  WS-RS-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-REMAP-SCORES.
           05  WS-RS-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-RS-COUNT
                   INDEXED BY WS-RS-IDX.
               10  WS-RS-STUDENT-ID    PIC X(6).
               10  WS-RS-OLD-NUMERO    PIC 9(3).
               10  WS-RS-NEW-NUMERO    PIC 9(3).
               10  WS-RS-SCORE         PIC 9(3).
               10  WS-RS-PASS-FAIL     PIC X(1).
               10  WS-RS-RECEIVED-DATE PIC X(8).
       01  WS-RS-MAX                   PIC 9(5) VALUE 5000.
       01  WS-OVERFLOW-SW              PIC X VALUE "N".
           88  WS-TABLE-OVERFLOW       VALUE "Y".

       01  WS-OLD-NUMERO               PIC 9(3).
       01  WS-OLD-VIENDO               PIC A(40).
       01  WS-AUDIT-STUDENT-ID         PIC X(6).
       01  WS-AUDIT-RESULT             PIC X(10).

       01  WS-COUNT-MASTER             PIC 9(5) VALUE ZERO.
       01  WS-COUNT-ENROL              PIC 9(5) VALUE ZERO.
       01  WS-COUNT-HIST               PIC 9(5) VALUE ZERO.
       01  WS-COUNT-HIST-KEPT          PIC 9(5) VALUE ZERO.
       01  WS-COUNT-SCORE              PIC 9(5) VALUE ZERO.
       01  WS-COUNT-SCORE-KEPT         PIC 9(5) VALUE ZERO.
       01  WS-COUNT-FAILED             PIC 9(5) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(24) VALUE
               "EPISODE REMAP         - ".
           05  WS-H1-MODE              PIC X(30).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-MAP-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ML-OLD-NUMERO        PIC 9(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-ML-OLD-VIENDO        PIC X(30).
           05  FILLER                  PIC X(4)  VALUE " -> ".
           05  WS-ML-NEW-NUMERO        PIC 9(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-ML-NEW-VIENDO        PIC X(30).
           05  FILLER                  PIC X(6)  VALUE SPACES.

       01  WS-MAP-ERROR-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ME-OLD-NUMERO        PIC X(3).
           05  FILLER                  PIC X(4)  VALUE " -> ".
           05  WS-ME-NEW-NUMERO        PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-ME-MESSAGE           PIC X(40).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(10) VALUE "FILE".
           05  FILLER                  PIC X(8)  VALUE "STUDENT".
           05  FILLER                  PIC X(22) VALUE "NOMBRE / TRACK".
           05  FILLER                  PIC X(7)  VALUE "BEFORE".
           05  FILLER                  PIC X(7)  VALUE "AFTER".
           05  FILLER                  PIC X(26) VALUE "ACTION".

       01  WS-DETAIL-LINE.
           05  WS-D-FILE               PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-D-STUDENT-ID         PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-D-NOMBRE             PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-D-OLD-NUMERO         PIC 9(3).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-D-NEW-NUMERO         PIC 9(3).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-D-ACTION             PIC X(26).

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL              PIC X(30).
           05  WS-T-COUNT              PIC ZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-PARM-CARD.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPTFILE-OK
               DISPLAY "Unable to open RMPRPT, file status "
                   WS-RPTFILE-STATUS
               STOP RUN
           END-IF.
           IF WS-TRIAL-RUN
               MOVE "TRIAL RUN - NO FILES CHANGED" TO WS-H1-MODE
           ELSE
               MOVE "UPDATE RUN" TO WS-H1-MODE
           END-IF.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           PERFORM LOAD-MAPPING.
           IF WS-MAP-ERRORS > ZERO OR WS-MAP-COUNT = ZERO
               PERFORM REFUSE-MAPPING
           END-IF.
           PERFORM OPEN-MASTER-FILES.
           PERFORM COLLECT-HISTORY.
           PERFORM COLLECT-SCORES.
           IF WS-TABLE-OVERFLOW
               DISPLAY "Remap refused - more history or score records "
                   "than the run can hold; split the mapping file"
               MOVE "REMAP REFUSED - TOO MANY RECORDS, NOTHING CHANGED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM CLOSE-MASTER-FILES
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           PERFORM REMAP-MASTER.
           PERFORM REMAP-ENROLMENTS.
           IF WS-UPDATE-RUN
               PERFORM DELETE-OLD-HISTORY
                   VARYING WS-RH-IDX FROM 1 BY 1
                   UNTIL WS-RH-IDX > WS-RH-COUNT
               PERFORM DELETE-OLD-SCORE
                   VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-COUNT
           END-IF.
           PERFORM REFILE-HISTORY
               VARYING WS-RH-IDX FROM 1 BY 1
               UNTIL WS-RH-IDX > WS-RH-COUNT.
           PERFORM REFILE-SCORE
               VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RS-COUNT.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-MASTER-FILES.
           CLOSE REPORT-FILE.
           STOP RUN.

       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF NOT WS-PARMFILE-OK
               DISPLAY "Unable to open RMPPARM, file status "
                   WS-PARMFILE-STATUS
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY "RMPPARM is empty - T (trial) or U (update) "
                       "is required"
                   CLOSE PARM-FILE
                   STOP RUN
           END-READ.
           IF NOT RP-TRIAL AND NOT RP-UPDATE
               DISPLAY "RMPPARM is invalid: " PARM-RECORD
               CLOSE PARM-FILE
               STOP RUN
           END-IF.
           MOVE RP-MODE TO WS-MODE.
           CLOSE PARM-FILE.

      *    Every mapping line is checked against CURRMAST and the
      *    lines already taken, and listed - good or bad - so one
      *    run shows everything wrong with the file.
       LOAD-MAPPING.
           OPEN INPUT CURR-MASTER.
           IF NOT WS-CURRMAST-OK
               DISPLAY "Unable to open CURRMAST, file status "
                   WS-CURRMAST-STATUS
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.
           OPEN INPUT MAP-FILE.
           IF NOT WS-MAPFILE-OK
               DISPLAY "Unable to open RMPMAP, file status "
                   WS-MAPFILE-STATUS
               CLOSE CURR-MASTER
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EPISODE MAPPING" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM UNTIL WS-END-OF-MAP
               READ MAP-FILE
                   AT END
                       SET WS-END-OF-MAP TO TRUE
                   NOT AT END
                       PERFORM CHECK-MAP-LINE
               END-READ
           END-PERFORM.
           CLOSE MAP-FILE.
           CLOSE CURR-MASTER.

       CHECK-MAP-LINE.
           MOVE SPACES TO WS-MAP-LINE-ERROR.
           MOVE SPACES TO WS-OLD-TRACK.
           IF RM-OLD-NUMERO NOT NUMERIC
             OR RM-NEW-NUMERO NOT NUMERIC
               MOVE "NUMERO NOT NUMERIC" TO WS-MAP-LINE-ERROR
           ELSE
           IF RM-OLD-NUMERO = ZERO OR RM-NEW-NUMERO = ZERO
               MOVE "EPISODE 000 CANNOT BE REMAPPED"
                   TO WS-MAP-LINE-ERROR
           ELSE
           IF RM-OLD-NUMERO = RM-NEW-NUMERO
               MOVE "OLD AND NEW ARE THE SAME EPISODE"
                   TO WS-MAP-LINE-ERROR
           ELSE
               MOVE RM-OLD-NUMERO TO WS-FIND-NUMERO
               PERFORM FIND-MAPPING
               IF WS-MAP-FOUND
                   MOVE "OLD EPISODE MAPPED TWICE" TO WS-MAP-LINE-ERROR
               END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-MAP-LINE-ERROR = SPACES
               MOVE RM-OLD-NUMERO TO CM-NUMERO
               READ CURR-MASTER
                   INVALID KEY
                       MOVE "OLD EPISODE NOT ON CURRMAST"
                           TO WS-MAP-LINE-ERROR
                   NOT INVALID KEY
                       MOVE CM-TRACK TO WS-OLD-TRACK
                       MOVE CM-VIENDO TO WS-ML-OLD-VIENDO
               END-READ
           END-IF.
           IF WS-MAP-LINE-ERROR = SPACES
               MOVE RM-NEW-NUMERO TO CM-NUMERO
               READ CURR-MASTER
                   INVALID KEY
                       MOVE "NEW EPISODE NOT ON CURRMAST"
                           TO WS-MAP-LINE-ERROR
                   NOT INVALID KEY
                       PERFORM CHECK-NEW-EPISODE
               END-READ
           END-IF.
           IF WS-MAP-LINE-ERROR = SPACES
               PERFORM TAKE-MAP-LINE
           ELSE
               ADD 1 TO WS-MAP-ERRORS
               MOVE MAP-RECORD (1:3) TO WS-ME-OLD-NUMERO
               MOVE MAP-RECORD (5:3) TO WS-ME-NEW-NUMERO
               MOVE WS-MAP-LINE-ERROR TO WS-ME-MESSAGE
               WRITE REPORT-LINE FROM WS-MAP-ERROR-LINE
           END-IF.

       CHECK-NEW-EPISODE.
           IF NOT CM-ACTIVE
               MOVE "NEW EPISODE IS RETIRED" TO WS-MAP-LINE-ERROR
           ELSE
           IF CM-TRACK NOT = WS-OLD-TRACK
               MOVE "NEW EPISODE IS IN ANOTHER TRACK"
                   TO WS-MAP-LINE-ERROR
           END-IF
           END-IF.

       TAKE-MAP-LINE.
           IF WS-MAP-COUNT < WS-MAP-MAX
               ADD 1 TO WS-MAP-COUNT
               SET WS-MAP-IDX TO WS-MAP-COUNT
               MOVE RM-OLD-NUMERO TO WS-MP-OLD-NUMERO (WS-MAP-IDX)
               MOVE WS-ML-OLD-VIENDO TO WS-MP-OLD-VIENDO (WS-MAP-IDX)
               MOVE RM-NEW-NUMERO TO WS-MP-NEW-NUMERO (WS-MAP-IDX)
               MOVE CM-VIENDO TO WS-MP-NEW-VIENDO (WS-MAP-IDX)
               MOVE CM-TRACK TO WS-MP-TRACK (WS-MAP-IDX)
               MOVE RM-OLD-NUMERO TO WS-ML-OLD-NUMERO
               MOVE RM-NEW-NUMERO TO WS-ML-NEW-NUMERO
               MOVE CM-VIENDO TO WS-ML-NEW-VIENDO
               WRITE REPORT-LINE FROM WS-MAP-LINE
           ELSE
               ADD 1 TO WS-MAP-ERRORS
               MOVE MAP-RECORD (1:3) TO WS-ME-OLD-NUMERO
               MOVE MAP-RECORD (5:3) TO WS-ME-NEW-NUMERO
               MOVE "MAPPING TABLE FULL" TO WS-ME-MESSAGE
               WRITE REPORT-LINE FROM WS-MAP-ERROR-LINE
           END-IF.

      *    Look WS-FIND-NUMERO up as an old episode in the mapping.
       FIND-MAPPING.
           MOVE "N" TO WS-MAP-FOUND-SW.
           IF WS-MAP-COUNT > ZERO
               SET WS-MAP-IDX TO 1
               SEARCH WS-MAP-ENTRY
                   AT END
                       MOVE "N" TO WS-MAP-FOUND-SW
                   WHEN WS-MP-OLD-NUMERO (WS-MAP-IDX) = WS-FIND-NUMERO
                       MOVE "Y" TO WS-MAP-FOUND-SW
               END-SEARCH
           END-IF.

       REFUSE-MAPPING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-MAP-COUNT = ZERO AND WS-MAP-ERRORS = ZERO
               MOVE "REMAP REFUSED - MAPPING FILE IS EMPTY"
                   TO REPORT-LINE
           ELSE
               MOVE "REMAP REFUSED - MAPPING ERRORS, NOTHING CHANGED"
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           DISPLAY "Remap refused, mapping errors: " WS-MAP-ERRORS.
           CLOSE REPORT-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *    A trial run opens everything for input only and never
      *    opens AUDITLOG, so it cannot change a thing.
       OPEN-MASTER-FILES.
           IF WS-TRIAL-RUN
               OPEN INPUT STUDENT-MASTER
           ELSE
               OPEN I-O STUDENT-MASTER
           END-IF.
           IF NOT WS-STUDMAST-OK
               DISPLAY "Unable to open STUDMAST, file status "
                   WS-STUDMAST-STATUS
               CLOSE REPORT-FILE
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
               CLOSE REPORT-FILE
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
               CLOSE REPORT-FILE
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
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.
           IF WS-UPDATE-RUN
               OPEN EXTEND AUDIT-FILE
               IF NOT WS-AUDITLOG-OK
                   DISPLAY "Unable to open AUDITLOG, file status "
                       WS-AUDITLOG-STATUS
                   CLOSE STUDENT-MASTER
                   CLOSE ENROL-MASTER
                   CLOSE STUDENT-HISTORY
                   CLOSE SCORE-MASTER
                   CLOSE REPORT-FILE
                   STOP RUN
               END-IF
           END-IF.

       CLOSE-MASTER-FILES.
           CLOSE STUDENT-MASTER.
           CLOSE ENROL-MASTER.
           CLOSE STUDENT-HISTORY.
           CLOSE SCORE-MASTER.
           IF WS-UPDATE-RUN
               CLOSE AUDIT-FILE
           END-IF.

       COLLECT-HISTORY.
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
                       MOVE HS-NUMERO TO WS-FIND-NUMERO
                       PERFORM FIND-MAPPING
                       IF WS-MAP-FOUND
                           PERFORM COLLECT-ONE-HISTORY
                       END-IF
               END-READ
           END-PERFORM.

       COLLECT-ONE-HISTORY.
           IF WS-RH-COUNT < WS-RH-MAX
               ADD 1 TO WS-RH-COUNT
               SET WS-RH-IDX TO WS-RH-COUNT
               MOVE HS-STUDENT-ID TO WS-RH-STUDENT-ID (WS-RH-IDX)
               MOVE HS-NUMERO TO WS-RH-OLD-NUMERO (WS-RH-IDX)
               MOVE WS-MP-NEW-NUMERO (WS-MAP-IDX)
                   TO WS-RH-NEW-NUMERO (WS-RH-IDX)
               MOVE WS-MP-NEW-VIENDO (WS-MAP-IDX)
                   TO WS-RH-NEW-VIENDO (WS-RH-IDX)
               MOVE HS-REACHED-DATE TO WS-RH-REACHED-DATE (WS-RH-IDX)
               MOVE HS-SOURCE TO WS-RH-SOURCE (WS-RH-IDX)
           ELSE
               SET WS-TABLE-OVERFLOW TO TRUE
               SET WS-END-OF-HIST TO TRUE
           END-IF.

       COLLECT-SCORES.
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
                       MOVE SC-NUMERO TO WS-FIND-NUMERO
                       PERFORM FIND-MAPPING
                       IF WS-MAP-FOUND
                           PERFORM COLLECT-ONE-SCORE
                       END-IF
               END-READ
           END-PERFORM.

       COLLECT-ONE-SCORE.
           IF WS-RS-COUNT < WS-RS-MAX
               ADD 1 TO WS-RS-COUNT
               SET WS-RS-IDX TO WS-RS-COUNT
               MOVE SC-STUDENT-ID TO WS-RS-STUDENT-ID (WS-RS-IDX)
               MOVE SC-NUMERO TO WS-RS-OLD-NUMERO (WS-RS-IDX)
               MOVE WS-MP-NEW-NUMERO (WS-MAP-IDX)
                   TO WS-RS-NEW-NUMERO (WS-RS-IDX)
               MOVE SC-SCORE TO WS-RS-SCORE (WS-RS-IDX)
               MOVE SC-PASS-FAIL TO WS-RS-PASS-FAIL (WS-RS-IDX)
               MOVE SC-RECEIVED-DATE TO WS-RS-RECEIVED-DATE (WS-RS-IDX)
           ELSE
               SET WS-TABLE-OVERFLOW TO TRUE
               SET WS-END-OF-SCORE TO TRUE
           END-IF.

      *    The master's key never changes, so the move is a REWRITE
      *    in place during the sequential pass. SM-LAST-UPDATE is
      *    left alone: a remap is not progress by the trainee, and
      *    the stalled report should keep counting from their last
      *    real movement.
       REMAP-MASTER.
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
                       MOVE SM-NUMERO TO WS-FIND-NUMERO
                       PERFORM FIND-MAPPING
                       IF WS-MAP-FOUND
                           PERFORM REMAP-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.

       REMAP-ONE-STUDENT.
           MOVE SM-NUMERO TO WS-OLD-NUMERO.
           MOVE SM-VIENDO TO WS-OLD-VIENDO.
           MOVE "MASTER" TO WS-D-FILE.
           MOVE SM-STUDENT-ID TO WS-D-STUDENT-ID.
           MOVE SM-NOMBRE TO WS-D-NOMBRE.
           MOVE WS-OLD-NUMERO TO WS-D-OLD-NUMERO.
           MOVE WS-MP-NEW-NUMERO (WS-MAP-IDX) TO WS-D-NEW-NUMERO.
           IF WS-TRIAL-RUN
               MOVE "WOULD MOVE" TO WS-D-ACTION
               ADD 1 TO WS-COUNT-MASTER
           ELSE
               MOVE WS-MP-NEW-NUMERO (WS-MAP-IDX) TO SM-NUMERO
               MOVE WS-MP-NEW-VIENDO (WS-MAP-IDX) TO SM-VIENDO
               MOVE SM-STUDENT-ID TO WS-AUDIT-STUDENT-ID
               REWRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       MOVE "FAILED - NOT MOVED" TO WS-D-ACTION
                       ADD 1 TO WS-COUNT-FAILED
                   NOT INVALID KEY
                       MOVE "MOVED" TO WS-D-ACTION
                       ADD 1 TO WS-COUNT-MASTER
                       MOVE "REMAPPED" TO WS-AUDIT-RESULT
                       PERFORM WRITE-AUDIT-RECORD
               END-REWRITE
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      *    Positions in further tracks, the same way. Logged with a
      *    result of their own, like every enrolment move, so the
      *    master replay passes over them.
       REMAP-ENROLMENTS.
           MOVE LOW-VALUES TO EN-ENROL-KEY.
           START ENROL-MASTER KEY NOT < EN-ENROL-KEY
               INVALID KEY
                   SET WS-END-OF-ENROL TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-ENROL
               READ ENROL-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-ENROL TO TRUE
                   NOT AT END
                       MOVE EN-NUMERO TO WS-FIND-NUMERO
                       PERFORM FIND-MAPPING
                       IF WS-MAP-FOUND
                           PERFORM REMAP-ONE-ENROLMENT
                       END-IF
               END-READ
           END-PERFORM.

       REMAP-ONE-ENROLMENT.
           MOVE EN-NUMERO TO WS-OLD-NUMERO.
           MOVE EN-VIENDO TO WS-OLD-VIENDO.
           MOVE "TRACK" TO WS-D-FILE.
           MOVE EN-STUDENT-ID TO WS-D-STUDENT-ID.
           MOVE SPACES TO WS-D-NOMBRE.
           MOVE EN-TRACK TO WS-D-NOMBRE.
           MOVE WS-OLD-NUMERO TO WS-D-OLD-NUMERO.
           MOVE WS-MP-NEW-NUMERO (WS-MAP-IDX) TO WS-D-NEW-NUMERO.
           IF WS-TRIAL-RUN
               MOVE "WOULD MOVE" TO WS-D-ACTION
               ADD 1 TO WS-COUNT-ENROL
           ELSE
               MOVE WS-MP-NEW-NUMERO (WS-MAP-IDX) TO EN-NUMERO
               MOVE WS-MP-NEW-VIENDO (WS-MAP-IDX) TO EN-VIENDO
               MOVE EN-STUDENT-ID TO WS-AUDIT-STUDENT-ID
               REWRITE ENROL-RECORD
                   INVALID KEY
                       MOVE "FAILED - NOT MOVED" TO WS-D-ACTION
                       ADD 1 TO WS-COUNT-FAILED
                   NOT INVALID KEY
                       MOVE "MOVED" TO WS-D-ACTION
                       ADD 1 TO WS-COUNT-ENROL
                       MOVE "TRKREMAP" TO WS-AUDIT-RESULT
                       PERFORM WRITE-AUDIT-RECORD
               END-REWRITE
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      *    Every collected record leaves its old key before any is
      *    written under a new one, so a chained mapping (A to B and
      *    B to C) or a swap moves each record exactly once, and a
      *    record arriving at a new key only ever meets one that is
      *    staying where it is or one moved there from another old
      *    episode - never one still waiting to move on.
       DELETE-OLD-HISTORY.
           MOVE WS-RH-STUDENT-ID (WS-RH-IDX) TO HS-STUDENT-ID.
           MOVE WS-RH-OLD-NUMERO (WS-RH-IDX) TO HS-NUMERO.
           DELETE STUDENT-HISTORY RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       DELETE-OLD-SCORE.
           MOVE WS-RS-STUDENT-ID (WS-RS-IDX) TO SC-STUDENT-ID.
           MOVE WS-RS-OLD-NUMERO (WS-RS-IDX) TO SC-NUMERO.
           DELETE SCORE-MASTER RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *    Each collected history record, its old key already gone,
      *    is written under the new one with its original reached
      *    date. Where the trainee already has a record for the new
      *    episode - two old episodes merged, or the new one already
      *    reached - the later arrival is kept, the same rule the
      *    nightly update applies to a repeated episode.
       REFILE-HISTORY.
           MOVE "STUDHIST" TO WS-D-FILE.
           MOVE WS-RH-STUDENT-ID (WS-RH-IDX) TO WS-D-STUDENT-ID.
           MOVE SPACES TO WS-D-NOMBRE.
           MOVE WS-RH-REACHED-DATE (WS-RH-IDX) TO WS-D-NOMBRE.
           MOVE WS-RH-OLD-NUMERO (WS-RH-IDX) TO WS-D-OLD-NUMERO.
           MOVE WS-RH-NEW-NUMERO (WS-RH-IDX) TO WS-D-NEW-NUMERO.
           IF WS-TRIAL-RUN
               MOVE "WOULD MOVE" TO WS-D-ACTION
               ADD 1 TO WS-COUNT-HIST
           ELSE
               MOVE WS-RH-STUDENT-ID (WS-RH-IDX) TO HS-STUDENT-ID
               MOVE WS-RH-NEW-NUMERO (WS-RH-IDX) TO HS-NUMERO
               MOVE WS-RH-NEW-VIENDO (WS-RH-IDX) TO HS-VIENDO
               MOVE WS-RH-REACHED-DATE (WS-RH-IDX) TO HS-REACHED-DATE
               MOVE WS-RH-SOURCE (WS-RH-IDX) TO HS-SOURCE
               WRITE HIST-RECORD
                   INVALID KEY
                       PERFORM MERGE-HISTORY-RECORD
                   NOT INVALID KEY
                       MOVE "MOVED" TO WS-D-ACTION
                       ADD 1 TO WS-COUNT-HIST
               END-WRITE
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       MERGE-HISTORY-RECORD.
           READ STUDENT-HISTORY
               INVALID KEY
                   MOVE "FAILED - NOT REFILED" TO WS-D-ACTION
                   ADD 1 TO WS-COUNT-FAILED
               NOT INVALID KEY
                   IF WS-RH-REACHED-DATE (WS-RH-IDX) > HS-REACHED-DATE
                       MOVE WS-RH-REACHED-DATE (WS-RH-IDX)
                           TO HS-REACHED-DATE
                       MOVE WS-RH-SOURCE (WS-RH-IDX) TO HS-SOURCE
                       REWRITE HIST-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
                   MOVE "MERGED - LATER DATE KEPT" TO WS-D-ACTION
                   ADD 1 TO WS-COUNT-HIST-KEPT
           END-READ.

      *    Scores follow the same way, their old keys likewise
      *    cleared first. Where the new episode already has a score
      *    for the trainee, a pass beats a fail - the score gate only
      *    asks whether the episode was passed - and between two of
      *    the same verdict the later one is kept.
       REFILE-SCORE.
           MOVE "SCOREMST" TO WS-D-FILE.
           MOVE WS-RS-STUDENT-ID (WS-RS-IDX) TO WS-D-STUDENT-ID.
           MOVE SPACES TO WS-D-NOMBRE.
           MOVE WS-RS-RECEIVED-DATE (WS-RS-IDX) TO WS-D-NOMBRE.
           MOVE WS-RS-OLD-NUMERO (WS-RS-IDX) TO WS-D-OLD-NUMERO.
           MOVE WS-RS-NEW-NUMERO (WS-RS-IDX) TO WS-D-NEW-NUMERO.
           IF WS-TRIAL-RUN
               MOVE "WOULD MOVE" TO WS-D-ACTION
               ADD 1 TO WS-COUNT-SCORE
           ELSE
               MOVE WS-RS-STUDENT-ID (WS-RS-IDX) TO SC-STUDENT-ID
               MOVE WS-RS-NEW-NUMERO (WS-RS-IDX) TO SC-NUMERO
               MOVE WS-RS-SCORE (WS-RS-IDX) TO SC-SCORE
               MOVE WS-RS-PASS-FAIL (WS-RS-IDX) TO SC-PASS-FAIL
               MOVE WS-RS-RECEIVED-DATE (WS-RS-IDX) TO SC-RECEIVED-DATE
               WRITE SCORE-RECORD
                   INVALID KEY
                       PERFORM MERGE-SCORE-RECORD
                   NOT INVALID KEY
                       MOVE "MOVED" TO WS-D-ACTION
                       ADD 1 TO WS-COUNT-SCORE
               END-WRITE
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       MERGE-SCORE-RECORD.
           READ SCORE-MASTER
               INVALID KEY
                   MOVE "FAILED - NOT REFILED" TO WS-D-ACTION
                   ADD 1 TO WS-COUNT-FAILED
               NOT INVALID KEY
                   IF (WS-RS-PASS-FAIL (WS-RS-IDX) = "P"
                         AND NOT SC-PASSED)
                     OR (WS-RS-PASS-FAIL (WS-RS-IDX) = SC-PASS-FAIL
                         AND WS-RS-RECEIVED-DATE (WS-RS-IDX)
                             > SC-RECEIVED-DATE)
                       MOVE WS-RS-SCORE (WS-RS-IDX) TO SC-SCORE
                       MOVE WS-RS-PASS-FAIL (WS-RS-IDX) TO SC-PASS-FAIL
                       MOVE WS-RS-RECEIVED-DATE (WS-RS-IDX)
                           TO SC-RECEIVED-DATE
                       REWRITE SCORE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
                   MOVE "MERGED - BEST SCORE KEPT" TO WS-D-ACTION
                   ADD 1 TO WS-COUNT-SCORE-KEPT
           END-READ.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-AUDIT-STUDENT-ID TO AUD-STUDENT-ID.
           MOVE WS-OLD-NUMERO TO AUD-OLD-NUMERO.
           MOVE WS-OLD-VIENDO TO AUD-OLD-VIENDO.
           MOVE WS-MP-NEW-NUMERO (WS-MAP-IDX) TO AUD-NEW-NUMERO.
           MOVE WS-MP-NEW-VIENDO (WS-MAP-IDX) TO AUD-NEW-VIENDO.
           MOVE WS-AUDIT-RESULT TO AUD-RESULT.
           MOVE SPACES TO AUD-KEYED-BY.
           MOVE SPACES TO AUD-APPROVED-BY.
           WRITE AUDIT-RECORD.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TRIAL-RUN
               MOVE "REMAP TOTALS - TRIAL, WOULD MOVE" TO REPORT-LINE
           ELSE
               MOVE "REMAP TOTALS" TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE "  EPISODES MAPPED           : " TO WS-T-LABEL.
           MOVE WS-MAP-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  STUDENT-MASTER RECORDS    : " TO WS-T-LABEL.
           MOVE WS-COUNT-MASTER TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  ENRLMAST TRACK POSITIONS  : " TO WS-T-LABEL.
           MOVE WS-COUNT-ENROL TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  STUDHIST RECORDS REFILED  : " TO WS-T-LABEL.
           MOVE WS-COUNT-HIST TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  STUDHIST RECORDS MERGED   : " TO WS-T-LABEL.
           MOVE WS-COUNT-HIST-KEPT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  SCOREMST RECORDS REFILED  : " TO WS-T-LABEL.
           MOVE WS-COUNT-SCORE TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  SCOREMST RECORDS MERGED   : " TO WS-T-LABEL.
           MOVE WS-COUNT-SCORE-KEPT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  FAILED                    : " TO WS-T-LABEL.
           MOVE WS-COUNT-FAILED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           DISPLAY "Episode remap complete, masters: " WS-COUNT-MASTER
               " tracks: " WS-COUNT-ENROL " history: " WS-COUNT-HIST
               " scores: " WS-COUNT-SCORE.
           IF WS-COUNT-FAILED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
