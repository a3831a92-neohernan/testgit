      *           name already on file under a different ID (a likely
      *           re-key of an existing trainee), an unknown
      *           department code, or an unusable roster line.
      *           A number not on STUDENT-MASTER but on the ALUMNI
      *           retention archive is a rehire: no add is generated -
      *           the person is written to RHIREOUT instead, with the
      *           roster department as their new cohort, and
      *           Alumni-Reinstatement puts their old master record
      *           and prior history back under the same number.
      *           A number already on the cohort WAITLIST waiting list
      *           is skipped - the person holds their place there and
      *           the nightly promotion step generates their add.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANOUT-STATUS.

           SELECT ALUMNI-FILE ASSIGN TO "ALUMNI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-ALUMNI-KEY
               FILE STATUS IS WS-ALUMNI-STATUS.

           SELECT WAITING-LIST ASSIGN TO "WAITLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WL-ARRIVAL-KEY
               ALTERNATE RECORD KEY IS WL-STUDENT-ID
               FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT REHIRE-FILE ASSIGN TO "RHIREOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REHIRE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "INTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.
           05  TC-RECORD-COUNT         PIC 9(5).
           05  FILLER                  PIC X(45).

       FD  ALUMNI-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ALUMREC.

       FD  WAITING-LIST
           LABEL RECORDS ARE STANDARD.
       COPY WAITREC.

      *    One card per rehire found on the archive - the input to
      *    Alumni-Reinstatement.
       FD  REHIRE-FILE
           LABEL RECORDS ARE STANDARD.
       01  REHIRE-RECORD.
           05  RH-STUDENT-ID           PIC X(6).
           05  RH-NOMBRE               PIC X(20).
           05  RH-COHORT               PIC X(4).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).
           88  WS-ROSTER-OK            VALUE "00".
       01  WS-TRANOUT-STATUS           PIC XX.
           88  WS-TRANOUT-OK           VALUE "00".
       01  WS-ALUMNI-STATUS            PIC XX.
           88  WS-ALUMNI-OK            VALUE "00".
       01  WS-REHIRE-STATUS            PIC XX.
           88  WS-REHIRE-OK            VALUE "00".
       01  WS-WAITLIST-STATUS          PIC XX.
           88  WS-WAITLIST-OK          VALUE "00".
       01  WS-RPTFILE-STATUS           PIC XX.
           88  WS-RPTFILE-OK           VALUE "00".
       01  WS-EOF-ROSTER               PIC X VALUE "N".
           88  WS-ID-ON-FILE           VALUE "Y".
       01  WS-NAME-ON-FILE-SW          PIC X.
           88  WS-NAME-ON-FILE         VALUE "Y".
       01  WS-ARCHIVED-SW              PIC X.
           88  WS-ARCHIVED             VALUE "Y".
       01  WS-WAITING-SW               PIC X.
           88  WS-WAITING              VALUE "Y".
       01  WS-DEPT-OK-SW               PIC X.
           88  WS-DEPT-OK              VALUE "Y".
       01  WS-MATCHED-ID               PIC X(6).
       01  WS-COUNT-GENERATED          PIC 9(5) VALUE ZERO.
       01  WS-COUNT-SKIPPED            PIC 9(5) VALUE ZERO.
       01  WS-COUNT-REVIEW             PIC 9(5) VALUE ZERO.
       01  WS-COUNT-REHIRE             PIC 9(5) VALUE ZERO.
       01  WS-EDIT-COUNT               PIC ZZZZ9.

       01  WS-HEADING-1                PIC X(33) VALUE
               CLOSE TRAN-OUT-FILE
               STOP RUN
           END-IF.
           OPEN INPUT ALUMNI-FILE.
           IF NOT WS-ALUMNI-OK
               DISPLAY "Unable to open ALUMNI, file status "
                   WS-ALUMNI-STATUS
               CLOSE STUDENT-MASTER
               CLOSE ROSTER-FILE
               CLOSE TRAN-OUT-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT REHIRE-FILE.
           IF NOT WS-REHIRE-OK
               DISPLAY "Unable to open RHIREOUT, file status "
                   WS-REHIRE-STATUS
               CLOSE STUDENT-MASTER
               CLOSE ROSTER-FILE
               CLOSE TRAN-OUT-FILE
               CLOSE REPORT-FILE
               CLOSE ALUMNI-FILE
               STOP RUN
           END-IF.
           OPEN INPUT WAITING-LIST.
           IF NOT WS-WAITLIST-OK
               DISPLAY "Unable to open WAITLIST, file status "
                   WS-WAITLIST-STATUS
               CLOSE STUDENT-MASTER
               CLOSE ROSTER-FILE
               CLOSE TRAN-OUT-FILE
               CLOSE REPORT-FILE
               CLOSE ALUMNI-FILE
               CLOSE REHIRE-FILE
               STOP RUN
           END-IF.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           PERFORM WRITE-TRAN-HEADER.
           CLOSE ROSTER-FILE.
           CLOSE TRAN-OUT-FILE.
           CLOSE REPORT-FILE.
           CLOSE ALUMNI-FILE.
           CLOSE REHIRE-FILE.
           CLOSE WAITING-LIST.
           STOP RUN.

      *    Fill the COHTAB in-storage table from the COHMAST cohort
               PERFORM WRITE-REVIEW-LINE
           ELSE
               PERFORM CHECK-ID-ON-FILE
               PERFORM CHECK-WAITING-LIST
               IF WS-ID-ON-FILE
                   ADD 1 TO WS-COUNT-SKIPPED
                   MOVE "ALREADY ON FILE - SKIPPED" TO WS-D-TEXT
                   PERFORM WRITE-DETAIL-LINE
               ELSE
               IF WS-WAITING
                   ADD 1 TO WS-COUNT-SKIPPED
                   MOVE SPACES TO WS-D-TEXT
                   STRING "ON WAITING LIST FOR " DELIMITED BY SIZE
                       WL-COHORT DELIMITED BY SIZE
                       " - SKIPPED" DELIMITED BY SIZE
                       INTO WS-D-TEXT
                   END-STRING
                   PERFORM WRITE-DETAIL-LINE
               ELSE
                   PERFORM CHECK-ARCHIVE
                   PERFORM CHECK-NAME-ON-FILE
                   PERFORM CHECK-DEPARTMENT
                   IF WS-ARCHIVED AND WS-DEPT-OK
                       PERFORM OFFER-REINSTATEMENT
                   ELSE
                   IF WS-NAME-ON-FILE
                       MOVE SPACES TO WS-D-TEXT
                       STRING "NAME ON FILE UNDER ID "
                       PERFORM GENERATE-ADD-TRANSACTION
                   END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.
                   MOVE "Y" TO WS-ID-ON-FILE-SW
           END-READ.

       CHECK-WAITING-LIST.
           MOVE "N" TO WS-WAITING-SW.
           MOVE WS-RO-EMPNO TO WL-STUDENT-ID.
           READ WAITING-LIST KEY IS WL-STUDENT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-WAITING-SW
           END-READ.

      *    A number on the retention archive belongs to a former
      *    trainee - look for their archived master entry.
       CHECK-ARCHIVE.
           MOVE "N" TO WS-ARCHIVED-SW.
           MOVE WS-RO-EMPNO TO AL-STUDENT-ID.
           SET AL-STUDENT-ENTRY TO TRUE.
           MOVE SPACES TO AL-SUB-KEY.
           READ ALUMNI-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ARCHIVED-SW
           END-READ.

      *    Position on the SM-NOMBRE alternate key at the roster
      *    name and look at the first record there - an exact name
      *    match under a different ID is a likely re-key of an
           MOVE "ADD TRANSACTION GENERATED" TO WS-D-TEXT.
           PERFORM WRITE-DETAIL-LINE.

      *    A rehire keeps their old number - no add is generated, so
      *    nothing suspends as a duplicate once they are reinstated.
       OFFER-REINSTATEMENT.
           MOVE SPACES TO REHIRE-RECORD.
           MOVE WS-RO-EMPNO TO RH-STUDENT-ID.
           MOVE WS-RO-NAME TO RH-NOMBRE.
           MOVE WS-RO-DEPT TO RH-COHORT.
           WRITE REHIRE-RECORD.
           ADD 1 TO WS-COUNT-REHIRE.
           MOVE "ARCHIVED - REINSTATEMENT OFFERED" TO WS-D-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-TRAN-HEADER.
           MOVE SPACES TO TRAN-CONTROL-RECORD.
           MOVE "*HDR**" TO TC-RECORD-ID.
           MOVE "  TRANSACTIONS GENERATED    : " TO WS-T-LABEL.
           MOVE WS-COUNT-GENERATED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  SKIPPED, ON FILE OR LIST  : " TO WS-T-LABEL.
           MOVE WS-COUNT-SKIPPED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  SENT TO MANUAL REVIEW     : " TO WS-T-LABEL.
           MOVE WS-COUNT-REVIEW TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  REHIRES, REINSTATE OFFERED: " TO WS-T-LABEL.
           MOVE WS-COUNT-REHIRE TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           DISPLAY "Roster intake complete, generated: "
               WS-COUNT-GENERATED.
