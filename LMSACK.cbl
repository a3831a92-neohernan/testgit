      *           LMS reason. A second pass ages the EXPORTED records
      *           the LMS never answered: anything still unconfirmed
      *           after the grace period on the parameter card is also
      *           reset to ACTIVE and reported. Acknowledgments carry
      *           the curriculum track of the completion: the home
      *           track is settled on STUDENT-MASTER, any further track
      *           on its ENRLMAST enrolment record, and both are aged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDMAST-STATUS.

           SELECT ENROL-MASTER ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-ENROL-KEY
               FILE STATUS IS WS-ENRLMAST-STATUS.

           SELECT ACK-FILE ASSIGN TO "LMSACKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKFILE-STATUS.
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC.

       FD  ENROL-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY ENRLREC.

       FD  ACK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACK-RECORD.
               88  AK-CONFIRMED        VALUE "C".
               88  AK-REJECTED         VALUE "R".
           05  AK-REASON               PIC X(30).
      *        Track of the completion, echoed from the TRACK column of
      *        the export. Blank - including every row from before the
      *        column existed - means the trainee's home track.
           05  AK-TRACK                PIC X(4).

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           88  WS-END-OF-ACK           VALUE "Y".
       01  WS-EOF-STUDENT              PIC X VALUE "N".
           88  WS-END-OF-STUDENT       VALUE "Y".
       01  WS-ENRLMAST-STATUS          PIC XX.
           88  WS-ENRLMAST-OK          VALUE "00".
       01  WS-EOF-ENROL                PIC X VALUE "N".
           88  WS-END-OF-ENROL         VALUE "Y".

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-GRACE-DAYS               PIC 9(3).
                   WS-STUDMAST-STATUS
               STOP RUN
           END-IF.
           OPEN I-O ENROL-MASTER.
           IF NOT WS-ENRLMAST-OK
               DISPLAY "Unable to open ENRLMAST, file status "
                   WS-ENRLMAST-STATUS
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT ACK-FILE.
           IF NOT WS-ACKFILE-OK
               DISPLAY "Unable to open LMSACKIN, file status "
                   WS-ACKFILE-STATUS
               CLOSE STUDENT-MASTER
               CLOSE ENROL-MASTER
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
               DISPLAY "Unable to open ACKRPT, file status "
                   WS-RPTFILE-STATUS
               CLOSE STUDENT-MASTER
               CLOSE ENROL-MASTER
               CLOSE ACK-FILE
               STOP RUN
           END-IF.
               END-READ
           END-PERFORM.
           PERFORM AGE-UNACKNOWLEDGED.
           PERFORM AGE-UNACKNOWLEDGED-TRACKS.
           PERFORM DISPLAY-CONTROL-TOTALS.
           CLOSE STUDENT-MASTER.
           CLOSE ENROL-MASTER.
           CLOSE ACK-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.
               INVALID KEY
                   PERFORM REPORT-UNKNOWN-STUDENT
               NOT INVALID KEY
                   IF AK-TRACK = SPACES OR AK-TRACK = SM-TRACK
                       PERFORM APPLY-ACKNOWLEDGMENT
                   ELSE
                       PERFORM APPLY-TRACK-ACKNOWLEDGMENT
                   END-IF
           END-READ.

       REPORT-UNKNOWN-STUDENT.
               EVALUATE TRUE
                   WHEN AK-CONFIRMED
                       SET SM-DELIVERED TO TRUE
                       MOVE WS-RUN-DATE TO SM-DELIVERY-DATE
                       PERFORM REWRITE-STUDENT
                       IF WS-REWRITE-OK
                           ADD 1 TO WS-COUNT-CONFIRMED
               END-EVALUATE
           END-IF.

      *    The same settlement applied to a further-track enrolment.
      *    The master record is already read, for the name on the
      *    report.
       APPLY-TRACK-ACKNOWLEDGMENT.
           MOVE SM-STUDENT-ID TO WS-D-STUDENT-ID.
           MOVE SM-NOMBRE TO WS-D-NOMBRE.
           MOVE SM-STUDENT-ID TO EN-STUDENT-ID.
           MOVE AK-TRACK TO EN-TRACK.
           READ ENROL-MASTER
               INVALID KEY
                   PERFORM REPORT-TRACK-NOT-ENROLLED
               NOT INVALID KEY
                   IF NOT EN-EXPORTED
                       ADD 1 TO WS-COUNT-UNMATCHED
                       MOVE "ACK FOR TRACK NOT AWAITING ONE"
                           TO WS-D-TEXT
                       WRITE REPORT-LINE FROM WS-DETAIL-LINE
                   ELSE
                       EVALUATE TRUE
                           WHEN AK-CONFIRMED
                               SET EN-DELIVERED TO TRUE
                               MOVE WS-RUN-DATE TO EN-DELIVERY-DATE
                               PERFORM REWRITE-ENROLMENT
                               IF WS-REWRITE-OK
                                   ADD 1 TO WS-COUNT-CONFIRMED
                               END-IF
                           WHEN AK-REJECTED
                               SET EN-ACTIVE TO TRUE
                               PERFORM REWRITE-ENROLMENT
                               IF WS-REWRITE-OK
                                   ADD 1 TO WS-COUNT-REJECTED
                                   MOVE SPACES TO WS-D-TEXT
                                   STRING "TRK " DELIMITED BY SIZE
                                       EN-TRACK DELIMITED BY SIZE
                                       " REJECTED: " DELIMITED BY SIZE
                                       AK-REASON DELIMITED BY SIZE
                                       INTO WS-D-TEXT
                                   END-STRING
                                   WRITE REPORT-LINE
                                       FROM WS-DETAIL-LINE
                               END-IF
                           WHEN OTHER
                               ADD 1 TO WS-COUNT-UNMATCHED
                               MOVE "UNKNOWN ACK STATUS CODE"
                                   TO WS-D-TEXT
                               WRITE REPORT-LINE FROM WS-DETAIL-LINE
                       END-EVALUATE
                   END-IF
           END-READ.

       REPORT-TRACK-NOT-ENROLLED.
           ADD 1 TO WS-COUNT-UNMATCHED.
           MOVE "ACK FOR TRACK NOT ENROLLED" TO WS-D-TEXT.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      *    Second pass: EXPORTED records the acknowledgment file never
      *    mentioned. Anything still waiting past the grace period is
      *    reset to ACTIVE so the next export cuts it again. Records
               END-IF
           END-IF.

      *    Third pass: the same aging over the further-track
      *    enrolments, each measured on its own export date.
       AGE-UNACKNOWLEDGED-TRACKS.
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
                       IF EN-EXPORTED
                           PERFORM AGE-ONE-ENROLMENT
                       END-IF
               END-READ
           END-PERFORM.

       AGE-ONE-ENROLMENT.
           IF EN-EXPORT-DATE NOT NUMERIC
               MOVE 99999 TO WS-DAYS-WAITING
           ELSE
               MOVE EN-EXPORT-DATE TO WS-EXPORT-DATE-NUM
               COMPUTE WS-EXPORT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-EXPORT-DATE-NUM)
               COMPUTE WS-DAYS-WAITING =
                   WS-RUN-DATE-INT - WS-EXPORT-DATE-INT
           END-IF.
           IF WS-DAYS-WAITING > WS-GRACE-DAYS
               SET EN-ACTIVE TO TRUE
               MOVE EN-STUDENT-ID TO WS-D-STUDENT-ID
               MOVE SPACES TO WS-D-NOMBRE
               MOVE EN-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-NOMBRE TO WS-D-NOMBRE
               END-READ
               PERFORM REWRITE-ENROLMENT
               IF WS-REWRITE-OK
                   ADD 1 TO WS-COUNT-AGED
                   MOVE SPACES TO WS-D-TEXT
                   STRING "TRK " DELIMITED BY SIZE
                       EN-TRACK DELIMITED BY SIZE
                       " NO ACKNOWLEDGMENT IN GRACE PERIOD"
                           DELIMITED BY SIZE
                       INTO WS-D-TEXT
                   END-STRING
                   WRITE REPORT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-IF.

      *    Callers act only when the REWRITE actually took - counting
      *    a failed rewrite as delivered or re-queued would make the
      *    control totals and ACKRPT claim an update that never
                   MOVE "Y" TO WS-REWRITE-RESULT
           END-REWRITE.

       REWRITE-ENROLMENT.
           MOVE "N" TO WS-REWRITE-RESULT.
           REWRITE ENROL-RECORD
               INVALID KEY
                   DISPLAY "Unable to update track " EN-TRACK
                       " for student: " EN-STUDENT-ID
                   PERFORM REPORT-ENROLMENT-FAILURE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REWRITE-RESULT
           END-REWRITE.

       REPORT-ENROLMENT-FAILURE.
           ADD 1 TO WS-COUNT-UNMATCHED.
           MOVE "ENROLMENT REWRITE FAILED - NOT UPDATED" TO WS-D-TEXT.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       REPORT-REWRITE-FAILURE.
           ADD 1 TO WS-COUNT-UNMATCHED.
           MOVE SM-STUDENT-ID TO WS-D-STUDENT-ID.
