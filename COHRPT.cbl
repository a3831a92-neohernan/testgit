      * Purpose:  Cohort completion summary for management. One line
      *           per cohort on the COHMAST reference file - headcount,
      *           average episode and percent completed, where
      *           completed means the trainee has reached the last
      *           active episode of their own curriculum track (the
      *           highest CM-SEQUENCE for SM-TRACK) - plus a line for
      *           trainees whose cohort is blank or no longer on the
      *           reference file, so nobody drops out of the totals.
      *           Withdrawn trainees are left out of the headcount
               10  WS-CT-WITHDRAWN     PIC 9(5).
       01  WS-UNASSIGNED-SUB           PIC 9(3).
       01  WS-COH-SUB                  PIC 9(3).
       01  WS-FINAL-TRACK              PIC X(4).
       01  WS-FINAL-NUMERO             PIC 9(3).
       01  WS-FINAL-SEQ                PIC 9(3).
       01  WS-CURR-SUB                 PIC 9(3).
       01  WS-AVG-EPISODE              PIC 9(3)V9.
       01  WS-PCT-COMPLETE             PIC 9(3).
       01  WS-COUNT-STUDENTS           PIC 9(5) VALUE ZERO.
           PERFORM LOAD-COHORTS.
           MOVE ZERO TO WS-COHORT-TOTALS.
           COMPUTE WS-UNASSIGNED-SUB = WS-COH-TOTAL-COHORTS + 1.
           OPEN INPUT STUDENT-MASTER.
           IF NOT WS-STUDMAST-OK
               DISPLAY "Unable to open STUDMAST, file status "
                       WS-CURR-VIENDO (WS-CURR-LOAD-COUNT)
                   MOVE CM-SEQUENCE TO
                       WS-CURR-SEQUENCE (WS-CURR-LOAD-COUNT)
                   MOVE CM-TRACK TO
                       WS-CURR-TRACK (WS-CURR-LOAD-COUNT)
               ELSE
                   DISPLAY "Curriculum table full, episode "
                       CM-NUMERO " ignored"
           ELSE
               ADD 1 TO WS-CT-HEADCOUNT (WS-COH-SUB)
               ADD SM-NUMERO TO WS-CT-EPISODE-SUM (WS-COH-SUB)
               MOVE SM-TRACK TO WS-FINAL-TRACK
               PERFORM FIND-TRACK-FINAL-EPISODE
               IF SM-NUMERO = WS-FINAL-NUMERO
                   AND SM-NUMERO NOT = ZERO
                   ADD 1 TO WS-CT-COMPLETED (WS-COH-SUB)
               END-IF
           END-IF.

      *    Last episode of the trainee's home track - the highest
      *    sequence in that track, not the highest NUMERO overall,
      *    once more than one track is on the curriculum.
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

      *    The placeholder entry an empty reference file leaves
      *    behind has a blank code - nothing to report for it.
       PRINT-COHORT-LINE.
