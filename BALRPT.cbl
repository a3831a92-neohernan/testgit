      *           last record per step name counts, so a resubmitted
      *           step's totals stand in place of any earlier ones)
      *           plus the backup generation itself, and cross-foots
      *           them: records read tie to clean plus suspended (plus
      *           adds held on the cohort waiting list) at the
      *           edit, the clean count ties to what the update
      *           read, updated plus rejected plus the records a
      *           restart's checkpoint skipped tie back to that, and
      *           the backup trailer ties to the student records
       01  WS-ED-CLEAN                 PIC 9(5) VALUE ZERO.
       01  WS-ED-SUSPENDED             PIC 9(5) VALUE ZERO.
       01  WS-ED-CARRIED               PIC 9(5) VALUE ZERO.
       01  WS-ED-WAITLISTED            PIC 9(5) VALUE ZERO.
       01  WS-ED-BUSINESS-DATE         PIC X(8) VALUE SPACES.
       01  WS-UP-READ                  PIC 9(5) VALUE ZERO.
       01  WS-UP-UPDATED               PIC 9(5) VALUE ZERO.
                   MOVE ST-ED-CLEAN TO WS-ED-CLEAN
                   MOVE ST-ED-SUSPENDED TO WS-ED-SUSPENDED
                   MOVE ST-ED-CARRIED TO WS-ED-CARRIED
                   IF ST-ED-WAITLISTED NUMERIC
                       MOVE ST-ED-WAITLISTED TO WS-ED-WAITLISTED
                   ELSE
                       MOVE ZERO TO WS-ED-WAITLISTED
                   END-IF
                   MOVE ST-BUSINESS-DATE TO WS-ED-BUSINESS-DATE
               WHEN ST-UPDATE-STEP
                   SET WS-UPDATE-SEEN TO TRUE

       CHECK-EDIT-BALANCE.
           COMPUTE WS-LHS = WS-ED-READ + WS-ED-SUSP-READ.
           COMPUTE WS-RHS = WS-ED-CLEAN + WS-ED-SUSPENDED
               + WS-ED-CARRIED + WS-ED-WAITLISTED.
           MOVE "EDIT: READ + SUSP IN = CLEAN + SUSP + WAIT"
               TO WS-R-TEXT.
           PERFORM WRITE-RULE-LINE.

