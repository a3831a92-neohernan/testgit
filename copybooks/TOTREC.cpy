               88  ST-BACKUP-STEP      VALUE "BACKUP".
           05  ST-TIMESTAMP            PIC X(21).
           05  ST-BUSINESS-DATE        PIC X(8).
           05  ST-COUNTS               PIC X(30).
           05  ST-EDIT-COUNTS REDEFINES ST-COUNTS.
               10  ST-ED-READ          PIC 9(5).
               10  ST-ED-SUSP-READ     PIC 9(5).
               10  ST-ED-CLEAN         PIC 9(5).
               10  ST-ED-SUSPENDED     PIC 9(5).
               10  ST-ED-CARRIED       PIC 9(5).
      *        Adds held on the cohort waiting list instead of being
      *        passed to the update - neither clean nor suspended.
               10  ST-ED-WAITLISTED    PIC 9(5).
           05  ST-UPDATE-COUNTS REDEFINES ST-COUNTS.
               10  ST-UP-READ          PIC 9(5).
               10  ST-UP-UPDATED       PIC 9(5).
      *        read but deliberately not reapplied, so they belong
      *        on the read side of the balance.
               10  ST-UP-SKIPPED       PIC 9(5).
               10  FILLER              PIC X(10).
           05  ST-BACKUP-COUNTS REDEFINES ST-COUNTS.
               10  ST-BK-COPIED        PIC 9(5).
               10  FILLER              PIC X(25).
