      ******************************************************************
      * WAITREC - shared WAITLIST cohort waiting-list record layout.
      *           The transaction edit files an add here, instead of
      *           passing it to the update, when its cohort has no
      *           seat free (CO-CAPACITY on COHREC) or already has
      *           people waiting. Keyed by arrival - the date the add
      *           was held plus a sequence within the day - so a
      *           sequential read is the queue in arrival order; the
      *           student ID is a unique alternate key, since a
      *           trainee waits for one place at a time.
      *           The nightly Waiting-List-Promotion step seats the
      *           next waiting person when a place opens by writing
      *           their add transaction back into the night's input
      *           and marking the entry promoted; the seat stays
      *           reserved for them until the add reaches
      *           STUDENT-MASTER, and the entry is then removed.
      ******************************************************************
       01  WAITING-LIST-RECORD.
           05  WL-ARRIVAL-KEY.
               10  WL-WAIT-DATE        PIC X(8).
               10  WL-SEQUENCE         PIC 9(4).
           05  WL-STUDENT-ID           PIC X(6).
      *    The cohort the add asked for.
           05  WL-COHORT               PIC X(4).
           05  WL-STATUS               PIC X(1).
               88  WL-WAITING          VALUE "W".
               88  WL-PROMOTED         VALUE "P".
      *    Set on promotion - the cohort may be the one asked for or
      *    a cohort opened to take its overflow (CO-OVERFLOW-OF).
           05  WL-PROMOTED-DATE        PIC X(8).
           05  WL-PROMOTED-COHORT      PIC X(4).
      *    The add transaction as the edit accepted it, in the
      *    TRANFILE layout.
           05  WL-TRANSACTION.
               10  WL-TR-STUDENT-ID    PIC X(6).
               10  WL-TR-NOMBRE        PIC X(20).
               10  WL-TR-VIENDO        PIC X(40).
               10  WL-TR-NUMERO-X      PIC X(3).
               10  WL-TR-COHORT        PIC X(4).
               10  WL-TR-OVERRIDE      PIC X(1).
