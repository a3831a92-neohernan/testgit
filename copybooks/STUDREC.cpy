      *    change that re-activates the record clears them too.
           05  SM-WDRAW-REASON         PIC X(4).
           05  SM-WDRAW-DATE           PIC X(8).
      *    Home track - the curriculum track (CM-TRACK) that
      *    SM-NUMERO, SM-VIENDO, SM-STATUS and SM-EXPORT-DATE
      *    describe. Spaces is the original COBOL tutorial track.
      *    A trainee's position in any further track is held on the
      *    ENRLMAST enrolment file (layout in ENRLREC).
           05  SM-TRACK                PIC X(4).
      *    Trainer (TRNMAST code) who owns the trainee - set through
      *    student maintenance, defaulted from the cohort's
      *    CO-TRAINER when the trainee joins a cohort. Spaces means
      *    unassigned.
           05  SM-TRAINER              PIC X(4).
      *    Date the LMS acknowledgment last confirmed delivery of
      *    the home-track completion - set when the record goes
      *    DELIVERED. Spaces means never confirmed, or confirmed
      *    before the date was kept.
           05  SM-DELIVERY-DATE        PIC X(8).
