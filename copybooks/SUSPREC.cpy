               88  SUS-UNKNOWN-COHORT  VALUE "COH".
               88  SUS-SEQUENCE-SKIP   VALUE "SEQ".
               88  SUS-NO-PASS         VALUE "SCOR".
               88  SUS-WAITLIST-FAILED VALUE "WAIT".
           05  SUS-TRAN.
               10  SUS-STUDENT-ID      PIC X(6).
               10  SUS-NOMBRE          PIC X(20).
