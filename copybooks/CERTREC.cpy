      ******************************************************************
      * CERTREC - shared CERTREG certificate register record layout.
      *           One record per certificate issued, keyed by student-ID
      *           plus curriculum track, so a trainee is certified once
      *           for each track they complete. Written by
      *           Certificate-Print before the certificate page is
      *           printed - the WRITE doubles as the guard against
      *           issuing the same certificate twice.
      ******************************************************************
       01  CERT-REGISTER-RECORD.
           05  CR-CERT-KEY.
               10  CR-STUDENT-ID       PIC X(6).
               10  CR-TRACK            PIC X(4).
           05  CR-ISSUE-DATE           PIC X(8).
           05  CR-COMPLETION-DATE      PIC X(8).
           05  CR-COHORT               PIC X(4).
