      ******************************************************************
      * ENRLREC - shared ENRLMAST track-enrolment record layout. One
      *           record per student per additional curriculum track,
      *           keyed by student-ID plus track code. The trainee's
      *           home track (SM-TRACK) stays on STUDENT-MASTER itself;
      *           every other track they are enrolled in carries its
      *           own position, status and export date here, so a
      *           trainee can finish one track - and be exported and
      *           certified for it - while still working through
      *           another. Written by Division-de-datos the first time
      *           a transaction moves a trainee onto an episode of a
      *           track other than their home track.
      ******************************************************************
       01  ENROL-RECORD.
           05  EN-ENROL-KEY.
               10  EN-STUDENT-ID       PIC X(6).
               10  EN-TRACK            PIC X(4).
           05  EN-VIENDO               PIC A(40).
           05  EN-NUMERO               PIC 9(3).
      *        Same meanings as SM-STATUS, applied to this track only.
           05  EN-STATUS               PIC X(1).
               88  EN-ACTIVE           VALUE "A".
               88  EN-EXPORTED         VALUE "X".
               88  EN-DELIVERED        VALUE "D".
               88  EN-WITHDRAWN        VALUE "W".
           05  EN-LAST-UPDATE          PIC X(8).
           05  EN-EXPORT-DATE          PIC X(8).
           05  EN-DELIVERY-DATE        PIC X(8).
