               88  BK-HEADER           VALUE "HEADER".
               88  BK-STUDENT          VALUE "STUDENT".
               88  BK-TOTALS           VALUE "TOTALS".
           05  BK-STUDENT-IMAGE        PIC X(118).
           05  BK-HEADER-IMAGE REDEFINES BK-STUDENT-IMAGE.
               10  BK-HDR-TIMESTAMP    PIC X(21).
               10  BK-HDR-LAST-STUDENT-ID
                   88  BK-HDR-IN-PROGRESS
                                       VALUE "I".
                   88  BK-HDR-COMPLETE VALUE "C".
               10  FILLER              PIC X(77).
           05  BK-TOTALS-IMAGE REDEFINES BK-STUDENT-IMAGE.
               10  BK-TOT-STUDENT-COUNT
                                       PIC 9(5).
               10  FILLER              PIC X(113).
