      ******************************************************************
      * TRNTAB - in-storage table of trainer codes, filled at startup
      *          from the TRNMAST reference file (layout in TRNREC) by
      *          each program's LOAD-TRAINERS paragraph - same pattern
      *          as the COHTAB cohort load, sized to the maximum while
      *          loading and then cut back to the number of trainers
      *          actually read.
      ******************************************************************
       01  WS-TRN-TOTAL-TRAINERS       PIC 9(3) VALUE 1.
       01  WS-TRAINER-TABLE.
           05  WS-TRN-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-TRN-TOTAL-TRAINERS
                   INDEXED BY WS-TRN-IDX.
               10  WS-TRN-CODE         PIC X(4).
               10  WS-TRN-NAME         PIC X(30).
               10  WS-TRN-STATUS       PIC X(1).
       01  WS-TRN-MAX-TRAINERS         PIC 9(3) VALUE 200.
       01  WS-TRN-LOAD-COUNT           PIC 9(3) VALUE ZERO.
