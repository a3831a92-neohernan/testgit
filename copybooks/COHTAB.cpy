               10  WS-COH-CODE         PIC X(4).
               10  WS-COH-DESCRIPTION  PIC X(30).
               10  WS-COH-START-DATE   PIC X(8).
               10  WS-COH-TRAINER      PIC X(4).
               10  WS-COH-CAPACITY     PIC 9(4).
               10  WS-COH-OVERFLOW-OF  PIC X(4).
               10  WS-COH-COST-CENTRE  PIC X(8).
       01  WS-COH-MAX-COHORTS          PIC 9(3) VALUE 200.
       01  WS-COH-LOAD-COUNT           PIC 9(3) VALUE ZERO.
