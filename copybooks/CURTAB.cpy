      *          WS-CURR-TOTAL-EPISODES - so the highest active episode
      *          is always entry WS-CURR-TOTAL-EPISODES, and a retired
      *          episode fails validation the same way an unknown
      *          NUMERO does. Each entry carries its track, and the
      *          sequence is the position within that track - so the
      *          last episode of a track is the entry with the highest
      *          WS-CURR-SEQUENCE for that WS-CURR-TRACK, not
      *          necessarily entry WS-CURR-TOTAL-EPISODES.
      ******************************************************************
       01  WS-CURR-TOTAL-EPISODES      PIC 9(3) VALUE 1.
       01  WS-CURRICULUM-TABLE.
               10  WS-CURR-NUMERO      PIC 9(3).
               10  WS-CURR-VIENDO      PIC A(40).
               10  WS-CURR-SEQUENCE    PIC 9(3).
               10  WS-CURR-TRACK       PIC X(4).
       01  WS-CURR-MAX-EPISODES        PIC 9(3) VALUE 100.
       01  WS-CURR-LOAD-COUNT          PIC 9(3) VALUE ZERO.
