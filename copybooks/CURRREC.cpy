      ******************************************************************
      * CURRREC - shared CURRMAST curriculum master record layout. One
      *           record per tutorial episode, keyed by CM-NUMERO.
      *           Episode NUMEROs are unique across every track, so a
      *           NUMERO alone still identifies one episode on STUDHIST,
      *           SCOREMST and AUDITLOG.
      *           Every program that validates or reports against the
      *           curriculum loads the active records into the CURTAB
      *           in-storage table at startup; CURRMNT.cbl maintains
      *           the file itself, so a curriculum change never needs
      *           a recompile. Each episode also carries the price
      *           the monthly Training-Chargeback run charges the
      *           trainee's department when the episode is reached.
      ******************************************************************
       01  CURR-MASTER-RECORD.
           05  CM-NUMERO               PIC 9(3).
      *    edits use it to refuse a transaction that skips a trainee
      *    ahead or moves them backwards.
           05  CM-SEQUENCE             PIC 9(3).
      *    Course track the episode belongs to - spaces is the
      *    original COBOL tutorial track, any other code is a
      *    follow-on course run alongside it. CM-SEQUENCE is the
      *    position within this track, and the last episode of a
      *    track is its highest active sequence.
           05  CM-TRACK                PIC X(4).
      *    Cost charged back to the trainee's department for reaching
      *    the episode - set through CURRMNT. Zero means the episode
      *    is not charged for.
           05  CM-EPISODE-COST         PIC 9(5)V99.
