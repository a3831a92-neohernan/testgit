               WHEN "UPDATED"
               WHEN "CHANGED"
               WHEN "MERGED"
               WHEN "REMAPPED"
               WHEN "UNARCHIVED"
                   PERFORM POST-EXPECTED-STATE
               WHEN "DELETED"
               WHEN "MERGEDOUT"
               WHEN "ARCHIVED"
                   PERFORM POST-EXPECTED-DELETE
      *        Track enrolments live on ENRLMAST and leave the
      *        master record as it was.
               WHEN "ENROLLED"
               WHEN "TRKUPDATED"
               WHEN "TRKREMAP"
      *        Orphan removals by the integrity check touch only
      *        STUDHIST, SCOREMST and CERTREG.
               WHEN "ORPHHIST"
               WHEN "ORPHSCORE"
               WHEN "ORPHCERT"
      *        Maintenance changes declined or expired before they
      *        were approved never reached the master.
               WHEN "DECLINED"
               WHEN "EXPIRED"
                   CONTINUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
