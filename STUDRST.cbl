      *           in-progress run is refused outright, because no
      *           checkpoint position can match a partially rolled-
      *           forward run.
      *           The home track is not on the audit trail, but
      *           NUMEROs are unique across tracks, so a rolled-
      *           forward record takes SM-TRACK from the CURRMAST
      *           record for its new NUMERO.
      *           Known limits of the audit trail: AUDREC carries no
      *           NOMBRE or COHORT, so a student first ADDED after
      *           the backup is restored without them and listed for
      *           re-keying through STUDMNT, and a trainee reinstated
      *           from the retention archive after the backup comes
      *           back the same way (the alumni file no longer holds
      *           the master image once the trainee is reinstated);
      *           export status changes (STUDEXP/LMSACK), withdrawal
      *           status (the WITHDRAWN and REINSTATED audit entries
      *           replay as no-ops) and the STUDHIST progression file
      *           are not rebuilt here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTFILE-STATUS.

           SELECT CURR-MASTER ASSIGN TO "CURRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-NUMERO
               FILE STATUS IS WS-CURRMAST-STATUS.

           SELECT PARM-FILE ASSIGN TO "RSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.
           LABEL RECORDS ARE STANDARD.
       COPY RESTCTL.

       FD  CURR-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY CURRREC.

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           88  WS-RESTFILE-OK          VALUE "00".
       01  WS-PARMFILE-STATUS          PIC XX.
           88  WS-PARMFILE-OK          VALUE "00".
       01  WS-CURRMAST-STATUS          PIC XX.
           88  WS-CURRMAST-OK          VALUE "00".
       01  WS-EOF-BACKUP               PIC X VALUE "N".
           88  WS-END-OF-BACKUP        VALUE "Y".
       01  WS-EOF-SCAN                 PIC X VALUE "N".
       01  WS-COUNT-BEYOND             PIC 9(5) VALUE ZERO.
       01  WS-COUNT-DELETED            PIC 9(5) VALUE ZERO.
       01  WS-COUNT-NO-NAME            PIC 9(5) VALUE ZERO.
       01  WS-COUNT-UNARCHIVED         PIC 9(5) VALUE ZERO.
       01  WS-EDIT-COUNT               PIC ZZZZ9.

       PROCEDURE DIVISION.
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT CURR-MASTER.
           IF NOT WS-CURRMAST-OK
               DISPLAY "Unable to open CURRMAST, file status "
                   WS-CURRMAST-STATUS
               CLOSE STUDENT-MASTER
               CLOSE AUDIT-FILE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-END-OF-AUDIT
               READ AUDIT-FILE
                   AT END
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           CLOSE CURR-MASTER.
           CLOSE STUDENT-MASTER.

       APPLY-ONE-ENTRY.
                   WHEN "CHANGED"
                   WHEN "MERGED"
                       PERFORM APPLY-EXPECTED-STATE
                   WHEN "REMAPPED"
                       PERFORM APPLY-REMAP
                   WHEN "UNARCHIVED"
                       PERFORM APPLY-UNARCHIVE
                   WHEN "DELETED"
                   WHEN "MERGEDOUT"
                   WHEN "ARCHIVED"
                       PERFORM APPLY-DELETE
      *            Track enrolments live on ENRLMAST and leave the
      *            master record as it was.
                   WHEN "ENROLLED"
                   WHEN "TRKUPDATED"
                   WHEN "TRKREMAP"
      *            Orphan removals by the integrity check touch only
      *            STUDHIST, SCOREMST and CERTREG.
                   WHEN "ORPHHIST"
                   WHEN "ORPHSCORE"
                   WHEN "ORPHCERT"
      *            Maintenance changes declined or expired before they
      *            were approved never reached the master.
                   WHEN "DECLINED"
                   WHEN "EXPIRED"
                       CONTINUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               MOVE AUD-NEW-VIENDO TO SM-VIENDO
           END-IF.
           PERFORM SET-FORWARDED-TRACK.
           SET SM-ACTIVE TO TRUE.
           MOVE AUD-TIMESTAMP(1:8) TO SM-LAST-UPDATE.
           REWRITE STUDENT-MASTER-RECORD
                       WS-STUDMAST-STATUS
           END-REWRITE.

      *    An episode remap moves only the episode - the trainee's
      *    status and last-update date stay as they were, exactly as
      *    the remap run left them.
       APPLY-REMAP.
           MOVE AUD-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   PERFORM CREATE-FORWARDED-STUDENT
               NOT INVALID KEY
                   MOVE AUD-NEW-NUMERO TO SM-NUMERO
                   MOVE AUD-NEW-VIENDO TO SM-VIENDO
                   PERFORM SET-FORWARDED-TRACK
                   REWRITE STUDENT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Unable to roll forward student "
                               SM-STUDENT-ID ", file status "
                               WS-STUDMAST-STATUS
                   END-REWRITE
           END-READ.

      *    A trainee reinstated from the retention archive after the
      *    backup cannot be put back whole: the ARCHIVED entry before
      *    it has already been replayed as a delete, and the alumni
      *    file gives up its copy of the master image when the
      *    trainee is reinstated. The trainee comes back as a bare
      *    record on the reinstated episode - counted and listed so
      *    NOMBRE, COHORT and TRAINER can be re-keyed through
      *    STUDMNT after the restore. ENRLMAST, STUDHIST and the
      *    other side records the reinstatement put back are live
      *    files and are not touched by the restore.
       APPLY-UNARCHIVE.
           MOVE AUD-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   PERFORM CREATE-UNARCHIVED-STUDENT
               NOT INVALID KEY
                   MOVE AUD-NEW-NUMERO TO SM-NUMERO
                   MOVE AUD-NEW-VIENDO TO SM-VIENDO
                   PERFORM SET-FORWARDED-TRACK
                   REWRITE STUDENT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Unable to roll forward student "
                               SM-STUDENT-ID ", file status "
                               WS-STUDMAST-STATUS
                   END-REWRITE
           END-READ.

       CREATE-UNARCHIVED-STUDENT.
           PERFORM BUILD-BARE-STUDENT.
           WRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Unable to restore student "
                       SM-STUDENT-ID ", file status "
                       WS-STUDMAST-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-UNARCHIVED
                   DISPLAY "Student " SM-STUDENT-ID " unarchived "
                       "without NOMBRE or COHORT - re-key them "
                       "through STUDMNT"
           END-WRITE.

      *    The audit entry carries no NOMBRE or COHORT, so a student
      *    first added after the backup comes back without them -
      *    counted and listed so the names can be re-keyed through
      *    STUDMNT after the restore.
       CREATE-FORWARDED-STUDENT.
           PERFORM BUILD-BARE-STUDENT.
           WRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Unable to restore student "
                       SM-STUDENT-ID ", file status "
                       WS-STUDMAST-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-NO-NAME
                   DISPLAY "Student " SM-STUDENT-ID " restored "
                       "without NOMBRE - re-key the name through "
                       "STUDMNT"
           END-WRITE.

       BUILD-BARE-STUDENT.
           MOVE AUD-STUDENT-ID TO SM-STUDENT-ID.
           MOVE SPACES TO SM-NOMBRE.
           MOVE AUD-NEW-NUMERO TO SM-NUMERO.
           MOVE "A" TO SM-STATUS.
           MOVE AUD-TIMESTAMP(1:8) TO SM-LAST-UPDATE.
           MOVE SPACES TO SM-EXPORT-DATE.
           MOVE SPACES TO SM-DELIVERY-DATE.
           MOVE SPACES TO SM-COHORT.
           MOVE SPACES TO SM-TRACK.
           PERFORM SET-FORWARDED-TRACK.
           MOVE SPACES TO SM-TRAINER.
           MOVE SPACES TO SM-WDRAW-REASON.
           MOVE SPACES TO SM-WDRAW-DATE.

      *    The update and maintenance programs move SM-TRACK with
      *    SM-NUMERO, and NUMEROs are unique across every track, so
      *    the episode on the entry names the home track as well -
      *    read directly, since a retired episode still carries its
      *    track. An entry back at episode 000 leaves the track as
      *    it stands.
       SET-FORWARDED-TRACK.
           IF AUD-NEW-NUMERO NOT = ZERO
               MOVE AUD-NEW-NUMERO TO CM-NUMERO
               READ CURR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-TRACK TO SM-TRACK
               END-READ
           END-IF.

       APPLY-DELETE.
           MOVE AUD-STUDENT-ID TO SM-STUDENT-ID.
           DISPLAY "  DELETES REAPPLIED     : " WS-EDIT-COUNT.
           MOVE WS-COUNT-NO-NAME TO WS-EDIT-COUNT.
           DISPLAY "  RESTORED WITHOUT NAME : " WS-EDIT-COUNT.
           MOVE WS-COUNT-UNARCHIVED TO WS-EDIT-COUNT.
           DISPLAY "  UNARCHIVED, RE-KEY    : " WS-EDIT-COUNT.
           DISPLAY "================================================".
