      ******************************************************************
      * ALUMREC - shared ALUMNI retention-archive record layout. The
      *           yearly retention run moves a trainee who withdrew or
      *           was delivered and certified long ago off the live
      *           files and onto this archive - the master record and
      *           every ENRLMAST, STUDHIST, SCOREMST and CERTREG record
      *           that belongs to them, all filed together under the
      *           student-ID. AL-RECORD-TYPE says which file an entry
      *           came from and AL-SUB-KEY keeps entries of one type
      *           apart: the track code for enrolments and
      *           certificates, the episode NUMERO for history and
      *           scores, spaces for the master. AL-IMAGE holds the
      *           live record byte for byte, so a reinstatement puts
      *           back exactly what was taken off.
      ******************************************************************
       01  ALUMNI-RECORD.
           05  AL-ALUMNI-KEY.
               10  AL-STUDENT-ID       PIC X(6).
               10  AL-RECORD-TYPE      PIC X(1).
                   88  AL-STUDENT-ENTRY
                                       VALUE "M".
                   88  AL-ENROL-ENTRY  VALUE "E".
                   88  AL-HISTORY-ENTRY
                                       VALUE "H".
                   88  AL-SCORE-ENTRY  VALUE "S".
                   88  AL-CERT-ENTRY   VALUE "C".
               10  AL-SUB-KEY          PIC X(4).
           05  AL-ARCHIVE-DATE         PIC X(8).
           05  AL-IMAGE                PIC X(118).
