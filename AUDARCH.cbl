
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD              PIC X(139).

       FD  NEW-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-AUDIT-RECORD            PIC X(139).

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
