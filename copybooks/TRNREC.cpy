      ******************************************************************
      * TRNREC - shared TRNMAST trainer reference record layout. One
      *          record per member of the training team, keyed by the
      *          four-character trainer code carried on the student
      *          record (SM-TRAINER) and on the cohort record as the
      *          cohort's default trainer (CO-TRAINER). TRNMNT.cbl
      *          maintains the file; student maintenance validates
      *          trainer codes against it, and the weekly trainer
      *          worklist prints one section per trainer off it.
      ******************************************************************
       01  TRAINER-MASTER-RECORD.
           05  TM-TRAINER-CODE         PIC X(4).
           05  TM-NAME                 PIC X(30).
      *    An inactive trainer keeps the trainees already assigned
      *    (so the worklist still shows them until they are moved)
      *    but can't be given new ones.
           05  TM-STATUS               PIC X(1).
               88  TM-ACTIVE           VALUE "A".
               88  TM-INACTIVE         VALUE "I".
           05  TM-START-DATE           PIC X(8).
