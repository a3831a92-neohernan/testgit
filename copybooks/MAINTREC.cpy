      ******************************************************************
      * MAINTREC - shared MAINTFILE student maintenance transaction
      *            layout. The maintenance edit reads it from MAINTFILE
      *            and parks each transaction whole on the PENDMNT
      *            pending-change file (layout in PENDREC); STUDMNT
      *            takes it back off PENDMNT once a second user has
      *            approved it.
      ******************************************************************
       01  MAINT-RECORD.
           05  MT-ACTION               PIC X(1).
               88  MT-ADD              VALUE "A".
               88  MT-CHANGE           VALUE "C".
               88  MT-DELETE           VALUE "D".
               88  MT-WITHDRAW         VALUE "W".
               88  MT-REINSTATE        VALUE "R".
               88  MT-MERGE            VALUE "M".
           05  MT-STUDENT-ID           PIC X(6).
           05  MT-NOMBRE               PIC A(20).
           05  MT-VIENDO               PIC A(40).
           05  MT-NUMERO               PIC 9(3).
           05  MT-NUMERO-SW            PIC X(1).
      *        MT-NUMERO-SW distinguishes "NUMERO not supplied on
      *        this transaction" from "NUMERO supplied as 000", so a
      *        trainer can reset a trainee back to the curriculum
      *        start without that reset being swallowed as a no-op.
               88  MT-NUMERO-SUPPLIED  VALUE "Y".
      *        Blank MT-COHORT leaves the student's cohort unchanged.
           05  MT-COHORT               PIC X(4).
      *        Withdrawal reason code and effective date - only the
      *        withdraw action reads them. A blank date withdraws
      *        as of today.
           05  MT-WDRAW-REASON         PIC X(4).
           05  MT-WDRAW-DATE           PIC X(8).
      *        The duplicate record a merge retires - only the merge
      *        action reads it; MT-STUDENT-ID is the survivor.
           05  MT-MERGE-ID             PIC X(6).
      *        Trainer to assign. Blank on an add takes the cohort's
      *        default trainer; blank on a change leaves the trainer
      *        alone unless the change moves the trainee to another
      *        cohort, when the new cohort's default follows.
           05  MT-TRAINER              PIC X(4).
      *        User ID of the person who keyed the transaction. The
      *        edit refuses a transaction without one, and only a
      *        different user ID can approve it.
           05  MT-KEYED-BY             PIC X(8).
