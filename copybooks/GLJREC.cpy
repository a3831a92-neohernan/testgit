      ******************************************************************
      * GLJREC - shared GLJRNL general-ledger journal extract record
      *          layout. The monthly Training-Chargeback run writes one
      *          journal per charge month for finance to load into the
      *          general ledger: a header, then a debit for each cohort
      *          and charge type to the cost centre of the department
      *          that sent the trainees, then one credit for the whole
      *          month to the training department's recovery account,
      *          and a trailer carrying the record count and the debit
      *          and credit totals, which always balance. Fixed format,
      *          80 bytes, amounts unsigned with two implied decimals.
      ******************************************************************
       01  GL-JOURNAL-RECORD.
           05  GJ-RECORD-TYPE          PIC X(1).
               88  GJ-HEADER           VALUE "H".
               88  GJ-DETAIL           VALUE "D".
               88  GJ-TRAILER          VALUE "T".
      *    Charge month the journal is for, YYYYMM.
           05  GJ-PERIOD               PIC X(6).
           05  GJ-BODY                 PIC X(73).
      *    Detail entry - one side of the journal.
           05  GJ-DETAIL-BODY REDEFINES GJ-BODY.
               10  GJ-COST-CENTRE      PIC X(8).
               10  GJ-ACCOUNT          PIC X(8).
               10  GJ-DR-CR            PIC X(1).
                   88  GJ-DEBIT        VALUE "D".
                   88  GJ-CREDIT       VALUE "C".
               10  GJ-AMOUNT           PIC 9(9)V99.
      *        Cohort the charge is for - "????" for trainees with no
      *        known cohort, spaces on the recovery credit.
               10  GJ-COHORT           PIC X(4).
               10  GJ-CHARGE-TYPE      PIC X(4).
                   88  GJ-EPISODE-CHARGE
                                       VALUE "EPIS".
                   88  GJ-COMPLETION-FEE
                                       VALUE "CERT".
                   88  GJ-RECOVERY     VALUE "RECV".
      *        Episodes reached or certificates issued behind the
      *        amount.
               10  GJ-QUANTITY         PIC 9(5).
               10  GJ-DESCRIPTION      PIC X(30).
               10  FILLER              PIC X(2).
      *    Header and trailer - the header carries zero counts.
           05  GJ-CONTROL-BODY REDEFINES GJ-BODY.
               10  GJ-SOURCE           PIC X(8).
               10  GJ-RUN-DATE         PIC X(8).
               10  GJ-RECORD-COUNT     PIC 9(7).
               10  GJ-TOTAL-DEBITS     PIC 9(11)V99.
               10  GJ-TOTAL-CREDITS    PIC 9(11)V99.
               10  FILLER              PIC X(24).
