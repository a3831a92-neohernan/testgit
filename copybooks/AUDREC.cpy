           05  AUD-NEW-NUMERO          PIC 9(3).
           05  AUD-NEW-VIENDO          PIC A(40).
           05  AUD-RESULT              PIC X(10).
      *    Who keyed and who approved a maintenance change - STUDMNT
      *    applies only dual-controlled changes and stamps both.
      *    Blank on entries written by the batch jobs, and on lines
      *    logged before the fields were added.
           05  AUD-KEYED-BY            PIC X(8).
           05  AUD-APPROVED-BY         PIC X(8).

      * End-of-run control-totals record, same physical size as
      * AUDIT-RECORD above, written once per run so AUDITLOG stays a
           05  ATR-COUNT-READ          PIC 9(5).
           05  ATR-COUNT-UPDATED       PIC 9(5).
           05  ATR-COUNT-REJECTED      PIC 9(5).
           05  FILLER                  PIC X(93).
