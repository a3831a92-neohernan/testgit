      ******************************************************************
      * PENDREC - shared PENDMNT pending-change record layout. The
      *           maintenance edit parks every MAINTFILE transaction
      *           that passes its edits here, keyed by the date it was
      *           parked and a running number within that date - the
      *           reference printed on the approval list and keyed on
      *           the approval card. STUDMNT records the approvals,
      *           applies the approved changes in key order (the order
      *           they were keyed), and drops each record once it has
      *           been applied, declined or expired.
      ******************************************************************
       01  PENDING-CHANGE-RECORD.
           05  PM-PEND-KEY.
               10  PM-KEYED-DATE       PIC X(8).
               10  PM-SEQUENCE         PIC 9(4).
           05  PM-STATUS               PIC X(1).
               88  PM-AWAITING         VALUE "P".
               88  PM-APPROVED         VALUE "A".
               88  PM-DECLINED         VALUE "D".
           05  PM-KEYED-BY             PIC X(8).
      *    Set when the approval card is taken - never the same user
      *    ID as PM-KEYED-BY.
           05  PM-APPROVED-BY          PIC X(8).
           05  PM-APPROVED-DATE        PIC X(8).
      *    The MAINTFILE transaction exactly as keyed (MAINTREC).
           05  PM-TRANSACTION          PIC X(105).
