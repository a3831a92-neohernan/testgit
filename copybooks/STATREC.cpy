      ******************************************************************
      * STATREC - shared STATFILE month-end statistics record layout.
      *           The month-end snapshot writes one record per cohort
      *           per month - a picture of STUDENT-MASTER as it stood
      *           on the month-end date plus the month's rejection
      *           count - and the trend report reads them back for
      *           the rolling twelve-month comparison. The file is
      *           permanent: a month is never rewritten except by a
      *           rerun of that same month's snapshot.
      *           Trainees with a blank or unknown cohort are filed
      *           under "????", and one more record per month under
      *           "*ALL" holds the whole shop.
      ******************************************************************
       01  STAT-SNAPSHOT-RECORD.
           05  SS-SNAP-KEY.
               10  SS-COHORT           PIC X(4).
                   88  SS-SHOP-TOTAL   VALUE "*ALL".
                   88  SS-UNASSIGNED   VALUE "????".
               10  SS-MONTH            PIC X(6).
           05  SS-SNAP-DATE            PIC X(8).
      *    Headcount by SM-STATUS on the snapshot date.
           05  SS-ACTIVE               PIC 9(5).
           05  SS-EXPORTED             PIC 9(5).
           05  SS-DELIVERED            PIC 9(5).
           05  SS-WITHDRAWN            PIC 9(5).
      *    Average home-track SM-NUMERO reached, withdrawn trainees
      *    left out the same as on the cohort summary.
           05  SS-AVG-EPISODE          PIC 9(3)V9.
      *    ACTIVE trainees whose SM-LAST-UPDATE is at least 30, 60
      *    and 90 days before the snapshot date - each count
      *    includes the longer ones.
           05  SS-STALLED-30           PIC 9(5).
           05  SS-STALLED-60           PIC 9(5).
           05  SS-STALLED-90           PIC 9(5).
      *    Transactions the nightly edit suspended during the month,
      *    from the BALTOTS edit totals. Those totals carry no
      *    cohort, so the count is held on the *ALL record only and
      *    is zero on the cohort records.
           05  SS-SUSPENDED            PIC 9(5).
      *    REJECTED entries on AUDITLOG stamped in the month, by the
      *    trainee's cohort on the snapshot date.
           05  SS-REJECTED             PIC 9(5).
