      *          cohort code carried on the student record. COHMNT.cbl
      *          maintains the file; the transaction edit validates
      *          incoming cohort codes against it, and the cohort
      *          summary report drives off it. The transaction edit
      *          holds adds beyond the cohort's seat capacity on the
      *          WAITLIST waiting list (layout in WAITREC), and the
      *          nightly Waiting-List-Promotion step seats them as
      *          places open. The cohort's cost centre is the
      *          department the monthly training chargeback bills.
      ******************************************************************
       01  COHORT-MASTER-RECORD.
           05  CO-COHORT-CODE          PIC X(4).
           05  CO-DESCRIPTION          PIC X(30).
           05  CO-START-DATE           PIC X(8).
      *    Trainer (TRNMAST code) who takes the cohort's trainees by
      *    default - student maintenance and the nightly update stamp
      *    it on a trainee joining the cohort unless one is named.
      *    Spaces means no default trainer.
           05  CO-TRAINER              PIC X(4).
      *    Seats in the cohort - counted as the STUDENT-MASTER
      *    records carrying the cohort that are not withdrawn. Zero
      *    means no limit.
           05  CO-CAPACITY             PIC 9(4).
      *    Full cohort whose waiting list this cohort also takes from,
      *    in arrival order along with its own - set when a new
      *    cohort is opened to take the overflow of a full one.
      *    Spaces means none.
           05  CO-OVERFLOW-OF          PIC X(4).
      *    Department cost centre that sends the cohort's trainees -
      *    the monthly Training-Chargeback run charges their episodes
      *    and completion fees to it. Spaces means none is known, and
      *    the charges go to the default cost centre on its CHGPARM.
           05  CO-COST-CENTRE          PIC X(8).
