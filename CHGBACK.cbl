      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Monthly training chargeback. Finance charges the
      *           cost of training back to the departments that send
      *           trainees: every episode reached in the charge month
      *           (HS-REACHED-DATE on STUDHIST) is priced at the
      *           episode's CM-EPISODE-COST on CURRMAST, and every
      *           certificate issued in the month (CR-ISSUE-DATE on
      *           CERTREG) carries the completion fee from the CHGPARM
      *           card. A charge goes to the cohort's department cost
      *           centre on COHMAST - an episode to the cohort the
      *           trainee is in now, a certificate to the cohort it
      *           was issued under. Trainees with no known cohort, and
      *           cohorts with no cost centre, are charged to the
      *           default cost centre on the card.
      *           The run writes the GLJRNL journal extract for the
      *           general ledger (layout in GLJREC) - a debit per
      *           cohort and charge type, balanced by one credit to
      *           the training department's recovery account - and
      *           the CHGRPT summary by department and cohort. The
      *           charges for trainees who withdrew in the month stay
      *           in the journal but are listed again, trainee by
      *           trainee, so finance can decide whether to credit
      *           them back.
      *           CHGPARM card: charge month YYYYMM in columns 1-6,
      *           completion fee 9(5)V99 in 8-14, training cost centre
      *           in 16-23, recovery account in 25-32, charge account
      *           in 34-41, default cost centre in 43-50 (blank means
      *           the training cost centre absorbs the charge).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Training-Chargeback.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               ALTERNATE RECORD KEY IS SM-NOMBRE
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDMAST-STATUS.

           SELECT STUDENT-HISTORY ASSIGN TO "STUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-HIST-KEY
               FILE STATUS IS WS-STUDHIST-STATUS.

           SELECT CERT-REGISTER ASSIGN TO "CERTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CERT-KEY
               FILE STATUS IS WS-CERTREG-STATUS.

           SELECT CURR-MASTER ASSIGN TO "CURRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-NUMERO
               FILE STATUS IS WS-CURRMAST-STATUS.

           SELECT COHORT-MASTER ASSIGN TO "COHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO-COHORT-CODE
               FILE STATUS IS WS-COHMAST-STATUS.

           SELECT PARM-FILE ASSIGN TO "CHGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY STUDREC.

       FD  STUDENT-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY HISTREC.

       FD  CERT-REGISTER
           LABEL RECORDS ARE STANDARD.
       COPY CERTREC.

       FD  CURR-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY CURRREC.

       FD  COHORT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY COHREC.

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  CP-CHARGE-MONTH         PIC X(6).
           05  FILLER                  PIC X(1).
           05  CP-COMPLETION-FEE-X     PIC X(7).
           05  CP-COMPLETION-FEE REDEFINES CP-COMPLETION-FEE-X
                                       PIC 9(5)V99.
           05  FILLER                  PIC X(1).
           05  CP-TRAINING-CENTRE      PIC X(8).
           05  FILLER                  PIC X(1).
           05  CP-RECOVERY-ACCOUNT     PIC X(8).
           05  FILLER                  PIC X(1).
           05  CP-CHARGE-ACCOUNT       PIC X(8).
           05  FILLER                  PIC X(1).
           05  CP-DEFAULT-CENTRE       PIC X(8).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GLJREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STUDMAST-STATUS          PIC XX.
           88  WS-STUDMAST-OK          VALUE "00".
       01  WS-STUDHIST-STATUS          PIC XX.
           88  WS-STUDHIST-OK          VALUE "00".
       01  WS-CERTREG-STATUS           PIC XX.
           88  WS-CERTREG-OK           VALUE "00".
       01  WS-CURRMAST-STATUS          PIC XX.
           88  WS-CURRMAST-OK          VALUE "00".
       01  WS-COHMAST-STATUS           PIC XX.
           88  WS-COHMAST-OK           VALUE "00".
       01  WS-PARMFILE-STATUS          PIC XX.
           88  WS-PARMFILE-OK          VALUE "00".
       01  WS-GLJRNL-STATUS            PIC XX.
           88  WS-GLJRNL-OK            VALUE "00".
       01  WS-RPTFILE-STATUS           PIC XX.
           88  WS-RPTFILE-OK           VALUE "00".
       01  WS-EOF-STUDENT              PIC X VALUE "N".
           88  WS-END-OF-STUDENT       VALUE "Y".
       01  WS-EOF-HISTORY              PIC X VALUE "N".
           88  WS-END-OF-HISTORY       VALUE "Y".
       01  WS-EOF-CERT                 PIC X VALUE "N".
           88  WS-END-OF-CERT          VALUE "Y".
       01  WS-EOF-CURR                 PIC X VALUE "N".
           88  WS-END-OF-CURR          VALUE "Y".
       01  WS-EOF-COHORT               PIC X VALUE "N".
           88  WS-END-OF-COHORT        VALUE "Y".

       COPY COHTAB.

      *    Episode prices, subscripted by the episode NUMERO itself.
      *    Retired episodes are loaded too - a trainee may have reached
      *    an episode in the month that has been retired since.
       01  WS-PRICE-TABLE.
           05  WS-PRICE-ENTRY OCCURS 999 TIMES.
               10  WS-PRICE-SWITCH     PIC X(1).
                   88  WS-PRICE-ON-FILE
                                       VALUE "Y".
               10  WS-PRICE-COST       PIC 9(5)V99.

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-CHARGE-MONTH             PIC X(6).
       01  WS-COMPLETION-FEE           PIC 9(5)V99.
       01  WS-TRAINING-CENTRE          PIC X(8).
       01  WS-RECOVERY-ACCOUNT         PIC X(8).
       01  WS-CHARGE-ACCOUNT           PIC X(8).
       01  WS-DEFAULT-CENTRE           PIC X(8).

      *    Charges parallel to the COHTAB entries, with a slot at
      *    WS-COH-TOTAL-COHORTS + 1 for trainees whose cohort is blank
      *    or unknown. The cost centre is fixed for each slot as the
      *    cohorts are loaded.
       01  WS-CHARGE-TOTALS.
           05  WS-CG-ENTRY OCCURS 201 TIMES.
               10  WS-CG-CENTRE        PIC X(8).
               10  WS-CG-EPISODES      PIC 9(5).
               10  WS-CG-EPISODE-AMT   PIC 9(7)V99.
               10  WS-CG-CERTS         PIC 9(5).
               10  WS-CG-CERT-AMT      PIC 9(7)V99.
               10  WS-CG-WDRAWN-AMT    PIC 9(7)V99.
               10  WS-CG-PRINTED       PIC X(1).
       01  WS-UNASSIGNED-SUB           PIC 9(3).
       01  WS-COH-SUB                  PIC 9(3).
       01  WS-SCAN-SUB                 PIC 9(3).
       01  WS-FIND-COHORT              PIC X(4).

      *    The trainee a charge belongs to, as found on STUDMAST.
       01  WS-TRAINEE-COHORT           PIC X(4).
       01  WS-WITHDRAWN-SWITCH         PIC X VALUE "N".
           88  WS-TRAINEE-WITHDRAWN    VALUE "Y".
       01  WS-CHARGE-AMOUNT            PIC 9(5)V99.

      *    Department and whole-run totals for the summary.
       01  WS-DEPT-CENTRE              PIC X(8).
       01  WS-DEPT-SWITCH              PIC X VALUE "N".
           88  WS-DEPT-FOUND           VALUE "Y".
       01  WS-DEPT-TOTALS.
           05  WS-DEPT-EPISODES        PIC 9(5).
           05  WS-DEPT-EPISODE-AMT     PIC 9(7)V99.
           05  WS-DEPT-CERTS           PIC 9(5).
           05  WS-DEPT-CERT-AMT        PIC 9(7)V99.
           05  WS-DEPT-WDRAWN-AMT      PIC 9(7)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-EPISODES       PIC 9(5).
           05  WS-GRAND-EPISODE-AMT    PIC 9(7)V99.
           05  WS-GRAND-CERTS          PIC 9(5).
           05  WS-GRAND-CERT-AMT       PIC 9(7)V99.
           05  WS-GRAND-WDRAWN-AMT     PIC 9(7)V99.

      *    Withdrawn-in-month listing for one trainee.
       01  WS-TRAINEE-HEADED-SWITCH    PIC X VALUE "N".
           88  WS-TRAINEE-HEADED       VALUE "Y".
       01  WS-TRAINEE-AMOUNT           PIC 9(7)V99.

       01  WS-JOURNAL-AMOUNT           PIC 9(9)V99.
       01  WS-TOTAL-DEBITS             PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITS            PIC 9(11)V99 VALUE ZERO.

       01  WS-COUNT-HISTORY-READ       PIC 9(7) VALUE ZERO.
       01  WS-COUNT-CERT-READ          PIC 9(7) VALUE ZERO.
       01  WS-COUNT-EPISODES           PIC 9(5) VALUE ZERO.
       01  WS-COUNT-NOT-PRICED         PIC 9(5) VALUE ZERO.
       01  WS-COUNT-CERTS              PIC 9(5) VALUE ZERO.
       01  WS-COUNT-NOT-ON-MASTER      PIC 9(5) VALUE ZERO.
       01  WS-COUNT-DEFAULTED          PIC 9(5) VALUE ZERO.
       01  WS-COUNT-WDRAWN-LISTED      PIC 9(5) VALUE ZERO.
       01  WS-COUNT-JOURNAL            PIC 9(5) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(28) VALUE
               "TRAINING CHARGEBACK - MONTH ".
           05  WS-H1-MONTH             PIC X(6).
           05  FILLER                  PIC X(8)  VALUE "   RUN  ".
           05  WS-H1-RUN-DATE          PIC X(8).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                  PIC X(33) VALUE
               "COMPLETION FEE PER CERTIFICATE : ".
           05  WS-H2-FEE               PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-S-TITLE              PIC X(60).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-HEADING-3.
           05  FILLER                  PIC X(40) VALUE
               "CENTRE    COH    EPIS  EPISODE AMT CERTS".
           05  FILLER                  PIC X(40) VALUE
               "    COMPL AMT    TOTAL AMT   WDRAWN AMT".

       01  WS-DETAIL-LINE.
           05  WS-D-CENTRE             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-D-COHORT             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-D-EPISODES           PIC ZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-D-EPISODE-AMT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-D-CERTS              PIC ZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-D-CERT-AMT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-D-TOTAL-AMT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-D-WDRAWN-AMT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.

       01  WS-WDRAWN-LINE.
           05  WS-W-STUDENT-ID         PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-W-NOMBRE             PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-W-COHORT             PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-W-CENTRE             PIC X(8).
           05  FILLER                  PIC X(11) VALUE " WITHDRAWN ".
           05  WS-W-WDRAW-DATE         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-W-WDRAW-REASON       PIC X(4).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-CHARGE-LINE.
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  WS-C-TYPE               PIC X(11).
           05  WS-C-ITEM               PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-C-DATE-LABEL         PIC X(8).
           05  WS-C-DATE               PIC X(8).
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  WS-C-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-T-LABEL              PIC X(30).
           05  WS-T-COUNT              PIC ZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  WS-A-LABEL              PIC X(30).
           05  WS-A-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM READ-PARM-CARD.
           PERFORM LOAD-PRICES.
           PERFORM LOAD-COHORTS.
           OPEN INPUT STUDENT-MASTER.
           IF NOT WS-STUDMAST-OK
               DISPLAY "Unable to open STUDMAST, file status "
                   WS-STUDMAST-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-HISTORY.
           IF NOT WS-STUDHIST-OK
               DISPLAY "Unable to open STUDHIST, file status "
                   WS-STUDHIST-STATUS
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT CERT-REGISTER.
           IF NOT WS-CERTREG-OK
               DISPLAY "Unable to open CERTREG, file status "
                   WS-CERTREG-STATUS
               CLOSE STUDENT-MASTER
               CLOSE STUDENT-HISTORY
               STOP RUN
           END-IF.
           OPEN OUTPUT JOURNAL-FILE.
           IF NOT WS-GLJRNL-OK
               DISPLAY "Unable to open GLJRNL, file status "
                   WS-GLJRNL-STATUS
               CLOSE STUDENT-MASTER
               CLOSE STUDENT-HISTORY
               CLOSE CERT-REGISTER
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-RPTFILE-OK
               DISPLAY "Unable to open CHGRPT, file status "
                   WS-RPTFILE-STATUS
               CLOSE STUDENT-MASTER
               CLOSE STUDENT-HISTORY
               CLOSE CERT-REGISTER
               CLOSE JOURNAL-FILE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-END-OF-HISTORY
               READ STUDENT-HISTORY NEXT RECORD
                   AT END
                       SET WS-END-OF-HISTORY TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-HISTORY-READ
                       IF HS-REACHED-DATE (1:6) = WS-CHARGE-MONTH
                         AND HS-NUMERO > ZERO
                           PERFORM CHARGE-ONE-EPISODE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM UNTIL WS-END-OF-CERT
               READ CERT-REGISTER NEXT RECORD
                   AT END
                       SET WS-END-OF-CERT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-CERT-READ
                       IF CR-ISSUE-DATE (1:6) = WS-CHARGE-MONTH
                           PERFORM CHARGE-ONE-CERTIFICATE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM WRITE-JOURNAL.
           MOVE WS-CHARGE-MONTH TO WS-H1-MONTH.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           MOVE WS-COMPLETION-FEE TO WS-H2-FEE.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           PERFORM PRINT-DEPARTMENT-SECTION.
           PERFORM PRINT-WITHDRAWN-SECTION.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE STUDENT-MASTER.
           CLOSE STUDENT-HISTORY.
           CLOSE CERT-REGISTER.
           CLOSE JOURNAL-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.

      *    The month, fee, cost centres and accounts all come off the
      *    one card - nothing is charged without them.
       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF NOT WS-PARMFILE-OK
               DISPLAY "Unable to open CHGPARM, file status "
                   WS-PARMFILE-STATUS
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY "CHGPARM is empty - charge month is "
                       "required"
                   CLOSE PARM-FILE
                   STOP RUN
           END-READ.
           IF CP-CHARGE-MONTH NOT NUMERIC
             OR CP-CHARGE-MONTH (5:2) < "01"
             OR CP-CHARGE-MONTH (5:2) > "12"
             OR CP-COMPLETION-FEE-X NOT NUMERIC
             OR CP-TRAINING-CENTRE = SPACES
             OR CP-RECOVERY-ACCOUNT = SPACES
             OR CP-CHARGE-ACCOUNT = SPACES
               DISPLAY "CHGPARM is invalid: " PARM-RECORD
               CLOSE PARM-FILE
               STOP RUN
           END-IF.
           MOVE CP-CHARGE-MONTH TO WS-CHARGE-MONTH.
           MOVE CP-COMPLETION-FEE TO WS-COMPLETION-FEE.
           MOVE CP-TRAINING-CENTRE TO WS-TRAINING-CENTRE.
           MOVE CP-RECOVERY-ACCOUNT TO WS-RECOVERY-ACCOUNT.
           MOVE CP-CHARGE-ACCOUNT TO WS-CHARGE-ACCOUNT.
           IF CP-DEFAULT-CENTRE = SPACES
               MOVE CP-TRAINING-CENTRE TO WS-DEFAULT-CENTRE
           ELSE
               MOVE CP-DEFAULT-CENTRE TO WS-DEFAULT-CENTRE
           END-IF.
           CLOSE PARM-FILE.

      *    Every CURRMAST record, active or retired, priced by NUMERO.
       LOAD-PRICES.
           OPEN INPUT CURR-MASTER.
           IF NOT WS-CURRMAST-OK
               DISPLAY "Unable to open CURRMAST, file status "
                   WS-CURRMAST-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-PRICE-TABLE.
           PERFORM UNTIL WS-END-OF-CURR
               READ CURR-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-CURR TO TRUE
                   NOT AT END
                       IF CM-NUMERO > ZERO
                           MOVE "Y" TO WS-PRICE-SWITCH (CM-NUMERO)
                           MOVE CM-EPISODE-COST TO
                               WS-PRICE-COST (CM-NUMERO)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CURR-MASTER.

      *    Fill the COHTAB in-storage table from the COHMAST cohort
      *    reference file and fix the cost centre each cohort's
      *    charges go to.
       LOAD-COHORTS.
           OPEN INPUT COHORT-MASTER.
           IF NOT WS-COHMAST-OK
               DISPLAY "Unable to open COHMAST, file status "
                   WS-COHMAST-STATUS
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-COH-LOAD-COUNT.
           MOVE WS-COH-MAX-COHORTS TO WS-COH-TOTAL-COHORTS.
           MOVE SPACES TO WS-COHORT-TABLE.
           PERFORM UNTIL WS-END-OF-COHORT
               READ COHORT-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-COHORT TO TRUE
                   NOT AT END
                       PERFORM LOAD-COHORT-ENTRY
               END-READ
           END-PERFORM.
           CLOSE COHORT-MASTER.
           IF WS-COH-LOAD-COUNT = ZERO
               MOVE 1 TO WS-COH-TOTAL-COHORTS
               MOVE SPACES TO WS-COH-CODE (1)
           ELSE
               MOVE WS-COH-LOAD-COUNT TO WS-COH-TOTAL-COHORTS
           END-IF.
           COMPUTE WS-UNASSIGNED-SUB = WS-COH-TOTAL-COHORTS + 1.
           MOVE ZERO TO WS-CHARGE-TOTALS.
           PERFORM SET-UP-CHARGE-SLOT
               VARYING WS-COH-SUB FROM 1 BY 1
               UNTIL WS-COH-SUB > WS-UNASSIGNED-SUB.

       LOAD-COHORT-ENTRY.
           IF WS-COH-LOAD-COUNT < WS-COH-MAX-COHORTS
               ADD 1 TO WS-COH-LOAD-COUNT
               MOVE CO-COHORT-CODE TO
                   WS-COH-CODE (WS-COH-LOAD-COUNT)
               MOVE CO-DESCRIPTION TO
                   WS-COH-DESCRIPTION (WS-COH-LOAD-COUNT)
               MOVE CO-COST-CENTRE TO
                   WS-COH-COST-CENTRE (WS-COH-LOAD-COUNT)
           ELSE
               DISPLAY "Cohort table full, cohort "
                   CO-COHORT-CODE " ignored"
           END-IF.

      *    A cohort with no cost centre, and the unassigned slot, are
      *    charged to the default cost centre from the card.
       SET-UP-CHARGE-SLOT.
           MOVE "N" TO WS-CG-PRINTED (WS-COH-SUB).
           IF WS-COH-SUB = WS-UNASSIGNED-SUB
               MOVE WS-DEFAULT-CENTRE TO WS-CG-CENTRE (WS-COH-SUB)
           ELSE
           IF WS-COH-COST-CENTRE (WS-COH-SUB) = SPACES
               MOVE WS-DEFAULT-CENTRE TO WS-CG-CENTRE (WS-COH-SUB)
           ELSE
               MOVE WS-COH-COST-CENTRE (WS-COH-SUB)
                   TO WS-CG-CENTRE (WS-COH-SUB)
           END-IF
           END-IF.

       FIND-COHORT-SUB.
           MOVE WS-UNASSIGNED-SUB TO WS-COH-SUB.
           IF WS-FIND-COHORT NOT = SPACES
               SET WS-COH-IDX TO 1
               SEARCH WS-COH-ENTRY
                   AT END
                       MOVE WS-UNASSIGNED-SUB TO WS-COH-SUB
                   WHEN WS-COH-CODE (WS-COH-IDX) = WS-FIND-COHORT
                       SET WS-COH-SUB TO WS-COH-IDX
               END-SEARCH
           END-IF.

      *    A charge that went to the default cost centre - no known
      *    cohort, or a cohort with no cost centre on COHMAST.
       COUNT-DEFAULT-CHARGE.
           IF WS-COH-SUB = WS-UNASSIGNED-SUB
               ADD 1 TO WS-COUNT-DEFAULTED
           ELSE
           IF WS-COH-COST-CENTRE (WS-COH-SUB) = SPACES
               ADD 1 TO WS-COUNT-DEFAULTED
           END-IF
           END-IF.

      *    Current cohort of the trainee a charge belongs to, and
      *    whether they withdrew in the charge month. A trainee no
      *    longer on STUDMAST is charged to the unassigned slot.
       LOOK-UP-TRAINEE.
           MOVE SPACES TO WS-TRAINEE-COHORT.
           MOVE "N" TO WS-WITHDRAWN-SWITCH.
           READ STUDENT-MASTER
               INVALID KEY
                   ADD 1 TO WS-COUNT-NOT-ON-MASTER
               NOT INVALID KEY
                   MOVE SM-COHORT TO WS-TRAINEE-COHORT
                   IF SM-WITHDRAWN
                     AND SM-WDRAW-DATE (1:6) = WS-CHARGE-MONTH
                       SET WS-TRAINEE-WITHDRAWN TO TRUE
                   END-IF
           END-READ.

      *    An episode with no CURRMAST record at all is counted but
      *    charged at nothing - it is listed in the control totals so
      *    the curriculum can be put right and the month rerun.
       CHARGE-ONE-EPISODE.
           ADD 1 TO WS-COUNT-EPISODES.
           IF WS-PRICE-ON-FILE (HS-NUMERO)
               MOVE WS-PRICE-COST (HS-NUMERO) TO WS-CHARGE-AMOUNT
           ELSE
               MOVE ZERO TO WS-CHARGE-AMOUNT
               ADD 1 TO WS-COUNT-NOT-PRICED
           END-IF.
           MOVE HS-STUDENT-ID TO SM-STUDENT-ID.
           PERFORM LOOK-UP-TRAINEE.
           MOVE WS-TRAINEE-COHORT TO WS-FIND-COHORT.
           PERFORM FIND-COHORT-SUB.
           PERFORM COUNT-DEFAULT-CHARGE.
           ADD 1 TO WS-CG-EPISODES (WS-COH-SUB).
           ADD WS-CHARGE-AMOUNT TO WS-CG-EPISODE-AMT (WS-COH-SUB).
           IF WS-TRAINEE-WITHDRAWN
               ADD WS-CHARGE-AMOUNT TO WS-CG-WDRAWN-AMT (WS-COH-SUB)
           END-IF.

      *    The certificate is charged to the cohort it was issued
      *    under - the trainee's current cohort only if none was
      *    recorded on the register.
       CHARGE-ONE-CERTIFICATE.
           ADD 1 TO WS-COUNT-CERTS.
           MOVE CR-STUDENT-ID TO SM-STUDENT-ID.
           PERFORM LOOK-UP-TRAINEE.
           IF CR-COHORT NOT = SPACES
               MOVE CR-COHORT TO WS-FIND-COHORT
           ELSE
               MOVE WS-TRAINEE-COHORT TO WS-FIND-COHORT
           END-IF.
           PERFORM FIND-COHORT-SUB.
           PERFORM COUNT-DEFAULT-CHARGE.
           ADD 1 TO WS-CG-CERTS (WS-COH-SUB).
           ADD WS-COMPLETION-FEE TO WS-CG-CERT-AMT (WS-COH-SUB).
           IF WS-TRAINEE-WITHDRAWN
               ADD WS-COMPLETION-FEE TO WS-CG-WDRAWN-AMT (WS-COH-SUB)
           END-IF.

      *    Header, a debit per cohort and charge type with something
      *    to charge, the balancing credit to the training recovery
      *    account, then the trailer. A month with nothing to charge
      *    still gets a header and trailer so finance can see the run
      *    happened.
       WRITE-JOURNAL.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           SET GJ-HEADER TO TRUE.
           MOVE WS-CHARGE-MONTH TO GJ-PERIOD.
           MOVE "TRAINCHG" TO GJ-SOURCE.
           MOVE WS-RUN-DATE TO GJ-RUN-DATE.
           MOVE ZERO TO GJ-RECORD-COUNT.
           MOVE ZERO TO GJ-TOTAL-DEBITS.
           MOVE ZERO TO GJ-TOTAL-CREDITS.
           WRITE GL-JOURNAL-RECORD.
           PERFORM WRITE-COHORT-DEBITS
               VARYING WS-COH-SUB FROM 1 BY 1
               UNTIL WS-COH-SUB > WS-UNASSIGNED-SUB.
           IF WS-TOTAL-DEBITS > ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               SET GJ-DETAIL TO TRUE
               MOVE WS-CHARGE-MONTH TO GJ-PERIOD
               MOVE WS-TRAINING-CENTRE TO GJ-COST-CENTRE
               MOVE WS-RECOVERY-ACCOUNT TO GJ-ACCOUNT
               SET GJ-CREDIT TO TRUE
               MOVE WS-TOTAL-DEBITS TO GJ-AMOUNT
               SET GJ-RECOVERY TO TRUE
               MOVE ZERO TO GJ-QUANTITY
               MOVE "TRAINING COST RECOVERED" TO GJ-DESCRIPTION
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-COUNT-JOURNAL
               ADD WS-TOTAL-DEBITS TO WS-TOTAL-CREDITS
           END-IF.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           SET GJ-TRAILER TO TRUE.
           MOVE WS-CHARGE-MONTH TO GJ-PERIOD.
           MOVE "TRAINCHG" TO GJ-SOURCE.
           MOVE WS-RUN-DATE TO GJ-RUN-DATE.
           MOVE WS-COUNT-JOURNAL TO GJ-RECORD-COUNT.
           MOVE WS-TOTAL-DEBITS TO GJ-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO GJ-TOTAL-CREDITS.
           WRITE GL-JOURNAL-RECORD.

       WRITE-COHORT-DEBITS.
           IF WS-CG-EPISODE-AMT (WS-COH-SUB) > ZERO
               MOVE WS-CG-EPISODE-AMT (WS-COH-SUB)
                   TO WS-JOURNAL-AMOUNT
               PERFORM BUILD-DEBIT-RECORD
               SET GJ-EPISODE-CHARGE TO TRUE
               MOVE WS-CG-EPISODES (WS-COH-SUB) TO GJ-QUANTITY
               MOVE "TRAINING EPISODES REACHED" TO GJ-DESCRIPTION
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-COUNT-JOURNAL
           END-IF.
           IF WS-CG-CERT-AMT (WS-COH-SUB) > ZERO
               MOVE WS-CG-CERT-AMT (WS-COH-SUB)
                   TO WS-JOURNAL-AMOUNT
               PERFORM BUILD-DEBIT-RECORD
               SET GJ-COMPLETION-FEE TO TRUE
               MOVE WS-CG-CERTS (WS-COH-SUB) TO GJ-QUANTITY
               MOVE "TRAINING COMPLETION FEES" TO GJ-DESCRIPTION
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-COUNT-JOURNAL
           END-IF.

       BUILD-DEBIT-RECORD.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           SET GJ-DETAIL TO TRUE.
           MOVE WS-CHARGE-MONTH TO GJ-PERIOD.
           MOVE WS-CG-CENTRE (WS-COH-SUB) TO GJ-COST-CENTRE.
           MOVE WS-CHARGE-ACCOUNT TO GJ-ACCOUNT.
           SET GJ-DEBIT TO TRUE.
           MOVE WS-JOURNAL-AMOUNT TO GJ-AMOUNT.
           IF WS-COH-SUB = WS-UNASSIGNED-SUB
               MOVE "????" TO GJ-COHORT
           ELSE
               MOVE WS-COH-CODE (WS-COH-SUB) TO GJ-COHORT
           END-IF.
           ADD WS-JOURNAL-AMOUNT TO WS-TOTAL-DEBITS.

      *    One department at a time in cost centre order: pick the
      *    lowest cost centre not yet printed, list its cohorts with a
      *    department total, and go round again until every slot with
      *    a charge has been printed.
       PRINT-DEPARTMENT-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CHARGES BY DEPARTMENT AND COHORT" TO WS-S-TITLE.
           WRITE REPORT-LINE FROM WS-SECTION-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-3.
           MOVE ZERO TO WS-GRAND-TOTALS.
           MOVE "Y" TO WS-DEPT-SWITCH.
           PERFORM UNTIL NOT WS-DEPT-FOUND
               MOVE "N" TO WS-DEPT-SWITCH
               MOVE HIGH-VALUES TO WS-DEPT-CENTRE
               PERFORM FIND-NEXT-DEPARTMENT
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-UNASSIGNED-SUB
               IF WS-DEPT-FOUND
                   PERFORM PRINT-ONE-DEPARTMENT
               END-IF
           END-PERFORM.
           MOVE "*ALL" TO WS-D-CENTRE.
           MOVE "*ALL" TO WS-D-COHORT.
           MOVE WS-GRAND-EPISODES TO WS-D-EPISODES.
           MOVE WS-GRAND-EPISODE-AMT TO WS-D-EPISODE-AMT.
           MOVE WS-GRAND-CERTS TO WS-D-CERTS.
           MOVE WS-GRAND-CERT-AMT TO WS-D-CERT-AMT.
           COMPUTE WS-D-TOTAL-AMT =
               WS-GRAND-EPISODE-AMT + WS-GRAND-CERT-AMT.
           MOVE WS-GRAND-WDRAWN-AMT TO WS-D-WDRAWN-AMT.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       FIND-NEXT-DEPARTMENT.
           IF WS-CG-PRINTED (WS-SCAN-SUB) = "N"
             AND (WS-CG-EPISODES (WS-SCAN-SUB) > ZERO
               OR WS-CG-CERTS (WS-SCAN-SUB) > ZERO)
             AND WS-CG-CENTRE (WS-SCAN-SUB) < WS-DEPT-CENTRE
               MOVE WS-CG-CENTRE (WS-SCAN-SUB) TO WS-DEPT-CENTRE
               SET WS-DEPT-FOUND TO TRUE
           END-IF.

       PRINT-ONE-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-TOTALS.
           PERFORM PRINT-DEPARTMENT-COHORT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-UNASSIGNED-SUB.
           MOVE WS-DEPT-CENTRE TO WS-D-CENTRE.
           MOVE "*ALL" TO WS-D-COHORT.
           MOVE WS-DEPT-EPISODES TO WS-D-EPISODES.
           MOVE WS-DEPT-EPISODE-AMT TO WS-D-EPISODE-AMT.
           MOVE WS-DEPT-CERTS TO WS-D-CERTS.
           MOVE WS-DEPT-CERT-AMT TO WS-D-CERT-AMT.
           COMPUTE WS-D-TOTAL-AMT =
               WS-DEPT-EPISODE-AMT + WS-DEPT-CERT-AMT.
           MOVE WS-DEPT-WDRAWN-AMT TO WS-D-WDRAWN-AMT.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD WS-DEPT-EPISODES TO WS-GRAND-EPISODES.
           ADD WS-DEPT-EPISODE-AMT TO WS-GRAND-EPISODE-AMT.
           ADD WS-DEPT-CERTS TO WS-GRAND-CERTS.
           ADD WS-DEPT-CERT-AMT TO WS-GRAND-CERT-AMT.
           ADD WS-DEPT-WDRAWN-AMT TO WS-GRAND-WDRAWN-AMT.

       PRINT-DEPARTMENT-COHORT.
           IF WS-CG-PRINTED (WS-SCAN-SUB) = "N"
             AND (WS-CG-EPISODES (WS-SCAN-SUB) > ZERO
               OR WS-CG-CERTS (WS-SCAN-SUB) > ZERO)
             AND WS-CG-CENTRE (WS-SCAN-SUB) = WS-DEPT-CENTRE
               MOVE "Y" TO WS-CG-PRINTED (WS-SCAN-SUB)
               MOVE WS-CG-CENTRE (WS-SCAN-SUB) TO WS-D-CENTRE
               IF WS-SCAN-SUB = WS-UNASSIGNED-SUB
                   MOVE "????" TO WS-D-COHORT
               ELSE
                   MOVE WS-COH-CODE (WS-SCAN-SUB) TO WS-D-COHORT
               END-IF
               MOVE WS-CG-EPISODES (WS-SCAN-SUB) TO WS-D-EPISODES
               MOVE WS-CG-EPISODE-AMT (WS-SCAN-SUB)
                   TO WS-D-EPISODE-AMT
               MOVE WS-CG-CERTS (WS-SCAN-SUB) TO WS-D-CERTS
               MOVE WS-CG-CERT-AMT (WS-SCAN-SUB) TO WS-D-CERT-AMT
               COMPUTE WS-D-TOTAL-AMT =
                   WS-CG-EPISODE-AMT (WS-SCAN-SUB)
                   + WS-CG-CERT-AMT (WS-SCAN-SUB)
               MOVE WS-CG-WDRAWN-AMT (WS-SCAN-SUB)
                   TO WS-D-WDRAWN-AMT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
               ADD WS-CG-EPISODES (WS-SCAN-SUB) TO WS-DEPT-EPISODES
               ADD WS-CG-EPISODE-AMT (WS-SCAN-SUB)
                   TO WS-DEPT-EPISODE-AMT
               ADD WS-CG-CERTS (WS-SCAN-SUB) TO WS-DEPT-CERTS
               ADD WS-CG-CERT-AMT (WS-SCAN-SUB) TO WS-DEPT-CERT-AMT
               ADD WS-CG-WDRAWN-AMT (WS-SCAN-SUB)
                   TO WS-DEPT-WDRAWN-AMT
           END-IF.

      *    Trainees who withdrew in the charge month, each with the
      *    month's charges against them - already in the journal and
      *    the department totals above, listed here so finance can
      *    decide whether to credit them.
       PRINT-WITHDRAWN-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "WITHDRAWN IN THE MONTH - CHARGES FOR CREDIT REVIEW"
               TO WS-S-TITLE.
           WRITE REPORT-LINE FROM WS-SECTION-LINE.
           MOVE "N" TO WS-EOF-STUDENT.
           MOVE LOW-VALUES TO SM-STUDENT-ID.
           START STUDENT-MASTER KEY NOT < SM-STUDENT-ID
               INVALID KEY
                   SET WS-END-OF-STUDENT TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-STUDENT
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       SET WS-END-OF-STUDENT TO TRUE
                   NOT AT END
                       IF SM-WITHDRAWN
                         AND SM-WDRAW-DATE (1:6) = WS-CHARGE-MONTH
                           PERFORM LIST-WITHDRAWN-TRAINEE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-COUNT-WDRAWN-LISTED = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       LIST-WITHDRAWN-TRAINEE.
           MOVE "N" TO WS-TRAINEE-HEADED-SWITCH.
           MOVE ZERO TO WS-TRAINEE-AMOUNT.
           MOVE SM-STUDENT-ID TO HS-STUDENT-ID.
           MOVE ZERO TO HS-NUMERO.
           MOVE "N" TO WS-EOF-HISTORY.
           START STUDENT-HISTORY KEY NOT < HS-HIST-KEY
               INVALID KEY
                   SET WS-END-OF-HISTORY TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-HISTORY
               READ STUDENT-HISTORY NEXT RECORD
                   AT END
                       SET WS-END-OF-HISTORY TO TRUE
                   NOT AT END
                       IF HS-STUDENT-ID NOT = SM-STUDENT-ID
                           SET WS-END-OF-HISTORY TO TRUE
                       ELSE
                       IF HS-REACHED-DATE (1:6) = WS-CHARGE-MONTH
                         AND HS-NUMERO > ZERO
                           PERFORM LIST-WITHDRAWN-EPISODE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SM-STUDENT-ID TO CR-STUDENT-ID.
           MOVE LOW-VALUES TO CR-TRACK.
           MOVE "N" TO WS-EOF-CERT.
           START CERT-REGISTER KEY NOT < CR-CERT-KEY
               INVALID KEY
                   SET WS-END-OF-CERT TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-CERT
               READ CERT-REGISTER NEXT RECORD
                   AT END
                       SET WS-END-OF-CERT TO TRUE
                   NOT AT END
                       IF CR-STUDENT-ID NOT = SM-STUDENT-ID
                           SET WS-END-OF-CERT TO TRUE
                       ELSE
                       IF CR-ISSUE-DATE (1:6) = WS-CHARGE-MONTH
                           PERFORM LIST-WITHDRAWN-CERTIFICATE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TRAINEE-HEADED
               MOVE "TOTAL" TO WS-C-TYPE
               MOVE SPACES TO WS-C-ITEM
               MOVE SPACES TO WS-C-DATE-LABEL
               MOVE SPACES TO WS-C-DATE
               MOVE WS-TRAINEE-AMOUNT TO WS-C-AMOUNT
               WRITE REPORT-LINE FROM WS-CHARGE-LINE
           END-IF.

      *    The trainee line goes out ahead of their first charge, so a
      *    trainee who withdrew without reaching anything in the
      *    month is not listed.
       PRINT-WITHDRAWN-HEADER.
           IF NOT WS-TRAINEE-HEADED
               SET WS-TRAINEE-HEADED TO TRUE
               ADD 1 TO WS-COUNT-WDRAWN-LISTED
               MOVE SM-COHORT TO WS-FIND-COHORT
               PERFORM FIND-COHORT-SUB
               MOVE SM-STUDENT-ID TO WS-W-STUDENT-ID
               MOVE SM-NOMBRE TO WS-W-NOMBRE
               MOVE SM-COHORT TO WS-W-COHORT
               MOVE WS-CG-CENTRE (WS-COH-SUB) TO WS-W-CENTRE
               MOVE SM-WDRAW-DATE TO WS-W-WDRAW-DATE
               MOVE SM-WDRAW-REASON TO WS-W-WDRAW-REASON
               WRITE REPORT-LINE FROM WS-WDRAWN-LINE
           END-IF.

       LIST-WITHDRAWN-EPISODE.
           PERFORM PRINT-WITHDRAWN-HEADER.
           IF WS-PRICE-ON-FILE (HS-NUMERO)
               MOVE WS-PRICE-COST (HS-NUMERO) TO WS-CHARGE-AMOUNT
           ELSE
               MOVE ZERO TO WS-CHARGE-AMOUNT
           END-IF.
           MOVE "EPISODE" TO WS-C-TYPE.
           MOVE HS-NUMERO TO WS-C-ITEM.
           MOVE "REACHED " TO WS-C-DATE-LABEL.
           MOVE HS-REACHED-DATE TO WS-C-DATE.
           MOVE WS-CHARGE-AMOUNT TO WS-C-AMOUNT.
           WRITE REPORT-LINE FROM WS-CHARGE-LINE.
           ADD WS-CHARGE-AMOUNT TO WS-TRAINEE-AMOUNT.

       LIST-WITHDRAWN-CERTIFICATE.
           PERFORM PRINT-WITHDRAWN-HEADER.
           MOVE "COMPLETION" TO WS-C-TYPE.
           MOVE CR-TRACK TO WS-C-ITEM.
           MOVE "ISSUED  " TO WS-C-DATE-LABEL.
           MOVE CR-ISSUE-DATE TO WS-C-DATE.
           MOVE WS-COMPLETION-FEE TO WS-C-AMOUNT.
           WRITE REPORT-LINE FROM WS-CHARGE-LINE.
           ADD WS-COMPLETION-FEE TO WS-TRAINEE-AMOUNT.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  EPISODES CHARGED          : " TO WS-T-LABEL.
           MOVE WS-COUNT-EPISODES TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  EPISODES NOT ON CURRMAST  : " TO WS-T-LABEL.
           MOVE WS-COUNT-NOT-PRICED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  CERTIFICATES CHARGED      : " TO WS-T-LABEL.
           MOVE WS-COUNT-CERTS TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  CHARGES NOT ON STUDMAST   : " TO WS-T-LABEL.
           MOVE WS-COUNT-NOT-ON-MASTER TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  CHARGES TO DEFAULT CENTRE : " TO WS-T-LABEL.
           MOVE WS-COUNT-DEFAULTED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  WITHDRAWN TRAINEES LISTED : " TO WS-T-LABEL.
           MOVE WS-COUNT-WDRAWN-LISTED TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  JOURNAL ENTRIES WRITTEN   : " TO WS-T-LABEL.
           MOVE WS-COUNT-JOURNAL TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "  JOURNAL DEBITS            : " TO WS-A-LABEL.
           MOVE WS-TOTAL-DEBITS TO WS-A-AMOUNT.
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE "  JOURNAL CREDITS           : " TO WS-A-LABEL.
           MOVE WS-TOTAL-CREDITS TO WS-A-AMOUNT.
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
           DISPLAY "Training chargeback complete for " WS-CHARGE-MONTH
               ", STUDHIST read: " WS-COUNT-HISTORY-READ
               " CERTREG read: " WS-COUNT-CERT-READ
               " journal entries: " WS-COUNT-JOURNAL.
