       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PAYPROOF.
       AUTHOR.           TIM CARROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-PARM-FILE    ASSIGN TO 'ASST1.PRM'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-PRM-STATUS.
           SELECT F02-HISTORY-FILE ASSIGN TO 'ASST1.HST'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-HST-STATUS.
           SELECT F03-REPORT-FILE  ASSIGN TO 'ASST1.OUT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-OUT-STATUS.
           SELECT F04-ACH-FILE     ASSIGN TO 'ASST1.ACH'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-ACH-STATUS.
           SELECT F05-BANK-FILE    ASSIGN TO 'ASST1.BNK'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-BNK-STATUS.
           SELECT F06-CHKREG-FILE  ASSIGN TO 'ASST1REG.OUT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-REG-STATUS.
           SELECT F07-POSPAY-FILE  ASSIGN TO 'ASST1.PPY'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-PPY-STATUS.
           SELECT F08-ENVELOPE-FILE ASSIGN TO 'ASST1.ENV'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-ENV-STATUS.
           SELECT F09-GL-FILE      ASSIGN TO 'ASST1.GLX'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-GLX-STATUS.
           SELECT F10-REJECT-FILE  ASSIGN TO 'ASST1.REJ'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-REJ-STATUS.
           SELECT F11-EXTRACT-FILE ASSIGN TO 'ASST1.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-DAT-STATUS.
           SELECT F12-CORRECTED-FILE ASSIGN TO 'ASST1.COR'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-COR-STATUS.
           SELECT F13-PRINT-FILE   ASSIGN TO 'PAYPROOF.OUT'
                                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The payroll run's control card - only the pay date, the
      * department filter, and the run type matter here, but the
      * card is taken in the run's own layout so the proof can
      * never be run against a different date than the payroll
      * was. Layout must stay in step with F11-PARM-RECORD in the
      * payroll program.
       FD  F01-PARM-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS F01-PARM-RECORD.
       01  F01-PARM-RECORD.
           05  F01-PRM-PAY-DATE    PIC X(8).
           05                      PIC X(11).
           05  F01-PRM-DEPT-FILTER PIC X(4).
           05                      PIC X(8).
           05  F01-PRM-RUN-TYPE    PIC X.

      * Cumulative pay history. Only this pay date's records of
      * this run type - and under a department filter, only that
      * department's - were written by the run being proved. On a
      * supplemental run a recovery is written with its amounts
      * negative; it was never paid out and is proved on its own.
      * Layout must stay in step with F09-HISTORY-RECORD in the
      * payroll program.
       FD  F02-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS F02-HISTORY-RECORD.
       01  F02-HISTORY-RECORD.
           05  F02-HST-SSN         PIC 9(9).
           05  F02-HST-NAME        PIC X(18).
           05  F02-HST-DEPT        PIC X(4).
           05  F02-HST-PAY-DATE    PIC X(8).
           05  F02-HST-GROSS       PIC S9(7)V99.
           05  F02-HST-TAX         PIC S9(7)V99.
           05  F02-HST-INSURANCE   PIC S9(7)V99.
           05  F02-HST-GARNISH     PIC S9(7)V99.
           05  F02-HST-NET         PIC S9(7)V99.
           05  F02-HST-RUN-TYPE    PIC X.
           05  F02-HST-REASON      PIC X(4).
           05  F02-HST-METHOD      PIC X.

      * The payroll run's main report. Only its control lines at
      * the end of the run are used - the record-count / total-pay
      * line, the three payment-stream lines, the repaid-returns
      * line, and on a supplemental run the recoveries line. Each
      * is recognized by its caption and its figures are de-edited
      * out of their printed pictures. Column positions must stay
      * in step with W08-CONTROL-LINE, W14-CASH-CONTROL-LINE (and
      * its deposit and check twins), W20-REPAY-CONTROL-LINE, and
      * W33-RECOVERY-LINE in the payroll program.
       FD  F03-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F03-REPORT-LINE.
       01  F03-REPORT-LINE         PIC X(132).
       01  F03-CONTROL-VIEW.
           05                      PIC X(2).
           05  F03-CTL-LABEL       PIC X(13).
           05  F03-CTL-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05                      PIC X(3).
           05                      PIC X(11).
           05  F03-CTL-PAY         PIC ZZZ,ZZZ,ZZ9.99.
           05                      PIC X(78).
       01  F03-STREAM-VIEW.
           05                      PIC X(2).
           05  F03-STR-LABEL       PIC X(16).
           05  F03-STR-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05                      PIC X(3).
           05                      PIC X(10).
           05  F03-STR-PAY         PIC ZZZ,ZZZ,ZZ9.99.
           05                      PIC X(76).
       01  F03-REPAY-VIEW.
           05                      PIC X(2).
           05  F03-RPY-LABEL       PIC X(26).
           05  F03-RPY-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05                      PIC X(3).
           05                      PIC X(10).
           05  F03-RPY-PAY         PIC ZZZ,ZZZ,ZZ9.99.
           05                      PIC X(66).
       01  F03-RECOVERY-VIEW.
           05                      PIC X(2).
           05  F03-RCV-LABEL       PIC X(16).
           05  F03-RCV-COUNT       PIC ZZZ,ZZ9.
           05                      PIC X(3).
           05                      PIC X(7).
           05  F03-RCV-GROSS       PIC ZZZ,ZZZ,ZZ9.99.
           05                      PIC X(3).
           05                      PIC X(16).
           05  F03-RCV-NET         PIC ZZZ,ZZZ,ZZ9.99.
           05                      PIC X(50).

      * The internal deposit register the run wrote alongside the
      * bank file. Layout must stay in step with F06-ACH-RECORD in
      * the payroll program.
       FD  F04-ACH-FILE
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS F04-ACH-RECORD.
       01  F04-ACH-RECORD.
           05  F04-ACH-SSN         PIC 9(9).
           05  F04-ACH-NAME        PIC X(18).
           05  F04-ACH-AMOUNT      PIC 9(7)V99.
           05  F04-ACH-SETTLE-DATE PIC X(8).

      * The bank transmission file. Entry records ('6') carry the
      * amount in whole cents; the file control record ('9')
      * carries the entry count and credit total the bank will
      * validate. Transaction codes 22 and 32 are live deposits,
      * 23 and 33 zero-dollar prenotes. Column positions must stay
      * in step with W25-ENTRY-DETAIL and W27-FILE-CONTROL in the
      * payroll program.
       FD  F05-BANK-FILE
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS F05-BANK-RECORD.
       01  F05-BANK-RECORD         PIC X(94).
       01  F05-ENTRY-VIEW.
           05  F05-EN-RECORD-TYPE  PIC X.
           05  F05-EN-TRANS-CODE   PIC X(2).
           05                      PIC X(26).
           05  F05-EN-AMOUNT       PIC 9(10).
           05                      PIC X(55).
       01  F05-FILE-CONTROL-VIEW.
           05  F05-FC-RECORD-TYPE  PIC X.
           05                      PIC X(6).
           05                      PIC X(6).
           05  F05-FC-ENTRY-COUNT  PIC 9(8).
           05                      PIC X(10).
           05  F05-FC-DEBIT        PIC 9(12).
           05  F05-FC-CREDIT       PIC 9(12).
           05                      PIC X(39).

      * The printed check register. A line whose check-number
      * columns are all digits is a check; the register's own
      * proof line is recognized by its caption. Column positions
      * must stay in step with W29-REG-DETAIL-LINE and
      * W29-REG-TOTAL-LINE in the payroll program.
       FD  F06-CHKREG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F06-CHKREG-LINE.
       01  F06-CHKREG-LINE         PIC X(132).
       01  F06-REG-DETAIL-VIEW.
           05                      PIC X(2).
           05  F06-REG-CHECK-NO    PIC X(8).
           05                      PIC X(3).
           05  F06-REG-SSN         PIC X(9).
           05                      PIC X(2).
           05  F06-REG-NAME        PIC X(18).
           05                      PIC X(2).
           05  F06-REG-NET         PIC ZZZ,ZZ9.99.
           05                      PIC X(78).
       01  F06-REG-TOTAL-VIEW.
           05                      PIC X(2).
           05  F06-REG-TOTAL-LABEL PIC X(15).
           05  F06-REG-TOTAL-COUNT PIC ZZZ,ZZ9.
           05                      PIC X(3).
           05                      PIC X(11).
           05  F06-REG-TOTAL-NET   PIC ZZZ,ZZZ,ZZ9.99.
           05                      PIC X(80).

      * Positive-pay extract for the bank. Layout must stay in
      * step with F20-POSPAY-RECORD in the payroll program.
       FD  F07-POSPAY-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS F07-POSPAY-RECORD.
       01  F07-POSPAY-RECORD.
           05  F07-PP-CHECK-NO     PIC 9(8).
           05  F07-PP-AMOUNT       PIC 9(7)V99.
           05  F07-PP-ISSUE-DATE   PIC X(8).
           05  F07-PP-PAYEE        PIC X(18).

      * Envelope stubs for the cash office. Every stub - a cash
      * employee's or a repaid return's - carries exactly one
      * NET PAY line, so those lines count and total the cash
      * actually stuffed. Column positions must stay in step with
      * W17-ENV-PAY-LINE in the payroll program.
       FD  F08-ENVELOPE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F08-ENVELOPE-LINE.
       01  F08-ENVELOPE-LINE       PIC X(80).
       01  F08-ENV-PAY-VIEW.
           05  F08-ENV-LABEL       PIC X(14).
           05  F08-ENV-NET         PIC $$,$$9.99.
           05                      PIC X(57).

      * General-ledger posting extract: department debits, an
      * optional suspense debit, and one balancing credit. Layout
      * must stay in step with F13-GL-RECORD in the payroll
      * program.
       FD  F09-GL-FILE
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS F09-GL-RECORD.
       01  F09-GL-RECORD.
           05  F09-GL-TYPE         PIC X(2).
           05  F09-GL-COST-CENTER  PIC X(8).
           05  F09-GL-DEPT         PIC X(4).
           05  F09-GL-AMOUNT       PIC 9(9)V99.
           05  F09-GL-PAY-DATE     PIC X(8).

      * This run's rejected records in their input layout. Their
      * gross went into the control total the GL debits were
      * built from, but was never paid or historized. On a
      * supplemental run the input layout is the adjustment's; a
      * rejected recovery never reached the control total and is
      * passed over. Layout of the adjustment view must stay in
      * step with F25-ADJUST-RECORD in the payroll program.
       FD  F10-REJECT-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS F10-REJECT-RECORD.
       01  F10-REJECT-RECORD.
           05                      PIC X(27).
           05  F10-REJ-GROSS-DOLLARS PIC 9(4).
           05  F10-REJ-GROSS-CENTS PIC 9(2).
           05                      PIC X(5).
           05  F10-REJ-CODE        PIC X(4).
       01  F10-REJ-ADJUST-VIEW.
           05                      PIC X(9).
           05  F10-RADJ-SIGN       PIC X.
           05  F10-RADJ-DOLLARS    PIC 9(4).
           05  F10-RADJ-CENTS      PIC 9(2).
           05                      PIC X(26).

      * The payroll extract and any correction file, read only
      * under a department filter: records outside the filter are
      * neither paid nor historized, yet their gross still went
      * into the control total and so into the GL debits.
       FD  F11-EXTRACT-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORDS ARE F11-EMPLOYEE-IN, F11-TRAILER-RECORD.
       01  F11-EMPLOYEE-IN.
           05                      PIC X(27).
           05  F11-GROSS-DOLLARS   PIC 9(4).
           05  F11-GROSS-CENTS     PIC 9(2).
           05  F11-DEPT-CODE       PIC X(4).
           05                      PIC X.
       01  F11-TRAILER-RECORD.
           05  F11-TRAILER-ID      PIC X(9).
           05                      PIC X(29).

       FD  F12-CORRECTED-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F12-CORRECTED-RECORD.
       01  F12-CORRECTED-RECORD.
           05                      PIC X(27).
           05  F12-GROSS-DOLLARS   PIC 9(4).
           05  F12-GROSS-CENTS     PIC 9(2).
           05  F12-DEPT-CODE       PIC X(4).
           05                      PIC X.

       FD  F13-PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F13-PRINT-LINE-RECORD.
       01  F13-PRINT-LINE-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       01  W01-DATA-REMAINS-SWITCH PIC X(2)    VALUE SPACES.

       01  W02-TITLE-LINE.
           05                      PIC X(30)   VALUE SPACES.
           05                      PIC X(30)
               VALUE 'PAYROLL NIGHT PROOF SHEET'.
           05                      PIC X(30)   VALUE SPACES.

       01  W02-RUN-STAMP-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'PAY DATE '.
           05  W02-STAMP-PAY-DATE  PIC X(8).
           05                      PIC X(15)
               VALUE '   DEPARTMENT '.
           05  W02-STAMP-DEPT      PIC X(4).
           05                      PIC X(14)
               VALUE '   PROVED ON '.
           05  W02-STAMP-DATE      PIC X(8).
           05                      PIC X(7)    VALUE '  TIME '.
           05  W02-STAMP-TIME      PIC X(6).
           05                      PIC X(7)    VALUE '   RUN '.
           05  W02-STAMP-RUN-TYPE  PIC X(12).

       01  W03-SECTION-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W03-SECTION-TEXT    PIC X(40).

       01  W03-COLUMN-LINE.
           05                      PIC X(42)   VALUE SPACES.
           05                      PIC X(11)   VALUE '      COUNT'.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(14)
               VALUE '        AMOUNT'.

      * One line layout serves every figure on the sheet. A count
      * or an amount that does not apply to the figure is left
      * blank through its character view.
       01  W04-FIGURE-LINE.
           05                      PIC X(4)    VALUE SPACES.
           05  W04-FIG-LABEL       PIC X(38).
           05  W04-FIG-COUNT       PIC X(11).
           05  W04-FIG-COUNT-N     REDEFINES
               W04-FIG-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05  W04-FIG-AMOUNT      PIC X(14).
           05  W04-FIG-AMOUNT-N    REDEFINES
               W04-FIG-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.

       01  W05-FOOTER-LINE.
           05                      PIC X(13)   VALUE 'End of Report'.
           05                      PIC X(54)   VALUE SPACES.

      * The proofs. Each one reads BALANCED only when every file
      * it ties together agrees to the record and to the penny;
      * the run's return code is what the scheduler holds the bank
      * transmission on.
       01  W06-PROOF-RESULTS.
           05  W06-NET-MSG         PIC X(14)   VALUE SPACES.
           05  W06-GROSS-MSG       PIC X(14)   VALUE SPACES.
           05  W06-BANK-MSG        PIC X(14)   VALUE SPACES.
           05  W06-CHECK-MSG       PIC X(14)   VALUE SPACES.
           05  W06-ENV-MSG         PIC X(14)   VALUE SPACES.
           05  W06-REPORT-MSG      PIC X(14)   VALUE SPACES.
           05  W06-RCV-MSG         PIC X(14)   VALUE SPACES.

       01  W06-PROOF-LINE.
           05                      PIC X(4)    VALUE SPACES.
           05                      PIC X(7)    VALUE 'PROOF: '.
           05  W06-PRF-LABEL       PIC X(45).
           05  W06-PRF-MSG         PIC X(14).

       01  W06-VERDICT-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W06-VERDICT-TEXT    PIC X(60).

       01  W06-SIGN-OFF-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(23)
               VALUE 'OPERATIONS SUPERVISOR: '.
           05                      PIC X(30)   VALUE ALL '_'.
           05                      PIC X(9)    VALUE '   DATE: '.
           05                      PIC X(10)   VALUE ALL '_'.

      * This pay date's history, within the run's department
      * scope, and apart from it the recoveries a supplemental run
      * recorded, carried here as the positive amounts owed back.
       01  W07-HISTORY-TOTALS.
           05  W07-HST-COUNT       PIC 9(9)    VALUE ZERO.
           05  W07-HST-GROSS       PIC 9(9)V99 VALUE ZERO.
           05  W07-HST-NET         PIC 9(9)V99 VALUE ZERO.
           05  W07-RCV-COUNT       PIC 9(9)    VALUE ZERO.
           05  W07-RCV-GROSS       PIC 9(9)V99 VALUE ZERO.
           05  W07-RCV-NET         PIC 9(9)V99 VALUE ZERO.

      * Figures taken off the main report's control lines, and
      * which of those lines were found - a run that never reached
      * its footer has nothing here to prove against.
       01  W08-REPORT-FIGURES.
           05  W08-CTL-SEEN-SW     PIC X(3)    VALUE 'NO'.
           05  W08-CASH-SEEN-SW    PIC X(3)    VALUE 'NO'.
           05  W08-DEP-SEEN-SW     PIC X(3)    VALUE 'NO'.
           05  W08-CHK-SEEN-SW     PIC X(3)    VALUE 'NO'.
           05  W08-TOTAL-COUNT     PIC 9(9)    VALUE ZERO.
           05  W08-TOTAL-PAY       PIC 9(9)V99 VALUE ZERO.
           05  W08-CASH-COUNT      PIC 9(9)    VALUE ZERO.
           05  W08-CASH-PAY        PIC 9(9)V99 VALUE ZERO.
           05  W08-DEP-COUNT       PIC 9(9)    VALUE ZERO.
           05  W08-DEP-PAY         PIC 9(9)V99 VALUE ZERO.
           05  W08-CHK-COUNT       PIC 9(9)    VALUE ZERO.
           05  W08-CHK-PAY         PIC 9(9)V99 VALUE ZERO.
           05  W08-RPY-COUNT       PIC 9(9)    VALUE ZERO.
           05  W08-RPY-PAY         PIC 9(9)V99 VALUE ZERO.
           05  W08-RCV-SEEN-SW     PIC X(3)    VALUE 'NO'.
           05  W08-RCV-COUNT       PIC 9(9)    VALUE ZERO.
           05  W08-RCV-GROSS       PIC 9(9)V99 VALUE ZERO.
           05  W08-RCV-NET         PIC 9(9)V99 VALUE ZERO.

      * Deposit register totals. A record settling on any other
      * date than the card's did not come from this run.
       01  W09-ACH-TOTALS.
           05  W09-ACH-COUNT       PIC 9(9)    VALUE ZERO.
           05  W09-ACH-TOTAL       PIC 9(9)V99 VALUE ZERO.
           05  W09-ACH-CENTS       PIC 9(12)   VALUE ZERO.
           05  W09-ACH-OFF-DATE    PIC 9(9)    VALUE ZERO.

       01  W10-FILE-STATUSES.
           05  W10-PRM-STATUS      PIC XX.
           05  W10-HST-STATUS      PIC XX.
           05  W10-OUT-STATUS      PIC XX.
           05  W10-ACH-STATUS      PIC XX.
           05  W10-BNK-STATUS      PIC XX.
           05  W10-REG-STATUS      PIC XX.
           05  W10-PPY-STATUS      PIC XX.
           05  W10-ENV-STATUS      PIC XX.
           05  W10-GLX-STATUS      PIC XX.
           05  W10-REJ-STATUS      PIC XX.
           05  W10-DAT-STATUS      PIC XX.
           05  W10-COR-STATUS      PIC XX.

      * Bank transmission totals, kept in whole cents the way the
      * file carries them.
       01  W11-BANK-TOTALS.
           05  W11-ENTRY-COUNT     PIC 9(9)    VALUE ZERO.
           05  W11-DEPOSIT-COUNT   PIC 9(9)    VALUE ZERO.
           05  W11-PRENOTE-COUNT   PIC 9(9)    VALUE ZERO.
           05  W11-ENTRY-CENTS     PIC 9(12)   VALUE ZERO.
           05  W11-ENTRY-TOTAL     PIC 9(10)V99 VALUE ZERO.
           05  W11-FC-SEEN-SW      PIC X(3)    VALUE 'NO'.
           05  W11-FC-ENTRY-COUNT  PIC 9(9)    VALUE ZERO.
           05  W11-FC-CREDIT-CENTS PIC 9(12)   VALUE ZERO.
           05  W11-FC-CREDIT       PIC 9(10)V99 VALUE ZERO.

      * Check register and positive-pay totals.
       01  W12-CHECK-TOTALS.
           05  W12-REG-COUNT       PIC 9(9)    VALUE ZERO.
           05  W12-REG-TOTAL       PIC 9(9)V99 VALUE ZERO.
           05  W12-REG-NET-WORK    PIC 9(6)V99 VALUE ZERO.
           05  W12-REG-PROOF-SW    PIC X(3)    VALUE 'NO'.
           05  W12-REG-PROOF-COUNT PIC 9(9)    VALUE ZERO.
           05  W12-REG-PROOF-TOTAL PIC 9(9)V99 VALUE ZERO.
           05  W12-PPY-COUNT       PIC 9(9)    VALUE ZERO.
           05  W12-PPY-TOTAL       PIC 9(9)V99 VALUE ZERO.
           05  W12-PPY-OFF-DATE    PIC 9(9)    VALUE ZERO.

       01  W13-RUN-STAMP.
           05  W13-RUN-DATE        PIC X(8).
           05  W13-RUN-TIME        PIC X(8).

      * Envelope totals. The cash paid to this pay date's
      * employees is what was stuffed less the repaid returns,
      * which have no history record on this date.
       01  W14-ENVELOPE-TOTALS.
           05  W14-ENV-COUNT       PIC 9(9)    VALUE ZERO.
           05  W14-ENV-TOTAL       PIC 9(9)V99 VALUE ZERO.
           05  W14-ENV-NET-WORK    PIC 9(5)V99 VALUE ZERO.
           05  W14-CASH-COUNT      PIC 9(9)    VALUE ZERO.
           05  W14-CASH-TOTAL      PIC 9(9)V99 VALUE ZERO.

      * General-ledger extract totals.
       01  W15-GL-TOTALS.
           05  W15-DR-COUNT        PIC 9(9)    VALUE ZERO.
           05  W15-DR-TOTAL        PIC 9(9)V99 VALUE ZERO.
           05  W15-CR-COUNT        PIC 9(9)    VALUE ZERO.
           05  W15-CR-TOTAL        PIC 9(9)V99 VALUE ZERO.
           05  W15-OFF-DATE        PIC 9(9)    VALUE ZERO.

      * Gross that went into the control total without being
      * paid: rejected records with a usable amount, and records
      * the department filter passed over.
       01  W16-UNPAID-GROSS.
           05  W16-REJ-COUNT       PIC 9(9)    VALUE ZERO.
           05  W16-REJ-GROSS       PIC 9(9)V99 VALUE ZERO.
           05  W16-FILTERED-COUNT  PIC 9(9)    VALUE ZERO.
           05  W16-FILTERED-GROSS  PIC 9(9)V99 VALUE ZERO.
           05  W16-THIS-GROSS      PIC 9(4)V99 VALUE ZERO.

      * Run figures from the control card, and the totals the
      * proofs are taken on.
       01  W17-PROOF-WORK.
           05  W17-PAY-DATE        PIC X(8).
           05  W17-DEPT-FILTER     PIC X(4).
           05  W17-RUN-TYPE        PIC X.
           05  W17-FILTER-ACTIVE-SW PIC X(3)   VALUE 'NO'.
           05  W17-STREAM-COUNT    PIC 9(9)    VALUE ZERO.
           05  W17-STREAM-NET      PIC 9(9)V99 VALUE ZERO.
           05  W17-GROSS-COUNT     PIC 9(9)    VALUE ZERO.
           05  W17-GROSS-TOTAL     PIC 9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.

       PERFORM 100-OPEN-FILES
       PERFORM 200-WRITE-HEADING-LINES
       PERFORM 300-START-HISTORY
       PERFORM 305-PROCESS-ONE-HISTORY
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       PERFORM 310-START-REPORT
       PERFORM 315-PROCESS-ONE-REPORT-LINE
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       PERFORM 320-START-ACH
       PERFORM 325-PROCESS-ONE-ACH
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       PERFORM 330-START-BANK-FILE
       PERFORM 335-PROCESS-ONE-BANK-RECORD
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       PERFORM 340-START-REGISTER
       PERFORM 345-PROCESS-ONE-REGISTER-LINE
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       PERFORM 350-START-POSITIVE-PAY
       PERFORM 355-PROCESS-ONE-POSITIVE-PAY
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       PERFORM 360-START-ENVELOPES
       PERFORM 365-PROCESS-ONE-ENVELOPE-LINE
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       PERFORM 370-START-GL-EXTRACT
       PERFORM 375-PROCESS-ONE-GL-RECORD
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       PERFORM 380-START-REJECTS
       PERFORM 385-PROCESS-ONE-REJECT
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       PERFORM 390-START-FILTERED-EXTRACT
       PERFORM 392-PROCESS-ONE-EXTRACT
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       PERFORM 394-START-FILTERED-CORRECTIONS
       PERFORM 396-PROCESS-ONE-CORRECTION
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       PERFORM 400-PROVE-NET-PAY
       PERFORM 405-PROVE-GROSS-PAY
       PERFORM 410-PROVE-BANK-FILE
       PERFORM 415-PROVE-CHECKS
       PERFORM 420-PROVE-ENVELOPES
       IF W17-RUN-TYPE = 'S'
           PERFORM 418-PROVE-RECOVERIES
       END-IF
       PERFORM 430-SET-RUN-VERDICT
       PERFORM 500-CLOSE-FILES
       .

      * Start of OPEN-FILES paragraph. The control card is read
      * first so the sheet can say which pay date it proves. Each
      * payroll output is opened in turn by the pass that reads
      * it; every one of them is mandatory, since a file the run
      * should have written and did not is itself the finding.
       100-OPEN-FILES.
           ACCEPT W13-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT W13-RUN-TIME FROM TIME
           PERFORM 110-READ-PARAMETERS
           OPEN OUTPUT F13-PRINT-FILE
           .
      * End of OPEN-FILES paragraph.

      * Reads and edits the payroll control card. Only the pay
      * date and run type are edited; the department filter is
      * taken as the payroll run took it, and a supplemental run
      * never takes one.
       110-READ-PARAMETERS.
           OPEN INPUT F01-PARM-FILE
           IF W10-PRM-STATUS NOT = '00'
               DISPLAY 'PARAMETER CARD ASST1.PRM MISSING OR '
                   'UNREADABLE - STATUS ' W10-PRM-STATUS
                   ', RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ F01-PARM-FILE
               AT END
                   DISPLAY 'PARAMETER CARD ASST1.PRM IS EMPTY - '
                       'RUN ABORTED'
                   CLOSE F01-PARM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF F01-PRM-PAY-DATE NOT NUMERIC
               OR F01-PRM-PAY-DATE = '00000000'
               DISPLAY 'PARAMETER CARD PAY DATE ''' F01-PRM-PAY-DATE
                   ''' IS NOT A DATE - RUN ABORTED'
               CLOSE F01-PARM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF F01-PRM-RUN-TYPE NOT = SPACE
               AND F01-PRM-RUN-TYPE NOT = 'S'
               DISPLAY 'PARAMETER CARD RUN TYPE ''' F01-PRM-RUN-TYPE
                   ''' IS NOT S OR BLANK - RUN ABORTED'
               CLOSE F01-PARM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF F01-PRM-RUN-TYPE = 'S'
               AND F01-PRM-DEPT-FILTER NOT = SPACES
               DISPLAY 'PARAMETER CARD DEPARTMENT FILTER CANNOT BE '
                   'USED ON A SUPPLEMENTAL RUN - RUN ABORTED'
               CLOSE F01-PARM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE F01-PRM-PAY-DATE TO W17-PAY-DATE
           MOVE F01-PRM-DEPT-FILTER TO W17-DEPT-FILTER
           MOVE F01-PRM-RUN-TYPE TO W17-RUN-TYPE
           IF W17-DEPT-FILTER NOT = SPACES
               MOVE 'YES' TO W17-FILTER-ACTIVE-SW
           END-IF
           CLOSE F01-PARM-FILE
           .
      * End of READ-PARAMETERS paragraph.

      * This paragraph writes the headings for the sheet.
       200-WRITE-HEADING-LINES.
           MOVE W02-TITLE-LINE TO F13-PRINT-LINE-RECORD
           WRITE F13-PRINT-LINE-RECORD
           MOVE W17-PAY-DATE TO W02-STAMP-PAY-DATE
           IF W17-FILTER-ACTIVE-SW = 'YES'
               MOVE W17-DEPT-FILTER TO W02-STAMP-DEPT
           ELSE
               MOVE 'ALL' TO W02-STAMP-DEPT
           END-IF
           MOVE W13-RUN-DATE TO W02-STAMP-DATE
           MOVE W13-RUN-TIME(1:6) TO W02-STAMP-TIME
           IF W17-RUN-TYPE = 'S'
               MOVE 'SUPPLEMENTAL' TO W02-STAMP-RUN-TYPE
           ELSE
               MOVE 'REGULAR' TO W02-STAMP-RUN-TYPE
           END-IF
           MOVE W02-RUN-STAMP-LINE TO F13-PRINT-LINE-RECORD
           WRITE F13-PRINT-LINE-RECORD
           MOVE SPACES TO F13-PRINT-LINE-RECORD
           WRITE F13-PRINT-LINE-RECORD
           MOVE W03-COLUMN-LINE TO F13-PRINT-LINE-RECORD
           WRITE F13-PRINT-LINE-RECORD
           .
      * End of WRITE-HEADING-LINES paragraph.

      * Opens the pay history and primes the read.
       300-START-HISTORY.
           OPEN INPUT F02-HISTORY-FILE
           IF W10-HST-STATUS NOT = '00'
               DISPLAY 'PAY HISTORY ASST1.HST MISSING OR '
                   'UNREADABLE - STATUS ' W10-HST-STATUS
                   ', RUN ABORTED'
               CLOSE F13-PRINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO W01-DATA-REMAINS-SWITCH
           READ F02-HISTORY-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of START-HISTORY paragraph.

      * Adds one history record into the totals if it belongs to
      * this pay date, this run type, and this run's department
      * scope. A recovery goes to the recovery totals instead.
       305-PROCESS-ONE-HISTORY.
           IF F02-HST-PAY-DATE = W17-PAY-DATE
                   AND F02-HST-RUN-TYPE = W17-RUN-TYPE
               IF W17-FILTER-ACTIVE-SW = 'NO'
                   OR F02-HST-DEPT = W17-DEPT-FILTER
                   IF F02-HST-GROSS < ZERO
                       ADD 1 TO W07-RCV-COUNT
                       SUBTRACT F02-HST-GROSS FROM W07-RCV-GROSS
                       SUBTRACT F02-HST-NET FROM W07-RCV-NET
                   ELSE
                       ADD 1 TO W07-HST-COUNT
                       ADD F02-HST-GROSS TO W07-HST-GROSS
                       ADD F02-HST-NET TO W07-HST-NET
                   END-IF
               END-IF
           END-IF
           READ F02-HISTORY-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of PROCESS-ONE-HISTORY paragraph.

      * Opens the main report and primes the read.
       310-START-REPORT.
           CLOSE F02-HISTORY-FILE
           OPEN INPUT F03-REPORT-FILE
           IF W10-OUT-STATUS NOT = '00'
               DISPLAY 'PAYROLL REPORT ASST1.OUT MISSING OR '
                   'UNREADABLE - STATUS ' W10-OUT-STATUS
                   ', RUN ABORTED'
               CLOSE F13-PRINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO W01-DATA-REMAINS-SWITCH
           READ F03-REPORT-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of START-REPORT paragraph.

      * Takes the figures off a report control line. Every other
      * line of the report is passed over.
       315-PROCESS-ONE-REPORT-LINE.
           IF F03-CTL-LABEL = 'RECORDS READ:'
               MOVE 'YES' TO W08-CTL-SEEN-SW
               MOVE F03-CTL-COUNT TO W08-TOTAL-COUNT
               MOVE F03-CTL-PAY TO W08-TOTAL-PAY
           ELSE
           IF F03-STR-LABEL = 'CASH EMPLOYEES:'
               MOVE 'YES' TO W08-CASH-SEEN-SW
               MOVE F03-STR-COUNT TO W08-CASH-COUNT
               MOVE F03-STR-PAY TO W08-CASH-PAY
           ELSE
           IF F03-STR-LABEL = 'DEP  EMPLOYEES:'
               MOVE 'YES' TO W08-DEP-SEEN-SW
               MOVE F03-STR-COUNT TO W08-DEP-COUNT
               MOVE F03-STR-PAY TO W08-DEP-PAY
           ELSE
           IF F03-STR-LABEL = 'CHK  EMPLOYEES:'
               MOVE 'YES' TO W08-CHK-SEEN-SW
               MOVE F03-STR-COUNT TO W08-CHK-COUNT
               MOVE F03-STR-PAY TO W08-CHK-PAY
           ELSE
           IF F03-RPY-LABEL = 'RETURNED DEPOSITS REPAID:'
               MOVE F03-RPY-COUNT TO W08-RPY-COUNT
               MOVE F03-RPY-PAY TO W08-RPY-PAY
           ELSE
           IF F03-RCV-LABEL = 'RECOVERIES DUE:'
               MOVE 'YES' TO W08-RCV-SEEN-SW
               MOVE F03-RCV-COUNT TO W08-RCV-COUNT
               MOVE F03-RCV-GROSS TO W08-RCV-GROSS
               MOVE F03-RCV-NET TO W08-RCV-NET
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           READ F03-REPORT-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of PROCESS-ONE-REPORT-LINE paragraph.

      * Opens the deposit register and primes the read.
       320-START-ACH.
           CLOSE F03-REPORT-FILE
           OPEN INPUT F04-ACH-FILE
           IF W10-ACH-STATUS NOT = '00'
               DISPLAY 'DEPOSIT REGISTER ASST1.ACH MISSING OR '
                   'UNREADABLE - STATUS ' W10-ACH-STATUS
                   ', RUN ABORTED'
               CLOSE F13-PRINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO W01-DATA-REMAINS-SWITCH
           READ F04-ACH-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of START-ACH paragraph.

      * Adds one deposit into the register totals.
       325-PROCESS-ONE-ACH.
           ADD 1 TO W09-ACH-COUNT
           ADD F04-ACH-AMOUNT TO W09-ACH-TOTAL
           IF F04-ACH-SETTLE-DATE NOT = W17-PAY-DATE
               ADD 1 TO W09-ACH-OFF-DATE
           END-IF
           READ F04-ACH-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of PROCESS-ONE-ACH paragraph.

      * Opens the bank transmission file and primes the read.
       330-START-BANK-FILE.
           CLOSE F04-ACH-FILE
           OPEN INPUT F05-BANK-FILE
           IF W10-BNK-STATUS NOT = '00'
               DISPLAY 'BANK FILE ASST1.BNK MISSING OR '
                   'UNREADABLE - STATUS ' W10-BNK-STATUS
                   ', RUN ABORTED'
               CLOSE F13-PRINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO W01-DATA-REMAINS-SWITCH
           READ F05-BANK-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of START-BANK-FILE paragraph.

      * Adds one entry record into the bank totals, or takes the
      * file control record's count and credit. Header and batch
      * control records carry nothing this proof needs.
       335-PROCESS-ONE-BANK-RECORD.
           IF F05-EN-RECORD-TYPE = '6'
               ADD 1 TO W11-ENTRY-COUNT
               ADD F05-EN-AMOUNT TO W11-ENTRY-CENTS
               IF F05-EN-TRANS-CODE = '22' OR F05-EN-TRANS-CODE = '32'
                   ADD 1 TO W11-DEPOSIT-COUNT
               ELSE
                   ADD 1 TO W11-PRENOTE-COUNT
               END-IF
           ELSE
           IF F05-FC-RECORD-TYPE = '9'
               MOVE 'YES' TO W11-FC-SEEN-SW
               MOVE F05-FC-ENTRY-COUNT TO W11-FC-ENTRY-COUNT
               MOVE F05-FC-CREDIT TO W11-FC-CREDIT-CENTS
           END-IF
           END-IF
           READ F05-BANK-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of PROCESS-ONE-BANK-RECORD paragraph.

      * Opens the check register and primes the read.
       340-START-REGISTER.
           CLOSE F05-BANK-FILE
           OPEN INPUT F06-CHKREG-FILE
           IF W10-REG-STATUS NOT = '00'
               DISPLAY 'CHECK REGISTER ASST1REG.OUT MISSING OR '
                   'UNREADABLE - STATUS ' W10-REG-STATUS
                   ', RUN ABORTED'
               CLOSE F13-PRINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO W01-DATA-REMAINS-SWITCH
           READ F06-CHKREG-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of START-REGISTER paragraph.

      * Adds one check line into the register totals, or takes the
      * register's own proof line.
       345-PROCESS-ONE-REGISTER-LINE.
           IF F06-REG-CHECK-NO IS NUMERIC
               ADD 1 TO W12-REG-COUNT
               MOVE F06-REG-NET TO W12-REG-NET-WORK
               ADD W12-REG-NET-WORK TO W12-REG-TOTAL
           ELSE
           IF F06-REG-TOTAL-LABEL = 'CHECKS CUT:'
               MOVE 'YES' TO W12-REG-PROOF-SW
               MOVE F06-REG-TOTAL-COUNT TO W12-REG-PROOF-COUNT
               MOVE F06-REG-TOTAL-NET TO W12-REG-PROOF-TOTAL
           END-IF
           END-IF
           READ F06-CHKREG-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of PROCESS-ONE-REGISTER-LINE paragraph.

      * Opens the positive-pay file and primes the read.
       350-START-POSITIVE-PAY.
           CLOSE F06-CHKREG-FILE
           OPEN INPUT F07-POSPAY-FILE
           IF W10-PPY-STATUS NOT = '00'
               DISPLAY 'POSITIVE PAY FILE ASST1.PPY MISSING OR '
                   'UNREADABLE - STATUS ' W10-PPY-STATUS
                   ', RUN ABORTED'
               CLOSE F13-PRINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO W01-DATA-REMAINS-SWITCH
           READ F07-POSPAY-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of START-POSITIVE-PAY paragraph.

      * Adds one positive-pay record into the check totals.
       355-PROCESS-ONE-POSITIVE-PAY.
           ADD 1 TO W12-PPY-COUNT
           ADD F07-PP-AMOUNT TO W12-PPY-TOTAL
           IF F07-PP-ISSUE-DATE NOT = W17-PAY-DATE
               ADD 1 TO W12-PPY-OFF-DATE
           END-IF
           READ F07-POSPAY-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of PROCESS-ONE-POSITIVE-PAY paragraph.

      * Opens the envelope stubs and primes the read.
       360-START-ENVELOPES.
           CLOSE F07-POSPAY-FILE
           OPEN INPUT F08-ENVELOPE-FILE
           IF W10-ENV-STATUS NOT = '00'
               DISPLAY 'ENVELOPE STUBS ASST1.ENV MISSING OR '
                   'UNREADABLE - STATUS ' W10-ENV-STATUS
                   ', RUN ABORTED'
               CLOSE F13-PRINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO W01-DATA-REMAINS-SWITCH
           READ F08-ENVELOPE-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of START-ENVELOPES paragraph.

      * Adds one stub's net pay into the envelope totals. Every
      * other line of a stub is passed over.
       365-PROCESS-ONE-ENVELOPE-LINE.
           IF F08-ENV-LABEL = 'NET PAY:'
               ADD 1 TO W14-ENV-COUNT
               MOVE F08-ENV-NET TO W14-ENV-NET-WORK
               ADD W14-ENV-NET-WORK TO W14-ENV-TOTAL
           END-IF
           READ F08-ENVELOPE-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of PROCESS-ONE-ENVELOPE-LINE paragraph.

      * Opens the GL extract and primes the read. An extract the
      * run withheld is present but empty, and proves as such.
       370-START-GL-EXTRACT.
           CLOSE F08-ENVELOPE-FILE
           OPEN INPUT F09-GL-FILE
           IF W10-GLX-STATUS NOT = '00'
               DISPLAY 'GL EXTRACT ASST1.GLX MISSING OR '
                   'UNREADABLE - STATUS ' W10-GLX-STATUS
                   ', RUN ABORTED'
               CLOSE F13-PRINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO W01-DATA-REMAINS-SWITCH
           READ F09-GL-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of START-GL-EXTRACT paragraph.

      * Adds one GL record into the debit or credit totals.
       375-PROCESS-ONE-GL-RECORD.
           IF F09-GL-PAY-DATE NOT = W17-PAY-DATE
               ADD 1 TO W15-OFF-DATE
           END-IF
           IF F09-GL-TYPE = 'DR'
               ADD 1 TO W15-DR-COUNT
               ADD F09-GL-AMOUNT TO W15-DR-TOTAL
           ELSE
               ADD 1 TO W15-CR-COUNT
               ADD F09-GL-AMOUNT TO W15-CR-TOTAL
           END-IF
           READ F09-GL-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of PROCESS-ONE-GL-RECORD paragraph.

      * Opens the reject file and primes the read.
       380-START-REJECTS.
           CLOSE F09-GL-FILE
           OPEN INPUT F10-REJECT-FILE
           IF W10-REJ-STATUS NOT = '00'
               DISPLAY 'REJECT FILE ASST1.REJ MISSING OR '
                   'UNREADABLE - STATUS ' W10-REJ-STATUS
                   ', RUN ABORTED'
               CLOSE F13-PRINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO W01-DATA-REMAINS-SWITCH
           READ F10-REJECT-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of START-REJECTS paragraph.

      * Adds one rejected record's gross into the unpaid gross.
      * Pay that is not a number never reached the control total,
      * so it is counted but adds nothing - the same rule
      * 307-ACCUMULATE-CONTROL-TOTALS applies in the payroll run.
      * A rejected adjustment is read in the adjustment's columns.
       385-PROCESS-ONE-REJECT.
           IF W17-RUN-TYPE = 'S'
               IF F10-RADJ-SIGN NOT = '-'
                   ADD 1 TO W16-REJ-COUNT
                   IF F10-RADJ-DOLLARS IS NUMERIC
                       AND F10-RADJ-CENTS IS NUMERIC
                       COMPUTE W16-THIS-GROSS = F10-RADJ-DOLLARS
                           + (F10-RADJ-CENTS / 100)
                       ADD W16-THIS-GROSS TO W16-REJ-GROSS
                   END-IF
               END-IF
           ELSE
               ADD 1 TO W16-REJ-COUNT
               IF F10-REJ-GROSS-DOLLARS IS NUMERIC
                   AND F10-REJ-GROSS-CENTS IS NUMERIC
                   COMPUTE W16-THIS-GROSS = F10-REJ-GROSS-DOLLARS
                       + (F10-REJ-GROSS-CENTS / 100)
                   ADD W16-THIS-GROSS TO W16-REJ-GROSS
               END-IF
           END-IF
           READ F10-REJECT-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of PROCESS-ONE-REJECT paragraph.

      * Under a department filter, opens the payroll extract so the
      * gross the filter passed over can be added back. With no
      * filter every record was either paid or rejected, and the
      * pass is skipped.
       390-START-FILTERED-EXTRACT.
           CLOSE F10-REJECT-FILE
           MOVE SPACES TO W01-DATA-REMAINS-SWITCH
           IF W17-FILTER-ACTIVE-SW = 'YES'
               OPEN INPUT F11-EXTRACT-FILE
               IF W10-DAT-STATUS NOT = '00'
                   DISPLAY 'PAYROLL EXTRACT ASST1.DAT MISSING OR '
                       'UNREADABLE - STATUS ' W10-DAT-STATUS
                       ', RUN ABORTED'
                   CLOSE F13-PRINT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ F11-EXTRACT-FILE
                   AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               END-READ
           ELSE
               MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-IF
           .
      * End of START-FILTERED-EXTRACT paragraph.

      * Adds one extract record's gross into the filtered gross if
      * it lies outside the department filter. The trailer ends
      * the pass, as it ends the payroll run's.
       392-PROCESS-ONE-EXTRACT.
           IF F11-TRAILER-ID = 'TRAILER'
               MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           ELSE
               IF F11-DEPT-CODE NOT = W17-DEPT-FILTER
                   ADD 1 TO W16-FILTERED-COUNT
                   IF F11-GROSS-DOLLARS IS NUMERIC
                       AND F11-GROSS-CENTS IS NUMERIC
                       COMPUTE W16-THIS-GROSS = F11-GROSS-DOLLARS
                           + (F11-GROSS-CENTS / 100)
                       ADD W16-THIS-GROSS TO W16-FILTERED-GROSS
                   END-IF
               END-IF
               READ F11-EXTRACT-FILE
                   AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               END-READ
           END-IF
           .
      * End of PROCESS-ONE-EXTRACT paragraph.

      * Under a department filter, opens the correction file if
      * one was supplied for the run - corrected records outside
      * the filter were passed over the same way. Status '35'
      * means the run had no corrections to fold in.
       394-START-FILTERED-CORRECTIONS.
           MOVE SPACES TO W01-DATA-REMAINS-SWITCH
           IF W17-FILTER-ACTIVE-SW = 'YES'
               CLOSE F11-EXTRACT-FILE
               OPEN INPUT F12-CORRECTED-FILE
               IF W10-COR-STATUS = '00'
                   READ F12-CORRECTED-FILE
                       AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
                   END-READ
               ELSE
                   IF W10-COR-STATUS = '35'
                       MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
                   ELSE
                       DISPLAY 'CORRECTED REJECTS ASST1.COR WOULD '
                           'NOT OPEN - STATUS ' W10-COR-STATUS
                           ', RUN ABORTED'
                       CLOSE F13-PRINT-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           ELSE
               MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-IF
           .
      * End of START-FILTERED-CORRECTIONS paragraph.

      * Adds one corrected record's gross into the filtered gross
      * if it lies outside the department filter.
       396-PROCESS-ONE-CORRECTION.
           IF F12-DEPT-CODE NOT = W17-DEPT-FILTER
               ADD 1 TO W16-FILTERED-COUNT
               IF F12-GROSS-DOLLARS IS NUMERIC
                   AND F12-GROSS-CENTS IS NUMERIC
                   COMPUTE W16-THIS-GROSS = F12-GROSS-DOLLARS
                       + (F12-GROSS-CENTS / 100)
                   ADD W16-THIS-GROSS TO W16-FILTERED-GROSS
               END-IF
           END-IF
           READ F12-CORRECTED-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of PROCESS-ONE-CORRECTION paragraph.

      * Proves the three payment streams against the history:
      * the cash stuffed for this date's employees, the deposits
      * on the register, and the checks on the positive-pay file
      * must add up, record for record and penny for penny, to the
      * history the run wrote for the pay date. The report's own
      * control lines must be there at all, or the run never
      * finished and nothing it wrote can be trusted.
       400-PROVE-NET-PAY.
           IF W08-CTL-SEEN-SW = 'YES' AND W08-CASH-SEEN-SW = 'YES'
               AND W08-DEP-SEEN-SW = 'YES'
               AND W08-CHK-SEEN-SW = 'YES'
               MOVE 'PRESENT' TO W06-REPORT-MSG
           ELSE
               MOVE 'MISSING' TO W06-REPORT-MSG
           END-IF
           COMPUTE W14-CASH-COUNT = W14-ENV-COUNT - W08-RPY-COUNT
           COMPUTE W14-CASH-TOTAL = W14-ENV-TOTAL - W08-RPY-PAY
           COMPUTE W17-STREAM-COUNT = W14-CASH-COUNT + W09-ACH-COUNT
               + W12-PPY-COUNT
           COMPUTE W17-STREAM-NET = W14-CASH-TOTAL + W09-ACH-TOTAL
               + W12-PPY-TOTAL
           IF W17-STREAM-COUNT = W07-HST-COUNT
               AND W17-STREAM-NET = W07-HST-NET
               MOVE 'BALANCED' TO W06-NET-MSG
           ELSE
               MOVE 'OUT-OF-BALANCE' TO W06-NET-MSG
           END-IF
           MOVE 'NET PAY BY STREAM' TO W03-SECTION-TEXT
           MOVE W03-SECTION-LINE TO F13-PRINT-LINE-RECORD
           WRITE F13-PRINT-LINE-RECORD
           MOVE 'CASH ENVELOPES LESS REPAYS' TO W04-FIG-LABEL
           MOVE W14-CASH-COUNT TO W04-FIG-COUNT-N
           MOVE W14-CASH-TOTAL TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           MOVE 'DEPOSITS (ASST1.ACH)' TO W04-FIG-LABEL
           MOVE W09-ACH-COUNT TO W04-FIG-COUNT-N
           MOVE W09-ACH-TOTAL TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           MOVE 'CHECKS (ASST1.PPY)' TO W04-FIG-LABEL
           MOVE W12-PPY-COUNT TO W04-FIG-COUNT-N
           MOVE W12-PPY-TOTAL TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           MOVE 'PAID BY ALL STREAMS' TO W04-FIG-LABEL
           MOVE W17-STREAM-COUNT TO W04-FIG-COUNT-N
           MOVE W17-STREAM-NET TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           MOVE 'HISTORY NET (ASST1.HST)' TO W04-FIG-LABEL
           MOVE W07-HST-COUNT TO W04-FIG-COUNT-N
           MOVE W07-HST-NET TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           MOVE 'STREAMS TO HISTORY NET' TO W06-PRF-LABEL
           MOVE W06-NET-MSG TO W06-PRF-MSG
           PERFORM 428-WRITE-PROOF-LINE
           MOVE 'REPORT CONTROL LINES (ASST1.OUT)' TO W06-PRF-LABEL
           MOVE W06-REPORT-MSG TO W06-PRF-MSG
           PERFORM 428-WRITE-PROOF-LINE
           .
      * End of PROVE-NET-PAY paragraph.

      * Proves the GL debits against the history gross. The run
      * posts its whole control total to the ledger, so the gross
      * it rejected or passed over under a department filter is
      * added to the history gross before the two are compared.
      * The credit must balance the debits, the debits must equal
      * the report's total pay, and no record may carry another
      * pay date.
       405-PROVE-GROSS-PAY.
           COMPUTE W17-GROSS-COUNT = W07-HST-COUNT + W16-REJ-COUNT
               + W16-FILTERED-COUNT
           COMPUTE W17-GROSS-TOTAL = W07-HST-GROSS + W16-REJ-GROSS
               + W16-FILTERED-GROSS
           IF W15-DR-TOTAL = W17-GROSS-TOTAL
               AND W15-CR-TOTAL = W15-DR-TOTAL
               AND W15-CR-COUNT = 1
               AND W15-DR-TOTAL = W08-TOTAL-PAY
               AND W15-OFF-DATE = ZERO
               MOVE 'BALANCED' TO W06-GROSS-MSG
           ELSE
               MOVE 'OUT-OF-BALANCE' TO W06-GROSS-MSG
           END-IF
           MOVE 'GROSS PAY TO GENERAL LEDGER' TO W03-SECTION-TEXT
           MOVE W03-SECTION-LINE TO F13-PRINT-LINE-RECORD
           WRITE F13-PRINT-LINE-RECORD
           MOVE 'HISTORY GROSS (ASST1.HST)' TO W04-FIG-LABEL
           MOVE W07-HST-COUNT TO W04-FIG-COUNT-N
           MOVE W07-HST-GROSS TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           MOVE 'REJECTED RECORDS (ASST1.REJ)' TO W04-FIG-LABEL
           MOVE W16-REJ-COUNT TO W04-FIG-COUNT-N
           MOVE W16-REJ-GROSS TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           IF W17-FILTER-ACTIVE-SW = 'YES'
               MOVE 'OUTSIDE DEPARTMENT FILTER' TO W04-FIG-LABEL
               MOVE W16-FILTERED-COUNT TO W04-FIG-COUNT-N
               MOVE W16-FILTERED-GROSS TO W04-FIG-AMOUNT-N
               PERFORM 425-WRITE-FIGURE-LINE
           END-IF
           MOVE 'GROSS ACCOUNTED FOR' TO W04-FIG-LABEL
           MOVE W17-GROSS-COUNT TO W04-FIG-COUNT-N
           MOVE W17-GROSS-TOTAL TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           MOVE 'REPORT TOTAL PAY (ASST1.OUT)' TO W04-FIG-LABEL
           MOVE W08-TOTAL-COUNT TO W04-FIG-COUNT-N
           MOVE W08-TOTAL-PAY TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           MOVE 'GL DEBITS (ASST1.GLX)' TO W04-FIG-LABEL
           MOVE W15-DR-COUNT TO W04-FIG-COUNT-N
           MOVE W15-DR-TOTAL TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           MOVE 'GL CREDIT (ASST1.GLX)' TO W04-FIG-LABEL
           MOVE W15-CR-COUNT TO W04-FIG-COUNT-N
           MOVE W15-CR-TOTAL TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           IF W15-OFF-DATE > ZERO
               MOVE 'GL RECORDS FOR ANOTHER PAY DATE' TO W04-FIG-LABEL
               MOVE W15-OFF-DATE TO W04-FIG-COUNT-N
               MOVE SPACES TO W04-FIG-AMOUNT
               PERFORM 425-WRITE-FIGURE-LINE
           END-IF
           MOVE 'GL DEBITS TO HISTORY GROSS' TO W06-PRF-LABEL
           MOVE W06-GROSS-MSG TO W06-PRF-MSG
           PERFORM 428-WRITE-PROOF-LINE
           .
      * End of PROVE-GROSS-PAY paragraph.

      * Proves the bank transmission file against the deposit
      * register: the entries' credit, the file control record's
      * credit, and the register total must agree to the cent;
      * every register record must have its live entry on the
      * file; the file control count must cover every entry; and
      * the report's deposit line must say the same.
       410-PROVE-BANK-FILE.
           COMPUTE W09-ACH-CENTS = W09-ACH-TOTAL * 100
           COMPUTE W11-ENTRY-TOTAL = W11-ENTRY-CENTS / 100
           COMPUTE W11-FC-CREDIT = W11-FC-CREDIT-CENTS / 100
           IF W11-FC-SEEN-SW = 'YES'
               AND W11-ENTRY-CENTS = W09-ACH-CENTS
               AND W11-FC-CREDIT-CENTS = W09-ACH-CENTS
               AND W11-FC-ENTRY-COUNT = W11-ENTRY-COUNT
               AND W11-DEPOSIT-COUNT = W09-ACH-COUNT
               AND W09-ACH-COUNT = W08-DEP-COUNT
               AND W09-ACH-TOTAL = W08-DEP-PAY
               AND W09-ACH-OFF-DATE = ZERO
               MOVE 'BALANCED' TO W06-BANK-MSG
           ELSE
               MOVE 'OUT-OF-BALANCE' TO W06-BANK-MSG
           END-IF
           MOVE 'BANK TRANSMISSION' TO W03-SECTION-TEXT
           MOVE W03-SECTION-LINE TO F13-PRINT-LINE-RECORD
           WRITE F13-PRINT-LINE-RECORD
           MOVE 'DEPOSIT REGISTER (ASST1.ACH)' TO W04-FIG-LABEL
           MOVE W09-ACH-COUNT TO W04-FIG-COUNT-N
           MOVE W09-ACH-TOTAL TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           MOVE 'LIVE ENTRIES (ASST1.BNK)' TO W04-FIG-LABEL
           MOVE W11-DEPOSIT-COUNT TO W04-FIG-COUNT-N
           MOVE W11-ENTRY-TOTAL TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           MOVE 'PRENOTE ENTRIES (ASST1.BNK)' TO W04-FIG-LABEL
           MOVE W11-PRENOTE-COUNT TO W04-FIG-COUNT-N
           MOVE SPACES TO W04-FIG-AMOUNT
           PERFORM 425-WRITE-FIGURE-LINE
           MOVE 'FILE CONTROL RECORD (ASST1.BNK)' TO W04-FIG-LABEL
           MOVE W11-FC-ENTRY-COUNT TO W04-FIG-COUNT-N
           MOVE W11-FC-CREDIT TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           MOVE 'REPORT NET ACH (ASST1.OUT)' TO W04-FIG-LABEL
           MOVE W08-DEP-COUNT TO W04-FIG-COUNT-N
           MOVE W08-DEP-PAY TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           IF W09-ACH-OFF-DATE > ZERO
               MOVE 'DEPOSITS SETTLING ON ANOTHER DATE'
                   TO W04-FIG-LABEL
               MOVE W09-ACH-OFF-DATE TO W04-FIG-COUNT-N
               MOVE SPACES TO W04-FIG-AMOUNT
               PERFORM 425-WRITE-FIGURE-LINE
           END-IF
           MOVE 'BANK FILE CREDIT TO DEPOSIT REGISTER'
               TO W06-PRF-LABEL
           MOVE W06-BANK-MSG TO W06-PRF-MSG
           PERFORM 428-WRITE-PROOF-LINE
           .
      * End of PROVE-BANK-FILE paragraph.

      * Proves the check register's detail lines, its own proof
      * line, the positive-pay file the bank honors checks
      * against, and the report's check line all agree in count
      * and in net total.
       415-PROVE-CHECKS.
           IF W12-REG-PROOF-SW = 'YES'
               AND W12-REG-COUNT = W12-REG-PROOF-COUNT
               AND W12-REG-TOTAL = W12-REG-PROOF-TOTAL
               AND W12-REG-COUNT = W12-PPY-COUNT
               AND W12-REG-TOTAL = W12-PPY-TOTAL
               AND W12-PPY-COUNT = W08-CHK-COUNT
               AND W12-PPY-TOTAL = W08-CHK-PAY
               AND W12-PPY-OFF-DATE = ZERO
               MOVE 'BALANCED' TO W06-CHECK-MSG
           ELSE
               MOVE 'OUT-OF-BALANCE' TO W06-CHECK-MSG
           END-IF
           MOVE 'CHECKS' TO W03-SECTION-TEXT
           MOVE W03-SECTION-LINE TO F13-PRINT-LINE-RECORD
           WRITE F13-PRINT-LINE-RECORD
           MOVE 'REGISTER DETAIL (ASST1REG.OUT)' TO W04-FIG-LABEL
           MOVE W12-REG-COUNT TO W04-FIG-COUNT-N
           MOVE W12-REG-TOTAL TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           MOVE 'REGISTER PROOF LINE (ASST1REG.OUT)' TO W04-FIG-LABEL
           MOVE W12-REG-PROOF-COUNT TO W04-FIG-COUNT-N
           MOVE W12-REG-PROOF-TOTAL TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           MOVE 'POSITIVE PAY (ASST1.PPY)' TO W04-FIG-LABEL
           MOVE W12-PPY-COUNT TO W04-FIG-COUNT-N
           MOVE W12-PPY-TOTAL TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           MOVE 'REPORT NET CHKS (ASST1.OUT)' TO W04-FIG-LABEL
           MOVE W08-CHK-COUNT TO W04-FIG-COUNT-N
           MOVE W08-CHK-PAY TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           IF W12-PPY-OFF-DATE > ZERO
               MOVE 'CHECKS ISSUED ON ANOTHER DATE' TO W04-FIG-LABEL
               MOVE W12-PPY-OFF-DATE TO W04-FIG-COUNT-N
               MOVE SPACES TO W04-FIG-AMOUNT
               PERFORM 425-WRITE-FIGURE-LINE
           END-IF
           MOVE 'REGISTER TO POSITIVE PAY' TO W06-PRF-LABEL
           MOVE W06-CHECK-MSG TO W06-PRF-MSG
           PERFORM 428-WRITE-PROOF-LINE
           .
      * End of PROVE-CHECKS paragraph.

      * On a supplemental run, proves the recoveries recorded in
      * the history against the report's recoveries line. Nothing
      * was paid out on them, so they stand outside the stream and
      * GL proofs above; this is the proof that every recovery the
      * register lists for collection was historized, and no more.
       418-PROVE-RECOVERIES.
           IF W08-RCV-SEEN-SW = 'YES'
               AND W07-RCV-COUNT = W08-RCV-COUNT
               AND W07-RCV-GROSS = W08-RCV-GROSS
               AND W07-RCV-NET = W08-RCV-NET
               MOVE 'BALANCED' TO W06-RCV-MSG
           ELSE
               MOVE 'OUT-OF-BALANCE' TO W06-RCV-MSG
           END-IF
           MOVE 'RECOVERIES DUE' TO W03-SECTION-TEXT
           MOVE W03-SECTION-LINE TO F13-PRINT-LINE-RECORD
           WRITE F13-PRINT-LINE-RECORD
           MOVE 'HISTORY RECOVERY GROSS (ASST1.HST)' TO W04-FIG-LABEL
           MOVE W07-RCV-COUNT TO W04-FIG-COUNT-N
           MOVE W07-RCV-GROSS TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           MOVE 'HISTORY NET TO COLLECT (ASST1.HST)' TO W04-FIG-LABEL
           MOVE W07-RCV-COUNT TO W04-FIG-COUNT-N
           MOVE W07-RCV-NET TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           MOVE 'REPORT NET TO COLLECT (ASST1.OUT)' TO W04-FIG-LABEL
           MOVE W08-RCV-COUNT TO W04-FIG-COUNT-N
           MOVE W08-RCV-NET TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           MOVE 'HISTORY RECOVERIES TO REPORT' TO W06-PRF-LABEL
           MOVE W06-RCV-MSG TO W06-PRF-MSG
           PERFORM 428-WRITE-PROOF-LINE
           .
      * End of PROVE-RECOVERIES paragraph.

      * Proves the envelopes stuffed against the report's cash
      * and repaid-return lines, so the cash net used above is the
      * cash the counting table actually handed out.
       420-PROVE-ENVELOPES.
           IF W14-ENV-COUNT = W08-CASH-COUNT + W08-RPY-COUNT
               AND W14-ENV-TOTAL = W08-CASH-PAY + W08-RPY-PAY
               MOVE 'BALANCED' TO W06-ENV-MSG
           ELSE
               MOVE 'OUT-OF-BALANCE' TO W06-ENV-MSG
           END-IF
           MOVE 'CASH ENVELOPES' TO W03-SECTION-TEXT
           MOVE W03-SECTION-LINE TO F13-PRINT-LINE-RECORD
           WRITE F13-PRINT-LINE-RECORD
           MOVE 'ENVELOPE STUBS (ASST1.ENV)' TO W04-FIG-LABEL
           MOVE W14-ENV-COUNT TO W04-FIG-COUNT-N
           MOVE W14-ENV-TOTAL TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           MOVE 'REPORT NET CASH (ASST1.OUT)' TO W04-FIG-LABEL
           MOVE W08-CASH-COUNT TO W04-FIG-COUNT-N
           MOVE W08-CASH-PAY TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           MOVE 'REPORT REPAID RETURNS (ASST1.OUT)' TO W04-FIG-LABEL
           MOVE W08-RPY-COUNT TO W04-FIG-COUNT-N
           MOVE W08-RPY-PAY TO W04-FIG-AMOUNT-N
           PERFORM 425-WRITE-FIGURE-LINE
           MOVE 'ENVELOPES TO REPORT CASH' TO W06-PRF-LABEL
           MOVE W06-ENV-MSG TO W06-PRF-MSG
           PERFORM 428-WRITE-PROOF-LINE
           .
      * End of PROVE-ENVELOPES paragraph.

      * Writes one figure line from the label, count, and amount
      * the caller staged.
       425-WRITE-FIGURE-LINE.
           MOVE W04-FIGURE-LINE TO F13-PRINT-LINE-RECORD
           WRITE F13-PRINT-LINE-RECORD
           .
      * End of WRITE-FIGURE-LINE paragraph.

      * Writes one proof result line, followed by a blank line to
      * close off its section.
       428-WRITE-PROOF-LINE.
           MOVE W06-PROOF-LINE TO F13-PRINT-LINE-RECORD
           WRITE F13-PRINT-LINE-RECORD
           MOVE SPACES TO F13-PRINT-LINE-RECORD
           WRITE F13-PRINT-LINE-RECORD
           .
      * End of WRITE-PROOF-LINE paragraph.

      * Renders the night's verdict as the return code the
      * scheduler holds the bank transmission on, says the same on
      * the sheet, and leaves the supervisor's sign-off line.
      * Every proof must hold for the transmission to go; anything
      * less holds it until someone has looked.
       430-SET-RUN-VERDICT.
           IF W06-NET-MSG = 'BALANCED'
               AND W06-GROSS-MSG = 'BALANCED'
               AND W06-BANK-MSG = 'BALANCED'
               AND W06-CHECK-MSG = 'BALANCED'
               AND W06-ENV-MSG = 'BALANCED'
               AND W06-REPORT-MSG = 'PRESENT'
               AND (W17-RUN-TYPE NOT = 'S'
                   OR W06-RCV-MSG = 'BALANCED')
               MOVE ZERO TO RETURN-CODE
               MOVE 'ALL PROOFS BALANCED - BANK TRANSMISSION RELEASED'
                   TO W06-VERDICT-TEXT
           ELSE
               MOVE 4 TO RETURN-CODE
               MOVE 'PROOF FAILED - BANK TRANSMISSION HELD'
                   TO W06-VERDICT-TEXT
           END-IF
           MOVE W06-VERDICT-LINE TO F13-PRINT-LINE-RECORD
           WRITE F13-PRINT-LINE-RECORD
           MOVE SPACES TO F13-PRINT-LINE-RECORD
           WRITE F13-PRINT-LINE-RECORD
           WRITE F13-PRINT-LINE-RECORD
           MOVE W06-SIGN-OFF-LINE TO F13-PRINT-LINE-RECORD
           WRITE F13-PRINT-LINE-RECORD
           MOVE SPACES TO F13-PRINT-LINE-RECORD
           WRITE F13-PRINT-LINE-RECORD
           MOVE W05-FOOTER-LINE TO F13-PRINT-LINE-RECORD
           WRITE F13-PRINT-LINE-RECORD
           .
      * End of SET-RUN-VERDICT paragraph.

      * Closing files
       500-CLOSE-FILES.
           IF W17-FILTER-ACTIVE-SW = 'YES'
               AND W10-COR-STATUS = '00'
               CLOSE F12-CORRECTED-FILE
           END-IF
           CLOSE F13-PRINT-FILE
           STOP RUN
           .
      * End of CLOSE-FILES paragraph.
