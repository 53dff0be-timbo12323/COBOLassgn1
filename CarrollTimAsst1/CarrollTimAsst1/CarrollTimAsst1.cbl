           SELECT F21-RUNLOG-FILE  ASSIGN TO 'ASST1.LOG'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W30-LOG-STATUS.
           SELECT F22-GARNMAST-FILE ASSIGN TO 'GARNMAST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS F22-GRN-KEY
                                   FILE STATUS IS W31-GRN-STATUS.
           SELECT F23-REMIT-FILE   ASSIGN TO 'ASST1.GRN'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F24-ENVLEDG-FILE ASSIGN TO 'ENVLEDG.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS F24-ENV-KEY
                                   FILE STATUS IS W32-ENV-STATUS.
           SELECT F25-ADJUST-FILE  ASSIGN TO 'ASST1.ADJ'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W33-ADJ-STATUS.
           SELECT F26-SUPREG-FILE  ASSIGN TO 'ASST1SUP.OUT'
                                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * rerun can pick up where a prior run left off instead of
      * reprinting the whole report from scratch.
       FD  F03-CHECKPOINT-FILE
           RECORD CONTAINS 2636 CHARACTERS
           DATA RECORD IS F03-CHECKPOINT-RECORD.
       01  F03-CHECKPOINT-RECORD.
           05  F03-CKP-SSN            PIC 9(9).
           05  F03-CKP-CHK-PAY        PIC 9(9)V99.
           05  F03-CKP-NEXT-CHECK-NO  PIC 9(8).
           05  F03-CKP-CHECK-START    PIC 9(8).
      * Garnishment remittance running figures, so a restart can
      * trim ASST1.GRN to the checkpointed record count and the
      * remittance line on the report still covers the whole run.
           05  F03-CKP-RMT-COUNT      PIC 9(9).
           05  F03-CKP-RMT-TOTAL      PIC 9(9)V99.
           05  F03-CKP-PAID-OFF-COUNT PIC 9(9).
           05  F03-CKP-WAITING-COUNT  PIC 9(9).

      * Employee master kept current by the EMPMAINT maintenance
      * program. Every extract record's SSN is checked against it so
      * unknown and terminated employees are routed to the exception
      * line instead of being paid on the extract's say-so.
       FD  F04-EMPMAST-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS F04-EMPMAST-RECORD.
       01  F04-EMPMAST-RECORD.
           05  F04-MST-SSN         PIC 9(9).
           05  F04-MST-DEPT        PIC X(4).
           05  F04-MST-HIRE-DATE   PIC X(8).
           05  F04-MST-STATUS      PIC X.
           05  F04-MST-PAY-TYPE    PIC X.
           05  F04-MST-PAY-RATE    PIC 9(5)V99.

      * Per-employee deduction amounts, keyed on SSN. Tax is a
      * percentage of gross; insurance and garnishment are flat
      * quarterly tax deposit comes off a machine-produced source
      * instead of being rebuilt by hand from filed reports. The
      * YTDRPT and QTRRPT programs read this; layout must stay in
      * step with F01-HISTORY-RECORD in both. The amounts are
      * signed: an overpayment recovered on a supplemental run is
      * written with its gross, tax, and net negative, so every
      * reader nets it off the employee's totals. Records written
      * before the run type, reason, and method were added read
      * with those fields blank - regular pay.
       FD  F09-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS F09-HISTORY-RECORD.
       01  F09-HISTORY-RECORD.
           05  F09-HST-SSN         PIC 9(9).
           05  F09-HST-NAME        PIC X(18).
           05  F09-HST-DEPT        PIC X(4).
           05  F09-HST-PAY-DATE    PIC X(8).
           05  F09-HST-GROSS       PIC S9(7)V99.
           05  F09-HST-TAX         PIC S9(7)V99.
           05  F09-HST-INSURANCE   PIC S9(7)V99.
           05  F09-HST-GARNISH     PIC S9(7)V99.
           05  F09-HST-NET         PIC S9(7)V99.
      * 'S' = paid or recovered on a supplemental run, with the
      * adjustment's reason code; space = the regular payroll.
           05  F09-HST-RUN-TYPE    PIC X.
           05  F09-HST-REASON      PIC X(4).
      * How the money went out - C, D, or K as on the extract.
           05  F09-HST-METHOD      PIC X.

      * Envelope stubs for the cash office - one stub per cash
      * employee, in the order the cash is counted, each padded to a
      * does not need a program change. One record: pay date,
      * payout limit, checkpoint interval, lines per page, an
      * optional single-department filter (spaces = no filter),
      * the first check number of the run's check stock, and the
      * run type: 'S' for a supplemental run paying ASST1.ADJ, or
      * space for the regular payroll off ASST1.DAT. The
      * numeric fields are taken in as characters so a mis-keyed
      * card can be reported instead of abending.
       FD  F11-PARM-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS F11-PARM-RECORD.
       01  F11-PARM-RECORD.
           05  F11-PRM-PAY-DATE    PIC X(8).
           05  F11-PRM-LINES-PAGE  PIC X(3).
           05  F11-PRM-DEPT-FILTER PIC X(4).
           05  F11-PRM-CHECK-START PIC X(8).
           05  F11-PRM-RUN-TYPE    PIC X.

      * Department master mapping each department code to its
      * general-ledger cost center and its display name, kept
           05                      PIC X.
           05  F21-LOG-TEXT        PIC X(80).

      * Court and agency garnishment orders kept current by the
      * GRNMAINT maintenance program, keyed on SSN plus the
      * order's case number so one employee can carry several
      * orders at once. Each order comes off the paycheck at its
      * per-period amount until the balance runs out, then goes to
      * paid-off status and stops. The last pay date and amount
      * withheld are kept on the order so a rerun of the same pay
      * date puts back what the earlier run took before taking it
      * again, instead of withholding twice. Layout must stay in
      * step with F03-GARNMAST-RECORD in GRNMAINT.
       FD  F22-GARNMAST-FILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS F22-GARNMAST-RECORD.
       01  F22-GARNMAST-RECORD.
           05  F22-GRN-KEY.
               10  F22-GRN-SSN     PIC 9(9).
               10  F22-GRN-CASE-NO PIC X(12).
           05  F22-GRN-AGENCY      PIC X(20).
           05  F22-GRN-PER-PERIOD  PIC 9(5)V99.
           05  F22-GRN-TOTAL-OWED  PIC 9(7)V99.
           05  F22-GRN-BALANCE     PIC 9(7)V99.
      * 'A' = active, 'P' = paid off.
           05  F22-GRN-STATUS      PIC X.
           05  F22-GRN-LAST-PAY-DATE PIC X(8).
           05  F22-GRN-LAST-AMOUNT PIC 9(5)V99.

      * Garnishment remittance extract - one record per order
      * withheld from a paid employee this run, carrying the
      * agency and case the money is owed to and the balance left
      * after it. GRNRPT sorts this into agency order for accounts
      * payable. Layout must stay in step with F01-REMIT-RECORD in
      * that program.
       FD  F23-REMIT-FILE
           RECORD CONTAINS 83 CHARACTERS
           DATA RECORD IS F23-REMIT-RECORD.
       01  F23-REMIT-RECORD.
           05  F23-RMT-AGENCY      PIC X(20).
           05  F23-RMT-CASE-NO     PIC X(12).
           05  F23-RMT-SSN         PIC 9(9).
           05  F23-RMT-NAME        PIC X(18).
           05  F23-RMT-AMOUNT      PIC 9(5)V99.
           05  F23-RMT-BALANCE     PIC 9(7)V99.
           05  F23-RMT-PAY-DATE    PIC X(8).

      * Envelope ledger - one record per pay envelope stuffed, kept
      * across runs so the cash office can tell which envelopes
      * have been signed for and which are still sitting in the
      * vault. ENVPICK marks envelopes claimed or returned to the
      * safe; ENVAGE ages the ones still unclaimed. Layout must
      * stay in step with F01-ENVLEDG-RECORD in both programs.
       FD  F24-ENVLEDG-FILE
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS F24-ENVLEDG-RECORD.
       01  F24-ENVLEDG-RECORD.
           05  F24-ENV-KEY.
               10  F24-ENV-PAY-DATE PIC X(8).
               10  F24-ENV-SSN     PIC 9(9).
               10  F24-ENV-SEQ     PIC 9(9).
           05  F24-ENV-NAME        PIC X(18).
           05  F24-ENV-DEPT        PIC X(4).
           05  F24-ENV-NET         PIC 9(5)V99.
      * 'U' = unclaimed, 'C' = claimed by the employee, 'R' =
      * returned to the safe for redeposit.
           05  F24-ENV-STATUS      PIC X.
           05  F24-ENV-STATUS-DATE PIC X(8).

      * Off-cycle adjustments for a supplemental run - a bonus, a
      * retro or missed-hours payment, or an overpayment to be
      * recovered - one per line, keyed by SSN, each with its
      * reason code and the off-cycle pay date it is paid under.
      * Sign '-' is a recovery; '+' or space is a payment. The
      * method is normally left blank and the employee is paid
      * the way the last regular run paid them; C, D, or K here
      * overrides it. A trailer carries the record count and the
      * payment and recovery totals for balancing. A record is 38
      * characters, the width of the extract, so a rejected
      * adjustment fits the reject file unchanged.
       FD  F25-ADJUST-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F25-ADJUST-RECORD.
       01  F25-ADJUST-RECORD.
           05  F25-ADJ-KEY.
               10  F25-ADJ-SSN     PIC 9(9).
           05  F25-ADJ-SIGN        PIC X.
           05  F25-ADJ-AMOUNT.
               10  F25-ADJ-DOLLARS PIC 9(4).
               10  F25-ADJ-CENTS   PIC 9(2).
           05  F25-ADJ-REASON      PIC X(4).
           05  F25-ADJ-PAY-DATE    PIC X(8).
           05  F25-ADJ-METHOD      PIC X.
           05                      PIC X(9).
       01  F25-ADJ-TRAILER-RECORD.
           05  F25-TRAILER-ID      PIC X(9).
           05  F25-TRAILER-COUNT   PIC 9(9).
           05  F25-TRAILER-PAY     PIC 9(7)V99.
           05  F25-TRAILER-RCV     PIC 9(7)V99.
           05                      PIC X(2).

      * The supplemental register - every adjustment on the run,
      * with its reason, what became of it, and the amounts, so
      * the file shows what was paid off-cycle and why.
       FD  F26-SUPREG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F26-SUPREG-LINE.
       01  F26-SUPREG-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  W01-DATA-REMAINS-SWITCH PIC X(2)    VALUE SPACES.

           05  W13-NET-DOLLARS         PIC 9(4)    VALUE ZERO.
           05  W13-NET-CENTS           PIC 9(2)    VALUE ZERO.

      * Garnishment-order work. 311-COMPUTE-NET-PAY stages every
      * order the employee owes on this period in the W31 order
      * table - the amount it will take and the balance that will
      * be left - and totals them into W13-GARN-AMT. Nothing is
      * written to the order master until 315-PAY-ONE-EMPLOYEE has
      * actually paid the employee, so an employee rejected on a
      * later edit never has an order reduced for money that was
      * not withheld. An employee with no order on file still has
      * the old flat DEDUCT.DAT garnishment taken, staged as an
      * order with no case number and remitted under the
      * NO ORDER ON FILE agency, so accounts payable can see the
      * money and get a proper order set up for it. Orders past
      * the table limit wait for a later period and are counted
      * for the report.
       01  W31-GARNISH-WORK.
           05  W31-GRN-STATUS          PIC XX.
           05  W31-ORDERS-MORE-SW      PIC X(3)    VALUE 'NO'.
           05  W31-ORDER-OPEN-SW       PIC X(3)    VALUE 'NO'.
           05  W31-ORDER-ON-FILE-SW    PIC X(3)    VALUE 'NO'.
           05  W31-AVAILABLE           PIC 9(7)V99 VALUE ZERO.
           05  W31-THIS-AMOUNT         PIC 9(5)V99 VALUE ZERO.
           05  W31-RMT-COUNT           PIC 9(9)    VALUE ZERO.
           05  W31-RMT-TOTAL           PIC 9(9)V99 VALUE ZERO.
           05  W31-PAID-OFF-COUNT      PIC 9(9)    VALUE ZERO.
           05  W31-WAITING-COUNT       PIC 9(9)    VALUE ZERO.
           05  W31-NO-ORDER-AGENCY     PIC X(20)
               VALUE 'NO ORDER ON FILE'.

       01  W31-ORDER-TABLE-MAX         PIC 9(2)    VALUE 10.
       01  W31-ORDER-TABLE.
           05  W31-ORDER-COUNT         PIC 9(2)    VALUE ZERO.
           05  W31-ORDER-ENTRY        OCCURS 10 TIMES
                                       INDEXED BY W31-IDX.
               10  W31-ORD-ON-FILE-SW  PIC X(3).
               10  W31-ORD-CASE-NO     PIC X(12).
               10  W31-ORD-AGENCY      PIC X(20).
               10  W31-ORD-AMOUNT      PIC 9(5)V99.
               10  W31-ORD-BALANCE     PIC 9(7)V99.

       01  W31-REMIT-CONTROL-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(24)
               VALUE 'GARNISHMENTS REMITTED:'.
           05  W31-RMT-COUNT-DISP  PIC ZZZ,ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(8)    VALUE 'AMOUNT:'.
           05  W31-RMT-TOTAL-DISP  PIC ZZZ,ZZZ,ZZ9.99.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(17)
               VALUE 'ORDERS PAID OFF:'.
           05  W31-PAID-OFF-DISP   PIC ZZZ,ZZ9.

       01  W31-WAITING-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(35)
               VALUE 'ORDERS PAST TABLE LIMIT - WAITING:'.
           05  W31-WAITING-DISP    PIC ZZZ,ZZZ,ZZ9.

      * Envelope-ledger work. Every stub written also goes on the
      * ledger; a record that will not go on is counted and shown
      * on the report, because an envelope missing from the ledger
      * is cash the aging report will never account for.
       01  W32-ENVLEDG-WORK.
           05  W32-ENV-STATUS          PIC XX.
           05  W32-PURGE-MORE-SW       PIC X(3)    VALUE 'NO'.
           05  W32-PURGED-COUNT        PIC 9(9)    VALUE ZERO.
           05  W32-LEDGER-ERRORS       PIC 9(9)    VALUE ZERO.

       01  W32-LEDGER-ERROR-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(35)
               VALUE 'ENVELOPES NOT RECORDED ON LEDGER:'.
           05  W32-LEDGER-ERR-DISP PIC ZZZ,ZZZ,ZZ9.

      * Supplemental-run work. On a supplemental run each ASST1.ADJ
      * adjustment is stood up in the extract record area and put
      * through the same edits, deductions, and payment streams as
      * an extract record. A recovery pays nothing out: its amount
      * is proved against the trailer's recovery total instead of
      * the pay total, it stays off the GL, and it is listed for
      * collection. W33-ADJ-EDIT-SW carries the adjustment's own
      * edits - sign, reason code, pay date - into the edit chain.
       01  W33-SUPPLEMENTAL-WORK.
           05  W33-ADJ-STATUS          PIC XX.
           05  W33-ADJ-MODE-SW         PIC X(3)    VALUE 'NO'.
           05  W33-ADJ-REMAINS-SW      PIC X(3)    VALUE 'NO'.
           05  W33-RECOVERY-SW         PIC X(3)    VALUE 'NO'.
           05  W33-ADJ-EDIT-SW         PIC X(3)    VALUE 'YES'.
           05  W33-ADJ-REASON          PIC X(20)   VALUE SPACES.
           05  W33-ADJ-REJ-CODE        PIC X(4)    VALUE SPACES.
           05  W33-RSN-CODE            PIC X(4)    VALUE SPACES.
           05  W33-RSN-FOUND-SW        PIC X(3)    VALUE 'NO'.
           05  W33-RSN-DESC            PIC X(20)   VALUE SPACES.
           05  W33-EXCEPT-BEFORE       PIC 9(9)    VALUE ZERO.
           05  W33-ADJ-READ            PIC 9(9)    VALUE ZERO.
           05  W33-RCV-CONTROL         PIC 9(9)V99 VALUE ZERO.
           05  W33-TRL-RCV-TOTAL       PIC 9(9)V99 VALUE ZERO.
           05  W33-RAW-AMOUNT          PIC 9(5)V99 VALUE ZERO.
           05  W33-PAID-COUNT          PIC 9(9)    VALUE ZERO.
           05  W33-PAID-GROSS          PIC 9(9)V99 VALUE ZERO.
           05  W33-PAID-TAX            PIC 9(9)V99 VALUE ZERO.
           05  W33-PAID-NET            PIC 9(9)V99 VALUE ZERO.
           05  W33-RCV-COUNT           PIC 9(9)    VALUE ZERO.
           05  W33-RCV-GROSS           PIC 9(9)V99 VALUE ZERO.
           05  W33-RCV-TAX             PIC 9(9)V99 VALUE ZERO.
           05  W33-RCV-NET             PIC 9(9)V99 VALUE ZERO.
           05  W33-REJ-COUNT           PIC 9(9)    VALUE ZERO.
           05  W33-REJ-GROSS           PIC 9(9)V99 VALUE ZERO.

       01  W33-RECOVERY-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(16)
               VALUE 'RECOVERIES DUE:'.
           05  W33-RCV-COUNT-DISP  PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(7)    VALUE 'GROSS:'.
           05  W33-RCV-GROSS-DISP  PIC ZZZ,ZZZ,ZZ9.99.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(16)
               VALUE 'NET TO COLLECT:'.
           05  W33-RCV-NET-DISP    PIC ZZZ,ZZZ,ZZ9.99.

      * The adjustment as it is stood up in the extract layout:
      * name and department from the employee master, method from
      * the adjustment or the employee's last regular pay.
       01  W33-ADJ-STAND-IN.
           05  W33-SI-NAME             PIC X(18).
           05  W33-SI-SSN              PIC X(9).
           05  W33-SI-AMOUNT           PIC X(6).
           05  W33-SI-DEPT             PIC X(4).
           05  W33-SI-METHOD           PIC X.

      * Adjustment reason codes and what they mean on the register.
       01  W34-REASON-VALUES.
           05                      PIC X(24)
               VALUE 'BONSBONUS'.
           05                      PIC X(24)
               VALUE 'RETRRETRO PAY'.
           05                      PIC X(24)
               VALUE 'MHRSMISSED HOURS'.
           05                      PIC X(24)
               VALUE 'OVPYOVERPAYMENT RECOVERY'.
           05                      PIC X(24)
               VALUE 'OTHROTHER ADJUSTMENT'.
       01  W34-REASON-TABLE REDEFINES W34-REASON-VALUES.
           05  W34-REASON-ENTRY       OCCURS 5 TIMES
                                       INDEXED BY W34-IDX.
               10  W34-RSN-CODE        PIC X(4).
               10  W34-RSN-DESC        PIC X(20).
       01  W34-REASON-COUNT            PIC 9(2)    VALUE 5.

      * Normal pay method per adjusted SSN, taken from the latest
      * regular pay-history record before the history file is
      * opened for this run. Only the SSNs on ASST1.ADJ are
      * tabled; SSNs past the table limit fall back to the method
      * keyed on the adjustment.
       01  W35-METHOD-WORK.
           05  W35-MORE-SW             PIC X(3)    VALUE 'NO'.
           05  W35-FOUND-SW            PIC X(3)    VALUE 'NO'.
           05  W35-OVERFLOW-COUNT      PIC 9(9)    VALUE ZERO.
       01  W35-METHOD-TABLE-MAX        PIC 9(4)    VALUE 2000.
       01  W35-METHOD-TABLE.
           05  W35-METHOD-COUNT        PIC 9(4)    VALUE ZERO.
           05  W35-METHOD-ENTRY       OCCURS 2000 TIMES
                                       INDEXED BY W35-IDX.
               10  W35-MTH-SSN         PIC 9(9).
               10  W35-MTH-PAY-DATE    PIC X(8).
               10  W35-MTH-METHOD      PIC X.

       01  W36-SUP-TITLE-LINE.
           05                      PIC X(30)   VALUE SPACES.
           05                      PIC X(27)
               VALUE 'SUPPLEMENTAL PAY REGISTER'.
           05                      PIC X(30)   VALUE SPACES.

       01  W36-SUP-STAMP-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(18)
               VALUE 'OFF-CYCLE PAY DATE'.
           05                      PIC X       VALUE SPACES.
           05  W36-STAMP-PAY-DATE  PIC X(8).

       01  W36-SUP-HEADINGS-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'SSN'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(18)   VALUE 'EMPLOYEE NAME'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(4)    VALUE 'RSN'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(20)   VALUE 'REASON'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(14)   VALUE 'OUTCOME'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(10)   VALUE '     GROSS'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(10)   VALUE '       TAX'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(10)   VALUE '       NET'.

      * A rejected adjustment shows the amount keyed but no tax or
      * net - nothing was withheld or paid - so those two columns
      * are blanked through their character views.
       01  W36-SUP-DETAIL-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W36-SSN             PIC X(9).
           05                      PIC X(2)    VALUE SPACES.
           05  W36-NAME            PIC X(18).
           05                      PIC X(2)    VALUE SPACES.
           05  W36-REASON          PIC X(4).
           05                      PIC X(2)    VALUE SPACES.
           05  W36-RSN-DESC        PIC X(20).
           05                      PIC X(2)    VALUE SPACES.
           05  W36-OUTCOME.
               10  W36-OUTCOME-TEXT PIC X(9).
               10  W36-OUTCOME-CODE PIC X(5).
           05                      PIC X(2)    VALUE SPACES.
           05  W36-GROSS           PIC ZZ,ZZ9.99-.
           05                      PIC X(2)    VALUE SPACES.
           05  W36-TAX-X           PIC X(10).
           05  W36-TAX REDEFINES W36-TAX-X
                                   PIC ZZ,ZZ9.99-.
           05                      PIC X(2)    VALUE SPACES.
           05  W36-NET-X           PIC X(10).
           05  W36-NET REDEFINES W36-NET-X
                                   PIC ZZ,ZZ9.99-.

       01  W36-SUP-TOTAL-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W36-TOT-LABEL       PIC X(22).
           05  W36-TOT-COUNT       PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(7)    VALUE 'GROSS:'.
           05  W36-TOT-GROSS       PIC ZZZ,ZZZ,ZZ9.99.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(5)    VALUE 'TAX:'.
           05  W36-TOT-TAX         PIC ZZZ,ZZZ,ZZ9.99.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(5)    VALUE 'NET:'.
           05  W36-TOT-NET         PIC ZZZ,ZZZ,ZZ9.99.

      * Run options loaded from the ASST1.PRM control card by
      * 101-READ-PARAMETERS before anything else opens. These used
      * to be hardcoded constants; the card lets operations change
      * stock count.
           05  W18-CHECK-START         PIC 9(8)    VALUE ZERO.
           05  W18-NEXT-CHECK-NO       PIC 9(8)    VALUE ZERO.
      * 'S' on a supplemental run, space on the regular payroll -
      * stamped on every history record the run writes.
           05  W18-RUN-TYPE            PIC X       VALUE SPACE.

       01  W18-ECHO-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(14)
               VALUE '  CHECK START'.
           05  W18-ECHO-CHECK      PIC 9(8).
           05                      PIC X(7)    VALUE '  TYPE'.
           05  W18-ECHO-RUN-TYPE   PIC X.

      * Controls for the pay-history purge and the restart trim of
      * the appendable output files. The purge keeps a rerun of the
       MOVE 'TOTAL PAY:' TO W30-LOG-L2
       MOVE W08-TOTAL-PAY TO W30-LOG-A1
       PERFORM 130-WRITE-RUN-LOG
       PERFORM 365-START-ADJUSTMENTS
       PERFORM 370-PROCESS-ONE-ADJUSTMENT
               UNTIL W33-ADJ-REMAINS-SW = 'NO'
       IF W18-RUN-TYPE = 'S'
           MOVE 'ADJUSTMENTS DONE' TO W30-LOG-PHASE
           MOVE 'READ:' TO W30-LOG-L1
           MOVE W33-ADJ-READ TO W30-LOG-N1
           MOVE 'TOTAL PAY:' TO W30-LOG-L2
           MOVE W08-TOTAL-PAY TO W30-LOG-A1
           PERFORM 130-WRITE-RUN-LOG
       ELSE
           PERFORM 345-START-CORRECTIONS
       END-IF
       PERFORM 350-PROCESS-ONE-CORRECTION
               UNTIL W15-COR-REMAINS-SW = 'NO'
       IF W15-COR-MODE-SW = 'YES'
       IF W09-FIRST-DEPT-SW = 'NO'
           PERFORM 340-WRITE-DEPT-SUBTOTAL
       END-IF
       IF W18-RUN-TYPE NOT = 'S'
           PERFORM 355-START-REPAYS
       END-IF
       PERFORM 360-PROCESS-ONE-REPAY
               UNTIL W20-RPY-REMAINS-SW = 'NO'
       IF W20-RPY-MODE-SW = 'YES'
       PERFORM 400-WRITE-FOOTER
       PERFORM 405-WRITE-CONTROL-TOTALS
       PERFORM 410-WRITE-VAULT-TOTALS
       IF W18-RUN-TYPE = 'S'
           PERFORM 415-WRITE-SUPPLEMENTAL-TOTALS
       END-IF
       PERFORM 420-WRITE-GL-EXTRACT
       IF W19-GL-STATUS-MSG = 'GL EXTRACT RELEASED'
           MOVE 'GL EXTRACT RELEASED' TO W30-LOG-PHASE
               MOVE 'FRESH RUN' TO W30-LOG-PHASE
           END-IF
           PERFORM 130-WRITE-RUN-LOG
      * A supplemental run pays each employee the way the last
      * regular run did, so those methods come off the pay history
      * now, before this run opens it to append.
           IF W18-RUN-TYPE = 'S'
               PERFORM 133-LOAD-NORMAL-METHODS
           END-IF
           OPEN INPUT F04-EMPMAST-FILE
           IF W12-MST-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER EMPMAST.DAT WOULD NOT OPEN - '
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * The order master is opened for update - each paid
      * employee's orders are rewritten with the balance left after
      * this period's withholding.
           OPEN I-O F22-GARNMAST-FILE
           IF W31-GRN-STATUS NOT = '00'
               DISPLAY 'GARNISHMENT ORDERS GARNMAST.DAT WOULD NOT '
                   'OPEN - STATUS ' W31-GRN-STATUS ', RUN ABORTED'
               CLOSE F03-CHECKPOINT-FILE F04-EMPMAST-FILE
                     F05-DEDUCT-FILE F12-DEPTMAST-FILE
                     F16-BNKMAST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * The envelope ledger is opened for update too. Status '35'
      * means no run has ever recorded an envelope on this system,
      * so it is built empty here rather than failing the first
      * run that pays anybody in cash.
           OPEN I-O F24-ENVLEDG-FILE
           IF W32-ENV-STATUS = '35'
               OPEN OUTPUT F24-ENVLEDG-FILE
               CLOSE F24-ENVLEDG-FILE
               OPEN I-O F24-ENVLEDG-FILE
           END-IF
           IF W32-ENV-STATUS NOT = '00'
               DISPLAY 'ENVELOPE LEDGER ENVLEDG.DAT WOULD NOT '
                   'OPEN - STATUS ' W32-ENV-STATUS ', RUN ABORTED'
               CLOSE F03-CHECKPOINT-FILE F04-EMPMAST-FILE
                     F05-DEDUCT-FILE F12-DEPTMAST-FILE
                     F16-BNKMAST-FILE F22-GARNMAST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * A supplemental run pays ASST1.ADJ in its own pass; the
      * extract is not opened at all, since an off-cycle day has
      * none.
           IF W18-RUN-TYPE NOT = 'S'
               OPEN INPUT F01-EMPLOYEE-FILE
           END-IF
           OPEN OUTPUT F13-GL-FILE
           IF W10-RESTART-SW = 'YES'
      * Records processed between the last checkpoint and the
               OPEN EXTEND F18-CHECK-FILE
               OPEN EXTEND F19-CHKREG-FILE
               OPEN EXTEND F20-POSPAY-FILE
               OPEN EXTEND F23-REMIT-FILE
               PERFORM 107-SKIP-PROCESSED-RECORDS
           ELSE
      * A fresh run of this pay date - a correction run included -
      * this pay date already has is superseded and must come off
      * before this run appends its own.
               PERFORM 102-PURGE-RUN-DATE-HISTORY
               PERFORM 131-PURGE-RUN-DATE-ENVELOPES
               OPEN OUTPUT F02-PRINT-FILE
               OPEN OUTPUT F06-ACH-FILE
               OPEN OUTPUT F07-REJECT-FILE
               OPEN OUTPUT F19-CHKREG-FILE
               OPEN OUTPUT F20-POSPAY-FILE
               PERFORM 127-WRITE-REGISTER-HEADINGS
               OPEN OUTPUT F23-REMIT-FILE
               IF W18-RUN-TYPE = 'S'
                   OPEN OUTPUT F26-SUPREG-FILE
                   PERFORM 138-WRITE-SUPREG-HEADINGS
               END-IF
           END-IF
      * The bank settles the deposits on the pay date from the
      * control card.
      * runs append to it like any other run.
           OPEN EXTEND F09-HISTORY-FILE
      * Prime read
           IF W18-RUN-TYPE = 'S'
               MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           ELSE
               READ F01-EMPLOYEE-FILE
                   AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               END-READ
           END-IF
           .
      * End of OPEN-FILES paragraph.

               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF F11-PRM-RUN-TYPE NOT = SPACE
               AND F11-PRM-RUN-TYPE NOT = 'S'
               DISPLAY 'PARAMETER CARD RUN TYPE ''' F11-PRM-RUN-TYPE
                   ''' IS NOT S OR BLANK - RUN ABORTED'
               CLOSE F11-PARM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * A supplemental run pays the adjustments it is given, all of
      * them; narrowing it to one department would leave the rest
      * of the adjustment file unproved.
           IF F11-PRM-RUN-TYPE = 'S'
               AND F11-PRM-DEPT-FILTER NOT = SPACES
               DISPLAY 'PARAMETER CARD DEPARTMENT FILTER CANNOT BE '
                   'USED ON A SUPPLEMENTAL RUN - RUN ABORTED'
               CLOSE F11-PARM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE F11-PRM-PAY-DATE TO W18-PAY-DATE
           MOVE F11-PRM-PAYOUT-LIMIT TO W18-PAYOUT-LIMIT
           MOVE F11-PRM-CKP-INTERVAL TO W18-CKP-INTERVAL
           MOVE F11-PRM-DEPT-FILTER TO W18-DEPT-FILTER
           MOVE F11-PRM-CHECK-START TO W18-CHECK-START
           MOVE W18-CHECK-START TO W18-NEXT-CHECK-NO
           MOVE F11-PRM-RUN-TYPE TO W18-RUN-TYPE
           IF W18-DEPT-FILTER NOT = SPACES
               MOVE 'YES' TO W18-FILTER-ACTIVE-SW
           END-IF
                   DISPLAY 'PAY HISTORY ASST1.HST WOULD NOT OPEN '
                       'FOR PURGE - STATUS ' W16-HST-STATUS
                       ', RUN ABORTED'
                   CLOSE F03-CHECKPOINT-FILE
                         F04-EMPMAST-FILE F05-DEDUCT-FILE
                         F12-DEPTMAST-FILE F13-GL-FILE
                   IF W18-RUN-TYPE NOT = 'S'
                       CLOSE F01-EMPLOYEE-FILE
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
      * dropped. Superseded means this run's pay date - and, on a
      * department-filtered rerun, only the filtered department:
      * the run re-pays nobody else, so everyone else's records
      * for the date must survive the purge. A regular run never
      * supersedes a supplemental run's records, nor the reverse.
       103-PURGE-ONE-HISTORY-RECORD.
           READ F09-HISTORY-FILE
               AT END MOVE 'NO' TO W16-MORE-SW
           END-READ
           IF W16-MORE-SW NOT = 'NO'
               IF F09-HST-PAY-DATE = W18-PAY-DATE
                   AND F09-HST-RUN-TYPE = W18-RUN-TYPE
                   AND (W18-FILTER-ACTIVE-SW = 'NO'
                       OR F09-HST-DEPT = W18-DEPT-FILTER)
                   ADD 1 TO W16-PURGED-COUNT
               MOVE F03-CKP-CHK-COUNT TO W14-CHK-COUNT
               MOVE F03-CKP-CHK-PAY TO W14-CHK-PAY
               MOVE F03-CKP-NEXT-CHECK-NO TO W18-NEXT-CHECK-NO
               MOVE F03-CKP-RMT-COUNT TO W31-RMT-COUNT
               MOVE F03-CKP-RMT-TOTAL TO W31-RMT-TOTAL
               MOVE F03-CKP-PAID-OFF-COUNT TO W31-PAID-OFF-COUNT
               MOVE F03-CKP-WAITING-COUNT TO W31-WAITING-COUNT
      * The checkpointed totals, the output trim, and the trailer
      * balancing all describe the interrupted run - a restart
      * keyed with a different pay date is a different run and
      * has to start clean instead. A supplemental run takes no
      * checkpoints of its own, so one found on a supplemental run
      * belongs to an interrupted regular run that must be
      * finished first.
               IF W18-RUN-TYPE = 'S'
                   DISPLAY 'CHECKPOINT FROM AN INTERRUPTED REGULAR RUN '
                       'FOR PAY DATE ' F03-CKP-PAY-DATE ' - FINISH IT '
                       'OR DELETE ASST1.CKP, RUN ABORTED'
                   CLOSE F03-CHECKPOINT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF F03-CKP-PAY-DATE NOT = W18-PAY-DATE
                   DISPLAY 'CHECKPOINT WAS TAKEN FOR PAY DATE '
                       F03-CKP-PAY-DATE ' BUT THE CARD SAYS '
           PERFORM 119-COPY-WORK-TO-BNK
               UNTIL W16-MORE-SW = 'NO'
           CLOSE F14-WORK-FILE F17-BANK-FILE
      * The remittance extract holds one record per order withheld
      * so far. The orders themselves need no trimming: each one
      * reprocessed after the restart puts back this pay date's
      * earlier withholding before taking it again.
           MOVE F03-CKP-RMT-COUNT TO W16-TRIM-TARGET
           MOVE ZERO TO W16-COPIED
           MOVE 'YES' TO W16-MORE-SW
           OPEN INPUT F23-REMIT-FILE
           OPEN OUTPUT F14-WORK-FILE
           PERFORM 128-COPY-RMT-TO-WORK
               UNTIL W16-MORE-SW = 'NO'
                   OR W16-COPIED >= W16-TRIM-TARGET
           CLOSE F23-REMIT-FILE F14-WORK-FILE
           OPEN INPUT F14-WORK-FILE
           OPEN OUTPUT F23-REMIT-FILE
           MOVE 'YES' TO W16-MORE-SW
           PERFORM 129-COPY-WORK-TO-RMT
               UNTIL W16-MORE-SW = 'NO'
           CLOSE F14-WORK-FILE F23-REMIT-FILE
      * One history record went out per paid employee, whichever
      * of the three streams paid them.
           COMPUTE W16-TRIM-TARGET =
           END-READ
           IF W16-MORE-SW NOT = 'NO'
               IF F09-HST-PAY-DATE NOT = W18-PAY-DATE
                   OR F09-HST-RUN-TYPE NOT = W18-RUN-TYPE
                   OR (W18-FILTER-ACTIVE-SW = 'YES'
                       AND F09-HST-DEPT NOT = W18-DEPT-FILTER)
                   MOVE F09-HISTORY-RECORD TO F14-WORK-RECORD
           .
      * End of WRITE-REGISTER-HEADINGS paragraph.

      * Copies one settled remittance record to the work file.
       128-COPY-RMT-TO-WORK.
           READ F23-REMIT-FILE
               AT END MOVE 'NO' TO W16-MORE-SW
           END-READ
           IF W16-MORE-SW NOT = 'NO'
               MOVE F23-REMIT-RECORD TO F14-WORK-RECORD
               WRITE F14-WORK-RECORD
               ADD 1 TO W16-COPIED
           END-IF
           .
      * End of COPY-RMT-TO-WORK paragraph.

      * Copies one kept record from the work file back onto the
      * rewritten remittance extract.
       129-COPY-WORK-TO-RMT.
           READ F14-WORK-FILE
               AT END MOVE 'NO' TO W16-MORE-SW
           END-READ
           IF W16-MORE-SW NOT = 'NO'
               MOVE F14-WORK-RECORD TO F23-REMIT-RECORD
               WRITE F23-REMIT-RECORD
           END-IF
           .
      * End of COPY-WORK-TO-RMT paragraph.

      * Stamps and writes one run-log line from the staged phase
      * and figures, then blanks the staging area so a later phase
      * cannot inherit a stale count.
           MOVE SPACES TO W30-LOG-LINE-AREA
           .
      * End of WRITE-RUN-LOG paragraph.

      * A fresh run of this pay date stuffs every cash envelope
      * again from number one, so the ledger records an earlier
      * run of the date left behind are superseded the same way
      * its history is - on a department-filtered run, only the
      * filtered department's. A restart needs none of this: the
      * envelopes it stuffs again carry the keys they had, and
      * 324-RECORD-ENVELOPE-LEDGER writes them back over their
      * own records.
       131-PURGE-RUN-DATE-ENVELOPES.
           MOVE W18-PAY-DATE TO F24-ENV-PAY-DATE
           MOVE ZERO TO F24-ENV-SSN
           MOVE ZERO TO F24-ENV-SEQ
           MOVE 'YES' TO W32-PURGE-MORE-SW
           START F24-ENVLEDG-FILE
               KEY IS NOT LESS THAN F24-ENV-KEY
               INVALID KEY MOVE 'NO' TO W32-PURGE-MORE-SW
           END-START
           PERFORM 132-PURGE-ONE-ENVELOPE
               UNTIL W32-PURGE-MORE-SW = 'NO'
           IF W32-PURGED-COUNT > ZERO
               MOVE 'ENVELOPES SUPERSEDED' TO W30-LOG-PHASE
               MOVE W32-PURGED-COUNT TO W30-LOG-N1
               PERFORM 130-WRITE-RUN-LOG
           END-IF
           .
      * End of PURGE-RUN-DATE-ENVELOPES paragraph.

      * Reads the next ledger record and deletes it if it is one
      * of this run's date and department. The ledger is in pay
      * date order, so the first record of a later date ends the
      * purge.
       132-PURGE-ONE-ENVELOPE.
           READ F24-ENVLEDG-FILE NEXT RECORD
               AT END MOVE 'NO' TO W32-PURGE-MORE-SW
           END-READ
           IF W32-PURGE-MORE-SW = 'YES'
               IF W32-ENV-STATUS NOT = '00'
                   OR F24-ENV-PAY-DATE NOT = W18-PAY-DATE
                   MOVE 'NO' TO W32-PURGE-MORE-SW
               ELSE
                   IF W18-DEPT-FILTER = SPACES
                       OR F24-ENV-DEPT = W18-DEPT-FILTER
                       DELETE F24-ENVLEDG-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                       IF W32-ENV-STATUS = '00'
                           ADD 1 TO W32-PURGED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      * End of PURGE-ONE-ENVELOPE paragraph.

      * Tables every SSN on the adjustment file, then reads the pay
      * history once for each one's latest regular pay method - an
      * adjustment is paid the way the employee was last paid on
      * the regular payroll. The adjustment file is mandatory on a
      * supplemental run; a history that has never been created
      * simply leaves every method to the adjustment record.
       133-LOAD-NORMAL-METHODS.
           OPEN INPUT F25-ADJUST-FILE
           IF W33-ADJ-STATUS NOT = '00'
               DISPLAY 'ADJUSTMENT FILE ASST1.ADJ MISSING OR '
                   'UNREADABLE - STATUS ' W33-ADJ-STATUS
                   ', RUN ABORTED'
               CLOSE F03-CHECKPOINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'YES' TO W35-MORE-SW
           PERFORM 134-TABLE-ONE-ADJUSTMENT
               UNTIL W35-MORE-SW = 'NO'
           CLOSE F25-ADJUST-FILE
           OPEN INPUT F09-HISTORY-FILE
           IF W16-HST-STATUS = '00'
               MOVE 'YES' TO W35-MORE-SW
               PERFORM 136-TAKE-ONE-HISTORY-METHOD
                   UNTIL W35-MORE-SW = 'NO'
               CLOSE F09-HISTORY-FILE
           ELSE
               IF W16-HST-STATUS NOT = '35'
                   DISPLAY 'PAY HISTORY ASST1.HST WOULD NOT OPEN '
                       'FOR PAY METHODS - STATUS ' W16-HST-STATUS
                       ', RUN ABORTED'
                   CLOSE F03-CHECKPOINT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF W35-OVERFLOW-COUNT > ZERO
               DISPLAY W35-OVERFLOW-COUNT ' ADJUSTED SSNS PAST THE '
                   'METHOD TABLE LIMIT - PAID BY THE METHOD KEYED'
           END-IF
           MOVE 'PAY METHODS LOADED' TO W30-LOG-PHASE
           MOVE 'SSNS:' TO W30-LOG-L1
           MOVE W35-METHOD-COUNT TO W30-LOG-N1
           PERFORM 130-WRITE-RUN-LOG
           .
      * End of LOAD-NORMAL-METHODS paragraph.

      * Reads one adjustment and tables its SSN, once, with no
      * method yet. The trailer and unusable SSNs are passed over -
      * the adjustment pass rejects those on its own edits.
       134-TABLE-ONE-ADJUSTMENT.
           READ F25-ADJUST-FILE
               AT END MOVE 'NO' TO W35-MORE-SW
           END-READ
           IF W35-MORE-SW NOT = 'NO'
               IF F25-TRAILER-ID NOT = 'TRAILER'
                   AND F25-ADJ-SSN NUMERIC
                   MOVE 'NO' TO W35-FOUND-SW
                   PERFORM 135-FIND-ADJUSTED-SSN
                       VARYING W35-IDX FROM 1 BY 1
                       UNTIL W35-IDX > W35-METHOD-COUNT
                   IF W35-FOUND-SW = 'NO'
                       IF W35-METHOD-COUNT < W35-METHOD-TABLE-MAX
                           ADD 1 TO W35-METHOD-COUNT
                           SET W35-IDX TO W35-METHOD-COUNT
                           MOVE F25-ADJ-SSN TO W35-MTH-SSN(W35-IDX)
                           MOVE SPACES TO W35-MTH-PAY-DATE(W35-IDX)
                           MOVE SPACE TO W35-MTH-METHOD(W35-IDX)
                       ELSE
                           ADD 1 TO W35-OVERFLOW-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      * End of TABLE-ONE-ADJUSTMENT paragraph.

      * Flags the adjustment's SSN as already tabled.
       135-FIND-ADJUSTED-SSN.
           IF W35-MTH-SSN(W35-IDX) = F25-ADJ-SSN
               MOVE 'YES' TO W35-FOUND-SW
           END-IF
           .
      * End of FIND-ADJUSTED-SSN paragraph.

      * Reads one pay-history record and, if it is regular pay with
      * a method on it, offers it to the table. Records written
      * before the method was historized carry none and are
      * passed over.
       136-TAKE-ONE-HISTORY-METHOD.
           READ F09-HISTORY-FILE
               AT END MOVE 'NO' TO W35-MORE-SW
           END-READ
           IF W35-MORE-SW NOT = 'NO'
               IF F09-HST-RUN-TYPE NOT = 'S'
                   AND F09-HST-METHOD NOT = SPACE
                   PERFORM 137-UPDATE-METHOD-ENTRY
                       VARYING W35-IDX FROM 1 BY 1
                       UNTIL W35-IDX > W35-METHOD-COUNT
               END-IF
           END-IF
           .
      * End of TAKE-ONE-HISTORY-METHOD paragraph.

      * Keeps the method of the latest regular pay date seen for
      * this SSN.
       137-UPDATE-METHOD-ENTRY.
           IF W35-MTH-SSN(W35-IDX) = F09-HST-SSN
               AND F09-HST-PAY-DATE NOT < W35-MTH-PAY-DATE(W35-IDX)
               MOVE F09-HST-PAY-DATE TO W35-MTH-PAY-DATE(W35-IDX)
               MOVE F09-HST-METHOD TO W35-MTH-METHOD(W35-IDX)
           END-IF
           .
      * End of UPDATE-METHOD-ENTRY paragraph.

      * Writes the title, off-cycle date, and column headings at
      * the top of a fresh supplemental register.
       138-WRITE-SUPREG-HEADINGS.
           MOVE W36-SUP-TITLE-LINE TO F26-SUPREG-LINE
           WRITE F26-SUPREG-LINE
           MOVE W18-PAY-DATE TO W36-STAMP-PAY-DATE
           MOVE W36-SUP-STAMP-LINE TO F26-SUPREG-LINE
           WRITE F26-SUPREG-LINE
           MOVE W36-SUP-HEADINGS-LINE TO F26-SUPREG-LINE
           WRITE F26-SUPREG-LINE
           .
      * End of WRITE-SUPREG-HEADINGS paragraph.
        
      * This paragraph writes the headings for the report.  
       200-WRITE-HEADING-LINES.
           MOVE W18-LINES-PER-PAGE TO W18-ECHO-LINES
           MOVE W18-DEPT-FILTER TO W18-ECHO-FILTER
           MOVE W18-CHECK-START TO W18-ECHO-CHECK
           IF W18-RUN-TYPE = 'S'
               MOVE 'S' TO W18-ECHO-RUN-TYPE
           ELSE
               MOVE 'R' TO W18-ECHO-RUN-TYPE
           END-IF
           MOVE W18-ECHO-LINE TO F02-PRINT-LINE-RECORD
           PERFORM 210-WRITE-DETAIL-LINE
           MOVE W03-HEADINGS-LINE TO F02-PRINT-LINE-RECORD

      * Flags a payment-method byte that is not cash, direct
      * deposit, or check, so the record is reported instead of
      * being silently forced into one stream or another. A
      * supplemental recovery pays nothing out, so it needs no
      * method.
       303-EDIT-PAY-METHOD.
           IF F01-PAY-METHOD = 'C' OR F01-PAY-METHOD = 'D'
               OR F01-PAY-METHOD = 'K'
               OR W33-RECOVERY-SW = 'YES'
               MOVE 'YES' TO W14-METHOD-VALID-SW
           ELSE
               MOVE 'NO' TO W14-METHOD-VALID-SW
           ELSE
               MOVE ZERO TO W08-THIS-PAY
           END-IF
      * A supplemental recovery takes money back rather than paying
      * it out: its amount is proved against the adjustment
      * trailer's recovery total instead, and stays out of the pay
      * total and the GL debits.
           IF W33-RECOVERY-SW = 'YES'
               ADD W08-THIS-PAY TO W33-RCV-CONTROL
               MOVE ZERO TO W08-THIS-PAY
           END-IF
           ADD W08-THIS-PAY TO W08-TOTAL-PAY
      * The same amount just added to the control total is rolled
      * into the department's GL bucket, so the extract's debits
               MOVE W18-PAY-DATE TO F03-CKP-PAY-DATE
               MOVE W18-DEPT-FILTER TO F03-CKP-DEPT-FILTER
               MOVE W18-PAYOUT-LIMIT TO F03-CKP-PAYOUT-LIMIT
               MOVE W31-RMT-COUNT TO F03-CKP-RMT-COUNT
               MOVE W31-RMT-TOTAL TO F03-CKP-RMT-TOTAL
               MOVE W31-PAID-OFF-COUNT TO F03-CKP-PAID-OFF-COUNT
               MOVE W31-WAITING-COUNT TO F03-CKP-WAITING-COUNT
               WRITE F03-CHECKPOINT-RECORD
               MOVE ZERO TO W10-RECORDS-SINCE-CKP
           END-IF

      * Derives this employee's net pay from gross and the deduction
      * record keyed on their SSN. Tax is a percentage of gross;
      * insurance comes off flat, and garnishment is whatever the
      * employee's orders on the garnishment master take this
      * period. An SSN with no deduction record legitimately has
      * no tax or insurance, so the invalid-key path just leaves
      * those at zero - only a hard I/O error on the read is worth
      * stopping the run for. The detail line's gross/deduct/net
      * display fields are filled here too, so they always agree
      * with the amounts the denomination math is about to run on.
       311-COMPUTE-NET-PAY.
           MOVE 'YES' TO W13-NET-VALID-SW
           COMPUTE W13-GROSS-PAY = F01-GROSS-DOLLARS
           READ F05-DEDUCT-FILE
               INVALID KEY CONTINUE
           END-READ
      * An off-cycle adjustment is taxed at the employee's rate but
      * carries no insurance premium or garnishment - those are
      * per-period deductions the regular run has already taken.
           IF W13-DED-STATUS = '00'
               COMPUTE W13-TAX-AMT ROUNDED =
                   W13-GROSS-PAY * F05-DED-TAX-PCT / 100
               IF W18-RUN-TYPE NOT = 'S'
                   MOVE F05-DED-INSURANCE TO W13-INS-AMT
               END-IF
           ELSE
               IF W13-DED-STATUS NOT = '23'
                   DISPLAY 'DEDUCTIONS FILE READ FAILED - STATUS '
                   PERFORM 500-CLOSE-FILES
               END-IF
           END-IF
           IF W18-RUN-TYPE = 'S'
               MOVE ZERO TO W31-ORDER-COUNT
           ELSE
               PERFORM 331-LOAD-GARNISH-ORDERS
           END-IF
           COMPUTE W13-TOTAL-DEDUCT = W13-TAX-AMT
               + W13-INS-AMT + W13-GARN-AMT
           IF W13-TOTAL-DEDUCT > W13-GROSS-PAY
               MOVE 'NO' TO W13-NET-VALID-SW
               MOVE ZERO TO W13-NET-PAY

      * Runs the full edit-and-pay path for a record the department
      * filter selected (or every record, when no filter is set).
      * Supplemental adjustments arrive in no department order, so
      * they are listed without department breaks; their own edits
      * come in through W33-ADJ-EDIT-SW, and a recovery that passes
      * every edit is recorded rather than paid.
       312-EDIT-AND-PAY-EMPLOYEE.
           PERFORM 305-EDIT-SSN
           PERFORM 306-EDIT-PAY
           PERFORM 303-EDIT-PAY-METHOD
           PERFORM 304-CHECK-EMPLOYEE-MASTER
           PERFORM 307-ACCUMULATE-CONTROL-TOTALS
           IF W18-RUN-TYPE NOT = 'S'
               PERFORM 308-CHECK-DEPARTMENT-BREAK
           END-IF
           IF W07-SSN-VALID-SW = 'NO'
               MOVE F01-EMP-NAME TO W07-EMP-NAME
               MOVE F01-SSN TO W07-EMP-SSN
                   MOVE 'TERM' TO W15-REJ-CODE
                   PERFORM 320-WRITE-EXCEPTION-LINE
               ELSE
               IF W33-ADJ-EDIT-SW = 'NO'
                   MOVE F01-EMP-NAME TO W07-EMP-NAME
                   MOVE F01-SSN TO W07-EMP-SSN
                   MOVE W33-ADJ-REASON TO W07-REASON
                   MOVE W33-ADJ-REJ-CODE TO W15-REJ-CODE
                   PERFORM 320-WRITE-EXCEPTION-LINE
               ELSE
               IF W07-PAY-VALID-SW = 'NO'
                   MOVE F01-EMP-NAME TO W07-EMP-NAME
                   MOVE F01-SSN TO W07-EMP-SSN
                       MOVE 'NDED' TO W15-REJ-CODE
                       PERFORM 320-WRITE-EXCEPTION-LINE
                   ELSE
                       IF W33-RECOVERY-SW = 'YES'
                           PERFORM 375-RECORD-RECOVERY
                       ELSE
                           PERFORM 315-PAY-ONE-EMPLOYEE
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           .
      * End of EDIT-AND-PAY-EMPLOYEE paragraph.
           MOVE W13-INS-AMT TO F09-HST-INSURANCE
           MOVE W13-GARN-AMT TO F09-HST-GARNISH
           MOVE W13-NET-PAY TO F09-HST-NET
           MOVE W18-RUN-TYPE TO F09-HST-RUN-TYPE
           MOVE W33-RSN-CODE TO F09-HST-REASON
           MOVE F01-PAY-METHOD TO F09-HST-METHOD
           WRITE F09-HISTORY-RECORD
      * The garnishment just historized is now real money withheld,
      * so the orders it came from are brought down by it.
           PERFORM 333-APPLY-GARNISH-ORDERS
           .
      * End of PAY-ONE-EMPLOYEE paragraph.

           MOVE 7 TO W17-LINES-WRITTEN
           PERFORM 318-PAD-ENVELOPE-STUB
               UNTIL W17-LINES-WRITTEN >= W17-STUB-LINES
           PERFORM 324-RECORD-ENVELOPE-LEDGER
           .
      * End of WRITE-ENVELOPE-STUB paragraph.

           .
      * End of PAD-ENVELOPE-STUB paragraph.

      * Puts the envelope just stuffed on the ledger as unclaimed.
      * An envelope already on the ledger under the same pay date,
      * SSN, and number is one a restart is stuffing again, and
      * its record is written over rather than refused. A record
      * that goes on neither way is counted for the report.
       324-RECORD-ENVELOPE-LEDGER.
           MOVE W18-PAY-DATE TO F24-ENV-PAY-DATE
           MOVE F01-SSN TO F24-ENV-SSN
           MOVE W17-ENV-SEQ TO F24-ENV-SEQ
           MOVE F01-EMP-NAME TO F24-ENV-NAME
           MOVE F01-DEPT-CODE TO F24-ENV-DEPT
           MOVE W13-NET-PAY TO F24-ENV-NET
           MOVE 'U' TO F24-ENV-STATUS
           MOVE W18-PAY-DATE TO F24-ENV-STATUS-DATE
           WRITE F24-ENVLEDG-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF W32-ENV-STATUS = '22'
               REWRITE F24-ENVLEDG-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF
           IF W32-ENV-STATUS NOT = '00'
               ADD 1 TO W32-LEDGER-ERRORS
               DISPLAY 'ENVELOPE ' W17-ENV-SEQ ' NOT RECORDED ON '
                   'LEDGER - STATUS ' W32-ENV-STATUS
           END-IF
           .
      * End of RECORD-ENVELOPE-LEDGER paragraph.

      * Looks the current employee's SSN up on the bank-account
      * master. Like the other master reads, a hard I/O error is
      * treated as not-found rather than trusting stale data - for
           MOVE W07-EXCEPTION-LINE TO F02-PRINT-LINE-RECORD
           PERFORM 210-WRITE-DETAIL-LINE
           ADD 1 TO W14-EXCEPT-COUNT
      * A rejected adjustment goes to the reject file as it was
      * keyed, not as it was stood up, so it can be corrected and
      * sent through again on a later supplemental run.
           IF W18-RUN-TYPE = 'S'
               MOVE F25-ADJUST-RECORD TO F07-REJ-EMPLOYEE
           ELSE
               MOVE F01-EMPLOYEE-IN TO F07-REJ-EMPLOYEE
           END-IF
           MOVE W15-REJ-CODE TO F07-REJ-CODE
           WRITE F07-REJECT-RECORD
           .
           .
      * End of PROCESS-ONE-REPAY paragraph.

      * Opens the adjustment file for a supplemental run's pay pass
      * and primes the read. The file has already been read once,
      * for the pay methods, so a failure here is a real I/O
      * problem. A regular run has no adjustment pass.
       365-START-ADJUSTMENTS.
           IF W18-RUN-TYPE = 'S'
               OPEN INPUT F25-ADJUST-FILE
               IF W33-ADJ-STATUS NOT = '00'
                   DISPLAY 'ADJUSTMENT FILE ASST1.ADJ WOULD NOT '
                       'OPEN - STATUS ' W33-ADJ-STATUS
                       ', RUN ABORTED'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 500-CLOSE-FILES
               END-IF
               MOVE 'YES' TO W33-ADJ-MODE-SW
               MOVE 'YES' TO W33-ADJ-REMAINS-SW
               READ F25-ADJUST-FILE
                   AT END MOVE 'NO' TO W33-ADJ-REMAINS-SW
               END-READ
           END-IF
           .
      * End of START-ADJUSTMENTS paragraph.

      * Pushes one adjustment through the same edits, deductions,
      * and payment streams as an extract record by standing it in
      * the F01 record area, then lists it on the supplemental
      * register. Its own edits are settled first and handed to the
      * edit chain. The trailer ends the pass the way the extract's
      * trailer ends the main pass, and like the correction pass no
      * checkpoint is taken - a supplemental run is short and is
      * simply run again.
       370-PROCESS-ONE-ADJUSTMENT.
           IF F25-TRAILER-ID = 'TRAILER'
               MOVE 'YES' TO W15-TRAILER-SEEN-SW
               MOVE F25-TRAILER-COUNT TO W15-TRAILER-COUNT
               MOVE F25-TRAILER-PAY TO W15-TRAILER-TOTAL
               MOVE F25-TRAILER-RCV TO W33-TRL-RCV-TOTAL
               MOVE 'NO' TO W33-ADJ-REMAINS-SW
           ELSE
               ADD 1 TO W33-ADJ-READ
               PERFORM 371-STAND-UP-ADJUSTMENT
               PERFORM 373-EDIT-ADJUSTMENT
               MOVE W14-EXCEPT-COUNT TO W33-EXCEPT-BEFORE
               PERFORM 302-PROCESS-ONE-EMPLOYEE
               PERFORM 380-WRITE-SUPREG-LINE
               MOVE 'NO' TO W33-RECOVERY-SW
               MOVE 'YES' TO W33-ADJ-EDIT-SW
               READ F25-ADJUST-FILE
                   AT END MOVE 'NO' TO W33-ADJ-REMAINS-SW
               END-READ
           END-IF
           .
      * End of PROCESS-ONE-ADJUSTMENT paragraph.

      * Builds the extract-layout image of the adjustment. The
      * adjustment carries only the SSN, so the name and department
      * come from the employee master; an SSN not on the master is
      * left nameless and fails the master edit like any other. A
      * blank method is filled from the employee's last regular
      * pay.
       371-STAND-UP-ADJUSTMENT.
           MOVE SPACES TO W33-ADJ-STAND-IN
           MOVE F25-ADJ-KEY TO W33-SI-SSN
           MOVE F25-ADJ-AMOUNT TO W33-SI-AMOUNT
           MOVE F25-ADJ-REASON TO W33-RSN-CODE
           IF F25-ADJ-SSN NUMERIC
               MOVE F25-ADJ-SSN TO F04-MST-SSN
               READ F04-EMPMAST-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF W12-MST-STATUS = '00'
                   MOVE F04-MST-NAME TO W33-SI-NAME
                   MOVE F04-MST-DEPT TO W33-SI-DEPT
               END-IF
           END-IF
           MOVE F25-ADJ-METHOD TO W33-SI-METHOD
           IF W33-SI-METHOD = SPACE
               AND F25-ADJ-SSN NUMERIC
               PERFORM 372-FIND-NORMAL-METHOD
                   VARYING W35-IDX FROM 1 BY 1
                   UNTIL W35-IDX > W35-METHOD-COUNT
           END-IF
           IF F25-ADJ-SIGN = '-'
               MOVE 'YES' TO W33-RECOVERY-SW
           END-IF
           MOVE W33-ADJ-STAND-IN TO F01-EMPLOYEE-IN
           .
      * End of STAND-UP-ADJUSTMENT paragraph.

      * Takes the tabled normal method for the adjustment's SSN.
       372-FIND-NORMAL-METHOD.
           IF W35-MTH-SSN(W35-IDX) = F25-ADJ-SSN
               MOVE W35-MTH-METHOD(W35-IDX) TO W33-SI-METHOD
           END-IF
           .
      * End of FIND-NORMAL-METHOD paragraph.

      * The adjustment's own edits: a sign other than '+', '-', or
      * blank; a reason code not on the reason table; or an
      * off-cycle date other than the one on the control card -
      * the date every history record of the run is written under.
       373-EDIT-ADJUSTMENT.
           MOVE 'YES' TO W33-ADJ-EDIT-SW
           MOVE 'NO' TO W33-RSN-FOUND-SW
           MOVE SPACES TO W33-RSN-DESC
           PERFORM 374-FIND-REASON
               VARYING W34-IDX FROM 1 BY 1
               UNTIL W34-IDX > W34-REASON-COUNT
           IF F25-ADJ-SIGN NOT = '+' AND F25-ADJ-SIGN NOT = '-'
               AND F25-ADJ-SIGN NOT = SPACE
               MOVE 'NO' TO W33-ADJ-EDIT-SW
               MOVE 'INVALID ADJ SIGN' TO W33-ADJ-REASON
               MOVE 'NSGN' TO W33-ADJ-REJ-CODE
           ELSE
               IF W33-RSN-FOUND-SW = 'NO'
                   MOVE 'NO' TO W33-ADJ-EDIT-SW
                   MOVE 'INVALID REASON CODE' TO W33-ADJ-REASON
                   MOVE 'NRSN' TO W33-ADJ-REJ-CODE
               ELSE
                   IF F25-ADJ-PAY-DATE NOT = W18-PAY-DATE
                       MOVE 'NO' TO W33-ADJ-EDIT-SW
                       MOVE 'WRONG OFF-CYCLE DATE' TO W33-ADJ-REASON
                       MOVE 'NDAT' TO W33-ADJ-REJ-CODE
                   END-IF
               END-IF
           END-IF
           .
      * End of EDIT-ADJUSTMENT paragraph.

      * Takes the register description for the adjustment's reason
      * code.
       374-FIND-REASON.
           IF W34-RSN-CODE(W34-IDX) = F25-ADJ-REASON
               MOVE 'YES' TO W33-RSN-FOUND-SW
               MOVE W34-RSN-DESC(W34-IDX) TO W33-RSN-DESC
           END-IF
           .
      * End of FIND-REASON paragraph.

      * Records one recovery that passed every edit. Nothing is paid
      * out and no payment stream is touched: the line prints as
      * RCVR, and the history record carries the gross, tax, and net
      * negative, so the employee's year-to-date earnings and the
      * quarter's withholding come back down by what is recovered.
      * The net owed back is listed on the supplemental register
      * for collection.
       375-RECORD-RECOVERY.
           MOVE F01-EMP-NAME TO W04-EMP-NAME
           MOVE F01-SSN TO W04-EMP-SSN
           MOVE 'RCVR' TO W04-METHOD
           MOVE ZERO TO W04-PRINT-100S
           MOVE ZERO TO W04-PRINT-50S
           MOVE ZERO TO W04-PRINT-20S
           MOVE ZERO TO W04-PRINT-10S
           MOVE ZERO TO W04-PRINT-5S
           MOVE ZERO TO W04-PRINT-1S
           MOVE ZERO TO W04-PRINT-25C
           MOVE ZERO TO W04-PRINT-10C
           MOVE ZERO TO W04-PRINT-5C
           MOVE ZERO TO W04-PRINT-1C
           MOVE WO4-DETAIL-LINE TO F02-PRINT-LINE-RECORD
           PERFORM 210-WRITE-DETAIL-LINE
           MOVE F01-SSN TO F09-HST-SSN
           MOVE F01-EMP-NAME TO F09-HST-NAME
           MOVE F01-DEPT-CODE TO F09-HST-DEPT
           MOVE W14-SETTLE-DATE TO F09-HST-PAY-DATE
           COMPUTE F09-HST-GROSS = ZERO - W13-GROSS-PAY
           COMPUTE F09-HST-TAX = ZERO - W13-TAX-AMT
           MOVE ZERO TO F09-HST-INSURANCE
           MOVE ZERO TO F09-HST-GARNISH
           COMPUTE F09-HST-NET = ZERO - W13-NET-PAY
           MOVE W18-RUN-TYPE TO F09-HST-RUN-TYPE
           MOVE W33-RSN-CODE TO F09-HST-REASON
           MOVE SPACE TO F09-HST-METHOD
           WRITE F09-HISTORY-RECORD
           ADD 1 TO W33-RCV-COUNT
           .
      * End of RECORD-RECOVERY paragraph.

      * Lists one adjustment on the supplemental register with what
      * became of it - paid and how, recovery due, or rejected and
      * why - and rolls it into the register totals. A rejected
      * adjustment shows the amount keyed, when it is a number,
      * with no tax or net.
       380-WRITE-SUPREG-LINE.
           MOVE W33-SI-SSN TO W36-SSN
           MOVE W33-SI-NAME TO W36-NAME
           MOVE F25-ADJ-REASON TO W36-REASON
           MOVE W33-RSN-DESC TO W36-RSN-DESC
           IF W14-EXCEPT-COUNT > W33-EXCEPT-BEFORE
               MOVE 'REJECTED' TO W36-OUTCOME-TEXT
               MOVE W15-REJ-CODE TO W36-OUTCOME-CODE
               MOVE ZERO TO W33-RAW-AMOUNT
               IF W07-PAY-NUMERIC-SW = 'YES'
                   COMPUTE W33-RAW-AMOUNT = F01-GROSS-DOLLARS
                       + (F01-GROSS-CENTS / 100)
               END-IF
               IF F25-ADJ-SIGN = '-'
                   COMPUTE W36-GROSS = ZERO - W33-RAW-AMOUNT
               ELSE
                   MOVE W33-RAW-AMOUNT TO W36-GROSS
               END-IF
               MOVE SPACES TO W36-TAX-X
               MOVE SPACES TO W36-NET-X
               ADD 1 TO W33-REJ-COUNT
               ADD W33-RAW-AMOUNT TO W33-REJ-GROSS
           ELSE
               IF W33-RECOVERY-SW = 'YES'
                   MOVE 'RECOVERY' TO W36-OUTCOME-TEXT
                   MOVE 'DUE' TO W36-OUTCOME-CODE
                   COMPUTE W36-GROSS = ZERO - W13-GROSS-PAY
                   COMPUTE W36-TAX = ZERO - W13-TAX-AMT
                   COMPUTE W36-NET = ZERO - W13-NET-PAY
                   ADD W13-GROSS-PAY TO W33-RCV-GROSS
                   ADD W13-TAX-AMT TO W33-RCV-TAX
                   ADD W13-NET-PAY TO W33-RCV-NET
               ELSE
                   MOVE 'PAID' TO W36-OUTCOME-TEXT
                   MOVE W04-METHOD TO W36-OUTCOME-CODE
                   MOVE W13-GROSS-PAY TO W36-GROSS
                   MOVE W13-TAX-AMT TO W36-TAX
                   MOVE W13-NET-PAY TO W36-NET
                   ADD 1 TO W33-PAID-COUNT
                   ADD W13-GROSS-PAY TO W33-PAID-GROSS
                   ADD W13-TAX-AMT TO W33-PAID-TAX
                   ADD W13-NET-PAY TO W33-PAID-NET
               END-IF
           END-IF
           MOVE W36-SUP-DETAIL-LINE TO F26-SUPREG-LINE
           WRITE F26-SUPREG-LINE
           .
      * End of WRITE-SUPREG-LINE paragraph.

      * Saves the trailer's count and total and stops the main
      * processing loop. The balance verdict itself is held off
      * until 405-WRITE-CONTROL-TOTALS, because a correction run
           .
      * End of PROCESS-TRAILER paragraph.

      * Stages this period's withholding for every garnishment
      * order the current employee has on the order master,
      * reading forward from the first case number under their
      * SSN, and totals it into W13-GARN-AMT. Only the W31 table
      * is filled here; 333-APPLY-GARNISH-ORDERS posts it once the
      * employee is actually paid. Only an employee with no order
      * record at all on the order master, in any status, falls
      * back to the flat garnishment on their deduction record,
      * if they have one. An employee whose orders are all paid
      * off or have no balance left has orders on file, takes
      * nothing, and is never put back on the flat amount.
       331-LOAD-GARNISH-ORDERS.
           MOVE ZERO TO W31-ORDER-COUNT
           MOVE 'NO' TO W31-ORDER-ON-FILE-SW
           MOVE 'YES' TO W31-ORDERS-MORE-SW
           MOVE F01-SSN TO F22-GRN-SSN
           MOVE LOW-VALUES TO F22-GRN-CASE-NO
           START F22-GARNMAST-FILE
               KEY IS NOT LESS THAN F22-GRN-KEY
               INVALID KEY MOVE 'NO' TO W31-ORDERS-MORE-SW
           END-START
           IF W31-GRN-STATUS NOT = '00'
               AND W31-GRN-STATUS NOT = '23'
               DISPLAY 'GARNISHMENT ORDERS READ FAILED - STATUS '
                   W31-GRN-STATUS ', RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               PERFORM 500-CLOSE-FILES
           END-IF
           PERFORM 332-STAGE-ONE-ORDER
               UNTIL W31-ORDERS-MORE-SW = 'NO'
           IF W31-ORDER-ON-FILE-SW = 'NO'
               AND W13-DED-STATUS = '00'
               AND F05-DED-GARNISH > ZERO
               MOVE 1 TO W31-ORDER-COUNT
               SET W31-IDX TO 1
               MOVE 'NO' TO W31-ORD-ON-FILE-SW(W31-IDX)
               MOVE SPACES TO W31-ORD-CASE-NO(W31-IDX)
               MOVE W31-NO-ORDER-AGENCY TO W31-ORD-AGENCY(W31-IDX)
               MOVE F05-DED-GARNISH TO W31-ORD-AMOUNT(W31-IDX)
               MOVE ZERO TO W31-ORD-BALANCE(W31-IDX)
               ADD F05-DED-GARNISH TO W13-GARN-AMT
           END-IF
           .
      * End of LOAD-GARNISH-ORDERS paragraph.

      * Reads the next order in key sequence and, while it still
      * belongs to the current employee, stages what it takes this
      * period: the per-period amount, or the balance when less is
      * left than that. An order already withheld on this same pay
      * date by an earlier run - a rerun or a restart - has that
      * withholding added back first, and counts as still open
      * even if that run paid it off, so the order is charged once
      * per pay date however many times the date is run. Any order
      * read under the SSN, whatever its status, marks the
      * employee as having an order on file.
       332-STAGE-ONE-ORDER.
           READ F22-GARNMAST-FILE NEXT RECORD
               AT END MOVE 'NO' TO W31-ORDERS-MORE-SW
           END-READ
           IF W31-ORDERS-MORE-SW NOT = 'NO'
               IF W31-GRN-STATUS NOT = '00'
                   DISPLAY 'GARNISHMENT ORDERS READ FAILED - STATUS '
                       W31-GRN-STATUS ', RUN ABORTED'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 500-CLOSE-FILES
               END-IF
               IF F22-GRN-SSN NOT = F01-SSN
                   MOVE 'NO' TO W31-ORDERS-MORE-SW
               ELSE
                   MOVE 'YES' TO W31-ORDER-ON-FILE-SW
                   PERFORM 334-FIGURE-ORDER-AMOUNT
               END-IF
           END-IF
           .
      * End of STAGE-ONE-ORDER paragraph.

      * Posts the withholding staged in the W31 table for the
      * employee just paid: each order on file is reread and
      * rewritten with its new balance and this pay date's amount,
      * going to paid-off status when the balance reaches zero,
      * and every staged amount - the no-order fallback included -
      * goes on the remittance extract for accounts payable.
       333-APPLY-GARNISH-ORDERS.
           PERFORM 335-APPLY-ONE-ORDER
               VARYING W31-IDX FROM 1 BY 1
               UNTIL W31-IDX > W31-ORDER-COUNT
           .
      * End of APPLY-GARNISH-ORDERS paragraph.

      * Works out the amount the order in the F22 record area takes
      * this period and adds it to the table and to W13-GARN-AMT.
      * A paid-off order is skipped unless it was this pay date's
      * earlier run that paid it off.
       334-FIGURE-ORDER-AMOUNT.
           MOVE 'NO' TO W31-ORDER-OPEN-SW
           MOVE F22-GRN-BALANCE TO W31-AVAILABLE
           IF F22-GRN-LAST-PAY-DATE = W18-PAY-DATE
               ADD F22-GRN-LAST-AMOUNT TO W31-AVAILABLE
               IF F22-GRN-LAST-AMOUNT > ZERO
                   MOVE 'YES' TO W31-ORDER-OPEN-SW
               END-IF
           END-IF
           IF F22-GRN-STATUS = 'A'
               MOVE 'YES' TO W31-ORDER-OPEN-SW
           END-IF
           IF W31-ORDER-OPEN-SW = 'YES'
               AND W31-AVAILABLE > ZERO
               IF W31-ORDER-COUNT < W31-ORDER-TABLE-MAX
                   IF F22-GRN-PER-PERIOD < W31-AVAILABLE
                       MOVE F22-GRN-PER-PERIOD TO W31-THIS-AMOUNT
                   ELSE
                       MOVE W31-AVAILABLE TO W31-THIS-AMOUNT
                   END-IF
                   ADD 1 TO W31-ORDER-COUNT
                   SET W31-IDX TO W31-ORDER-COUNT
                   MOVE 'YES' TO W31-ORD-ON-FILE-SW(W31-IDX)
                   MOVE F22-GRN-CASE-NO TO W31-ORD-CASE-NO(W31-IDX)
                   MOVE F22-GRN-AGENCY TO W31-ORD-AGENCY(W31-IDX)
                   MOVE W31-THIS-AMOUNT TO W31-ORD-AMOUNT(W31-IDX)
                   COMPUTE W31-ORD-BALANCE(W31-IDX) =
                       W31-AVAILABLE - W31-THIS-AMOUNT
                   ADD W31-THIS-AMOUNT TO W13-GARN-AMT
               ELSE
                   ADD 1 TO W31-WAITING-COUNT
               END-IF
           END-IF
           .
      * End of FIGURE-ORDER-AMOUNT paragraph.

      * Posts one staged order and writes its remittance record. A
      * failed reread or rewrite of an order the run has already
      * withheld for stops the run: the money is on the paycheck
      * and must not go missing from the balance.
       335-APPLY-ONE-ORDER.
           IF W31-ORD-ON-FILE-SW(W31-IDX) = 'YES'
               MOVE F01-SSN TO F22-GRN-SSN
               MOVE W31-ORD-CASE-NO(W31-IDX) TO F22-GRN-CASE-NO
               READ F22-GARNMAST-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF W31-GRN-STATUS = '00'
                   MOVE W31-ORD-BALANCE(W31-IDX) TO F22-GRN-BALANCE
                   MOVE W18-PAY-DATE TO F22-GRN-LAST-PAY-DATE
                   MOVE W31-ORD-AMOUNT(W31-IDX)
                       TO F22-GRN-LAST-AMOUNT
                   IF F22-GRN-BALANCE = ZERO
                       MOVE 'P' TO F22-GRN-STATUS
                       ADD 1 TO W31-PAID-OFF-COUNT
                   ELSE
                       MOVE 'A' TO F22-GRN-STATUS
                   END-IF
                   REWRITE F22-GARNMAST-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
               IF W31-GRN-STATUS NOT = '00'
                   DISPLAY 'GARNISHMENT ORDER UPDATE FAILED FOR SSN '
                       F01-SSN ' CASE ' W31-ORD-CASE-NO(W31-IDX)
                       ' - STATUS ' W31-GRN-STATUS ', RUN ABORTED'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 500-CLOSE-FILES
               END-IF
           END-IF
           MOVE W31-ORD-AGENCY(W31-IDX) TO F23-RMT-AGENCY
           MOVE W31-ORD-CASE-NO(W31-IDX) TO F23-RMT-CASE-NO
           MOVE F01-SSN TO F23-RMT-SSN
           MOVE F01-EMP-NAME TO F23-RMT-NAME
           MOVE W31-ORD-AMOUNT(W31-IDX) TO F23-RMT-AMOUNT
           MOVE W31-ORD-BALANCE(W31-IDX) TO F23-RMT-BALANCE
           MOVE W18-PAY-DATE TO F23-RMT-PAY-DATE
           WRITE F23-REMIT-RECORD
           ADD 1 TO W31-RMT-COUNT
           ADD W31-ORD-AMOUNT(W31-IDX) TO W31-RMT-TOTAL
           .
      * End of APPLY-ONE-ORDER paragraph.

      * Prints the headcount and total pay for the department that
      * just ended.
       340-WRITE-DEPT-SUBTOTAL.
      * corrected records folded in after it - the trailer only ever
      * covered the main file. An ordinary run has both correction
      * figures at zero, which reduces to the plain trailer check.
      * A supplemental run balances its payments against the
      * adjustment trailer's pay total and its recoveries against
      * the recovery total; a regular run has both at zero.
           IF W15-TRAILER-SEEN-SW = 'YES'
               IF W08-RECORD-COUNT =
                       W15-TRAILER-COUNT + W15-COR-COUNT
                   AND W08-TOTAL-PAY =
                       W15-TRAILER-TOTAL + W15-COR-PAY
                   AND W33-RCV-CONTROL = W33-TRL-RCV-TOTAL
                   MOVE 'BALANCED' TO W08-BALANCE-MSG
               ELSE
                   MOVE 'OUT-OF-BALANCE' TO W08-BALANCE-MSG
      * The cash, deposit, and check streams plus the exceptions
      * and any records skipped by the department filter must add
      * back to every record read - this is what proves a record
      * cannot fall between the payment streams unnoticed. The
      * recoveries a supplemental run records count as a stream
      * of their own.
           IF W14-CASH-COUNT + W14-DEP-COUNT + W14-CHK-COUNT
                   + W14-EXCEPT-COUNT + W33-RCV-COUNT
                   + W18-FILTERED-COUNT = W08-RECORD-COUNT
               MOVE 'STREAMS BALANCED' TO W14-STREAMS-MSG
           ELSE
               MOVE W15-CORRECTION-LINE TO F02-PRINT-LINE-RECORD
               WRITE F02-PRINT-LINE-RECORD
           END-IF
      * Recoveries paid nothing out, so they are outside the pay
      * total; their own line shows what is owed back.
           IF W18-RUN-TYPE = 'S'
               MOVE W33-RCV-COUNT TO W33-RCV-COUNT-DISP
               MOVE W33-RCV-GROSS TO W33-RCV-GROSS-DISP
               MOVE W33-RCV-NET TO W33-RCV-NET-DISP
               MOVE W33-RECOVERY-LINE TO F02-PRINT-LINE-RECORD
               WRITE F02-PRINT-LINE-RECORD
           END-IF
      * Repaid returns are outside the trailer and stream proofs -
      * their money balanced on the run that sent the deposits -
      * so they get their own line for the cash office to prove
               MOVE W21-NOBANK-LINE TO F02-PRINT-LINE-RECORD
               WRITE F02-PRINT-LINE-RECORD
           END-IF
      * What went on the remittance extract for accounts payable,
      * and how many orders this run finished off.
           MOVE W31-RMT-COUNT TO W31-RMT-COUNT-DISP
           MOVE W31-RMT-TOTAL TO W31-RMT-TOTAL-DISP
           MOVE W31-PAID-OFF-COUNT TO W31-PAID-OFF-DISP
           MOVE W31-REMIT-CONTROL-LINE TO F02-PRINT-LINE-RECORD
           WRITE F02-PRINT-LINE-RECORD
           IF W31-WAITING-COUNT > ZERO
               MOVE W31-WAITING-COUNT TO W31-WAITING-DISP
               MOVE W31-WAITING-LINE TO F02-PRINT-LINE-RECORD
               WRITE F02-PRINT-LINE-RECORD
           END-IF
           IF W32-LEDGER-ERRORS > ZERO
               MOVE W32-LEDGER-ERRORS TO W32-LEDGER-ERR-DISP
               MOVE W32-LEDGER-ERROR-LINE TO F02-PRINT-LINE-RECORD
               WRITE F02-PRINT-LINE-RECORD
           END-IF
           .
      * End of WRITE-CONTROL-TOTALS paragraph.

           .
      * End of WRITE-VAULT-TOTALS paragraph.

      * Closes the supplemental register with what the run paid,
      * what it is owed back, and what it rejected. Paid plus
      * recovered plus rejected is every adjustment read.
       415-WRITE-SUPPLEMENTAL-TOTALS.
           MOVE 'ADJUSTMENTS PAID:' TO W36-TOT-LABEL
           MOVE W33-PAID-COUNT TO W36-TOT-COUNT
           MOVE W33-PAID-GROSS TO W36-TOT-GROSS
           MOVE W33-PAID-TAX TO W36-TOT-TAX
           MOVE W33-PAID-NET TO W36-TOT-NET
           MOVE W36-SUP-TOTAL-LINE TO F26-SUPREG-LINE
           WRITE F26-SUPREG-LINE
           MOVE 'RECOVERIES DUE:' TO W36-TOT-LABEL
           MOVE W33-RCV-COUNT TO W36-TOT-COUNT
           MOVE W33-RCV-GROSS TO W36-TOT-GROSS
           MOVE W33-RCV-TAX TO W36-TOT-TAX
           MOVE W33-RCV-NET TO W36-TOT-NET
           MOVE W36-SUP-TOTAL-LINE TO F26-SUPREG-LINE
           WRITE F26-SUPREG-LINE
           MOVE 'ADJUSTMENTS REJECTED:' TO W36-TOT-LABEL
           MOVE W33-REJ-COUNT TO W36-TOT-COUNT
           MOVE W33-REJ-GROSS TO W36-TOT-GROSS
           MOVE ZERO TO W36-TOT-TAX
           MOVE ZERO TO W36-TOT-NET
           MOVE W36-SUP-TOTAL-LINE TO F26-SUPREG-LINE
           WRITE F26-SUPREG-LINE
           MOVE W05-FOOTER-LINE TO F26-SUPREG-LINE
           WRITE F26-SUPREG-LINE
           .
      * End of WRITE-SUPPLEMENTAL-TOTALS paragraph.

      * Proves the GL department buckets against the control total
      * and, only when they agree to the penny, releases the posting
      * extract: one debit per department cost center, a suspense

      * Renders the run's verdict as the return code the scheduler
      * acts on, and logs it as the run's last line. Clean means
      * every proof held: trailer balancing, stream counts, the
      * GL extract released, and every envelope on the ledger.
      * Anything less completed but did
      * not prove - the run's outputs exist, and the transmit and
      * load jobs are held until someone looks.
       430-SET-RUN-VERDICT.
           IF W08-BALANCE-MSG = 'BALANCED'
               AND W14-STREAMS-MSG = 'STREAMS BALANCED'
               AND W19-GL-STATUS-MSG = 'GL EXTRACT RELEASED'
               AND W32-LEDGER-ERRORS = ZERO
               MOVE ZERO TO RETURN-CODE
               MOVE 'RUN END - BALANCED' TO W30-LOG-PHASE
           ELSE

      * Closing files
       500-CLOSE-FILES.
           CLOSE F02-PRINT-FILE
                 F03-CHECKPOINT-FILE
                 F04-EMPMAST-FILE
                 F05-DEDUCT-FILE
                 F19-CHKREG-FILE
                 F20-POSPAY-FILE
                 F21-RUNLOG-FILE
                 F22-GARNMAST-FILE
                 F23-REMIT-FILE
                 F24-ENVLEDG-FILE
           IF W15-COR-MODE-SW = 'YES'
               CLOSE F08-CORRECTED-FILE
           END-IF
           IF W20-RPY-MODE-SW = 'YES'
               CLOSE F15-REPAY-FILE
           END-IF
           IF W18-RUN-TYPE = 'S'
               CLOSE F26-SUPREG-FILE
               IF W33-ADJ-MODE-SW = 'YES'
                   CLOSE F25-ADJUST-FILE
               END-IF
           ELSE
               CLOSE F01-EMPLOYEE-FILE
           END-IF
           STOP RUN
           .
      * End of CLOSE-FILES paragraph.
