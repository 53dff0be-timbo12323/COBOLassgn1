       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GRNMAINT.
       AUTHOR.           TIM CARROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-TRANSACTION-FILE ASSIGN TO 'GRNTRN.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-TRN-STATUS.
           SELECT F02-PRINT-FILE   ASSIGN TO 'GRNMAINT.OUT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F03-GARNMAST-FILE ASSIGN TO 'GARNMAST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F03-GRN-KEY
                                   FILE STATUS IS W11-GRN-STATUS.
           SELECT F04-EMPMAST-FILE ASSIGN TO 'EMPMAST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F04-MST-SSN
                                   FILE STATUS IS W12-MST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Keyed maintenance transactions for the garnishment orders,
      * one per record, keyed on SSN plus the order's case number:
      * 'A' sets up a new order as served, 'C' rekeys the agency,
      * per-period amount, and total owed on an existing order
      * (an amended order or a court-adjusted total), 'D' removes
      * an order outright (vacated or released). The amounts
      * arrive as characters so a mis-keyed transaction can be
      * rejected with a reason instead of abending the batch.
       FD  F01-TRANSACTION-FILE
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS F01-TRANSACTION-RECORD.
       01  F01-TRANSACTION-RECORD.
           05  F01-TRN-ACTION      PIC X.
           05  F01-TRN-SSN         PIC X(9).
           05  F01-TRN-CASE-NO     PIC X(12).
           05  F01-TRN-AGENCY      PIC X(20).
           05  F01-TRN-PER-PERIOD  PIC X(7).
           05  F01-TRN-PER-PERIOD-N REDEFINES F01-TRN-PER-PERIOD
                                   PIC 9(5)V99.
           05  F01-TRN-TOTAL-OWED  PIC X(9).
           05  F01-TRN-TOTAL-OWED-N REDEFINES F01-TRN-TOTAL-OWED
                                   PIC 9(7)V99.

      * The printed audit register - one line per transaction with
      * the before and after amounts, applied or rejected, and an
      * agency line under every applied transaction showing who
      * the money goes to before and after. The court-order side
      * answers to the courts for every change to an order, so
      * every transaction lands on it whether it took or not.
       FD  F02-PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F02-PRINT-LINE-RECORD.
       01  F02-PRINT-LINE-RECORD   PIC X(132).

      * The garnishment orders, keyed on SSN plus case number.
      * Layout must stay in step with F22-GARNMAST-RECORD in the
      * payroll program, which withholds from these and rewrites
      * the balance every pay date.
       FD  F03-GARNMAST-FILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS F03-GARNMAST-RECORD.
       01  F03-GARNMAST-RECORD.
           05  F03-GRN-KEY.
               10  F03-GRN-SSN     PIC 9(9).
               10  F03-GRN-CASE-NO PIC X(12).
           05  F03-GRN-AGENCY      PIC X(20).
           05  F03-GRN-PER-PERIOD  PIC 9(5)V99.
           05  F03-GRN-TOTAL-OWED  PIC 9(7)V99.
           05  F03-GRN-BALANCE     PIC 9(7)V99.
           05  F03-GRN-STATUS      PIC X.
           05  F03-GRN-LAST-PAY-DATE PIC X(8).
           05  F03-GRN-LAST-AMOUNT PIC 9(5)V99.

      * The employee master kept current by EMPMAINT. Every
      * transaction's SSN is checked against it so an order cannot
      * be keyed against an SSN the company has never employed.
      * Layout must stay in step with F04-EMPMAST-RECORD in the
      * payroll program.
       FD  F04-EMPMAST-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS F04-EMPMAST-RECORD.
       01  F04-EMPMAST-RECORD.
           05  F04-MST-SSN         PIC 9(9).
           05  F04-MST-NAME        PIC X(18).
           05  F04-MST-DEPT        PIC X(4).
           05  F04-MST-HIRE-DATE   PIC X(8).
           05  F04-MST-STATUS      PIC X.
           05  F04-MST-PAY-TYPE    PIC X.
           05  F04-MST-PAY-RATE    PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  W01-DATA-REMAINS-SWITCH PIC X(2)    VALUE SPACES.

       01  W02-TITLE-LINE.
           05                      PIC X(30)   VALUE SPACES.
           05                      PIC X(38)
               VALUE 'GARNISHMENT ORDER MAINTENANCE REGISTER'.
           05                      PIC X(30)   VALUE SPACES.

      * Run date and time printed on the register heading - the
      * 'when' half of the auditor's who-changed-what-and-when.
       01  W02-RUN-STAMP-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'RUN DATE '.
           05  W02-STAMP-DATE      PIC X(8).
           05                      PIC X(7)    VALUE '  TIME '.
           05  W02-STAMP-TIME      PIC X(6).

       01  W03-BEFORE-AFTER-LINE.
           05                      PIC X(47)   VALUE SPACES.
           05                      PIC X(30)
               VALUE '------------ BEFORE ----------'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(30)
               VALUE '------------ AFTER -----------'.

       01  W03-HEADINGS-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(3)    VALUE 'ACT'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'SSN'.
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(12)   VALUE 'CASE NO'.
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(18)   VALUE 'EMPLOYEE NAME'.
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(30)
               VALUE 'PER PRD      OWED     BALANCE'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(30)
               VALUE 'PER PRD      OWED     BALANCE'.
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(20)   VALUE 'DISPOSITION'.

      * The before and after amount columns are each grouped so a
      * transaction with no before image (an add) or no after image
      * (a delete or a reject) can blank the whole group with one
      * move instead of printing zeros that read like real amounts.
       01  W04-DETAIL-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-ACTION          PIC X.
           05                      PIC X(4)    VALUE SPACES.
           05  W04-SSN             PIC X(9).
           05                      PIC X(1)    VALUE SPACES.
           05  W04-CASE-NO         PIC X(12).
           05                      PIC X(1)    VALUE SPACES.
           05  W04-EMP-NAME        PIC X(18).
           05                      PIC X(1)    VALUE SPACES.
           05  W04-BEFORE-COLS.
               10  W04-BEFORE-PERIOD PIC ZZZZ9.99.
               10                  PIC X(1)    VALUE SPACES.
               10  W04-BEFORE-OWED PIC ZZZZZZ9.99.
               10                  PIC X(1)    VALUE SPACES.
               10  W04-BEFORE-BAL  PIC ZZZZZZ9.99.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-AFTER-COLS.
               10  W04-AFTER-PERIOD PIC ZZZZ9.99.
               10                  PIC X(1)    VALUE SPACES.
               10  W04-AFTER-OWED  PIC ZZZZZZ9.99.
               10                  PIC X(1)    VALUE SPACES.
               10  W04-AFTER-BAL   PIC ZZZZZZ9.99.
           05                      PIC X(1)    VALUE SPACES.
           05  W04-DISPOSITION     PIC X(20).

      * The agency the order pays, under the before and after
      * columns of the line above it.
       01  W04-AGENCY-LINE.
           05                      PIC X(39)   VALUE SPACES.
           05                      PIC X(8)    VALUE 'AGENCY'.
           05  W04-BEFORE-AGENCY   PIC X(20).
           05                      PIC X(12)   VALUE SPACES.
           05  W04-AFTER-AGENCY    PIC X(20).

       01  W05-FOOTER-LINE.
           05                      PIC X(13)   VALUE 'End of Report'.
           05                      PIC X(54)   VALUE SPACES.

      * Register control totals: every transaction read must come
      * back as applied or rejected, proved on the control line so
      * a transaction cannot vanish between the file and the
      * register the auditor is handed.
       01  W06-CONTROL-TOTALS.
           05  W06-READ-COUNT      PIC 9(9)    VALUE ZERO.
           05  W06-APPLIED-COUNT   PIC 9(9)    VALUE ZERO.
           05  W06-REJECTED-COUNT  PIC 9(9)    VALUE ZERO.

       01  W06-RECON-MSG           PIC X(14)   VALUE SPACES.

       01  W06-CONTROL-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(19)
               VALUE 'TRANSACTIONS READ:'.
           05  W06-READ-DISPLAY    PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'APPLIED:'.
           05  W06-APPLIED-DISPLAY PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(10)   VALUE 'REJECTED:'.
           05  W06-REJECTED-DISPLAY PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05  W06-RECON-DISPLAY   PIC X(14).

      * Edit results for the transaction currently being processed.
      * One reason is reported per transaction, worst first, the
      * same way the payroll edits do it. The before image of the
      * order is saved here before anything is changed, because the
      * REWRITE and DELETE paths overwrite the F03 record area on
      * their way through.
       01  W07-TRANSACTION-WORK.
           05  W07-TRN-VALID-SW    PIC X(3)    VALUE 'YES'.
           05  W07-REJ-REASON      PIC X(20)   VALUE SPACES.
           05  W07-BEFORE-SW       PIC X(3)    VALUE 'NO'.
           05  W07-BEFORE-AGENCY   PIC X(20)   VALUE SPACES.
           05  W07-BEFORE-PERIOD   PIC 9(5)V99 VALUE ZERO.
           05  W07-BEFORE-OWED     PIC 9(7)V99 VALUE ZERO.
           05  W07-BEFORE-BAL      PIC 9(7)V99 VALUE ZERO.
           05  W07-NEW-PERIOD      PIC 9(5)V99 VALUE ZERO.
           05  W07-NEW-OWED        PIC 9(7)V99 VALUE ZERO.
           05  W07-NEW-BAL         PIC 9(7)V99 VALUE ZERO.
      * What the payroll run has already withheld against the
      * order - total owed less balance. A change may move the
      * total owed, but never below what has already been paid.
           05  W07-PAID-TO-DATE    PIC 9(7)V99 VALUE ZERO.

       01  W10-FILE-STATUSES.
           05  W10-TRN-STATUS      PIC XX.
           05  W11-GRN-STATUS      PIC XX.
           05  W12-MST-STATUS      PIC XX.

      * Run date and time taken once at start of run for the
      * register heading.
       01  W13-RUN-STAMP.
           05  W13-RUN-DATE        PIC X(8).
           05  W13-RUN-TIME        PIC X(8).

       PROCEDURE DIVISION.

       PERFORM 100-OPEN-FILES
       PERFORM 200-WRITE-HEADING-LINES
       PERFORM 300-PROCESS-ONE-TRANSACTION
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       PERFORM 400-WRITE-FOOTER
       PERFORM 500-CLOSE-FILES
       .

      * Start of OPEN-FILES paragraph. The transaction file and both
      * masters are mandatory - keying orders against a missing
      * employee master would let a garnishment land on any SSN at
      * all.
       100-OPEN-FILES.
           OPEN INPUT F01-TRANSACTION-FILE
           IF W10-TRN-STATUS NOT = '00'
               DISPLAY 'TRANSACTION FILE GRNTRN.DAT MISSING OR '
                   'UNREADABLE - STATUS ' W10-TRN-STATUS
                   ', RUN ABORTED'
               STOP RUN
           END-IF
           OPEN I-O F03-GARNMAST-FILE
      * Status '35' means the order file has never been created on
      * this system, so it is built empty here rather than making
      * the first add fail - the same way DEDMAINT builds the
      * deductions file.
           IF W11-GRN-STATUS = '35'
               OPEN OUTPUT F03-GARNMAST-FILE
               CLOSE F03-GARNMAST-FILE
               OPEN I-O F03-GARNMAST-FILE
               DISPLAY 'GARNISHMENT ORDER FILE CREATED EMPTY'
           END-IF
           IF W11-GRN-STATUS NOT = '00'
               DISPLAY 'GARNISHMENT ORDERS GARNMAST.DAT WOULD NOT '
                   'OPEN - STATUS ' W11-GRN-STATUS ', RUN ABORTED'
               CLOSE F01-TRANSACTION-FILE
               STOP RUN
           END-IF
           OPEN INPUT F04-EMPMAST-FILE
           IF W12-MST-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER EMPMAST.DAT WOULD NOT OPEN - '
                   'STATUS ' W12-MST-STATUS ', RUN ABORTED'
               CLOSE F01-TRANSACTION-FILE F03-GARNMAST-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT F02-PRINT-FILE
           ACCEPT W13-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT W13-RUN-TIME FROM TIME
      * Prime read
           READ F01-TRANSACTION-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of OPEN-FILES paragraph.

      * This paragraph writes the headings for the register.
       200-WRITE-HEADING-LINES.
           MOVE W02-TITLE-LINE TO F02-PRINT-LINE-RECORD
           WRITE F02-PRINT-LINE-RECORD
           MOVE W13-RUN-DATE TO W02-STAMP-DATE
           MOVE W13-RUN-TIME(1:6) TO W02-STAMP-TIME
           MOVE W02-RUN-STAMP-LINE TO F02-PRINT-LINE-RECORD
           WRITE F02-PRINT-LINE-RECORD
           MOVE W03-BEFORE-AFTER-LINE TO F02-PRINT-LINE-RECORD
           WRITE F02-PRINT-LINE-RECORD
           MOVE W03-HEADINGS-LINE TO F02-PRINT-LINE-RECORD
           WRITE F02-PRINT-LINE-RECORD
           .
      * End of WRITE-HEADING-LINES paragraph.

      * Runs every edit against the transaction in the F01 record
      * area, applies it when it passes, and writes its register
      * lines either way, then reads the next transaction.
       300-PROCESS-ONE-TRANSACTION.
           ADD 1 TO W06-READ-COUNT
           PERFORM 310-EDIT-TRANSACTION
           IF W07-TRN-VALID-SW = 'YES'
               PERFORM 320-APPLY-TRANSACTION
           END-IF
           PERFORM 350-WRITE-REGISTER-LINE
           READ F01-TRANSACTION-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of PROCESS-ONE-TRANSACTION paragraph.

      * Edits the transaction: a known action code, an SSN that
      * passes the payroll run's own SSN edit and is on the
      * employee master, a case number, and - for adds and
      * changes - an agency and usable amounts. The master is
      * checked for presence, not active status: a terminated
      * employee's order still has to be maintainable while their
      * final pay is sorted out.
       310-EDIT-TRANSACTION.
           MOVE 'YES' TO W07-TRN-VALID-SW
           MOVE 'NO' TO W07-BEFORE-SW
           MOVE SPACES TO W07-REJ-REASON
      * A reject that never reaches the master lookup must not
      * print the previous transaction's employee name off stale
      * record-area data - the register is an audit document.
           MOVE SPACES TO F04-MST-NAME
           IF F01-TRN-ACTION NOT = 'A'
               AND F01-TRN-ACTION NOT = 'C'
               AND F01-TRN-ACTION NOT = 'D'
               MOVE 'NO' TO W07-TRN-VALID-SW
               MOVE 'UNKNOWN ACTION' TO W07-REJ-REASON
           ELSE
               IF F01-TRN-SSN NOT NUMERIC
                   OR F01-TRN-SSN = '000000000'
                   OR F01-TRN-SSN = '999999999'
                   MOVE 'NO' TO W07-TRN-VALID-SW
                   MOVE 'INVALID SSN' TO W07-REJ-REASON
               ELSE
                   IF F01-TRN-CASE-NO = SPACES
                       MOVE 'NO' TO W07-TRN-VALID-SW
                       MOVE 'NO CASE NUMBER' TO W07-REJ-REASON
                   ELSE
                       PERFORM 312-CHECK-EMPLOYEE-MASTER
                       IF W07-TRN-VALID-SW = 'YES'
                           AND F01-TRN-ACTION NOT = 'D'
                           PERFORM 314-EDIT-AMOUNTS
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      * End of EDIT-TRANSACTION paragraph.

      * Looks the transaction's SSN up on the employee master. Like
      * the payroll run's lookup, a hard I/O error is treated as
      * not-found rather than trusting stale data in the record
      * area. The name is left for the register line either way.
       312-CHECK-EMPLOYEE-MASTER.
           MOVE F01-TRN-SSN TO F04-MST-SSN
           READ F04-EMPMAST-FILE
               INVALID KEY CONTINUE
           END-READ
           IF W12-MST-STATUS NOT = '00'
               MOVE 'NO' TO W07-TRN-VALID-SW
               MOVE 'NOT ON EMP MASTER' TO W07-REJ-REASON
               MOVE SPACES TO F04-MST-NAME
           END-IF
           .
      * End of CHECK-EMPLOYEE-MASTER paragraph.

      * Edits the order fields on an add or change: an agency to
      * remit to, both amounts numeric and above zero, and the
      * per-period amount no larger than the total owed - an order
      * the other way round is two fields keyed into each other's
      * columns. The validated values are left in the W07 fields
      * for 320-APPLY-TRANSACTION.
       314-EDIT-AMOUNTS.
           IF F01-TRN-AGENCY = SPACES
               MOVE 'NO' TO W07-TRN-VALID-SW
               MOVE 'NO AGENCY' TO W07-REJ-REASON
           ELSE
               IF F01-TRN-PER-PERIOD NOT NUMERIC
                   OR F01-TRN-TOTAL-OWED NOT NUMERIC
                   MOVE 'NO' TO W07-TRN-VALID-SW
                   MOVE 'AMOUNT NOT NUMERIC' TO W07-REJ-REASON
               ELSE
                   MOVE F01-TRN-PER-PERIOD-N TO W07-NEW-PERIOD
                   MOVE F01-TRN-TOTAL-OWED-N TO W07-NEW-OWED
                   IF W07-NEW-PERIOD = ZERO
                       OR W07-NEW-OWED = ZERO
                       MOVE 'NO' TO W07-TRN-VALID-SW
                       MOVE 'AMOUNT IS ZERO' TO W07-REJ-REASON
                   ELSE
                       IF W07-NEW-PERIOD > W07-NEW-OWED
                           MOVE 'NO' TO W07-TRN-VALID-SW
                           MOVE 'PERIOD OVER TOTAL' TO W07-REJ-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      * End of EDIT-AMOUNTS paragraph.

      * Applies one transaction that passed every edit, routing on
      * the action code. The before image is captured first on
      * changes and deletes so the register can show what the
      * order was - that before/after pair is the whole point of
      * the register.
       320-APPLY-TRANSACTION.
           EVALUATE F01-TRN-ACTION
               WHEN 'A'
                   PERFORM 322-ADD-ORDER
               WHEN 'C'
                   PERFORM 324-CHANGE-ORDER
               WHEN 'D'
                   PERFORM 326-DELETE-ORDER
           END-EVALUATE
           .
      * End of APPLY-TRANSACTION paragraph.

      * Writes a new order, active, with the whole total still
      * owed and no withholding against it yet. A duplicate SSN
      * and case number is rejected rather than overwritten -
      * amending an order is the C action's job, and an add that
      * silently reset a balance would be invisible on the
      * register.
       322-ADD-ORDER.
           MOVE F01-TRN-SSN TO F03-GRN-SSN
           MOVE F01-TRN-CASE-NO TO F03-GRN-CASE-NO
           MOVE F01-TRN-AGENCY TO F03-GRN-AGENCY
           MOVE W07-NEW-PERIOD TO F03-GRN-PER-PERIOD
           MOVE W07-NEW-OWED TO F03-GRN-TOTAL-OWED
           MOVE W07-NEW-OWED TO F03-GRN-BALANCE
           MOVE W07-NEW-OWED TO W07-NEW-BAL
           MOVE 'A' TO F03-GRN-STATUS
           MOVE SPACES TO F03-GRN-LAST-PAY-DATE
           MOVE ZERO TO F03-GRN-LAST-AMOUNT
           WRITE F03-GARNMAST-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           EVALUATE W11-GRN-STATUS
               WHEN '00'
                   MOVE 'ADDED' TO W07-REJ-REASON
                   MOVE 'YES' TO W07-TRN-VALID-SW
               WHEN '22'
                   MOVE 'CASE ALREADY ON FILE' TO W07-REJ-REASON
                   MOVE 'NO' TO W07-TRN-VALID-SW
               WHEN OTHER
                   MOVE 'ADD FAILED' TO W07-REJ-REASON
                   MOVE 'NO' TO W07-TRN-VALID-SW
           END-EVALUATE
           .
      * End of ADD-ORDER paragraph.

      * Rekeys an existing order's agency, per-period amount, and
      * total owed. What has already been withheld stays withheld:
      * the balance moves by exactly the change in the total owed,
      * and a new total below what has already been paid is
      * rejected - that is a refund, which is not this program's
      * business. An order whose new balance comes to zero goes to
      * paid-off; one with money left is active again, so raising
      * a paid-off order's total reopens it.
       324-CHANGE-ORDER.
           MOVE F01-TRN-SSN TO F03-GRN-SSN
           MOVE F01-TRN-CASE-NO TO F03-GRN-CASE-NO
           READ F03-GARNMAST-FILE
               INVALID KEY CONTINUE
           END-READ
           IF W11-GRN-STATUS NOT = '00'
               MOVE 'NO SUCH ORDER' TO W07-REJ-REASON
               MOVE 'NO' TO W07-TRN-VALID-SW
           ELSE
               PERFORM 328-SAVE-BEFORE-IMAGE
               COMPUTE W07-PAID-TO-DATE =
                   F03-GRN-TOTAL-OWED - F03-GRN-BALANCE
               IF W07-NEW-OWED < W07-PAID-TO-DATE
                   MOVE 'OWED UNDER PAID' TO W07-REJ-REASON
                   MOVE 'NO' TO W07-TRN-VALID-SW
               ELSE
                   COMPUTE W07-NEW-BAL =
                       W07-NEW-OWED - W07-PAID-TO-DATE
                   MOVE F01-TRN-AGENCY TO F03-GRN-AGENCY
                   MOVE W07-NEW-PERIOD TO F03-GRN-PER-PERIOD
                   MOVE W07-NEW-OWED TO F03-GRN-TOTAL-OWED
                   MOVE W07-NEW-BAL TO F03-GRN-BALANCE
                   IF W07-NEW-BAL = ZERO
                       MOVE 'P' TO F03-GRN-STATUS
                   ELSE
                       MOVE 'A' TO F03-GRN-STATUS
                   END-IF
                   REWRITE F03-GARNMAST-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF W11-GRN-STATUS = '00'
                       MOVE 'CHANGED' TO W07-REJ-REASON
                   ELSE
                       MOVE 'CHANGE FAILED' TO W07-REJ-REASON
                       MOVE 'NO' TO W07-TRN-VALID-SW
                   END-IF
               END-IF
           END-IF
           .
      * End of CHANGE-ORDER paragraph.

      * Removes an order, capturing it first so the register shows
      * what came off - a deleted court order with no before image
      * is exactly what the auditor cannot accept.
       326-DELETE-ORDER.
           MOVE F01-TRN-SSN TO F03-GRN-SSN
           MOVE F01-TRN-CASE-NO TO F03-GRN-CASE-NO
           READ F03-GARNMAST-FILE
               INVALID KEY CONTINUE
           END-READ
           IF W11-GRN-STATUS NOT = '00'
               MOVE 'NO SUCH ORDER' TO W07-REJ-REASON
               MOVE 'NO' TO W07-TRN-VALID-SW
           ELSE
               PERFORM 328-SAVE-BEFORE-IMAGE
               DELETE F03-GARNMAST-FILE
                   INVALID KEY CONTINUE
               END-DELETE
               IF W11-GRN-STATUS = '00'
                   MOVE 'DELETED' TO W07-REJ-REASON
               ELSE
                   MOVE 'DELETE FAILED' TO W07-REJ-REASON
                   MOVE 'NO' TO W07-TRN-VALID-SW
               END-IF
           END-IF
           .
      * End of DELETE-ORDER paragraph.

      * Saves the order in the F03 record area as the before image.
       328-SAVE-BEFORE-IMAGE.
           MOVE 'YES' TO W07-BEFORE-SW
           MOVE F03-GRN-AGENCY TO W07-BEFORE-AGENCY
           MOVE F03-GRN-PER-PERIOD TO W07-BEFORE-PERIOD
           MOVE F03-GRN-TOTAL-OWED TO W07-BEFORE-OWED
           MOVE F03-GRN-BALANCE TO W07-BEFORE-BAL
           .
      * End of SAVE-BEFORE-IMAGE paragraph.

      * Writes the register lines for the transaction just
      * processed: the before columns when a before image was
      * captured, the after columns when the file now carries new
      * figures, and the disposition either way; then, when the
      * transaction took, the agency line under them. Columns with
      * nothing behind them are blanked, not zeroed, so an absent
      * amount cannot read as a real zero amount.
       350-WRITE-REGISTER-LINE.
           MOVE F01-TRN-ACTION TO W04-ACTION
           MOVE F01-TRN-SSN TO W04-SSN
           MOVE F01-TRN-CASE-NO TO W04-CASE-NO
           MOVE F04-MST-NAME TO W04-EMP-NAME
           IF W07-BEFORE-SW = 'YES'
               MOVE W07-BEFORE-PERIOD TO W04-BEFORE-PERIOD
               MOVE W07-BEFORE-OWED TO W04-BEFORE-OWED
               MOVE W07-BEFORE-BAL TO W04-BEFORE-BAL
               MOVE W07-BEFORE-AGENCY TO W04-BEFORE-AGENCY
           ELSE
               MOVE SPACES TO W04-BEFORE-COLS
               MOVE SPACES TO W04-BEFORE-AGENCY
           END-IF
           IF W07-TRN-VALID-SW = 'YES'
               AND F01-TRN-ACTION NOT = 'D'
               MOVE W07-NEW-PERIOD TO W04-AFTER-PERIOD
               MOVE W07-NEW-OWED TO W04-AFTER-OWED
               MOVE W07-NEW-BAL TO W04-AFTER-BAL
               MOVE F01-TRN-AGENCY TO W04-AFTER-AGENCY
           ELSE
               MOVE SPACES TO W04-AFTER-COLS
               MOVE SPACES TO W04-AFTER-AGENCY
           END-IF
           MOVE W07-REJ-REASON TO W04-DISPOSITION
           IF W07-TRN-VALID-SW = 'YES'
               ADD 1 TO W06-APPLIED-COUNT
           ELSE
               ADD 1 TO W06-REJECTED-COUNT
           END-IF
           MOVE W04-DETAIL-LINE TO F02-PRINT-LINE-RECORD
           WRITE F02-PRINT-LINE-RECORD
           IF W07-TRN-VALID-SW = 'YES'
               MOVE W04-AGENCY-LINE TO F02-PRINT-LINE-RECORD
               WRITE F02-PRINT-LINE-RECORD
           END-IF
           .
      * End of WRITE-REGISTER-LINE paragraph.

      * Paragraph that writes the control totals and
      * 'End of Report'. Applied plus rejected must add back to
      * every transaction read.
       400-WRITE-FOOTER.
           IF W06-READ-COUNT =
                   W06-APPLIED-COUNT + W06-REJECTED-COUNT
               MOVE 'BALANCED' TO W06-RECON-MSG
           ELSE
               MOVE 'OUT-OF-BALANCE' TO W06-RECON-MSG
           END-IF
           MOVE W06-READ-COUNT TO W06-READ-DISPLAY
           MOVE W06-APPLIED-COUNT TO W06-APPLIED-DISPLAY
           MOVE W06-REJECTED-COUNT TO W06-REJECTED-DISPLAY
           MOVE W06-RECON-MSG TO W06-RECON-DISPLAY
           MOVE W06-CONTROL-LINE TO F02-PRINT-LINE-RECORD
           WRITE F02-PRINT-LINE-RECORD
           MOVE W05-FOOTER-LINE TO F02-PRINT-LINE-RECORD
           WRITE F02-PRINT-LINE-RECORD
           .
      * End of WRITE-FOOTER paragraph.

      * Closing files
       500-CLOSE-FILES.
           CLOSE F01-TRANSACTION-FILE
                 F02-PRINT-FILE
                 F03-GARNMAST-FILE
                 F04-EMPMAST-FILE
           STOP RUN
           .
      * End of CLOSE-FILES paragraph.
