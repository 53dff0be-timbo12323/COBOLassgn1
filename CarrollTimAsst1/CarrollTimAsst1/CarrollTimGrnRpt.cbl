       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GRNRPT.
       AUTHOR.           TIM CARROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-REMIT-FILE   ASSIGN TO 'ASST1.GRN'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-RMT-STATUS.
           SELECT F02-SORTED-FILE  ASSIGN TO 'GRNRPT.TMP'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F03-EXTRACT-FILE ASSIGN TO 'ASST1.GRX'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F04-PRINT-FILE   ASSIGN TO 'GRNRPT.OUT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT S01-SORT-FILE    ASSIGN TO 'GRNRPT.SRT'.

       DATA DIVISION.
       FILE SECTION.
      * The garnishment remittances withheld by the payroll run,
      * one record per order per employee paid, in the order the
      * employees were paid. Layout must stay in step with
      * F23-REMIT-RECORD in the payroll program.
       FD  F01-REMIT-FILE
           RECORD CONTAINS 83 CHARACTERS
           DATA RECORD IS F01-REMIT-RECORD.
       01  F01-REMIT-RECORD.
           05  F01-RMT-AGENCY      PIC X(20).
           05  F01-RMT-CASE-NO     PIC X(12).
           05  F01-RMT-SSN         PIC 9(9).
           05  F01-RMT-NAME        PIC X(18).
           05  F01-RMT-AMOUNT      PIC 9(5)V99.
           05  F01-RMT-BALANCE     PIC 9(7)V99.
           05  F01-RMT-PAY-DATE    PIC X(8).

      * The remittances re-sequenced by agency, then case number,
      * so each agency's money arrives together and one control
      * break per agency gives the amount owed to each.
       FD  F02-SORTED-FILE
           RECORD CONTAINS 83 CHARACTERS
           DATA RECORD IS F02-SORTED-RECORD.
       01  F02-SORTED-RECORD.
           05  F02-SRT-AGENCY      PIC X(20).
           05  F02-SRT-CASE-NO     PIC X(12).
           05  F02-SRT-SSN         PIC 9(9).
           05  F02-SRT-NAME        PIC X(18).
           05  F02-SRT-AMOUNT      PIC 9(5)V99.
           05  F02-SRT-BALANCE     PIC 9(7)V99.
           05  F02-SRT-PAY-DATE    PIC X(8).

      * The remittance extract for the payment side, grouped by
      * agency: a 'D' record for every remittance, then one 'T'
      * record after each agency's details carrying the count and
      * the amount to be sent to that agency - the figure the
      * check or transfer to the agency is cut for.
       FD  F03-EXTRACT-FILE
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS F03-EXTRACT-RECORD.
       01  F03-EXTRACT-RECORD.
           05  F03-EXT-TYPE        PIC X.
           05  F03-EXT-AGENCY      PIC X(20).
           05  F03-EXT-DETAIL.
               10  F03-EXT-CASE-NO PIC X(12).
               10  F03-EXT-SSN     PIC 9(9).
               10  F03-EXT-NAME    PIC X(18).
               10  F03-EXT-AMOUNT  PIC 9(7)V99.
               10  F03-EXT-BALANCE PIC 9(7)V99.
               10  F03-EXT-PAY-DATE PIC X(8).
           05  F03-EXT-TOTAL REDEFINES F03-EXT-DETAIL.
               10  F03-EXT-ITEM-COUNT PIC 9(9).
               10  F03-EXT-AGENCY-AMOUNT PIC 9(9)V99.
               10                  PIC X(45).

       FD  F04-PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F04-PRINT-LINE-RECORD.
       01  F04-PRINT-LINE-RECORD   PIC X(132).

       SD  S01-SORT-FILE
           RECORD CONTAINS 83 CHARACTERS
           DATA RECORD IS S01-SORT-RECORD.
       01  S01-SORT-RECORD.
           05  S01-SRT-AGENCY      PIC X(20).
           05  S01-SRT-CASE-NO     PIC X(12).
           05  S01-SRT-SSN         PIC 9(9).
           05                      PIC X(42).

       WORKING-STORAGE SECTION.
       01  W01-DATA-REMAINS-SWITCH PIC X(2)    VALUE SPACES.

       01  W02-TITLE-LINE.
           05                      PIC X(30)   VALUE SPACES.
           05                      PIC X(38)
               VALUE 'GARNISHMENT REMITTANCE REGISTER'.
           05                      PIC X(30)   VALUE SPACES.

       01  W03-HEADINGS-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(12)   VALUE 'CASE NO'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'SSN'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(18)   VALUE 'EMPLOYEE NAME'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(8)    VALUE 'PAY DATE'.
           05                      PIC X(6)    VALUE SPACES.
           05                      PIC X(6)    VALUE 'AMOUNT'.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(11)   VALUE 'BALANCE DUE'.

       01  W03-AGENCY-HEADING-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(8)    VALUE 'AGENCY: '.
           05  W03-AGENCY          PIC X(20).

       01  W04-DETAIL-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-CASE-NO         PIC X(12).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-SSN             PIC 9(9).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-NAME            PIC X(18).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-PAY-DATE        PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-AMOUNT          PIC ZZ,ZZ9.99.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-BALANCE         PIC Z,ZZZ,ZZ9.99.

       01  W05-FOOTER-LINE.
           05                      PIC X(13)   VALUE 'End of Report'.
           05                      PIC X(54)   VALUE SPACES.

      * Control-break work for the agency whose remittances are
      * currently arriving.
       01  W06-AGENCY-WORK.
           05  W06-FIRST-SW        PIC X(3)    VALUE 'YES'.
           05  W06-PREV-AGENCY     PIC X(20)   VALUE SPACES.
           05  W06-AGY-COUNT       PIC 9(9)    VALUE ZERO.
           05  W06-AGY-TOTAL       PIC 9(9)V99 VALUE ZERO.

       01  W06-AGENCY-TOTAL-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(13)   VALUE 'AGENCY TOTAL'.
           05  W06-AGY-NAME-DISP   PIC X(20).
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(7)    VALUE 'ITEMS:'.
           05  W06-AGY-COUNT-DISP  PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(8)    VALUE 'REMIT:'.
           05  W06-AGY-TOTAL-DISP  PIC ZZZ,ZZZ,ZZ9.99.

      * Report totals: the straight sum of every remittance read,
      * and the sum of the agency totals built by the control
      * break. The two must agree - the proof that every dollar
      * withheld reached some agency's remittance.
       01  W07-REPORT-TOTALS.
           05  W07-RECORD-COUNT    PIC 9(9)    VALUE ZERO.
           05  W07-AGENCY-COUNT    PIC 9(9)    VALUE ZERO.
           05  W07-READ-TOTAL      PIC 9(9)V99 VALUE ZERO.
           05  W07-AGENCIES-TOTAL  PIC 9(9)V99 VALUE ZERO.
           05  W07-BAD-AMOUNT-COUNT PIC 9(9)   VALUE ZERO.

       01  W07-RECON-MSG           PIC X(14)   VALUE SPACES.

       01  W07-GRAND-TOTAL-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(20)
               VALUE 'AGENCIES REMITTED:'.
           05  W07-AGENCY-DISP     PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(19)
               VALUE 'TOTAL TO REMIT:'.
           05  W07-GRAND-DISP      PIC ZZZ,ZZZ,ZZ9.99.

       01  W07-PROOF-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(16)
               VALUE 'RECORDS READ:'.
           05  W07-COUNT-DISP      PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(15)
               VALUE 'WITHHELD:'.
           05  W07-READ-DISP       PIC ZZZ,ZZZ,ZZ9.99.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(16)
               VALUE 'BY AGENCY:'.
           05  W07-AGENCIES-DISP   PIC ZZZ,ZZZ,ZZ9.99.
           05                      PIC X(3)    VALUE SPACES.
           05  W07-RECON-DISPLAY   PIC X(14).

       01  W07-BAD-AMOUNT-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(33)
               VALUE 'RECORDS WITH UNUSABLE AMOUNT:    '.
           05  W07-BAD-AMOUNT-DISP PIC ZZZ,ZZ9.

       01  W10-FILE-STATUSES.
           05  W10-RMT-STATUS      PIC XX.

       PROCEDURE DIVISION.

       PERFORM 100-OPEN-FILES
       PERFORM 200-WRITE-HEADING-LINES
       PERFORM 300-PROCESS-ONE-RECORD
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       IF W06-FIRST-SW = 'NO'
           PERFORM 340-WRITE-AGENCY-TOTAL
       END-IF
       PERFORM 400-WRITE-FOOTER
       PERFORM 500-CLOSE-FILES
       .

      * Sorts the remittances into agency order and opens the
      * sorted copy for the control-break pass. The remittance
      * file is mandatory - a missing file would tell the payment
      * side nothing is owed to any agency, when the money has
      * already come out of the employees' pay.
       100-OPEN-FILES.
           OPEN INPUT F01-REMIT-FILE
           IF W10-RMT-STATUS NOT = '00'
               DISPLAY 'GARNISHMENT REMITTANCES ASST1.GRN MISSING OR '
                   'UNREADABLE - STATUS ' W10-RMT-STATUS
                   ', RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE F01-REMIT-FILE
           SORT S01-SORT-FILE
               ON ASCENDING KEY S01-SRT-AGENCY
                                S01-SRT-CASE-NO
                                S01-SRT-SSN
               USING F01-REMIT-FILE
               GIVING F02-SORTED-FILE
           OPEN INPUT F02-SORTED-FILE
               OUTPUT F03-EXTRACT-FILE
                      F04-PRINT-FILE
      * Prime read
           READ F02-SORTED-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of OPEN-FILES paragraph.

      * This paragraph writes the headings for the register.
       200-WRITE-HEADING-LINES.
           MOVE W02-TITLE-LINE TO F04-PRINT-LINE-RECORD
           WRITE F04-PRINT-LINE-RECORD
           MOVE W03-HEADINGS-LINE TO F04-PRINT-LINE-RECORD
           WRITE F04-PRINT-LINE-RECORD
           .
      * End of WRITE-HEADING-LINES paragraph.

      * Closes off the prior agency when the agency changes and
      * starts the new one under its own heading, then writes the
      * current remittance and reads the next. W06-FIRST-SW marks
      * whether any agency has been started, the same way the
      * quarterly register's employee break does it.
       300-PROCESS-ONE-RECORD.
           ADD 1 TO W07-RECORD-COUNT
           IF F02-SRT-AGENCY NOT = W06-PREV-AGENCY
                   OR W06-FIRST-SW = 'YES'
               IF W06-FIRST-SW = 'NO'
                   PERFORM 340-WRITE-AGENCY-TOTAL
               END-IF
               MOVE 'NO' TO W06-FIRST-SW
               MOVE F02-SRT-AGENCY TO W06-PREV-AGENCY
               MOVE ZERO TO W06-AGY-COUNT
               MOVE ZERO TO W06-AGY-TOTAL
               MOVE F02-SRT-AGENCY TO W03-AGENCY
               MOVE W03-AGENCY-HEADING-LINE TO F04-PRINT-LINE-RECORD
               WRITE F04-PRINT-LINE-RECORD
           END-IF
           PERFORM 310-WRITE-REMITTANCE
           READ F02-SORTED-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of PROCESS-ONE-RECORD paragraph.

      * Prints one remittance, writes its 'D' extract record, and
      * adds it into the agency's total. A record whose amount is
      * not a number is printed so it can be found, but counted
      * as unusable instead of feeding the arithmetic - its
      * presence fails the proof, since the agency cannot be paid
      * an amount nobody can read.
       310-WRITE-REMITTANCE.
           MOVE F02-SRT-CASE-NO TO W04-CASE-NO
           MOVE F02-SRT-SSN TO W04-SSN
           MOVE F02-SRT-NAME TO W04-NAME
           MOVE F02-SRT-PAY-DATE TO W04-PAY-DATE
           IF F02-SRT-AMOUNT NOT NUMERIC
               OR F02-SRT-BALANCE NOT NUMERIC
               ADD 1 TO W07-BAD-AMOUNT-COUNT
               MOVE ZERO TO W04-AMOUNT
               MOVE ZERO TO W04-BALANCE
           ELSE
               MOVE F02-SRT-AMOUNT TO W04-AMOUNT
               MOVE F02-SRT-BALANCE TO W04-BALANCE
               ADD F02-SRT-AMOUNT TO W07-READ-TOTAL
               ADD F02-SRT-AMOUNT TO W06-AGY-TOTAL
               ADD 1 TO W06-AGY-COUNT
               MOVE 'D' TO F03-EXT-TYPE
               MOVE F02-SRT-AGENCY TO F03-EXT-AGENCY
               MOVE F02-SRT-CASE-NO TO F03-EXT-CASE-NO
               MOVE F02-SRT-SSN TO F03-EXT-SSN
               MOVE F02-SRT-NAME TO F03-EXT-NAME
               MOVE F02-SRT-AMOUNT TO F03-EXT-AMOUNT
               MOVE F02-SRT-BALANCE TO F03-EXT-BALANCE
               MOVE F02-SRT-PAY-DATE TO F03-EXT-PAY-DATE
               WRITE F03-EXTRACT-RECORD
           END-IF
           MOVE W04-DETAIL-LINE TO F04-PRINT-LINE-RECORD
           WRITE F04-PRINT-LINE-RECORD
           .
      * End of WRITE-REMITTANCE paragraph.

      * Writes the total line and the 'T' extract record for the
      * agency whose remittances just finished arriving, and adds
      * its total into the sum of agency totals for the proof.
       340-WRITE-AGENCY-TOTAL.
           ADD 1 TO W07-AGENCY-COUNT
           ADD W06-AGY-TOTAL TO W07-AGENCIES-TOTAL
           MOVE W06-PREV-AGENCY TO W06-AGY-NAME-DISP
           MOVE W06-AGY-COUNT TO W06-AGY-COUNT-DISP
           MOVE W06-AGY-TOTAL TO W06-AGY-TOTAL-DISP
           MOVE W06-AGENCY-TOTAL-LINE TO F04-PRINT-LINE-RECORD
           WRITE F04-PRINT-LINE-RECORD
           MOVE SPACES TO F03-EXTRACT-RECORD
           MOVE 'T' TO F03-EXT-TYPE
           MOVE W06-PREV-AGENCY TO F03-EXT-AGENCY
           MOVE W06-AGY-COUNT TO F03-EXT-ITEM-COUNT
           MOVE W06-AGY-TOTAL TO F03-EXT-AGENCY-AMOUNT
           WRITE F03-EXTRACT-RECORD
           .
      * End of WRITE-AGENCY-TOTAL paragraph.

      * Writes the grand total, the proof of the agency totals
      * against the straight sum of every remittance read, and
      * 'End of Report'. Return code 4 tells the scheduler the
      * extract is not to be paid from until the proof balances.
       400-WRITE-FOOTER.
           MOVE W07-AGENCY-COUNT TO W07-AGENCY-DISP
           MOVE W07-AGENCIES-TOTAL TO W07-GRAND-DISP
           MOVE W07-GRAND-TOTAL-LINE TO F04-PRINT-LINE-RECORD
           WRITE F04-PRINT-LINE-RECORD
           IF W07-AGENCIES-TOTAL = W07-READ-TOTAL
               AND W07-BAD-AMOUNT-COUNT = ZERO
               MOVE 'BALANCED' TO W07-RECON-MSG
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 'OUT-OF-BALANCE' TO W07-RECON-MSG
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE W07-RECORD-COUNT TO W07-COUNT-DISP
           MOVE W07-READ-TOTAL TO W07-READ-DISP
           MOVE W07-AGENCIES-TOTAL TO W07-AGENCIES-DISP
           MOVE W07-RECON-MSG TO W07-RECON-DISPLAY
           MOVE W07-PROOF-LINE TO F04-PRINT-LINE-RECORD
           WRITE F04-PRINT-LINE-RECORD
           IF W07-BAD-AMOUNT-COUNT > ZERO
               MOVE W07-BAD-AMOUNT-COUNT TO W07-BAD-AMOUNT-DISP
               MOVE W07-BAD-AMOUNT-LINE TO F04-PRINT-LINE-RECORD
               WRITE F04-PRINT-LINE-RECORD
           END-IF
           MOVE W05-FOOTER-LINE TO F04-PRINT-LINE-RECORD
           WRITE F04-PRINT-LINE-RECORD
           .
      * End of WRITE-FOOTER paragraph.

      * Closing files
       500-CLOSE-FILES.
           CLOSE F02-SORTED-FILE
                 F03-EXTRACT-FILE
                 F04-PRINT-FILE
           STOP RUN
           .
      * End of CLOSE-FILES paragraph.
