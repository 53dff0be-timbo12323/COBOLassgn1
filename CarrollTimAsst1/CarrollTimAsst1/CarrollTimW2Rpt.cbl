       IDENTIFICATION DIVISION.
       PROGRAM-ID.       W2RPT.
       AUTHOR.           TIM CARROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-HISTORY-FILE ASSIGN TO 'ASST1.HST'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-HST-STATUS.
           SELECT F02-SORTED-FILE  ASSIGN TO 'ASST1W2.TMP'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F03-PRINT-FILE   ASSIGN TO 'W2RPT.OUT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F04-EMPMAST-FILE ASSIGN TO 'EMPMAST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F04-MST-SSN
                                   FILE STATUS IS W10-MST-STATUS.
           SELECT F05-W2-FILE      ASSIGN TO 'ASST1.W2'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F06-PARM-FILE    ASSIGN TO 'W2RPT.PRM'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-PRM-STATUS.
           SELECT S01-SORT-FILE    ASSIGN TO 'ASST1W2.SRT'.

       DATA DIVISION.
       FILE SECTION.
      * The cumulative pay history appended by the payroll run.
      * Layout must stay in step with F09-HISTORY-RECORD in the
      * payroll program. Unlike the quarterly and YTD reports,
      * this program does not trust the file to hold one year -
      * a late W-2 run can fall after the operations calendar has
      * started the new year - so it takes only the records whose
      * pay date falls in the tax year on the control card.
      * Supplemental-run records are wages like any other; an
      * overpayment recovery is carried negative and comes back
      * off the employee's year.
       FD  F01-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS F01-HISTORY-RECORD.
       01  F01-HISTORY-RECORD.
           05  F01-HST-SSN         PIC 9(9).
           05  F01-HST-NAME        PIC X(18).
           05  F01-HST-DEPT        PIC X(4).
           05  F01-HST-PAY-DATE    PIC X(8).
           05  F01-HST-GROSS       PIC S9(7)V99.
           05  F01-HST-TAX         PIC S9(7)V99.
           05  F01-HST-INSURANCE   PIC S9(7)V99.
           05  F01-HST-GARNISH     PIC S9(7)V99.
           05  F01-HST-NET         PIC S9(7)V99.
           05  F01-HST-RUN-TYPE    PIC X.
           05  F01-HST-REASON      PIC X(4).
           05  F01-HST-METHOD      PIC X.

      * The history re-sequenced by SSN, so each employee's year
      * arrives together and one control break per SSN builds one
      * wage statement - the same pass the quarterly register
      * makes, with the year and month split out of the pay date.
       FD  F02-SORTED-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS F02-SORTED-RECORD.
       01  F02-SORTED-RECORD.
           05  F02-SRT-SSN         PIC 9(9).
           05  F02-SRT-NAME        PIC X(18).
           05  F02-SRT-DEPT        PIC X(4).
           05  F02-SRT-PAY-DATE.
               10  F02-SRT-YEAR    PIC X(4).
               10  F02-SRT-MONTH   PIC X(2).
               10                  PIC X(2).
           05  F02-SRT-GROSS       PIC S9(7)V99.
           05  F02-SRT-TAX         PIC S9(7)V99.
           05  F02-SRT-INSURANCE   PIC S9(7)V99.
           05  F02-SRT-GARNISH     PIC S9(7)V99.
           05  F02-SRT-NET         PIC S9(7)V99.
           05  F02-SRT-RUN-TYPE    PIC X.
           05  F02-SRT-REASON      PIC X(4).
           05  F02-SRT-METHOD      PIC X.

       FD  F03-PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F03-PRINT-LINE-RECORD.
       01  F03-PRINT-LINE-RECORD   PIC X(132).

      * Employee master kept current by EMPMAINT. The wage
      * statement carries the master's name and department, not
      * whatever the history recorded on the employee's first
      * check of the year - the master is where a legal name
      * change is keyed. Layout must stay in step with
      * F04-EMPMAST-RECORD in the payroll program.
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

      * Wage-statement extract: one record per employee for the
      * tax year, in fixed columns the W-2 print service takes
      * as-is. Only employees whose history proved clean are
      * written - an exception goes on the report for payroll to
      * settle, never onto a statement the employee files.
       FD  F05-W2-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F05-W2-RECORD.
       01  F05-W2-RECORD.
           05  F05-W2-TAX-YEAR     PIC X(4).
           05  F05-W2-SSN          PIC 9(9).
           05  F05-W2-NAME         PIC X(18).
           05  F05-W2-DEPT         PIC X(4).
           05  F05-W2-WAGES        PIC 9(7)V99.
           05  F05-W2-TAX          PIC 9(7)V99.
           05  F05-W2-INSURANCE    PIC 9(7)V99.
           05  F05-W2-GARNISH      PIC 9(7)V99.
           05  F05-W2-NET          PIC 9(7)V99.

      * Control card carrying the tax year being reported, so the
      * run after New Year's can still produce the year just
      * closed.
       FD  F06-PARM-FILE
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS F06-PARM-RECORD.
       01  F06-PARM-RECORD.
           05  F06-PRM-TAX-YEAR    PIC X(4).

       SD  S01-SORT-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS S01-SORT-RECORD.
       01  S01-SORT-RECORD.
           05  S01-SRT-SSN         PIC 9(9).
           05                      PIC X(81).

       WORKING-STORAGE SECTION.
       01  W01-DATA-REMAINS-SWITCH PIC X(2)    VALUE SPACES.

       01  W02-TITLE-LINE.
           05                      PIC X(30)   VALUE SPACES.
           05                      PIC X(38)
               VALUE 'YEAR-END WAGE STATEMENT REGISTER'.
           05                      PIC X(30)   VALUE SPACES.

       01  W02-RUN-STAMP-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'RUN DATE '.
           05  W02-STAMP-DATE      PIC X(8).
           05                      PIC X(7)    VALUE '  TIME '.
           05  W02-STAMP-TIME      PIC X(6).
           05                      PIC X(12)   VALUE '   TAX YEAR '.
           05  W02-STAMP-YEAR      PIC X(4).

       01  W03-HEADINGS-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'SSN'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(18)   VALUE 'EMPLOYEE NAME'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(4)    VALUE 'DEPT'.
           05                      PIC X(9)    VALUE SPACES.
           05                      PIC X(5)    VALUE 'WAGES'.
           05                      PIC X(7)    VALUE SPACES.
           05                      PIC X(7)    VALUE 'TAX W/H'.
           05                      PIC X(4)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'INSURANCE'.
           05                      PIC X(5)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'GARNISHED'.
           05                      PIC X(11)   VALUE SPACES.
           05                      PIC X(3)    VALUE 'NET'.

       01  W04-DETAIL-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-SSN             PIC 9(9).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-NAME            PIC X(18).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-DEPT            PIC X(4).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-WAGES           PIC Z,ZZZ,ZZ9.99.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-TAX             PIC Z,ZZZ,ZZ9.99.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-INSURANCE       PIC Z,ZZZ,ZZ9.99.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-GARNISH         PIC Z,ZZZ,ZZ9.99.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-NET             PIC Z,ZZZ,ZZ9.99.

       01  W05-FOOTER-LINE.
           05                      PIC X(13)   VALUE 'End of Report'.
           05                      PIC X(54)   VALUE SPACES.

      * Control-break work for the employee whose records are
      * currently arriving: the straight annual sums, and the
      * same gross and tax again bucketed by quarter the way
      * QTRRPT buckets them. The two must agree for the employee
      * to get a statement. A record whose amounts are not
      * numeric, or whose month places it in no quarter, is
      * counted against the employee rather than guessed at.
       01  W06-EMPLOYEE-WORK.
           05  W06-FIRST-SW        PIC X(3)    VALUE 'YES'.
           05  W06-PREV-SSN        PIC 9(9)    VALUE ZERO.
           05  W06-EMP-HST-NAME    PIC X(18)   VALUE SPACES.
           05  W06-EMP-GROSS       PIC S9(8)V99 VALUE ZERO.
           05  W06-EMP-TAX         PIC S9(8)V99 VALUE ZERO.
           05  W06-EMP-INSURANCE   PIC S9(8)V99 VALUE ZERO.
           05  W06-EMP-GARNISH     PIC S9(8)V99 VALUE ZERO.
           05  W06-EMP-NET         PIC S9(8)V99 VALUE ZERO.
           05  W06-EMP-Q-GROSS     PIC S9(8)V99 OCCURS 4 TIMES.
           05  W06-EMP-Q-TAX       PIC S9(8)V99 OCCURS 4 TIMES.
           05  W06-EMP-QTRS-GROSS  PIC S9(8)V99 VALUE ZERO.
           05  W06-EMP-QTRS-TAX    PIC S9(8)V99 VALUE ZERO.
           05  W06-EMP-BAD-AMOUNTS PIC 9(5)    VALUE ZERO.
           05  W06-EMP-BAD-DATES   PIC 9(5)    VALUE ZERO.
           05  W06-EMP-REASON      PIC X(28)   VALUE SPACES.
           05  W06-QTR             PIC 9       VALUE ZERO.

      * Employer totals. The quarter buckets are the four QTRRPT
      * quarters for the year; the straight sums are every
      * usable in-year record added once. Quarters must add back
      * to the year, and statements plus exceptions must add back
      * to the year - the two proofs the summary page prints.
       01  W07-EMPLOYER-TOTALS.
           05  W07-CO-Q-GROSS      PIC S9(9)V99 OCCURS 4 TIMES.
           05  W07-CO-Q-TAX        PIC S9(9)V99 OCCURS 4 TIMES.
           05  W07-CO-QTRS-GROSS   PIC S9(9)V99 VALUE ZERO.
           05  W07-CO-QTRS-TAX     PIC S9(9)V99 VALUE ZERO.
           05  W07-CO-GROSS        PIC S9(9)V99 VALUE ZERO.
           05  W07-CO-TAX          PIC S9(9)V99 VALUE ZERO.
           05  W07-W2-COUNT        PIC 9(9)    VALUE ZERO.
           05  W07-W2-GROSS        PIC S9(9)V99 VALUE ZERO.
           05  W07-W2-TAX          PIC S9(9)V99 VALUE ZERO.
           05  W07-EXC-GROSS       PIC S9(9)V99 VALUE ZERO.
           05  W07-EXC-TAX         PIC S9(9)V99 VALUE ZERO.
           05  W07-RECORD-COUNT    PIC 9(9)    VALUE ZERO.
           05  W07-IN-YEAR-COUNT   PIC 9(9)    VALUE ZERO.
           05  W07-OTHER-YEAR-COUNT PIC 9(9)   VALUE ZERO.
           05  W07-BAD-AMOUNT-COUNT PIC 9(9)   VALUE ZERO.
           05  W07-BAD-DATE-COUNT  PIC 9(9)    VALUE ZERO.

       01  W07-QTR-MSG             PIC X(14)   VALUE SPACES.
       01  W07-STMT-MSG            PIC X(14)   VALUE SPACES.

       01  W07-SUMMARY-HEADING-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(29)
               VALUE 'EMPLOYER SUMMARY'.
           05                      PIC X(8)    VALUE SPACES.
           05                      PIC X(5)    VALUE 'GROSS'.
           05                      PIC X(12)   VALUE SPACES.
           05                      PIC X(3)    VALUE 'TAX'.

       01  W07-SUMMARY-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W07-SUM-LABEL       PIC X(29).
           05  W07-SUM-GROSS       PIC ZZZ,ZZZ,ZZ9.99-.
           05                      PIC X(2)    VALUE SPACES.
           05  W07-SUM-TAX         PIC ZZZ,ZZZ,ZZ9.99-.
           05                      PIC X(3)    VALUE SPACES.
           05  W07-SUM-MSG         PIC X(14).

       01  W07-COUNT-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(13)   VALUE 'RECORDS READ:'.
           05  W07-READ-DISP       PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'IN YEAR:'.
           05  W07-IN-YEAR-DISP    PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(13)   VALUE 'OTHER YEARS:'.
           05  W07-OTHER-DISP      PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(12)   VALUE 'STATEMENTS:'.
           05  W07-W2-COUNT-DISP   PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(12)   VALUE 'EXCEPTIONS:'.
           05  W07-EXC-COUNT-DISP  PIC ZZZ,ZZ9.

       01  W07-BAD-AMOUNT-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(33)
               VALUE 'RECORDS WITH UNUSABLE AMOUNTS:   '.
           05  W07-BAD-AMOUNT-DISP PIC ZZZ,ZZ9.

       01  W07-BAD-DATE-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(33)
               VALUE 'RECORDS WITH UNUSABLE PAY DATE:  '.
           05  W07-BAD-DATE-DISP   PIC ZZZ,ZZ9.

      * Employees held back from the extract, printed in their own
      * section after the statements so payroll has one list to
      * work. The table has the usual ceiling and overflow count -
      * an exception past the limit is still kept out of the
      * extract and still counted, only not named.
       01  W08-EXCEPT-OVERFLOW     PIC 9(5)    VALUE ZERO.
       01  W08-EXCEPT-TABLE-MAX    PIC 9(3)    VALUE 500.
       01  W08-EXCEPTION-TABLE.
           05  W08-EXCEPT-COUNT    PIC 9(3)    VALUE ZERO.
           05  W08-EXCEPT-ENTRY   OCCURS 500 TIMES
                                   INDEXED BY W08-IDX.
               10  W08-EXCEPT-SSN  PIC 9(9).
               10  W08-EXCEPT-NAME PIC X(18).
               10  W08-EXCEPT-GROSS PIC S9(8)V99.
               10  W08-EXCEPT-TAX  PIC S9(8)V99.
               10  W08-EXCEPT-REASON PIC X(28).

       01  W08-SECTION-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W08-SECTION-TEXT    PIC X(40).

       01  W08-EXCEPT-HEADINGS-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'SSN'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(18)   VALUE 'NAME ON HISTORY'.
           05                      PIC X(15)   VALUE SPACES.
           05                      PIC X(5)    VALUE 'GROSS'.
           05                      PIC X(12)   VALUE SPACES.
           05                      PIC X(3)    VALUE 'TAX'.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(28)   VALUE 'REASON'.

       01  W08-EXCEPT-DETAIL-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W08-EXC-SSN-OUT     PIC 9(9).
           05                      PIC X(2)    VALUE SPACES.
           05  W08-EXC-NAME-OUT    PIC X(18).
           05                      PIC X(2)    VALUE SPACES.
           05  W08-EXC-GROSS-OUT   PIC ZZZ,ZZZ,ZZ9.99-.
           05                      PIC X(2)    VALUE SPACES.
           05  W08-EXC-TAX-OUT     PIC ZZZ,ZZZ,ZZ9.99-.
           05                      PIC X(2)    VALUE SPACES.
           05  W08-EXC-REASON-OUT  PIC X(28).

       01  W08-EXCEPT-OVERFLOW-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(26)
               VALUE 'EXCEPTIONS NOT LISTED:    '.
           05  W08-EXCEPT-OVFL-DISP PIC ZZ,ZZ9.

       01  W10-FILE-STATUSES.
           05  W10-HST-STATUS      PIC XX.
           05  W10-MST-STATUS      PIC XX.
           05  W10-PRM-STATUS      PIC XX.

       01  W13-RUN-STAMP.
           05  W13-RUN-DATE        PIC X(8).
           05  W13-RUN-TIME        PIC X(8).
           05  W13-TAX-YEAR        PIC X(4).

       PROCEDURE DIVISION.

       PERFORM 100-OPEN-FILES
       PERFORM 200-WRITE-HEADING-LINES
       PERFORM 300-PROCESS-ONE-RECORD
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       IF W06-FIRST-SW = 'NO'
           PERFORM 340-FINISH-EMPLOYEE
       END-IF
       PERFORM 380-WRITE-EXCEPTIONS
       PERFORM 400-WRITE-FOOTER
       PERFORM 430-SET-RUN-VERDICT
       PERFORM 500-CLOSE-FILES
       .

      * Reads the tax year off the control card, sorts the
      * history into SSN order, and opens everything for the
      * control-break pass. The card, the history, and the master
      * are all mandatory - a W-2 run missing any one of them
      * would produce statements nobody should file.
       100-OPEN-FILES.
           ACCEPT W13-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT W13-RUN-TIME FROM TIME
           OPEN INPUT F06-PARM-FILE
           IF W10-PRM-STATUS NOT = '00'
               DISPLAY 'PARAMETER CARD W2RPT.PRM MISSING OR '
                   'UNREADABLE - STATUS ' W10-PRM-STATUS
                   ', RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ F06-PARM-FILE
               AT END
                   DISPLAY 'PARAMETER CARD W2RPT.PRM IS EMPTY - '
                       'RUN ABORTED'
                   CLOSE F06-PARM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF F06-PRM-TAX-YEAR NOT NUMERIC
               OR F06-PRM-TAX-YEAR = '0000'
               DISPLAY 'PARAMETER CARD TAX YEAR ''' F06-PRM-TAX-YEAR
                   ''' IS NOT A YEAR - RUN ABORTED'
               CLOSE F06-PARM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE F06-PRM-TAX-YEAR TO W13-TAX-YEAR
           CLOSE F06-PARM-FILE
           OPEN INPUT F04-EMPMAST-FILE
           IF W10-MST-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER EMPMAST.DAT WOULD NOT OPEN - '
                   'STATUS ' W10-MST-STATUS ', RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F01-HISTORY-FILE
           IF W10-HST-STATUS NOT = '00'
               DISPLAY 'PAY HISTORY ASST1.HST MISSING OR '
                   'UNREADABLE - STATUS ' W10-HST-STATUS
                   ', RUN ABORTED'
               CLOSE F04-EMPMAST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE F01-HISTORY-FILE
           SORT S01-SORT-FILE
               ON ASCENDING KEY S01-SRT-SSN
               USING F01-HISTORY-FILE
               GIVING F02-SORTED-FILE
           OPEN INPUT F02-SORTED-FILE
               OUTPUT F03-PRINT-FILE
               OUTPUT F05-W2-FILE
           MOVE ZERO TO W07-CO-Q-GROSS(1) W07-CO-Q-GROSS(2)
                        W07-CO-Q-GROSS(3) W07-CO-Q-GROSS(4)
           MOVE ZERO TO W07-CO-Q-TAX(1) W07-CO-Q-TAX(2)
                        W07-CO-Q-TAX(3) W07-CO-Q-TAX(4)
      * Prime read
           READ F02-SORTED-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of OPEN-FILES paragraph.

      * This paragraph writes the headings for the register.
       200-WRITE-HEADING-LINES.
           MOVE W02-TITLE-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE W13-RUN-DATE TO W02-STAMP-DATE
           MOVE W13-RUN-TIME(1:6) TO W02-STAMP-TIME
           MOVE W13-TAX-YEAR TO W02-STAMP-YEAR
           MOVE W02-RUN-STAMP-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE W03-HEADINGS-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           .
      * End of WRITE-HEADING-LINES paragraph.

      * Skips records from other years, finishes the prior
      * employee when the SSN changes, rolls the current record
      * into the employee's buckets, and reads the next record.
       300-PROCESS-ONE-RECORD.
           ADD 1 TO W07-RECORD-COUNT
           IF F02-SRT-YEAR NOT = W13-TAX-YEAR
               ADD 1 TO W07-OTHER-YEAR-COUNT
           ELSE
               ADD 1 TO W07-IN-YEAR-COUNT
               IF F02-SRT-SSN NOT = W06-PREV-SSN
                       OR W06-FIRST-SW = 'YES'
                   IF W06-FIRST-SW = 'NO'
                       PERFORM 340-FINISH-EMPLOYEE
                   END-IF
                   MOVE 'NO' TO W06-FIRST-SW
                   PERFORM 305-START-EMPLOYEE
               END-IF
               PERFORM 310-TALLY-ONE-RECORD
           END-IF
           READ F02-SORTED-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of PROCESS-ONE-RECORD paragraph.

      * Clears the employee buckets for the SSN just arrived.
       305-START-EMPLOYEE.
           MOVE F02-SRT-SSN TO W06-PREV-SSN
           MOVE ZERO TO W06-EMP-GROSS W06-EMP-TAX W06-EMP-INSURANCE
                        W06-EMP-GARNISH W06-EMP-NET
           MOVE ZERO TO W06-EMP-Q-GROSS(1) W06-EMP-Q-GROSS(2)
                        W06-EMP-Q-GROSS(3) W06-EMP-Q-GROSS(4)
           MOVE ZERO TO W06-EMP-Q-TAX(1) W06-EMP-Q-TAX(2)
                        W06-EMP-Q-TAX(3) W06-EMP-Q-TAX(4)
           MOVE ZERO TO W06-EMP-BAD-AMOUNTS W06-EMP-BAD-DATES
      * The history name is held for the exception list - an
      * employee missing from the master has no other name.
           MOVE F02-SRT-NAME TO W06-EMP-HST-NAME
           .
      * End of START-EMPLOYEE paragraph.

      * Adds one in-year record into the employee's annual sums
      * and into its quarter. Records written before the withheld
      * amounts were added to the history carry spaces in those
      * fields; like QTRRPT, they are counted, not added.
       310-TALLY-ONE-RECORD.
           IF F02-SRT-GROSS NOT NUMERIC
               OR F02-SRT-TAX NOT NUMERIC
               OR F02-SRT-INSURANCE NOT NUMERIC
               OR F02-SRT-GARNISH NOT NUMERIC
               OR F02-SRT-NET NOT NUMERIC
               ADD 1 TO W06-EMP-BAD-AMOUNTS
               ADD 1 TO W07-BAD-AMOUNT-COUNT
           ELSE
               ADD F02-SRT-GROSS TO W06-EMP-GROSS W07-CO-GROSS
               ADD F02-SRT-TAX TO W06-EMP-TAX W07-CO-TAX
               ADD F02-SRT-INSURANCE TO W06-EMP-INSURANCE
               ADD F02-SRT-GARNISH TO W06-EMP-GARNISH
               ADD F02-SRT-NET TO W06-EMP-NET
               PERFORM 315-PLACE-IN-QUARTER
           END-IF
           .
      * End of TALLY-ONE-RECORD paragraph.

      * Places one record's gross and tax in the quarter its
      * pay-date month falls in, by the same month ranges QTRRPT
      * uses. A month that is not a month places it nowhere, and
      * the employee's quarters then fall short of the year.
       315-PLACE-IN-QUARTER.
           EVALUATE TRUE
               WHEN F02-SRT-MONTH = '01' OR F02-SRT-MONTH = '02'
                   OR F02-SRT-MONTH = '03'
                   MOVE 1 TO W06-QTR
               WHEN F02-SRT-MONTH = '04' OR F02-SRT-MONTH = '05'
                   OR F02-SRT-MONTH = '06'
                   MOVE 2 TO W06-QTR
               WHEN F02-SRT-MONTH = '07' OR F02-SRT-MONTH = '08'
                   OR F02-SRT-MONTH = '09'
                   MOVE 3 TO W06-QTR
               WHEN F02-SRT-MONTH = '10' OR F02-SRT-MONTH = '11'
                   OR F02-SRT-MONTH = '12'
                   MOVE 4 TO W06-QTR
               WHEN OTHER
                   MOVE ZERO TO W06-QTR
           END-EVALUATE
           IF W06-QTR = ZERO
               ADD 1 TO W06-EMP-BAD-DATES
               ADD 1 TO W07-BAD-DATE-COUNT
           ELSE
               ADD F02-SRT-GROSS TO W06-EMP-Q-GROSS(W06-QTR)
                                    W07-CO-Q-GROSS(W06-QTR)
               ADD F02-SRT-TAX TO W06-EMP-Q-TAX(W06-QTR)
                                  W07-CO-Q-TAX(W06-QTR)
           END-IF
           .
      * End of PLACE-IN-QUARTER paragraph.

      * Decides whether the employee whose records just finished
      * arriving gets a statement. The checks run in order and
      * the first failure is the reason shown: not on the master
      * (no legal name or department to print); records that
      * could not be added; quarters that do not add back to the
      * year; and a net that is not gross less what was withheld
      * - each means the history cannot be filed as it stands.
      * Last, an overpayment recovered on a supplemental run can
      * leave a year's wages or tax below zero; that is settled
      * by hand, never filed.
       340-FINISH-EMPLOYEE.
           MOVE SPACES TO W06-EMP-REASON
           COMPUTE W06-EMP-QTRS-GROSS = W06-EMP-Q-GROSS(1)
               + W06-EMP-Q-GROSS(2) + W06-EMP-Q-GROSS(3)
               + W06-EMP-Q-GROSS(4)
           COMPUTE W06-EMP-QTRS-TAX = W06-EMP-Q-TAX(1)
               + W06-EMP-Q-TAX(2) + W06-EMP-Q-TAX(3)
               + W06-EMP-Q-TAX(4)
           MOVE W06-PREV-SSN TO F04-MST-SSN
           READ F04-EMPMAST-FILE
               INVALID KEY CONTINUE
           END-READ
           IF W10-MST-STATUS NOT = '00' AND W10-MST-STATUS NOT = '23'
               DISPLAY 'EMPLOYEE MASTER READ FAILED - STATUS '
                   W10-MST-STATUS ', RUN ABORTED'
               CLOSE F02-SORTED-FILE F03-PRINT-FILE
                     F04-EMPMAST-FILE F05-W2-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF W10-MST-STATUS = '23'
               MOVE 'SSN NOT ON EMPLOYEE MASTER' TO W06-EMP-REASON
           ELSE
           IF W06-EMP-BAD-AMOUNTS > ZERO
               MOVE 'HISTORY AMOUNTS UNUSABLE' TO W06-EMP-REASON
           ELSE
           IF W06-EMP-QTRS-GROSS NOT = W06-EMP-GROSS
                   OR W06-EMP-QTRS-TAX NOT = W06-EMP-TAX
               MOVE 'QUARTERS DISAGREE WITH YEAR' TO W06-EMP-REASON
           ELSE
           IF W06-EMP-NET NOT = W06-EMP-GROSS - W06-EMP-TAX
                   - W06-EMP-INSURANCE - W06-EMP-GARNISH
               MOVE 'NET DISAGREES WITH GROSS' TO W06-EMP-REASON
           ELSE
           IF W06-EMP-GROSS < ZERO OR W06-EMP-TAX < ZERO
               MOVE 'RECOVERY EXCEEDS YEAR' TO W06-EMP-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF W06-EMP-REASON = SPACES
               PERFORM 350-WRITE-STATEMENT
           ELSE
               PERFORM 360-HOLD-EXCEPTION
           END-IF
           .
      * End of FINISH-EMPLOYEE paragraph.

      * Writes one employee's wage statement to the extract and
      * its line to the register.
       350-WRITE-STATEMENT.
           ADD 1 TO W07-W2-COUNT
           ADD W06-EMP-GROSS TO W07-W2-GROSS
           ADD W06-EMP-TAX TO W07-W2-TAX
           MOVE W13-TAX-YEAR TO F05-W2-TAX-YEAR
           MOVE W06-PREV-SSN TO F05-W2-SSN
           MOVE F04-MST-NAME TO F05-W2-NAME
           MOVE F04-MST-DEPT TO F05-W2-DEPT
           MOVE W06-EMP-GROSS TO F05-W2-WAGES
           MOVE W06-EMP-TAX TO F05-W2-TAX
           MOVE W06-EMP-INSURANCE TO F05-W2-INSURANCE
           MOVE W06-EMP-GARNISH TO F05-W2-GARNISH
           MOVE W06-EMP-NET TO F05-W2-NET
           WRITE F05-W2-RECORD
           MOVE W06-PREV-SSN TO W04-SSN
           MOVE F04-MST-NAME TO W04-NAME
           MOVE F04-MST-DEPT TO W04-DEPT
           MOVE W06-EMP-GROSS TO W04-WAGES
           MOVE W06-EMP-TAX TO W04-TAX
           MOVE W06-EMP-INSURANCE TO W04-INSURANCE
           MOVE W06-EMP-GARNISH TO W04-GARNISH
           MOVE W06-EMP-NET TO W04-NET
           MOVE W04-DETAIL-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           .
      * End of WRITE-STATEMENT paragraph.

      * Holds one employee for the exception section. The gross
      * and tax still count toward the employer proof, so the
      * statements plus the exceptions add back to the year.
       360-HOLD-EXCEPTION.
           ADD W06-EMP-GROSS TO W07-EXC-GROSS
           ADD W06-EMP-TAX TO W07-EXC-TAX
           IF W08-EXCEPT-COUNT < W08-EXCEPT-TABLE-MAX
               ADD 1 TO W08-EXCEPT-COUNT
               SET W08-IDX TO W08-EXCEPT-COUNT
               MOVE W06-PREV-SSN TO W08-EXCEPT-SSN(W08-IDX)
               MOVE W06-EMP-HST-NAME TO W08-EXCEPT-NAME(W08-IDX)
               MOVE W06-EMP-GROSS TO W08-EXCEPT-GROSS(W08-IDX)
               MOVE W06-EMP-TAX TO W08-EXCEPT-TAX(W08-IDX)
               MOVE W06-EMP-REASON TO W08-EXCEPT-REASON(W08-IDX)
           ELSE
               ADD 1 TO W08-EXCEPT-OVERFLOW
           END-IF
           .
      * End of HOLD-EXCEPTION paragraph.

      * Prints the exception section - every employee held back
      * from the extract and why.
       380-WRITE-EXCEPTIONS.
           MOVE 'EXCEPTIONS - NO STATEMENT WRITTEN' TO W08-SECTION-TEXT
           MOVE W08-SECTION-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE W08-EXCEPT-HEADINGS-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           PERFORM 385-WRITE-ONE-EXCEPTION
               VARYING W08-IDX FROM 1 BY 1
               UNTIL W08-IDX > W08-EXCEPT-COUNT
           IF W08-EXCEPT-OVERFLOW > ZERO
               MOVE W08-EXCEPT-OVERFLOW TO W08-EXCEPT-OVFL-DISP
               MOVE W08-EXCEPT-OVERFLOW-LINE TO F03-PRINT-LINE-RECORD
               WRITE F03-PRINT-LINE-RECORD
           END-IF
           .
      * End of WRITE-EXCEPTIONS paragraph.

      * Prints one held exception.
       385-WRITE-ONE-EXCEPTION.
           MOVE W08-EXCEPT-SSN(W08-IDX) TO W08-EXC-SSN-OUT
           MOVE W08-EXCEPT-NAME(W08-IDX) TO W08-EXC-NAME-OUT
           MOVE W08-EXCEPT-GROSS(W08-IDX) TO W08-EXC-GROSS-OUT
           MOVE W08-EXCEPT-TAX(W08-IDX) TO W08-EXC-TAX-OUT
           MOVE W08-EXCEPT-REASON(W08-IDX) TO W08-EXC-REASON-OUT
           MOVE W08-EXCEPT-DETAIL-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           .
      * End of WRITE-ONE-EXCEPTION paragraph.

      * Writes the employer summary and 'End of Report'. The
      * four quarters are printed, then their sum against the
      * straight annual total - the proof that the figures filed
      * quarter by quarter are the figures on the W-3. Then the
      * statements and exceptions against the same annual total,
      * the proof that no employee's money fell between them.
       400-WRITE-FOOTER.
           MOVE W07-SUMMARY-HEADING-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE SPACES TO W07-SUM-MSG
           MOVE 'QUARTER 1' TO W07-SUM-LABEL
           MOVE W07-CO-Q-GROSS(1) TO W07-SUM-GROSS
           MOVE W07-CO-Q-TAX(1) TO W07-SUM-TAX
           MOVE W07-SUMMARY-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE 'QUARTER 2' TO W07-SUM-LABEL
           MOVE W07-CO-Q-GROSS(2) TO W07-SUM-GROSS
           MOVE W07-CO-Q-TAX(2) TO W07-SUM-TAX
           MOVE W07-SUMMARY-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE 'QUARTER 3' TO W07-SUM-LABEL
           MOVE W07-CO-Q-GROSS(3) TO W07-SUM-GROSS
           MOVE W07-CO-Q-TAX(3) TO W07-SUM-TAX
           MOVE W07-SUMMARY-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE 'QUARTER 4' TO W07-SUM-LABEL
           MOVE W07-CO-Q-GROSS(4) TO W07-SUM-GROSS
           MOVE W07-CO-Q-TAX(4) TO W07-SUM-TAX
           MOVE W07-SUMMARY-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           COMPUTE W07-CO-QTRS-GROSS = W07-CO-Q-GROSS(1)
               + W07-CO-Q-GROSS(2) + W07-CO-Q-GROSS(3)
               + W07-CO-Q-GROSS(4)
           COMPUTE W07-CO-QTRS-TAX = W07-CO-Q-TAX(1)
               + W07-CO-Q-TAX(2) + W07-CO-Q-TAX(3)
               + W07-CO-Q-TAX(4)
           MOVE 'FOUR QUARTERS' TO W07-SUM-LABEL
           MOVE W07-CO-QTRS-GROSS TO W07-SUM-GROSS
           MOVE W07-CO-QTRS-TAX TO W07-SUM-TAX
           MOVE W07-SUMMARY-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           IF W07-CO-QTRS-GROSS = W07-CO-GROSS
               AND W07-CO-QTRS-TAX = W07-CO-TAX
               AND W07-BAD-AMOUNT-COUNT = ZERO
               MOVE 'BALANCED' TO W07-QTR-MSG
           ELSE
               MOVE 'OUT-OF-BALANCE' TO W07-QTR-MSG
           END-IF
           MOVE 'ANNUAL TOTAL' TO W07-SUM-LABEL
           MOVE W07-CO-GROSS TO W07-SUM-GROSS
           MOVE W07-CO-TAX TO W07-SUM-TAX
           MOVE W07-QTR-MSG TO W07-SUM-MSG
           MOVE W07-SUMMARY-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE SPACES TO W07-SUM-MSG
           MOVE 'WAGE STATEMENTS' TO W07-SUM-LABEL
           MOVE W07-W2-GROSS TO W07-SUM-GROSS
           MOVE W07-W2-TAX TO W07-SUM-TAX
           MOVE W07-SUMMARY-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           IF W07-W2-GROSS + W07-EXC-GROSS = W07-CO-GROSS
               AND W07-W2-TAX + W07-EXC-TAX = W07-CO-TAX
               MOVE 'BALANCED' TO W07-STMT-MSG
           ELSE
               MOVE 'OUT-OF-BALANCE' TO W07-STMT-MSG
           END-IF
           MOVE 'EXCEPTIONS' TO W07-SUM-LABEL
           MOVE W07-EXC-GROSS TO W07-SUM-GROSS
           MOVE W07-EXC-TAX TO W07-SUM-TAX
           MOVE W07-STMT-MSG TO W07-SUM-MSG
           MOVE W07-SUMMARY-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE W07-RECORD-COUNT TO W07-READ-DISP
           MOVE W07-IN-YEAR-COUNT TO W07-IN-YEAR-DISP
           MOVE W07-OTHER-YEAR-COUNT TO W07-OTHER-DISP
           MOVE W07-W2-COUNT TO W07-W2-COUNT-DISP
           COMPUTE W07-EXC-COUNT-DISP = W08-EXCEPT-COUNT
               + W08-EXCEPT-OVERFLOW
           MOVE W07-COUNT-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           IF W07-BAD-AMOUNT-COUNT > ZERO
               MOVE W07-BAD-AMOUNT-COUNT TO W07-BAD-AMOUNT-DISP
               MOVE W07-BAD-AMOUNT-LINE TO F03-PRINT-LINE-RECORD
               WRITE F03-PRINT-LINE-RECORD
           END-IF
           IF W07-BAD-DATE-COUNT > ZERO
               MOVE W07-BAD-DATE-COUNT TO W07-BAD-DATE-DISP
               MOVE W07-BAD-DATE-LINE TO F03-PRINT-LINE-RECORD
               WRITE F03-PRINT-LINE-RECORD
           END-IF
           MOVE W05-FOOTER-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           .
      * End of WRITE-FOOTER paragraph.

      * Sets the return code: 0 when both proofs balance and
      * every employee got a statement, 4 when the run completed
      * but the extract is not ready to send to the print
      * service.
       430-SET-RUN-VERDICT.
           IF W07-QTR-MSG = 'BALANCED'
               AND W07-STMT-MSG = 'BALANCED'
               AND W08-EXCEPT-COUNT = ZERO
               AND W08-EXCEPT-OVERFLOW = ZERO
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           .
      * End of SET-RUN-VERDICT paragraph.

      * Closing files
       500-CLOSE-FILES.
           CLOSE F02-SORTED-FILE
                 F03-PRINT-FILE
                 F04-EMPMAST-FILE
                 F05-W2-FILE
           STOP RUN
           .
      * End of CLOSE-FILES paragraph.
