       IDENTIFICATION DIVISION.
       PROGRAM-ID.       VARRVW.
       AUTHOR.           TIM CARROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-EXTRACT-FILE ASSIGN TO 'ASST1.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-EXT-STATUS.
           SELECT F02-HISTORY-FILE ASSIGN TO 'ASST1.HST'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W11-HST-STATUS.
           SELECT F03-PRINT-FILE   ASSIGN TO 'VARRVW.OUT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F04-EMPMAST-FILE ASSIGN TO 'EMPMAST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS F04-MST-SSN
                                   FILE STATUS IS W12-MST-STATUS.
           SELECT F05-PARM-FILE    ASSIGN TO 'ASST1.PRM'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W13-PRM-STATUS.
           SELECT F06-VAR-PARM-FILE ASSIGN TO 'VARRVW.PRM'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W14-VPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The payroll extract about to be released. Layout must stay
      * in step with F01-EMPLOYEE-IN and F01-TRAILER-RECORD in the
      * payroll program.
       FD  F01-EXTRACT-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORDS ARE F01-EMPLOYEE-IN, F01-TRAILER-RECORD.
       01  F01-EMPLOYEE-IN.
           05  F01-EMP-NAME        PIC X(18).
           05  F01-SSN             PIC X(9).
           05  F01-SSN-N REDEFINES F01-SSN
                                   PIC 9(9).
           05  F01-GROSS-DOLLARS   PIC 9(4).
           05  F01-GROSS-CENTS     PIC 9(2).
           05  F01-DEPT-CODE       PIC X(4).
           05  F01-PAY-METHOD      PIC X.

       01  F01-TRAILER-RECORD.
           05  F01-TRAILER-ID      PIC X(9).
           05                      PIC X(29).

      * The cumulative pay history appended by the payroll run.
      * Layout must stay in step with F09-HISTORY-RECORD in the
      * payroll program. The review is run after the payroll run
      * has figured the period and before the cash is counted, so
      * this run's own pay date is already on the file with each
      * employee's net; the latest earlier pay date is what the
      * period is compared against. Supplemental-run records are
      * one-off bonuses and adjustments, not a period's pay, and
      * are no basis for a swing either way - they are passed over.
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

       FD  F03-PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F03-PRINT-LINE-RECORD.
       01  F03-PRINT-LINE-RECORD   PIC X(132).

      * The employee master kept current by EMPMAINT, read here in
      * SSN order from front to back to find every active employee
      * the extract left out. Layout must stay in step with
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

      * The payroll run's control card - the review takes the pay
      * date and the run type. Layout must stay in step with
      * F11-PARM-RECORD in the payroll program.
       FD  F05-PARM-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS F05-PARM-RECORD.
       01  F05-PARM-RECORD.
           05  F05-PRM-PAY-DATE    PIC X(8).
           05                      PIC X(23).
           05  F05-PRM-RUN-TYPE    PIC X.

      * The review's own control card: the swing, in whole
      * percent, beyond which a change in gross or net from the
      * employee's last pay date is flagged for a supervisor's
      * look (025 flags anything more than 25 percent up or down).
       FD  F06-VAR-PARM-FILE
           RECORD CONTAINS 3 CHARACTERS
           DATA RECORD IS F06-VAR-PARM-RECORD.
       01  F06-VAR-PARM-RECORD.
           05  F06-VPR-SWING-PCT   PIC X(3).
           05  F06-VPR-SWING-PCT-N REDEFINES F06-VPR-SWING-PCT
                                   PIC 9(3).

       WORKING-STORAGE SECTION.
       01  W01-DATA-REMAINS-SWITCH PIC X(2)    VALUE SPACES.

       01  W02-TITLE-LINE.
           05                      PIC X(30)   VALUE SPACES.
           05                      PIC X(36)
               VALUE 'PRE-RELEASE PAY VARIANCE REVIEW'.
           05                      PIC X(30)   VALUE SPACES.

       01  W02-RUN-STAMP-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'PAY DATE '.
           05  W02-STAMP-PAY-DATE  PIC X(8).
           05                      PIC X(11)   VALUE '  RUN DATE '.
           05  W02-STAMP-DATE      PIC X(8).
           05                      PIC X(7)    VALUE '  TIME '.
           05  W02-STAMP-TIME      PIC X(6).
           05                      PIC X(21)
               VALUE '  SWING LIMIT (PCT) '.
           05  W02-STAMP-SWING-PCT PIC ZZ9.

       01  W03-HEADINGS-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'SSN'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(18)   VALUE 'EMPLOYEE NAME'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(10)   VALUE '     GROSS'.
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(10)   VALUE 'PRIOR GRS'.
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(7)    VALUE ' GRS %'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(10)   VALUE '       NET'.
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(10)   VALUE 'PRIOR NET'.
           05                      PIC X(1)    VALUE SPACES.
           05                      PIC X(7)    VALUE ' NET %'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(8)    VALUE 'PRIOR DT'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(20)   VALUE 'FLAG'.

      * Columns with nothing behind them - no prior pay date for a
      * first-time payee, no net yet for an employee the payroll
      * run did not pay - are blanked through their X views
      * rather than printed as zeros that read like real amounts.
       01  W04-DETAIL-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-SSN             PIC X(9).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-NAME            PIC X(18).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-GROSS           PIC ZZZ,ZZ9.99.
           05                      PIC X(1)    VALUE SPACES.
           05  W04-PRIOR-GROSS     PIC ZZZ,ZZ9.99.
           05  W04-PRIOR-GROSS-X REDEFINES W04-PRIOR-GROSS
                                   PIC X(10).
           05                      PIC X(1)    VALUE SPACES.
           05  W04-GROSS-PCT       PIC ZZZZ9.9.
           05  W04-GROSS-PCT-X REDEFINES W04-GROSS-PCT
                                   PIC X(7).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-NET             PIC ZZZ,ZZ9.99.
           05  W04-NET-X REDEFINES W04-NET
                                   PIC X(10).
           05                      PIC X(1)    VALUE SPACES.
           05  W04-PRIOR-NET       PIC ZZZ,ZZ9.99.
           05  W04-PRIOR-NET-X REDEFINES W04-PRIOR-NET
                                   PIC X(10).
           05                      PIC X(1)    VALUE SPACES.
           05  W04-NET-PCT         PIC ZZZZ9.9.
           05  W04-NET-PCT-X REDEFINES W04-NET-PCT
                                   PIC X(7).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-PRIOR-DATE      PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-FLAG            PIC X(20).

       01  W04-MISSING-HEADINGS-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'SSN'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(18)   VALUE 'EMPLOYEE NAME'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(4)    VALUE 'DEPT'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'HIRED'.
           05                      PIC X(4)    VALUE 'PAY'.

       01  W04-MISSING-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-MIS-SSN         PIC 9(9).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-MIS-NAME        PIC X(18).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-MIS-DEPT        PIC X(4).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-MIS-HIRE-DATE   PIC X(8).
           05                      PIC X(1)    VALUE SPACES.
           05  W04-MIS-PAY-TYPE    PIC X.

       01  W05-FOOTER-LINE.
           05                      PIC X(13)   VALUE 'End of Report'.
           05                      PIC X(54)   VALUE SPACES.

      * Review tallies. Every extract employee reviewed is either
      * flagged or passed, proved on the control line; the
      * flagged and missing counts are what the supervisor signs
      * off against.
       01  W06-CONTROL-TOTALS.
           05  W06-EXTRACT-READ    PIC 9(9)    VALUE ZERO.
           05  W06-UNUSABLE-COUNT  PIC 9(9)    VALUE ZERO.
           05  W06-REVIEWED-COUNT  PIC 9(9)    VALUE ZERO.
           05  W06-PASSED-COUNT    PIC 9(9)    VALUE ZERO.
           05  W06-SWING-COUNT     PIC 9(9)    VALUE ZERO.
           05  W06-FIRST-TIME-COUNT PIC 9(9)   VALUE ZERO.
           05  W06-HISTORY-READ    PIC 9(9)    VALUE ZERO.
           05  W06-ACTIVE-COUNT    PIC 9(9)    VALUE ZERO.
           05  W06-MISSING-COUNT   PIC 9(9)    VALUE ZERO.

       01  W06-RECON-MSG           PIC X(14)   VALUE SPACES.

       01  W06-REVIEW-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(10)   VALUE 'REVIEWED:'.
           05  W06-REVIEWED-DISP   PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(8)    VALUE 'PASSED:'.
           05  W06-PASSED-DISP     PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(8)    VALUE 'SWINGS:'.
           05  W06-SWING-DISP      PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(12)   VALUE 'FIRST-TIME:'.
           05  W06-FIRST-TIME-DISP PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05  W06-RECON-DISPLAY   PIC X(14).

       01  W06-MASTER-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(18)
               VALUE 'ACTIVE ON MASTER:'.
           05  W06-ACTIVE-DISP     PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(22)
               VALUE 'MISSING FROM EXTRACT:'.
           05  W06-MISSING-DISP    PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(14)   VALUE 'HISTORY READ:'.
           05  W06-HISTORY-DISP    PIC ZZZ,ZZZ,ZZ9.

       01  W06-UNUSABLE-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(36)
               VALUE 'EXTRACT RECORDS WITH UNUSABLE SSN: '.
           05  W06-UNUSABLE-DISP   PIC ZZZ,ZZ9.

       01  W06-SIGN-OFF-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(26)
               VALUE 'REVIEWED AND RELEASED BY: '.
           05                      PIC X(24)
               VALUE '________________________'.
           05                      PIC X(4)    VALUE SPACES.
           05                      PIC X(20)
               VALUE 'DATE: ______________'.

      * One entry per employee on the extract, with the figures
      * gathered for them from the history as it streams past:
      * this pay date's net, and the latest earlier pay date with
      * its gross and net. More than one history record on the
      * same date is added together - the employee was paid that
      * much that day. Employees past the table limit are counted
      * into the overflow bucket and reported, so a short review
      * can never pass silently as a complete one - the same
      * guard the ACH reconciliation's send table uses.
       01  W07-EMP-FOUND-SW        PIC X(3)    VALUE 'NO'.
       01  W07-EMP-TABLE-MAX       PIC 9(5)    VALUE 2000.
       01  W07-OVERFLOW-COUNT      PIC 9(9)    VALUE ZERO.
       01  W07-EMP-TABLE.
           05  W07-EMP-ENTRY-COUNT PIC 9(5)    VALUE ZERO.
           05  W07-EMP-ENTRY      OCCURS 2000 TIMES
                                   INDEXED BY W07-IDX.
               10  W07-EMP-SSN     PIC 9(9).
               10  W07-EMP-NAME    PIC X(18).
               10  W07-EMP-GROSS   PIC 9(7)V99.
               10  W07-EMP-NET-SW  PIC X(3).
               10  W07-EMP-NET     PIC 9(7)V99.
               10  W07-EMP-PRIOR-DATE PIC X(8).
               10  W07-EMP-PRIOR-GROSS PIC 9(7)V99.
               10  W07-EMP-PRIOR-NET PIC 9(7)V99.

       01  W07-OVERFLOW-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(35)
               VALUE 'EXTRACT EMPLOYEES PAST TABLE LIMIT:'.
           05  W07-OVERFLOW-DISP   PIC ZZZ,ZZZ,ZZ9.

       01  W08-SECTION-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W08-SECTION-TEXT    PIC X(40).

      * Swing arithmetic for the employee being reported. A swing
      * too big for the percentage field - pay going from pennies
      * to thousands - is held at the field's ceiling, which is
      * over any limit the card can carry.
       01  W09-SWING-WORK.
           05  W09-GROSS-SW        PIC X(3)    VALUE 'NO'.
           05  W09-NET-SW          PIC X(3)    VALUE 'NO'.
           05  W09-DIFF            PIC 9(7)V99 VALUE ZERO.
           05  W09-PCT             PIC 9(5)V9  VALUE ZERO.
           05  W09-GROSS-PCT       PIC 9(5)V9  VALUE ZERO.
           05  W09-NET-PCT         PIC 9(5)V9  VALUE ZERO.
           05  W09-BASE            PIC 9(7)V99 VALUE ZERO.
           05  W09-CURRENT         PIC 9(7)V99 VALUE ZERO.
           05  W09-SWING-SW        PIC X(3)    VALUE 'NO'.

       01  W10-FILE-STATUSES.
           05  W10-EXT-STATUS      PIC XX.
           05  W11-HST-STATUS      PIC XX.
           05  W12-MST-STATUS      PIC XX.
           05  W13-PRM-STATUS      PIC XX.
           05  W14-VPR-STATUS      PIC XX.

       01  W15-RUN-CONTROL.
           05  W15-PAY-DATE        PIC X(8)    VALUE SPACES.
           05  W15-SWING-PCT       PIC 9(3)    VALUE ZERO.
           05  W15-RUN-DATE        PIC X(8).
           05  W15-RUN-TIME        PIC X(8).

       PROCEDURE DIVISION.

       PERFORM 100-OPEN-FILES
       PERFORM 200-WRITE-HEADING-LINES
       PERFORM 300-LOAD-ONE-EXTRACT
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       PERFORM 310-START-HISTORY
       PERFORM 320-APPLY-ONE-HISTORY
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       PERFORM 340-REPORT-VARIANCES
       PERFORM 360-START-MASTER
       PERFORM 370-CHECK-ONE-MASTER
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       PERFORM 400-WRITE-FOOTER
       PERFORM 500-CLOSE-FILES
       .

      * Loads both control cards and opens the extract. The
      * extract is mandatory - a review of a missing extract would
      * read as a clean period with nothing to flag.
       100-OPEN-FILES.
           PERFORM 110-READ-PARAMETERS
           OPEN INPUT F01-EXTRACT-FILE
           IF W10-EXT-STATUS NOT = '00'
               DISPLAY 'PAYROLL EXTRACT ASST1.DAT MISSING OR '
                   'UNREADABLE - STATUS ' W10-EXT-STATUS
                   ', RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F03-PRINT-FILE
           ACCEPT W15-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT W15-RUN-TIME FROM TIME
      * Prime read of the extract
           READ F01-EXTRACT-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of OPEN-FILES paragraph.

      * Loads the pay date off the payroll run's card and the
      * swing limit off the review's own. Both are mandatory. A
      * supplemental run pays one-off amounts off the adjustment
      * file ASST1.ADJ, so there is no period to review and the
      * step ends clean.
       110-READ-PARAMETERS.
           OPEN INPUT F05-PARM-FILE
           IF W13-PRM-STATUS NOT = '00'
               DISPLAY 'PARAMETER CARD ASST1.PRM MISSING OR '
                   'UNREADABLE - STATUS ' W13-PRM-STATUS
                   ', RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ F05-PARM-FILE
               AT END
                   DISPLAY 'PARAMETER CARD ASST1.PRM IS EMPTY - '
                       'RUN ABORTED'
                   CLOSE F05-PARM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF F05-PRM-PAY-DATE NOT NUMERIC
               OR F05-PRM-PAY-DATE = '00000000'
               DISPLAY 'PARAMETER CARD PAY DATE ''' F05-PRM-PAY-DATE
                   ''' IS NOT A DATE - RUN ABORTED'
               CLOSE F05-PARM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF F05-PRM-RUN-TYPE = 'S'
               DISPLAY 'SUPPLEMENTAL RUN FOR PAY DATE '
                   F05-PRM-PAY-DATE ' - NO VARIANCE REVIEW MADE'
               CLOSE F05-PARM-FILE
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE F05-PRM-PAY-DATE TO W15-PAY-DATE
           CLOSE F05-PARM-FILE
           OPEN INPUT F06-VAR-PARM-FILE
           IF W14-VPR-STATUS NOT = '00'
               DISPLAY 'PARAMETER CARD VARRVW.PRM MISSING OR '
                   'UNREADABLE - STATUS ' W14-VPR-STATUS
                   ', RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ F06-VAR-PARM-FILE
               AT END
                   DISPLAY 'PARAMETER CARD VARRVW.PRM IS EMPTY - '
                       'RUN ABORTED'
                   CLOSE F06-VAR-PARM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF F06-VPR-SWING-PCT NOT NUMERIC
               OR F06-VPR-SWING-PCT = '000'
               DISPLAY 'PARAMETER CARD SWING PERCENT '''
                   F06-VPR-SWING-PCT ''' IS NOT A VALID PERCENT - '
                   'RUN ABORTED'
               CLOSE F06-VAR-PARM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE F06-VPR-SWING-PCT-N TO W15-SWING-PCT
           CLOSE F06-VAR-PARM-FILE
           .
      * End of READ-PARAMETERS paragraph.

      * This paragraph writes the headings for the report.
       200-WRITE-HEADING-LINES.
           MOVE W02-TITLE-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE W15-PAY-DATE TO W02-STAMP-PAY-DATE
           MOVE W15-RUN-DATE TO W02-STAMP-DATE
           MOVE W15-RUN-TIME(1:6) TO W02-STAMP-TIME
           MOVE W15-SWING-PCT TO W02-STAMP-SWING-PCT
           MOVE W02-RUN-STAMP-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           .
      * End of WRITE-HEADING-LINES paragraph.

      * Loads one extract employee into the table and reads the
      * next. The trailer is skipped. A record whose SSN is not a
      * number is counted, not loaded - the payroll run rejects it
      * and it will not be paid, so there is nothing to compare.
       300-LOAD-ONE-EXTRACT.
           IF F01-TRAILER-ID NOT = 'TRAILER'
               ADD 1 TO W06-EXTRACT-READ
               IF F01-SSN NOT NUMERIC
                   ADD 1 TO W06-UNUSABLE-COUNT
               ELSE
                   PERFORM 305-ADD-EXTRACT-ENTRY
               END-IF
           END-IF
           READ F01-EXTRACT-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of LOAD-ONE-EXTRACT paragraph.

      * Adds the extract record in the F01 area to the table.
       305-ADD-EXTRACT-ENTRY.
           IF W07-EMP-ENTRY-COUNT < W07-EMP-TABLE-MAX
               ADD 1 TO W07-EMP-ENTRY-COUNT
               SET W07-IDX TO W07-EMP-ENTRY-COUNT
               MOVE F01-SSN-N TO W07-EMP-SSN(W07-IDX)
               MOVE F01-EMP-NAME TO W07-EMP-NAME(W07-IDX)
               COMPUTE W07-EMP-GROSS(W07-IDX) =
                   F01-GROSS-DOLLARS + F01-GROSS-CENTS / 100
               MOVE 'NO' TO W07-EMP-NET-SW(W07-IDX)
               MOVE ZERO TO W07-EMP-NET(W07-IDX)
               MOVE SPACES TO W07-EMP-PRIOR-DATE(W07-IDX)
               MOVE ZERO TO W07-EMP-PRIOR-GROSS(W07-IDX)
               MOVE ZERO TO W07-EMP-PRIOR-NET(W07-IDX)
           ELSE
               ADD 1 TO W07-OVERFLOW-COUNT
           END-IF
           .
      * End of ADD-EXTRACT-ENTRY paragraph.

      * Opens the pay history and primes the history loop,
      * reusing the data-remains switch now that the extract is
      * loaded. A history that has never been created simply has
      * nothing in it - every employee on the extract is then a
      * first-time payee, which is what the report will say.
       310-START-HISTORY.
           CLOSE F01-EXTRACT-FILE
           MOVE SPACES TO W01-DATA-REMAINS-SWITCH
           OPEN INPUT F02-HISTORY-FILE
           IF W11-HST-STATUS = '35'
               MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           ELSE
               IF W11-HST-STATUS NOT = '00'
                   DISPLAY 'PAY HISTORY ASST1.HST WOULD NOT OPEN - '
                       'STATUS ' W11-HST-STATUS ', RUN ABORTED'
                   CLOSE F03-PRINT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ F02-HISTORY-FILE
                   AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               END-READ
           END-IF
           .
      * End of START-HISTORY paragraph.

      * Finds the history record's employee in the table and
      * folds the record into their figures, then reads the next.
      * A supplemental-run record is read past untouched.
       320-APPLY-ONE-HISTORY.
           ADD 1 TO W06-HISTORY-READ
           MOVE 'NO' TO W07-EMP-FOUND-SW
           IF F02-HST-RUN-TYPE NOT = 'S'
               PERFORM 325-MATCH-ONE-EMPLOYEE
                   VARYING W07-IDX FROM 1 BY 1
                   UNTIL W07-IDX > W07-EMP-ENTRY-COUNT
                       OR W07-EMP-FOUND-SW = 'YES'
           END-IF
           READ F02-HISTORY-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of APPLY-ONE-HISTORY paragraph.

      * Checks one table entry against the current history record.
      * A record on this run's pay date supplies the net just
      * figured; one on an earlier date than any seen so far for
      * the employee replaces the prior figures, and one on the
      * same earlier date adds to them. Records dated after this
      * run - a later date already run - are no basis for this
      * period and are passed over.
       325-MATCH-ONE-EMPLOYEE.
           IF W07-EMP-SSN(W07-IDX) = F02-HST-SSN
               MOVE 'YES' TO W07-EMP-FOUND-SW
               IF F02-HST-PAY-DATE = W15-PAY-DATE
                   MOVE 'YES' TO W07-EMP-NET-SW(W07-IDX)
                   ADD F02-HST-NET TO W07-EMP-NET(W07-IDX)
               ELSE
                   IF F02-HST-PAY-DATE < W15-PAY-DATE
                       IF F02-HST-PAY-DATE >
                               W07-EMP-PRIOR-DATE(W07-IDX)
                           OR W07-EMP-PRIOR-DATE(W07-IDX) = SPACES
                           MOVE F02-HST-PAY-DATE
                               TO W07-EMP-PRIOR-DATE(W07-IDX)
                           MOVE F02-HST-GROSS
                               TO W07-EMP-PRIOR-GROSS(W07-IDX)
                           MOVE F02-HST-NET
                               TO W07-EMP-PRIOR-NET(W07-IDX)
                       ELSE
                           IF F02-HST-PAY-DATE =
                                   W07-EMP-PRIOR-DATE(W07-IDX)
                               ADD F02-HST-GROSS
                                   TO W07-EMP-PRIOR-GROSS(W07-IDX)
                               ADD F02-HST-NET
                                   TO W07-EMP-PRIOR-NET(W07-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      * End of MATCH-ONE-EMPLOYEE paragraph.

      * Prints the variance section: every extract employee who is
      * a first-time payee or whose gross or net swung past the
      * card's limit. Employees inside the limit are counted as
      * passed and not printed - the report is what needs a
      * supervisor's eyes, not the whole payroll again.
       340-REPORT-VARIANCES.
           IF W11-HST-STATUS NOT = '35'
               CLOSE F02-HISTORY-FILE
           END-IF
           MOVE 'PAY VARIANCES AND FIRST-TIME PAYEES'
               TO W08-SECTION-TEXT
           MOVE W08-SECTION-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE W03-HEADINGS-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           PERFORM 345-REVIEW-ONE-EMPLOYEE
               VARYING W07-IDX FROM 1 BY 1
               UNTIL W07-IDX > W07-EMP-ENTRY-COUNT
           .
      * End of REPORT-VARIANCES paragraph.

      * Reviews one table entry and prints it if it is flagged.
       345-REVIEW-ONE-EMPLOYEE.
           ADD 1 TO W06-REVIEWED-COUNT
           MOVE 'NO' TO W09-GROSS-SW
           MOVE 'NO' TO W09-NET-SW
           IF W07-EMP-PRIOR-DATE(W07-IDX) = SPACES
               ADD 1 TO W06-FIRST-TIME-COUNT
               MOVE 'FIRST-TIME PAYEE' TO W04-FLAG
               PERFORM 355-WRITE-VARIANCE-LINE
           ELSE
               MOVE W07-EMP-PRIOR-GROSS(W07-IDX) TO W09-BASE
               MOVE W07-EMP-GROSS(W07-IDX) TO W09-CURRENT
               PERFORM 350-FIGURE-SWING
               MOVE W09-PCT TO W09-GROSS-PCT
               MOVE W09-SWING-SW TO W09-GROSS-SW
               IF W07-EMP-NET-SW(W07-IDX) = 'YES'
                   MOVE W07-EMP-PRIOR-NET(W07-IDX) TO W09-BASE
                   MOVE W07-EMP-NET(W07-IDX) TO W09-CURRENT
                   PERFORM 350-FIGURE-SWING
                   MOVE W09-PCT TO W09-NET-PCT
                   MOVE W09-SWING-SW TO W09-NET-SW
               END-IF
               IF W09-GROSS-SW = 'YES' OR W09-NET-SW = 'YES'
                   ADD 1 TO W06-SWING-COUNT
                   IF W09-GROSS-SW = 'YES' AND W09-NET-SW = 'YES'
                       MOVE 'GROSS AND NET SWING' TO W04-FLAG
                   ELSE
                       IF W09-GROSS-SW = 'YES'
                           MOVE 'GROSS SWING' TO W04-FLAG
                       ELSE
                           MOVE 'NET SWING' TO W04-FLAG
                       END-IF
                   END-IF
                   PERFORM 355-WRITE-VARIANCE-LINE
               ELSE
                   ADD 1 TO W06-PASSED-COUNT
               END-IF
           END-IF
           .
      * End of REVIEW-ONE-EMPLOYEE paragraph.

      * Figures the percentage swing of W09-CURRENT from W09-BASE,
      * up or down, and whether it is past the card's limit. A
      * zero base with anything paid now is a swing by definition.
       350-FIGURE-SWING.
           MOVE 'NO' TO W09-SWING-SW
           MOVE ZERO TO W09-PCT
           IF W09-CURRENT > W09-BASE
               COMPUTE W09-DIFF = W09-CURRENT - W09-BASE
           ELSE
               COMPUTE W09-DIFF = W09-BASE - W09-CURRENT
           END-IF
           IF W09-BASE = ZERO
               IF W09-DIFF > ZERO
                   MOVE 99999.9 TO W09-PCT
                   MOVE 'YES' TO W09-SWING-SW
               END-IF
           ELSE
               COMPUTE W09-PCT ROUNDED = W09-DIFF * 100 / W09-BASE
                   ON SIZE ERROR
                       MOVE 99999.9 TO W09-PCT
               END-COMPUTE
               IF W09-PCT > W15-SWING-PCT
                   MOVE 'YES' TO W09-SWING-SW
               END-IF
           END-IF
           .
      * End of FIGURE-SWING paragraph.

      * Formats and writes the line for one flagged employee.
       355-WRITE-VARIANCE-LINE.
           MOVE W07-EMP-SSN(W07-IDX) TO W04-SSN
           MOVE W07-EMP-NAME(W07-IDX) TO W04-NAME
           MOVE W07-EMP-GROSS(W07-IDX) TO W04-GROSS
           IF W07-EMP-NET-SW(W07-IDX) = 'YES'
               MOVE W07-EMP-NET(W07-IDX) TO W04-NET
           ELSE
               MOVE SPACES TO W04-NET-X
           END-IF
           IF W07-EMP-PRIOR-DATE(W07-IDX) = SPACES
               MOVE SPACES TO W04-PRIOR-GROSS-X
               MOVE SPACES TO W04-GROSS-PCT-X
               MOVE SPACES TO W04-PRIOR-NET-X
               MOVE SPACES TO W04-NET-PCT-X
               MOVE SPACES TO W04-PRIOR-DATE
           ELSE
               MOVE W07-EMP-PRIOR-GROSS(W07-IDX) TO W04-PRIOR-GROSS
               MOVE W09-GROSS-PCT TO W04-GROSS-PCT
               MOVE W07-EMP-PRIOR-NET(W07-IDX) TO W04-PRIOR-NET
               MOVE W07-EMP-PRIOR-DATE(W07-IDX) TO W04-PRIOR-DATE
               IF W07-EMP-NET-SW(W07-IDX) = 'YES'
                   MOVE W09-NET-PCT TO W04-NET-PCT
               ELSE
                   MOVE SPACES TO W04-NET-PCT-X
               END-IF
           END-IF
           MOVE W04-DETAIL-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           .
      * End of WRITE-VARIANCE-LINE paragraph.

      * Opens the employee master for a front-to-back pass and
      * prints the missing-employee section heading. The master is
      * mandatory here - without it nobody can say who should
      * have been on the extract.
       360-START-MASTER.
           MOVE SPACES TO W01-DATA-REMAINS-SWITCH
           OPEN INPUT F04-EMPMAST-FILE
           IF W12-MST-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER EMPMAST.DAT WOULD NOT OPEN - '
                   'STATUS ' W12-MST-STATUS ', RUN ABORTED'
               CLOSE F03-PRINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'ACTIVE EMPLOYEES MISSING FROM THE EXTRACT'
               TO W08-SECTION-TEXT
           MOVE W08-SECTION-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE W04-MISSING-HEADINGS-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           READ F04-EMPMAST-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of START-MASTER paragraph.

      * Checks one master record: an active employee with no entry
      * in the extract table is listed. Terminated employees are
      * supposed to be missing and are passed over.
       370-CHECK-ONE-MASTER.
           IF F04-MST-STATUS = 'A'
               ADD 1 TO W06-ACTIVE-COUNT
               MOVE 'NO' TO W07-EMP-FOUND-SW
               PERFORM 375-FIND-ON-EXTRACT
                   VARYING W07-IDX FROM 1 BY 1
                   UNTIL W07-IDX > W07-EMP-ENTRY-COUNT
                       OR W07-EMP-FOUND-SW = 'YES'
               IF W07-EMP-FOUND-SW = 'NO'
                   ADD 1 TO W06-MISSING-COUNT
                   MOVE F04-MST-SSN TO W04-MIS-SSN
                   MOVE F04-MST-NAME TO W04-MIS-NAME
                   MOVE F04-MST-DEPT TO W04-MIS-DEPT
                   MOVE F04-MST-HIRE-DATE TO W04-MIS-HIRE-DATE
                   MOVE F04-MST-PAY-TYPE TO W04-MIS-PAY-TYPE
                   MOVE W04-MISSING-LINE TO F03-PRINT-LINE-RECORD
                   WRITE F03-PRINT-LINE-RECORD
               END-IF
           END-IF
           READ F04-EMPMAST-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of CHECK-ONE-MASTER paragraph.

      * Checks one table entry against the current master record.
       375-FIND-ON-EXTRACT.
           IF W07-EMP-SSN(W07-IDX) = F04-MST-SSN
               MOVE 'YES' TO W07-EMP-FOUND-SW
           END-IF
           .
      * End of FIND-ON-EXTRACT paragraph.

      * Writes the review totals, the sign-off lines, and
      * 'End of Report'. Reviewed must equal passed plus flagged.
      * Return code 4 tells the scheduler there is something on
      * the report for the supervisor before the cash is counted;
      * a review cut short by the table limit counts as that too,
      * since the employees past it were never looked at.
       400-WRITE-FOOTER.
           IF W06-REVIEWED-COUNT = W06-PASSED-COUNT
                   + W06-SWING-COUNT + W06-FIRST-TIME-COUNT
               AND W07-OVERFLOW-COUNT = ZERO
               MOVE 'BALANCED' TO W06-RECON-MSG
           ELSE
               MOVE 'OUT-OF-BALANCE' TO W06-RECON-MSG
           END-IF
           MOVE W06-REVIEWED-COUNT TO W06-REVIEWED-DISP
           MOVE W06-PASSED-COUNT TO W06-PASSED-DISP
           MOVE W06-SWING-COUNT TO W06-SWING-DISP
           MOVE W06-FIRST-TIME-COUNT TO W06-FIRST-TIME-DISP
           MOVE W06-RECON-MSG TO W06-RECON-DISPLAY
           MOVE W06-REVIEW-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE W06-ACTIVE-COUNT TO W06-ACTIVE-DISP
           MOVE W06-MISSING-COUNT TO W06-MISSING-DISP
           MOVE W06-HISTORY-READ TO W06-HISTORY-DISP
           MOVE W06-MASTER-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           IF W06-UNUSABLE-COUNT > ZERO
               MOVE W06-UNUSABLE-COUNT TO W06-UNUSABLE-DISP
               MOVE W06-UNUSABLE-LINE TO F03-PRINT-LINE-RECORD
               WRITE F03-PRINT-LINE-RECORD
           END-IF
           IF W07-OVERFLOW-COUNT > ZERO
               MOVE W07-OVERFLOW-COUNT TO W07-OVERFLOW-DISP
               MOVE W07-OVERFLOW-LINE TO F03-PRINT-LINE-RECORD
               WRITE F03-PRINT-LINE-RECORD
           END-IF
           MOVE W06-SIGN-OFF-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE W05-FOOTER-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           IF W06-SWING-COUNT > ZERO
               OR W06-FIRST-TIME-COUNT > ZERO
               OR W06-MISSING-COUNT > ZERO
               OR W07-OVERFLOW-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
      * End of WRITE-FOOTER paragraph.

      * Closing files
       500-CLOSE-FILES.
           CLOSE F03-PRINT-FILE
                 F04-EMPMAST-FILE
           STOP RUN
           .
      * End of CLOSE-FILES paragraph.
