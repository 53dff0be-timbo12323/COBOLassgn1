       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CHKRECON.
       AUTHOR.           TIM CARROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-POSPAY-FILE  ASSIGN TO 'ASST1.PPY'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-PPY-STATUS.
           SELECT F02-CHKREG-FILE  ASSIGN TO 'ASST1REG.OUT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-REG-STATUS.
           SELECT F03-PAID-FILE    ASSIGN TO 'ASST1.PDI'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-PDI-STATUS.
           SELECT F04-OUTSTANDING-FILE ASSIGN TO 'ASST1.OCK'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-OCK-STATUS.
           SELECT F05-PARM-FILE    ASSIGN TO 'CHKRECON.PRM'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-PRM-STATUS.
           SELECT F06-PRINT-FILE   ASSIGN TO 'CHKRECON.OUT'
                                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Positive-pay extract the payroll run handed the bank - one
      * record per check cut in the run. Layout must stay in step
      * with F20-POSPAY-RECORD in the payroll program. Like the
      * ACH extract it holds exactly one run's checks, which is
      * why the outstanding file below exists at all.
       FD  F01-POSPAY-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS F01-POSPAY-RECORD.
       01  F01-POSPAY-RECORD.
           05  F01-PP-CHECK-NO     PIC 9(8).
           05  F01-PP-AMOUNT       PIC 9(7)V99.
           05  F01-PP-ISSUE-DATE   PIC X(8).
           05  F01-PP-PAYEE        PIC X(18).

      * The printed check register from the same run. Only its
      * detail lines are used - a line whose check-number columns
      * are all digits is a check; the title, headings, proof and
      * footer lines never are. The net is de-edited out of its
      * printed picture. Column positions must stay in step with
      * W29-REG-DETAIL-LINE in the payroll program.
       FD  F02-CHKREG-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F02-CHKREG-LINE.
       01  F02-CHKREG-LINE         PIC X(132).
       01  F02-REG-DETAIL-VIEW.
           05                      PIC X(2).
           05  F02-REG-CHECK-NO    PIC X(8).
           05  F02-REG-CHECK-NO-N  REDEFINES
               F02-REG-CHECK-NO    PIC 9(8).
           05                      PIC X(3).
           05  F02-REG-SSN         PIC X(9).
           05                      PIC X(2).
           05  F02-REG-NAME        PIC X(18).
           05                      PIC X(2).
           05  F02-REG-NET         PIC ZZZ,ZZ9.99.
           05                      PIC X(78).

      * The bank's paid-items file: one record per check the bank
      * honored since its last file, with the amount it actually
      * paid and the date it cleared.
       FD  F03-PAID-FILE
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS F03-PAID-RECORD.
       01  F03-PAID-RECORD.
           05  F03-PD-CHECK-NO     PIC 9(8).
           05  F03-PD-AMOUNT       PIC 9(7)V99.
           05  F03-PD-PAID-DATE    PIC X(8).

      * Running file of every check issued and not yet paid,
      * carried from one reconciliation to the next. Detail
      * records are the positive-pay layout unchanged; the file
      * ends with a trailer carrying the record count, the amount
      * total, and the highest check number ever loaded, so a
      * truncated file is caught on the next run and a positive-
      * pay file that was already loaded cannot put checks the
      * bank has since paid back on the outstanding list.
       FD  F04-OUTSTANDING-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORDS ARE F04-OUTSTANDING-RECORD,
                            F04-TRAILER-RECORD.
       01  F04-OUTSTANDING-RECORD.
           05  F04-OS-CHECK-NO     PIC 9(8).
           05  F04-OS-AMOUNT       PIC 9(7)V99.
           05  F04-OS-ISSUE-DATE   PIC X(8).
           05  F04-OS-PAYEE        PIC X(18).

       01  F04-TRAILER-RECORD.
           05  F04-TRAILER-ID      PIC X(8).
           05  F04-TRAILER-COUNT   PIC 9(9).
           05  F04-TRAILER-TOTAL   PIC 9(9)V99.
           05  F04-TRAILER-HIGH-NO PIC 9(8).
           05                      PIC X(7).

      * Control card: the as-of date the checks are aged to and
      * the stale-date age in days. A blank as-of date ages to the
      * day of the run. The age is the bank's and the state's
      * business, not ours, so it lives on the card and changes
      * without a program change.
       FD  F05-PARM-FILE
           RECORD CONTAINS 11 CHARACTERS
           DATA RECORD IS F05-PARM-RECORD.
       01  F05-PARM-RECORD.
           05  F05-PRM-AS-OF-DATE  PIC X(8).
           05  F05-PRM-STALE-DAYS  PIC X(3).

       FD  F06-PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F06-PRINT-LINE-RECORD.
       01  F06-PRINT-LINE-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       01  W01-DATA-REMAINS-SWITCH PIC X(2)    VALUE SPACES.

       01  W02-TITLE-LINE.
           05                      PIC X(30)   VALUE SPACES.
           05                      PIC X(37)
               VALUE 'PAID-CHECK RECONCILIATION'.
           05                      PIC X(30)   VALUE SPACES.

       01  W02-RUN-STAMP-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'RUN DATE '.
           05  W02-STAMP-DATE      PIC X(8).
           05                      PIC X(7)    VALUE '  TIME '.
           05  W02-STAMP-TIME      PIC X(6).
           05                      PIC X(10)   VALUE '   AS OF '.
           05  W02-STAMP-AS-OF     PIC X(8).
           05                      PIC X(15)
               VALUE '   STALE AFTER '.
           05  W02-STAMP-STALE     PIC ZZ9.
           05                      PIC X(5)    VALUE ' DAYS'.

       01  W03-HEADINGS-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(8)    VALUE 'CHECK NO'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(18)   VALUE 'PAYEE'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(8)    VALUE 'ISSUED'.
           05                      PIC X(6)    VALUE SPACES.
           05                      PIC X(6)    VALUE 'AMOUNT'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(8)    VALUE 'PAID'.
           05                      PIC X(6)    VALUE SPACES.
           05                      PIC X(6)    VALUE 'AMOUNT'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(5)    VALUE '  AGE'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(24)   VALUE 'STATUS'.

      * One line layout serves every section - a column that does
      * not apply to the line (a paid date on an outstanding
      * check, an issue on a never-issued item) is left blank.
       01  W04-DETAIL-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-CHECK-NO        PIC 9(8).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-PAYEE           PIC X(18).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-ISSUE-DATE      PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-ISSUE-AMOUNT    PIC X(12).
           05  W04-ISSUE-AMOUNT-N  REDEFINES
               W04-ISSUE-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-PAID-DATE       PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-PAID-AMOUNT     PIC X(12).
           05  W04-PAID-AMOUNT-N   REDEFINES
               W04-PAID-AMOUNT     PIC Z,ZZZ,ZZ9.99.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-AGE             PIC X(5).
           05  W04-AGE-N           REDEFINES
               W04-AGE             PIC ZZZZ9.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-STATUS          PIC X(24).

       01  W05-FOOTER-LINE.
           05                      PIC X(13)   VALUE 'End of Report'.
           05                      PIC X(54)   VALUE SPACES.

      * Reconciliation control totals. Every paid item must come
      * out as paid, paid at the wrong amount, paid twice, or
      * never issued; and the outstanding file must roll forward -
      * brought forward plus issued this run less cleared this run
      * equals carried forward, in count and in dollars.
       01  W06-CONTROL-TOTALS.
           05  W06-PAID-READ       PIC 9(9)    VALUE ZERO.
           05  W06-PAID-COUNT      PIC 9(9)    VALUE ZERO.
           05  W06-MISMATCH-COUNT  PIC 9(9)    VALUE ZERO.
           05  W06-DUPLICATE-COUNT PIC 9(9)    VALUE ZERO.
           05  W06-NOT-ISSUED-COUNT PIC 9(9)   VALUE ZERO.
           05  W06-FWD-COUNT       PIC 9(9)    VALUE ZERO.
           05  W06-FWD-AMOUNT      PIC 9(9)V99 VALUE ZERO.
           05  W06-ISSUED-COUNT    PIC 9(9)    VALUE ZERO.
           05  W06-ISSUED-AMOUNT   PIC 9(9)V99 VALUE ZERO.
           05  W06-CLEARED-COUNT   PIC 9(9)    VALUE ZERO.
           05  W06-CLEARED-AMOUNT  PIC 9(9)V99 VALUE ZERO.
           05  W06-CARRIED-COUNT   PIC 9(9)    VALUE ZERO.
           05  W06-CARRIED-AMOUNT  PIC 9(9)V99 VALUE ZERO.
           05  W06-STALE-COUNT     PIC 9(9)    VALUE ZERO.
           05  W06-STALE-AMOUNT    PIC 9(9)V99 VALUE ZERO.
           05  W06-PPY-READ        PIC 9(9)    VALUE ZERO.
           05  W06-ALREADY-COUNT   PIC 9(9)    VALUE ZERO.
           05  W06-REG-EXCEPT-COUNT PIC 9(9)   VALUE ZERO.

       01  W06-PAID-MSG            PIC X(14)   VALUE SPACES.
       01  W06-ROLL-MSG            PIC X(14)   VALUE SPACES.

       01  W06-PAID-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(17)
               VALUE 'PAID ITEMS READ:'.
           05  W06-PAID-READ-DISP  PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(6)    VALUE 'PAID:'.
           05  W06-PAID-DISP       PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(10)   VALUE 'MISMATCH:'.
           05  W06-MISMATCH-DISP   PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(11)   VALUE 'DUPLICATE:'.
           05  W06-DUPLICATE-DISP  PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(12)   VALUE 'NOT ISSUED:'.
           05  W06-NOT-ISSUED-DISP PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05  W06-PAID-MSG-DISP   PIC X(14).

       01  W06-ROLL-COUNT-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(17)
               VALUE 'BROUGHT FORWARD:'.
           05  W06-FWD-DISP        PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(8)    VALUE 'ISSUED:'.
           05  W06-ISSUED-DISP     PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'CLEARED:'.
           05  W06-CLEARED-DISP    PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(17)
               VALUE 'CARRIED FORWARD:'.
           05  W06-CARRIED-DISP    PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05  W06-ROLL-MSG-DISP   PIC X(14).

       01  W06-ROLL-AMOUNT-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(17)
               VALUE 'FORWARD AMOUNT:'.
           05  W06-FWD-AMT-DISP    PIC ZZZ,ZZZ,ZZ9.99.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(8)    VALUE 'ISSUED:'.
           05  W06-ISSUED-AMT-DISP PIC ZZZ,ZZZ,ZZ9.99.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'CLEARED:'.
           05  W06-CLEARED-AMT-DISP PIC ZZZ,ZZZ,ZZ9.99.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'CARRIED:'.
           05  W06-CARRIED-AMT-DISP PIC ZZZ,ZZZ,ZZ9.99.

       01  W06-STALE-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(20)
               VALUE 'STALE-DATED CHECKS:'.
           05  W06-STALE-DISP      PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(8)    VALUE 'AMOUNT:'.
           05  W06-STALE-AMT-DISP  PIC ZZZ,ZZZ,ZZ9.99.

       01  W06-ISSUE-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(21)
               VALUE 'POSITIVE PAY READ:'.
           05  W06-PPY-READ-DISP   PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(16)
               VALUE 'ALREADY LOADED:'.
           05  W06-ALREADY-DISP    PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(21)
               VALUE 'REGISTER EXCEPTIONS:'.
           05  W06-REG-EXCEPT-DISP PIC ZZZ,ZZ9.

      * Every check still owed to a payee, from the outstanding
      * file brought forward plus this run's positive-pay file.
      * A paid item clears its entry; whatever is left is written
      * back as the new outstanding file. Entries past the table
      * limit are counted and reported, and the outstanding file
      * is then NOT rewritten - carrying a short list forward
      * would silently forgive every check that did not fit.
       01  W07-CHECK-FOUND-SW      PIC X(3)    VALUE 'NO'.
       01  W07-CHECK-TABLE-MAX     PIC 9(5)    VALUE 5000.
       01  W07-OVERFLOW-COUNT      PIC 9(9)    VALUE ZERO.
       01  W07-HIGH-CHECK-NO       PIC 9(8)    VALUE ZERO.
       01  W07-CHECK-TABLE.
           05  W07-CHECK-ENTRY-COUNT PIC 9(5)  VALUE ZERO.
           05  W07-CHECK-ENTRY    OCCURS 5000 TIMES
                                   INDEXED BY W07-IDX.
               10  W07-CHECK-NO    PIC 9(8).
               10  W07-CHECK-AMOUNT PIC 9(7)V99.
               10  W07-CHECK-ISSUE PIC X(8).
               10  W07-CHECK-PAYEE PIC X(18).
               10  W07-CHECK-PAID-SW PIC X(3).

       01  W07-OVERFLOW-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(32)
               VALUE 'CHECKS PAST TABLE LIMIT:        '.
           05  W07-OVERFLOW-DISP   PIC ZZZ,ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(38)
               VALUE 'OUTSTANDING FILE NOT REWRITTEN'.

      * This run's register detail lines, so each positive-pay
      * record can be proved against the printed register the
      * check would be chased from.
       01  W08-REG-FOUND-SW        PIC X(3)    VALUE 'NO'.
       01  W08-REG-TABLE-MAX       PIC 9(5)    VALUE 2000.
       01  W08-REG-OVERFLOW-COUNT  PIC 9(9)    VALUE ZERO.
       01  W08-REG-NET-WORK        PIC 9(6)V99 VALUE ZERO.
       01  W08-REG-TABLE.
           05  W08-REG-ENTRY-COUNT PIC 9(5)    VALUE ZERO.
           05  W08-REG-ENTRY      OCCURS 2000 TIMES
                                   INDEXED BY W08-IDX.
               10  W08-REG-CHECK-NO PIC 9(8).
               10  W08-REG-NAME    PIC X(18).
               10  W08-REG-NET     PIC 9(6)V99.
               10  W08-REG-MATCHED-SW PIC X(3).

       01  W08-SECTION-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W08-SECTION-TEXT    PIC X(40).

       01  W10-FILE-STATUSES.
           05  W10-PPY-STATUS      PIC XX.
           05  W10-REG-STATUS      PIC XX.
           05  W10-PDI-STATUS      PIC XX.
           05  W10-OCK-STATUS      PIC XX.
           05  W10-PRM-STATUS      PIC XX.

       01  W13-RUN-STAMP.
           05  W13-RUN-DATE        PIC X(8).
           05  W13-RUN-TIME        PIC X(8).

      * Aging work. A YYYYMMDD date is turned into a running day
      * number - days in the whole years before it, plus the
      * leap days those years carry, plus the days before its
      * month, plus its day - so an age is one subtraction.
      * January and February count the leap day of the year
      * before, since this year's February 29 is still ahead.
       01  W14-AGING-WORK.
           05  W14-AS-OF-DATE      PIC X(8).
           05  W14-STALE-DAYS      PIC 9(3)    VALUE 90.
           05  W14-AS-OF-DAY-NO    PIC 9(7)    VALUE ZERO.
           05  W14-DAY-NO          PIC 9(7)    VALUE ZERO.
           05  W14-AGE-DAYS        PIC S9(7)   VALUE ZERO.
           05  W14-DATE-IN         PIC X(8).
           05  W14-DATE-IN-N       REDEFINES W14-DATE-IN.
               10  W14-DATE-YYYY   PIC 9(4).
               10  W14-DATE-MM     PIC 99.
               10  W14-DATE-DD     PIC 99.
           05  W14-LEAP-YEARS      PIC 9(4)    VALUE ZERO.
           05  W14-DIV-4           PIC 9(4)    VALUE ZERO.
           05  W14-DIV-100         PIC 9(4)    VALUE ZERO.
           05  W14-DIV-400         PIC 9(4)    VALUE ZERO.

       01  W14-MONTH-DAYS-VALUES.
           05                      PIC 9(3)    VALUE 000.
           05                      PIC 9(3)    VALUE 031.
           05                      PIC 9(3)    VALUE 059.
           05                      PIC 9(3)    VALUE 090.
           05                      PIC 9(3)    VALUE 120.
           05                      PIC 9(3)    VALUE 151.
           05                      PIC 9(3)    VALUE 181.
           05                      PIC 9(3)    VALUE 212.
           05                      PIC 9(3)    VALUE 243.
           05                      PIC 9(3)    VALUE 273.
           05                      PIC 9(3)    VALUE 304.
           05                      PIC 9(3)    VALUE 334.
       01  W14-MONTH-DAYS-TABLE    REDEFINES W14-MONTH-DAYS-VALUES.
           05  W14-DAYS-BEFORE     OCCURS 12 TIMES PIC 9(3).

       PROCEDURE DIVISION.

       PERFORM 100-OPEN-FILES
       PERFORM 200-WRITE-HEADING-LINES
       PERFORM 300-LOAD-ONE-OUTSTANDING
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       PERFORM 305-PROVE-BROUGHT-FORWARD
       PERFORM 310-START-REGISTER
       PERFORM 315-LOAD-ONE-REGISTER-LINE
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       PERFORM 320-START-POSITIVE-PAY
       PERFORM 325-PROCESS-ONE-ISSUE
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       PERFORM 335-REPORT-REGISTER-ONLY
       PERFORM 340-START-PAID-ITEMS
       PERFORM 345-PROCESS-ONE-PAID-ITEM
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       PERFORM 360-REPORT-OUTSTANDING
       PERFORM 400-WRITE-FOOTER
       PERFORM 430-SET-RUN-VERDICT
       PERFORM 500-CLOSE-FILES
       .

      * Start of OPEN-FILES paragraph. The control card is read
      * first so the heading can say what the checks were aged
      * to. The outstanding file is optional only in the sense
      * that status '35' means this is the first reconciliation
      * ever run - every check then starts from this run's
      * positive-pay file. Any other failure stops the run, since
      * reconciling without the carried list would report every
      * old check the bank pays as never issued.
       100-OPEN-FILES.
           ACCEPT W13-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT W13-RUN-TIME FROM TIME
           PERFORM 110-READ-PARAMETERS
           OPEN OUTPUT F06-PRINT-FILE
           OPEN INPUT F04-OUTSTANDING-FILE
           IF W10-OCK-STATUS = '35'
               MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               DISPLAY 'OUTSTANDING FILE ASST1.OCK NOT FOUND - '
                   'STARTING FROM THIS RUN''S CHECKS'
           ELSE
               IF W10-OCK-STATUS NOT = '00'
                   DISPLAY 'OUTSTANDING FILE ASST1.OCK UNREADABLE - '
                       'STATUS ' W10-OCK-STATUS ', RUN ABORTED'
                   CLOSE F06-PRINT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
      * Prime read of the outstanding file
               READ F04-OUTSTANDING-FILE
                   AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               END-READ
           END-IF
           .
      * End of OPEN-FILES paragraph.

      * Reads and edits the control card. The stale-date age is
      * mandatory; a blank as-of date takes the run date, any
      * other non-date stops the run rather than aging every check
      * against garbage.
       110-READ-PARAMETERS.
           OPEN INPUT F05-PARM-FILE
           IF W10-PRM-STATUS NOT = '00'
               DISPLAY 'PARAMETER CARD CHKRECON.PRM MISSING OR '
                   'UNREADABLE - STATUS ' W10-PRM-STATUS
                   ', RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ F05-PARM-FILE
               AT END
                   DISPLAY 'PARAMETER CARD CHKRECON.PRM IS EMPTY - '
                       'RUN ABORTED'
                   CLOSE F05-PARM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF F05-PRM-AS-OF-DATE = SPACES
               MOVE W13-RUN-DATE TO W14-AS-OF-DATE
           ELSE
               IF F05-PRM-AS-OF-DATE NOT NUMERIC
                   OR F05-PRM-AS-OF-DATE = '00000000'
                   DISPLAY 'PARAMETER CARD AS-OF DATE '''
                       F05-PRM-AS-OF-DATE ''' IS NOT A DATE - '
                       'RUN ABORTED'
                   CLOSE F05-PARM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE F05-PRM-AS-OF-DATE TO W14-AS-OF-DATE
           END-IF
           IF F05-PRM-STALE-DAYS NOT NUMERIC
               OR F05-PRM-STALE-DAYS = '000'
               DISPLAY 'PARAMETER CARD STALE AGE '''
                   F05-PRM-STALE-DAYS ''' IS NOT A VALID COUNT - '
                   'RUN ABORTED'
               CLOSE F05-PARM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE F05-PRM-STALE-DAYS TO W14-STALE-DAYS
           MOVE W14-AS-OF-DATE TO W14-DATE-IN
           PERFORM 380-COMPUTE-DAY-NUMBER
           MOVE W14-DAY-NO TO W14-AS-OF-DAY-NO
           CLOSE F05-PARM-FILE
           .
      * End of READ-PARAMETERS paragraph.

      * This paragraph writes the headings for the report.
       200-WRITE-HEADING-LINES.
           MOVE W02-TITLE-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           MOVE W13-RUN-DATE TO W02-STAMP-DATE
           MOVE W13-RUN-TIME(1:6) TO W02-STAMP-TIME
           MOVE W14-AS-OF-DATE TO W02-STAMP-AS-OF
           MOVE W14-STALE-DAYS TO W02-STAMP-STALE
           MOVE W02-RUN-STAMP-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           .
      * End of WRITE-HEADING-LINES paragraph.

      * Loads one brought-forward check into the table, or takes
      * the trailer's high-water check number and totals when the
      * trailer arrives.
       300-LOAD-ONE-OUTSTANDING.
           IF F04-TRAILER-ID = 'TRAILER'
               MOVE F04-TRAILER-HIGH-NO TO W07-HIGH-CHECK-NO
               MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
               IF F04-TRAILER-COUNT NOT = W06-FWD-COUNT
                   OR F04-TRAILER-TOTAL NOT = W06-FWD-AMOUNT
                   DISPLAY 'OUTSTANDING FILE ASST1.OCK DOES NOT '
                       'AGREE WITH ITS TRAILER, RUN ABORTED'
                   CLOSE F04-OUTSTANDING-FILE F06-PRINT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               ADD 1 TO W06-FWD-COUNT
               ADD F04-OS-AMOUNT TO W06-FWD-AMOUNT
               MOVE F04-OS-CHECK-NO TO F01-PP-CHECK-NO
               MOVE F04-OS-AMOUNT TO F01-PP-AMOUNT
               MOVE F04-OS-ISSUE-DATE TO F01-PP-ISSUE-DATE
               MOVE F04-OS-PAYEE TO F01-PP-PAYEE
               PERFORM 330-ADD-CHECK-TO-TABLE
               READ F04-OUTSTANDING-FILE
                   AT END
                       DISPLAY 'OUTSTANDING FILE ASST1.OCK HAS NO '
                           'TRAILER, RUN ABORTED'
                       CLOSE F04-OUTSTANDING-FILE F06-PRINT-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ
           END-IF
           .
      * End of LOAD-ONE-OUTSTANDING paragraph.

      * Closes the brought-forward file once its trailer has been
      * proved. A file that was never there has nothing to close.
       305-PROVE-BROUGHT-FORWARD.
           IF W10-OCK-STATUS NOT = '35'
               CLOSE F04-OUTSTANDING-FILE
           END-IF
           .
      * End of PROVE-BROUGHT-FORWARD paragraph.

      * Opens this run's check register and primes the read.
       310-START-REGISTER.
           OPEN INPUT F02-CHKREG-FILE
           IF W10-REG-STATUS NOT = '00'
               DISPLAY 'CHECK REGISTER ASST1REG.OUT MISSING OR '
                   'UNREADABLE - STATUS ' W10-REG-STATUS
                   ', RUN ABORTED'
               CLOSE F06-PRINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO W01-DATA-REMAINS-SWITCH
           READ F02-CHKREG-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of START-REGISTER paragraph.

      * Loads one register line into the register table if it is
      * a check line, and reads the next.
       315-LOAD-ONE-REGISTER-LINE.
           IF F02-REG-CHECK-NO IS NUMERIC
               IF W08-REG-ENTRY-COUNT < W08-REG-TABLE-MAX
                   ADD 1 TO W08-REG-ENTRY-COUNT
                   SET W08-IDX TO W08-REG-ENTRY-COUNT
                   MOVE F02-REG-CHECK-NO-N TO W08-REG-CHECK-NO(W08-IDX)
                   MOVE F02-REG-NAME TO W08-REG-NAME(W08-IDX)
                   MOVE F02-REG-NET TO W08-REG-NET-WORK
                   MOVE W08-REG-NET-WORK TO W08-REG-NET(W08-IDX)
                   MOVE 'NO' TO W08-REG-MATCHED-SW(W08-IDX)
               ELSE
                   ADD 1 TO W08-REG-OVERFLOW-COUNT
               END-IF
           END-IF
           READ F02-CHKREG-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of LOAD-ONE-REGISTER-LINE paragraph.

      * Opens this run's positive-pay file and primes the loop.
       320-START-POSITIVE-PAY.
           CLOSE F02-CHKREG-FILE
           OPEN INPUT F01-POSPAY-FILE
           IF W10-PPY-STATUS NOT = '00'
               DISPLAY 'POSITIVE PAY FILE ASST1.PPY MISSING OR '
                   'UNREADABLE - STATUS ' W10-PPY-STATUS
                   ', RUN ABORTED'
               CLOSE F06-PRINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO W01-DATA-REMAINS-SWITCH
           MOVE 'POSITIVE PAY AGAINST REGISTER' TO W08-SECTION-TEXT
           MOVE W08-SECTION-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           MOVE W03-HEADINGS-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           READ F01-POSPAY-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of START-POSITIVE-PAY paragraph.

      * Proves one positive-pay record against the register, then
      * adds it to the outstanding checks. The bank honors what
      * is on positive pay, so a record the register does not
      * show, or shows at another amount, is reported - the two
      * were written by the same paragraph and should never
      * disagree. A check at or under the high-water number
      * already loaded is a positive-pay file this program has
      * seen before; it is reported and not added, because the
      * bank may already have paid it and cleared it off the list.
       325-PROCESS-ONE-ISSUE.
           ADD 1 TO W06-PPY-READ
           MOVE 'NO' TO W08-REG-FOUND-SW
           PERFORM 328-MATCH-ONE-REGISTER-LINE
               VARYING W08-IDX FROM 1 BY 1
               UNTIL W08-IDX > W08-REG-ENTRY-COUNT
           IF W08-REG-FOUND-SW = 'NO'
               ADD 1 TO W06-REG-EXCEPT-COUNT
               MOVE 'NOT ON REGISTER' TO W04-STATUS
               PERFORM 326-WRITE-ISSUE-LINE
           END-IF
           IF F01-PP-CHECK-NO NOT > W07-HIGH-CHECK-NO
               ADD 1 TO W06-ALREADY-COUNT
               MOVE 'ALREADY LOADED - SKIPPED' TO W04-STATUS
               PERFORM 326-WRITE-ISSUE-LINE
           ELSE
               ADD 1 TO W06-ISSUED-COUNT
               ADD F01-PP-AMOUNT TO W06-ISSUED-AMOUNT
               PERFORM 330-ADD-CHECK-TO-TABLE
           END-IF
           READ F01-POSPAY-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of PROCESS-ONE-ISSUE paragraph.

      * Writes one positive-pay record as an exception line under
      * whatever status the caller has set.
       326-WRITE-ISSUE-LINE.
           MOVE F01-PP-CHECK-NO TO W04-CHECK-NO
           MOVE F01-PP-PAYEE TO W04-PAYEE
           MOVE F01-PP-ISSUE-DATE TO W04-ISSUE-DATE
           MOVE F01-PP-AMOUNT TO W04-ISSUE-AMOUNT-N
           MOVE SPACES TO W04-PAID-DATE
           MOVE SPACES TO W04-PAID-AMOUNT
           MOVE SPACES TO W04-AGE
           MOVE W04-DETAIL-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           .
      * End of WRITE-ISSUE-LINE paragraph.

      * Checks one register-table entry against the current
      * positive-pay record. A number match at the wrong amount
      * still takes the entry, so the line is reported once as a
      * disagreement rather than twice as two strays.
       328-MATCH-ONE-REGISTER-LINE.
           IF W08-REG-FOUND-SW = 'NO'
               AND W08-REG-MATCHED-SW(W08-IDX) = 'NO'
               AND W08-REG-CHECK-NO(W08-IDX) = F01-PP-CHECK-NO
               MOVE 'YES' TO W08-REG-MATCHED-SW(W08-IDX)
               MOVE 'YES' TO W08-REG-FOUND-SW
               IF W08-REG-NET(W08-IDX) NOT = F01-PP-AMOUNT
                   ADD 1 TO W06-REG-EXCEPT-COUNT
                   MOVE 'REGISTER AMOUNT DIFFERS' TO W04-STATUS
                   PERFORM 326-WRITE-ISSUE-LINE
               END-IF
           END-IF
           .
      * End of MATCH-ONE-REGISTER-LINE paragraph.

      * Adds the check staged in the positive-pay record area to
      * the outstanding table, unpaid, and moves the high-water
      * check number up past it.
       330-ADD-CHECK-TO-TABLE.
           IF W07-CHECK-ENTRY-COUNT < W07-CHECK-TABLE-MAX
               ADD 1 TO W07-CHECK-ENTRY-COUNT
               SET W07-IDX TO W07-CHECK-ENTRY-COUNT
               MOVE F01-PP-CHECK-NO TO W07-CHECK-NO(W07-IDX)
               MOVE F01-PP-AMOUNT TO W07-CHECK-AMOUNT(W07-IDX)
               MOVE F01-PP-ISSUE-DATE TO W07-CHECK-ISSUE(W07-IDX)
               MOVE F01-PP-PAYEE TO W07-CHECK-PAYEE(W07-IDX)
               MOVE 'NO' TO W07-CHECK-PAID-SW(W07-IDX)
           ELSE
               ADD 1 TO W07-OVERFLOW-COUNT
           END-IF
           IF F01-PP-CHECK-NO > W07-HIGH-CHECK-NO
               MOVE F01-PP-CHECK-NO TO W07-HIGH-CHECK-NO
           END-IF
           .
      * End of ADD-CHECK-TO-TABLE paragraph.

      * Reports every register line no positive-pay record
      * matched - a check the register says was cut but the bank
      * was never told about, which the bank will bounce.
       335-REPORT-REGISTER-ONLY.
           CLOSE F01-POSPAY-FILE
           PERFORM 336-REPORT-ONE-REGISTER-ONLY
               VARYING W08-IDX FROM 1 BY 1
               UNTIL W08-IDX > W08-REG-ENTRY-COUNT
           .
      * End of REPORT-REGISTER-ONLY paragraph.

      * Reports one register-table entry if nothing matched it.
       336-REPORT-ONE-REGISTER-ONLY.
           IF W08-REG-MATCHED-SW(W08-IDX) = 'NO'
               ADD 1 TO W06-REG-EXCEPT-COUNT
               MOVE W08-REG-CHECK-NO(W08-IDX) TO W04-CHECK-NO
               MOVE W08-REG-NAME(W08-IDX) TO W04-PAYEE
               MOVE SPACES TO W04-ISSUE-DATE
               MOVE W08-REG-NET(W08-IDX) TO W04-ISSUE-AMOUNT-N
               MOVE SPACES TO W04-PAID-DATE
               MOVE SPACES TO W04-PAID-AMOUNT
               MOVE SPACES TO W04-AGE
               MOVE 'ON REGISTER - NO POS PAY' TO W04-STATUS
               MOVE W04-DETAIL-LINE TO F06-PRINT-LINE-RECORD
               WRITE F06-PRINT-LINE-RECORD
           END-IF
           .
      * End of REPORT-ONE-REGISTER-ONLY paragraph.

      * Opens the bank's paid-items file and primes the loop. The
      * file is mandatory, the same as the bank response file is
      * to ACHRECON - a missing paid file would read like a day on
      * which nobody cashed anything.
       340-START-PAID-ITEMS.
           OPEN INPUT F03-PAID-FILE
           IF W10-PDI-STATUS NOT = '00'
               DISPLAY 'BANK PAID-ITEMS FILE ASST1.PDI MISSING OR '
                   'UNREADABLE - STATUS ' W10-PDI-STATUS
                   ', RUN ABORTED'
               CLOSE F06-PRINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO W01-DATA-REMAINS-SWITCH
           MOVE 'PAID ITEMS' TO W08-SECTION-TEXT
           MOVE W08-SECTION-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           MOVE W03-HEADINGS-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           READ F03-PAID-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of START-PAID-ITEMS paragraph.

      * Matches one paid item to the outstanding checks by check
      * number and reports it. The match is on number first so an
      * item paid at the wrong amount is reported against the
      * check it was drawn on, not as a stranger; it still clears
      * the check, because the bank has paid it and it will not
      * be presented again - the difference is a claim on the
      * bank, not a check outstanding. A number nobody issued, or
      * one already cleared, is reported and clears nothing.
       345-PROCESS-ONE-PAID-ITEM.
           ADD 1 TO W06-PAID-READ
           MOVE 'NO' TO W07-CHECK-FOUND-SW
           MOVE F03-PD-CHECK-NO TO W04-CHECK-NO
           MOVE SPACES TO W04-PAYEE
           MOVE SPACES TO W04-ISSUE-DATE
           MOVE SPACES TO W04-ISSUE-AMOUNT
           MOVE F03-PD-PAID-DATE TO W04-PAID-DATE
           MOVE F03-PD-AMOUNT TO W04-PAID-AMOUNT-N
           MOVE SPACES TO W04-AGE
           PERFORM 350-MATCH-ONE-CHECK
               VARYING W07-IDX FROM 1 BY 1
               UNTIL W07-IDX > W07-CHECK-ENTRY-COUNT
           IF W07-CHECK-FOUND-SW = 'NO'
               ADD 1 TO W06-NOT-ISSUED-COUNT
               MOVE 'PAID - NEVER ISSUED' TO W04-STATUS
           END-IF
           MOVE W04-DETAIL-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           READ F03-PAID-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of PROCESS-ONE-PAID-ITEM paragraph.

      * Checks one outstanding-table entry against the current
      * paid item while 345-PROCESS-ONE-PAID-ITEM searches for it.
       350-MATCH-ONE-CHECK.
           IF W07-CHECK-FOUND-SW = 'NO'
               AND W07-CHECK-NO(W07-IDX) = F03-PD-CHECK-NO
               MOVE 'YES' TO W07-CHECK-FOUND-SW
               MOVE W07-CHECK-PAYEE(W07-IDX) TO W04-PAYEE
               MOVE W07-CHECK-ISSUE(W07-IDX) TO W04-ISSUE-DATE
               MOVE W07-CHECK-AMOUNT(W07-IDX) TO W04-ISSUE-AMOUNT-N
               IF W07-CHECK-PAID-SW(W07-IDX) = 'YES'
                   ADD 1 TO W06-DUPLICATE-COUNT
                   MOVE 'PAID TWICE - CALL BANK' TO W04-STATUS
               ELSE
                   MOVE 'YES' TO W07-CHECK-PAID-SW(W07-IDX)
                   ADD 1 TO W06-CLEARED-COUNT
                   ADD W07-CHECK-AMOUNT(W07-IDX)
                       TO W06-CLEARED-AMOUNT
                   IF W07-CHECK-AMOUNT(W07-IDX) = F03-PD-AMOUNT
                       ADD 1 TO W06-PAID-COUNT
                       MOVE 'PAID' TO W04-STATUS
                   ELSE
                       ADD 1 TO W06-MISMATCH-COUNT
                       MOVE 'PAID - AMOUNT MISMATCH' TO W04-STATUS
                   END-IF
               END-IF
           END-IF
           .
      * End of MATCH-ONE-CHECK paragraph.

      * Lists every check still unpaid with its age on the as-of
      * date, flagging those past the stale-date age, and writes
      * them back as the new outstanding file with its trailer.
      * This listing is the outstanding list audit asks for each
      * quarter; the stale-dated lines are the cash office's call
      * list before the checks are voided and reissued.
       360-REPORT-OUTSTANDING.
           CLOSE F03-PAID-FILE
           MOVE 'OUTSTANDING CHECKS' TO W08-SECTION-TEXT
           MOVE W08-SECTION-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           MOVE W03-HEADINGS-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           IF W07-OVERFLOW-COUNT = ZERO
               OPEN OUTPUT F04-OUTSTANDING-FILE
           END-IF
           PERFORM 365-REPORT-ONE-OUTSTANDING
               VARYING W07-IDX FROM 1 BY 1
               UNTIL W07-IDX > W07-CHECK-ENTRY-COUNT
           IF W07-OVERFLOW-COUNT = ZERO
               MOVE SPACES TO F04-TRAILER-RECORD
               MOVE 'TRAILER' TO F04-TRAILER-ID
               MOVE W06-CARRIED-COUNT TO F04-TRAILER-COUNT
               MOVE W06-CARRIED-AMOUNT TO F04-TRAILER-TOTAL
               MOVE W07-HIGH-CHECK-NO TO F04-TRAILER-HIGH-NO
               WRITE F04-TRAILER-RECORD
               CLOSE F04-OUTSTANDING-FILE
           END-IF
           .
      * End of REPORT-OUTSTANDING paragraph.

      * Ages, reports, and carries forward one table entry if it
      * is still unpaid.
       365-REPORT-ONE-OUTSTANDING.
           IF W07-CHECK-PAID-SW(W07-IDX) = 'NO'
               ADD 1 TO W06-CARRIED-COUNT
               ADD W07-CHECK-AMOUNT(W07-IDX) TO W06-CARRIED-AMOUNT
               MOVE W07-CHECK-ISSUE(W07-IDX) TO W14-DATE-IN
               PERFORM 380-COMPUTE-DAY-NUMBER
               COMPUTE W14-AGE-DAYS = W14-AS-OF-DAY-NO - W14-DAY-NO
               IF W14-AGE-DAYS < ZERO
                   MOVE ZERO TO W14-AGE-DAYS
               END-IF
               MOVE W07-CHECK-NO(W07-IDX) TO W04-CHECK-NO
               MOVE W07-CHECK-PAYEE(W07-IDX) TO W04-PAYEE
               MOVE W07-CHECK-ISSUE(W07-IDX) TO W04-ISSUE-DATE
               MOVE W07-CHECK-AMOUNT(W07-IDX) TO W04-ISSUE-AMOUNT-N
               MOVE SPACES TO W04-PAID-DATE
               MOVE SPACES TO W04-PAID-AMOUNT
               MOVE W14-AGE-DAYS TO W04-AGE-N
               IF W14-AGE-DAYS > W14-STALE-DAYS
                   ADD 1 TO W06-STALE-COUNT
                   ADD W07-CHECK-AMOUNT(W07-IDX) TO W06-STALE-AMOUNT
                   MOVE 'STALE-DATED' TO W04-STATUS
               ELSE
                   MOVE 'OUTSTANDING' TO W04-STATUS
               END-IF
               MOVE W04-DETAIL-LINE TO F06-PRINT-LINE-RECORD
               WRITE F06-PRINT-LINE-RECORD
               IF W07-OVERFLOW-COUNT = ZERO
                   MOVE W07-CHECK-NO(W07-IDX) TO F04-OS-CHECK-NO
                   MOVE W07-CHECK-AMOUNT(W07-IDX) TO F04-OS-AMOUNT
                   MOVE W07-CHECK-ISSUE(W07-IDX)
                       TO F04-OS-ISSUE-DATE
                   MOVE W07-CHECK-PAYEE(W07-IDX) TO F04-OS-PAYEE
                   WRITE F04-OUTSTANDING-RECORD
               END-IF
           END-IF
           .
      * End of REPORT-ONE-OUTSTANDING paragraph.

      * Turns the YYYYMMDD date in W14-DATE-IN into its running
      * day number in W14-DAY-NO. A date that is not numeric, or
      * whose month is out of range, gets day number zero - it
      * ages as very old and lands on the stale list, which is
      * where a check with a garbage issue date belongs.
       380-COMPUTE-DAY-NUMBER.
           MOVE ZERO TO W14-DAY-NO
           IF W14-DATE-IN IS NUMERIC
               AND W14-DATE-MM > ZERO AND W14-DATE-MM < 13
               MOVE W14-DATE-YYYY TO W14-LEAP-YEARS
               IF W14-DATE-MM < 3
                   SUBTRACT 1 FROM W14-LEAP-YEARS
               END-IF
               DIVIDE W14-LEAP-YEARS BY 4 GIVING W14-DIV-4
               DIVIDE W14-LEAP-YEARS BY 100 GIVING W14-DIV-100
               DIVIDE W14-LEAP-YEARS BY 400 GIVING W14-DIV-400
               COMPUTE W14-DAY-NO = W14-DATE-YYYY * 365
                   + W14-DIV-4 - W14-DIV-100 + W14-DIV-400
                   + W14-DAYS-BEFORE(W14-DATE-MM) + W14-DATE-DD
           END-IF
           .
      * End of COMPUTE-DAY-NUMBER paragraph.

      * Paragraph that writes the control totals and
      * 'End of Report'. Paid items read must equal paid plus
      * mismatched plus duplicates plus never issued; the
      * outstanding roll must balance in count and amount.
       400-WRITE-FOOTER.
           IF W06-PAID-READ = W06-PAID-COUNT + W06-MISMATCH-COUNT
                   + W06-DUPLICATE-COUNT + W06-NOT-ISSUED-COUNT
               MOVE 'BALANCED' TO W06-PAID-MSG
           ELSE
               MOVE 'OUT-OF-BALANCE' TO W06-PAID-MSG
           END-IF
           IF W06-FWD-COUNT + W06-ISSUED-COUNT
                   = W06-CLEARED-COUNT + W06-CARRIED-COUNT
                   + W07-OVERFLOW-COUNT
               AND W06-FWD-AMOUNT + W06-ISSUED-AMOUNT
                   = W06-CLEARED-AMOUNT + W06-CARRIED-AMOUNT
               AND W07-OVERFLOW-COUNT = ZERO
               MOVE 'BALANCED' TO W06-ROLL-MSG
           ELSE
               MOVE 'OUT-OF-BALANCE' TO W06-ROLL-MSG
           END-IF
           MOVE W06-PAID-READ TO W06-PAID-READ-DISP
           MOVE W06-PAID-COUNT TO W06-PAID-DISP
           MOVE W06-MISMATCH-COUNT TO W06-MISMATCH-DISP
           MOVE W06-DUPLICATE-COUNT TO W06-DUPLICATE-DISP
           MOVE W06-NOT-ISSUED-COUNT TO W06-NOT-ISSUED-DISP
           MOVE W06-PAID-MSG TO W06-PAID-MSG-DISP
           MOVE W06-PAID-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           MOVE W06-FWD-COUNT TO W06-FWD-DISP
           MOVE W06-ISSUED-COUNT TO W06-ISSUED-DISP
           MOVE W06-CLEARED-COUNT TO W06-CLEARED-DISP
           MOVE W06-CARRIED-COUNT TO W06-CARRIED-DISP
           MOVE W06-ROLL-MSG TO W06-ROLL-MSG-DISP
           MOVE W06-ROLL-COUNT-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           MOVE W06-FWD-AMOUNT TO W06-FWD-AMT-DISP
           MOVE W06-ISSUED-AMOUNT TO W06-ISSUED-AMT-DISP
           MOVE W06-CLEARED-AMOUNT TO W06-CLEARED-AMT-DISP
           MOVE W06-CARRIED-AMOUNT TO W06-CARRIED-AMT-DISP
           MOVE W06-ROLL-AMOUNT-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           MOVE W06-STALE-COUNT TO W06-STALE-DISP
           MOVE W06-STALE-AMOUNT TO W06-STALE-AMT-DISP
           MOVE W06-STALE-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           MOVE W06-PPY-READ TO W06-PPY-READ-DISP
           MOVE W06-ALREADY-COUNT TO W06-ALREADY-DISP
           MOVE W06-REG-EXCEPT-COUNT TO W06-REG-EXCEPT-DISP
           MOVE W06-ISSUE-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           IF W07-OVERFLOW-COUNT > ZERO
               MOVE W07-OVERFLOW-COUNT TO W07-OVERFLOW-DISP
               MOVE W07-OVERFLOW-LINE TO F06-PRINT-LINE-RECORD
               WRITE F06-PRINT-LINE-RECORD
           END-IF
           MOVE W05-FOOTER-LINE TO F06-PRINT-LINE-RECORD
           WRITE F06-PRINT-LINE-RECORD
           .
      * End of WRITE-FOOTER paragraph.

      * Sets the return code the scheduler acts on: 0 when both
      * proofs balance and nothing was paid that should not have
      * been, 4 when the run completed but something needs the
      * cash office - a mismatch, a duplicate, a stranger, or a
      * register disagreement.
       430-SET-RUN-VERDICT.
           IF W06-PAID-MSG = 'BALANCED'
               AND W06-ROLL-MSG = 'BALANCED'
               AND W06-MISMATCH-COUNT = ZERO
               AND W06-DUPLICATE-COUNT = ZERO
               AND W06-NOT-ISSUED-COUNT = ZERO
               AND W06-REG-EXCEPT-COUNT = ZERO
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           .
      * End of SET-RUN-VERDICT paragraph.

      * Closing files
       500-CLOSE-FILES.
           CLOSE F06-PRINT-FILE
           STOP RUN
           .
      * End of CLOSE-FILES paragraph.
