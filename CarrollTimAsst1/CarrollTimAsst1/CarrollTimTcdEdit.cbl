       IDENTIFICATION DIVISION.
       PROGRAM-ID.       TCDEDIT.
       AUTHOR.           TIM CARROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-TIMECARD-FILE ASSIGN TO 'TIMECARD.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-TCD-STATUS.
           SELECT F02-EXTRACT-FILE ASSIGN TO 'ASST1.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F03-PRINT-FILE   ASSIGN TO 'TCDEDIT.OUT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F04-EMPMAST-FILE ASSIGN TO 'EMPMAST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F04-MST-SSN
                                   FILE STATUS IS W12-MST-STATUS.
           SELECT F05-PARM-FILE    ASSIGN TO 'ASST1.PRM'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W13-PRM-STATUS.
           SELECT F06-TCD-PARM-FILE ASSIGN TO 'TCDEDIT.PRM'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W14-TPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Time cards for the pay period, one per employee per pay
      * date: regular and overtime hours, with two implied decimals
      * (04000 is 40.00 hours), and how the employee is to be paid
      * - 'C' cash, 'D' direct deposit, 'K' check, the same codes
      * the payroll run edits. The hours arrive as characters so a
      * mis-keyed card can be rejected with a reason instead of
      * abending the edit.
       FD  F01-TIMECARD-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS F01-TIMECARD-RECORD.
       01  F01-TIMECARD-RECORD.
           05  F01-TCD-SSN         PIC X(9).
           05  F01-TCD-SSN-N REDEFINES F01-TCD-SSN
                                   PIC 9(9).
           05  F01-TCD-PAY-DATE    PIC X(8).
           05  F01-TCD-REG-HOURS   PIC X(5).
           05  F01-TCD-REG-HOURS-N REDEFINES F01-TCD-REG-HOURS
                                   PIC 9(3)V99.
           05  F01-TCD-OT-HOURS    PIC X(5).
           05  F01-TCD-OT-HOURS-N REDEFINES F01-TCD-OT-HOURS
                                   PIC 9(3)V99.
           05  F01-TCD-PAY-METHOD  PIC X.

      * The payroll extract, built here from the cards that pass
      * the edit, with the trailer the payroll run and the extract
      * gate balance against. Layout must stay in step with
      * F01-EMPLOYEE-IN and F01-TRAILER-RECORD in the payroll
      * program.
       FD  F02-EXTRACT-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORDS ARE F02-EMPLOYEE-OUT, F02-TRAILER-RECORD.
       01  F02-EMPLOYEE-OUT.
           05  F02-EMP-NAME        PIC X(18).
           05  F02-SSN             PIC 9(9).
           05  F02-GROSS-DOLLARS   PIC 9(4).
           05  F02-GROSS-CENTS     PIC 9(2).
           05  F02-DEPT-CODE       PIC X(4).
           05  F02-PAY-METHOD      PIC X.

       01  F02-TRAILER-RECORD.
           05  F02-TRAILER-ID      PIC X(9).
           05  F02-TRAILER-COUNT   PIC 9(9).
           05  F02-TRAILER-TOTAL   PIC 9(9)V99.
           05                      PIC X(9).

      * The edit listing - every rejected card with its reason,
      * then the control totals that prove every card read went
      * either into the extract or onto this listing.
       FD  F03-PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F03-PRINT-LINE-RECORD.
       01  F03-PRINT-LINE-RECORD   PIC X(132).

      * The employee master kept current by EMPMAINT. Layout must
      * stay in step with F04-EMPMAST-RECORD in the payroll
      * program.
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

      * The payroll run's control card - the edit takes only the
      * pay date, but reads it in the run's own layout so the
      * cards and the run can never be working to different dates.
      * Layout must stay in step with F11-PARM-RECORD in the
      * payroll program.
       FD  F05-PARM-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS F05-PARM-RECORD.
       01  F05-PARM-RECORD.
           05  F05-PRM-PAY-DATE    PIC X(8).
           05                      PIC X(24).

      * The edit's own control card: the overtime multiplier with
      * two implied decimals (150 is time and a half), and the
      * most hours, regular and overtime together, one card can
      * carry for one pay period with two implied decimals (08000
      * is 80.00). A card over that ceiling is a keying error, not
      * a paycheck.
       FD  F06-TCD-PARM-FILE
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS F06-TCD-PARM-RECORD.
       01  F06-TCD-PARM-RECORD.
           05  F06-TPR-OT-MULT     PIC X(3).
           05  F06-TPR-OT-MULT-N REDEFINES F06-TPR-OT-MULT
                                   PIC 9V99.
           05  F06-TPR-MAX-HOURS   PIC X(5).
           05  F06-TPR-MAX-HOURS-N REDEFINES F06-TPR-MAX-HOURS
                                   PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01  W01-DATA-REMAINS-SWITCH PIC X(2)    VALUE SPACES.

       01  W02-TITLE-LINE.
           05                      PIC X(30)   VALUE SPACES.
           05                      PIC X(32)
               VALUE 'TIME CARD EDIT AND REJECT LIST'.
           05                      PIC X(30)   VALUE SPACES.

       01  W02-RUN-STAMP-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'PAY DATE '.
           05  W02-STAMP-PAY-DATE  PIC X(8).
           05                      PIC X(11)   VALUE '  RUN DATE '.
           05  W02-STAMP-DATE      PIC X(8).
           05                      PIC X(7)    VALUE '  TIME '.
           05  W02-STAMP-TIME      PIC X(6).
           05                      PIC X(16)
               VALUE '  OT MULTIPLIER '.
           05  W02-STAMP-OT-MULT   PIC 9.99.
           05                      PIC X(12)   VALUE '  MAX HOURS '.
           05  W02-STAMP-MAX-HOURS PIC ZZ9.99.

       01  W03-HEADINGS-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'SSN'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(8)    VALUE 'PAY DATE'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(18)   VALUE 'EMPLOYEE NAME'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(5)    VALUE 'REG'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(5)    VALUE 'OT'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(3)    VALUE 'MTH'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(20)   VALUE 'REJECT REASON'.

      * The hours are printed as keyed, not edited, so the listing
      * shows exactly what was on the card that failed.
       01  W04-REJECT-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-SSN             PIC X(9).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-PAY-DATE        PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-NAME            PIC X(18).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-REG-HOURS       PIC X(5).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-OT-HOURS        PIC X(5).
           05                      PIC X(3)    VALUE SPACES.
           05  W04-PAY-METHOD      PIC X.
           05                      PIC X(3)    VALUE SPACES.
           05  W04-REASON          PIC X(20).

       01  W05-FOOTER-LINE.
           05                      PIC X(13)   VALUE 'End of Report'.
           05                      PIC X(54)   VALUE SPACES.

      * Edit control totals: every card read must come back as
      * extracted or rejected, and the trailer written to the
      * extract carries the extracted count and gross so the
      * payroll run balances against exactly what left here.
       01  W06-CONTROL-TOTALS.
           05  W06-READ-COUNT      PIC 9(9)    VALUE ZERO.
           05  W06-EXTRACT-COUNT   PIC 9(9)    VALUE ZERO.
           05  W06-REJECTED-COUNT  PIC 9(9)    VALUE ZERO.
           05  W06-EXTRACT-TOTAL   PIC 9(9)V99 VALUE ZERO.
           05  W06-REG-HOURS-TOTAL PIC 9(9)V99 VALUE ZERO.
           05  W06-OT-HOURS-TOTAL  PIC 9(9)V99 VALUE ZERO.

       01  W06-RECON-MSG           PIC X(14)   VALUE SPACES.

       01  W06-CONTROL-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(12)   VALUE 'CARDS READ:'.
           05  W06-READ-DISP       PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(11)   VALUE 'EXTRACTED:'.
           05  W06-EXTRACT-DISP    PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(10)   VALUE 'REJECTED:'.
           05  W06-REJECTED-DISP   PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05  W06-RECON-DISPLAY   PIC X(14).

       01  W06-EXTRACT-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(17)
               VALUE 'EXTRACT GROSS:'.
           05  W06-TOTAL-DISP      PIC ZZZ,ZZZ,ZZ9.99.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(11)   VALUE 'REG HOURS:'.
           05  W06-REG-DISP        PIC ZZZ,ZZ9.99.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(10)   VALUE 'OT HOURS:'.
           05  W06-OT-DISP         PIC ZZZ,ZZ9.99.

      * Edit results and pay figures for the card currently being
      * processed. One reject reason is reported per card, worst
      * first, the same way the payroll edits do it.
       01  W07-CARD-WORK.
           05  W07-CARD-VALID-SW   PIC X(3)    VALUE 'YES'.
           05  W07-REJ-REASON      PIC X(20)   VALUE SPACES.
           05  W07-TOTAL-HOURS     PIC 9(4)V99 VALUE ZERO.
           05  W07-GROSS           PIC 9(7)V99 VALUE ZERO.
      * The gross as it goes onto the extract, split into the
      * dollars and cents fields the extract layout carries.
           05  W07-GROSS-OUT       PIC 9(4)V99 VALUE ZERO.
           05  W07-GROSS-PARTS REDEFINES W07-GROSS-OUT.
               10  W07-GROSS-DOLLARS PIC 9(4).
               10  W07-GROSS-CENTS PIC 9(2).

       01  W08-RUN-CONTROL.
           05  W08-PAY-DATE        PIC X(8)    VALUE SPACES.
           05  W08-OT-MULT         PIC 9V99    VALUE ZERO.
           05  W08-MAX-HOURS       PIC 9(3)V99 VALUE ZERO.
           05  W08-RUN-DATE        PIC X(8).
           05  W08-RUN-TIME        PIC X(8).

       01  W10-FILE-STATUSES.
           05  W10-TCD-STATUS      PIC XX.
           05  W12-MST-STATUS      PIC XX.
           05  W13-PRM-STATUS      PIC XX.
           05  W14-TPR-STATUS      PIC XX.

       PROCEDURE DIVISION.

       PERFORM 100-OPEN-FILES
       PERFORM 200-WRITE-HEADING-LINES
       PERFORM 300-PROCESS-ONE-CARD
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       PERFORM 400-WRITE-FOOTER
       PERFORM 500-CLOSE-FILES
       .

      * Loads both control cards, then opens the cards and the
      * master. The time cards and the master are mandatory - an
      * edit that ran without either would hand the payroll run an
      * empty or unchecked extract with a trailer that balances to
      * it perfectly.
       100-OPEN-FILES.
           PERFORM 110-READ-PARAMETERS
           OPEN INPUT F01-TIMECARD-FILE
           IF W10-TCD-STATUS NOT = '00'
               DISPLAY 'TIME CARDS TIMECARD.DAT MISSING OR '
                   'UNREADABLE - STATUS ' W10-TCD-STATUS
                   ', RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT F04-EMPMAST-FILE
           IF W12-MST-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER EMPMAST.DAT WOULD NOT OPEN - '
                   'STATUS ' W12-MST-STATUS ', RUN ABORTED'
               CLOSE F01-TIMECARD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F02-EXTRACT-FILE
                       F03-PRINT-FILE
           ACCEPT W08-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT W08-RUN-TIME FROM TIME
      * Prime read
           READ F01-TIMECARD-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of OPEN-FILES paragraph.

      * Loads the pay date off the payroll run's card and the
      * overtime multiplier and hours ceiling off the edit's own.
      * Both cards are mandatory, like every control card in the
      * payroll suite - paying overtime at a guessed-at rate is
      * worse than not running.
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
           MOVE F05-PRM-PAY-DATE TO W08-PAY-DATE
           CLOSE F05-PARM-FILE
           OPEN INPUT F06-TCD-PARM-FILE
           IF W14-TPR-STATUS NOT = '00'
               DISPLAY 'PARAMETER CARD TCDEDIT.PRM MISSING OR '
                   'UNREADABLE - STATUS ' W14-TPR-STATUS
                   ', RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ F06-TCD-PARM-FILE
               AT END
                   DISPLAY 'PARAMETER CARD TCDEDIT.PRM IS EMPTY - '
                       'RUN ABORTED'
                   CLOSE F06-TCD-PARM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
      * Overtime below straight time is a mis-keyed card - it
      * would pay an employee less for the extra hours.
           IF F06-TPR-OT-MULT NOT NUMERIC
               OR F06-TPR-OT-MULT < '100'
               DISPLAY 'PARAMETER CARD OT MULTIPLIER '''
                   F06-TPR-OT-MULT ''' IS NOT A VALID RATE - '
                   'RUN ABORTED'
               CLOSE F06-TCD-PARM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF F06-TPR-MAX-HOURS NOT NUMERIC
               OR F06-TPR-MAX-HOURS = '00000'
               DISPLAY 'PARAMETER CARD MAX HOURS '''
                   F06-TPR-MAX-HOURS ''' IS NOT A VALID COUNT - '
                   'RUN ABORTED'
               CLOSE F06-TCD-PARM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE F06-TPR-OT-MULT-N TO W08-OT-MULT
           MOVE F06-TPR-MAX-HOURS-N TO W08-MAX-HOURS
           CLOSE F06-TCD-PARM-FILE
           .
      * End of READ-PARAMETERS paragraph.

      * This paragraph writes the headings for the listing.
       200-WRITE-HEADING-LINES.
           MOVE W02-TITLE-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE W08-PAY-DATE TO W02-STAMP-PAY-DATE
           MOVE W08-RUN-DATE TO W02-STAMP-DATE
           MOVE W08-RUN-TIME(1:6) TO W02-STAMP-TIME
           MOVE W08-OT-MULT TO W02-STAMP-OT-MULT
           MOVE W08-MAX-HOURS TO W02-STAMP-MAX-HOURS
           MOVE W02-RUN-STAMP-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE W03-HEADINGS-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           .
      * End of WRITE-HEADING-LINES paragraph.

      * Runs every edit against the card in the F01 record area,
      * writes it to the extract when it passes or to the reject
      * listing when it does not, then reads the next card.
       300-PROCESS-ONE-CARD.
           ADD 1 TO W06-READ-COUNT
           PERFORM 310-EDIT-CARD
           IF W07-CARD-VALID-SW = 'YES'
               PERFORM 320-FIGURE-GROSS
           END-IF
           IF W07-CARD-VALID-SW = 'YES'
               PERFORM 330-WRITE-EXTRACT-RECORD
           ELSE
               PERFORM 350-WRITE-REJECT-LINE
           END-IF
           READ F01-TIMECARD-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of PROCESS-ONE-CARD paragraph.

      * Edits the card: an SSN that passes the payroll run's own
      * SSN edit, this run's pay date, numeric hours, and then the
      * master and the hours themselves.
       310-EDIT-CARD.
           MOVE 'YES' TO W07-CARD-VALID-SW
           MOVE SPACES TO W07-REJ-REASON
      * A reject that never reaches the master lookup must not
      * print the previous card's employee name off stale
      * record-area data.
           MOVE SPACES TO F04-MST-NAME
           IF F01-TCD-SSN NOT NUMERIC
               OR F01-TCD-SSN = '000000000'
               OR F01-TCD-SSN = '999999999'
               MOVE 'NO' TO W07-CARD-VALID-SW
               MOVE 'INVALID SSN' TO W07-REJ-REASON
           ELSE
               IF F01-TCD-PAY-DATE NOT = W08-PAY-DATE
                   MOVE 'NO' TO W07-CARD-VALID-SW
                   MOVE 'WRONG PAY DATE' TO W07-REJ-REASON
               ELSE
                   IF F01-TCD-REG-HOURS NOT NUMERIC
                       OR F01-TCD-OT-HOURS NOT NUMERIC
                       MOVE 'NO' TO W07-CARD-VALID-SW
                       MOVE 'HOURS NOT NUMERIC' TO W07-REJ-REASON
                   ELSE
                       PERFORM 312-CHECK-EMPLOYEE-MASTER
                       IF W07-CARD-VALID-SW = 'YES'
                           PERFORM 314-EDIT-HOURS
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      * End of EDIT-CARD paragraph.

      * Looks the card's SSN up on the employee master. Like the
      * payroll run's lookup, a hard I/O error is treated as
      * not-found rather than trusting stale data in the record
      * area. A terminated employee's card is rejected here - the
      * payroll run would refuse the record anyway, and catching
      * it on the card puts it in front of the timekeeper who can
      * fix it. A master record with no usable pay type or rate
      * cannot be paid from hours at all.
       312-CHECK-EMPLOYEE-MASTER.
           MOVE F01-TCD-SSN-N TO F04-MST-SSN
           READ F04-EMPMAST-FILE
               INVALID KEY CONTINUE
           END-READ
           IF W12-MST-STATUS NOT = '00'
               MOVE 'NO' TO W07-CARD-VALID-SW
               MOVE 'NOT ON EMP MASTER' TO W07-REJ-REASON
               MOVE SPACES TO F04-MST-NAME
           ELSE
               IF F04-MST-STATUS NOT = 'A'
                   MOVE 'NO' TO W07-CARD-VALID-SW
                   MOVE 'TERMINATED' TO W07-REJ-REASON
               ELSE
                   IF (F04-MST-PAY-TYPE NOT = 'H'
                           AND F04-MST-PAY-TYPE NOT = 'S')
                       OR F04-MST-PAY-RATE NOT NUMERIC
                       OR F04-MST-PAY-RATE = ZERO
                       MOVE 'NO' TO W07-CARD-VALID-SW
                       MOVE 'NO PAY RATE ON FILE' TO W07-REJ-REASON
                   END-IF
               END-IF
           END-IF
           .
      * End of CHECK-EMPLOYEE-MASTER paragraph.

      * Edits the hours and the payment method. A card over the
      * hours ceiling is impossible on its face; an hourly card
      * with no hours would pay nothing and is a card nobody
      * filled in. Salaried employees are paid their flat rate
      * whatever the hours, so overtime on a salaried card is
      * refused rather than silently dropped - somebody expected
      * it to be paid.
       314-EDIT-HOURS.
           COMPUTE W07-TOTAL-HOURS =
               F01-TCD-REG-HOURS-N + F01-TCD-OT-HOURS-N
           IF W07-TOTAL-HOURS > W08-MAX-HOURS
               MOVE 'NO' TO W07-CARD-VALID-SW
               MOVE 'IMPOSSIBLE HOURS' TO W07-REJ-REASON
           ELSE
               IF W07-TOTAL-HOURS = ZERO
                   AND F04-MST-PAY-TYPE = 'H'
                   MOVE 'NO' TO W07-CARD-VALID-SW
                   MOVE 'NO HOURS' TO W07-REJ-REASON
               ELSE
                   IF F01-TCD-OT-HOURS-N > ZERO
                       AND F04-MST-PAY-TYPE = 'S'
                       MOVE 'NO' TO W07-CARD-VALID-SW
                       MOVE 'OT ON SALARIED' TO W07-REJ-REASON
                   ELSE
                       IF F01-TCD-PAY-METHOD NOT = 'C'
                           AND F01-TCD-PAY-METHOD NOT = 'D'
                           AND F01-TCD-PAY-METHOD NOT = 'K'
                           MOVE 'NO' TO W07-CARD-VALID-SW
                           MOVE 'INVALID PAY METHOD' TO W07-REJ-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      * End of EDIT-HOURS paragraph.

      * Figures the gross for a card that passed every edit:
      * hourly employees get regular hours at the rate plus
      * overtime hours at the rate times the multiplier, rounded
      * to the cent; salaried employees get the rate as it stands.
      * A gross too large for the extract's four-digit dollars
      * field is rejected here rather than truncated into a
      * smaller paycheck that would balance perfectly.
       320-FIGURE-GROSS.
           IF F04-MST-PAY-TYPE = 'H'
               COMPUTE W07-GROSS ROUNDED =
                   F01-TCD-REG-HOURS-N * F04-MST-PAY-RATE
                   + F01-TCD-OT-HOURS-N * F04-MST-PAY-RATE
                       * W08-OT-MULT
           ELSE
               MOVE F04-MST-PAY-RATE TO W07-GROSS
           END-IF
           IF W07-GROSS > 9999.99
               MOVE 'NO' TO W07-CARD-VALID-SW
               MOVE 'GROSS OVER 9999.99' TO W07-REJ-REASON
           END-IF
           .
      * End of FIGURE-GROSS paragraph.

      * Writes the extract record for a card that passed, with the
      * name and department taken from the master - the card
      * carries neither, so the extract can never disagree with
      * the master the payroll run checks it against.
       330-WRITE-EXTRACT-RECORD.
           MOVE W07-GROSS TO W07-GROSS-OUT
           MOVE F04-MST-NAME TO F02-EMP-NAME
           MOVE F04-MST-SSN TO F02-SSN
           MOVE W07-GROSS-DOLLARS TO F02-GROSS-DOLLARS
           MOVE W07-GROSS-CENTS TO F02-GROSS-CENTS
           MOVE F04-MST-DEPT TO F02-DEPT-CODE
           MOVE F01-TCD-PAY-METHOD TO F02-PAY-METHOD
           WRITE F02-EMPLOYEE-OUT
           ADD 1 TO W06-EXTRACT-COUNT
           ADD W07-GROSS TO W06-EXTRACT-TOTAL
           ADD F01-TCD-REG-HOURS-N TO W06-REG-HOURS-TOTAL
           ADD F01-TCD-OT-HOURS-N TO W06-OT-HOURS-TOTAL
           .
      * End of WRITE-EXTRACT-RECORD paragraph.

      * Writes the listing line for a rejected card.
       350-WRITE-REJECT-LINE.
           ADD 1 TO W06-REJECTED-COUNT
           MOVE F01-TCD-SSN TO W04-SSN
           MOVE F01-TCD-PAY-DATE TO W04-PAY-DATE
           MOVE F04-MST-NAME TO W04-NAME
           MOVE F01-TCD-REG-HOURS TO W04-REG-HOURS
           MOVE F01-TCD-OT-HOURS TO W04-OT-HOURS
           MOVE F01-TCD-PAY-METHOD TO W04-PAY-METHOD
           MOVE W07-REJ-REASON TO W04-REASON
           MOVE W04-REJECT-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           .
      * End of WRITE-REJECT-LINE paragraph.

      * Writes the extract's trailer, the control totals, and
      * 'End of Report'. The trailer goes out even when every card
      * was rejected - an extract with no trailer fails the gate
      * for the wrong reason. Return code 4 tells the scheduler
      * cards were rejected and the listing needs working before
      * the period is closed; the extract itself is good.
       400-WRITE-FOOTER.
           MOVE SPACES TO F02-TRAILER-RECORD
           MOVE 'TRAILER' TO F02-TRAILER-ID
           MOVE W06-EXTRACT-COUNT TO F02-TRAILER-COUNT
           MOVE W06-EXTRACT-TOTAL TO F02-TRAILER-TOTAL
           WRITE F02-TRAILER-RECORD
           IF W06-READ-COUNT =
                   W06-EXTRACT-COUNT + W06-REJECTED-COUNT
               MOVE 'BALANCED' TO W06-RECON-MSG
           ELSE
               MOVE 'OUT-OF-BALANCE' TO W06-RECON-MSG
           END-IF
           MOVE W06-READ-COUNT TO W06-READ-DISP
           MOVE W06-EXTRACT-COUNT TO W06-EXTRACT-DISP
           MOVE W06-REJECTED-COUNT TO W06-REJECTED-DISP
           MOVE W06-RECON-MSG TO W06-RECON-DISPLAY
           MOVE W06-CONTROL-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE W06-EXTRACT-TOTAL TO W06-TOTAL-DISP
           MOVE W06-REG-HOURS-TOTAL TO W06-REG-DISP
           MOVE W06-OT-HOURS-TOTAL TO W06-OT-DISP
           MOVE W06-EXTRACT-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE W05-FOOTER-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           IF W06-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
      * End of WRITE-FOOTER paragraph.

      * Closing files
       500-CLOSE-FILES.
           CLOSE F01-TIMECARD-FILE
                 F02-EXTRACT-FILE
                 F03-PRINT-FILE
                 F04-EMPMAST-FILE
           STOP RUN
           .
      * End of CLOSE-FILES paragraph.
