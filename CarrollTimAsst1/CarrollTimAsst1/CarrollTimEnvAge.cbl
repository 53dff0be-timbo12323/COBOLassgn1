       IDENTIFICATION DIVISION.
       PROGRAM-ID.       ENVAGE.
       AUTHOR.           TIM CARROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-ENVLEDG-FILE ASSIGN TO 'ENVLEDG.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS F01-ENV-KEY
                                   FILE STATUS IS W10-ENV-STATUS.
           SELECT F02-PARM-FILE    ASSIGN TO 'ENVAGE.PRM'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W10-PRM-STATUS.
           SELECT F03-PRINT-FILE   ASSIGN TO 'ENVAGE.OUT'
                                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The envelope ledger the payroll run adds to and ENVPICK
      * marks off, read here front to back in pay date order. The
      * layout must stay in step with the F24-ENVLEDG-RECORD
      * layout in the payroll program.
       FD  F01-ENVLEDG-FILE
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS F01-ENVLEDG-RECORD.
       01  F01-ENVLEDG-RECORD.
           05  F01-ENV-KEY.
               10  F01-ENV-PAY-DATE PIC X(8).
               10  F01-ENV-SSN     PIC 9(9).
               10  F01-ENV-SEQ     PIC 9(9).
           05  F01-ENV-NAME        PIC X(18).
           05  F01-ENV-DEPT        PIC X(4).
           05  F01-ENV-NET         PIC 9(5)V99.
      * 'U' = unclaimed, 'C' = claimed by the employee, 'R' =
      * returned to the safe for redeposit.
           05  F01-ENV-STATUS      PIC X.
           05  F01-ENV-STATUS-DATE PIC X(8).

      * Control card: the as-of date the envelopes are aged to and
      * the age in days past which an unclaimed envelope goes back
      * to the safe for redeposit. A blank as-of date ages to the
      * day of the run. How long cash may sit at the counting
      * table is the treasurer's call, so it lives on the card
      * and changes without a program change.
       FD  F02-PARM-FILE
           RECORD CONTAINS 11 CHARACTERS
           DATA RECORD IS F02-PARM-RECORD.
       01  F02-PARM-RECORD.
           05  F02-PRM-AS-OF-DATE  PIC X(8).
           05  F02-PRM-RETURN-DAYS PIC X(3).

       FD  F03-PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F03-PRINT-LINE-RECORD.
       01  F03-PRINT-LINE-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       01  W01-DATA-REMAINS-SWITCH PIC X(2)    VALUE SPACES.

       01  W02-TITLE-LINE.
           05                      PIC X(30)   VALUE SPACES.
           05                      PIC X(36)
               VALUE 'UNCLAIMED PAY ENVELOPE AGING'.
           05                      PIC X(30)   VALUE SPACES.

       01  W02-RUN-STAMP-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'RUN DATE '.
           05  W02-STAMP-DATE      PIC X(8).
           05                      PIC X(7)    VALUE '  TIME '.
           05  W02-STAMP-TIME      PIC X(6).
           05                      PIC X(11)   VALUE '   AS OF '.
           05  W02-STAMP-AS-OF     PIC X(8).
           05                      PIC X(19)
               VALUE '   RETURN TO SAFE '.
           05                      PIC X(6)    VALUE 'AFTER '.
           05  W02-STAMP-RETURN    PIC ZZ9.
           05                      PIC X(5)    VALUE ' DAYS'.

       01  W03-HEADINGS-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(8)    VALUE 'PAY DATE'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE ' ENVELOPE'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'SSN'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(18)   VALUE 'EMPLOYEE NAME'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(4)    VALUE 'DEPT'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE '      NET'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(5)    VALUE '  AGE'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(12)   VALUE 'AGE BUCKET'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(14)   VALUE 'ACTION'.

      * The SSN is masked down to its last four digits the same way
      * the envelope stub masks it - this listing sits on the
      * counting table next to the envelopes.
       01  W04-DETAIL-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-PAY-DATE        PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-ENV-NO          PIC ZZZZZZZZ9.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(5)    VALUE 'XXXXX'.
           05  W04-SSN-LAST4       PIC X(4).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-NAME            PIC X(18).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-DEPT            PIC X(4).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-NET             PIC ZZ,ZZ9.99.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-AGE             PIC ZZZZ9.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-BUCKET          PIC X(12).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-ACTION          PIC X(14).

       01  W05-FOOTER-LINE.
           05                      PIC X(13)   VALUE 'End of Report'.
           05                      PIC X(54)   VALUE SPACES.

      * Ledger tallies. Every record read is unclaimed, claimed,
      * returned, or carries a status nobody set, proved on the
      * control line. The unclaimed cash is what the vault count
      * is balanced against.
       01  W06-CONTROL-TOTALS.
           05  W06-LEDGER-READ     PIC 9(9)    VALUE ZERO.
           05  W06-UNCLAIMED-COUNT PIC 9(9)    VALUE ZERO.
           05  W06-UNCLAIMED-CASH  PIC 9(9)V99 VALUE ZERO.
           05  W06-CLAIMED-COUNT   PIC 9(9)    VALUE ZERO.
           05  W06-RETURNED-COUNT  PIC 9(9)    VALUE ZERO.
           05  W06-BAD-STATUS-COUNT PIC 9(9)   VALUE ZERO.
           05  W06-RETURN-COUNT    PIC 9(9)    VALUE ZERO.
           05  W06-RETURN-CASH     PIC 9(9)V99 VALUE ZERO.

       01  W06-RECON-MSG           PIC X(14)   VALUE SPACES.

       01  W06-BUCKET-HEADING-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(14)   VALUE 'AGE BUCKET'.
           05                      PIC X(11)   VALUE '  ENVELOPES'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(14)   VALUE '          CASH'.

       01  W06-BUCKET-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W06-BKT-LABEL       PIC X(14).
           05  W06-BKT-COUNT-DISP  PIC ZZZ,ZZZ,ZZ9.
           05                      PIC X(2)    VALUE SPACES.
           05  W06-BKT-CASH-DISP   PIC ZZZ,ZZZ,ZZ9.99.

       01  W06-VAULT-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(14)   VALUE 'UNCLAIMED'.
           05  W06-VAULT-COUNT-DISP PIC ZZZ,ZZZ,ZZ9.
           05                      PIC X(2)    VALUE SPACES.
           05  W06-VAULT-CASH-DISP PIC ZZZ,ZZZ,ZZ9.99.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(27)
               VALUE '<-- BALANCE VAULT COUNT TO'.

       01  W06-RETURN-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(14)   VALUE 'RETURN TO SAFE'.
           05  W06-RETURN-COUNT-DISP PIC ZZZ,ZZZ,ZZ9.
           05                      PIC X(2)    VALUE SPACES.
           05  W06-RETURN-CASH-DISP PIC ZZZ,ZZZ,ZZ9.99.

       01  W06-LEDGER-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(14)   VALUE 'LEDGER READ:'.
           05  W06-READ-DISP       PIC ZZZ,ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'CLAIMED:'.
           05  W06-CLAIMED-DISP    PIC ZZZ,ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(10)   VALUE 'RETURNED:'.
           05  W06-RETURNED-DISP   PIC ZZZ,ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(12)   VALUE 'BAD STATUS:'.
           05  W06-BAD-STATUS-DISP PIC ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05  W06-RECON-DISPLAY   PIC X(14).

      * Age buckets. Each bucket takes the envelopes up to its
      * top age in days that an earlier bucket did not; the last
      * bucket's top is past any age a pay date can reach.
       01  W07-BUCKET-VALUES.
           05                      PIC X(14)   VALUE '0 - 7 DAYS'.
           05                      PIC 9(5)    VALUE 00007.
           05                      PIC X(14)   VALUE '8 - 14 DAYS'.
           05                      PIC 9(5)    VALUE 00014.
           05                      PIC X(14)   VALUE '15 - 30 DAYS'.
           05                      PIC 9(5)    VALUE 00030.
           05                      PIC X(14)   VALUE 'OVER 30 DAYS'.
           05                      PIC 9(5)    VALUE 99999.
       01  W07-BUCKET-TABLE        REDEFINES W07-BUCKET-VALUES.
           05  W07-BUCKET-DEF      OCCURS 4 TIMES.
               10  W07-BKT-NAME    PIC X(14).
               10  W07-BKT-TOP     PIC 9(5).

       01  W07-BUCKET-COUNT        PIC 9(2)    VALUE 4.
       01  W07-BUCKET-FOUND-SW     PIC X(3)    VALUE 'NO'.
       01  W07-BUCKET-TOTALS.
           05  W07-BUCKET-TOTAL   OCCURS 4 TIMES
                                   INDEXED BY W07-IDX W07-HIT.
               10  W07-BKT-COUNT   PIC 9(9).
               10  W07-BKT-CASH    PIC 9(9)V99.

       01  W10-FILE-STATUSES.
           05  W10-ENV-STATUS      PIC XX.
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
           05  W14-RETURN-DAYS     PIC 9(3)    VALUE 30.
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
           05  W14-SSN-DIGITS      PIC 9(9).
           05  W14-SSN-SPLIT REDEFINES W14-SSN-DIGITS.
               10                  PIC X(5).
               10  W14-SSN-LAST4   PIC X(4).

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
       PERFORM 300-PROCESS-ONE-ENVELOPE
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       PERFORM 400-WRITE-FOOTER
       PERFORM 500-CLOSE-FILES
       .

      * Loads the control card and opens the ledger. The ledger is
      * mandatory - the payroll run creates it the first time it
      * pays anybody in cash, so one that is not there means the
      * report is pointed at the wrong place, not that the vault
      * is empty.
       100-OPEN-FILES.
           ACCEPT W13-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT W13-RUN-TIME FROM TIME
           PERFORM 110-READ-PARAMETERS
           OPEN INPUT F01-ENVLEDG-FILE
           IF W10-ENV-STATUS NOT = '00'
               DISPLAY 'ENVELOPE LEDGER ENVLEDG.DAT MISSING OR '
                   'UNREADABLE - STATUS ' W10-ENV-STATUS
                   ', RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT F03-PRINT-FILE
           MOVE ZERO TO W07-BUCKET-TOTALS
      * Prime read of the ledger
           READ F01-ENVLEDG-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of OPEN-FILES paragraph.

      * Reads and edits the control card. The return age is
      * mandatory; a blank as-of date takes the run date, any
      * other non-date stops the run rather than aging every
      * envelope against garbage.
       110-READ-PARAMETERS.
           OPEN INPUT F02-PARM-FILE
           IF W10-PRM-STATUS NOT = '00'
               DISPLAY 'PARAMETER CARD ENVAGE.PRM MISSING OR '
                   'UNREADABLE - STATUS ' W10-PRM-STATUS
                   ', RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ F02-PARM-FILE
               AT END
                   DISPLAY 'PARAMETER CARD ENVAGE.PRM IS EMPTY - '
                       'RUN ABORTED'
                   CLOSE F02-PARM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF F02-PRM-AS-OF-DATE = SPACES
               MOVE W13-RUN-DATE TO W14-AS-OF-DATE
           ELSE
               IF F02-PRM-AS-OF-DATE NOT NUMERIC
                   OR F02-PRM-AS-OF-DATE = '00000000'
                   DISPLAY 'PARAMETER CARD AS-OF DATE '''
                       F02-PRM-AS-OF-DATE ''' IS NOT A DATE - '
                       'RUN ABORTED'
                   CLOSE F02-PARM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE F02-PRM-AS-OF-DATE TO W14-AS-OF-DATE
           END-IF
           IF F02-PRM-RETURN-DAYS NOT NUMERIC
               OR F02-PRM-RETURN-DAYS = '000'
               DISPLAY 'PARAMETER CARD RETURN AGE '''
                   F02-PRM-RETURN-DAYS ''' IS NOT A VALID COUNT - '
                   'RUN ABORTED'
               CLOSE F02-PARM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE F02-PRM-RETURN-DAYS TO W14-RETURN-DAYS
           MOVE W14-AS-OF-DATE TO W14-DATE-IN
           PERFORM 380-COMPUTE-DAY-NUMBER
           MOVE W14-DAY-NO TO W14-AS-OF-DAY-NO
           CLOSE F02-PARM-FILE
           .
      * End of READ-PARAMETERS paragraph.

      * This paragraph writes the headings for the report.
       200-WRITE-HEADING-LINES.
           MOVE W02-TITLE-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE W13-RUN-DATE TO W02-STAMP-DATE
           MOVE W13-RUN-TIME(1:6) TO W02-STAMP-TIME
           MOVE W14-AS-OF-DATE TO W02-STAMP-AS-OF
           MOVE W14-RETURN-DAYS TO W02-STAMP-RETURN
           MOVE W02-RUN-STAMP-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE W03-HEADINGS-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           .
      * End of WRITE-HEADING-LINES paragraph.

      * Tallies one ledger record by status, reports it if it is
      * still unclaimed, and reads the next.
       300-PROCESS-ONE-ENVELOPE.
           ADD 1 TO W06-LEDGER-READ
           EVALUATE F01-ENV-STATUS
               WHEN 'U'
                   PERFORM 310-AGE-ONE-ENVELOPE
               WHEN 'C'
                   ADD 1 TO W06-CLAIMED-COUNT
               WHEN 'R'
                   ADD 1 TO W06-RETURNED-COUNT
               WHEN OTHER
                   ADD 1 TO W06-BAD-STATUS-COUNT
           END-EVALUATE
           READ F01-ENVLEDG-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of PROCESS-ONE-ENVELOPE paragraph.

      * Ages one unclaimed envelope from its pay date to the as-of
      * date, adds it to its bucket, and flags it for return to
      * the safe once it is past the card's return age.
       310-AGE-ONE-ENVELOPE.
           ADD 1 TO W06-UNCLAIMED-COUNT
           ADD F01-ENV-NET TO W06-UNCLAIMED-CASH
           MOVE F01-ENV-PAY-DATE TO W14-DATE-IN
           PERFORM 380-COMPUTE-DAY-NUMBER
           COMPUTE W14-AGE-DAYS = W14-AS-OF-DAY-NO - W14-DAY-NO
           IF W14-AGE-DAYS < ZERO
               MOVE ZERO TO W14-AGE-DAYS
           END-IF
           MOVE 'NO' TO W07-BUCKET-FOUND-SW
           PERFORM 320-FIND-BUCKET
               VARYING W07-IDX FROM 1 BY 1
               UNTIL W07-IDX > W07-BUCKET-COUNT
                   OR W07-BUCKET-FOUND-SW = 'YES'
           ADD 1 TO W07-BKT-COUNT(W07-HIT)
           ADD F01-ENV-NET TO W07-BKT-CASH(W07-HIT)
           MOVE F01-ENV-PAY-DATE TO W04-PAY-DATE
           MOVE F01-ENV-SEQ TO W04-ENV-NO
           MOVE F01-ENV-SSN TO W14-SSN-DIGITS
           MOVE W14-SSN-LAST4 TO W04-SSN-LAST4
           MOVE F01-ENV-NAME TO W04-NAME
           MOVE F01-ENV-DEPT TO W04-DEPT
           MOVE F01-ENV-NET TO W04-NET
           MOVE W14-AGE-DAYS TO W04-AGE
           MOVE W07-BKT-NAME(W07-HIT) TO W04-BUCKET
           IF W14-AGE-DAYS > W14-RETURN-DAYS
               ADD 1 TO W06-RETURN-COUNT
               ADD F01-ENV-NET TO W06-RETURN-CASH
               MOVE 'RETURN TO SAFE' TO W04-ACTION
           ELSE
               MOVE SPACES TO W04-ACTION
           END-IF
           MOVE W04-DETAIL-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           .
      * End of AGE-ONE-ENVELOPE paragraph.

      * Checks one bucket against the envelope's age. The last
      * bucket's top cannot be passed, so every envelope lands.
       320-FIND-BUCKET.
           IF W14-AGE-DAYS NOT > W07-BKT-TOP(W07-IDX)
               MOVE 'YES' TO W07-BUCKET-FOUND-SW
               SET W07-HIT TO W07-IDX
           END-IF
           .
      * End of FIND-BUCKET paragraph.

      * Turns the YYYYMMDD date in W14-DATE-IN into its running
      * day number in W14-DAY-NO. A date that is not numeric, or
      * whose month is out of range, gets day number zero - it
      * ages as very old and is flagged for return, which is where
      * an envelope with a garbage pay date belongs.
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

      * Writes the bucket summary, the unclaimed cash the vault is
      * balanced against, the envelopes due back in the safe, the
      * ledger proof, and 'End of Report'. Records read must equal
      * unclaimed plus claimed plus returned plus bad status, and
      * a bad status fails the proof - an envelope nobody can say
      * the state of is cash nobody can account for. Return code 4
      * tells the scheduler there are envelopes to pull for
      * redeposit or a ledger to look at.
       400-WRITE-FOOTER.
           MOVE W06-BUCKET-HEADING-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           PERFORM 410-WRITE-ONE-BUCKET
               VARYING W07-IDX FROM 1 BY 1
               UNTIL W07-IDX > W07-BUCKET-COUNT
           MOVE W06-UNCLAIMED-COUNT TO W06-VAULT-COUNT-DISP
           MOVE W06-UNCLAIMED-CASH TO W06-VAULT-CASH-DISP
           MOVE W06-VAULT-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE W06-RETURN-COUNT TO W06-RETURN-COUNT-DISP
           MOVE W06-RETURN-CASH TO W06-RETURN-CASH-DISP
           MOVE W06-RETURN-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           IF W06-LEDGER-READ = W06-UNCLAIMED-COUNT
                   + W06-CLAIMED-COUNT + W06-RETURNED-COUNT
                   + W06-BAD-STATUS-COUNT
               AND W06-BAD-STATUS-COUNT = ZERO
               MOVE 'BALANCED' TO W06-RECON-MSG
           ELSE
               MOVE 'OUT-OF-BALANCE' TO W06-RECON-MSG
           END-IF
           MOVE W06-LEDGER-READ TO W06-READ-DISP
           MOVE W06-CLAIMED-COUNT TO W06-CLAIMED-DISP
           MOVE W06-RETURNED-COUNT TO W06-RETURNED-DISP
           MOVE W06-BAD-STATUS-COUNT TO W06-BAD-STATUS-DISP
           MOVE W06-RECON-MSG TO W06-RECON-DISPLAY
           MOVE W06-LEDGER-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           MOVE W05-FOOTER-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           IF W06-RETURN-COUNT > ZERO
               OR W06-RECON-MSG NOT = 'BALANCED'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
      * End of WRITE-FOOTER paragraph.

      * Writes the summary line for one age bucket.
       410-WRITE-ONE-BUCKET.
           MOVE W07-BKT-NAME(W07-IDX) TO W06-BKT-LABEL
           MOVE W07-BKT-COUNT(W07-IDX) TO W06-BKT-COUNT-DISP
           MOVE W07-BKT-CASH(W07-IDX) TO W06-BKT-CASH-DISP
           MOVE W06-BUCKET-LINE TO F03-PRINT-LINE-RECORD
           WRITE F03-PRINT-LINE-RECORD
           .
      * End of WRITE-ONE-BUCKET paragraph.

      * Closing files
       500-CLOSE-FILES.
           CLOSE F01-ENVLEDG-FILE
                 F03-PRINT-FILE
           STOP RUN
           .
      * End of CLOSE-FILES paragraph.
