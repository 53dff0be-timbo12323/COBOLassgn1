           SELECT F06-CORRECTED-FILE ASSIGN TO 'ASST1.COR'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W13-COR-STATUS.
           SELECT F07-ADJUST-FILE  ASSIGN TO 'ASST1.ADJ'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W16-ADJ-STATUS.
           SELECT S01-SORT-FILE    ASSIGN TO 'PREGATE.SRT'.

       DATA DIVISION.

      * The extract's data records re-sequenced by SSN, so every
      * duplicated SSN arrives adjacent and the check needs no
      * in-memory table of every SSN on the file. On a
      * supplemental run the adjustments are laid into the same
      * columns and sequenced by SSN and reason code - one
      * employee may fairly have a bonus and a retro payment on
      * one run, but not the same reason twice.
       FD  F03-SORTED-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS F03-SORTED-RECORD.
       01  F03-SORTED-RECORD.
           05  F03-SRT-NAME        PIC X(18).
           05  F03-SRT-SSN         PIC X(9).
           05  F03-SRT-REASON      PIC X(4).
           05                      PIC X(7).

      * The payroll run's control card - the gate cares only about
      * the pay date and the run type, but takes the card in the
      * run's own layout so the two programs can never read
      * different dates off the same card. Layout must stay in
      * step with F11-PARM-RECORD in the payroll program.
       FD  F04-PARM-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS F04-PARM-RECORD.
       01  F04-PARM-RECORD.
           05  F04-PRM-PAY-DATE    PIC X(8).
           05                      PIC X(23).
           05  F04-PRM-RUN-TYPE    PIC X.

      * Run ledger keyed on pay date: one record per gate pass,
      * stamped with when the gate cleared it and the run type.
      * A pay date already on the ledger means the company has
      * already paid this date once - feeding it through again is
      * stopped here, before the cash is counted out, unless an
      * ASST1.COR correction file shows the rerun is intentional.
      * A supplemental run is paid under its own off-cycle date,
      * never a date a regular run has used or the reverse.
      * Ledger records written before the run type was carried
      * read with a blank type - a regular run.
       FD  F05-LEDGER-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS F05-LEDGER-RECORD.
       01  F05-LEDGER-RECORD.
           05  F05-LDG-PAY-DATE    PIC X(8).
           05  F05-LDG-GATE-DATE   PIC X(8).
           05  F05-LDG-GATE-TIME   PIC X(6).
           05  F05-LDG-RUN-TYPE    PIC X.

      * Opened only to learn whether a correction file exists for
      * this run - the one legitimate reason to feed a pay date
           DATA RECORD IS F06-CORRECTED-RECORD.
       01  F06-CORRECTED-RECORD    PIC X(38).

      * The adjustment file a supplemental run pays from, read
      * with a varying length for the same reason as the extract.
      * Layout must stay in step with F25-ADJUST-RECORD in the
      * payroll program; a correct record, data or trailer, is
      * exactly 38 characters.
       FD  F07-ADJUST-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 80 CHARACTERS
               DEPENDING ON W14-REC-LEN
           DATA RECORD IS F07-ADJUST-RECORD.
       01  F07-ADJUST-RECORD.
           05  F07-ADJ-LEAD        PIC X(9).
           05                      PIC X(71).
       01  F07-ADJUST-VIEW REDEFINES F07-ADJUST-RECORD.
           05  F07-ADJ-SSN         PIC X(9).
           05  F07-ADJ-SIGN        PIC X.
           05  F07-ADJ-AMOUNT      PIC X(6).
           05  F07-ADJ-REASON      PIC X(4).
           05                      PIC X(60).

       SD  S01-SORT-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS S01-SORT-RECORD.
       01  S01-SORT-RECORD.
           05                      PIC X(18).
           05  S01-SRT-SSN         PIC X(9).
           05  S01-SRT-REASON      PIC X(4).
           05                      PIC X(7).

       WORKING-STORAGE SECTION.
       01  W01-DATA-REMAINS-SWITCH PIC X(2)    VALUE SPACES.
           05  W02-STAMP-DATE      PIC X(8).
           05                      PIC X(7)    VALUE '  TIME '.
           05  W02-STAMP-TIME      PIC X(6).
           05                      PIC X(6)    VALUE '  RUN '.
           05  W02-STAMP-RUN-TYPE  PIC X(12).

       01  W04-DUP-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W06-TRAILER-SEEN-SW PIC X(3)    VALUE 'NO'.
           05  W06-GATE-FAILED-SW  PIC X(3)    VALUE 'NO'.
           05  W06-RERUN-SW        PIC X(3)    VALUE 'NO'.
           05  W06-SUPP-LEDGERED-SW PIC X(3)   VALUE 'NO'.
           05  W06-COR-PRESENT-SW  PIC X(3)    VALUE 'NO'.

       01  W06-COUNTS-LINE.
           05  W07-FIRST-SW        PIC X(3)    VALUE 'YES'.
           05  W07-PREV-SSN        PIC X(9)    VALUE SPACES.
           05  W07-PREV-NAME       PIC X(18)   VALUE SPACES.
           05  W07-PREV-REASON     PIC X(4)    VALUE SPACES.
           05  W07-RUN-LENGTH      PIC 9(5)    VALUE ZERO.

       01  W10-FILE-STATUSES.
           05  W11-PRM-STATUS      PIC XX.
           05  W12-LDG-STATUS      PIC XX.
           05  W13-COR-STATUS      PIC XX.
           05  W16-ADJ-STATUS      PIC XX.

       01  W14-REC-LEN             PIC 9(4)    VALUE ZERO.

           05  W15-PAY-DATE        PIC X(8)    VALUE SPACES.
           05  W15-GATE-DATE       PIC X(8).
           05  W15-GATE-TIME       PIC X(8).
           05  W15-RUN-TYPE        PIC X       VALUE SPACE.

      * An adjustment laid into the extract's columns for the
      * duplicate scan: the reason code stands where the name
      * would print, and again behind the SSN as the minor key.
       01  W08-ADJ-IMAGE.
           05                      PIC X(7)    VALUE 'REASON '.
           05  W08-IMG-NAME-REASON PIC X(4).
           05                      PIC X(7)    VALUE SPACES.
           05  W08-IMG-SSN         PIC X(9).
           05  W08-IMG-REASON      PIC X(4).
           05                      PIC X(7)    VALUE SPACES.

       PROCEDURE DIVISION.

       PERFORM 100-OPEN-FILES
       PERFORM 150-CHECK-RUN-LEDGER
       IF W15-RUN-TYPE = 'S'
           SORT S01-SORT-FILE
               ON ASCENDING KEY S01-SRT-SSN S01-SRT-REASON
               INPUT PROCEDURE IS 350-SCAN-ADJUSTMENTS
               GIVING F03-SORTED-FILE
       ELSE
           SORT S01-SORT-FILE
               ON ASCENDING KEY S01-SRT-SSN
               INPUT PROCEDURE IS 300-SCAN-EXTRACT
               GIVING F03-SORTED-FILE
       END-IF
       PERFORM 320-START-DUP-SCAN
       PERFORM 330-CHECK-ONE-SORTED
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
       PERFORM 500-CLOSE-FILES
       .

      * Loads the pay date and run type from the payroll run's
      * own control card and opens the gate report. The card is
      * mandatory here for the same reason it is mandatory in the
      * run: the ledger is keyed on the date the card says.
       100-OPEN-FILES.
           OPEN INPUT F04-PARM-FILE
           IF W11-PRM-STATUS NOT = '00'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF F04-PRM-RUN-TYPE NOT = SPACE
               AND F04-PRM-RUN-TYPE NOT = 'S'
               DISPLAY 'PARAMETER CARD RUN TYPE ''' F04-PRM-RUN-TYPE
                   ''' IS NOT S OR BLANK - GATE ABORTED'
               CLOSE F04-PARM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE F04-PRM-PAY-DATE TO W15-PAY-DATE
           MOVE F04-PRM-RUN-TYPE TO W15-RUN-TYPE
           CLOSE F04-PARM-FILE
           OPEN OUTPUT F02-PRINT-FILE
           ACCEPT W15-GATE-DATE FROM DATE YYYYMMDD
           MOVE W15-PAY-DATE TO W02-STAMP-PAY-DATE
           MOVE W15-GATE-DATE TO W02-STAMP-DATE
           MOVE W15-GATE-TIME(1:6) TO W02-STAMP-TIME
           IF W15-RUN-TYPE = 'S'
               MOVE 'SUPPLEMENTAL' TO W02-STAMP-RUN-TYPE
           ELSE
               MOVE 'REGULAR' TO W02-STAMP-RUN-TYPE
           END-IF
           MOVE W02-RUN-STAMP-LINE TO F02-PRINT-LINE-RECORD
           WRITE F02-PRINT-LINE-RECORD
           .
      * purge would clean up the records afterwards, but by then
      * the cash has been counted out, so it is stopped here. A
      * ledger that has never been created is simply a first run.
      * Regular and supplemental runs never share a pay date - the
      * history purge on a rerun is by date and run type, and the
      * off-cycle date is what keeps a supplemental payment apart
      * from the period's pay. A supplemental date already run is
      * a double run with no correction path; the next batch of
      * adjustments goes under a date of its own.
       150-CHECK-RUN-LEDGER.
           OPEN INPUT F05-LEDGER-FILE
           IF W12-LDG-STATUS = '00'
                   STOP RUN
               END-IF
           END-IF
           IF W15-RUN-TYPE = 'S'
               IF W06-RERUN-SW = 'YES'
                   MOVE 'YES' TO W06-GATE-FAILED-SW
                   MOVE 'PAY DATE ALREADY USED BY A REGULAR RUN'
                       TO W06-VERDICT-TEXT
                   MOVE W06-VERDICT-LINE TO F02-PRINT-LINE-RECORD
                   WRITE F02-PRINT-LINE-RECORD
               END-IF
               IF W06-SUPP-LEDGERED-SW = 'YES'
                   MOVE 'YES' TO W06-GATE-FAILED-SW
                   MOVE 'SUPPLEMENTAL DATE ALREADY RUN - USE A NEW DATE'
                       TO W06-VERDICT-TEXT
                   MOVE W06-VERDICT-LINE TO F02-PRINT-LINE-RECORD
                   WRITE F02-PRINT-LINE-RECORD
               END-IF
           ELSE
           IF W06-SUPP-LEDGERED-SW = 'YES'
               MOVE 'YES' TO W06-GATE-FAILED-SW
               MOVE 'PAY DATE ALREADY USED BY A SUPPLEMENTAL RUN'
                   TO W06-VERDICT-TEXT
               MOVE W06-VERDICT-LINE TO F02-PRINT-LINE-RECORD
               WRITE F02-PRINT-LINE-RECORD
           ELSE
           IF W06-RERUN-SW = 'YES'
               OPEN INPUT F06-CORRECTED-FILE
               IF W13-COR-STATUS = '00'
                   WRITE F02-PRINT-LINE-RECORD
               END-IF
           END-IF
           END-IF
           END-IF
           MOVE SPACES TO W01-DATA-REMAINS-SWITCH
           .
      * End of CHECK-RUN-LEDGER paragraph.

      * Reads one ledger record, flagging a match on this run's
      * pay date as a regular or a supplemental pass.
       160-READ-ONE-LEDGER-RECORD.
           READ F05-LEDGER-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           IF W01-DATA-REMAINS-SWITCH NOT = 'NO'
               IF F05-LDG-PAY-DATE = W15-PAY-DATE
                   IF F05-LDG-RUN-TYPE = 'S'
                       MOVE 'YES' TO W06-SUPP-LEDGERED-SW
                   ELSE
                       MOVE 'YES' TO W06-RERUN-SW
                   END-IF
               END-IF
           END-IF
           .
      * Walks the sorted records counting how many times each SSN
      * appears; a run longer than one is a duplicate - the
      * two-envelope case the trailer balancing cannot see,
      * because the upstream total includes both copies. On a
      * supplemental run the run is one SSN and one reason code.
       330-CHECK-ONE-SORTED.
           IF F03-SRT-SSN NOT = W07-PREV-SSN
                   OR W07-FIRST-SW = 'YES'
                   OR (W15-RUN-TYPE = 'S'
                       AND F03-SRT-REASON NOT = W07-PREV-REASON)
               IF W07-FIRST-SW = 'NO'
                   PERFORM 340-FLUSH-DUP-RUN
               END-IF
               MOVE 'NO' TO W07-FIRST-SW
               MOVE F03-SRT-SSN TO W07-PREV-SSN
               MOVE F03-SRT-REASON TO W07-PREV-REASON
               MOVE ZERO TO W07-RUN-LENGTH
           END-IF
           ADD 1 TO W07-RUN-LENGTH
           .
      * End of FLUSH-DUP-RUN paragraph.

      * Input procedure for the sort on a supplemental run: reads
      * the adjustment file once with the same length and trailer
      * checks the extract gets, releasing each well-formed
      * adjustment in the extract's columns. The adjustment file
      * is mandatory on a supplemental run - there is nothing
      * else for the run to pay.
       350-SCAN-ADJUSTMENTS.
           OPEN INPUT F07-ADJUST-FILE
           IF W16-ADJ-STATUS NOT = '00'
               DISPLAY 'ADJUSTMENT FILE ASST1.ADJ MISSING OR '
                   'UNREADABLE - STATUS ' W16-ADJ-STATUS
                   ', GATE ABORTED'
               CLOSE F02-PRINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ F07-ADJUST-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           PERFORM 360-SCAN-ONE-ADJUSTMENT
               UNTIL W01-DATA-REMAINS-SWITCH = 'NO'
           CLOSE F07-ADJUST-FILE
           .
      * End of SCAN-ADJUSTMENTS paragraph.

      * Checks one adjustment record, as 310 checks one extract
      * record.
       360-SCAN-ONE-ADJUSTMENT.
           ADD 1 TO W06-RECORDS-READ
           IF W14-REC-LEN NOT = 38
               ADD 1 TO W06-BAD-LENGTH
               MOVE W14-REC-LEN TO W04-BADLEN-SIZE
               MOVE F07-ADJUST-RECORD(1:38) TO W04-BADLEN-TEXT
               MOVE W04-BADLEN-LINE TO F02-PRINT-LINE-RECORD
               WRITE F02-PRINT-LINE-RECORD
           ELSE
               IF F07-ADJ-LEAD = 'TRAILER'
                   MOVE 'YES' TO W06-TRAILER-SEEN-SW
               ELSE
                   IF W06-TRAILER-SEEN-SW = 'YES'
                       ADD 1 TO W06-AFTER-TRAILER
                   ELSE
                       ADD 1 TO W06-DATA-RECORDS
                       MOVE F07-ADJ-REASON TO W08-IMG-NAME-REASON
                                              W08-IMG-REASON
                       MOVE F07-ADJ-SSN TO W08-IMG-SSN
                       MOVE W08-ADJ-IMAGE TO S01-SORT-RECORD
                       RELEASE S01-SORT-RECORD
                   END-IF
               END-IF
           END-IF
           READ F07-ADJUST-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           END-READ
           .
      * End of SCAN-ONE-ADJUSTMENT paragraph.

      * Renders the gate's verdict: any duplicate, any bad length,
      * anything after the trailer, a missing trailer, or an
      * unledgered double run fails it. A passing gate is recorded
               MOVE W15-PAY-DATE TO F05-LDG-PAY-DATE
               MOVE W15-GATE-DATE TO F05-LDG-GATE-DATE
               MOVE W15-GATE-TIME(1:6) TO F05-LDG-GATE-TIME
               MOVE W15-RUN-TYPE TO F05-LDG-RUN-TYPE
               WRITE F05-LEDGER-RECORD
               CLOSE F05-LEDGER-FILE
           END-IF
