      * record per paid employee per pay period, with the withheld
      * amounts alongside the gross. Layout must stay in step with
      * F09-HISTORY-RECORD in the payroll program; this report
      * keys off the gross only. Supplemental-run records count in
      * the gross - a recovery's negative gross nets it down - but
      * not in the periods worked.
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

       FD  F02-PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
      * appears in each department's block with only what that
      * department paid, exactly as before.
       FD  F04-SORTED-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS F04-SORTED-RECORD.
       01  F04-SORTED-RECORD.
           05  F04-SRT-SSN         PIC 9(9).
           05  F04-SRT-NAME        PIC X(18).
           05  F04-SRT-DEPT        PIC X(4).
           05  F04-SRT-PAY-DATE    PIC X(8).
           05  F04-SRT-GROSS       PIC S9(7)V99.
           05  F04-SRT-TAX         PIC S9(7)V99.
           05  F04-SRT-INSURANCE   PIC S9(7)V99.
           05  F04-SRT-GARNISH     PIC S9(7)V99.
           05  F04-SRT-NET         PIC S9(7)V99.
           05  F04-SRT-RUN-TYPE    PIC X.
           05  F04-SRT-REASON      PIC X(4).
           05  F04-SRT-METHOD      PIC X.

       SD  S01-SORT-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS S01-SORT-RECORD.
       01  S01-SORT-RECORD.
           05  S01-SRT-SSN         PIC 9(9).
           05                      PIC X(18).
           05  S01-SRT-DEPT        PIC X(4).
           05                      PIC X(59).

       WORKING-STORAGE SECTION.
       01  W01-DATA-REMAINS-SWITCH PIC X(2)    VALUE SPACES.
           05                      PIC X(4)    VALUE SPACES.
           05  W04-PERIODS         PIC ZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05  W04-YTD-GROSS       PIC ZZZ,ZZZ,ZZ9.99-.

       01  W05-FOOTER-LINE.
           05                      PIC X(13)   VALUE 'End of Report'.
      * or the report did not prove.
       01  W06-CONTROL-TOTALS.
           05  W06-RECORD-COUNT    PIC 9(9)    VALUE ZERO.
           05  W06-GRAND-TOTAL     PIC S9(9)V99 VALUE ZERO.
           05  W06-DEPT-SUM        PIC S9(9)V99 VALUE ZERO.

       01  W06-RECON-MSG           PIC X(14)   VALUE SPACES.

           05  W06-COUNT-DISPLAY   PIC ZZZ,ZZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(11)   VALUE 'TOTAL PAY:'.
           05  W06-PAY-DISPLAY     PIC ZZZ,ZZZ,ZZ9.99-.
           05                      PIC X(3)    VALUE SPACES.
           05  W06-RECON-DISPLAY   PIC X(14).

           05  W07-PREV-SSN        PIC 9(9)    VALUE ZERO.
           05  W07-EMP-NAME        PIC X(18)   VALUE SPACES.
           05  W07-EMP-PERIODS     PIC 9(5)    VALUE ZERO.
           05  W07-EMP-GROSS       PIC S9(9)V99 VALUE ZERO.
           05  W07-DEPT-GROSS      PIC S9(9)V99 VALUE ZERO.

       01  W09-DEPT-HEADING-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W09-SUBTOTAL-DEPT   PIC X(4).
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(11)   VALUE 'YTD GROSS:'.
           05  W09-TOTAL-DISPLAY   PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

                   MOVE ZERO TO W07-EMP-GROSS
               END-IF
           END-IF
      * The name kept is the most recent one on file. An
      * off-cycle adjustment is money paid, not a period worked.
           MOVE F04-SRT-NAME TO W07-EMP-NAME
           IF F04-SRT-RUN-TYPE NOT = 'S'
               ADD 1 TO W07-EMP-PERIODS
           END-IF
           ADD F04-SRT-GROSS TO W07-EMP-GROSS
           ADD F04-SRT-GROSS TO W07-DEPT-GROSS
           READ F04-SORTED-FILE
