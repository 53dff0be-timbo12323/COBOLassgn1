      * Layout must stay in step with F09-HISTORY-RECORD in the
      * payroll program. Like the YTD report, this report treats
      * the file as one year's history - the operations calendar
      * rolls the file at year end. Supplemental-run records are
      * tallied like any other: a bonus's tax is withheld and owed,
      * and a recovery's negative tax comes back off the quarter.
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

      * The history re-sequenced by SSN, so each employee's
      * records arrive together and the register needs no
      * in-memory employee table - one control break per SSN
      * covers any number of employees.
       FD  F02-SORTED-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS F02-SORTED-RECORD.
       01  F02-SORTED-RECORD.
           05  F02-SRT-SSN         PIC 9(9).
               10                  PIC X(4).
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
       01  F03-PRINT-LINE-RECORD   PIC X(132).

       SD  S01-SORT-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS S01-SORT-RECORD.
       01  S01-SORT-RECORD.
           05  S01-SRT-SSN         PIC 9(9).
           05                      PIC X(81).

       WORKING-STORAGE SECTION.
       01  W01-DATA-REMAINS-SWITCH PIC X(2)    VALUE SPACES.
           05                      PIC X(18)   VALUE 'EMPLOYEE NAME'.
           05                      PIC X(8)    VALUE SPACES.
           05                      PIC X(6)    VALUE 'Q1 TAX'.
           05                      PIC X(9)    VALUE SPACES.
           05                      PIC X(6)    VALUE 'Q2 TAX'.
           05                      PIC X(9)    VALUE SPACES.
           05                      PIC X(6)    VALUE 'Q3 TAX'.
           05                      PIC X(9)    VALUE SPACES.
           05                      PIC X(6)    VALUE 'Q4 TAX'.
           05                      PIC X(10)   VALUE SPACES.
           05                      PIC X(5)    VALUE 'TOTAL'.

       01  W04-DETAIL-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-NAME            PIC X(18).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-Q1              PIC Z,ZZZ,ZZ9.99-.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-Q2              PIC Z,ZZZ,ZZ9.99-.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-Q3              PIC Z,ZZZ,ZZ9.99-.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-Q4              PIC Z,ZZZ,ZZ9.99-.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-TOTAL           PIC Z,ZZZ,ZZ9.99-.

       01  W05-FOOTER-LINE.
           05                      PIC X(13)   VALUE 'End of Report'.
           05  W06-FIRST-SW        PIC X(3)    VALUE 'YES'.
           05  W06-PREV-SSN        PIC 9(9)    VALUE ZERO.
           05  W06-EMP-NAME        PIC X(18)   VALUE SPACES.
           05  W06-EMP-Q1          PIC S9(8)V99 VALUE ZERO.
           05  W06-EMP-Q2          PIC S9(8)V99 VALUE ZERO.
           05  W06-EMP-Q3          PIC S9(8)V99 VALUE ZERO.
           05  W06-EMP-Q4          PIC S9(8)V99 VALUE ZERO.
           05  W06-EMP-TOTAL       PIC S9(8)V99 VALUE ZERO.

      * Company totals by quarter, plus the straight running sum
      * of every tax amount read. The quarterly totals must add
      * amount fell out of a quarter bucket on its way to the
      * deposit figure.
       01  W07-COMPANY-TOTALS.
           05  W07-CO-Q1           PIC S9(9)V99 VALUE ZERO.
           05  W07-CO-Q2           PIC S9(9)V99 VALUE ZERO.
           05  W07-CO-Q3           PIC S9(9)V99 VALUE ZERO.
           05  W07-CO-Q4           PIC S9(9)V99 VALUE ZERO.
           05  W07-TAX-READ-TOTAL  PIC S9(9)V99 VALUE ZERO.
           05  W07-QUARTERS-TOTAL  PIC S9(9)V99 VALUE ZERO.
           05  W07-RECORD-COUNT    PIC 9(9)    VALUE ZERO.
           05  W07-BAD-DATE-COUNT  PIC 9(9)    VALUE ZERO.
           05  W07-BAD-TAX-COUNT   PIC 9(9)    VALUE ZERO.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(29)
               VALUE 'COMPANY TOTALS'.
           05  W07-CO-Q1-DISP      PIC Z,ZZZ,ZZ9.99-.
           05                      PIC X(2)    VALUE SPACES.
           05  W07-CO-Q2-DISP      PIC Z,ZZZ,ZZ9.99-.
           05                      PIC X(2)    VALUE SPACES.
           05  W07-CO-Q3-DISP      PIC Z,ZZZ,ZZ9.99-.
           05                      PIC X(2)    VALUE SPACES.
           05  W07-CO-Q4-DISP      PIC Z,ZZZ,ZZ9.99-.
           05                      PIC X(2)    VALUE SPACES.
           05  W07-CO-TOTAL-DISP   PIC Z,ZZZ,ZZ9.99-.

       01  W07-RECON-MSG           PIC X(14)   VALUE SPACES.

           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(15)
               VALUE 'TAX PER FILE:'.
           05  W07-READ-DISP       PIC ZZZ,ZZZ,ZZ9.99-.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(16)
               VALUE 'TAX BY QUARTER:'.
           05  W07-QTRS-DISP       PIC ZZZ,ZZZ,ZZ9.99-.
           05                      PIC X(3)    VALUE SPACES.
           05  W07-RECON-DISPLAY   PIC X(14).

