      * against an SSN the company has never employed. Layout must
      * stay in step with F04-EMPMAST-RECORD in the payroll program.
       FD  F04-EMPMAST-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS F04-EMPMAST-RECORD.
       01  F04-EMPMAST-RECORD.
           05  F04-MST-SSN         PIC 9(9).
           05  F04-MST-DEPT        PIC X(4).
           05  F04-MST-HIRE-DATE   PIC X(8).
           05  F04-MST-STATUS      PIC X.
           05  F04-MST-PAY-TYPE    PIC X.
           05  F04-MST-PAY-RATE    PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  W01-DATA-REMAINS-SWITCH PIC X(2)    VALUE SPACES.
