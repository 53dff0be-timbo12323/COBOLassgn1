      * must stay in step with the F04-EMPMAST-RECORD layout in the
      * payroll program.
       FD  F01-EMPMAST-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS F01-EMPMAST-RECORD.
       01  F01-EMPMAST-RECORD.
           05  F01-MST-SSN         PIC 9(9).
           05  F01-MST-DEPT        PIC X(4).
           05  F01-MST-HIRE-DATE   PIC X(8).
           05  F01-MST-STATUS      PIC X.
      * 'H' = hourly, paid rate times hours off the time card;
      * 'S' = salaried, paid the rate as a flat amount per pay
      * period.
           05  F01-MST-PAY-TYPE    PIC X.
           05  F01-MST-PAY-RATE    PIC 9(5)V99.

      * Audit journal of every completed maintenance action, one
      * record per action with the date, time, action code, and
      * program prints a day's activity from it. Layout must stay
      * in step with F01-JOURNAL-RECORD in that program.
       FD  F02-JOURNAL-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F02-JOURNAL-RECORD.
       01  F02-JOURNAL-RECORD.
           05  F02-JRN-DATE        PIC X(8).
           05  F02-JRN-TIME        PIC X(6).
           05  F02-JRN-ACTION      PIC X.
           05  F02-JRN-SSN         PIC 9(9).
           05  F02-JRN-BEFORE      PIC X(48).
           05  F02-JRN-AFTER       PIC X(48).

       WORKING-STORAGE SECTION.
       01  W01-DONE-SWITCH         PIC X(3)    VALUE 'NO'.
           05  W03-NAME            PIC X(18).
           05  W03-DEPT            PIC X(4).
           05  W03-HIRE-DATE       PIC X(8).
           05  W03-PAY-TYPE        PIC X.
           05  W03-RATE-ENTRY      PIC X(7).
           05  W03-RATE-ENTRY-N REDEFINES W03-RATE-ENTRY
                                   PIC 9(5)V99.
      * 'YES' while keying a change, where a blank pay type or rate
      * keeps what is on file; an add has nothing on file to keep,
      * so both must be keyed.
           05  W03-BLANK-KEEPS-SW  PIC X(3)    VALUE 'NO'.

      * Before and after images staged for the journal record of
      * the action in progress. The before image is captured right
      * the field stays spaces.
       01  W05-JOURNAL-WORK.
           05  W05-JRN-ACTION      PIC X       VALUE SPACE.
           05  W05-JRN-BEFORE      PIC X(48)   VALUE SPACES.
           05  W05-JRN-AFTER       PIC X(48)   VALUE SPACES.
           05  W05-JRN-DATE        PIC X(8).
           05  W05-JRN-TIME        PIC X(8).

           DISPLAY ' '
           DISPLAY 'EMPLOYEE MASTER MAINTENANCE'
           DISPLAY '  A - ADD AN EMPLOYEE'
           DISPLAY '  C - CHANGE NAME/DEPARTMENT/PAY'
           DISPLAY '  T - TERMINATE AN EMPLOYEE'
           DISPLAY '  R - REINSTATE AN EMPLOYEE'
           DISPLAY '  Q - QUIT'
           .
      * End of ACCEPT-SSN paragraph.

      * Takes the pay type and rate for the employee being keyed.
      * The type must be H (hourly) or S (salaried); the rate is
      * keyed as seven digits with two implied decimals - 0001850
      * is 18.50 an hour, 0125000 is 1,250.00 a period - into an X
      * field first so a mis-keyed rate is rejected with a message
      * instead of being forced numeric by the ACCEPT. A zero rate
      * would let the time-card edit pay somebody nothing without
      * complaint, so it is refused. When W03-BLANK-KEEPS-SW is
      * 'YES' a blank entry is accepted and left blank, meaning
      * keep what is on file. A failed edit leaves W02-MST-STATUS
      * at '23' the same way the SSN edit does.
       207-ACCEPT-PAY.
           MOVE '00' TO W02-MST-STATUS
           DISPLAY 'PAY TYPE (H = HOURLY, S = SALARIED): '
               WITH NO ADVANCING
           ACCEPT W03-PAY-TYPE
           IF W03-PAY-TYPE = 'h'
               MOVE 'H' TO W03-PAY-TYPE
           END-IF
           IF W03-PAY-TYPE = 's'
               MOVE 'S' TO W03-PAY-TYPE
           END-IF
           IF W03-PAY-TYPE NOT = 'H'
               AND W03-PAY-TYPE NOT = 'S'
               AND (W03-PAY-TYPE NOT = SPACE
                   OR W03-BLANK-KEEPS-SW = 'NO')
               DISPLAY 'PAY TYPE MUST BE H OR S'
               MOVE '23' TO W02-MST-STATUS
           ELSE
               DISPLAY 'RATE (7 DIGITS, 2 DECIMALS - 0001850 = '
                   '18.50): ' WITH NO ADVANCING
               ACCEPT W03-RATE-ENTRY
               IF W03-RATE-ENTRY = SPACES
                   AND W03-BLANK-KEEPS-SW = 'YES'
                   CONTINUE
               ELSE
                   IF W03-RATE-ENTRY NOT NUMERIC
                       OR W03-RATE-ENTRY = '0000000'
                       DISPLAY 'RATE MUST BE 7 DIGITS AND NOT ZERO'
                       MOVE '23' TO W02-MST-STATUS
                   END-IF
               END-IF
           END-IF
           .
      * End of ACCEPT-PAY paragraph.

      * Adds one employee to the master in active status. A duplicate
      * SSN is reported rather than overwritten - changing an
      * existing employee is the C action's job.
               ACCEPT W03-DEPT
               DISPLAY 'HIRE DATE (YYYYMMDD): ' WITH NO ADVANCING
               ACCEPT W03-HIRE-DATE
               MOVE 'NO' TO W03-BLANK-KEEPS-SW
               PERFORM 207-ACCEPT-PAY
           END-IF
           IF W02-MST-STATUS = '00'
               MOVE W03-SSN       TO F01-MST-SSN
               MOVE W03-NAME      TO F01-MST-NAME
               MOVE W03-DEPT      TO F01-MST-DEPT
               MOVE W03-HIRE-DATE TO F01-MST-HIRE-DATE
               MOVE 'A'           TO F01-MST-STATUS
               MOVE W03-PAY-TYPE  TO F01-MST-PAY-TYPE
               MOVE W03-RATE-ENTRY-N TO F01-MST-PAY-RATE
      * A duplicate key is the only failure the INVALID KEY phrase
      * is trusted to mean - a hard I/O error sets a status the
      * phrase does not catch, so the status decides what the
           .
      * End of ADD-EMPLOYEE paragraph.

      * Changes the name, department, pay type, and/or rate of an
      * employee already on the master. A field left blank keeps
      * the value already on file, so a department move does not
      * force the name or the rate to be rekeyed. A pay type or
      * rate that fails its edit abandons the whole change - half
      * a raise applied is worse than none.
       220-CHANGE-EMPLOYEE.
           PERFORM 205-ACCEPT-SSN
           IF W02-MST-STATUS = '00'
                   NOT INVALID KEY
                       MOVE F01-EMPMAST-RECORD TO W05-JRN-BEFORE
                       DISPLAY 'ON FILE: ' F01-MST-NAME ' DEPT '
                           F01-MST-DEPT ' PAY ' F01-MST-PAY-TYPE
                           ' RATE ' F01-MST-PAY-RATE
                       DISPLAY 'NEW NAME (BLANK = KEEP): '
                           WITH NO ADVANCING
                       ACCEPT W03-NAME
                       DISPLAY 'NEW DEPARTMENT (BLANK = KEEP): '
                           WITH NO ADVANCING
                       ACCEPT W03-DEPT
                       MOVE 'YES' TO W03-BLANK-KEEPS-SW
                       PERFORM 207-ACCEPT-PAY
                       IF W02-MST-STATUS = '00'
                           PERFORM 225-REWRITE-CHANGE
                       ELSE
                           DISPLAY 'CHANGE ABANDONED - MASTER NOT '
                               'UPDATED'
                       END-IF
               END-READ
           END-IF
           .
      * End of CHANGE-EMPLOYEE paragraph.

      * Moves the keyed changes over the record just read and
      * rewrites it, journaling the change when it took.
       225-REWRITE-CHANGE.
           IF W03-NAME NOT = SPACES
               MOVE W03-NAME TO F01-MST-NAME
           END-IF
           IF W03-DEPT NOT = SPACES
               MOVE W03-DEPT TO F01-MST-DEPT
           END-IF
           IF W03-PAY-TYPE NOT = SPACE
               MOVE W03-PAY-TYPE TO F01-MST-PAY-TYPE
           END-IF
           IF W03-RATE-ENTRY NOT = SPACES
               MOVE W03-RATE-ENTRY-N TO F01-MST-PAY-RATE
           END-IF
           REWRITE F01-EMPMAST-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF W02-MST-STATUS = '00'
               MOVE 'C' TO W05-JRN-ACTION
               MOVE F01-EMPMAST-RECORD TO W05-JRN-AFTER
               PERFORM 300-WRITE-JOURNAL-RECORD
               DISPLAY 'CHANGED ' W03-SSN ' ' F01-MST-NAME
           ELSE
               DISPLAY 'CHANGE FAILED - STATUS '
                   W02-MST-STATUS
                   ' - MASTER NOT UPDATED'
           END-IF
           .
      * End of REWRITE-CHANGE paragraph.

      * Marks an employee terminated. The record stays on the master
      * so the payroll run can tell a terminated employee (reported
      * as such) from an SSN it has never heard of.
