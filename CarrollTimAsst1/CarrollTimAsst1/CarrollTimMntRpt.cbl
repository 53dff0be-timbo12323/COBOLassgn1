      * completed maintenance action. Layout must stay in step
      * with F02-JOURNAL-RECORD in that program. The before and
      * after images are whole master records, redefined below so
      * the report can print their name, department, status, and
      * pay columns. Entries journaled before the master carried
      * a pay type and rate are 104 bytes, with 40-byte images, and
      * EMPMAINT appends to the same journal, so both lengths can
      * be on file at once. The length of each entry read decides
      * which layout it is formatted through - an old entry goes
      * through F01-OLD-JOURNAL-RECORD and prints its pay type and
      * rate blank.
       FD  F01-JOURNAL-FILE
           RECORD IS VARYING IN SIZE FROM 104 TO 120 CHARACTERS
               DEPENDING ON W12-JRN-LEN
           DATA RECORDS ARE F01-JOURNAL-RECORD
                            F01-OLD-JOURNAL-RECORD.
       01  F01-JOURNAL-RECORD.
           05  F01-JRN-DATE        PIC X(8).
           05  F01-JRN-TIME        PIC X(6).
           05  F01-JRN-ACTION      PIC X.
           05  F01-JRN-SSN         PIC 9(9).
           05  F01-JRN-BEFORE      PIC X(48).
           05  F01-JRN-BEFORE-SPLIT REDEFINES F01-JRN-BEFORE.
               10                  PIC X(9).
               10  F01-JRN-B-NAME  PIC X(18).
               10  F01-JRN-B-DEPT  PIC X(4).
               10                  PIC X(8).
               10  F01-JRN-B-STATUS PIC X.
               10  F01-JRN-B-PAY-TYPE PIC X.
               10  F01-JRN-B-RATE  PIC X(7).
               10  F01-JRN-B-RATE-N REDEFINES F01-JRN-B-RATE
                                   PIC 9(5)V99.
           05  F01-JRN-AFTER       PIC X(48).
           05  F01-JRN-AFTER-SPLIT REDEFINES F01-JRN-AFTER.
               10                  PIC X(9).
               10  F01-JRN-A-NAME  PIC X(18).
               10  F01-JRN-A-DEPT  PIC X(4).
               10                  PIC X(8).
               10  F01-JRN-A-STATUS PIC X.
               10  F01-JRN-A-PAY-TYPE PIC X.
               10  F01-JRN-A-RATE  PIC X(7).
               10  F01-JRN-A-RATE-N REDEFINES F01-JRN-A-RATE
                                   PIC 9(5)V99.
       01  F01-OLD-JOURNAL-RECORD.
           05                      PIC X(24).
           05  F01-OLD-BEFORE      PIC X(40).
           05  F01-OLD-BEFORE-SPLIT REDEFINES F01-OLD-BEFORE.
               10                  PIC X(9).
               10  F01-OLD-B-NAME  PIC X(18).
               10  F01-OLD-B-DEPT  PIC X(4).
               10                  PIC X(8).
               10  F01-OLD-B-STATUS PIC X.
           05  F01-OLD-AFTER       PIC X(40).
           05  F01-OLD-AFTER-SPLIT REDEFINES F01-OLD-AFTER.
               10                  PIC X(9).
               10  F01-OLD-A-NAME  PIC X(18).
               10  F01-OLD-A-DEPT  PIC X(4).
               10                  PIC X(8).
               10  F01-OLD-A-STATUS PIC X.

       FD  F02-PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'SSN'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(38)
               VALUE 'BEFORE  NAME / DEPT / ST / PAY / RATE'.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(38)
               VALUE 'AFTER   NAME / DEPT / ST / PAY / RATE'.

       01  W04-DETAIL-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-B-DEPT          PIC X(4).
           05                      PIC X(1)    VALUE SPACES.
           05  W04-B-STATUS        PIC X.
           05                      PIC X(1)    VALUE SPACES.
           05  W04-B-PAY-TYPE      PIC X.
           05                      PIC X(1)    VALUE SPACES.
           05  W04-B-RATE          PIC ZZZZ9.99.
           05  W04-B-RATE-X REDEFINES W04-B-RATE
                                   PIC X(8).
           05                      PIC X(4)    VALUE SPACES.
           05  W04-A-NAME          PIC X(18).
           05                      PIC X(1)    VALUE SPACES.
           05  W04-A-DEPT          PIC X(4).
           05                      PIC X(1)    VALUE SPACES.
           05  W04-A-STATUS        PIC X.
           05                      PIC X(1)    VALUE SPACES.
           05  W04-A-PAY-TYPE      PIC X.
           05                      PIC X(1)    VALUE SPACES.
           05  W04-A-RATE          PIC ZZZZ9.99.
           05  W04-A-RATE-X REDEFINES W04-A-RATE
                                   PIC X(8).

       01  W05-FOOTER-LINE.
           05                      PIC X(13)   VALUE 'End of Report'.

       01  W07-REPORT-DATE         PIC X(8)    VALUE SPACES.

      * Length of the journal entry just read - 104 for an entry
      * from before the master carried pay columns, 120 since.
       01  W12-JRN-LEN             PIC 9(4)    VALUE ZERO.

       01  W10-FILE-STATUSES.
           05  W10-JRN-STATUS      PIC XX.
           05  W11-PRM-STATUS      PIC XX.
                   MOVE F01-JRN-ACTION TO W04-ACTION
           END-EVALUATE
           MOVE F01-JRN-SSN TO W04-SSN
           IF W12-JRN-LEN > 104
               PERFORM 311-FORMAT-CURRENT-ENTRY
           ELSE
               PERFORM 312-FORMAT-OLD-ENTRY
           END-IF
           MOVE W04-DETAIL-LINE TO F02-PRINT-LINE-RECORD
           WRITE F02-PRINT-LINE-RECORD
           .
      * End of WRITE-ENTRY-LINE paragraph.

      * Moves the image columns of a full-length entry to the line.
       311-FORMAT-CURRENT-ENTRY.
           MOVE F01-JRN-B-NAME TO W04-B-NAME
           MOVE F01-JRN-B-DEPT TO W04-B-DEPT
           MOVE F01-JRN-B-STATUS TO W04-B-STATUS
           MOVE F01-JRN-A-NAME TO W04-A-NAME
           MOVE F01-JRN-A-DEPT TO W04-A-DEPT
           MOVE F01-JRN-A-STATUS TO W04-A-STATUS
           MOVE F01-JRN-B-PAY-TYPE TO W04-B-PAY-TYPE
           MOVE F01-JRN-A-PAY-TYPE TO W04-A-PAY-TYPE
      * A blank rate - an add's before image - prints blank
      * rather than being edited as a number it is not.
           IF F01-JRN-B-RATE NUMERIC
               MOVE F01-JRN-B-RATE-N TO W04-B-RATE
           ELSE
               MOVE SPACES TO W04-B-RATE-X
           END-IF
           IF F01-JRN-A-RATE NUMERIC
               MOVE F01-JRN-A-RATE-N TO W04-A-RATE
           ELSE
               MOVE SPACES TO W04-A-RATE-X
           END-IF
           .
      * End of FORMAT-CURRENT-ENTRY paragraph.

      * Moves the image columns of an entry journaled before the
      * master carried a pay type and rate. Its images are 40
      * bytes, so the pay columns have nothing to print and are
      * left blank.
       312-FORMAT-OLD-ENTRY.
           MOVE F01-OLD-B-NAME TO W04-B-NAME
           MOVE F01-OLD-B-DEPT TO W04-B-DEPT
           MOVE F01-OLD-B-STATUS TO W04-B-STATUS
           MOVE F01-OLD-A-NAME TO W04-A-NAME
           MOVE F01-OLD-A-DEPT TO W04-A-DEPT
           MOVE F01-OLD-A-STATUS TO W04-A-STATUS
           MOVE SPACES TO W04-B-PAY-TYPE
           MOVE SPACES TO W04-A-PAY-TYPE
           MOVE SPACES TO W04-B-RATE-X
           MOVE SPACES TO W04-A-RATE-X
           .
      * End of FORMAT-OLD-ENTRY paragraph.

      * Paragraph that writes the control totals and
      * 'End of Report'. Printed plus other-days must add back to
