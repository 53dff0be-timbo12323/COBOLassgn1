       IDENTIFICATION DIVISION.
       PROGRAM-ID.       ENVPICK.
       AUTHOR.           TIM CARROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-ENVLEDG-FILE ASSIGN TO 'ENVLEDG.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F01-ENV-KEY
                                   FILE STATUS IS W02-ENV-STATUS.
           SELECT F02-JOURNAL-FILE ASSIGN TO 'ENVPICK.JRN'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W02-JRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The envelope ledger the payroll run adds one record to for
      * every pay envelope it stuffs. Keyed on pay date, SSN, and
      * envelope number. The layout must stay in step with the
      * F24-ENVLEDG-RECORD layout in the payroll program.
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

      * Audit journal of every envelope handed over or sent back
      * to the safe, one record per action with the date and time
      * it was keyed. Appended to, never rewritten - when the
      * vault count comes up short, this is what says which
      * envelopes left the counting table and when.
       FD  F02-JOURNAL-FILE
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS F02-JOURNAL-RECORD.
       01  F02-JOURNAL-RECORD.
           05  F02-JRN-DATE        PIC X(8).
           05  F02-JRN-TIME        PIC X(6).
           05  F02-JRN-ACTION      PIC X.
           05  F02-JRN-PAY-DATE    PIC X(8).
           05  F02-JRN-SSN         PIC 9(9).
           05  F02-JRN-SEQ         PIC 9(9).
           05  F02-JRN-NAME        PIC X(18).
           05  F02-JRN-NET         PIC 9(5)V99.
           05  F02-JRN-OLD-STATUS  PIC X.
           05  F02-JRN-NEW-STATUS  PIC X.
           05                      PIC X(4).

       WORKING-STORAGE SECTION.
       01  W01-DONE-SWITCH         PIC X(3)    VALUE 'NO'.

       01  W02-FILE-CONTROL.
           05  W02-ENV-STATUS      PIC XX.
           05  W02-JRN-STATUS      PIC XX.

      * Operator entries for the envelope currently being keyed.
      * Each is accepted into an X field first so a mis-keyed entry
      * can be rejected with a message instead of being forced
      * numeric by the ACCEPT. The envelope number is keyed the
      * way it is printed on the stub, without leading zeros, so
      * its digits are counted off the front of the entry.
       01  W03-OPERATOR-ENTRIES.
           05  W03-ACTION          PIC X.
           05  W03-PAY-DATE        PIC X(8).
           05  W03-SSN-ENTRY       PIC X(9).
           05  W03-SSN             PIC 9(9).
           05  W03-SEQ-ENTRY       PIC X(9).
           05  W03-SEQ-LENGTH      PIC 9(2)    VALUE ZERO.
           05  W03-SEQ             PIC 9(9).
           05  W03-CONFIRM         PIC X.

      * Figures staged for the journal record of the action in
      * progress. The old status is captured right after the READ,
      * before the record area is changed.
       01  W05-JOURNAL-WORK.
           05  W05-JRN-ACTION      PIC X       VALUE SPACE.
           05  W05-JRN-OLD-STATUS  PIC X       VALUE SPACE.
           05  W05-JRN-DATE        PIC X(8).
           05  W05-JRN-TIME        PIC X(8).

       01  W06-NET-DISPLAY         PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.

       PERFORM 100-OPEN-FILES
       PERFORM 200-PROCESS-ONE-ACTION
               UNTIL W01-DONE-SWITCH = 'YES'
       PERFORM 500-CLOSE-FILES
       .

      * Opens the envelope ledger for update. Unlike the masters,
      * the ledger is only ever created by the payroll run - one
      * that is not there means no envelope has been stuffed yet,
      * and there is nothing to hand out.
       100-OPEN-FILES.
           OPEN I-O F01-ENVLEDG-FILE
           IF W02-ENV-STATUS NOT = '00'
               DISPLAY 'ENVELOPE LEDGER WOULD NOT OPEN - STATUS '
                   W02-ENV-STATUS
               STOP RUN
           END-IF
      * A session that cannot journal does not get to mark
      * envelopes off - an unrecorded pickup is the exact hole the
      * journal exists to close.
           OPEN EXTEND F02-JOURNAL-FILE
           IF W02-JRN-STATUS NOT = '00'
               DISPLAY 'AUDIT JOURNAL ENVPICK.JRN WOULD NOT OPEN - '
                   'STATUS ' W02-JRN-STATUS
               CLOSE F01-ENVLEDG-FILE
               STOP RUN
           END-IF
           .
      * End of OPEN-FILES paragraph.

      * Shows the action menu, takes one action code from the
      * operator, and routes to the paragraph that carries it out.
       200-PROCESS-ONE-ACTION.
           DISPLAY ' '
           DISPLAY 'PAY ENVELOPE PICKUP'
           DISPLAY '  P - EMPLOYEE SIGNED FOR AN ENVELOPE'
           DISPLAY '  R - RETURN AN ENVELOPE TO THE SAFE'
           DISPLAY '  Q - QUIT'
           DISPLAY 'ACTION: ' WITH NO ADVANCING
           ACCEPT W03-ACTION
           EVALUATE W03-ACTION
               WHEN 'P'
               WHEN 'p'
                   PERFORM 210-RECORD-PICKUP
               WHEN 'R'
               WHEN 'r'
                   PERFORM 220-RECORD-RETURN
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'YES' TO W01-DONE-SWITCH
               WHEN OTHER
                   DISPLAY 'UNKNOWN ACTION - ENTER P, R OR Q'
           END-EVALUATE
           .
      * End of PROCESS-ONE-ACTION paragraph.

      * Takes the pay date, SSN, and envelope number off the stub
      * and reads the envelope. The SSN is asked of the employee -
      * the stub shows only its last four digits - so an envelope
      * number keyed against the wrong person is not found. Any
      * failed edit or lookup leaves W02-ENV-STATUS at '23' so the
      * calling paragraph gives up without touching the ledger.
       205-FIND-ENVELOPE.
           MOVE '00' TO W02-ENV-STATUS
           DISPLAY 'PAY DATE ON STUB (YYYYMMDD): ' WITH NO ADVANCING
           ACCEPT W03-PAY-DATE
           IF W03-PAY-DATE NOT NUMERIC
               DISPLAY 'PAY DATE MUST BE 8 DIGITS'
               MOVE '23' TO W02-ENV-STATUS
           END-IF
           IF W02-ENV-STATUS = '00'
               DISPLAY 'EMPLOYEE SSN (9 DIGITS): ' WITH NO ADVANCING
               ACCEPT W03-SSN-ENTRY
               IF W03-SSN-ENTRY IS NUMERIC
                   AND W03-SSN-ENTRY NOT = '000000000'
                   MOVE W03-SSN-ENTRY TO W03-SSN
               ELSE
                   DISPLAY 'SSN MUST BE 9 DIGITS, NOT ALL ZEROS'
                   MOVE '23' TO W02-ENV-STATUS
               END-IF
           END-IF
           IF W02-ENV-STATUS = '00'
               DISPLAY 'ENVELOPE NUMBER ON STUB: ' WITH NO ADVANCING
               ACCEPT W03-SEQ-ENTRY
               MOVE ZERO TO W03-SEQ-LENGTH
               INSPECT W03-SEQ-ENTRY TALLYING W03-SEQ-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF W03-SEQ-LENGTH = ZERO
                   DISPLAY 'ENVELOPE NUMBER MUST BE DIGITS'
                   MOVE '23' TO W02-ENV-STATUS
               ELSE
                   IF W03-SEQ-ENTRY(1:W03-SEQ-LENGTH) NOT NUMERIC
                       DISPLAY 'ENVELOPE NUMBER MUST BE DIGITS'
                       MOVE '23' TO W02-ENV-STATUS
                   ELSE
                       MOVE W03-SEQ-ENTRY(1:W03-SEQ-LENGTH)
                           TO W03-SEQ
                   END-IF
               END-IF
           END-IF
           IF W02-ENV-STATUS = '00'
               MOVE W03-PAY-DATE TO F01-ENV-PAY-DATE
               MOVE W03-SSN TO F01-ENV-SSN
               MOVE W03-SEQ TO F01-ENV-SEQ
               READ F01-ENVLEDG-FILE
                   INVALID KEY
                       DISPLAY 'NO ENVELOPE ' W03-SEQ ' FOR SSN '
                           W03-SSN ' ON PAY DATE ' W03-PAY-DATE
               END-READ
               IF W02-ENV-STATUS = '00'
                   MOVE F01-ENV-STATUS TO W05-JRN-OLD-STATUS
                   MOVE F01-ENV-NET TO W06-NET-DISPLAY
                   DISPLAY 'ON FILE: ' F01-ENV-NAME ' DEPT '
                       F01-ENV-DEPT ' NET ' W06-NET-DISPLAY
               ELSE
                   IF W02-ENV-STATUS NOT = '23'
                       DISPLAY 'LEDGER READ FAILED - STATUS '
                           W02-ENV-STATUS
                   END-IF
                   MOVE '23' TO W02-ENV-STATUS
               END-IF
           END-IF
           .
      * End of FIND-ENVELOPE paragraph.

      * Marks an unclaimed envelope claimed once the clerk confirms
      * the employee has signed for it. An envelope already claimed
      * or already back in the safe is reported and left alone -
      * handing the same pay out twice is what the ledger stops.
       210-RECORD-PICKUP.
           PERFORM 205-FIND-ENVELOPE
           IF W02-ENV-STATUS = '00'
               EVALUATE F01-ENV-STATUS
                   WHEN 'C'
                       DISPLAY 'ALREADY SIGNED FOR ON '
                           F01-ENV-STATUS-DATE ' - NOT HANDED OUT'
                   WHEN 'R'
                       DISPLAY 'RETURNED TO THE SAFE ON '
                           F01-ENV-STATUS-DATE
                           ' - REFER EMPLOYEE TO PAYROLL'
                   WHEN OTHER
                       DISPLAY 'HAS THE EMPLOYEE SIGNED (Y/N): '
                           WITH NO ADVANCING
                       ACCEPT W03-CONFIRM
                       IF W03-CONFIRM = 'Y' OR W03-CONFIRM = 'y'
                           MOVE 'P' TO W05-JRN-ACTION
                           MOVE 'C' TO F01-ENV-STATUS
                           PERFORM 230-REWRITE-ENVELOPE
                       ELSE
                           DISPLAY 'PICKUP NOT RECORDED'
                       END-IF
               END-EVALUATE
           END-IF
           .
      * End of RECORD-PICKUP paragraph.

      * Marks an unclaimed envelope returned to the safe for
      * redeposit, taking it off the unclaimed list the vault is
      * balanced against.
       220-RECORD-RETURN.
           PERFORM 205-FIND-ENVELOPE
           IF W02-ENV-STATUS = '00'
               EVALUATE F01-ENV-STATUS
                   WHEN 'C'
                       DISPLAY 'SIGNED FOR ON ' F01-ENV-STATUS-DATE
                           ' - NOTHING TO RETURN'
                   WHEN 'R'
                       DISPLAY 'ALREADY RETURNED TO THE SAFE ON '
                           F01-ENV-STATUS-DATE
                   WHEN OTHER
                       DISPLAY 'CONFIRM ENVELOPE IS IN THE SAFE '
                           '(Y/N): ' WITH NO ADVANCING
                       ACCEPT W03-CONFIRM
                       IF W03-CONFIRM = 'Y' OR W03-CONFIRM = 'y'
                           MOVE 'R' TO W05-JRN-ACTION
                           MOVE 'R' TO F01-ENV-STATUS
                           PERFORM 230-REWRITE-ENVELOPE
                       ELSE
                           DISPLAY 'RETURN NOT RECORDED'
                       END-IF
               END-EVALUATE
           END-IF
           .
      * End of RECORD-RETURN paragraph.

      * Stamps the new status with today's date and rewrites the
      * envelope, journaling the action when it took. A failed
      * REWRITE with a confirmation on the console would leave the
      * envelope unclaimed on the ledger and cash out of the vault
      * the aging report still counts, so the status decides what
      * is reported.
       230-REWRITE-ENVELOPE.
           ACCEPT W05-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT W05-JRN-TIME FROM TIME
           MOVE W05-JRN-DATE TO F01-ENV-STATUS-DATE
           REWRITE F01-ENVLEDG-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF W02-ENV-STATUS = '00'
               PERFORM 300-WRITE-JOURNAL-RECORD
               IF W05-JRN-ACTION = 'P'
                   DISPLAY 'PICKUP RECORDED ' F01-ENV-NAME
               ELSE
                   DISPLAY 'RETURN TO SAFE RECORDED ' F01-ENV-NAME
               END-IF
           ELSE
               DISPLAY 'UPDATE FAILED - STATUS ' W02-ENV-STATUS
                   ' - LEDGER NOT UPDATED'
           END-IF
           .
      * End of REWRITE-ENVELOPE paragraph.

      * Writes one journal record for the action just completed,
      * stamped with the date and time it was keyed.
       300-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO F02-JOURNAL-RECORD
           MOVE W05-JRN-DATE TO F02-JRN-DATE
           MOVE W05-JRN-TIME(1:6) TO F02-JRN-TIME
           MOVE W05-JRN-ACTION TO F02-JRN-ACTION
           MOVE F01-ENV-PAY-DATE TO F02-JRN-PAY-DATE
           MOVE F01-ENV-SSN TO F02-JRN-SSN
           MOVE F01-ENV-SEQ TO F02-JRN-SEQ
           MOVE F01-ENV-NAME TO F02-JRN-NAME
           MOVE F01-ENV-NET TO F02-JRN-NET
           MOVE W05-JRN-OLD-STATUS TO F02-JRN-OLD-STATUS
           MOVE F01-ENV-STATUS TO F02-JRN-NEW-STATUS
           WRITE F02-JOURNAL-RECORD
           .
      * End of WRITE-JOURNAL-RECORD paragraph.

      * Closing files
       500-CLOSE-FILES.
           CLOSE F01-ENVLEDG-FILE
                 F02-JOURNAL-FILE
           STOP RUN
           .
      * End of CLOSE-FILES paragraph.
