       IDENTIFICATION DIVISION.
       PROGRAM-ID.       STUMAINT.
       AUTHOR.           TIM CARROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-STUMAST-FILE ASSIGN TO 'STUMAST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F01-STU-ID
                                   FILE STATUS IS W02-STU-STATUS.
           SELECT F02-JOURNAL-FILE ASSIGN TO 'STUMAINT.JRN'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W02-JRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The student master the senior run validates SENIOR.DAT
      * headers against. One record per student, keyed on the
      * student ID, so two students with the same name stay two
      * students and a name correction stays the same student.
      * Status 'A' is active, 'I' inactive. The layout must stay
      * in step with F17-STUMAST-RECORD in the student program.
       FD  F01-STUMAST-FILE
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS F01-STUMAST-RECORD.
       01  F01-STUMAST-RECORD.
           05  F01-STU-ID          PIC 9(9).
           05  F01-STU-NAME        PIC X(25).
           05  F01-STU-MAJOR       PIC X(15).
           05  F01-STU-ENTRY-TERM  PIC X(6).
           05  F01-STU-STATUS      PIC X.

      * Audit journal of every completed maintenance action, one
      * record per action with the date, time, action code, and
      * the before and after images of the master record - the
      * same trail EMPMAINT keeps, because a change here decides
      * whose courses the senior run will accept under an ID.
      * Appended to, never rewritten.
       FD  F02-JOURNAL-FILE
           RECORD CONTAINS 136 CHARACTERS
           DATA RECORD IS F02-JOURNAL-RECORD.
       01  F02-JOURNAL-RECORD.
           05  F02-JRN-DATE        PIC X(8).
           05  F02-JRN-TIME        PIC X(6).
           05  F02-JRN-ACTION      PIC X.
           05  F02-JRN-ID          PIC 9(9).
           05  F02-JRN-BEFORE      PIC X(56).
           05  F02-JRN-AFTER       PIC X(56).

       WORKING-STORAGE SECTION.
       01  W01-DONE-SWITCH         PIC X(3)    VALUE 'NO'.

       01  W02-FILE-CONTROL.
           05  W02-STU-STATUS      PIC XX.
           05  W02-JRN-STATUS      PIC XX.

      * Operator entries taken from the console for the transaction
      * currently being keyed. The ID is accepted into an X field
      * first so a mis-keyed entry can be rejected with a message
      * instead of being forced numeric by the ACCEPT.
       01  W03-OPERATOR-ENTRIES.
           05  W03-ACTION          PIC X.
           05  W03-ID-ENTRY        PIC X(9).
           05  W03-ID              PIC 9(9).
           05  W03-NAME            PIC X(25).
           05  W03-MAJOR           PIC X(15).
           05  W03-ENTRY-TERM      PIC X(6).

      * Before and after images staged for the journal record of
      * the action in progress. The before image is captured right
      * after the READ, before any field is changed in the record
      * area. An add has no before image; the field stays spaces.
       01  W05-JOURNAL-WORK.
           05  W05-JRN-ACTION      PIC X       VALUE SPACE.
           05  W05-JRN-BEFORE      PIC X(56)   VALUE SPACES.
           05  W05-JRN-AFTER       PIC X(56)   VALUE SPACES.
           05  W05-JRN-DATE        PIC X(8).
           05  W05-JRN-TIME        PIC X(8).

       PROCEDURE DIVISION.

       PERFORM 100-OPEN-FILES
       PERFORM 200-PROCESS-ONE-ACTION
               UNTIL W01-DONE-SWITCH = 'YES'
       PERFORM 500-CLOSE-FILES
       .

      * Opens the student master for update. Status '35' means the
      * master has never been created on this system, so it is
      * built empty here rather than making the first add fail -
      * every other bad status is reported and the program stops.
       100-OPEN-FILES.
           OPEN I-O F01-STUMAST-FILE
           IF W02-STU-STATUS = '35'
               OPEN OUTPUT F01-STUMAST-FILE
               CLOSE F01-STUMAST-FILE
               OPEN I-O F01-STUMAST-FILE
               DISPLAY 'STUDENT MASTER CREATED EMPTY'
           END-IF
           IF W02-STU-STATUS NOT = '00'
               DISPLAY 'STUDENT MASTER WOULD NOT OPEN - STATUS '
                   W02-STU-STATUS
               STOP RUN
           END-IF
      * A session that cannot journal does not get to maintain
      * the master, the same rule EMPMAINT enforces.
           OPEN EXTEND F02-JOURNAL-FILE
           IF W02-JRN-STATUS NOT = '00'
               DISPLAY 'AUDIT JOURNAL STUMAINT.JRN WOULD NOT OPEN - '
                   'STATUS ' W02-JRN-STATUS
               CLOSE F01-STUMAST-FILE
               STOP RUN
           END-IF
           .
      * End of OPEN-FILES paragraph.

      * Shows the action menu, takes one action code from the
      * operator, and routes to the paragraph that carries it out.
       200-PROCESS-ONE-ACTION.
           DISPLAY ' '
           DISPLAY 'STUDENT MASTER MAINTENANCE'
           DISPLAY '  A - ADD A STUDENT'
           DISPLAY '  C - CHANGE NAME/MAJOR/ENTRY TERM'
           DISPLAY '  I - INACTIVATE A STUDENT'
           DISPLAY '  R - REACTIVATE A STUDENT'
           DISPLAY '  Q - QUIT'
           DISPLAY 'ACTION: ' WITH NO ADVANCING
           ACCEPT W03-ACTION
           EVALUATE W03-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM 210-ADD-STUDENT
               WHEN 'C'
               WHEN 'c'
                   PERFORM 220-CHANGE-STUDENT
               WHEN 'I'
               WHEN 'i'
                   PERFORM 230-INACTIVATE-STUDENT
               WHEN 'R'
               WHEN 'r'
                   PERFORM 240-REACTIVATE-STUDENT
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'YES' TO W01-DONE-SWITCH
               WHEN OTHER
                   DISPLAY 'UNKNOWN ACTION - ENTER A, C, I, R OR Q'
           END-EVALUATE
           .
      * End of PROCESS-ONE-ACTION paragraph.

      * Takes the student ID for the transaction being keyed and
      * edits it the same way the senior run's ID edit does - nine
      * numeric digits, not all zeros. A failed edit leaves
      * W02-STU-STATUS at '23' so the calling paragraph gives up on
      * the transaction without touching the file.
       205-ACCEPT-ID.
           DISPLAY 'STUDENT ID (9 DIGITS): ' WITH NO ADVANCING
           ACCEPT W03-ID-ENTRY
           IF W03-ID-ENTRY IS NUMERIC
               AND W03-ID-ENTRY NOT = '000000000'
               MOVE W03-ID-ENTRY TO W03-ID
               MOVE '00' TO W02-STU-STATUS
           ELSE
               DISPLAY 'STUDENT ID MUST BE 9 DIGITS, NOT ALL ZEROS'
               MOVE '23' TO W02-STU-STATUS
           END-IF
           .
      * End of ACCEPT-ID paragraph.

      * Edits the entry term keyed for an add or change: a
      * four-digit year followed by the session (2026FA). A blank
      * entry is let through only on a change, where it means
      * keep what is on file.
       206-EDIT-ENTRY-TERM.
           IF W03-ENTRY-TERM(1:4) NOT NUMERIC
               OR W03-ENTRY-TERM(5:2) = SPACES
               DISPLAY 'ENTRY TERM MUST BE A 4-DIGIT YEAR AND A '
                   'SESSION (2026FA)'
               MOVE '23' TO W02-STU-STATUS
           END-IF
           .
      * End of EDIT-ENTRY-TERM paragraph.

      * Adds one student to the master in active status. Name and
      * major must be keyed - the senior run compares both against
      * the header, and a blank on the master would reject every
      * header for the student. A duplicate ID is reported rather
      * than overwritten - changing an existing student is the C
      * action's job.
       210-ADD-STUDENT.
           PERFORM 205-ACCEPT-ID
           IF W02-STU-STATUS = '00'
               DISPLAY 'NAME: ' WITH NO ADVANCING
               ACCEPT W03-NAME
               DISPLAY 'MAJOR: ' WITH NO ADVANCING
               ACCEPT W03-MAJOR
               DISPLAY 'ENTRY TERM (2026FA): ' WITH NO ADVANCING
               ACCEPT W03-ENTRY-TERM
               IF W03-NAME = SPACES
                   OR W03-MAJOR = SPACES
                   DISPLAY 'NAME AND MAJOR MUST NOT BE BLANK'
                   MOVE '23' TO W02-STU-STATUS
               ELSE
                   PERFORM 206-EDIT-ENTRY-TERM
               END-IF
           END-IF
           IF W02-STU-STATUS = '00'
               MOVE W03-ID         TO F01-STU-ID
               MOVE W03-NAME       TO F01-STU-NAME
               MOVE W03-MAJOR      TO F01-STU-MAJOR
               MOVE W03-ENTRY-TERM TO F01-STU-ENTRY-TERM
               MOVE 'A'            TO F01-STU-STATUS
               WRITE F01-STUMAST-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               EVALUATE W02-STU-STATUS
                   WHEN '00'
                       MOVE 'A' TO W05-JRN-ACTION
                       MOVE SPACES TO W05-JRN-BEFORE
                       MOVE F01-STUMAST-RECORD TO W05-JRN-AFTER
                       PERFORM 300-WRITE-JOURNAL-RECORD
                       DISPLAY 'ADDED ' W03-ID ' ' W03-NAME
                   WHEN '22'
                       DISPLAY 'ID ' W03-ID ' IS ALREADY ON FILE'
                   WHEN OTHER
                       DISPLAY 'ADD FAILED - STATUS '
                           W02-STU-STATUS ' - MASTER NOT UPDATED'
               END-EVALUATE
           END-IF
           .
      * End of ADD-STUDENT paragraph.

      * Changes the name, major, and/or entry term of a student
      * already on the master. A field left blank keeps the value
      * already on file, so a change of major does not force the
      * name to be rekeyed. An entry term that fails its edit
      * abandons the whole change.
       220-CHANGE-STUDENT.
           PERFORM 205-ACCEPT-ID
           IF W02-STU-STATUS = '00'
               MOVE W03-ID TO F01-STU-ID
               READ F01-STUMAST-FILE
                   INVALID KEY
                       DISPLAY 'ID ' W03-ID ' IS NOT ON FILE'
                   NOT INVALID KEY
                       MOVE F01-STUMAST-RECORD TO W05-JRN-BEFORE
                       DISPLAY 'ON FILE: ' F01-STU-NAME ' MAJOR '
                           F01-STU-MAJOR ' ENTERED '
                           F01-STU-ENTRY-TERM
                       DISPLAY 'NEW NAME (BLANK = KEEP): '
                           WITH NO ADVANCING
                       ACCEPT W03-NAME
                       DISPLAY 'NEW MAJOR (BLANK = KEEP): '
                           WITH NO ADVANCING
                       ACCEPT W03-MAJOR
                       DISPLAY 'NEW ENTRY TERM (BLANK = KEEP): '
                           WITH NO ADVANCING
                       ACCEPT W03-ENTRY-TERM
                       IF W03-ENTRY-TERM NOT = SPACES
                           PERFORM 206-EDIT-ENTRY-TERM
                       END-IF
                       IF W02-STU-STATUS = '00'
                           PERFORM 225-REWRITE-CHANGE
                       ELSE
                           DISPLAY 'CHANGE ABANDONED - MASTER NOT '
                               'UPDATED'
                       END-IF
               END-READ
           END-IF
           .
      * End of CHANGE-STUDENT paragraph.

      * Moves the keyed changes over the record just read and
      * rewrites it, journaling the change when it took.
       225-REWRITE-CHANGE.
           IF W03-NAME NOT = SPACES
               MOVE W03-NAME TO F01-STU-NAME
           END-IF
           IF W03-MAJOR NOT = SPACES
               MOVE W03-MAJOR TO F01-STU-MAJOR
           END-IF
           IF W03-ENTRY-TERM NOT = SPACES
               MOVE W03-ENTRY-TERM TO F01-STU-ENTRY-TERM
           END-IF
           REWRITE F01-STUMAST-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF W02-STU-STATUS = '00'
               MOVE 'C' TO W05-JRN-ACTION
               MOVE F01-STUMAST-RECORD TO W05-JRN-AFTER
               PERFORM 300-WRITE-JOURNAL-RECORD
               DISPLAY 'CHANGED ' W03-ID ' ' F01-STU-NAME
           ELSE
               DISPLAY 'CHANGE FAILED - STATUS '
                   W02-STU-STATUS
                   ' - MASTER NOT UPDATED'
           END-IF
           .
      * End of REWRITE-CHANGE paragraph.

      * Marks a student inactive. The record stays on the master
      * so the senior run can tell an inactive student (rejected
      * as such) from an ID it has never heard of.
       230-INACTIVATE-STUDENT.
           PERFORM 205-ACCEPT-ID
           IF W02-STU-STATUS = '00'
               MOVE W03-ID TO F01-STU-ID
               READ F01-STUMAST-FILE
                   INVALID KEY
                       DISPLAY 'ID ' W03-ID ' IS NOT ON FILE'
                   NOT INVALID KEY
                       MOVE F01-STUMAST-RECORD TO W05-JRN-BEFORE
                       MOVE 'I' TO F01-STU-STATUS
                       REWRITE F01-STUMAST-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                       IF W02-STU-STATUS = '00'
                           MOVE 'I' TO W05-JRN-ACTION
                           MOVE F01-STUMAST-RECORD TO W05-JRN-AFTER
                           PERFORM 300-WRITE-JOURNAL-RECORD
                           DISPLAY 'INACTIVATED ' W03-ID ' '
                               F01-STU-NAME
                       ELSE
                           DISPLAY 'INACTIVATE FAILED - STATUS '
                               W02-STU-STATUS
                               ' - MASTER NOT UPDATED'
                       END-IF
               END-READ
           END-IF
           .
      * End of INACTIVATE-STUDENT paragraph.

      * Puts an inactive student back in active status, for a
      * returning student and for backing out an inactivation
      * keyed against the wrong ID.
       240-REACTIVATE-STUDENT.
           PERFORM 205-ACCEPT-ID
           IF W02-STU-STATUS = '00'
               MOVE W03-ID TO F01-STU-ID
               READ F01-STUMAST-FILE
                   INVALID KEY
                       DISPLAY 'ID ' W03-ID ' IS NOT ON FILE'
                   NOT INVALID KEY
                       MOVE F01-STUMAST-RECORD TO W05-JRN-BEFORE
                       MOVE 'A' TO F01-STU-STATUS
                       REWRITE F01-STUMAST-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                       IF W02-STU-STATUS = '00'
                           MOVE 'R' TO W05-JRN-ACTION
                           MOVE F01-STUMAST-RECORD TO W05-JRN-AFTER
                           PERFORM 300-WRITE-JOURNAL-RECORD
                           DISPLAY 'REACTIVATED ' W03-ID ' '
                               F01-STU-NAME
                       ELSE
                           DISPLAY 'REACTIVATE FAILED - STATUS '
                               W02-STU-STATUS
                               ' - MASTER NOT UPDATED'
                       END-IF
               END-READ
           END-IF
           .
      * End of REACTIVATE-STUDENT paragraph.

      * Writes one journal record for the action just completed,
      * stamped with the wall-clock date and time of the action
      * itself.
       300-WRITE-JOURNAL-RECORD.
           ACCEPT W05-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT W05-JRN-TIME FROM TIME
           MOVE W05-JRN-DATE TO F02-JRN-DATE
           MOVE W05-JRN-TIME(1:6) TO F02-JRN-TIME
           MOVE W05-JRN-ACTION TO F02-JRN-ACTION
           MOVE W03-ID TO F02-JRN-ID
           MOVE W05-JRN-BEFORE TO F02-JRN-BEFORE
           MOVE W05-JRN-AFTER TO F02-JRN-AFTER
           WRITE F02-JOURNAL-RECORD
           .
      * End of WRITE-JOURNAL-RECORD paragraph.

      * Closing files
       500-CLOSE-FILES.
           CLOSE F01-STUMAST-FILE
                 F02-JOURNAL-FILE
           STOP RUN
           .
      * End of CLOSE-FILES paragraph.
