       IDENTIFICATION DIVISION.
       PROGRAM-ID.       CRSMAINT.
       AUTHOR.           TIM CARROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-CATALOG-FILE ASSIGN TO 'CRSMAST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F01-CAT-CODE
                                   FILE STATUS IS W02-CAT-STATUS.
           SELECT F02-JOURNAL-FILE ASSIGN TO 'CRSMAINT.JRN'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W02-JRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The course catalog: every course code the registrar
      * offers, with its title, the credit hours it carries, and
      * the department that owns it. The senior run rejects any
      * course record whose code is not here or whose hours
      * disagree with it, so this file is what stands between a
      * mistyped code or hours figure and a student's GPA. Layout
      * must stay in step with F10-CATALOG-RECORD in the student
      * program.
       FD  F01-CATALOG-FILE
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS F01-CATALOG-RECORD.
       01  F01-CATALOG-RECORD.
           05  F01-CAT-CODE        PIC X(8).
           05  F01-CAT-TITLE       PIC X(30).
           05  F01-CAT-HOURS       PIC 9(2).
           05  F01-CAT-DEPT        PIC X(4).

      * Audit journal of every completed maintenance action, one
      * record per action with the date, time, action code, and
      * the before and after images - the same trail DPTMAINT
      * keeps, because a catalog change decides which course
      * records the senior run will accept.
       FD  F02-JOURNAL-FILE
           RECORD CONTAINS 111 CHARACTERS
           DATA RECORD IS F02-JOURNAL-RECORD.
       01  F02-JOURNAL-RECORD.
           05  F02-JRN-DATE        PIC X(8).
           05  F02-JRN-TIME        PIC X(6).
           05  F02-JRN-ACTION      PIC X.
           05  F02-JRN-CODE        PIC X(8).
           05  F02-JRN-BEFORE      PIC X(44).
           05  F02-JRN-AFTER       PIC X(44).

       WORKING-STORAGE SECTION.
       01  W01-DONE-SWITCH         PIC X(3)    VALUE 'NO'.

       01  W02-FILE-CONTROL.
           05  W02-CAT-STATUS      PIC XX.
           05  W02-JRN-STATUS      PIC XX.

      * Operator entries taken from the console for the
      * transaction currently being keyed. The hours are taken as
      * characters and edited before they go anywhere near the
      * numeric field on the record.
       01  W03-OPERATOR-ENTRIES.
           05  W03-ACTION          PIC X.
           05  W03-CODE            PIC X(8).
           05  W03-TITLE           PIC X(30).
           05  W03-HOURS           PIC X(2).
           05  W03-HOURS-N         REDEFINES
               W03-HOURS           PIC 9(2).
           05  W03-DEPT            PIC X(4).
           05  W03-CONFIRM         PIC X.

      * Before and after images staged for the journal record of
      * the action in progress, captured the same way DPTMAINT
      * captures its own.
       01  W05-JOURNAL-WORK.
           05  W05-JRN-ACTION      PIC X       VALUE SPACE.
           05  W05-JRN-BEFORE      PIC X(44)   VALUE SPACES.
           05  W05-JRN-AFTER       PIC X(44)   VALUE SPACES.
           05  W05-JRN-DATE        PIC X(8).
           05  W05-JRN-TIME        PIC X(8).

       PROCEDURE DIVISION.

       PERFORM 100-OPEN-FILES
       PERFORM 200-PROCESS-ONE-ACTION
               UNTIL W01-DONE-SWITCH = 'YES'
       PERFORM 500-CLOSE-FILES
       .

      * Opens the course catalog for update. Status '35' means
      * the catalog has never been created on this system, so it
      * is built empty here rather than making the first add
      * fail. Every other bad status is reported and the program
      * stops.
       100-OPEN-FILES.
           OPEN I-O F01-CATALOG-FILE
           IF W02-CAT-STATUS = '35'
               OPEN OUTPUT F01-CATALOG-FILE
               CLOSE F01-CATALOG-FILE
               OPEN I-O F01-CATALOG-FILE
               DISPLAY 'COURSE CATALOG CREATED EMPTY'
           END-IF
           IF W02-CAT-STATUS NOT = '00'
               DISPLAY 'COURSE CATALOG WOULD NOT OPEN - STATUS '
                   W02-CAT-STATUS
               STOP RUN
           END-IF
      * A session that cannot journal does not get to maintain
      * the catalog, the same rule DPTMAINT enforces.
           OPEN EXTEND F02-JOURNAL-FILE
           IF W02-JRN-STATUS NOT = '00'
               DISPLAY 'AUDIT JOURNAL CRSMAINT.JRN WOULD NOT OPEN - '
                   'STATUS ' W02-JRN-STATUS
               CLOSE F01-CATALOG-FILE
               STOP RUN
           END-IF
           .
      * End of OPEN-FILES paragraph.

      * Shows the action menu, takes one action code from the
      * operator, and routes to the paragraph that carries it out.
       200-PROCESS-ONE-ACTION.
           DISPLAY ' '
           DISPLAY 'COURSE CATALOG MAINTENANCE'
           DISPLAY '  A - ADD A COURSE'
           DISPLAY '  C - CHANGE TITLE/HOURS/DEPARTMENT'
           DISPLAY '  D - DELETE A COURSE'
           DISPLAY '  Q - QUIT'
           DISPLAY 'ACTION: ' WITH NO ADVANCING
           ACCEPT W03-ACTION
           EVALUATE W03-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM 210-ADD-COURSE
               WHEN 'C'
               WHEN 'c'
                   PERFORM 220-CHANGE-COURSE
               WHEN 'D'
               WHEN 'd'
                   PERFORM 230-DELETE-COURSE
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'YES' TO W01-DONE-SWITCH
               WHEN OTHER
                   DISPLAY 'UNKNOWN ACTION - ENTER A, C, D OR Q'
           END-EVALUATE
           .
      * End of PROCESS-ONE-ACTION paragraph.

      * Takes the course code for the transaction being keyed. A
      * blank code is refused - a blank code on a course record is
      * a feed fault the senior run must go on rejecting, not a
      * course. A failed edit leaves W02-CAT-STATUS at '23' so the
      * calling paragraph gives up on the transaction without
      * touching the file.
       205-ACCEPT-CODE.
           DISPLAY 'COURSE CODE (8 CHARACTERS): '
               WITH NO ADVANCING
           ACCEPT W03-CODE
           IF W03-CODE = SPACES
               DISPLAY 'COURSE CODE MUST NOT BE BLANK'
               MOVE '23' TO W02-CAT-STATUS
           ELSE
               MOVE '00' TO W02-CAT-STATUS
           END-IF
           .
      * End of ACCEPT-CODE paragraph.

      * Takes and edits the title, hours, and owning department
      * for an add or change: title not blank, hours two digits
      * and not zero, department not blank. A zero-hour course
      * would pass every hours check on the senior run while
      * contributing nothing to the GPA, which is exactly the
      * keying error the catalog exists to catch.
       206-ACCEPT-COURSE-FIELDS.
           DISPLAY 'COURSE TITLE: ' WITH NO ADVANCING
           ACCEPT W03-TITLE
           IF W03-TITLE = SPACES
               DISPLAY 'COURSE TITLE MUST NOT BE BLANK'
               MOVE '23' TO W02-CAT-STATUS
           ELSE
               DISPLAY 'CREDIT HOURS (2 DIGITS): ' WITH NO ADVANCING
               ACCEPT W03-HOURS
               IF W03-HOURS NOT NUMERIC
                   OR W03-HOURS = '00'
                   DISPLAY 'CREDIT HOURS MUST BE 2 DIGITS AND NOT '
                       'ZERO'
                   MOVE '23' TO W02-CAT-STATUS
               ELSE
                   DISPLAY 'OWNING DEPARTMENT (4 CHARACTERS): '
                       WITH NO ADVANCING
                   ACCEPT W03-DEPT
                   IF W03-DEPT = SPACES
                       DISPLAY 'OWNING DEPARTMENT MUST NOT BE BLANK'
                       MOVE '23' TO W02-CAT-STATUS
                   END-IF
               END-IF
           END-IF
           .
      * End of ACCEPT-COURSE-FIELDS paragraph.

      * Adds one course. A duplicate code is reported rather than
      * overwritten - changing an existing course is the C
      * action's job.
       210-ADD-COURSE.
           PERFORM 205-ACCEPT-CODE
           IF W02-CAT-STATUS = '00'
               PERFORM 206-ACCEPT-COURSE-FIELDS
           END-IF
           IF W02-CAT-STATUS = '00'
               MOVE W03-CODE        TO F01-CAT-CODE
               MOVE W03-TITLE       TO F01-CAT-TITLE
               MOVE W03-HOURS-N     TO F01-CAT-HOURS
               MOVE W03-DEPT        TO F01-CAT-DEPT
               WRITE F01-CATALOG-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               EVALUATE W02-CAT-STATUS
                   WHEN '00'
                       MOVE 'A' TO W05-JRN-ACTION
                       MOVE SPACES TO W05-JRN-BEFORE
                       MOVE F01-CATALOG-RECORD TO W05-JRN-AFTER
                       PERFORM 300-WRITE-JOURNAL-RECORD
                       DISPLAY 'ADDED ' W03-CODE ' ' W03-TITLE
                   WHEN '22'
                       DISPLAY 'CODE ' W03-CODE ' IS ALREADY ON FILE'
                   WHEN OTHER
                       DISPLAY 'ADD FAILED - STATUS '
                           W02-CAT-STATUS ' - CATALOG NOT UPDATED'
               END-EVALUATE
           END-IF
           .
      * End of ADD-COURSE paragraph.

      * Changes the title, hours, and owning department of a
      * course already in the catalog. All three are rekeyed
      * together so the journal shows the whole change. A change
      * of hours takes effect on the next senior run for every
      * student who took the course - records keyed at the old
      * hours will reject until the registrar corrects them.
       220-CHANGE-COURSE.
           PERFORM 205-ACCEPT-CODE
           IF W02-CAT-STATUS = '00'
               MOVE W03-CODE TO F01-CAT-CODE
               READ F01-CATALOG-FILE
                   INVALID KEY
                       DISPLAY 'CODE ' W03-CODE ' IS NOT ON FILE'
                   NOT INVALID KEY
                       MOVE F01-CATALOG-RECORD TO W05-JRN-BEFORE
                       DISPLAY 'ON FILE: ' F01-CAT-TITLE ' HOURS '
                           F01-CAT-HOURS ' DEPT ' F01-CAT-DEPT
                       PERFORM 206-ACCEPT-COURSE-FIELDS
                       IF W02-CAT-STATUS = '00'
                           MOVE W03-TITLE TO F01-CAT-TITLE
                           MOVE W03-HOURS-N TO F01-CAT-HOURS
                           MOVE W03-DEPT TO F01-CAT-DEPT
                           REWRITE F01-CATALOG-RECORD
                               INVALID KEY CONTINUE
                           END-REWRITE
                           IF W02-CAT-STATUS = '00'
                               MOVE 'C' TO W05-JRN-ACTION
                               MOVE F01-CATALOG-RECORD
                                   TO W05-JRN-AFTER
                               PERFORM 300-WRITE-JOURNAL-RECORD
                               DISPLAY 'CHANGED ' W03-CODE ' '
                                   F01-CAT-TITLE
                           ELSE
                               DISPLAY 'CHANGE FAILED - STATUS '
                                   W02-CAT-STATUS
                                   ' - CATALOG NOT UPDATED'
                           END-IF
                       END-IF
               END-READ
           END-IF
           .
      * End of CHANGE-COURSE paragraph.

      * Deletes a course from the catalog after the operator
      * confirms it against the record on file. Every senior who
      * took the course will have it rejected on the next run, so
      * this is for backing out a course added in error, not for
      * retiring one that has been taught - a retired course
      * stays in the catalog for the transcripts that carry it.
       230-DELETE-COURSE.
           PERFORM 205-ACCEPT-CODE
           IF W02-CAT-STATUS = '00'
               MOVE W03-CODE TO F01-CAT-CODE
               READ F01-CATALOG-FILE
                   INVALID KEY
                       DISPLAY 'CODE ' W03-CODE ' IS NOT ON FILE'
                   NOT INVALID KEY
                       MOVE F01-CATALOG-RECORD TO W05-JRN-BEFORE
                       DISPLAY 'ON FILE: ' F01-CAT-TITLE ' HOURS '
                           F01-CAT-HOURS ' DEPT ' F01-CAT-DEPT
                       DISPLAY 'DELETE THIS COURSE (Y/N): '
                           WITH NO ADVANCING
                       ACCEPT W03-CONFIRM
                       IF W03-CONFIRM = 'Y' OR W03-CONFIRM = 'y'
                           DELETE F01-CATALOG-FILE
                               INVALID KEY CONTINUE
                           END-DELETE
                           IF W02-CAT-STATUS = '00'
                               MOVE 'D' TO W05-JRN-ACTION
                               MOVE SPACES TO W05-JRN-AFTER
                               PERFORM 300-WRITE-JOURNAL-RECORD
                               DISPLAY 'DELETED ' W03-CODE
                           ELSE
                               DISPLAY 'DELETE FAILED - STATUS '
                                   W02-CAT-STATUS
                                   ' - CATALOG NOT UPDATED'
                           END-IF
                       ELSE
                           DISPLAY 'DELETE CANCELLED - CATALOG NOT '
                               'UPDATED'
                       END-IF
               END-READ
           END-IF
           .
      * End of DELETE-COURSE paragraph.

      * Writes one journal record for the action just completed,
      * stamped with the wall-clock date and time of the action
      * itself.
       300-WRITE-JOURNAL-RECORD.
           ACCEPT W05-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT W05-JRN-TIME FROM TIME
           MOVE W05-JRN-DATE TO F02-JRN-DATE
           MOVE W05-JRN-TIME(1:6) TO F02-JRN-TIME
           MOVE W05-JRN-ACTION TO F02-JRN-ACTION
           MOVE W03-CODE TO F02-JRN-CODE
           MOVE W05-JRN-BEFORE TO F02-JRN-BEFORE
           MOVE W05-JRN-AFTER TO F02-JRN-AFTER
           WRITE F02-JOURNAL-RECORD
           .
      * End of WRITE-JOURNAL-RECORD paragraph.

      * Closing files
       500-CLOSE-FILES.
           CLOSE F01-CATALOG-FILE
                 F02-JOURNAL-FILE
           STOP RUN
           .
      * End of CLOSE-FILES paragraph.
