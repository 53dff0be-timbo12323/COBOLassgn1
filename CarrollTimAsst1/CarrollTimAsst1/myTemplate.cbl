                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F09-STANDING-FILE ASSIGN TO 'SENIOR.STD'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F10-CATALOG-FILE ASSIGN TO 'CRSMAST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F10-CAT-CODE
                                   FILE STATUS IS W17-CAT-STATUS.
           SELECT F11-GRADE-WORK-FILE ASSIGN TO 'SENIOR.GWK'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F12-GRADE-SORTED-FILE ASSIGN TO 'SENIOR.GTM'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F13-GRADE-DIST-FILE ASSIGN TO 'SENIOR.GRD'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F14-REQUIREMENT-FILE ASSIGN TO 'MAJREQ.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W19-REQ-STATUS.
           SELECT F15-AUDIT-FILE   ASSIGN TO 'SENIOR.AUD'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F16-AUDIT-EXTRACT-FILE ASSIGN TO 'SENIOR.DAX'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F17-STUMAST-FILE ASSIGN TO 'STUMAST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F17-STU-ID
                                   FILE STATUS IS W20-STU-STATUS.
           SELECT S01-SORT-FILE    ASSIGN TO 'SENIOR.SRT'.

       DATA DIVISION.
       FILE SECTION.
      * header's credits field is the registrar's pre-totaled figure;
      * the report computes its own earned credits and GPA from the
      * course records and flags any student whose header total
      * disagrees. The student ID was added to the end of the
      * header, with the course record's filler widened to match,
      * so every older field keeps its position in the feed.
       FD  F01-STUDENT-FILE
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORDS ARE F01-STUDENT-RECORD, F01-COURSE-RECORD.

       01  F01-STUDENT-RECORD.
           05  F01-STU-NAME            PIC X(25).
           05  F01-STU-CREDITS         PIC 9(3).
           05  F01-STU-MAJOR           PIC X(15).
           05  F01-STU-ID              PIC X(9).

      * The term identifier (e.g. 2026FA) was carved out of the
      * course record's filler, so the record length and the
               10  F01-CRS-GRADE-LETTER PIC X.
               10  F01-CRS-GRADE-MOD    PIC X.
           05  F01-CRS-TERM            PIC X(6).
           05                          PIC X(34).


       FD  F02-PRINT-FILE
      * Machine-readable copy of every rejected student: the header
      * in its original layout plus a reason code, followed by the
      * student's course records with the code left blank, so the
      * whole group can be corrected and re-fed intact. A single
      * course record the catalog turned away is written here on
      * its own under its catalog reason code; it is corrected in
      * the registrar's feed, not re-fed by itself, since it has
      * no header above it.
       FD  F04-REJECT-FILE
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS F04-REJECT-RECORD.
       01  F04-REJECT-RECORD.
           05  F04-REJ-RECORD          PIC X(53).
           05  F04-REJ-CODE            PIC X(4).

      * Outreach extract for advising: one record per senior short
      * of the graduation credit threshold, laid out in fixed
      * columns the front office mail merge takes as-is. The
      * student ID rides at the end so the existing columns do
      * not move.
       FD  F05-ELIGIBLE-FILE
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS F05-ELIGIBLE-RECORD.
       01  F05-ELIGIBLE-RECORD.
           05  F05-ELG-NAME            PIC X(25).
           05  F05-ELG-MAJOR           PIC X(15).
           05  F05-ELG-CREDITS         PIC 9(3).
           05  F05-ELG-REMAINING       PIC 9(3).
           05  F05-ELG-ID              PIC X(9).

      * Control card carrying the graduation credit threshold and
      * the academic-standing GPA cutoffs (each three digits, GPA
      * Academic-standing extract: one record per student-term
      * whose term GPA lands on probation or the dean's list, in
      * fixed columns the dean's office mail merge takes the way
      * advising takes SENIOR.ELG, student ID at the end.
       FD  F09-STANDING-FILE
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS F09-STANDING-RECORD.
       01  F09-STANDING-RECORD.
           05  F09-STD-NAME        PIC X(25).
           05  F09-STD-TERM        PIC X(6).
           05  F09-STD-GPA         PIC 9.99.
           05  F09-STD-STANDING    PIC X(10).
           05  F09-STD-ID          PIC X(9).

      * The course catalog kept by CRSMAINT. Every course record
      * is looked up here by code; a code that is missing or a
      * record whose hours disagree with the catalog's is turned
      * away before it can reach a GPA. Layout must stay in step
      * with F01-CATALOG-RECORD in CRSMAINT.
       FD  F10-CATALOG-FILE
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS F10-CATALOG-RECORD.
       01  F10-CATALOG-RECORD.
           05  F10-CAT-CODE        PIC X(8).
           05  F10-CAT-TITLE       PIC X(30).
           05  F10-CAT-HOURS       PIC 9(2).
           05  F10-CAT-DEPT        PIC X(4).

      * One record per scored course of a student who passed the
      * edits, written as the courses go by and sorted into term
      * and course order at end of run for the grade
      * distribution. The sorted copy has the same layout.
       FD  F11-GRADE-WORK-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F11-GRADE-WORK-RECORD.
       01  F11-GRADE-WORK-RECORD.
           05  F11-GWK-TERM        PIC X(6).
           05  F11-GWK-CODE        PIC X(8).
           05  F11-GWK-LETTER      PIC X.
           05  F11-GWK-POINTS      PIC 9V99.

       FD  F12-GRADE-SORTED-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F12-GRADE-SORTED-RECORD.
       01  F12-GRADE-SORTED-RECORD.
           05  F12-GTM-TERM        PIC X(6).
           05  F12-GTM-CODE        PIC X(8).
           05  F12-GTM-LETTER      PIC X.
           05  F12-GTM-POINTS      PIC 9V99.

      * Grade distribution for the department chairs: one line
      * per term and course with its enrollment, the count at
      * each letter grade, and the average grade points - the
      * figures the registrar used to pull by hand every term.
       FD  F13-GRADE-DIST-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F13-GRADE-DIST-LINE.
       01  F13-GRADE-DIST-LINE     PIC X(132).

      * Degree requirements: one record per required course per
      * major, with the minimum letter grade the major accepts in
      * it. A blank minimum means any passing grade completes the
      * requirement. Every major named here must be on MAJORS.DAT
      * and every course in the catalog, or the requirement could
      * never be met by anybody.
       FD  F14-REQUIREMENT-FILE
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS F14-REQUIREMENT-RECORD.
       01  F14-REQUIREMENT-RECORD.
           05  F14-REQ-MAJOR       PIC X(15).
           05  F14-REQ-CODE        PIC X(8).
           05  F14-REQ-MIN-GRADE   PIC X.

      * Degree audit for advising: every senior's completed
      * courses checked against their major's requirements, with
      * each missing or under-graded requirement listed under the
      * student.
       FD  F15-AUDIT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F15-AUDIT-LINE.
       01  F15-AUDIT-LINE          PIC X(132).

      * Audit extract: one record per missing or under-graded
      * requirement, in fixed columns the advising mail merge
      * takes the way it takes SENIOR.ELG. Best grade is blank
      * when the course was never completed.
       FD  F16-AUDIT-EXTRACT-FILE
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS F16-AUDIT-EXTRACT-RECORD.
       01  F16-AUDIT-EXTRACT-RECORD.
           05  F16-DAX-NAME        PIC X(25).
           05  F16-DAX-MAJOR       PIC X(15).
           05  F16-DAX-CODE        PIC X(8).
           05  F16-DAX-MIN-GRADE   PIC X.
           05  F16-DAX-BEST-GRADE  PIC X.
           05  F16-DAX-REASON      PIC X(4).
           05  F16-DAX-ID          PIC X(9).

      * The student master kept by STUMAINT. Every header's ID is
      * looked up here; an unknown or inactive ID, or a name or
      * major that disagrees with the master, rejects the group.
      * Layout must stay in step with F01-STUMAST-RECORD in
      * STUMAINT.
       FD  F17-STUMAST-FILE
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS F17-STUMAST-RECORD.
       01  F17-STUMAST-RECORD.
           05  F17-STU-ID          PIC 9(9).
           05  F17-STU-NAME        PIC X(25).
           05  F17-STU-MAJOR       PIC X(15).
           05  F17-STU-ENTRY-TERM  PIC X(6).
           05  F17-STU-STATUS      PIC X.

       SD  S01-SORT-FILE
           DATA RECORD IS S01-SORT-RECORD.
       01  S01-SORT-RECORD.
           05  S01-SRT-TERM        PIC X(6).
           05  S01-SRT-CODE        PIC X(8).
           05                      PIC X(4).

       WORKING-STORAGE SECTION.
       01  W01-DATA-REMAINS-SWITCH PIC X(2)    VALUE SPACES.
           05  W08-STU-NAME        PIC X(25).
           05  W08-HEADER-CREDITS  PIC 9(3).
           05  W08-STU-MAJOR       PIC X(15).
           05  W08-STU-ID          PIC X(9).
           05  W08-EARNED-CREDITS  PIC 9(3)    VALUE ZERO.
           05  W08-ATTEMPTED-HOURS PIC 9(3)    VALUE ZERO.
           05  W08-QUALITY-POINTS  PIC 9(5)V99 VALUE ZERO.
           05  W10-EXCEPT-ENTRY   OCCURS 100 TIMES
                                   INDEXED BY W10-IDX.
               10  W10-EXCEPT-NAME PIC X(25).
               10  W10-EXCEPT-ID   PIC X(9).
               10  W10-EXCEPT-REASON PIC X(20).

       01  W10-EXCEPT-HEADING-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W10-EXCEPT-NAME-OUT PIC X(25).
           05                      PIC X(3)    VALUE SPACES.
           05  W10-EXCEPT-ID-OUT   PIC X(9).
           05                      PIC X(3)    VALUE SPACES.
           05  W10-EXCEPT-REASON-OUT PIC X(20).
           05                      PIC X(70)   VALUE SPACES.

       01  W10-EXCEPT-OVERFLOW-LINE.
           05                      PIC X(2)    VALUE SPACES.
               10  W13-CRS-GRADE   PIC X(2).
               10  W13-CRS-TERM    PIC X(6).
               10  W13-CRS-USED-SW PIC X(3).
               10  W13-CRS-NOTE    PIC X(8).

      * The current student's terms with their attempted hours
      * and quality points, in order of first appearance, for the
           05  W16-TRS-NAME        PIC X(25).
           05                      PIC X(2)    VALUE SPACES.
           05  W16-TRS-MAJOR       PIC X(15).
           05                      PIC X(6)    VALUE '  ID: '.
           05  W16-TRS-ID          PIC X(9).

       01  W16-TRS-TERM-LINE.
           05                      PIC X(2)    VALUE SPACES.
               VALUE 'COURSE RECORDS NOT SHOWN:    '.
           05  W16-TRS-OVFL-DISP   PIC ZZ9.

      * Catalog-edit work. W17-CRS-NOTE carries the transcript
      * note for the course being scored, so a course the catalog
      * turned away says why on the transcript the way an
      * unusable grade does.
       01  W17-CATALOG-WORK.
           05  W17-CAT-STATUS      PIC XX.
           05  W17-CRS-NOTE        PIC X(8)    VALUE SPACES.
           05  W17-CATALOG-REJECTS PIC 9(5)    VALUE ZERO.
           05  W17-GRADES-WRITTEN  PIC 9(5)    VALUE ZERO.

       01  W17-CATALOG-REJECT-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(31)
               VALUE 'CATALOG-REJECTED COURSES:      '.
           05  W17-CATALOG-REJ-DISP PIC ZZ,ZZ9.

      * Grade-distribution control break on term and course. The
      * grades read back from the sorted file must equal the
      * grades written during the student pass, or the
      * distribution does not prove.
       01  W18-GRADE-DIST-WORK.
           05  W18-GRD-REMAINS-SW  PIC X(3)    VALUE 'YES'.
           05  W18-FIRST-SW        PIC X(3)    VALUE 'YES'.
           05  W18-PREV-TERM       PIC X(6)    VALUE SPACES.
           05  W18-PREV-CODE       PIC X(8)    VALUE SPACES.
           05  W18-ENROLLED        PIC 9(5)    VALUE ZERO.
           05  W18-A-COUNT         PIC 9(5)    VALUE ZERO.
           05  W18-B-COUNT         PIC 9(5)    VALUE ZERO.
           05  W18-C-COUNT         PIC 9(5)    VALUE ZERO.
           05  W18-D-COUNT         PIC 9(5)    VALUE ZERO.
           05  W18-F-COUNT         PIC 9(5)    VALUE ZERO.
           05  W18-POINTS          PIC 9(7)V99 VALUE ZERO.
           05  W18-AVERAGE         PIC 9V99    VALUE ZERO.
           05  W18-GRADES-READ     PIC 9(5)    VALUE ZERO.
           05  W18-LINES-PRINTED   PIC 9(5)    VALUE ZERO.
           05  W18-RECON-MSG       PIC X(14)   VALUE SPACES.

       01  W18-TITLE-LINE.
           05                      PIC X(46)   VALUE SPACES.
           05                      PIC X(40)
               VALUE 'GRADE DISTRIBUTION BY TERM AND COURSE'.
           05                      PIC X(46)   VALUE SPACES.

       01  W18-HEADINGS-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(8)    VALUE 'TERM'.
           05                      PIC X(10)   VALUE 'COURSE'.
           05                      PIC X(32)   VALUE 'TITLE'.
           05                      PIC X(6)    VALUE 'DEPT'.
           05                      PIC X(8)    VALUE 'ENROLLED'.
           05                      PIC X(8)    VALUE '       A'.
           05                      PIC X(8)    VALUE '       B'.
           05                      PIC X(8)    VALUE '       C'.
           05                      PIC X(8)    VALUE '       D'.
           05                      PIC X(8)    VALUE '       F'.
           05                      PIC X(9)    VALUE '  AVG PTS'.
           05                      PIC X(17)   VALUE SPACES.

       01  W18-DETAIL-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W18-DTL-TERM        PIC X(6).
           05                      PIC X(2)    VALUE SPACES.
           05  W18-DTL-CODE        PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  W18-DTL-TITLE       PIC X(30).
           05                      PIC X(2)    VALUE SPACES.
           05  W18-DTL-DEPT        PIC X(4).
           05                      PIC X(4)    VALUE SPACES.
           05  W18-DTL-ENROLLED    PIC ZZ,ZZ9.
           05                      PIC X(2)    VALUE SPACES.
           05  W18-DTL-A           PIC ZZ,ZZ9.
           05                      PIC X(2)    VALUE SPACES.
           05  W18-DTL-B           PIC ZZ,ZZ9.
           05                      PIC X(2)    VALUE SPACES.
           05  W18-DTL-C           PIC ZZ,ZZ9.
           05                      PIC X(2)    VALUE SPACES.
           05  W18-DTL-D           PIC ZZ,ZZ9.
           05                      PIC X(2)    VALUE SPACES.
           05  W18-DTL-F           PIC ZZ,ZZ9.
           05                      PIC X(5)    VALUE SPACES.
           05  W18-DTL-AVERAGE     PIC 9.99.
           05                      PIC X(17)   VALUE SPACES.

       01  W18-TOTAL-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(16)   VALUE 'COURSE LINES:'.
           05  W18-TOT-LINES       PIC ZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(16)   VALUE 'GRADES WRITTEN:'.
           05  W18-TOT-WRITTEN     PIC ZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(14)   VALUE 'GRADES READ:'.
           05  W18-TOT-READ        PIC ZZ,ZZ9.
           05                      PIC X(3)    VALUE SPACES.
           05  W18-TOT-RECON       PIC X(14).
           05                      PIC X(43)   VALUE SPACES.

       01  W18-END-LINE.
           05                      PIC X(13)   VALUE 'End of Report'.
           05                      PIC X(119)  VALUE SPACES.

      * Degree requirements loaded from MAJREQ.DAT at start of
      * run, and the audit of the senior currently processed. The
      * effective minimum for a requirement with no minimum of its
      * own is a D - any passing grade. Letters compare in order,
      * so a best grade alphabetically past the minimum is under
      * it.
       01  W19-REQ-REMAIN-SW       PIC X(3)    VALUE 'YES'.
       01  W19-REQ-MAJOR-FOUND-SW  PIC X(3)    VALUE 'NO'.
       01  W19-REQ-TABLE-MAX       PIC 9(3)    VALUE 500.
       01  W19-REQUIREMENT-TABLE.
           05  W19-REQ-ENTRY-COUNT PIC 9(3)    VALUE ZERO.
           05  W19-REQ-ENTRY      OCCURS 500 TIMES
                                   INDEXED BY W19-IDX.
               10  W19-REQ-MAJOR   PIC X(15).
               10  W19-REQ-CODE    PIC X(8).
               10  W19-REQ-MIN-GRADE PIC X.

       01  W19-AUDIT-WORK.
           05  W19-REQ-STATUS      PIC XX.
           05  W19-BEST-GRADE      PIC X       VALUE SPACE.
           05  W19-MIN-GRADE       PIC X       VALUE SPACE.
           05  W19-REQS-CHECKED    PIC 9(3)    VALUE ZERO.
           05  W19-STU-DEFICIENCIES PIC 9(3)   VALUE ZERO.
           05  W19-SENIORS-AUDITED PIC 9(5)    VALUE ZERO.
           05  W19-SENIORS-COMPLETE PIC 9(5)   VALUE ZERO.
           05  W19-SENIORS-DEFICIENT PIC 9(5)  VALUE ZERO.
           05  W19-DEFICIENCY-COUNT PIC 9(5)   VALUE ZERO.

       01  W19-AUD-TITLE-LINE.
           05                      PIC X(48)   VALUE SPACES.
           05                      PIC X(36)
               VALUE 'SENIOR DEGREE REQUIREMENT AUDIT'.
           05                      PIC X(48)   VALUE SPACES.

       01  W19-AUD-STUDENT-LINE.
           05                      PIC X(9)    VALUE 'STUDENT: '.
           05  W19-AUD-NAME        PIC X(25).
           05                      PIC X(2)    VALUE SPACES.
           05  W19-AUD-MAJOR       PIC X(15).
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'CREDITS: '.
           05  W19-AUD-CREDITS     PIC ZZ9.
           05                      PIC X(67)   VALUE SPACES.

       01  W19-AUD-DETAIL-LINE.
           05                      PIC X(4)    VALUE SPACES.
           05  W19-AUD-RESULT      PIC X(14).
           05  W19-AUD-CODE        PIC X(8).
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(11)   VALUE 'MIN GRADE: '.
           05  W19-AUD-MIN-GRADE   PIC X.
           05                      PIC X(3)    VALUE SPACES.
           05                      PIC X(12)   VALUE 'BEST GRADE: '.
           05  W19-AUD-BEST-GRADE  PIC X.
           05                      PIC X(75)   VALUE SPACES.

       01  W19-AUD-NOTE-LINE.
           05                      PIC X(4)    VALUE SPACES.
           05  W19-AUD-NOTE        PIC X(50).
           05                      PIC X(78)   VALUE SPACES.

       01  W19-AUD-TOTAL-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05  W19-AUD-TOT-LABEL   PIC X(30).
           05  W19-AUD-TOT-COUNT   PIC ZZ,ZZ9.
           05                      PIC X(94)   VALUE SPACES.

       01  W19-AUDIT-COUNT-LINE.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(31)
               VALUE 'DEGREE AUDIT DEFICIENCIES:     '.
           05  W19-AUDIT-COUNT-DISP PIC ZZ,ZZ9.

      * Student-master edit work.
       01  W20-STUMAST-WORK.
           05  W20-STU-STATUS      PIC XX.

       01  W11-SENIOR-HEADING-LINE.
           05                      PIC X(32)
               VALUE 'SENIORS ON TRACK VS SHORT'.
       MOVE 'READ:' TO W12-LOG-L1
       MOVE W09-STUDENTS-READ TO W12-LOG-N1
       PERFORM 130-WRITE-RUN-LOG
       PERFORM 350-WRITE-GRADE-DISTRIBUTION
       MOVE 'GRADE DISTRIBUTION DONE' TO W12-LOG-PHASE
       MOVE 'COURSES:' TO W12-LOG-L1
       MOVE W18-LINES-PRINTED TO W12-LOG-N1
       PERFORM 130-WRITE-RUN-LOG
       PERFORM 400-WRITE-FOOTER
       PERFORM 440-WRITE-AUDIT-SUMMARY
       PERFORM 430-SET-RUN-VERDICT
       PERFORM 500-CLOSE-FILES
       .
           MOVE 'ON FILE:' TO W12-LOG-L1
           MOVE W09-VMAJ-ENTRY-COUNT TO W12-LOG-N1
           PERFORM 130-WRITE-RUN-LOG
      * The catalog is mandatory - without it every course code
      * and hours figure would have to be taken on faith, which
      * is the hole it was built to close.
           OPEN INPUT F10-CATALOG-FILE
           IF W17-CAT-STATUS NOT = '00'
               DISPLAY 'COURSE CATALOG CRSMAST.DAT MISSING OR '
                   'UNREADABLE - STATUS ' W17-CAT-STATUS
                   ', RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * The student master is mandatory too - without it a header
      * could only be taken at its word, which is how two
      * students with one name came to share a transcript.
           OPEN INPUT F17-STUMAST-FILE
           IF W20-STU-STATUS NOT = '00'
               DISPLAY 'STUDENT MASTER STUMAST.DAT MISSING OR '
                   'UNREADABLE - STATUS ' W20-STU-STATUS
                   ', RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 140-LOAD-REQUIREMENTS
           MOVE 'REQUIREMENTS LOADED' TO W12-LOG-PHASE
           MOVE 'ON FILE:' TO W12-LOG-L1
           MOVE W19-REQ-ENTRY-COUNT TO W12-LOG-N1
           PERFORM 130-WRITE-RUN-LOG
           OPEN INPUT F01-STUDENT-FILE
               OUTPUT F02-PRINT-FILE
               OUTPUT F04-REJECT-FILE
               OUTPUT F05-ELIGIBLE-FILE
               OUTPUT F08-TRANSCRIPT-FILE
               OUTPUT F09-STANDING-FILE
               OUTPUT F11-GRADE-WORK-FILE
               OUTPUT F15-AUDIT-FILE
               OUTPUT F16-AUDIT-EXTRACT-FILE
      * Prime read
           READ F01-STUDENT-FILE
               AT END MOVE 'NO' TO W01-DATA-REMAINS-SWITCH
           .
      * End of WRITE-RUN-LOG paragraph.

      * Loads the degree requirements into their table. The file
      * is mandatory, like the majors file - an audit run without
      * it would tell every senior they had met their major. An
      * empty file is allowed; every senior then audits with no
      * requirements on file, and the audit says so.
       140-LOAD-REQUIREMENTS.
           OPEN INPUT F14-REQUIREMENT-FILE
           IF W19-REQ-STATUS NOT = '00'
               DISPLAY 'REQUIREMENTS FILE MAJREQ.DAT MISSING OR '
                   'UNREADABLE - STATUS ' W19-REQ-STATUS
                   ', RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'YES' TO W19-REQ-REMAIN-SW
           PERFORM 141-LOAD-ONE-REQUIREMENT
               UNTIL W19-REQ-REMAIN-SW = 'NO'
           CLOSE F14-REQUIREMENT-FILE
           .
      * End of LOAD-REQUIREMENTS paragraph.

      * Reads and edits one requirement into the table: major on
      * the valid-majors file, course in the catalog, minimum
      * grade blank or A-D. A bad requirement stops the run - it
      * would either be unmeetable or never checked, and either
      * way the audit would be wrong for every senior in the
      * major. Past the table limit the run stops too, the same
      * reasoning 111 applies to the majors.
       141-LOAD-ONE-REQUIREMENT.
           READ F14-REQUIREMENT-FILE
               AT END MOVE 'NO' TO W19-REQ-REMAIN-SW
           END-READ
           IF W19-REQ-REMAIN-SW = 'YES'
               MOVE 'NO' TO W19-REQ-MAJOR-FOUND-SW
               PERFORM 142-SEARCH-REQUIREMENT-MAJOR
                   VARYING W09-IDX FROM 1 BY 1
                   UNTIL W09-IDX > W09-VMAJ-ENTRY-COUNT
               IF W19-REQ-MAJOR-FOUND-SW = 'NO'
                   DISPLAY 'REQUIREMENT MAJOR ' F14-REQ-MAJOR
                       ' IS NOT ON MAJORS.DAT - RUN ABORTED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE F14-REQ-CODE TO F10-CAT-CODE
               READ F10-CATALOG-FILE
                   INVALID KEY
                       DISPLAY 'REQUIREMENT COURSE ' F14-REQ-CODE
                           ' FOR ' F14-REQ-MAJOR
                           ' IS NOT IN THE CATALOG - RUN ABORTED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ
               IF F14-REQ-MIN-GRADE NOT = SPACE
                   AND F14-REQ-MIN-GRADE NOT = 'A'
                   AND F14-REQ-MIN-GRADE NOT = 'B'
                   AND F14-REQ-MIN-GRADE NOT = 'C'
                   AND F14-REQ-MIN-GRADE NOT = 'D'
                   DISPLAY 'REQUIREMENT ' F14-REQ-CODE ' FOR '
                       F14-REQ-MAJOR ' MINIMUM GRADE '''
                       F14-REQ-MIN-GRADE ''' IS NOT A-D - '
                       'RUN ABORTED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF W19-REQ-ENTRY-COUNT >= W19-REQ-TABLE-MAX
                   DISPLAY 'REQUIREMENTS FILE EXCEEDS THE '
                       W19-REQ-TABLE-MAX ' ENTRY TABLE - '
                       'RUN ABORTED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO W19-REQ-ENTRY-COUNT
               SET W19-IDX TO W19-REQ-ENTRY-COUNT
               MOVE F14-REQ-MAJOR TO W19-REQ-MAJOR(W19-IDX)
               MOVE F14-REQ-CODE TO W19-REQ-CODE(W19-IDX)
               MOVE F14-REQ-MIN-GRADE TO W19-REQ-MIN-GRADE(W19-IDX)
           END-IF
           .
      * End of LOAD-ONE-REQUIREMENT paragraph.

      * Checks one valid-majors entry against the requirement's
      * major while 141 scans the table.
       142-SEARCH-REQUIREMENT-MAJOR.
           IF W09-VMAJ-NAME(W09-IDX) = F14-REQ-MAJOR
               MOVE 'YES' TO W19-REQ-MAJOR-FOUND-SW
           END-IF
           .
      * End of SEARCH-REQUIREMENT-MAJOR paragraph.

      * This paragraph writes the headings for the report.
       200-WRITE-HEADING-LINES.
           MOVE W02-TITLE-LINE TO F02-PRINT-LINE-RECORD
           WRITE F02-PRINT-LINE-RECORD
           MOVE W03-HEADINGS-LINE TO F02-PRINT-LINE-RECORD
           WRITE F02-PRINT-LINE-RECORD
           MOVE W19-AUD-TITLE-LINE TO F15-AUDIT-LINE
           WRITE F15-AUDIT-LINE
           .
      * End of WRITE-HEADING-LINES paragraph.

               MOVE ZERO TO W08-HEADER-CREDITS
           END-IF
           MOVE F01-STU-MAJOR TO W08-STU-MAJOR
           MOVE F01-STU-ID TO W08-STU-ID
           PERFORM 303-EDIT-STUDENT-HEADER
      * A failed edit sends the header to the reject file now, and
      * 305 routes the course records under it there too, so the
               END-IF
               PERFORM 310-CLASSIFY-STUDENT
               PERFORM 312-CHECK-GRAD-ELIGIBILITY
               IF W11-SENIOR-STATUS NOT = SPACE
                   PERFORM 323-AUDIT-DEGREE-REQUIREMENTS
               END-IF
               PERFORM 315-TALLY-MAJOR
               MOVE W04-DETAIL-LINE TO F02-PRINT-LINE-RECORD
               WRITE F02-PRINT-LINE-RECORD
      * End of PROCESS-ONE-STUDENT paragraph.

      * Edits the student header in the F01 record area: name
      * present, credits numeric and under the sanity ceiling,
      * major on the valid-majors file, and then the student ID
      * against the student master. One reason is reported per
      * student, worst first, the same way the payroll edits do it.
       303-EDIT-STUDENT-HEADER.
           MOVE 'YES' TO W09-HDR-VALID-SW
               END-IF
               END-IF
           END-IF
           IF W09-HDR-VALID-SW = 'YES'
               PERFORM 320-EDIT-AGAINST-MASTER
           END-IF
           .
      * End of EDIT-STUDENT-HEADER paragraph.

      * Edits the header's student ID against the student master:
      * nine digits, on file, active, and carrying the same name
      * and major as the master. A name or major that disagrees
      * is rejected rather than believed - the registrar fixes
      * whichever side is wrong through STUMAINT or the feed, so
      * the transcripts and extracts always say what the master
      * says.
       320-EDIT-AGAINST-MASTER.
           IF F01-STU-ID NOT NUMERIC
               OR F01-STU-ID = '000000000'
               MOVE 'NO' TO W09-HDR-VALID-SW
               MOVE 'SID ' TO W09-REJ-CODE
               MOVE 'STUDENT ID INVALID' TO W09-REJ-REASON
           ELSE
               MOVE F01-STU-ID TO F17-STU-ID
               READ F17-STUMAST-FILE
                   INVALID KEY
                       MOVE 'NO' TO W09-HDR-VALID-SW
                       MOVE 'SIDU' TO W09-REJ-CODE
                       MOVE 'STUDENT ID UNKNOWN' TO W09-REJ-REASON
                   NOT INVALID KEY
                       IF F17-STU-STATUS NOT = 'A'
                           MOVE 'NO' TO W09-HDR-VALID-SW
                           MOVE 'SIDI' TO W09-REJ-CODE
                           MOVE 'STUDENT INACTIVE' TO W09-REJ-REASON
                       ELSE
                       IF F17-STU-NAME NOT = F01-STU-NAME
                           MOVE 'NO' TO W09-HDR-VALID-SW
                           MOVE 'SNAM' TO W09-REJ-CODE
                           MOVE 'NAME NOT AS MASTER'
                               TO W09-REJ-REASON
                       ELSE
                       IF F17-STU-MAJOR NOT = F01-STU-MAJOR
                           MOVE 'NO' TO W09-HDR-VALID-SW
                           MOVE 'SMAJ' TO W09-REJ-CODE
                           MOVE 'MAJOR NOT AS MASTER'
                               TO W09-REJ-REASON
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-IF
           .
      * End of EDIT-AGAINST-MASTER paragraph.

      * Scans the valid-majors table for the header's major.
       304-CHECK-VALID-MAJOR.
           MOVE 'NO' TO W09-VMAJ-FOUND-SW
      * Converts one course's letter grade to quality points and
      * accumulates it. Plus/minus modifiers are accepted on the
      * grade but do not change the points - the registrar's
      * scale here is whole-letter. A course with a usable grade
      * and hours must still match the catalog before it scores;
      * one that does not is rejected by 314 and held for the
      * transcript with the catalog's reason instead.
       306-SCORE-ONE-COURSE.
           MOVE 'YES' TO W08-GRADE-VALID-SW
           EVALUATE F01-CRS-GRADE-LETTER
           IF F01-CRS-HOURS NOT NUMERIC
               MOVE 'NO' TO W08-GRADE-VALID-SW
           END-IF
           MOVE SPACES TO W17-CRS-NOTE
           IF W08-GRADE-VALID-SW = 'YES'
               PERFORM 314-CHECK-COURSE-CATALOG
           ELSE
               ADD 1 TO W08-BAD-COURSE-COUNT
               MOVE 'NOT USED' TO W17-CRS-NOTE
           END-IF
           IF W08-GRADE-VALID-SW = 'YES'
               ADD F01-CRS-HOURS TO W08-ATTEMPTED-HOURS
               IF F01-CRS-GRADE-LETTER NOT = 'F'
               END-IF
               COMPUTE W08-QUALITY-POINTS = W08-QUALITY-POINTS
                   + (W08-GRADE-POINTS * F01-CRS-HOURS)
               PERFORM 322-WRITE-GRADE-WORK
           END-IF
      * Usable or not, the course is held for the transcript -
      * an unusable course prints flagged rather than vanishing.
               MOVE F01-CRS-GRADE TO W13-CRS-GRADE(W13-IDX)
               MOVE F01-CRS-TERM TO W13-CRS-TERM(W13-IDX)
               MOVE W08-GRADE-VALID-SW TO W13-CRS-USED-SW(W13-IDX)
               MOVE W17-CRS-NOTE TO W13-CRS-NOTE(W13-IDX)
               PERFORM 311-TALLY-COURSE-TERM
           ELSE
               ADD 1 TO W13-COURSE-OVERFLOW
           .
      * End of SEARCH-TERM-ENTRY paragraph.

      * Looks the course up in the catalog by code. A code the
      * catalog does not carry, or hours that disagree with the
      * catalog's, make the course unusable: it is counted, sent
      * to the reject file under its reason code so the registrar
      * can correct the feed, and noted on the transcript. A
      * 3-hour course keyed as 30 is exactly what this stops.
       314-CHECK-COURSE-CATALOG.
           MOVE F01-CRS-CODE TO F10-CAT-CODE
           READ F10-CATALOG-FILE
               INVALID KEY
                   MOVE 'NO' TO W08-GRADE-VALID-SW
                   MOVE 'NOT CATL' TO W17-CRS-NOTE
                   MOVE 'CRSC' TO F04-REJ-CODE
               NOT INVALID KEY
                   IF F10-CAT-HOURS NOT = F01-CRS-HOURS
                       MOVE 'NO' TO W08-GRADE-VALID-SW
                       MOVE 'HRS DIFF' TO W17-CRS-NOTE
                       MOVE 'CRSH' TO F04-REJ-CODE
                   END-IF
           END-READ
           IF W08-GRADE-VALID-SW = 'NO'
               ADD 1 TO W17-CATALOG-REJECTS
               MOVE F01-COURSE-RECORD TO F04-REJ-RECORD
               WRITE F04-REJECT-RECORD
           END-IF
           .
      * End of CHECK-COURSE-CATALOG paragraph.

      * Writes the grade-distribution work record for a course
      * that has just scored. Only courses of students who passed
      * the header edits get this far, so the distribution counts
      * the same enrollments the GPAs were built from.
       322-WRITE-GRADE-WORK.
           MOVE F01-CRS-TERM TO F11-GWK-TERM
           MOVE F01-CRS-CODE TO F11-GWK-CODE
           MOVE F01-CRS-GRADE-LETTER TO F11-GWK-LETTER
           MOVE W08-GRADE-POINTS TO F11-GWK-POINTS
           WRITE F11-GRADE-WORK-RECORD
           ADD 1 TO W17-GRADES-WRITTEN
           .
      * End of WRITE-GRADE-WORK paragraph.

      * Audits the current senior against every requirement of
      * their major, using the courses held for the transcript.
      * Credits alone say nothing about whether the required
      * courses are among them; this is what tells advising while
      * there is still a term left to fix it. A senior whose
      * course table overflowed has courses the audit cannot see,
      * so the audit says it may overstate what is missing.
       323-AUDIT-DEGREE-REQUIREMENTS.
           ADD 1 TO W19-SENIORS-AUDITED
           MOVE ZERO TO W19-REQS-CHECKED
           MOVE ZERO TO W19-STU-DEFICIENCIES
           MOVE W08-STU-NAME TO W19-AUD-NAME
           MOVE W08-STU-MAJOR TO W19-AUD-MAJOR
           MOVE W08-EARNED-CREDITS TO W19-AUD-CREDITS
           MOVE W19-AUD-STUDENT-LINE TO F15-AUDIT-LINE
           WRITE F15-AUDIT-LINE
           PERFORM 324-CHECK-ONE-REQUIREMENT
               VARYING W19-IDX FROM 1 BY 1
               UNTIL W19-IDX > W19-REQ-ENTRY-COUNT
           IF W19-REQS-CHECKED = ZERO
               MOVE 'NO REQUIREMENTS ON FILE FOR THIS MAJOR'
                   TO W19-AUD-NOTE
               MOVE W19-AUD-NOTE-LINE TO F15-AUDIT-LINE
               WRITE F15-AUDIT-LINE
           END-IF
           IF W19-STU-DEFICIENCIES = ZERO
               ADD 1 TO W19-SENIORS-COMPLETE
               IF W19-REQS-CHECKED > ZERO
                   MOVE 'ALL REQUIREMENTS MET' TO W19-AUD-NOTE
                   MOVE W19-AUD-NOTE-LINE TO F15-AUDIT-LINE
                   WRITE F15-AUDIT-LINE
               END-IF
           ELSE
               ADD 1 TO W19-SENIORS-DEFICIENT
           END-IF
           IF W13-COURSE-OVERFLOW > ZERO
               MOVE 'COURSES NOT HELD - MISSING LIST MAY OVERSTATE'
                   TO W19-AUD-NOTE
               MOVE W19-AUD-NOTE-LINE TO F15-AUDIT-LINE
               WRITE F15-AUDIT-LINE
           END-IF
           MOVE SPACES TO F15-AUDIT-LINE
           WRITE F15-AUDIT-LINE
           .
      * End of AUDIT-DEGREE-REQUIREMENTS paragraph.

      * Checks one requirement-table entry when it belongs to the
      * senior's major: finds the best grade the senior holds in
      * the course and lists the requirement if there is none or
      * it is under the minimum. An F is held but never meets a
      * requirement, since no minimum goes below D.
       324-CHECK-ONE-REQUIREMENT.
           IF W19-REQ-MAJOR(W19-IDX) = W08-STU-MAJOR
               ADD 1 TO W19-REQS-CHECKED
               MOVE SPACE TO W19-BEST-GRADE
               PERFORM 325-SEARCH-REQUIRED-COURSE
                   VARYING W13-IDX FROM 1 BY 1
                   UNTIL W13-IDX > W13-CRS-COUNT
               IF W19-REQ-MIN-GRADE(W19-IDX) = SPACE
                   MOVE 'D' TO W19-MIN-GRADE
               ELSE
                   MOVE W19-REQ-MIN-GRADE(W19-IDX) TO W19-MIN-GRADE
               END-IF
               IF W19-BEST-GRADE = SPACE
                   MOVE 'MISSING' TO W19-AUD-RESULT
                   MOVE 'MISS' TO F16-DAX-REASON
                   PERFORM 326-WRITE-DEFICIENCY
               ELSE
                   IF W19-BEST-GRADE > W19-MIN-GRADE
                       MOVE 'GRADE BELOW' TO W19-AUD-RESULT
                       MOVE 'LOWG' TO F16-DAX-REASON
                       PERFORM 326-WRITE-DEFICIENCY
                   END-IF
               END-IF
           END-IF
           .
      * End of CHECK-ONE-REQUIREMENT paragraph.

      * Checks one held course against the requirement being
      * audited, keeping the best letter grade of any usable
      * attempt - a repeated course counts at its best grade.
       325-SEARCH-REQUIRED-COURSE.
           IF W13-CRS-CODE(W13-IDX) = W19-REQ-CODE(W19-IDX)
               AND W13-CRS-USED-SW(W13-IDX) = 'YES'
               IF W19-BEST-GRADE = SPACE
                   OR W13-CRS-GRADE(W13-IDX)(1:1) < W19-BEST-GRADE
                   MOVE W13-CRS-GRADE(W13-IDX)(1:1)
                       TO W19-BEST-GRADE
               END-IF
           END-IF
           .
      * End of SEARCH-REQUIRED-COURSE paragraph.

      * Lists one missing or under-graded requirement on the
      * audit and writes its extract record. The reason code was
      * set by 324 before this was performed.
       326-WRITE-DEFICIENCY.
           ADD 1 TO W19-STU-DEFICIENCIES
           ADD 1 TO W19-DEFICIENCY-COUNT
           MOVE W19-REQ-CODE(W19-IDX) TO W19-AUD-CODE
           MOVE W19-REQ-MIN-GRADE(W19-IDX) TO W19-AUD-MIN-GRADE
           MOVE W19-BEST-GRADE TO W19-AUD-BEST-GRADE
           MOVE W19-AUD-DETAIL-LINE TO F15-AUDIT-LINE
           WRITE F15-AUDIT-LINE
           MOVE W08-STU-NAME TO F16-DAX-NAME
           MOVE W08-STU-MAJOR TO F16-DAX-MAJOR
           MOVE W19-REQ-CODE(W19-IDX) TO F16-DAX-CODE
           MOVE W19-REQ-MIN-GRADE(W19-IDX) TO F16-DAX-MIN-GRADE
           MOVE W19-BEST-GRADE TO F16-DAX-BEST-GRADE
           MOVE W08-STU-ID TO F16-DAX-ID
           WRITE F16-AUDIT-EXTRACT-RECORD
           .
      * End of WRITE-DEFICIENCY paragraph.

      * Checks one valid-majors entry against the header's major
      * while 304-CHECK-VALID-MAJOR scans the table.
       307-SEARCH-VALID-MAJOR.
               ADD 1 TO W10-EXCEPT-COUNT
               SET W10-IDX TO W10-EXCEPT-COUNT
               MOVE W08-STU-NAME TO W10-EXCEPT-NAME(W10-IDX)
               MOVE W08-STU-ID TO W10-EXCEPT-ID(W10-IDX)
               MOVE W09-REJ-REASON TO W10-EXCEPT-REASON(W10-IDX)
           ELSE
               ADD 1 TO W10-EXCEPT-OVERFLOW
                   MOVE W08-STU-MAJOR TO F05-ELG-MAJOR
                   MOVE W08-EARNED-CREDITS TO F05-ELG-CREDITS
                   MOVE W11-CREDITS-REMAINING TO F05-ELG-REMAINING
                   MOVE W08-STU-ID TO F05-ELG-ID
                   WRITE F05-ELIGIBLE-RECORD
               ELSE
                   MOVE 'T' TO W11-SENIOR-STATUS
       318-WRITE-TRANSCRIPT.
           MOVE W08-STU-NAME TO W16-TRS-NAME
           MOVE W08-STU-MAJOR TO W16-TRS-MAJOR
           MOVE W08-STU-ID TO W16-TRS-ID
           MOVE W16-TRS-STUDENT-LINE TO F08-TRANSCRIPT-LINE
           WRITE F08-TRANSCRIPT-LINE
           PERFORM 319-WRITE-ONE-TERM-BLOCK
               MOVE W14-TERM-ID(W14-IDX) TO F09-STD-TERM
               MOVE W14-TERM-GPA TO F09-STD-GPA
               MOVE W14-TERM-STANDING TO F09-STD-STANDING
               MOVE W08-STU-ID TO F09-STD-ID
               WRITE F09-STANDING-RECORD
               ADD 1 TO W15-STANDING-COUNT
           END-IF
               IF W13-CRS-USED-SW(W13-IDX) = 'YES'
                   MOVE SPACES TO W16-TRS-NOTE
               ELSE
                   MOVE W13-CRS-NOTE(W13-IDX) TO W16-TRS-NOTE
               END-IF
               MOVE W16-TRS-COURSE-LINE TO F08-TRANSCRIPT-LINE
               WRITE F08-TRANSCRIPT-LINE
           .
      * End of WRITE-COURSE-IF-IN-TERM paragraph.

      * Sorts the grade work file into term and course order and
      * writes the grade distribution from the sorted copy, one
      * line per term and course, with a proof that every grade
      * written during the student pass was read back and
      * counted. The work file is closed here so the sort can
      * take it.
       350-WRITE-GRADE-DISTRIBUTION.
           CLOSE F11-GRADE-WORK-FILE
           SORT S01-SORT-FILE
               ON ASCENDING KEY S01-SRT-TERM
                  ASCENDING KEY S01-SRT-CODE
               USING F11-GRADE-WORK-FILE
               GIVING F12-GRADE-SORTED-FILE
           OPEN INPUT F12-GRADE-SORTED-FILE
               OUTPUT F13-GRADE-DIST-FILE
           MOVE W18-TITLE-LINE TO F13-GRADE-DIST-LINE
           WRITE F13-GRADE-DIST-LINE
           MOVE W18-HEADINGS-LINE TO F13-GRADE-DIST-LINE
           WRITE F13-GRADE-DIST-LINE
      * Prime read
           READ F12-GRADE-SORTED-FILE
               AT END MOVE 'NO' TO W18-GRD-REMAINS-SW
           END-READ
           PERFORM 351-PROCESS-ONE-GRADE
               UNTIL W18-GRD-REMAINS-SW = 'NO'
           IF W18-FIRST-SW = 'NO'
               PERFORM 352-WRITE-COURSE-LINE
           END-IF
           IF W18-GRADES-READ = W17-GRADES-WRITTEN
               MOVE 'BALANCED' TO W18-RECON-MSG
           ELSE
               MOVE 'OUT-OF-BALANCE' TO W18-RECON-MSG
           END-IF
           MOVE W18-LINES-PRINTED TO W18-TOT-LINES
           MOVE W17-GRADES-WRITTEN TO W18-TOT-WRITTEN
           MOVE W18-GRADES-READ TO W18-TOT-READ
           MOVE W18-RECON-MSG TO W18-TOT-RECON
           MOVE W18-TOTAL-LINE TO F13-GRADE-DIST-LINE
           WRITE F13-GRADE-DIST-LINE
           MOVE W18-END-LINE TO F13-GRADE-DIST-LINE
           WRITE F13-GRADE-DIST-LINE
           CLOSE F12-GRADE-SORTED-FILE
                 F13-GRADE-DIST-FILE
           .
      * End of WRITE-GRADE-DISTRIBUTION paragraph.

      * Writes the prior course's line when the term or course
      * changes, tallies the current grade under its letter, and
      * reads the next record. W18-FIRST-SW marks whether any
      * course has been started, the same way the quarterly
      * register's employee break does it.
       351-PROCESS-ONE-GRADE.
           ADD 1 TO W18-GRADES-READ
           IF F12-GTM-TERM NOT = W18-PREV-TERM
                   OR F12-GTM-CODE NOT = W18-PREV-CODE
                   OR W18-FIRST-SW = 'YES'
               IF W18-FIRST-SW = 'NO'
                   PERFORM 352-WRITE-COURSE-LINE
               END-IF
               MOVE 'NO' TO W18-FIRST-SW
               MOVE F12-GTM-TERM TO W18-PREV-TERM
               MOVE F12-GTM-CODE TO W18-PREV-CODE
               MOVE ZERO TO W18-ENROLLED
               MOVE ZERO TO W18-A-COUNT
               MOVE ZERO TO W18-B-COUNT
               MOVE ZERO TO W18-C-COUNT
               MOVE ZERO TO W18-D-COUNT
               MOVE ZERO TO W18-F-COUNT
               MOVE ZERO TO W18-POINTS
           END-IF
           ADD 1 TO W18-ENROLLED
           ADD F12-GTM-POINTS TO W18-POINTS
           EVALUATE F12-GTM-LETTER
               WHEN 'A'
                   ADD 1 TO W18-A-COUNT
               WHEN 'B'
                   ADD 1 TO W18-B-COUNT
               WHEN 'C'
                   ADD 1 TO W18-C-COUNT
               WHEN 'D'
                   ADD 1 TO W18-D-COUNT
               WHEN OTHER
                   ADD 1 TO W18-F-COUNT
           END-EVALUATE
           READ F12-GRADE-SORTED-FILE
               AT END MOVE 'NO' TO W18-GRD-REMAINS-SW
           END-READ
           .
      * End of PROCESS-ONE-GRADE paragraph.

      * Writes one term-and-course line with the title and owning
      * department from the catalog. Only courses that matched
      * the catalog reach the work file, so the lookup finds them;
      * the title is left blank rather than guessed if it ever
      * does not.
       352-WRITE-COURSE-LINE.
           MOVE W18-PREV-CODE TO F10-CAT-CODE
           READ F10-CATALOG-FILE
               INVALID KEY
                   MOVE SPACES TO W18-DTL-TITLE
                   MOVE SPACES TO W18-DTL-DEPT
               NOT INVALID KEY
                   MOVE F10-CAT-TITLE TO W18-DTL-TITLE
                   MOVE F10-CAT-DEPT TO W18-DTL-DEPT
           END-READ
           COMPUTE W18-AVERAGE ROUNDED = W18-POINTS / W18-ENROLLED
           MOVE W18-PREV-TERM TO W18-DTL-TERM
           MOVE W18-PREV-CODE TO W18-DTL-CODE
           MOVE W18-ENROLLED TO W18-DTL-ENROLLED
           MOVE W18-A-COUNT TO W18-DTL-A
           MOVE W18-B-COUNT TO W18-DTL-B
           MOVE W18-C-COUNT TO W18-DTL-C
           MOVE W18-D-COUNT TO W18-DTL-D
           MOVE W18-F-COUNT TO W18-DTL-F
           MOVE W18-AVERAGE TO W18-DTL-AVERAGE
           MOVE W18-DETAIL-LINE TO F13-GRADE-DIST-LINE
           WRITE F13-GRADE-DIST-LINE
           ADD 1 TO W18-LINES-PRINTED
           .
      * End of WRITE-COURSE-LINE paragraph.

      * Paragraph that writes the class standing counts and
      * 'End of Report'.
       400-WRITE-FOOTER.
               MOVE W08-BAD-COURSE-LINE TO F02-PRINT-LINE-RECORD
               WRITE F02-PRINT-LINE-RECORD
           END-IF
           IF W17-CATALOG-REJECTS > ZERO
               MOVE W17-CATALOG-REJECTS TO W17-CATALOG-REJ-DISP
               MOVE W17-CATALOG-REJECT-LINE TO F02-PRINT-LINE-RECORD
               WRITE F02-PRINT-LINE-RECORD
           END-IF
           MOVE W19-DEFICIENCY-COUNT TO W19-AUDIT-COUNT-DISP
           MOVE W19-AUDIT-COUNT-LINE TO F02-PRINT-LINE-RECORD
           WRITE F02-PRINT-LINE-RECORD
           MOVE W15-STANDING-COUNT TO W15-STANDING-DISP
           MOVE W15-STANDING-LINE TO F02-PRINT-LINE-RECORD
           WRITE F02-PRINT-LINE-RECORD
      * Prints one saved exception entry.
       421-WRITE-EXCEPTION-ENTRY.
           MOVE W10-EXCEPT-NAME(W10-IDX) TO W10-EXCEPT-NAME-OUT
           MOVE W10-EXCEPT-ID(W10-IDX) TO W10-EXCEPT-ID-OUT
           MOVE W10-EXCEPT-REASON(W10-IDX) TO W10-EXCEPT-REASON-OUT
           MOVE W10-EXCEPT-DETAIL-LINE TO F02-PRINT-LINE-RECORD
           WRITE F02-PRINT-LINE-RECORD
      * Renders the run's verdict as the return code the
      * scheduler acts on, and logs it as the run's last line,
      * off the same reconciliation 425 printed: every student
      * read was either printed or rejected, and every grade
      * written for the distribution was counted on it, or the
      * run did not prove.
       430-SET-RUN-VERDICT.
           IF W10-RECON-MSG = 'BALANCED'
                   AND W18-RECON-MSG = 'BALANCED'
               MOVE ZERO TO RETURN-CODE
               MOVE 'RUN END - BALANCED' TO W12-LOG-PHASE
           ELSE
           .
      * End of SET-RUN-VERDICT paragraph.

      * Writes the degree audit's closing counts: seniors audited,
      * how many met every requirement of their major, how many
      * did not, and how many requirements were listed, then
      * 'End of Report'. Deficiencies are the audit's findings,
      * not a fault in the run, so they do not touch the return
      * code.
       440-WRITE-AUDIT-SUMMARY.
           MOVE 'SENIORS AUDITED:' TO W19-AUD-TOT-LABEL
           MOVE W19-SENIORS-AUDITED TO W19-AUD-TOT-COUNT
           MOVE W19-AUD-TOTAL-LINE TO F15-AUDIT-LINE
           WRITE F15-AUDIT-LINE
           MOVE 'ALL REQUIREMENTS MET:' TO W19-AUD-TOT-LABEL
           MOVE W19-SENIORS-COMPLETE TO W19-AUD-TOT-COUNT
           MOVE W19-AUD-TOTAL-LINE TO F15-AUDIT-LINE
           WRITE F15-AUDIT-LINE
           MOVE 'WITH DEFICIENCIES:' TO W19-AUD-TOT-LABEL
           MOVE W19-SENIORS-DEFICIENT TO W19-AUD-TOT-COUNT
           MOVE W19-AUD-TOTAL-LINE TO F15-AUDIT-LINE
           WRITE F15-AUDIT-LINE
           MOVE 'REQUIREMENTS LISTED:' TO W19-AUD-TOT-LABEL
           MOVE W19-DEFICIENCY-COUNT TO W19-AUD-TOT-COUNT
           MOVE W19-AUD-TOTAL-LINE TO F15-AUDIT-LINE
           WRITE F15-AUDIT-LINE
           MOVE W05-FOOTER-LINE TO F15-AUDIT-LINE
           WRITE F15-AUDIT-LINE
           .
      * End of WRITE-AUDIT-SUMMARY paragraph.

      * Closing files
       500-CLOSE-FILES.
           CLOSE F01-STUDENT-FILE
                 F07-RUNLOG-FILE
                 F08-TRANSCRIPT-FILE
                 F09-STANDING-FILE
                 F10-CATALOG-FILE
                 F15-AUDIT-FILE
                 F16-AUDIT-EXTRACT-FILE
                 F17-STUMAST-FILE
           STOP RUN
           .
      * End of CLOSE-FILES paragraph.
