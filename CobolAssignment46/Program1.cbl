       IDENTIFICATION DIVISION.
       PROGRAM-ID. CST-8283-PROJECT-46.
       AUTHOR. JONATHON SLAUNWHITE, LIAM HENLEY-VACHON.
       INSTALLATION. ALGONQUIN.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Link the indexed student master and set as indexed with random
      *access - read only, for each enrolled student's program of
      *study and whether they have graduated
       SELECT STUFILE-FILE-INDEXED
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\STUFILE-INDEXED.txt"
          ORGANIZATION  IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS STUDENT-NUMBER-INDEXED
          FILE STATUS IS FILE-STATUS-THING.

      *Link the course master file and set as line sequential - every
      *course with the seats its room holds (see
      *copybooks/course_record.txt)
       SELECT COURSE-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\COURSE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-COURSE-FILE-STATUS.

      *Link program file and set as line sequential - the name
      *printed against each program of study
       SELECT PROGRAM-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\PROGRAM.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PROGRAM-FILE-STATUS.

      *Link the course section file and set as line sequential - a
      *course running in sections for the term is seated by its
      *sections' capacities (see copybooks/section_record.txt)
       SELECT SECTION-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\SECTIONS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SECTION-FILE-STATUS.

      *Link the course enrolment file and set as line sequential -
      *the term's seats filled and withdrawals, and who was enrolled
      *the term before (see copybooks/enrolment_record.txt)
       SELECT ENROLMENT-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\ENROLMENT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ENROLMENT-STATUS.

      *Link the course waitlist and set as line sequential - the
      *students still waiting for a seat in each course (see
      *copybooks/waitlist_record.txt)
       SELECT WAITLIST-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\WAITLIST.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-WAITLIST-STATUS.

      *Link the enrolment statistics report and set as line
      *sequential
       SELECT STATISTICS-REPORT
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\ENROLMENT-STATISTICS.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Link the shared run-control log and set as line sequential -
      *every program in the nightly chain writes a start record and
      *an end record here (see copybooks/run_control_record.txt)
       SELECT RUN-CONTROL-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\RUN-CONTROL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Variables for the indexed student file - shared layout with
      *every field suffixed -INDEXED (see copybooks/student_record.txt)
       FD STUFILE-FILE-INDEXED.
       COPY "student_record.txt"
         REPLACING ==STUFILE-FILE-IN== BY ==STUFILE-FILE-IN-INDEXED==
                   ==STUDENT-NUMBER== BY ==STUDENT-NUMBER-INDEXED==
                   ==TUITION-OWED==   BY ==TUITION-OWED-INDEXED==
                   ==STUDENT-NAME==   BY ==STUDENT-NAME-INDEXED==
                   ==PROGRAM-OF-STUDY== BY ==PROGRAM-OF-STUDY-INDEXED==
                   ==COURSE-CODE-1==  BY ==COURSE-CODE-1-INDEXED==
                   ==COURSE-AVERAGE-1== BY ==COURSE-AVERAGE-1-INDEXED==
                   ==COURSE-CODE-2==  BY ==COURSE-CODE-2-INDEXED==
                   ==COURSE-AVERAGE-2== BY ==COURSE-AVERAGE-2-INDEXED==
                   ==COURSE-CODE-3==  BY ==COURSE-CODE-3-INDEXED==
                   ==COURSE-AVERAGE-3== BY ==COURSE-AVERAGE-3-INDEXED==
                   ==COURSE-CODE-4==  BY ==COURSE-CODE-4-INDEXED==
                   ==COURSE-AVERAGE-4== BY ==COURSE-AVERAGE-4-INDEXED==
                   ==COURSE-CODE-5==  BY ==COURSE-CODE-5-INDEXED==
                   ==COURSE-AVERAGE-5== BY ==COURSE-AVERAGE-5-INDEXED==
                   ==ACADEMIC-TERM==  BY ==ACADEMIC-TERM-INDEXED==
                   ==STUDENT-STATUS== BY ==STUDENT-STATUS-INDEXED==.

      *Course master record - see copybooks/course_record.txt
       FD COURSE-FILE.
       COPY "course_record.txt".

      *Program file table as copy member
       FD PROGRAM-FILE.
       COPY "project3_table_data.txt".

      *Course section record - see copybooks/section_record.txt
       FD SECTION-FILE.
       COPY "section_record.txt".

      *Course enrolment record - one per student per term per course,
      *shared layout, see copybooks/enrolment_record.txt
       FD ENROLMENT-FILE.
       COPY "enrolment_record.txt".

      *Course waitlist record - see copybooks/waitlist_record.txt
       FD WAITLIST-FILE.
       COPY "waitlist_record.txt".

      *Enrolment statistics report output
       FD STATISTICS-REPORT.
       01 STATISTICS-OUT PIC X(100).

      *Run-control record - shared layout, see
      *copybooks/run_control_record.txt
       FD RUN-CONTROL-FILE.
       COPY "run_control_record.txt".

       WORKING-STORAGE SECTION.

      *File status fields, one per file
       01 FILE-STATUS-THING PIC X(2).
       01 WS-COURSE-FILE-STATUS PIC X(2).
       01 WS-PROGRAM-FILE-STATUS PIC X(2).
       01 WS-SECTION-FILE-STATUS PIC X(2).
       01 WS-ENROLMENT-STATUS PIC X(2).
       01 WS-WAITLIST-STATUS PIC X(2).

      *End-of-file flag, reset before each file is read
       01 WS-EOF PIC X(4).

      *Set when the report can't be produced - a missing master or a
      *term too big for the tables would print figures with students
      *or courses missing, so none are printed
       01 WS-ABORT-RUN PIC X(3) VALUE "NO".

      *The academic term the report is for, keyed by the operator,
      *and the term before it that retention is measured from
       01 WS-REPORT-TERM PIC X(5).
       01 WS-PRIOR-TERM PIC X(5).
       01 WS-PRIOR-KNOWN PIC X(3) VALUE "NO".
      *Term worked as its year and session - W winter, S summer,
      *F fall, the order the terms run in
       01 WS-TERM-WORK.
         05 WS-TERM-YEAR PIC 9(4).
         05 WS-TERM-SESSION PIC X(1).

      *The planning thresholds - a course at or over the fill
      *percentage, or with at least this many waiting, is flagged as
      *needing another section. Keyed by the operator; a blank
      *answer takes the default shown
       01 WS-FILL-THRESHOLD PIC 9(3) VALUE 90.
       01 WS-WAITLIST-THRESHOLD PIC 9(3) VALUE 5.
       01 WS-THRESHOLD-IN PIC X(3).
       01 WS-THRESHOLD-IN-9 REDEFINES WS-THRESHOLD-IN PIC 9(3).

      *Run-control working fields - the log's file status and the
      *date/time stamped on the start and end records
       01 WS-RUN-CONTROL-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-TIME-RAW PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

      *Every course on the course master with the term's figures
      *built up against it
       01 COURSE-TABLE-COUNT PIC 9(3) VALUE 0.
       01 COURSE-TABLE-CONTAINER.
         05 COURSE-TABLE-ENTRY
               OCCURS 1 TO 500 TIMES
               DEPENDING ON COURSE-TABLE-COUNT
               INDEXED BY COURSE-TABLE-IDX.
           10 CTBL-COURSE-CODE PIC X(7).
           10 CTBL-COURSE-NAME PIC X(25).
           10 CTBL-CAPACITY PIC X(3).
           10 CTBL-CAPACITY-9 REDEFINES CTBL-CAPACITY PIC 9(3).
           10 CTBL-SECTION-COUNT PIC 9(3).
           10 CTBL-SECTION-SEATS PIC 9(5).
           10 CTBL-ENROLLED PIC 9(5).
           10 CTBL-WITHDRAWN PIC 9(5).
           10 CTBL-WAITING PIC 9(5).

      *Every program on the program file, for the names
       01 PROGRAM-TABLE-COUNT PIC 9(3) VALUE 0.
       01 PROGRAM-FILE-CONTAINER.
         05 PROGRAM-TABLE-CONTAINER
               OCCURS 1 TO 500 TIMES
               DEPENDING ON PROGRAM-TABLE-COUNT
               INDEXED BY PROGRAM-TABLE-IDX.
           10 PROGRAM-CODE-CONTAINER PIC X(5).
           10 PROGRAM-NAME-CONTAINER PIC X(20).

      *Every student with a standing enrolment in the report term or
      *the term before it, with which of the two they were in
       01 STUDENT-TABLE-COUNT PIC 9(4) VALUE 0.
       01 STUDENT-TABLE-CONTAINER.
         05 STUDENT-TABLE-ENTRY
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON STUDENT-TABLE-COUNT
               INDEXED BY STU-IDX.
           10 STBL-STUDENT-NUMBER PIC 9(6).
           10 STBL-THIS-TERM PIC X(1).
           10 STBL-LAST-TERM PIC X(1).

      *The figures for each program of study, kept in program code
      *order as the programs are found
       01 PROGSTAT-TABLE-COUNT PIC 9(3) VALUE 0.
       01 PROGSTAT-TABLE-CONTAINER.
         05 PROGSTAT-TABLE-ENTRY
               OCCURS 1 TO 500 TIMES
               DEPENDING ON PROGSTAT-TABLE-COUNT
               INDEXED BY PST-IDX.
           10 PSTB-PROGRAM-CODE PIC X(5).
           10 PSTB-HEADCOUNT PIC 9(5).
           10 PSTB-LAST-TERM PIC 9(5).
           10 PSTB-RETURNED PIC 9(5).
           10 PSTB-GRADUATED PIC 9(5).

      *Working fields for placing a student and a program
       01 WS-SHIFT PIC 9(4).
       01 WS-SLOT-FOUND PIC X(3).
       01 WS-ENTRY-FOUND PIC X(3).
       01 WS-STUDENT-PROGRAM PIC X(5).
       01 WS-STUDENT-GRADUATED PIC X(3).
       01 WS-CHECK-COURSE PIC X(7).
       01 WS-COURSE-FOUND PIC X(3).

      *Working fields for one course's line
       01 WS-SEATS PIC 9(5).
       01 WS-FILL-PERCENT PIC 9(5).
       01 WS-RETAIN-BASE PIC 9(5).
       01 WS-RETAIN-PERCENT PIC 9(3).

      *Keep track of the run's counts and the report's totals
       01 COUNTERS.
         05 RECORDS-READ PIC 9(5) VALUE 0.
         05 MASTER-READ PIC 9(5) VALUE 0.
         05 LINES-WRITTEN PIC 9(5) VALUE 0.
         05 UNLISTED-ENROLMENTS PIC 9(5) VALUE 0.
         05 COURSES-FLAGGED PIC 9(5) VALUE 0.
         05 TOTAL-HEADCOUNT PIC 9(5) VALUE 0.
         05 TOTAL-LAST-TERM PIC 9(5) VALUE 0.
         05 TOTAL-RETURNED PIC 9(5) VALUE 0.
         05 TOTAL-GRADUATED PIC 9(5) VALUE 0.
         05 TOTAL-ENROLLED PIC 9(5) VALUE 0.
         05 TOTAL-WITHDRAWN PIC 9(5) VALUE 0.
         05 TOTAL-WAITING PIC 9(5) VALUE 0.

      *Report line templates - moved into the report record before
      *WRITE
       01 REPORT-TITLE-LINE.
         05 FILLER PIC X(38)
            VALUE "ENROLMENT STATISTICS AND COURSE DEMAND".
         05 FILLER PIC X(9) VALUE "  TERM - ".
         05 RTL-TERM PIC X(5).
         05 FILLER PIC X(15) VALUE "  PRIOR TERM - ".
         05 RTL-PRIOR-TERM PIC X(5).
         05 FILLER PIC X(8) VALUE "  RUN - ".
         05 RTL-RUN-DATE PIC 9(8).

       01 SECTION-HEADING-LINE.
         05 SHL-HEADING PIC X(100).

       01 PROGRAM-HEADING-LINE.
         05 FILLER PIC X(7) VALUE "PROGRAM".
         05 FILLER PIC X(22) VALUE SPACES.
         05 FILLER PIC X(10) VALUE " HEADCOUNT".
         05 FILLER PIC X(11) VALUE "  LAST TERM".
         05 FILLER PIC X(10) VALUE "  RETURNED".
         05 FILLER PIC X(14) VALUE "  NOT RETURNED".
         05 FILLER PIC X(11) VALUE "  GRADUATED".
         05 FILLER PIC X(11) VALUE "  RETAINED%".

       01 PROGRAM-DETAIL-LINE.
         05 PDL-PROGRAM-CODE PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 PDL-PROGRAM-NAME PIC X(20).
         05 FILLER PIC X(7) VALUE SPACES.
         05 PDL-HEADCOUNT PIC ZZZZ9.
         05 FILLER PIC X(6) VALUE SPACES.
         05 PDL-LAST-TERM PIC ZZZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 PDL-RETURNED PIC ZZZZ9.
         05 FILLER PIC X(9) VALUE SPACES.
         05 PDL-NOT-RETURNED PIC ZZZZ9.
         05 FILLER PIC X(6) VALUE SPACES.
         05 PDL-GRADUATED PIC ZZZZ9.
         05 FILLER PIC X(8) VALUE SPACES.
         05 PDL-RETAINED PIC X(3).

       01 COURSE-HEADING-LINE.
         05 FILLER PIC X(9) VALUE "COURSE".
         05 FILLER PIC X(25) VALUE "NAME".
         05 FILLER PIC X(6) VALUE " SECTS".
         05 FILLER PIC X(7) VALUE "  SEATS".
         05 FILLER PIC X(10) VALUE "  ENROLLED".
         05 FILLER PIC X(7) VALUE "  FILL%".
         05 FILLER PIC X(9) VALUE "  WAITING".
         05 FILLER PIC X(11) VALUE "  WITHDRAWN".
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(14) VALUE "DEMAND".

       01 COURSE-DETAIL-LINE.
         05 CDL-COURSE-CODE PIC X(7).
         05 FILLER PIC X(2) VALUE SPACES.
         05 CDL-COURSE-NAME PIC X(25).
         05 FILLER PIC X(3) VALUE SPACES.
         05 CDL-SECTION-COUNT PIC ZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 CDL-SEATS PIC ZZZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 CDL-ENROLLED PIC ZZZZ9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 CDL-FILL-PERCENT PIC X(4).
         05 FILLER PIC X(4) VALUE SPACES.
         05 CDL-WAITING PIC ZZZZ9.
         05 FILLER PIC X(6) VALUE SPACES.
         05 CDL-WITHDRAWN PIC ZZZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 CDL-DEMAND PIC X(14).

      *Numeric editing views for the percentage columns, moved into
      *the X fields so a course with no seats on file can print
      *N/A there instead
       01 WS-PERCENT-EDIT PIC ZZZ9.
       01 WS-RETAIN-EDIT PIC ZZ9.

       01 THRESHOLD-LINE.
         05 FILLER PIC X(42)
            VALUE "ANOTHER SECTION NEEDED AT A FILL RATE OF ".
         05 THL-FILL-THRESHOLD PIC ZZ9.
         05 FILLER PIC X(20) VALUE "% OR A WAITLIST OF ".
         05 THL-WAITLIST-THRESHOLD PIC ZZ9.

       01 TOTAL-LINE.
         05 TTL-LABEL PIC X(40).
         05 TTL-COUNT PIC ZZZZ9.

       01 REPORT-MESSAGE-LINE.
         05 RPT-MESSAGE PIC X(100).

       PROCEDURE DIVISION.

       100-PRODUCE-ENROLMENT-STATISTICS.
      *Write the run's start record to the shared run-control log
           PERFORM 800-WRITE-RUN-START.
      *Ask which academic term the report is for and the planning
      *thresholds, and work out the term before it
           PERFORM 202-GET-REPORT-TERM.
           PERFORM 203-GET-THRESHOLDS.
           PERFORM 204-FIND-PRIOR-TERM.
      *Open the files - a missing master aborts before anything is
      *printed
           PERFORM 201-OPEN-EXTERNAL-FILES.

           MOVE WS-REPORT-TERM TO RTL-TERM.
           MOVE WS-PRIOR-TERM TO RTL-PRIOR-TERM.
           MOVE WS-RUN-DATE TO RTL-RUN-DATE.
           MOVE REPORT-TITLE-LINE TO STATISTICS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

      *    Load the reference tables, then build the term's figures
      *    from the sections, the enrolments and the waitlist
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 205-LOAD-COURSE-TABLE
               PERFORM 206-LOAD-PROGRAM-TABLE
           END-IF.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 207-TOTAL-SECTIONS
               PERFORM 210-TOTAL-ENROLMENTS
           END-IF.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 215-TOTAL-WAITLIST
               PERFORM 220-BUILD-PROGRAM-FIGURES
           END-IF.

      *    Re-checked after the loads - an overfull table means some
      *    students or courses were never counted, so nothing is
      *    printed
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 230-WRITE-PROGRAM-SECTION
               PERFORM 240-WRITE-COURSE-SECTION

      *        Display the run's counts for the console log
               DISPLAY "RECORDS READ             " RECORDS-READ
               DISPLAY "MASTER RECORDS READ      " MASTER-READ
               DISPLAY "STUDENTS ENROLLED        " TOTAL-HEADCOUNT
               DISPLAY "COURSES NEEDING SECTIONS " COURSES-FLAGGED
           ELSE
               MOVE SPACES TO REPORT-MESSAGE-LINE
               MOVE "RUN ABORTED - NO STATISTICS PRINTED"
                 TO RPT-MESSAGE
               MOVE REPORT-MESSAGE-LINE TO STATISTICS-OUT
               PERFORM 290-WRITE-REPORT-LINE
               DISPLAY "ENROLMENT STATISTICS ABORTED - RC 8"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *Close all external files
           PERFORM 209-CLOSE-EXTERNAL-FILES.

      *Open all external files for read and write
       201-OPEN-EXTERNAL-FILES.
           OPEN INPUT STUFILE-FILE-INDEXED.

           IF FILE-STATUS-THING IS EQUAL TO "35"
               DISPLAY "STUFILE-FILE-INDEXED NOT FOUND - RUN THE"
               DISPLAY "NIGHTLY LOAD (CST-8283-PROJECT-3) FIRST"
               MOVE "YES" TO WS-ABORT-RUN
           END-IF.

           OPEN OUTPUT STATISTICS-REPORT.

      *Ask for the academic term, re-asking until one is keyed
       202-GET-REPORT-TERM.
           MOVE SPACES TO WS-REPORT-TERM.

           PERFORM UNTIL WS-REPORT-TERM IS NOT EQUAL TO SPACES
               DISPLAY "STATISTICS TERM (E.G. 2026F)"
               ACCEPT WS-REPORT-TERM
               IF WS-REPORT-TERM IS EQUAL TO SPACES
                   DISPLAY "A TERM IS REQUIRED, RE-ENTER"
               END-IF
           END-PERFORM.

      *Ask for the two planning thresholds - blank keeps the default,
      *anything else must be numeric
       203-GET-THRESHOLDS.
           MOVE "X" TO WS-THRESHOLD-IN.
           PERFORM UNTIL WS-THRESHOLD-IN IS EQUAL TO SPACES
             OR WS-THRESHOLD-IN IS NUMERIC
               DISPLAY "FILL PERCENT THAT NEEDS ANOTHER SECTION (0-999,"
                 " BLANK FOR " WS-FILL-THRESHOLD ")"
               ACCEPT WS-THRESHOLD-IN
               IF WS-THRESHOLD-IN IS NOT EQUAL TO SPACES
                 AND WS-THRESHOLD-IN IS NOT NUMERIC
                   DISPLAY "PERCENT MUST BE NUMERIC, RE-ENTER"
               END-IF
           END-PERFORM.
           IF WS-THRESHOLD-IN IS NUMERIC
               MOVE WS-THRESHOLD-IN-9 TO WS-FILL-THRESHOLD
           END-IF.

           MOVE "X" TO WS-THRESHOLD-IN.
           PERFORM UNTIL WS-THRESHOLD-IN IS EQUAL TO SPACES
             OR WS-THRESHOLD-IN IS NUMERIC
               DISPLAY "WAITLIST LENGTH THAT NEEDS ANOTHER SECTION"
                 " (0-999, BLANK FOR " WS-WAITLIST-THRESHOLD ")"
               ACCEPT WS-THRESHOLD-IN
               IF WS-THRESHOLD-IN IS NOT EQUAL TO SPACES
                 AND WS-THRESHOLD-IN IS NOT NUMERIC
                   DISPLAY "LENGTH MUST BE NUMERIC, RE-ENTER"
               END-IF
           END-PERFORM.
           IF WS-THRESHOLD-IN IS NUMERIC
               MOVE WS-THRESHOLD-IN-9 TO WS-WAITLIST-THRESHOLD
           END-IF.

      *Step the term back one session - fall follows summer, summer
      *follows winter, and winter follows the fall of the year before.
      *A term not in that form has no prior term and no retention
       204-FIND-PRIOR-TERM.
           MOVE "NO" TO WS-PRIOR-KNOWN.
           MOVE SPACES TO WS-PRIOR-TERM.
           MOVE WS-REPORT-TERM TO WS-TERM-WORK.

           IF WS-TERM-YEAR IS NUMERIC
               EVALUATE WS-TERM-SESSION
                   WHEN "F"
                       MOVE "S" TO WS-TERM-SESSION
                       MOVE "YES" TO WS-PRIOR-KNOWN
                   WHEN "S"
                       MOVE "W" TO WS-TERM-SESSION
                       MOVE "YES" TO WS-PRIOR-KNOWN
                   WHEN "W"
                       SUBTRACT 1 FROM WS-TERM-YEAR
                       MOVE "F" TO WS-TERM-SESSION
                       MOVE "YES" TO WS-PRIOR-KNOWN
               END-EVALUATE
           END-IF.

           IF WS-PRIOR-KNOWN IS EQUAL TO "YES"
               MOVE WS-TERM-WORK TO WS-PRIOR-TERM
           ELSE
               DISPLAY "TERM " WS-REPORT-TERM " HAS NO PRIOR TERM -"
                 " RETENTION NOT REPORTED"
           END-IF.

      *Read the course master into the table - a course past the
      *table's end would go uncounted, so an overfull table aborts
       205-LOAD-COURSE-TABLE.
           MOVE "NO" TO WS-EOF.
           OPEN INPUT COURSE-FILE.

           IF WS-COURSE-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "COURSE.txt NOT FOUND - NO COURSES ON FILE"
               MOVE "YES" TO WS-EOF
           END-IF.

           PERFORM UNTIL WS-EOF IS EQUAL TO "YES"
               READ COURSE-FILE
                   AT END
                       MOVE "YES" TO WS-EOF
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       IF COURSE-TABLE-COUNT IS LESS THAN 500
                           ADD 1 TO COURSE-TABLE-COUNT
                           SET COURSE-TABLE-IDX TO COURSE-TABLE-COUNT
                           INITIALIZE
                             COURSE-TABLE-ENTRY(COURSE-TABLE-IDX)
                           MOVE COURSE-CODE TO
                             CTBL-COURSE-CODE(COURSE-TABLE-IDX)
                           MOVE COURSE-NAME TO
                             CTBL-COURSE-NAME(COURSE-TABLE-IDX)
                           MOVE COURSE-CAPACITY TO
                             CTBL-CAPACITY(COURSE-TABLE-IDX)
                       ELSE
                           DISPLAY "COURSE TABLE FULL - MORE THAN 500"
                             " COURSES ON COURSE.txt"
                           MOVE "YES" TO WS-ABORT-RUN
                           MOVE "YES" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-COURSE-FILE-STATUS IS NOT EQUAL TO "35"
               CLOSE COURSE-FILE
           END-IF.

      *Read the program file into the table for the names - a
      *program past the table's end just prints without its name
       206-LOAD-PROGRAM-TABLE.
           MOVE "NO" TO WS-EOF.
           OPEN INPUT PROGRAM-FILE.

           IF WS-PROGRAM-FILE-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-EOF
           END-IF.

           PERFORM UNTIL WS-EOF IS EQUAL TO "YES"
               READ PROGRAM-FILE
                   AT END
                       MOVE "YES" TO WS-EOF
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       IF PROGRAM-TABLE-COUNT IS LESS THAN 500
                           ADD 1 TO PROGRAM-TABLE-COUNT
                           MOVE PROGRAM-CODE TO
                             PROGRAM-CODE-CONTAINER(PROGRAM-TABLE-COUNT)
                           MOVE PROGRAM-NAME TO
                             PROGRAM-NAME-CONTAINER(PROGRAM-TABLE-COUNT)
                       ELSE
                           MOVE "YES" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PROGRAM-FILE-STATUS IS NOT EQUAL TO "35"
               CLOSE PROGRAM-FILE
           END-IF.

      *Add up the seats of each course's sections for the term - a
      *course running in sections is seated by them rather than by
      *its COURSE-CAPACITY, the same as enrolment seats it
       207-TOTAL-SECTIONS.
           MOVE "NO" TO WS-EOF.
           OPEN INPUT SECTION-FILE.

           IF WS-SECTION-FILE-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-EOF
           END-IF.

           PERFORM UNTIL WS-EOF IS EQUAL TO "YES"
               READ SECTION-FILE
                   AT END
                       MOVE "YES" TO WS-EOF
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       IF SCT-ACADEMIC-TERM IS EQUAL TO WS-REPORT-TERM
                           MOVE SCT-COURSE-CODE TO WS-CHECK-COURSE
                           PERFORM 285-FIND-COURSE
                           IF WS-COURSE-FOUND IS EQUAL TO "YES"
                               ADD 1 TO
                                 CTBL-SECTION-COUNT(COURSE-TABLE-IDX)
                               IF SCT-CAPACITY IS NUMERIC
                                   ADD SCT-CAPACITY-9 TO
                                     CTBL-SECTION-SEATS
                                       (COURSE-TABLE-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-SECTION-FILE-STATUS IS NOT EQUAL TO "35"
               CLOSE SECTION-FILE
           END-IF.

      *Count the term's seats filled and withdrawals by course, and
      *note every student with a standing enrolment in the term or
      *the term before it
       210-TOTAL-ENROLMENTS.
           MOVE "NO" TO WS-EOF.
           OPEN INPUT ENROLMENT-FILE.

           IF WS-ENROLMENT-STATUS IS EQUAL TO "35"
               DISPLAY "ENROLMENT.txt NOT FOUND - NO ONE ENROLLED"
               MOVE "YES" TO WS-EOF
           END-IF.

           PERFORM UNTIL WS-EOF IS EQUAL TO "YES"
               READ ENROLMENT-FILE
                   AT END
                       MOVE "YES" TO WS-EOF
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM 211-COUNT-ONE-ENROLMENT
               END-READ
           END-PERFORM.

           IF WS-ENROLMENT-STATUS IS NOT EQUAL TO "35"
               CLOSE ENROLMENT-FILE
           END-IF.

      *Count one enrolment against its course, and its student
      *against the term it is in
       211-COUNT-ONE-ENROLMENT.
           IF ENR-ACADEMIC-TERM IS EQUAL TO WS-REPORT-TERM
               MOVE ENR-COURSE-CODE TO WS-CHECK-COURSE
               PERFORM 285-FIND-COURSE
               IF WS-COURSE-FOUND IS EQUAL TO "YES"
                   IF ENR-STATUS IS EQUAL TO "W"
                       ADD 1 TO CTBL-WITHDRAWN(COURSE-TABLE-IDX)
                   ELSE
                       ADD 1 TO CTBL-ENROLLED(COURSE-TABLE-IDX)
                   END-IF
               ELSE
                   ADD 1 TO UNLISTED-ENROLMENTS
               END-IF
               IF ENR-STATUS IS NOT EQUAL TO "W"
                   PERFORM 212-FIND-STUDENT-ENTRY
                   IF WS-ENTRY-FOUND IS EQUAL TO "YES"
                       MOVE "Y" TO STBL-THIS-TERM(STU-IDX)
                   END-IF
               END-IF
           ELSE
               IF WS-PRIOR-KNOWN IS EQUAL TO "YES"
                 AND ENR-ACADEMIC-TERM IS EQUAL TO WS-PRIOR-TERM
                 AND ENR-STATUS IS NOT EQUAL TO "W"
                   PERFORM 212-FIND-STUDENT-ENTRY
                   IF WS-ENTRY-FOUND IS EQUAL TO "YES"
                       MOVE "Y" TO STBL-LAST-TERM(STU-IDX)
                   END-IF
               END-IF
           END-IF.

      *Find the enrolment's student in the table, adding them when
      *this is their first enrolment seen - an overfull table aborts
       212-FIND-STUDENT-ENTRY.
           MOVE "NO" TO WS-ENTRY-FOUND.

           IF STUDENT-TABLE-COUNT IS GREATER THAN 0
               SET STU-IDX TO 1
               SEARCH STUDENT-TABLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN STBL-STUDENT-NUMBER(STU-IDX) IS EQUAL TO
                          ENR-STUDENT-NUMBER
                       MOVE "YES" TO WS-ENTRY-FOUND
               END-SEARCH
           END-IF.

           IF WS-ENTRY-FOUND IS NOT EQUAL TO "YES"
               IF STUDENT-TABLE-COUNT IS NOT LESS THAN 5000
                   DISPLAY "STUDENT TABLE FULL - MORE THAN 5000"
                     " STUDENTS IN THE TWO TERMS"
                   MOVE "YES" TO WS-ABORT-RUN
                   MOVE "YES" TO WS-EOF
               ELSE
                   ADD 1 TO STUDENT-TABLE-COUNT
                   SET STU-IDX TO STUDENT-TABLE-COUNT
                   MOVE ENR-STUDENT-NUMBER TO
                     STBL-STUDENT-NUMBER(STU-IDX)
                   MOVE "N" TO STBL-THIS-TERM(STU-IDX)
                   MOVE "N" TO STBL-LAST-TERM(STU-IDX)
                   MOVE "YES" TO WS-ENTRY-FOUND
               END-IF
           END-IF.

      *Count the students still waiting for a seat in each course for
      *the term
       215-TOTAL-WAITLIST.
           MOVE "NO" TO WS-EOF.
           OPEN INPUT WAITLIST-FILE.

           IF WS-WAITLIST-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-EOF
           END-IF.

           PERFORM UNTIL WS-EOF IS EQUAL TO "YES"
               READ WAITLIST-FILE
                   AT END
                       MOVE "YES" TO WS-EOF
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       IF WTL-ACADEMIC-TERM IS EQUAL TO WS-REPORT-TERM
                           MOVE WTL-COURSE-CODE TO WS-CHECK-COURSE
                           PERFORM 285-FIND-COURSE
                           IF WS-COURSE-FOUND IS EQUAL TO "YES"
                               ADD 1 TO CTBL-WAITING(COURSE-TABLE-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-WAITLIST-STATUS IS NOT EQUAL TO "35"
               CLOSE WAITLIST-FILE
           END-IF.

      *Read each noted student's master record and count them under
      *their program of study - headcount for the term, and for the
      *term before, whether they came back or graduated
       220-BUILD-PROGRAM-FIGURES.
           PERFORM 221-COUNT-ONE-STUDENT
             VARYING STU-IDX FROM 1 BY 1
             UNTIL STU-IDX > STUDENT-TABLE-COUNT
             OR WS-ABORT-RUN IS EQUAL TO "YES".

      *Count one student under their program
       221-COUNT-ONE-STUDENT.
           MOVE STBL-STUDENT-NUMBER(STU-IDX) TO STUDENT-NUMBER-INDEXED.
           MOVE "NO" TO WS-STUDENT-GRADUATED.

           READ STUFILE-FILE-INDEXED
               INVALID KEY
      *            A student gone from the master is counted under
      *            a program code of its own so the totals still add
                   MOVE "?????" TO WS-STUDENT-PROGRAM
               NOT INVALID KEY
                   ADD 1 TO MASTER-READ
                   MOVE PROGRAM-OF-STUDY-INDEXED TO WS-STUDENT-PROGRAM
                   IF STUDENT-STATUS-INDEXED IS EQUAL TO "G"
                       MOVE "YES" TO WS-STUDENT-GRADUATED
                   END-IF
           END-READ.

           PERFORM 222-FIND-PROGRAM-ENTRY.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               IF STBL-THIS-TERM(STU-IDX) IS EQUAL TO "Y"
                   ADD 1 TO PSTB-HEADCOUNT(WS-SHIFT)
               END-IF
               IF STBL-LAST-TERM(STU-IDX) IS EQUAL TO "Y"
                   ADD 1 TO PSTB-LAST-TERM(WS-SHIFT)
                   IF STBL-THIS-TERM(STU-IDX) IS EQUAL TO "Y"
                       ADD 1 TO PSTB-RETURNED(WS-SHIFT)
                   ELSE
                       IF WS-STUDENT-GRADUATED IS EQUAL TO "YES"
                           ADD 1 TO PSTB-GRADUATED(WS-SHIFT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Find the student's program in the figures table, leaving its
      *place in WS-SHIFT - a program not there yet is placed in code
      *order, every later program moving up one place to make room
       222-FIND-PROGRAM-ENTRY.
           MOVE "NO" TO WS-SLOT-FOUND.
           MOVE 0 TO WS-SHIFT.

           PERFORM VARYING PST-IDX FROM 1 BY 1
             UNTIL PST-IDX > PROGSTAT-TABLE-COUNT
             OR WS-SLOT-FOUND IS EQUAL TO "YES"
               IF PSTB-PROGRAM-CODE(PST-IDX) IS EQUAL TO
                    WS-STUDENT-PROGRAM
                   MOVE "YES" TO WS-SLOT-FOUND
                   SET WS-SHIFT TO PST-IDX
               END-IF
           END-PERFORM.

           IF WS-SLOT-FOUND IS NOT EQUAL TO "YES"
               IF PROGSTAT-TABLE-COUNT IS NOT LESS THAN 500
                   DISPLAY "PROGRAM FIGURES TABLE FULL - MORE THAN 500"
                     " PROGRAMS OF STUDY"
                   MOVE "YES" TO WS-ABORT-RUN
               ELSE
                   MOVE PROGSTAT-TABLE-COUNT TO WS-SHIFT
                   ADD 1 TO PROGSTAT-TABLE-COUNT

                   PERFORM UNTIL WS-SLOT-FOUND IS EQUAL TO "YES"
                       IF WS-SHIFT IS EQUAL TO 0
                           MOVE "YES" TO WS-SLOT-FOUND
                       ELSE
                           IF PSTB-PROGRAM-CODE(WS-SHIFT) IS GREATER
                                THAN WS-STUDENT-PROGRAM
                               MOVE PROGSTAT-TABLE-ENTRY(WS-SHIFT) TO
                                 PROGSTAT-TABLE-ENTRY(WS-SHIFT + 1)
                               SUBTRACT 1 FROM WS-SHIFT
                           ELSE
                               MOVE "YES" TO WS-SLOT-FOUND
                           END-IF
                       END-IF
                   END-PERFORM

                   ADD 1 TO WS-SHIFT
                   INITIALIZE PROGSTAT-TABLE-ENTRY(WS-SHIFT)
                   MOVE WS-STUDENT-PROGRAM TO
                     PSTB-PROGRAM-CODE(WS-SHIFT)
               END-IF
           END-IF.

      *Print headcount and retention by program of study
       230-WRITE-PROGRAM-SECTION.
           MOVE SPACES TO STATISTICS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.
           MOVE SPACES TO SECTION-HEADING-LINE.
           MOVE "HEADCOUNT AND RETENTION BY PROGRAM OF STUDY - RETAINED
      -         "% LEAVES OUT THOSE WHO GRADUATED" TO SHL-HEADING.
           MOVE SECTION-HEADING-LINE TO STATISTICS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.
           MOVE PROGRAM-HEADING-LINE TO STATISTICS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           IF PROGSTAT-TABLE-COUNT IS EQUAL TO 0
               MOVE SPACES TO REPORT-MESSAGE-LINE
               MOVE "  NO STUDENTS ENROLLED IN EITHER TERM"
                 TO RPT-MESSAGE
               MOVE REPORT-MESSAGE-LINE TO STATISTICS-OUT
               PERFORM 290-WRITE-REPORT-LINE
           END-IF.

           PERFORM 231-WRITE-PROGRAM-LINE
             VARYING PST-IDX FROM 1 BY 1
             UNTIL PST-IDX > PROGSTAT-TABLE-COUNT.

      *    The all-programs line
           MOVE SPACES TO PROGRAM-DETAIL-LINE.
           MOVE "TOTAL" TO PDL-PROGRAM-CODE.
           MOVE TOTAL-HEADCOUNT TO PDL-HEADCOUNT.
           MOVE TOTAL-LAST-TERM TO PDL-LAST-TERM.
           MOVE TOTAL-RETURNED TO PDL-RETURNED.
           COMPUTE PDL-NOT-RETURNED = TOTAL-LAST-TERM - TOTAL-RETURNED.
           MOVE TOTAL-GRADUATED TO PDL-GRADUATED.
           COMPUTE WS-RETAIN-BASE = TOTAL-LAST-TERM - TOTAL-GRADUATED.
           MOVE TOTAL-RETURNED TO WS-SEATS.
           PERFORM 232-EDIT-RETAINED.
           MOVE PROGRAM-DETAIL-LINE TO STATISTICS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

      *Print one program's line and add it to the totals
       231-WRITE-PROGRAM-LINE.
           MOVE SPACES TO PROGRAM-DETAIL-LINE.
           MOVE PSTB-PROGRAM-CODE(PST-IDX) TO PDL-PROGRAM-CODE.

           IF PSTB-PROGRAM-CODE(PST-IDX) IS EQUAL TO "?????"
               MOVE "NOT ON THE MASTER" TO PDL-PROGRAM-NAME
           ELSE
               MOVE "NOT ON PROGRAM.txt" TO PDL-PROGRAM-NAME
               IF PROGRAM-TABLE-COUNT IS GREATER THAN 0
                   SET PROGRAM-TABLE-IDX TO 1
                   SEARCH PROGRAM-TABLE-CONTAINER
                       AT END
                           CONTINUE
                       WHEN PROGRAM-CODE-CONTAINER(PROGRAM-TABLE-IDX)
                              IS EQUAL TO PSTB-PROGRAM-CODE(PST-IDX)
                           MOVE PROGRAM-NAME-CONTAINER
                             (PROGRAM-TABLE-IDX) TO PDL-PROGRAM-NAME
                   END-SEARCH
               END-IF
           END-IF.

           MOVE PSTB-HEADCOUNT(PST-IDX) TO PDL-HEADCOUNT.
           MOVE PSTB-LAST-TERM(PST-IDX) TO PDL-LAST-TERM.
           MOVE PSTB-RETURNED(PST-IDX) TO PDL-RETURNED.
           COMPUTE PDL-NOT-RETURNED =
             PSTB-LAST-TERM(PST-IDX) - PSTB-RETURNED(PST-IDX).
           MOVE PSTB-GRADUATED(PST-IDX) TO PDL-GRADUATED.
           COMPUTE WS-RETAIN-BASE =
             PSTB-LAST-TERM(PST-IDX) - PSTB-GRADUATED(PST-IDX).
           MOVE PSTB-RETURNED(PST-IDX) TO WS-SEATS.
           PERFORM 232-EDIT-RETAINED.
           MOVE PROGRAM-DETAIL-LINE TO STATISTICS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           ADD PSTB-HEADCOUNT(PST-IDX) TO TOTAL-HEADCOUNT.
           ADD PSTB-LAST-TERM(PST-IDX) TO TOTAL-LAST-TERM.
           ADD PSTB-RETURNED(PST-IDX) TO TOTAL-RETURNED.
           ADD PSTB-GRADUATED(PST-IDX) TO TOTAL-GRADUATED.

      *Retention is the students who came back (in WS-SEATS) over
      *those who could have - last term's less the graduates. With
      *no prior term, or no one who could have come back, it prints
      *N/A
       232-EDIT-RETAINED.
           IF WS-PRIOR-KNOWN IS NOT EQUAL TO "YES"
             OR WS-RETAIN-BASE IS EQUAL TO 0
               MOVE "N/A" TO PDL-RETAINED
           ELSE
               COMPUTE WS-RETAIN-PERCENT ROUNDED =
                 WS-SEATS * 100 / WS-RETAIN-BASE
               MOVE WS-RETAIN-PERCENT TO WS-RETAIN-EDIT
               MOVE WS-RETAIN-EDIT TO PDL-RETAINED
           END-IF.

      *Print each course's demand for the term with its flag
       240-WRITE-COURSE-SECTION.
           MOVE SPACES TO STATISTICS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.
           MOVE SPACES TO SECTION-HEADING-LINE.
           MOVE "COURSE DEMAND - SEATS ARE THE SECTIONS' WHERE THE COURS
      -         "E RUNS IN SECTIONS" TO SHL-HEADING.
           MOVE SECTION-HEADING-LINE TO STATISTICS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.
           MOVE COURSE-HEADING-LINE TO STATISTICS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           PERFORM 241-WRITE-COURSE-LINE
             VARYING COURSE-TABLE-IDX FROM 1 BY 1
             UNTIL COURSE-TABLE-IDX > COURSE-TABLE-COUNT.

           MOVE SPACES TO STATISTICS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           MOVE WS-FILL-THRESHOLD TO THL-FILL-THRESHOLD.
           MOVE WS-WAITLIST-THRESHOLD TO THL-WAITLIST-THRESHOLD.
           MOVE THRESHOLD-LINE TO STATISTICS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           MOVE "SEATS FILLED" TO TTL-LABEL.
           MOVE TOTAL-ENROLLED TO TTL-COUNT.
           MOVE TOTAL-LINE TO STATISTICS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           MOVE "STUDENTS WAITING" TO TTL-LABEL.
           MOVE TOTAL-WAITING TO TTL-COUNT.
           MOVE TOTAL-LINE TO STATISTICS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           MOVE "WITHDRAWALS" TO TTL-LABEL.
           MOVE TOTAL-WITHDRAWN TO TTL-COUNT.
           MOVE TOTAL-LINE TO STATISTICS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           MOVE "COURSES NEEDING ANOTHER SECTION" TO TTL-LABEL.
           MOVE COURSES-FLAGGED TO TTL-COUNT.
           MOVE TOTAL-LINE TO STATISTICS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           IF UNLISTED-ENROLMENTS IS GREATER THAN 0
               MOVE "ENROLMENTS IN COURSES NOT ON COURSE.txt"
                 TO TTL-LABEL
               MOVE UNLISTED-ENROLMENTS TO TTL-COUNT
               MOVE TOTAL-LINE TO STATISTICS-OUT
               PERFORM 290-WRITE-REPORT-LINE
           END-IF.

      *Print one course's line - a course with no one enrolled,
      *waiting or withdrawn in the term has no demand and is left off
       241-WRITE-COURSE-LINE.
           IF CTBL-ENROLLED(COURSE-TABLE-IDX) IS GREATER THAN 0
             OR CTBL-WAITING(COURSE-TABLE-IDX) IS GREATER THAN 0
             OR CTBL-WITHDRAWN(COURSE-TABLE-IDX) IS GREATER THAN 0
             OR CTBL-SECTION-COUNT(COURSE-TABLE-IDX) IS GREATER THAN 0
               PERFORM 242-BUILD-COURSE-LINE
               MOVE COURSE-DETAIL-LINE TO STATISTICS-OUT
               PERFORM 290-WRITE-REPORT-LINE
           END-IF.

      *Work out one course's seats, fill rate and demand flag
       242-BUILD-COURSE-LINE.
           MOVE SPACES TO COURSE-DETAIL-LINE.
           MOVE CTBL-COURSE-CODE(COURSE-TABLE-IDX) TO CDL-COURSE-CODE.
           MOVE CTBL-COURSE-NAME(COURSE-TABLE-IDX) TO CDL-COURSE-NAME.
           MOVE CTBL-SECTION-COUNT(COURSE-TABLE-IDX) TO
             CDL-SECTION-COUNT.

      *    Sections seat the course when it has them; otherwise its
      *    own capacity does, when one is on file
           MOVE 0 TO WS-SEATS.
           IF CTBL-SECTION-COUNT(COURSE-TABLE-IDX) IS GREATER THAN 0
               MOVE CTBL-SECTION-SEATS(COURSE-TABLE-IDX) TO WS-SEATS
           ELSE
               IF CTBL-CAPACITY(COURSE-TABLE-IDX) IS NUMERIC
                   MOVE CTBL-CAPACITY-9(COURSE-TABLE-IDX) TO WS-SEATS
               END-IF
           END-IF.
           MOVE WS-SEATS TO CDL-SEATS.

           MOVE CTBL-ENROLLED(COURSE-TABLE-IDX) TO CDL-ENROLLED.
           MOVE CTBL-WAITING(COURSE-TABLE-IDX) TO CDL-WAITING.
           MOVE CTBL-WITHDRAWN(COURSE-TABLE-IDX) TO CDL-WITHDRAWN.

           MOVE 0 TO WS-FILL-PERCENT.
           IF WS-SEATS IS EQUAL TO 0
               MOVE " N/A" TO CDL-FILL-PERCENT
           ELSE
               COMPUTE WS-FILL-PERCENT ROUNDED =
                 CTBL-ENROLLED(COURSE-TABLE-IDX) * 100 / WS-SEATS
               MOVE WS-FILL-PERCENT TO WS-PERCENT-EDIT
               MOVE WS-PERCENT-EDIT TO CDL-FILL-PERCENT
           END-IF.

      *    A course with no seats on file can only be flagged by its
      *    waitlist
           IF (WS-SEATS IS GREATER THAN 0
                AND WS-FILL-PERCENT IS NOT LESS THAN WS-FILL-THRESHOLD)
             OR (WS-WAITLIST-THRESHOLD IS GREATER THAN 0
                AND CTBL-WAITING(COURSE-TABLE-IDX) IS NOT LESS THAN
                      WS-WAITLIST-THRESHOLD)
               MOVE "*ADD SECTION*" TO CDL-DEMAND
               ADD 1 TO COURSES-FLAGGED
           END-IF.

           ADD CTBL-ENROLLED(COURSE-TABLE-IDX) TO TOTAL-ENROLLED.
           ADD CTBL-WAITING(COURSE-TABLE-IDX) TO TOTAL-WAITING.
           ADD CTBL-WITHDRAWN(COURSE-TABLE-IDX) TO TOTAL-WITHDRAWN.

      *Say whether the course in WS-CHECK-COURSE is on the course
      *master, leaving COURSE-TABLE-IDX on it when it is
       285-FIND-COURSE.
           MOVE "NO" TO WS-COURSE-FOUND.

           IF COURSE-TABLE-COUNT IS GREATER THAN 0
               SET COURSE-TABLE-IDX TO 1
               SEARCH COURSE-TABLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN CTBL-COURSE-CODE(COURSE-TABLE-IDX) IS EQUAL TO
                          WS-CHECK-COURSE
                       MOVE "YES" TO WS-COURSE-FOUND
               END-SEARCH
           END-IF.

      *Write the line in the report record and count it
       290-WRITE-REPORT-LINE.
           WRITE STATISTICS-OUT.
           ADD 1 TO LINES-WRITTEN.

      *Close all external files
       209-CLOSE-EXTERNAL-FILES.
           PERFORM 810-WRITE-RUN-END.
           IF FILE-STATUS-THING IS NOT EQUAL TO "35"
               CLOSE STUFILE-FILE-INDEXED
           END-IF.
           CLOSE STATISTICS-REPORT.

           STOP RUN.
           GOBACK.


      *Append the run's start record to the shared run-control log -
      *the log carries forward until the operations summary clears it
       800-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.

           PERFORM 820-STAMP-RUN-RECORD.
           MOVE "START" TO RC-RECORD-TYPE.
           MOVE "STARTED" TO RC-COMPLETION-STATUS.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      *Append the run's end record with the counts the operations
      *summary reports on - enrolments in courses not on the course
      *master count as exceptions
       810-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.

           PERFORM 820-STAMP-RUN-RECORD.
           MOVE "END" TO RC-RECORD-TYPE.
           COMPUTE RC-RECORDS-READ = RECORDS-READ + MASTER-READ.
           MOVE LINES-WRITTEN TO RC-RECORDS-WRITTEN.
           MOVE UNLISTED-ENROLMENTS TO RC-EXCEPTION-COUNT.
           IF WS-ABORT-RUN IS EQUAL TO "YES"
               MOVE "ABORTED" TO RC-COMPLETION-STATUS
           ELSE
               MOVE "NORMAL" TO RC-COMPLETION-STATUS
           END-IF.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      *Blank the record area and stamp the program name, run date,
      *and run time every run record carries
       820-STAMP-RUN-RECORD.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.
           MOVE "CST-8283-PROJECT-46" TO RC-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO RC-RUN-DATE.
           MOVE WS-RUN-TIME TO RC-RUN-TIME.
           MOVE ZEROS TO RC-RECORDS-READ RC-RECORDS-WRITTEN
             RC-EXCEPTION-COUNT RC-REJECT-COUNT.

       END PROGRAM CST-8283-PROJECT-46.
