       IDENTIFICATION DIVISION.
       PROGRAM-ID. CST-8283-PROJECT-45.
       AUTHOR. JONATHON SLAUNWHITE, LIAM HENLEY-VACHON.
       INSTALLATION. ALGONQUIN.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Link the indexed student master and set as indexed with
      *dynamic access - read front to back for the master's own
      *checks, then by key for every student another file names
       SELECT STUFILE-FILE-INDEXED
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\STUFILE-INDEXED.txt"
          ORGANIZATION  IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS STUDENT-NUMBER-INDEXED
          FILE STATUS IS FILE-STATUS-THING.

      *Link the course master file and set as line sequential - the
      *list of courses that exist (see copybooks/course_record.txt)
       SELECT COURSE-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\COURSE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-COURSE-FILE-STATUS.

      *Link program file and set as line sequential - every program
      *of study with its active/deactivated status
       SELECT PROGRAM-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\PROGRAM.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PROGRAM-FILE-STATUS.

      *Link the course section file and set as line sequential - each
      *section must hang under a course on the course master, and an
      *enrolment's section must be one of these (see
      *copybooks/section_record.txt)
       SELECT SECTION-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\SECTIONS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SECTION-FILE-STATUS.

      *Link the course enrolment file and set as line sequential -
      *every enrolment must name a student on the master and a
      *course on the course master (see
      *copybooks/enrolment_record.txt)
       SELECT ENROLMENT-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\ENROLMENT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ENROLMENT-STATUS.

      *Link the course waitlist and set as line sequential - a
      *waiting student must still be on the master and active (see
      *copybooks/waitlist_record.txt)
       SELECT WAITLIST-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\WAITLIST.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-WAITLIST-STATUS.

      *Link the payment plan file and set as line sequential - every
      *instalment must belong to a student on the master (see
      *copybooks/payment_plan_record.txt)
       SELECT PAYMENT-PLAN-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\PAYMENT-PLANS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PLAN-FILE-STATUS.

      *Link overpayment / refund queue and set as line sequential - a
      *refund still waiting must belong to a student on the master
       SELECT OVERPAYMENT-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\OVERPAYMENT-QUEUE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OVERPAYMENT-STATUS.

      *Link the orphans report and set as line sequential
       SELECT ORPHANS-REPORT
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\ORPHANS-REPORT.txt"
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

      *Instalment payment plan record - see
      *copybooks/payment_plan_record.txt
       FD PAYMENT-PLAN-FILE.
       COPY "payment_plan_record.txt".

      *Overpayment / refund queue record - shared layout, see
      *copybooks/overpayment_record.txt
       FD OVERPAYMENT-FILE.
       COPY "overpayment_record.txt".

      *Orphans report output
       FD ORPHANS-REPORT.
       01 ORPHANS-OUT PIC X(100).

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
       01 WS-PLAN-FILE-STATUS PIC X(2).
       01 WS-OVERPAYMENT-STATUS PIC X(2).

      *End-of-file flag, reset before each file is swept
       01 WS-EOF PIC X(4).

      *Set when the sweep can't be trusted - no master to check
      *against, or a reference table too small for its file, which
      *would report good records as orphans
       01 WS-ABORT-RUN PIC X(3) VALUE "NO".

      *Run-control working fields - the log's file status and the
      *date/time stamped on the start and end records
       01 WS-RUN-CONTROL-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-TIME-RAW PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

      *Every course on the course master
       01 COURSE-TABLE-COUNT PIC 9(3) VALUE 0.
       01 COURSE-TABLE-CONTAINER.
         05 COURSE-TABLE-ENTRY
               OCCURS 1 TO 500 TIMES
               DEPENDING ON COURSE-TABLE-COUNT
               INDEXED BY COURSE-TABLE-IDX.
           10 CTBL-COURSE-CODE PIC X(7).

      *Every program of study on the program file, deactivated ones
      *included so they can be told apart from codes never on file
       01 PROGRAM-TABLE-COUNT PIC 9(3) VALUE 0.
       01 PROGRAM-FILE-CONTAINER.
         05 PROGRAM-TABLE-CONTAINER
               OCCURS 1 TO 500 TIMES
               DEPENDING ON PROGRAM-TABLE-COUNT
               INDEXED BY PROGRAM-TABLE-IDX.
           10 PROGRAM-CODE-CONTAINER PIC X(5).
           10 PROGRAM-STATUS-CONTAINER PIC X(1).

      *Every section on the section file
       01 SECTION-TABLE-COUNT PIC 9(4) VALUE 0.
       01 SECTION-TABLE-CONTAINER.
         05 SECTION-TABLE-ENTRY
               OCCURS 1 TO 1000 TIMES
               DEPENDING ON SECTION-TABLE-COUNT
               INDEXED BY SCT-IDX.
           10 STBL-COURSE-CODE PIC X(7).
           10 STBL-ACADEMIC-TERM PIC X(5).
           10 STBL-SECTION-NUMBER PIC X(3).

      *The problem types the sweep looks for - the file each belongs
      *to and what is wrong. The report prints them in this order,
      *so each file's problems print together
       01 ORPHAN-TYPE-VALUES.
         05 FILLER PIC X(22) VALUE "SECTIONS.txt".
         05 FILLER PIC X(36) VALUE "COURSE NOT ON COURSE.txt".
         05 FILLER PIC X(22) VALUE "STUFILE-INDEXED.txt".
         05 FILLER PIC X(36) VALUE "PROGRAM NOT ON PROGRAM.txt".
         05 FILLER PIC X(22) VALUE "STUFILE-INDEXED.txt".
         05 FILLER PIC X(36) VALUE "PROGRAM MARKED INACTIVE".
         05 FILLER PIC X(22) VALUE "STUFILE-INDEXED.txt".
         05 FILLER PIC X(36) VALUE "COURSE SLOT NOT ON COURSE.txt".
         05 FILLER PIC X(22) VALUE "ENROLMENT.txt".
         05 FILLER PIC X(36) VALUE "STUDENT NOT ON THE MASTER".
         05 FILLER PIC X(22) VALUE "ENROLMENT.txt".
         05 FILLER PIC X(36) VALUE "COURSE NOT ON COURSE.txt".
         05 FILLER PIC X(22) VALUE "ENROLMENT.txt".
         05 FILLER PIC X(36) VALUE "SECTION NOT ON SECTIONS.txt".
         05 FILLER PIC X(22) VALUE "WAITLIST.txt".
         05 FILLER PIC X(36) VALUE "STUDENT NOT ON THE MASTER".
         05 FILLER PIC X(22) VALUE "WAITLIST.txt".
         05 FILLER PIC X(36) VALUE "STUDENT GRADUATED OR WITHDRAWN".
         05 FILLER PIC X(22) VALUE "WAITLIST.txt".
         05 FILLER PIC X(36) VALUE "COURSE NOT ON COURSE.txt".
         05 FILLER PIC X(22) VALUE "PAYMENT-PLANS.txt".
         05 FILLER PIC X(36) VALUE "STUDENT NOT ON THE MASTER".
         05 FILLER PIC X(22) VALUE "OVERPAYMENT-QUEUE.txt".
         05 FILLER PIC X(36) VALUE "REFUND PENDING - NOT ON THE MASTER".
       01 ORPHAN-TYPE-TABLE REDEFINES ORPHAN-TYPE-VALUES.
         05 ORPHAN-TYPE-ENTRY OCCURS 12 TIMES
               INDEXED BY TYP-IDX.
           10 OTYP-FILE-NAME PIC X(22).
           10 OTYP-PROBLEM PIC X(36).

      *How many of each problem type the sweep found
       01 ORPHAN-COUNT-TABLE.
         05 ORPHAN-TYPE-COUNT PIC 9(5) OCCURS 12 TIMES.

      *The problems found in the file being swept, listed once its
      *pass is done - past the table's end they are still counted,
      *just not listed
       01 ORPHAN-TABLE-COUNT PIC 9(4) VALUE 0.
       01 ORPHAN-TABLE-CONTAINER.
         05 ORPHAN-TABLE-ENTRY
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON ORPHAN-TABLE-COUNT
               INDEXED BY ORP-IDX.
           10 OTBL-TYPE PIC 9(2).
           10 OTBL-STUDENT-NUMBER PIC X(6).
           10 OTBL-ACADEMIC-TERM PIC X(5).
           10 OTBL-COURSE-CODE PIC X(7).
           10 OTBL-SECTION-NUMBER PIC X(3).
           10 OTBL-DETAIL PIC X(30).
       01 WS-ORPHANS-UNLISTED PIC X(3) VALUE "NO".

      *Working fields for one problem found and one lookup
       01 WS-ORPHAN-TYPE PIC 9(2).
       01 WS-ORPHAN-DETAIL.
         05 WS-ORPHAN-STUDENT PIC X(6).
         05 WS-ORPHAN-TERM PIC X(5).
         05 WS-ORPHAN-COURSE PIC X(7).
         05 WS-ORPHAN-SECTION PIC X(3).
         05 WS-ORPHAN-TEXT PIC X(30).
       01 WS-CHECK-COURSE PIC X(7).
       01 WS-COURSE-FOUND PIC X(3).
       01 WS-STUDENT-FOUND PIC X(3).
       01 WS-SECTION-FOUND PIC X(3).
       01 WS-PROGRAM-FOUND PIC X(3).
       01 WS-FIRST-TYPE PIC 9(2).
       01 WS-LAST-TYPE PIC 9(2).
       01 WS-PRINT-TYPE PIC 9(2).
       01 WS-SLOT-NUMBER PIC 9(1).

      *Keep track of the run's counts
       01 COUNTERS.
         05 RECORDS-READ PIC 9(5) VALUE 0.
         05 TOTAL-ORPHANS PIC 9(5) VALUE 0.
         05 LINES-WRITTEN PIC 9(5) VALUE 0.

      *Report line templates - moved into the report record before
      *WRITE
       01 REPORT-TITLE-LINE.
         05 FILLER PIC X(36) VALUE "REFERENTIAL INTEGRITY - ORPHANS".
         05 FILLER PIC X(8) VALUE "  RUN - ".
         05 RTL-RUN-DATE PIC 9(8).

       01 FILE-HEADING-LINE.
         05 FILLER PIC X(6) VALUE "FILE  ".
         05 FHL-FILE-NAME PIC X(22).

       01 TYPE-HEADING-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 THL-PROBLEM PIC X(36).

       01 COLUMN-HEADING-LINE.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(9) VALUE "STUDENT".
         05 FILLER PIC X(7) VALUE "TERM".
         05 FILLER PIC X(9) VALUE "COURSE".
         05 FILLER PIC X(9) VALUE "SECTION".
         05 FILLER PIC X(30) VALUE "DETAIL".

       01 ORPHAN-DETAIL-LINE.
         05 FILLER PIC X(4) VALUE SPACES.
         05 ODL-STUDENT-NUMBER PIC X(6).
         05 FILLER PIC X(3) VALUE SPACES.
         05 ODL-ACADEMIC-TERM PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 ODL-COURSE-CODE PIC X(7).
         05 FILLER PIC X(2) VALUE SPACES.
         05 ODL-SECTION-NUMBER PIC X(3).
         05 FILLER PIC X(6) VALUE SPACES.
         05 ODL-DETAIL PIC X(30).

       01 TYPE-COUNT-LINE.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(10) VALUE "COUNT -   ".
         05 TCL-COUNT PIC ZZZZ9.

       01 SUMMARY-LINE.
         05 SML-FILE-NAME PIC X(22).
         05 FILLER PIC X(2) VALUE SPACES.
         05 SML-PROBLEM PIC X(36).
         05 FILLER PIC X(2) VALUE SPACES.
         05 SML-COUNT PIC ZZZZ9.

       01 TOTAL-LINE.
         05 TTL-LABEL PIC X(30).
         05 TTL-COUNT PIC ZZZZ9.

       01 REPORT-MESSAGE-LINE.
         05 RPT-MESSAGE PIC X(100).

       PROCEDURE DIVISION.

       100-RUN-INTEGRITY-SWEEP.
      *Write the run's start record to the shared run-control log
           PERFORM 800-WRITE-RUN-START.
      *Open the files
           PERFORM 201-OPEN-EXTERNAL-FILES.

           MOVE WS-RUN-DATE TO RTL-RUN-DATE.
           MOVE REPORT-TITLE-LINE TO ORPHANS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           INITIALIZE ORPHAN-COUNT-TABLE.

      *Load the course and program reference tables
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 202-LOAD-COURSE-TABLE
               PERFORM 203-LOAD-PROGRAM-TABLE
           END-IF.

      *    Sweep each file in turn against the references, listing
      *    each file's problems as soon as its pass is done
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 210-SWEEP-SECTIONS
           END-IF.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 220-SWEEP-STUDENT-MASTER
               PERFORM 230-SWEEP-ENROLMENT
               PERFORM 240-SWEEP-WAITLIST
               PERFORM 250-SWEEP-PAYMENT-PLANS
               PERFORM 260-SWEEP-OVERPAYMENT-QUEUE
               PERFORM 270-WRITE-SUMMARY

      *        Display the run's counts for the console log
               DISPLAY "RECORDS READ             " RECORDS-READ
               DISPLAY "ORPHANS FOUND            " TOTAL-ORPHANS
           ELSE
               MOVE SPACES TO REPORT-MESSAGE-LINE
               MOVE "SWEEP ABORTED - NO ORPHANS REPORTED"
                 TO RPT-MESSAGE
               MOVE REPORT-MESSAGE-LINE TO ORPHANS-OUT
               PERFORM 290-WRITE-REPORT-LINE
               DISPLAY "INTEGRITY SWEEP ABORTED - RC 8"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *Close all external files
           PERFORM 209-CLOSE-EXTERNAL-FILES.

      *Open all external files for read and write
       201-OPEN-EXTERNAL-FILES.
      *    Without the master there is nothing to check against
           OPEN INPUT STUFILE-FILE-INDEXED.

           IF FILE-STATUS-THING IS EQUAL TO "35"
               DISPLAY "STUFILE-FILE-INDEXED NOT FOUND - RUN THE"
               DISPLAY "NIGHTLY LOAD (CST-8283-PROJECT-3) FIRST"
               MOVE "YES" TO WS-ABORT-RUN
           END-IF.

           OPEN OUTPUT ORPHANS-REPORT.

      *Read the course master into the table - a course past the
      *table's end would make every enrolment in it look orphaned,
      *so an overfull table aborts the sweep
       202-LOAD-COURSE-TABLE.
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
                           MOVE COURSE-CODE TO
                             CTBL-COURSE-CODE(COURSE-TABLE-COUNT)
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

      *Read the program file into the table, deactivated programs
      *and all
       203-LOAD-PROGRAM-TABLE.
           MOVE "NO" TO WS-EOF.
           OPEN INPUT PROGRAM-FILE.

           IF WS-PROGRAM-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "PROGRAM.txt NOT FOUND - NO PROGRAMS ON FILE"
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
                           MOVE PROGRAM-STATUS TO
                             PROGRAM-STATUS-CONTAINER
                               (PROGRAM-TABLE-COUNT)
                       ELSE
                           DISPLAY "PROGRAM TABLE FULL - MORE THAN 500"
                             " PROGRAMS ON PROGRAM.txt"
                           MOVE "YES" TO WS-ABORT-RUN
                           MOVE "YES" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PROGRAM-FILE-STATUS IS NOT EQUAL TO "35"
               CLOSE PROGRAM-FILE
           END-IF.

      *Load the section file into the table the enrolment pass
      *checks against, noting any section hung under a course that
      *is not on the course master
       210-SWEEP-SECTIONS.
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
                       PERFORM 211-CHECK-ONE-SECTION
               END-READ
           END-PERFORM.

           IF WS-SECTION-FILE-STATUS IS NOT EQUAL TO "35"
               CLOSE SECTION-FILE
           END-IF.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               MOVE 1 TO WS-FIRST-TYPE
               MOVE 1 TO WS-LAST-TYPE
               PERFORM 280-LIST-FILE-ORPHANS
           END-IF.

      *Keep one section and check its course - a section table too
      *small for the file would make good enrolments look orphaned,
      *so an overfull table aborts the sweep
       211-CHECK-ONE-SECTION.
           IF SECTION-TABLE-COUNT IS NOT LESS THAN 1000
               DISPLAY "SECTION TABLE FULL - MORE THAN 1000 SECTIONS"
                 " ON SECTIONS.txt"
               MOVE "YES" TO WS-ABORT-RUN
               MOVE "YES" TO WS-EOF
           ELSE
               ADD 1 TO SECTION-TABLE-COUNT
               MOVE SCT-COURSE-CODE TO
                 STBL-COURSE-CODE(SECTION-TABLE-COUNT)
               MOVE SCT-ACADEMIC-TERM TO
                 STBL-ACADEMIC-TERM(SECTION-TABLE-COUNT)
               MOVE SCT-SECTION-NUMBER TO
                 STBL-SECTION-NUMBER(SECTION-TABLE-COUNT)

               MOVE SCT-COURSE-CODE TO WS-CHECK-COURSE
               PERFORM 285-FIND-COURSE
               IF WS-COURSE-FOUND IS NOT EQUAL TO "YES"
                   MOVE SPACES TO WS-ORPHAN-DETAIL
                   MOVE SCT-ACADEMIC-TERM TO WS-ORPHAN-TERM
                   MOVE SCT-COURSE-CODE TO WS-ORPHAN-COURSE
                   MOVE SCT-SECTION-NUMBER TO WS-ORPHAN-SECTION
                   MOVE SCT-ROOM TO WS-ORPHAN-TEXT
                   MOVE 1 TO WS-ORPHAN-TYPE
                   PERFORM 281-RECORD-ORPHAN
               END-IF
           END-IF.

      *Read the master front to back - every student's program of
      *study must be on the program file and still active, and every
      *course slot in use must name a course that exists. Runs
      *before any keyed read, while the file still sits at its start
       220-SWEEP-STUDENT-MASTER.
           MOVE "NO" TO WS-EOF.

           PERFORM UNTIL WS-EOF IS EQUAL TO "YES"
               READ STUFILE-FILE-INDEXED NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-EOF
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM 221-CHECK-ONE-STUDENT
               END-READ
           END-PERFORM.

           MOVE 2 TO WS-FIRST-TYPE.
           MOVE 4 TO WS-LAST-TYPE.
           PERFORM 280-LIST-FILE-ORPHANS.

      *Check one master record's program of study and course slots
       221-CHECK-ONE-STUDENT.
           MOVE SPACES TO WS-ORPHAN-DETAIL.
           MOVE STUDENT-NUMBER-INDEXED TO WS-ORPHAN-STUDENT.
           MOVE ACADEMIC-TERM-INDEXED TO WS-ORPHAN-TERM.
           MOVE PROGRAM-OF-STUDY-INDEXED TO WS-ORPHAN-TEXT.

           MOVE "NO" TO WS-PROGRAM-FOUND.
           IF PROGRAM-TABLE-COUNT IS GREATER THAN 0
               SET PROGRAM-TABLE-IDX TO 1
               SEARCH PROGRAM-TABLE-CONTAINER
                   AT END
                       CONTINUE
                   WHEN PROGRAM-CODE-CONTAINER(PROGRAM-TABLE-IDX)
                          IS EQUAL TO PROGRAM-OF-STUDY-INDEXED
                       MOVE "YES" TO WS-PROGRAM-FOUND
               END-SEARCH
           END-IF.

           IF WS-PROGRAM-FOUND IS NOT EQUAL TO "YES"
               MOVE 2 TO WS-ORPHAN-TYPE
               PERFORM 281-RECORD-ORPHAN
           ELSE
               IF PROGRAM-STATUS-CONTAINER(PROGRAM-TABLE-IDX)
                    IS EQUAL TO "D"
                   MOVE 3 TO WS-ORPHAN-TYPE
                   PERFORM 281-RECORD-ORPHAN
               END-IF
           END-IF.

           PERFORM 222-CHECK-COURSE-SLOT
             VARYING WS-SLOT-NUMBER FROM 1 BY 1
             UNTIL WS-SLOT-NUMBER > 5.

      *Check one of the master's five course slots - an empty slot
      *is not in use and is not checked
       222-CHECK-COURSE-SLOT.
           EVALUATE WS-SLOT-NUMBER
               WHEN 1
                   MOVE COURSE-CODE-1-INDEXED TO WS-CHECK-COURSE
               WHEN 2
                   MOVE COURSE-CODE-2-INDEXED TO WS-CHECK-COURSE
               WHEN 3
                   MOVE COURSE-CODE-3-INDEXED TO WS-CHECK-COURSE
               WHEN 4
                   MOVE COURSE-CODE-4-INDEXED TO WS-CHECK-COURSE
               WHEN OTHER
                   MOVE COURSE-CODE-5-INDEXED TO WS-CHECK-COURSE
           END-EVALUATE.

           IF WS-CHECK-COURSE IS NOT EQUAL TO SPACES
               PERFORM 285-FIND-COURSE
               IF WS-COURSE-FOUND IS NOT EQUAL TO "YES"
                   MOVE SPACES TO WS-ORPHAN-DETAIL
                   MOVE STUDENT-NUMBER-INDEXED TO WS-ORPHAN-STUDENT
                   MOVE ACADEMIC-TERM-INDEXED TO WS-ORPHAN-TERM
                   MOVE WS-CHECK-COURSE TO WS-ORPHAN-COURSE
                   MOVE "COURSE SLOT" TO WS-ORPHAN-TEXT
                   MOVE WS-SLOT-NUMBER TO WS-ORPHAN-TEXT(13:1)
                   MOVE 4 TO WS-ORPHAN-TYPE
                   PERFORM 281-RECORD-ORPHAN
               END-IF
           END-IF.

      *Every enrolment, withdrawn ones included, must name a student
      *still on the master and a course that exists, and a section
      *that exists when it names one
       230-SWEEP-ENROLMENT.
           MOVE "NO" TO WS-EOF.
           OPEN INPUT ENROLMENT-FILE.

           IF WS-ENROLMENT-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-EOF
           END-IF.

           PERFORM UNTIL WS-EOF IS EQUAL TO "YES"
               READ ENROLMENT-FILE
                   AT END
                       MOVE "YES" TO WS-EOF
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM 231-CHECK-ONE-ENROLMENT
               END-READ
           END-PERFORM.

           IF WS-ENROLMENT-STATUS IS NOT EQUAL TO "35"
               CLOSE ENROLMENT-FILE
           END-IF.

           MOVE 5 TO WS-FIRST-TYPE.
           MOVE 7 TO WS-LAST-TYPE.
           PERFORM 280-LIST-FILE-ORPHANS.

      *Check one enrolment's student, course and section
       231-CHECK-ONE-ENROLMENT.
           MOVE SPACES TO WS-ORPHAN-DETAIL.
           MOVE ENR-STUDENT-NUMBER TO WS-ORPHAN-STUDENT.
           MOVE ENR-ACADEMIC-TERM TO WS-ORPHAN-TERM.
           MOVE ENR-COURSE-CODE TO WS-ORPHAN-COURSE.
           MOVE ENR-SECTION-NUMBER TO WS-ORPHAN-SECTION.
           IF ENR-STATUS IS EQUAL TO "W"
               MOVE "WITHDRAWN" TO WS-ORPHAN-TEXT
           END-IF.

           MOVE ENR-STUDENT-NUMBER TO STUDENT-NUMBER-INDEXED.
           PERFORM 286-FIND-STUDENT.
           IF WS-STUDENT-FOUND IS NOT EQUAL TO "YES"
               MOVE 5 TO WS-ORPHAN-TYPE
               PERFORM 281-RECORD-ORPHAN
           END-IF.

           MOVE ENR-COURSE-CODE TO WS-CHECK-COURSE.
           PERFORM 285-FIND-COURSE.
           IF WS-COURSE-FOUND IS NOT EQUAL TO "YES"
               MOVE 6 TO WS-ORPHAN-TYPE
               PERFORM 281-RECORD-ORPHAN
           END-IF.

           IF ENR-SECTION-NUMBER IS NOT EQUAL TO SPACES
               MOVE "NO" TO WS-SECTION-FOUND
               IF SECTION-TABLE-COUNT IS GREATER THAN 0
                   SET SCT-IDX TO 1
                   SEARCH SECTION-TABLE-ENTRY
                       AT END
                           CONTINUE
                       WHEN STBL-COURSE-CODE(SCT-IDX) IS EQUAL TO
                              ENR-COURSE-CODE
                        AND STBL-ACADEMIC-TERM(SCT-IDX) IS EQUAL TO
                              ENR-ACADEMIC-TERM
                        AND STBL-SECTION-NUMBER(SCT-IDX) IS EQUAL TO
                              ENR-SECTION-NUMBER
                           MOVE "YES" TO WS-SECTION-FOUND
                   END-SEARCH
               END-IF
               IF WS-SECTION-FOUND IS NOT EQUAL TO "YES"
                   MOVE 7 TO WS-ORPHAN-TYPE
                   PERFORM 281-RECORD-ORPHAN
               END-IF
           END-IF.

      *A waiting student must still be on the master and active - a
      *graduated or withdrawn student can never take the seat - and
      *must be waiting for a course that exists
       240-SWEEP-WAITLIST.
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
                       PERFORM 241-CHECK-ONE-WAITLIST
               END-READ
           END-PERFORM.

           IF WS-WAITLIST-STATUS IS NOT EQUAL TO "35"
               CLOSE WAITLIST-FILE
           END-IF.

           MOVE 8 TO WS-FIRST-TYPE.
           MOVE 10 TO WS-LAST-TYPE.
           PERFORM 280-LIST-FILE-ORPHANS.

      *Check one waitlist entry's student and course
       241-CHECK-ONE-WAITLIST.
           MOVE SPACES TO WS-ORPHAN-DETAIL.
           MOVE WTL-STUDENT-NUMBER TO WS-ORPHAN-STUDENT.
           MOVE WTL-ACADEMIC-TERM TO WS-ORPHAN-TERM.
           MOVE WTL-COURSE-CODE TO WS-ORPHAN-COURSE.
           MOVE WTL-SECTION-NUMBER TO WS-ORPHAN-SECTION.

           MOVE WTL-STUDENT-NUMBER TO STUDENT-NUMBER-INDEXED.
           PERFORM 286-FIND-STUDENT.
           IF WS-STUDENT-FOUND IS NOT EQUAL TO "YES"
               MOVE 8 TO WS-ORPHAN-TYPE
               PERFORM 281-RECORD-ORPHAN
           ELSE
               IF STUDENT-STATUS-INDEXED IS EQUAL TO "G"
                 OR STUDENT-STATUS-INDEXED IS EQUAL TO "W"
                   IF STUDENT-STATUS-INDEXED IS EQUAL TO "G"
                       MOVE "GRADUATED" TO WS-ORPHAN-TEXT
                   ELSE
                       MOVE "WITHDRAWN" TO WS-ORPHAN-TEXT
                   END-IF
                   MOVE 9 TO WS-ORPHAN-TYPE
                   PERFORM 281-RECORD-ORPHAN
                   MOVE SPACES TO WS-ORPHAN-TEXT
               END-IF
           END-IF.

           MOVE WTL-COURSE-CODE TO WS-CHECK-COURSE.
           PERFORM 285-FIND-COURSE.
           IF WS-COURSE-FOUND IS NOT EQUAL TO "YES"
               MOVE 10 TO WS-ORPHAN-TYPE
               PERFORM 281-RECORD-ORPHAN
           END-IF.

      *Every instalment, paid or not, must belong to a student still
      *on the master - a plan for an archived student is never
      *proved again and only confuses the missed-instalment register
       250-SWEEP-PAYMENT-PLANS.
           MOVE "NO" TO WS-EOF.
           OPEN INPUT PAYMENT-PLAN-FILE.

           IF WS-PLAN-FILE-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-EOF
           END-IF.

           PERFORM UNTIL WS-EOF IS EQUAL TO "YES"
               READ PAYMENT-PLAN-FILE
                   AT END
                       MOVE "YES" TO WS-EOF
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       MOVE PLN-STUDENT-NUMBER TO
                         STUDENT-NUMBER-INDEXED
                       PERFORM 286-FIND-STUDENT
                       IF WS-STUDENT-FOUND IS NOT EQUAL TO "YES"
                           MOVE SPACES TO WS-ORPHAN-DETAIL
                           MOVE PLN-STUDENT-NUMBER TO
                             WS-ORPHAN-STUDENT
                           MOVE PLN-ACADEMIC-TERM TO WS-ORPHAN-TERM
                           MOVE "INSTALMENT" TO WS-ORPHAN-TEXT
                           MOVE PLN-INSTALMENT-NUMBER TO
                             WS-ORPHAN-TEXT(12:2)
                           MOVE PLN-AMOUNT TO WS-ORPHAN-TEXT(16:8)
                           MOVE 11 TO WS-ORPHAN-TYPE
                           PERFORM 281-RECORD-ORPHAN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PLAN-FILE-STATUS IS NOT EQUAL TO "35"
               CLOSE PAYMENT-PLAN-FILE
           END-IF.

           MOVE 11 TO WS-FIRST-TYPE.
           MOVE 11 TO WS-LAST-TYPE.
           PERFORM 280-LIST-FILE-ORPHANS.

      *An overage still waiting for its refund must belong to a
      *student on the master, or the refund run has no one to send
      *it to - refunds already cut ("P") and overages cancelled
      *because their payment bounced ("X") are history and are left
      *alone
       260-SWEEP-OVERPAYMENT-QUEUE.
           MOVE "NO" TO WS-EOF.
           OPEN INPUT OVERPAYMENT-FILE.

           IF WS-OVERPAYMENT-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-EOF
           END-IF.

           PERFORM UNTIL WS-EOF IS EQUAL TO "YES"
               READ OVERPAYMENT-FILE
                   AT END
                       MOVE "YES" TO WS-EOF
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       IF OVP-STATUS IS NOT EQUAL TO "P"
                         AND OVP-STATUS IS NOT EQUAL TO "X"
                           PERFORM 261-CHECK-ONE-OVERAGE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-OVERPAYMENT-STATUS IS NOT EQUAL TO "35"
               CLOSE OVERPAYMENT-FILE
           END-IF.

           MOVE 12 TO WS-FIRST-TYPE.
           MOVE 12 TO WS-LAST-TYPE.
           PERFORM 280-LIST-FILE-ORPHANS.

      *Check one pending overage's student
       261-CHECK-ONE-OVERAGE.
           MOVE OVP-STUDENT-NUMBER TO STUDENT-NUMBER-INDEXED.
           PERFORM 286-FIND-STUDENT.

           IF WS-STUDENT-FOUND IS NOT EQUAL TO "YES"
               MOVE SPACES TO WS-ORPHAN-DETAIL
               MOVE OVP-STUDENT-NUMBER TO WS-ORPHAN-STUDENT
               MOVE OVP-ACADEMIC-TERM TO WS-ORPHAN-TERM
               MOVE "OVERAGE" TO WS-ORPHAN-TEXT
               MOVE OVP-OVERAGE-AMOUNT TO WS-ORPHAN-TEXT(9:8)
               MOVE 12 TO WS-ORPHAN-TYPE
               PERFORM 281-RECORD-ORPHAN
           END-IF.

      *Print the summary of every problem type with its count, and
      *the grand total the run-control record carries
       270-WRITE-SUMMARY.
           MOVE SPACES TO ORPHANS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-MESSAGE-LINE.
           MOVE "SUMMARY BY FILE AND PROBLEM" TO RPT-MESSAGE.
           MOVE REPORT-MESSAGE-LINE TO ORPHANS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           PERFORM 271-WRITE-SUMMARY-LINE
             VARYING TYP-IDX FROM 1 BY 1
             UNTIL TYP-IDX > 12.

           MOVE SPACES TO ORPHANS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.
           MOVE "TOTAL ORPHANS FOUND" TO TTL-LABEL.
           MOVE TOTAL-ORPHANS TO TTL-COUNT.
           MOVE TOTAL-LINE TO ORPHANS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           IF WS-ORPHANS-UNLISTED IS EQUAL TO "YES"
               MOVE SPACES TO REPORT-MESSAGE-LINE
               MOVE "MORE THAN 5000 ORPHANS IN ONE FILE - SOME ARE COUN
      -             "TED BUT NOT LISTED" TO RPT-MESSAGE
               MOVE REPORT-MESSAGE-LINE TO ORPHANS-OUT
               PERFORM 290-WRITE-REPORT-LINE
           END-IF.

      *Print one problem type's summary line
       271-WRITE-SUMMARY-LINE.
           MOVE OTYP-FILE-NAME(TYP-IDX) TO SML-FILE-NAME.
           MOVE OTYP-PROBLEM(TYP-IDX) TO SML-PROBLEM.
           SET WS-PRINT-TYPE TO TYP-IDX.
           MOVE ORPHAN-TYPE-COUNT(WS-PRINT-TYPE) TO SML-COUNT.
           MOVE SUMMARY-LINE TO ORPHANS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

      *List the problems the file just swept turned up - one group
      *per problem type, each with its count - then empty the table
      *for the next file
       280-LIST-FILE-ORPHANS.
           MOVE SPACES TO ORPHANS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.
           MOVE OTYP-FILE-NAME(WS-FIRST-TYPE) TO FHL-FILE-NAME.
           MOVE FILE-HEADING-LINE TO ORPHANS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           PERFORM 282-LIST-ONE-TYPE
             VARYING WS-PRINT-TYPE FROM WS-FIRST-TYPE BY 1
             UNTIL WS-PRINT-TYPE > WS-LAST-TYPE.

           MOVE 0 TO ORPHAN-TABLE-COUNT.

      *Count one problem and keep it for listing - past the table's
      *end it is counted but not listed
       281-RECORD-ORPHAN.
           ADD 1 TO ORPHAN-TYPE-COUNT(WS-ORPHAN-TYPE).
           ADD 1 TO TOTAL-ORPHANS.

           IF ORPHAN-TABLE-COUNT IS LESS THAN 5000
               ADD 1 TO ORPHAN-TABLE-COUNT
               SET ORP-IDX TO ORPHAN-TABLE-COUNT
               MOVE WS-ORPHAN-TYPE TO OTBL-TYPE(ORP-IDX)
               MOVE WS-ORPHAN-STUDENT TO OTBL-STUDENT-NUMBER(ORP-IDX)
               MOVE WS-ORPHAN-TERM TO OTBL-ACADEMIC-TERM(ORP-IDX)
               MOVE WS-ORPHAN-COURSE TO OTBL-COURSE-CODE(ORP-IDX)
               MOVE WS-ORPHAN-SECTION TO OTBL-SECTION-NUMBER(ORP-IDX)
               MOVE WS-ORPHAN-TEXT TO OTBL-DETAIL(ORP-IDX)
           ELSE
               MOVE "YES" TO WS-ORPHANS-UNLISTED
           END-IF.

      *Print one problem type's heading, every problem of that type
      *the file turned up, and the type's count
       282-LIST-ONE-TYPE.
           MOVE OTYP-PROBLEM(WS-PRINT-TYPE) TO THL-PROBLEM.
           MOVE TYPE-HEADING-LINE TO ORPHANS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           IF ORPHAN-TYPE-COUNT(WS-PRINT-TYPE) IS GREATER THAN 0
               MOVE COLUMN-HEADING-LINE TO ORPHANS-OUT
               PERFORM 290-WRITE-REPORT-LINE
               PERFORM 283-LIST-ONE-ORPHAN
                 VARYING ORP-IDX FROM 1 BY 1
                 UNTIL ORP-IDX > ORPHAN-TABLE-COUNT
           END-IF.

           MOVE ORPHAN-TYPE-COUNT(WS-PRINT-TYPE) TO TCL-COUNT.
           MOVE TYPE-COUNT-LINE TO ORPHANS-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

      *Print one kept problem when it is of the type being listed
       283-LIST-ONE-ORPHAN.
           IF OTBL-TYPE(ORP-IDX) IS EQUAL TO WS-PRINT-TYPE
               MOVE OTBL-STUDENT-NUMBER(ORP-IDX) TO ODL-STUDENT-NUMBER
               MOVE OTBL-ACADEMIC-TERM(ORP-IDX) TO ODL-ACADEMIC-TERM
               MOVE OTBL-COURSE-CODE(ORP-IDX) TO ODL-COURSE-CODE
               MOVE OTBL-SECTION-NUMBER(ORP-IDX) TO ODL-SECTION-NUMBER
               MOVE OTBL-DETAIL(ORP-IDX) TO ODL-DETAIL
               MOVE ORPHAN-DETAIL-LINE TO ORPHANS-OUT
               PERFORM 290-WRITE-REPORT-LINE
           END-IF.

      *Say whether the course in WS-CHECK-COURSE is on the course
      *master
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

      *Say whether the student keyed in STUDENT-NUMBER-INDEXED is on
      *the master, reading the record when it is
       286-FIND-STUDENT.
           MOVE "NO" TO WS-STUDENT-FOUND.

           READ STUFILE-FILE-INDEXED
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO WS-STUDENT-FOUND
           END-READ.

      *Write the line in the report record and count it
       290-WRITE-REPORT-LINE.
           WRITE ORPHANS-OUT.
           ADD 1 TO LINES-WRITTEN.

      *Close all external files
       209-CLOSE-EXTERNAL-FILES.
           PERFORM 810-WRITE-RUN-END.
           IF FILE-STATUS-THING IS NOT EQUAL TO "35"
               CLOSE STUFILE-FILE-INDEXED
           END-IF.
           CLOSE ORPHANS-REPORT.

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
      *summary reports on - every orphan found counts as an
      *exception, so the summary flags a night that turned any up
       810-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.

           PERFORM 820-STAMP-RUN-RECORD.
           MOVE "END" TO RC-RECORD-TYPE.
           MOVE RECORDS-READ TO RC-RECORDS-READ.
           MOVE LINES-WRITTEN TO RC-RECORDS-WRITTEN.
           MOVE TOTAL-ORPHANS TO RC-EXCEPTION-COUNT.
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
           MOVE "CST-8283-PROJECT-45" TO RC-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO RC-RUN-DATE.
           MOVE WS-RUN-TIME TO RC-RUN-TIME.
           MOVE ZEROS TO RC-RECORDS-READ RC-RECORDS-WRITTEN
             RC-EXCEPTION-COUNT RC-REJECT-COUNT.

       END PROGRAM CST-8283-PROJECT-45.
