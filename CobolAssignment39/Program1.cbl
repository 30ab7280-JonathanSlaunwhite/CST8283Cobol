       IDENTIFICATION DIVISION.
       PROGRAM-ID. CST-8283-PROJECT-39.
       AUTHOR. JONATHON SLAUNWHITE, LIAM HENLEY-VACHON.
       INSTALLATION. ALGONQUIN.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Link the instructors' grade submissions and set as line
      *sequential - one header, detail lines and a trailer per course
      *and term (see copybooks/grade_submission_record.txt)
       SELECT GRADE-SUBMISSION-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\GRADE-SUBMISSIONS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-GRADE-FILE-STATUS.

      *Link the course master file and set as line sequential - a
      *submission for a course that doesn't exist is refused
       SELECT COURSE-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\COURSE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-COURSE-FILE-STATUS.

      *Link the course enrolment file and set as line sequential -
      *every mark is checked against it and posted to it, and it is
      *written back with the marks in place
       SELECT ENROLMENT-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\ENROLMENT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ENROLMENT-STATUS.

      *Link the indexed student master and set as indexed with
      *access mode as random and the student number as the record
      *key - a posted mark lands on the student's five course slots
      *the same way the enrolment program mirrors them
       SELECT STUFILE-FILE-INDEXED
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\STUFILE-INDEXED.txt"
          ORGANIZATION  IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS STUDENT-NUMBER-INDEXED
          FILE STATUS IS FILE-STATUS-THING.

      *Link the student master journal and set as line sequential -
      *every rewrite of a master record leaves its before and after
      *image here so the recovery utility (CST-8283-PROJECT-27) can
      *replay the day against the last unload (see
      *copybooks/journal_record.txt)
       SELECT JOURNAL-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\JOURNAL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.

      *Link the grade rejects file and set as line sequential
       SELECT GRADE-REJECT-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\GRADE-REJECTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Link the grade completion report and set as line sequential
       SELECT GRADE-COMPLETION-REPORT
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\GRADE-COMPLETION.txt"
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

      *Link the processing-control file and set as line sequential -
      *the business date every posting is stamped with and the
      *periods closed to posting (see
      *copybooks/processing_control_record.txt)
       SELECT PROCESSING-CONTROL-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\PROCESSING-CONTROL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Instructor grade submission record - see
      *copybooks/grade_submission_record.txt
       FD GRADE-SUBMISSION-FILE.
       COPY "grade_submission_record.txt".

      *Course master record - see copybooks/course_record.txt
       FD COURSE-FILE.
       COPY "course_record.txt".

      *Course enrolment record - shared layout, see
      *copybooks/enrolment_record.txt
       FD ENROLMENT-FILE.
       COPY "enrolment_record.txt".

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

      *Student master journal record - shared layout, see
      *copybooks/journal_record.txt
       FD JOURNAL-FILE.
       COPY "journal_record.txt".

      *Processing-control record - shared layout, see
      *copybooks/processing_control_record.txt
       FD PROCESSING-CONTROL-FILE.
       COPY "processing_control_record.txt".

      *Reject record - the submission line exactly as received with
      *the course and term from its header, plus a reason code the
      *registrar's office can send back to the instructor
       FD GRADE-REJECT-FILE.
       01 GRADE-REJECT-RECORD.
         05 REJ-COURSE-CODE PIC X(7).
         05 FILLER PIC X(2) VALUE SPACES.
         05 REJ-ACADEMIC-TERM PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 REJ-STUDENT-NUMBER PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 REJ-MARK PIC X(3).
         05 FILLER PIC X(2) VALUE SPACES.
         05 REJ-REASON-CODE PIC X(2).
         05 FILLER PIC X(2) VALUE SPACES.
         05 REJ-REASON-TEXT PIC X(35).

      *Grade completion report output
       FD GRADE-COMPLETION-REPORT.
       01 COMPLETION-REPORT-OUT PIC X(80).

      *Run-control record - shared layout, see
      *copybooks/run_control_record.txt
       FD RUN-CONTROL-FILE.
       COPY "run_control_record.txt".

       WORKING-STORAGE SECTION.

      *File status fields, one per file
       01 WS-GRADE-FILE-STATUS PIC X(2).
       01 WS-COURSE-FILE-STATUS PIC X(2).
       01 WS-ENROLMENT-STATUS PIC X(2).
       01 FILE-STATUS-THING PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).

      *End-of-file flags, one per input file
       01 WS-GRADE-EOF PIC X(4).
       01 WS-COURSE-EOF PIC X(4).
       01 WS-ENROLMENT-EOF PIC X(4).

      *Set when the load can't be done safely - a missing master or
      *enrolment file, or a table overflow, must leave ENROLMENT.txt
      *exactly as it was found
       01 WS-ABORT-RUN PIC X(3) VALUE "NO".
      *Set when there are no submissions to load - the completion
      *report still prints
       01 WS-NO-SUBMISSIONS PIC X(3) VALUE "NO".

      *The academic term being loaded, keyed by the operator - the
      *completion report is for this term
       01 WS-GRADE-TERM PIC X(5).

      *Run-control working fields - the log's file status and the
      *date/time stamped on the start and end records
       01 WS-RUN-CONTROL-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-TIME-RAW PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

      *The action being journalled and the record as it looked
      *before the change
       01 WS-JOURNAL-ACTION PIC X(7).
       01 WS-BEFORE-IMAGE PIC X(113).

      *Every course on the course master
       01 COURSE-TABLE-COUNT PIC 9(3) VALUE 0.
       01 COURSE-TABLE-CONTAINER.
         05 COURSE-TABLE-ENTRY
               OCCURS 1 TO 500 TIMES
               DEPENDING ON COURSE-TABLE-COUNT
               INDEXED BY COURSE-TABLE-IDX.
           10 CTBL-COURSE-CODE PIC X(7).

      *In-memory copy of the whole enrolment file, written back with
      *the marks in place. ETBL-LOADED is "Y" on an enrolment given a
      *mark this run, until its student's master record is mirrored
       01 ENROLMENT-TABLE-COUNT PIC 9(4) VALUE 0.
       01 ENROLMENT-TABLE-CONTAINER.
         05 ENROLMENT-TABLE-ENTRY
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON ENROLMENT-TABLE-COUNT
               INDEXED BY ENR-IDX UPD-IDX.
           10 ETBL-STUDENT-NUMBER PIC 9(6).
           10 ETBL-ACADEMIC-TERM PIC X(5).
           10 ETBL-COURSE-CODE PIC X(7).
           10 ETBL-COURSE-AVERAGE PIC 9(3).
           10 ETBL-STATUS PIC X(1).
           10 ETBL-SECTION-NUMBER PIC X(3).
           10 ETBL-MARK-STATUS PIC X(1).
           10 ETBL-LOADED PIC X(1).

      *Every submission in the file as the proving pass found it -
      *a submission with a refusal reason posts nothing
       01 SUBMISSION-TABLE-COUNT PIC 9(3) VALUE 0.
       01 SUBMISSION-TABLE-CONTAINER.
         05 SUBMISSION-TABLE-ENTRY
               OCCURS 1 TO 500 TIMES
               DEPENDING ON SUBMISSION-TABLE-COUNT
               INDEXED BY SUB-IDX.
           10 STBL-COURSE-CODE PIC X(7).
           10 STBL-ACADEMIC-TERM PIC X(5).
           10 STBL-INSTRUCTOR PIC X(24).
           10 STBL-DETAIL-COUNT PIC 9(5).
           10 STBL-TRAILER-COUNT PIC 9(5).
           10 STBL-TRAILER-SEEN PIC X(3).
           10 STBL-REFUSAL PIC X(35).

      *Working fields for one submission line
       01 WS-CURRENT-SUBMISSION PIC 9(3).
       01 WS-ENROLMENT-FOUND PIC X(3).
       01 WS-WITHDRAWN-FOUND PIC X(3).
       01 WS-ENROLMENTS-CHANGED PIC X(3) VALUE "NO".
      *Which of the five mirror slots is being filled
       01 WS-SLOT-NUMBER PIC 9(1).

      *Working fields for one course on the completion report
       01 WS-STANDING-COUNT PIC 9(4).
       01 WS-MARKED-COUNT PIC 9(4).
       01 WS-OUTSTANDING-COUNT PIC 9(4).

      *Keep track of the run's counts
       01 COUNTERS.
         05 LINES-READ PIC 9(5) VALUE 0.
         05 MARKS-POSTED PIC 9(5) VALUE 0.
         05 LINES-REJECTED PIC 9(5) VALUE 0.
         05 SUBMISSIONS-REFUSED PIC 9(5) VALUE 0.
         05 MASTERS-UPDATED PIC 9(5) VALUE 0.
         05 COURSES-COMPLETE PIC 9(5) VALUE 0.
         05 COURSES-INCOMPLETE PIC 9(5) VALUE 0.
         05 MARKS-OUTSTANDING PIC 9(5) VALUE 0.

      *Report line templates - moved into COMPLETION-REPORT-OUT
      *before WRITE
       01 REPORT-TITLE-LINE.
         05 FILLER PIC X(27) VALUE "GRADE COMPLETION FOR TERM ".
         05 TITLE-TERM PIC X(5).
         05 FILLER PIC X(8) VALUE "  RUN - ".
         05 TITLE-RUN-DATE PIC 9(8).

       01 COURSE-HEADING-LINE.
         05 FILLER PIC X(9) VALUE "COURSE".
         05 FILLER PIC X(10) VALUE "  ENROLLED".
         05 FILLER PIC X(10) VALUE "    MARKED".
         05 FILLER PIC X(10) VALUE "   MISSING".
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(20) VALUE "STATUS".

       01 COURSE-DETAIL-LINE.
         05 CRS-COURSE-CODE PIC X(7).
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(5) VALUE SPACES.
         05 CRS-ENROLLED PIC ZZZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 CRS-MARKED PIC ZZZZ9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 CRS-MISSING PIC ZZZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 CRS-STATUS PIC X(20).

       01 MISSING-DETAIL-LINE.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(17) VALUE "NO MARK - STUDENT".
         05 FILLER PIC X(1) VALUE SPACE.
         05 MIS-STUDENT-NUMBER PIC 9(6).
         05 FILLER PIC X(10) VALUE "  SECTION ".
         05 MIS-SECTION-NUMBER PIC X(3).

       01 TOTAL-COUNT-LINE.
         05 TOT-COUNT-LABEL PIC X(40).
         05 TOT-COUNT PIC ZZZZ9.

       01 REPORT-MESSAGE-LINE.
         05 RPT-MESSAGE PIC X(80).

      *Processing-control working fields - the file's status, the
      *business date every posting is stamped with, the last month
      *closed, and the terms closed to posting
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 WS-CONTROL-EOF PIC X(4).
       01 WS-CONTROL-REFUSED PIC X(3) VALUE "NO".
       01 WS-DATE-RECORD-FOUND PIC X(3) VALUE "NO".
       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-BUSINESS-YYYYMM REDEFINES WS-BUSINESS-DATE.
         05 WS-BUSINESS-MONTH-KEY PIC 9(6).
         05 FILLER PIC 9(2).
       01 WS-LAST-CLOSED-MONTH PIC 9(6) VALUE 0.
       01 CLOSED-TERM-COUNT PIC 9(3) VALUE 0.
       01 CLOSED-TERM-CONTAINER.
         05 CLOSED-TERM-ENTRY
               OCCURS 1 TO 200 TIMES
               DEPENDING ON CLOSED-TERM-COUNT
               INDEXED BY CLT-IDX.
           10 CLTB-ACADEMIC-TERM PIC X(5).
       01 WS-CHECK-TERM PIC X(5).
       01 WS-TERM-CLOSED PIC X(3).

       PROCEDURE DIVISION.

       100-LOAD-GRADE-SUBMISSIONS.
      *Write the run's start record to the shared run-control log
           PERFORM 800-WRITE-RUN-START.
      *Ask which academic term is being loaded
           PERFORM 202-GET-GRADE-TERM.
      *Open the files - a missing master or enrolment file aborts
      *before anything is posted
           PERFORM 201-OPEN-EXTERNAL-FILES.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 203-LOAD-COURSE-TABLE
               PERFORM 204-LOAD-ENROLMENT-TABLE
           END-IF.

      *Marks post only on an open business date, into a term still
      *open to posting
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 870-LOAD-PROCESSING-CONTROL
               MOVE WS-GRADE-TERM TO WS-CHECK-TERM
               PERFORM 872-CHECK-TERM-OPEN
               IF WS-TERM-CLOSED IS EQUAL TO "YES"
                   DISPLAY "TERM " WS-GRADE-TERM " IS CLOSED TO"
                     " POSTING"
                   MOVE "YES" TO WS-CONTROL-REFUSED
               END-IF
               IF WS-CONTROL-REFUSED IS EQUAL TO "YES"
                   MOVE "YES" TO WS-ABORT-RUN
               END-IF
           END-IF.

      *    Re-checked after the loads - an overfull enrolment table
      *    can't be written back without losing records
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               IF WS-NO-SUBMISSIONS IS NOT EQUAL TO "YES"
      *            Prove every submission to its trailer before a
      *            single mark posts, then post the good lines
                   PERFORM 205-PROVE-SUBMISSIONS
               END-IF
           END-IF.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               IF WS-NO-SUBMISSIONS IS NOT EQUAL TO "YES"
                   PERFORM 210-POST-SUBMISSIONS
               END-IF

               IF WS-ENROLMENTS-CHANGED IS EQUAL TO "YES"
                   PERFORM 219-REWRITE-ENROLMENT-FILE
                   PERFORM 215-UPDATE-MASTER
               END-IF

      *        Show which courses still have students with no mark
               PERFORM 221-WRITE-COMPLETION-REPORT

      *        Display the run's counts for the console log
               DISPLAY "GRADE LINES READ         " LINES-READ
               DISPLAY "MARKS POSTED             " MARKS-POSTED
               DISPLAY "GRADE LINES REJECTED     " LINES-REJECTED
               DISPLAY "SUBMISSIONS REFUSED      " SUBMISSIONS-REFUSED
               DISPLAY "MASTER RECORDS UPDATED   " MASTERS-UPDATED
               DISPLAY "COURSES COMPLETE         " COURSES-COMPLETE
               DISPLAY "COURSES MISSING MARKS    " COURSES-INCOMPLETE
           ELSE
               MOVE SPACES TO REPORT-MESSAGE-LINE
               MOVE "RUN ABORTED - NO MARKS POSTED" TO RPT-MESSAGE
               MOVE REPORT-MESSAGE-LINE TO COMPLETION-REPORT-OUT
               WRITE COMPLETION-REPORT-OUT
               DISPLAY "GRADE LOAD ABORTED - RC 8"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *Close all external files
           PERFORM 209-CLOSE-EXTERNAL-FILES.

      *Open all external files for read and write
       201-OPEN-EXTERNAL-FILES.
      *    No submissions yet is not an error - the completion report
      *    then shows every course as still missing its marks
           OPEN INPUT GRADE-SUBMISSION-FILE.

           IF WS-GRADE-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "GRADE-SUBMISSIONS.txt NOT FOUND - NO MARKS"
               DISPLAY "TO LOAD"
               MOVE "YES" TO WS-NO-SUBMISSIONS
           END-IF.

           OPEN INPUT COURSE-FILE.

           IF WS-COURSE-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "COURSE.txt NOT FOUND - EVERY SUBMISSION"
               DISPLAY "WILL BE REFUSED"
               MOVE "YES" TO WS-COURSE-EOF
           END-IF.

           OPEN INPUT ENROLMENT-FILE.

           IF WS-ENROLMENT-STATUS IS EQUAL TO "35"
               DISPLAY "ENROLMENT.txt NOT FOUND - NO ONE TO MARK"
               MOVE "YES" TO WS-ABORT-RUN
               MOVE "YES" TO WS-ENROLMENT-EOF
           END-IF.

           OPEN I-O STUFILE-FILE-INDEXED.

           IF FILE-STATUS-THING IS EQUAL TO "35"
               DISPLAY "STUFILE-FILE-INDEXED NOT FOUND - RUN THE"
               DISPLAY "NIGHTLY LOAD (CST-8283-PROJECT-3) FIRST"
               MOVE "YES" TO WS-ABORT-RUN
           END-IF.

      *    The journal carries every image since the last unload -
      *    append, only creating it fresh when none exists yet
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

           OPEN OUTPUT GRADE-REJECT-FILE.
           OPEN OUTPUT GRADE-COMPLETION-REPORT.

           MOVE WS-GRADE-TERM TO TITLE-TERM.
           MOVE WS-RUN-DATE TO TITLE-RUN-DATE.
           MOVE REPORT-TITLE-LINE TO COMPLETION-REPORT-OUT.
           WRITE COMPLETION-REPORT-OUT.

      *Ask for the academic term, re-asking until one is keyed
       202-GET-GRADE-TERM.
           MOVE SPACES TO WS-GRADE-TERM.

           PERFORM UNTIL WS-GRADE-TERM IS NOT EQUAL TO SPACES
               DISPLAY "TERM TO LOAD GRADES FOR (E.G. 2026F)"
               ACCEPT WS-GRADE-TERM
               IF WS-GRADE-TERM IS EQUAL TO SPACES
                   DISPLAY "A TERM IS REQUIRED, RE-ENTER"
               END-IF
           END-PERFORM.

      *Read every course master record into the course table - an
      *overfull table would refuse good submissions, so it aborts
      *the run
       203-LOAD-COURSE-TABLE.
           PERFORM UNTIL WS-COURSE-EOF IS EQUAL TO "YES"
               READ COURSE-FILE
                   AT END
                       MOVE "YES" TO WS-COURSE-EOF
                   NOT AT END
                       IF COURSE-TABLE-COUNT IS LESS THAN 500
                           ADD 1 TO COURSE-TABLE-COUNT
                           MOVE COURSE-CODE TO
                             CTBL-COURSE-CODE(COURSE-TABLE-COUNT)
                       ELSE
                           DISPLAY "COURSE TABLE FULL - MORE THAN 500"
                             " COURSES ON COURSE.txt"
                           MOVE "YES" TO WS-ABORT-RUN
                           MOVE "YES" TO WS-COURSE-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *Read the whole enrolment file into the table - it is written
      *back from the table, so an overfull table aborts the run
       204-LOAD-ENROLMENT-TABLE.
           PERFORM UNTIL WS-ENROLMENT-EOF IS EQUAL TO "YES"
               READ ENROLMENT-FILE
                   AT END
                       MOVE "YES" TO WS-ENROLMENT-EOF
                   NOT AT END
                       IF ENROLMENT-TABLE-COUNT IS NOT LESS THAN 2000
                           DISPLAY "ENROLMENT TABLE FULL - MORE THAN"
                             " 2000 ENROLMENTS ON FILE"
                           MOVE "YES" TO WS-ABORT-RUN
                           MOVE "YES" TO WS-ENROLMENT-EOF
                       ELSE
                           ADD 1 TO ENROLMENT-TABLE-COUNT
                           MOVE ENR-STUDENT-NUMBER TO
                             ETBL-STUDENT-NUMBER(ENROLMENT-TABLE-COUNT)
                           MOVE ENR-ACADEMIC-TERM TO
                             ETBL-ACADEMIC-TERM(ENROLMENT-TABLE-COUNT)
                           MOVE ENR-COURSE-CODE TO
                             ETBL-COURSE-CODE(ENROLMENT-TABLE-COUNT)
                           MOVE ENR-COURSE-AVERAGE TO
                             ETBL-COURSE-AVERAGE(ENROLMENT-TABLE-COUNT)
                           MOVE ENR-STATUS TO
                             ETBL-STATUS(ENROLMENT-TABLE-COUNT)
                           MOVE ENR-SECTION-NUMBER TO
                             ETBL-SECTION-NUMBER(ENROLMENT-TABLE-COUNT)
                           MOVE ENR-MARK-STATUS TO
                             ETBL-MARK-STATUS(ENROLMENT-TABLE-COUNT)
                           MOVE "N" TO
                             ETBL-LOADED(ENROLMENT-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

      *Read the whole file once before posting anything - each
      *header opens a submission, its details count up, and its
      *trailer has to agree. A submission that doesn't prove, or
      *isn't for a course on the master in the term being loaded,
      *is refused whole
       205-PROVE-SUBMISSIONS.
           PERFORM UNTIL WS-GRADE-EOF IS EQUAL TO "YES"
               READ GRADE-SUBMISSION-FILE
                   AT END
                       MOVE "YES" TO WS-GRADE-EOF
                   NOT AT END
                       PERFORM 206-EXAMINE-ONE-RECORD
               END-READ
           END-PERFORM.

           PERFORM 207-CHECK-CONTROL-COUNT
             VARYING SUB-IDX FROM 1 BY 1
             UNTIL SUB-IDX > SUBMISSION-TABLE-COUNT.

      *    Rewind the file for the posting pass
           CLOSE GRADE-SUBMISSION-FILE.
           OPEN INPUT GRADE-SUBMISSION-FILE.
           MOVE SPACES TO WS-GRADE-EOF.

      *Take one record into the proof - a detail or trailer with no
      *header before it belongs to no submission and is rejected on
      *the posting pass
       206-EXAMINE-ONE-RECORD.
           EVALUATE GRD-RECORD-TYPE
               WHEN "H"
                   IF SUBMISSION-TABLE-COUNT IS NOT LESS THAN 500
                       DISPLAY "SUBMISSION TABLE FULL - MORE THAN 500"
                         " SUBMISSIONS IN THE FILE"
                       MOVE "YES" TO WS-ABORT-RUN
                       MOVE "YES" TO WS-GRADE-EOF
                   ELSE
                       ADD 1 TO SUBMISSION-TABLE-COUNT
                       SET SUB-IDX TO SUBMISSION-TABLE-COUNT
                       MOVE GRD-COURSE-CODE TO STBL-COURSE-CODE(SUB-IDX)
                       MOVE GRD-ACADEMIC-TERM TO
                         STBL-ACADEMIC-TERM(SUB-IDX)
                       MOVE GRD-INSTRUCTOR TO STBL-INSTRUCTOR(SUB-IDX)
                       MOVE 0 TO STBL-DETAIL-COUNT(SUB-IDX)
                       MOVE 0 TO STBL-TRAILER-COUNT(SUB-IDX)
                       MOVE "NO" TO STBL-TRAILER-SEEN(SUB-IDX)
                       MOVE SPACES TO STBL-REFUSAL(SUB-IDX)
                       PERFORM 208-CHECK-SUBMISSION-HEADER
                   END-IF
               WHEN "D"
                   IF SUBMISSION-TABLE-COUNT IS GREATER THAN 0
                       ADD 1 TO STBL-DETAIL-COUNT(SUB-IDX)
                       IF STBL-TRAILER-SEEN(SUB-IDX) IS EQUAL TO "YES"
                         AND STBL-REFUSAL(SUB-IDX) IS EQUAL TO SPACES
                           MOVE "DETAIL LINE AFTER THE TRAILER" TO
                             STBL-REFUSAL(SUB-IDX)
                       END-IF
                   END-IF
               WHEN "T"
                   IF SUBMISSION-TABLE-COUNT IS GREATER THAN 0
                       IF STBL-TRAILER-SEEN(SUB-IDX) IS EQUAL TO "YES"
                           IF STBL-REFUSAL(SUB-IDX) IS EQUAL TO SPACES
                               MOVE "MORE THAN ONE CONTROL TRAILER" TO
                                 STBL-REFUSAL(SUB-IDX)
                           END-IF
                       ELSE
                           MOVE "YES" TO STBL-TRAILER-SEEN(SUB-IDX)
                           IF GRD-LINE-COUNT IS NUMERIC
                               MOVE GRD-LINE-COUNT-9 TO
                                 STBL-TRAILER-COUNT(SUB-IDX)
                           ELSE
                               IF STBL-REFUSAL(SUB-IDX) IS EQUAL TO
                                    SPACES
                                   MOVE "CONTROL TRAILER NOT NUMERIC"
                                     TO STBL-REFUSAL(SUB-IDX)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   IF SUBMISSION-TABLE-COUNT IS GREATER THAN 0
                     AND STBL-REFUSAL(SUB-IDX) IS EQUAL TO SPACES
                       MOVE "UNKNOWN RECORD TYPE IN SUBMISSION" TO
                         STBL-REFUSAL(SUB-IDX)
                   END-IF
           END-EVALUATE.

      *A submission can only be loaded for a course on the master in
      *the term being loaded - another term's marks wait for that
      *term's load
       208-CHECK-SUBMISSION-HEADER.
           SET COURSE-TABLE-IDX TO 1.
           SEARCH COURSE-TABLE-ENTRY
               AT END
                   MOVE "COURSE NOT ON THE COURSE MASTER" TO
                     STBL-REFUSAL(SUB-IDX)
               WHEN CTBL-COURSE-CODE(COURSE-TABLE-IDX) IS EQUAL TO
                      GRD-COURSE-CODE
                   CONTINUE
           END-SEARCH.

           IF STBL-REFUSAL(SUB-IDX) IS EQUAL TO SPACES
             AND GRD-ACADEMIC-TERM IS NOT EQUAL TO WS-GRADE-TERM
               MOVE "NOT THE TERM BEING LOADED" TO
                 STBL-REFUSAL(SUB-IDX)
           END-IF.

      *A submission proves when its trailer is present and agrees
      *with the count of detail lines under its header
       207-CHECK-CONTROL-COUNT.
           EVALUATE TRUE
               WHEN STBL-REFUSAL(SUB-IDX) IS NOT EQUAL TO SPACES
                   CONTINUE
               WHEN STBL-TRAILER-SEEN(SUB-IDX) IS NOT EQUAL TO "YES"
                   MOVE "NO CONTROL TRAILER" TO STBL-REFUSAL(SUB-IDX)
               WHEN STBL-DETAIL-COUNT(SUB-IDX) IS NOT EQUAL TO
                      STBL-TRAILER-COUNT(SUB-IDX)
                   MOVE "LINE COUNT DOES NOT PROVE" TO
                     STBL-REFUSAL(SUB-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF STBL-REFUSAL(SUB-IDX) IS NOT EQUAL TO SPACES
               ADD 1 TO SUBMISSIONS-REFUSED
               DISPLAY "SUBMISSION " STBL-COURSE-CODE(SUB-IDX) " "
                 STBL-ACADEMIC-TERM(SUB-IDX) " REFUSED - "
                 STBL-REFUSAL(SUB-IDX)
           END-IF.

      *Read the proved file to end, posting the good detail lines of
      *every submission that proved and rejecting everything else
       210-POST-SUBMISSIONS.
           MOVE 0 TO WS-CURRENT-SUBMISSION.

           PERFORM UNTIL WS-GRADE-EOF IS EQUAL TO "YES"
               READ GRADE-SUBMISSION-FILE
                   AT END
                       MOVE "YES" TO WS-GRADE-EOF
                   NOT AT END
                       PERFORM 211-POST-ONE-RECORD
               END-READ
           END-PERFORM.

      *Work one record of the posting pass - a header moves on to
      *its submission, and every detail line either posts or is
      *rejected with a reason
       211-POST-ONE-RECORD.
           EVALUATE GRD-RECORD-TYPE
               WHEN "H"
                   ADD 1 TO WS-CURRENT-SUBMISSION
               WHEN "D"
                   ADD 1 TO LINES-READ
      *            Blank the reject record before the reason fields
      *            go in, the same as the bank payment rejects
                   MOVE SPACES TO GRADE-REJECT-RECORD
                   IF WS-CURRENT-SUBMISSION IS EQUAL TO 0
                       MOVE "01" TO REJ-REASON-CODE
                       MOVE "NO SUBMISSION HEADER" TO REJ-REASON-TEXT
                       PERFORM 214-WRITE-REJECT-RECORD
                   ELSE
                       SET SUB-IDX TO WS-CURRENT-SUBMISSION
                       IF STBL-REFUSAL(SUB-IDX) IS NOT EQUAL TO SPACES
                           MOVE "02" TO REJ-REASON-CODE
                           MOVE STBL-REFUSAL(SUB-IDX) TO
                             REJ-REASON-TEXT
                           PERFORM 214-WRITE-REJECT-RECORD
                       ELSE
                           PERFORM 212-POST-ONE-MARK
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *Edit one mark line of a proved submission and post it - the
      *student has to hold a standing enrolment in the course for
      *the term, and the mark has to be 000 to 100
       212-POST-ONE-MARK.
           IF GRD-STUDENT-NUMBER IS NOT NUMERIC
               MOVE "03" TO REJ-REASON-CODE
               MOVE "STUDENT NUMBER NOT NUMERIC" TO REJ-REASON-TEXT
               PERFORM 214-WRITE-REJECT-RECORD
           ELSE
             IF GRD-MARK IS NOT NUMERIC
               OR GRD-MARK-9 IS GREATER THAN 100
               MOVE "04" TO REJ-REASON-CODE
               MOVE "MARK NOT 000 TO 100" TO REJ-REASON-TEXT
               PERFORM 214-WRITE-REJECT-RECORD
             ELSE
               PERFORM 213-FIND-ENROLMENT
               EVALUATE TRUE
                   WHEN WS-ENROLMENT-FOUND IS EQUAL TO "YES"
                     AND ETBL-LOADED(ENR-IDX) IS EQUAL TO "Y"
                       MOVE "07" TO REJ-REASON-CODE
                       MOVE "MARK ALREADY LOADED THIS RUN" TO
                         REJ-REASON-TEXT
                       PERFORM 214-WRITE-REJECT-RECORD
                   WHEN WS-ENROLMENT-FOUND IS EQUAL TO "YES"
                       MOVE GRD-MARK-9 TO ETBL-COURSE-AVERAGE(ENR-IDX)
                       MOVE "P" TO ETBL-MARK-STATUS(ENR-IDX)
                       MOVE "Y" TO ETBL-LOADED(ENR-IDX)
                       MOVE "YES" TO WS-ENROLMENTS-CHANGED
                       ADD 1 TO MARKS-POSTED
                   WHEN WS-WITHDRAWN-FOUND IS EQUAL TO "YES"
                       MOVE "06" TO REJ-REASON-CODE
                       MOVE "WITHDRAWN FROM THE COURSE" TO
                         REJ-REASON-TEXT
                       PERFORM 214-WRITE-REJECT-RECORD
                   WHEN OTHER
                       MOVE "05" TO REJ-REASON-CODE
                       MOVE "NOT ENROLLED IN THE COURSE" TO
                         REJ-REASON-TEXT
                       PERFORM 214-WRITE-REJECT-RECORD
               END-EVALUATE
             END-IF
           END-IF.

      *Find the student's standing enrolment in the submission's
      *course and term, leaving ENR-IDX on it - a withdrawn one is
      *only noted, so the reject can say why
       213-FIND-ENROLMENT.
           MOVE "NO" TO WS-ENROLMENT-FOUND.
           MOVE "NO" TO WS-WITHDRAWN-FOUND.

           SET ENR-IDX TO 1.
           SEARCH ENROLMENT-TABLE-ENTRY
               AT END
                   MOVE "NO" TO WS-ENROLMENT-FOUND
               WHEN ETBL-STUDENT-NUMBER(ENR-IDX) IS EQUAL TO
                      GRD-STUDENT-NUMBER-9
                 AND ETBL-COURSE-CODE(ENR-IDX) IS EQUAL TO
                      STBL-COURSE-CODE(SUB-IDX)
                 AND ETBL-ACADEMIC-TERM(ENR-IDX) IS EQUAL TO
                      STBL-ACADEMIC-TERM(SUB-IDX)
                 AND ETBL-STATUS(ENR-IDX) IS NOT EQUAL TO "W"
                   MOVE "YES" TO WS-ENROLMENT-FOUND
           END-SEARCH.

           IF WS-ENROLMENT-FOUND IS NOT EQUAL TO "YES"
               PERFORM VARYING UPD-IDX FROM 1 BY 1
                 UNTIL UPD-IDX > ENROLMENT-TABLE-COUNT
                   IF ETBL-STUDENT-NUMBER(UPD-IDX) IS EQUAL TO
                        GRD-STUDENT-NUMBER-9
                     AND ETBL-COURSE-CODE(UPD-IDX) IS EQUAL TO
                        STBL-COURSE-CODE(SUB-IDX)
                     AND ETBL-ACADEMIC-TERM(UPD-IDX) IS EQUAL TO
                        STBL-ACADEMIC-TERM(SUB-IDX)
                       MOVE "YES" TO WS-WITHDRAWN-FOUND
                   END-IF
               END-PERFORM
           END-IF.

      *Write the line exactly as received, with the course and term
      *of its submission and the reason code set by the edit that
      *failed
       214-WRITE-REJECT-RECORD.
           IF WS-CURRENT-SUBMISSION IS GREATER THAN 0
               MOVE STBL-COURSE-CODE(SUB-IDX) TO REJ-COURSE-CODE
               MOVE STBL-ACADEMIC-TERM(SUB-IDX) TO REJ-ACADEMIC-TERM
           END-IF.
           MOVE GRD-STUDENT-NUMBER TO REJ-STUDENT-NUMBER.
           MOVE GRD-MARK TO REJ-MARK.
           WRITE GRADE-REJECT-RECORD.
           ADD 1 TO LINES-REJECTED.

      *Mirror the new marks onto the master - once per student given
      *a mark this run
       215-UPDATE-MASTER.
           PERFORM VARYING UPD-IDX FROM 1 BY 1
             UNTIL UPD-IDX > ENROLMENT-TABLE-COUNT
               IF ETBL-LOADED(UPD-IDX) IS EQUAL TO "Y"
                   PERFORM 216-UPDATE-ONE-STUDENT
               END-IF
           END-PERFORM.

      *Fetch the student of the enrolment at UPD-IDX and, when the
      *marks are for the term their record carries, rebuild the five
      *course slots and rewrite through the journal. A student
      *already moved on to another term keeps their slots - the
      *marks stand on the enrolment file either way
       216-UPDATE-ONE-STUDENT.
           MOVE ETBL-STUDENT-NUMBER(UPD-IDX) TO STUDENT-NUMBER-INDEXED.

           READ STUFILE-FILE-INDEXED
               INVALID KEY
                   PERFORM 224-CHECK-INDEXED-FILE-STATUS
               NOT INVALID KEY
                   IF ACADEMIC-TERM-INDEXED IS EQUAL TO WS-GRADE-TERM
                       MOVE STUFILE-FILE-IN-INDEXED TO WS-BEFORE-IMAGE
                       PERFORM 217-MIRROR-TERM-ENROLMENTS
                       REWRITE STUFILE-FILE-IN-INDEXED
                           INVALID KEY
                               PERFORM 224-CHECK-INDEXED-FILE-STATUS
                           NOT INVALID KEY
                               PERFORM 224-CHECK-INDEXED-FILE-STATUS
                               MOVE "REWRITE" TO WS-JOURNAL-ACTION
                               PERFORM 840-WRITE-JOURNAL-RECORD
                               ADD 1 TO MASTERS-UPDATED
                       END-REWRITE
                   END-IF
           END-READ.

      *    The student is done - their other marks this run need no
      *    second rewrite
           PERFORM VARYING ENR-IDX FROM 1 BY 1
             UNTIL ENR-IDX > ENROLMENT-TABLE-COUNT
               IF ETBL-STUDENT-NUMBER(ENR-IDX) IS EQUAL TO
                    ETBL-STUDENT-NUMBER(UPD-IDX)
                 AND ETBL-LOADED(ENR-IDX) IS EQUAL TO "Y"
                   MOVE "D" TO ETBL-LOADED(ENR-IDX)
               END-IF
           END-PERFORM.

      *Rebuild the record's five course slots from the student's
      *current-term enrolments, the same mirror the enrolment
      *program keeps
       217-MIRROR-TERM-ENROLMENTS.
           MOVE SPACES TO COURSE-CODE-1-INDEXED COURSE-CODE-2-INDEXED
             COURSE-CODE-3-INDEXED COURSE-CODE-4-INDEXED
             COURSE-CODE-5-INDEXED.
           MOVE ZEROS TO COURSE-AVERAGE-1-INDEXED
             COURSE-AVERAGE-2-INDEXED COURSE-AVERAGE-3-INDEXED
             COURSE-AVERAGE-4-INDEXED COURSE-AVERAGE-5-INDEXED.
           MOVE 0 TO WS-SLOT-NUMBER.

           PERFORM 218-MIRROR-ONE-ENROLMENT
             VARYING ENR-IDX FROM 1 BY 1
             UNTIL ENR-IDX > ENROLMENT-TABLE-COUNT
             OR WS-SLOT-NUMBER IS EQUAL TO 5.

      *Copy the enrolment at ENR-IDX into the next free slot when it
      *belongs to the student's current term and still stands
       218-MIRROR-ONE-ENROLMENT.
           IF ETBL-STUDENT-NUMBER(ENR-IDX) IS EQUAL TO
                STUDENT-NUMBER-INDEXED
             AND ETBL-ACADEMIC-TERM(ENR-IDX) IS EQUAL TO
                ACADEMIC-TERM-INDEXED
             AND ETBL-STATUS(ENR-IDX) IS NOT EQUAL TO "W"
               ADD 1 TO WS-SLOT-NUMBER
               EVALUATE WS-SLOT-NUMBER
                   WHEN 1
                       MOVE ETBL-COURSE-CODE(ENR-IDX) TO
                         COURSE-CODE-1-INDEXED
                       MOVE ETBL-COURSE-AVERAGE(ENR-IDX) TO
                         COURSE-AVERAGE-1-INDEXED
                   WHEN 2
                       MOVE ETBL-COURSE-CODE(ENR-IDX) TO
                         COURSE-CODE-2-INDEXED
                       MOVE ETBL-COURSE-AVERAGE(ENR-IDX) TO
                         COURSE-AVERAGE-2-INDEXED
                   WHEN 3
                       MOVE ETBL-COURSE-CODE(ENR-IDX) TO
                         COURSE-CODE-3-INDEXED
                       MOVE ETBL-COURSE-AVERAGE(ENR-IDX) TO
                         COURSE-AVERAGE-3-INDEXED
                   WHEN 4
                       MOVE ETBL-COURSE-CODE(ENR-IDX) TO
                         COURSE-CODE-4-INDEXED
                       MOVE ETBL-COURSE-AVERAGE(ENR-IDX) TO
                         COURSE-AVERAGE-4-INDEXED
                   WHEN 5
                       MOVE ETBL-COURSE-CODE(ENR-IDX) TO
                         COURSE-CODE-5-INDEXED
                       MOVE ETBL-COURSE-AVERAGE(ENR-IDX) TO
                         COURSE-AVERAGE-5-INDEXED
               END-EVALUATE
           END-IF.

      *Write the whole enrolment file back out of the table
       219-REWRITE-ENROLMENT-FILE.
           CLOSE ENROLMENT-FILE.
           OPEN OUTPUT ENROLMENT-FILE.

           PERFORM 220-WRITE-ENROLMENT-ENTRY
             VARYING ENR-IDX FROM 1 BY 1
             UNTIL ENR-IDX > ENROLMENT-TABLE-COUNT.

      *Write one table entry back to the enrolment file
       220-WRITE-ENROLMENT-ENTRY.
           MOVE SPACES TO ENROLMENT-RECORD.
           MOVE ETBL-STUDENT-NUMBER(ENR-IDX) TO ENR-STUDENT-NUMBER.
           MOVE ETBL-ACADEMIC-TERM(ENR-IDX) TO ENR-ACADEMIC-TERM.
           MOVE ETBL-COURSE-CODE(ENR-IDX) TO ENR-COURSE-CODE.
           MOVE ETBL-COURSE-AVERAGE(ENR-IDX) TO ENR-COURSE-AVERAGE.
           MOVE ETBL-STATUS(ENR-IDX) TO ENR-STATUS.
           MOVE ETBL-SECTION-NUMBER(ENR-IDX) TO ENR-SECTION-NUMBER.
           MOVE ETBL-MARK-STATUS(ENR-IDX) TO ENR-MARK-STATUS.
           WRITE ENROLMENT-RECORD.

      *Print the term's grade completion - every course on the master
      *with standing enrolments in the term, how many are marked and
      *how many are still missing a mark, with the students still
      *missing one listed under their course. The term is ready for
      *the term-end run when nothing is missing
       221-WRITE-COMPLETION-REPORT.
           MOVE SPACES TO COMPLETION-REPORT-OUT.
           WRITE COMPLETION-REPORT-OUT.
           MOVE COURSE-HEADING-LINE TO COMPLETION-REPORT-OUT.
           WRITE COMPLETION-REPORT-OUT.

           PERFORM 222-REPORT-ONE-COURSE
             VARYING COURSE-TABLE-IDX FROM 1 BY 1
             UNTIL COURSE-TABLE-IDX > COURSE-TABLE-COUNT.

           MOVE SPACES TO COMPLETION-REPORT-OUT.
           WRITE COMPLETION-REPORT-OUT.

           MOVE SPACES TO TOTAL-COUNT-LINE.
           MOVE "COURSES COMPLETE" TO TOT-COUNT-LABEL.
           MOVE COURSES-COMPLETE TO TOT-COUNT.
           MOVE TOTAL-COUNT-LINE TO COMPLETION-REPORT-OUT.
           WRITE COMPLETION-REPORT-OUT.

           MOVE "COURSES STILL MISSING MARKS" TO TOT-COUNT-LABEL.
           MOVE COURSES-INCOMPLETE TO TOT-COUNT.
           MOVE TOTAL-COUNT-LINE TO COMPLETION-REPORT-OUT.
           WRITE COMPLETION-REPORT-OUT.

           MOVE "MARKS STILL MISSING" TO TOT-COUNT-LABEL.
           MOVE MARKS-OUTSTANDING TO TOT-COUNT.
           MOVE TOTAL-COUNT-LINE TO COMPLETION-REPORT-OUT.
           WRITE COMPLETION-REPORT-OUT.

           MOVE "MARKS POSTED THIS RUN" TO TOT-COUNT-LABEL.
           MOVE MARKS-POSTED TO TOT-COUNT.
           MOVE TOTAL-COUNT-LINE TO COMPLETION-REPORT-OUT.
           WRITE COMPLETION-REPORT-OUT.

           MOVE "LINES REJECTED THIS RUN" TO TOT-COUNT-LABEL.
           MOVE LINES-REJECTED TO TOT-COUNT.
           MOVE TOTAL-COUNT-LINE TO COMPLETION-REPORT-OUT.
           WRITE COMPLETION-REPORT-OUT.

           MOVE SPACES TO REPORT-MESSAGE-LINE.
           IF MARKS-OUTSTANDING IS EQUAL TO 0
               MOVE "EVERY MARK IS IN - THE TERM IS READY FOR THE"
                 TO RPT-MESSAGE
               MOVE REPORT-MESSAGE-LINE TO COMPLETION-REPORT-OUT
               WRITE COMPLETION-REPORT-OUT
               MOVE "TERM-END RUN (CST-8283-PROJECT-29)" TO RPT-MESSAGE
           ELSE
               MOVE "MARKS ARE MISSING - THE TERM IS NOT READY FOR"
                 TO RPT-MESSAGE
               MOVE REPORT-MESSAGE-LINE TO COMPLETION-REPORT-OUT
               WRITE COMPLETION-REPORT-OUT
               MOVE "THE TERM-END RUN (CST-8283-PROJECT-29)"
                 TO RPT-MESSAGE
           END-IF.
           MOVE REPORT-MESSAGE-LINE TO COMPLETION-REPORT-OUT.
           WRITE COMPLETION-REPORT-OUT.

      *Count the term's standing enrolments in the course at
      *COURSE-TABLE-IDX and how many have a mark - a mark is in once
      *the grade load has posted one, or, on a record from before the
      *grade load, once a non-zero average was keyed
       222-REPORT-ONE-COURSE.
           MOVE 0 TO WS-STANDING-COUNT.
           MOVE 0 TO WS-MARKED-COUNT.

           PERFORM VARYING ENR-IDX FROM 1 BY 1
             UNTIL ENR-IDX > ENROLMENT-TABLE-COUNT
               IF ETBL-COURSE-CODE(ENR-IDX) IS EQUAL TO
                    CTBL-COURSE-CODE(COURSE-TABLE-IDX)
                 AND ETBL-ACADEMIC-TERM(ENR-IDX) IS EQUAL TO
                    WS-GRADE-TERM
                 AND ETBL-STATUS(ENR-IDX) IS NOT EQUAL TO "W"
                   ADD 1 TO WS-STANDING-COUNT
                   IF ETBL-MARK-STATUS(ENR-IDX) IS EQUAL TO "P"
                     OR ETBL-COURSE-AVERAGE(ENR-IDX) IS GREATER THAN 0
                       ADD 1 TO WS-MARKED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      *    A course no one takes this term has nothing to mark
           IF WS-STANDING-COUNT IS GREATER THAN 0
               COMPUTE WS-OUTSTANDING-COUNT =
                 WS-STANDING-COUNT - WS-MARKED-COUNT
               MOVE CTBL-COURSE-CODE(COURSE-TABLE-IDX) TO
                 CRS-COURSE-CODE
               MOVE WS-STANDING-COUNT TO CRS-ENROLLED
               MOVE WS-MARKED-COUNT TO CRS-MARKED
               MOVE WS-OUTSTANDING-COUNT TO CRS-MISSING
               IF WS-OUTSTANDING-COUNT IS EQUAL TO 0
                   MOVE "COMPLETE" TO CRS-STATUS
                   ADD 1 TO COURSES-COMPLETE
               ELSE
                   MOVE "MARKS MISSING" TO CRS-STATUS
                   ADD 1 TO COURSES-INCOMPLETE
                   ADD WS-OUTSTANDING-COUNT TO MARKS-OUTSTANDING
               END-IF
               MOVE COURSE-DETAIL-LINE TO COMPLETION-REPORT-OUT
               WRITE COMPLETION-REPORT-OUT

               IF WS-OUTSTANDING-COUNT IS GREATER THAN 0
                   PERFORM 223-LIST-MISSING-MARKS
               END-IF
           END-IF.

      *List the students in the course at COURSE-TABLE-IDX still
      *missing a mark
       223-LIST-MISSING-MARKS.
           PERFORM VARYING ENR-IDX FROM 1 BY 1
             UNTIL ENR-IDX > ENROLMENT-TABLE-COUNT
               IF ETBL-COURSE-CODE(ENR-IDX) IS EQUAL TO
                    CTBL-COURSE-CODE(COURSE-TABLE-IDX)
                 AND ETBL-ACADEMIC-TERM(ENR-IDX) IS EQUAL TO
                    WS-GRADE-TERM
                 AND ETBL-STATUS(ENR-IDX) IS NOT EQUAL TO "W"
                 AND ETBL-MARK-STATUS(ENR-IDX) IS NOT EQUAL TO "P"
                 AND ETBL-COURSE-AVERAGE(ENR-IDX) IS EQUAL TO 0
                   MOVE ETBL-STUDENT-NUMBER(ENR-IDX) TO
                     MIS-STUDENT-NUMBER
                   MOVE ETBL-SECTION-NUMBER(ENR-IDX) TO
                     MIS-SECTION-NUMBER
                   MOVE MISSING-DETAIL-LINE TO COMPLETION-REPORT-OUT
                   WRITE COMPLETION-REPORT-OUT
               END-IF
           END-PERFORM.

      *    Translate FILE-STATUS-THING into a message an operator can
      *    act on, same as CST-8283-PROJECT-3
       224-CHECK-INDEXED-FILE-STATUS.
           EVALUATE FILE-STATUS-THING
               WHEN "00"
                   CONTINUE
               WHEN "22"
                   DISPLAY "STUFILE-FILE-INDEXED - DUPLICATE KEY"
               WHEN "23"
                   DISPLAY "STUFILE-FILE-INDEXED - RECORD NOT FOUND"
               WHEN OTHER
                   DISPLAY "STUFILE-FILE-INDEXED - I/O ERROR, STATUS "
                     FILE-STATUS-THING
           END-EVALUATE.

      *Append the before and after image of the master record just
      *changed - what the recovery utility replays forward against
      *the last unload
       840-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-RECORD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.
           MOVE "CST-8283-PROJECT-39" TO JRN-SOURCE-PROGRAM.
           MOVE WS-BUSINESS-DATE TO JRN-JOURNAL-DATE.
           MOVE WS-RUN-TIME TO JRN-JOURNAL-TIME.
           MOVE WS-JOURNAL-ACTION TO JRN-ACTION.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE STUFILE-FILE-IN-INDEXED TO JRN-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.

      *Close all external files
       209-CLOSE-EXTERNAL-FILES.
           PERFORM 810-WRITE-RUN-END.
           CLOSE GRADE-SUBMISSION-FILE.
           CLOSE COURSE-FILE.
           CLOSE ENROLMENT-FILE.
           CLOSE STUFILE-FILE-INDEXED.
           CLOSE JOURNAL-FILE.
           CLOSE GRADE-REJECT-FILE.
           CLOSE GRADE-COMPLETION-REPORT.

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
      *summary reports on - every course still missing marks counts
      *as an exception
       810-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.

           PERFORM 820-STAMP-RUN-RECORD.
           MOVE "END" TO RC-RECORD-TYPE.
           MOVE LINES-READ TO RC-RECORDS-READ.
           MOVE MARKS-POSTED TO RC-RECORDS-WRITTEN.
           MOVE COURSES-INCOMPLETE TO RC-EXCEPTION-COUNT.
           MOVE LINES-REJECTED TO RC-REJECT-COUNT.
           IF WS-CONTROL-REFUSED IS EQUAL TO "YES"
               MOVE "REFUSED" TO RC-COMPLETION-STATUS
           ELSE
               IF WS-ABORT-RUN IS EQUAL TO "YES"
                   MOVE "ABORTED" TO RC-COMPLETION-STATUS
               ELSE
                   MOVE "NORMAL" TO RC-COMPLETION-STATUS
               END-IF
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
           MOVE "CST-8283-PROJECT-39" TO RC-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO RC-RUN-DATE.
           MOVE WS-RUN-TIME TO RC-RUN-TIME.
           MOVE ZEROS TO RC-RECORDS-READ RC-RECORDS-WRITTEN
             RC-EXCEPTION-COUNT RC-REJECT-COUNT.

      *Read the processing-control file for the business date and
      *the terms closed to posting - no file, no business date, or
      *a business date in a month already closed refuses the run
       870-LOAD-PROCESSING-CONTROL.
           OPEN INPUT PROCESSING-CONTROL-FILE.

           IF WS-CONTROL-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "PROCESSING-CONTROL.txt NOT FOUND - SET THE"
               DISPLAY "BUSINESS DATE (CST-8283-PROJECT-43) FIRST"
               MOVE "YES" TO WS-CONTROL-REFUSED
           ELSE
               PERFORM UNTIL WS-CONTROL-EOF IS EQUAL TO "YES"
                   READ PROCESSING-CONTROL-FILE
                       AT END
                           MOVE "YES" TO WS-CONTROL-EOF
                       NOT AT END
                           PERFORM 871-STORE-CONTROL-RECORD
                   END-READ
               END-PERFORM

               CLOSE PROCESSING-CONTROL-FILE

               IF WS-DATE-RECORD-FOUND IS NOT EQUAL TO "YES"
                   DISPLAY "NO BUSINESS DATE ON PROCESSING-CONTROL.txt"
                     " - SET IT (CST-8283-PROJECT-43) FIRST"
                   MOVE "YES" TO WS-CONTROL-REFUSED
               ELSE
                   IF WS-BUSINESS-MONTH-KEY IS NOT GREATER THAN
                        WS-LAST-CLOSED-MONTH
                       DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
                         " FALLS IN A CLOSED MONTH - ADVANCE IT"
                         " (CST-8283-PROJECT-43) FIRST"
                       MOVE "YES" TO WS-CONTROL-REFUSED
                   END-IF
               END-IF
           END-IF.

      *Keep the business date and every closed term - more closed
      *terms than the table holds refuses the run rather than let a
      *closed term post
       871-STORE-CONTROL-RECORD.
           EVALUATE PCT-RECORD-TYPE
               WHEN "D"
                   MOVE "YES" TO WS-DATE-RECORD-FOUND
                   MOVE PCT-BUSINESS-DATE TO WS-BUSINESS-DATE
                   MOVE PCT-LAST-CLOSED-MONTH TO WS-LAST-CLOSED-MONTH
               WHEN "T"
                   IF PCT-TERM-STATUS IS EQUAL TO "C"
                       IF CLOSED-TERM-COUNT IS LESS THAN 200
                           ADD 1 TO CLOSED-TERM-COUNT
                           MOVE PCT-ACADEMIC-TERM TO
                             CLTB-ACADEMIC-TERM(CLOSED-TERM-COUNT)
                       ELSE
                           DISPLAY "MORE THAN 200 CLOSED TERMS ON"
                             " PROCESSING-CONTROL.txt"
                           MOVE "YES" TO WS-CONTROL-REFUSED
                       END-IF
                   END-IF
           END-EVALUATE.

      *Say whether the term in WS-CHECK-TERM is closed to posting
       872-CHECK-TERM-OPEN.
           MOVE "NO" TO WS-TERM-CLOSED.

           IF CLOSED-TERM-COUNT IS GREATER THAN 0
               SET CLT-IDX TO 1
               SEARCH CLOSED-TERM-ENTRY
                   AT END
                       CONTINUE
                   WHEN CLTB-ACADEMIC-TERM(CLT-IDX) IS EQUAL TO
                          WS-CHECK-TERM
                       MOVE "YES" TO WS-TERM-CLOSED
               END-SEARCH
           END-IF.

       END PROGRAM CST-8283-PROJECT-39.
