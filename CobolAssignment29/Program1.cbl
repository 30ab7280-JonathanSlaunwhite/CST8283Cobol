       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REQS-STATUS.

      *Link the course master file and set as line sequential - the
      *credit hours each course carries weigh its mark in the term
      *average and GPA (see copybooks/course_record.txt)
       SELECT COURSE-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\COURSE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-COURSE-FILE-STATUS.

      *Link the grade scale file and set as line sequential - the
      *grade points each band of marks earns (see
      *copybooks/grade_scale_record.txt)
       SELECT GRADE-SCALE-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\GRADE-SCALE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SCALE-FILE-STATUS.

      *Link the student master journal and set as line sequential -
      *every rewrite of a master record leaves its before and after
      *image here so the recovery utility (CST-8283-PROJECT-27) can
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

      *Link the student holds file and set as line sequential -
      *read only, for the active holds that turn a student away
      *(see copybooks/hold_record.txt)
       SELECT HOLD-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\HOLDS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HOLD-FILE-STATUS.

      *Link the hold log and set as line sequential - every student
      *turned away by a hold, and every one let through on an
      *override, gets its own line here (see
      *copybooks/hold_log_record.txt)
       SELECT HOLD-LOG-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\HOLD-LOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HOLD-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PROGRAM-REQS-FILE.
       COPY "program_requirements_record.txt".

      *Course master record - see copybooks/course_record.txt
       FD COURSE-FILE.
       COPY "course_record.txt".

      *Grade scale record - see copybooks/grade_scale_record.txt
       FD GRADE-SCALE-FILE.
       COPY "grade_scale_record.txt".

      *Student master journal record - shared layout, see
      *copybooks/journal_record.txt
       FD JOURNAL-FILE.
       COPY "journal_record.txt".

      *Processing-control record - shared layout, see
      *copybooks/processing_control_record.txt
       FD PROCESSING-CONTROL-FILE.
       COPY "processing_control_record.txt".

      *Progression register output - wide enough for the longest
      *line template so nothing clips off the decision column
       FD PROGRESSION-REGISTER.
       01 PROGRESSION-REGISTER-OUT PIC X(132).

      *Run-control record - shared layout, see
      *copybooks/run_control_record.txt
       FD RUN-CONTROL-FILE.
       COPY "run_control_record.txt".

      *Student hold record - shared layout, see
      *copybooks/hold_record.txt
       FD HOLD-FILE.
       COPY "hold_record.txt".

      *Hold log record - shared layout, see
      *copybooks/hold_log_record.txt
       FD HOLD-LOG-FILE.
       COPY "hold_log_record.txt".

       WORKING-STORAGE SECTION.

      *File status fields, one per file
       01 WS-ENROLMENT-STATUS PIC X(2).
       01 WS-REQS-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-COURSE-FILE-STATUS PIC X(2).
       01 WS-SCALE-FILE-STATUS PIC X(2).

      *End-of-file flags, one per input file
       01 WS-EOF PIC X(4).
       01 WS-ENROLMENT-EOF PIC X(4).
       01 WS-REQS-EOF PIC X(4).
       01 WS-COURSE-EOF PIC X(4).
       01 WS-SCALE-EOF PIC X(4).

      *Set when an input file is missing and no decision can be made
       01 WS-ABORT-RUN PIC X(3) VALUE "NO".
           10 ETBL-COURSE-CODE PIC X(7).
           10 ETBL-COURSE-AVERAGE PIC 9(3).
           10 ETBL-STATUS PIC X(1).
           10 ETBL-MARK-STATUS PIC X(1).

      *Every course on the course master with the credit hours it
      *carries - the weight each mark gets in the average and GPA
       01 COURSE-TABLE-COUNT PIC 9(3) VALUE 0.
       01 COURSE-TABLE-CONTAINER.
         05 COURSE-TABLE-ENTRY
               OCCURS 1 TO 500 TIMES
               DEPENDING ON COURSE-TABLE-COUNT
               INDEXED BY COURSE-TABLE-IDX.
           10 CTBL-COURSE-CODE PIC X(7).
           10 CTBL-CREDIT-HOURS PIC 9(2).

      *The grade scale - each band of marks with its letter grade
      *and grade points
       01 SCALE-TABLE-COUNT PIC 9(2) VALUE 0.
       01 SCALE-TABLE-CONTAINER.
         05 SCALE-TABLE-ENTRY
               OCCURS 1 TO 50 TIMES
               DEPENDING ON SCALE-TABLE-COUNT
               INDEXED BY SCL-IDX.
           10 SCTB-LOW-MARK PIC 9(3).
           10 SCTB-HIGH-MARK PIC 9(3).
           10 SCTB-LETTER-GRADE PIC X(2).
           10 SCTB-GRADE-POINTS PIC 9V9.

      *Program requirements container
       01 REQS-TABLE-COUNT PIC 9(3) VALUE 0.

      *The pieces of one student's progression decision
       01 WS-TERM-AVERAGE PIC 9(3).
       01 WS-TERM-GPA PIC 9V99.
       01 WS-COMPLETED-COUNT PIC 9(3).
       01 WS-COURSES-REQUIRED PIC 9(3).
       01 WS-REQS-FOUND PIC X(3).
       01 WS-DECISION-TEXT PIC X(35).
       01 WS-RECORD-CHANGED PIC X(3).

      *Credit-weighted average and GPA working fields - the course
      *and mark being counted, the hours the course carries, the
      *letter and points the mark earns, and the running totals
       01 WS-CALC-COURSE-CODE PIC X(7).
       01 WS-CALC-MARK PIC 9(3).
       01 WS-CREDIT-HOURS PIC 9(2).
       01 WS-LETTER-GRADE PIC X(2).
       01 WS-GRADE-POINTS PIC 9V9.
       01 WS-WEIGHTED-TOTAL PIC 9(7) VALUE 0.
       01 WS-CREDIT-TOTAL PIC 9(4) VALUE 0.
       01 WS-POINTS-TOTAL PIC 9(5)V9 VALUE 0.

      *The student's term broken apart for the roll to next term -
      *W winter rolls to S spring, S to F fall, F to next year's W
       01 WS-TERM-WORK.
         05 PRG-TERM PIC X(5).
         05 FILLER PIC X(7) VALUE "  AVG -".
         05 PRG-TERM-AVERAGE PIC ZZ9.
         05 FILLER PIC X(7) VALUE "  GPA -".
         05 PRG-TERM-GPA PIC 9.99.
         05 FILLER PIC X(8) VALUE "  DONE -".
         05 PRG-COMPLETED PIC ZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(14) VALUE "   LEFT ALONE-".
         05 REGISTER-LEFT-ALONE PIC ZZZZ9.

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

      *Hold check working fields - the files' statuses, the student
      *and what they are after (E enrolment, T transcript, G
      *graduation), the verdicts, the first hold found in the way,
      *and who answers for the log entry
       01 WS-HOLD-FILE-STATUS PIC X(2).
       01 WS-HOLD-LOG-STATUS PIC X(2).
       01 WS-HOLD-EOF PIC X(4).
       01 WS-HOLD-TABLE-FULL PIC X(3) VALUE "NO".
       01 WS-HOLD-STUDENT PIC 9(6).
       01 WS-HOLD-PURPOSE PIC X(1).
       01 WS-HOLD-BLOCKED PIC X(3).
       01 WS-HOLD-OVERRIDDEN PIC X(3).
       01 WS-HOLD-OVERRIDE-BYTE PIC X(1).
       01 WS-HOLD-NUMBER PIC 9(6).
       01 WS-HOLD-TYPE PIC X(1).
       01 WS-HOLD-REASON PIC X(40).
       01 WS-HOLD-ACTION PIC X(8).
       01 WS-HOLD-OPERATOR PIC X(3).
      *Every active hold on file, loaded once at start-up
       01 HOLD-TABLE-COUNT PIC 9(4) VALUE 0.
       01 HOLD-TABLE-CONTAINER.
         05 HOLD-TABLE-ENTRY
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON HOLD-TABLE-COUNT
               INDEXED BY HLD-IDX.
           10 HTBL-HOLD-NUMBER PIC 9(6).
           10 HTBL-STUDENT-NUMBER PIC 9(6).
           10 HTBL-HOLD-TYPE PIC X(1).
           10 HTBL-REASON PIC X(40).
           10 HTBL-OVERRIDE-ENROLMENT PIC X(1).
           10 HTBL-OVERRIDE-TRANSCRIPT PIC X(1).
           10 HTBL-OVERRIDE-GRADUATION PIC X(1).

       PROCEDURE DIVISION.

       100-RUN-TERM-END.
      *Open the files - a missing master means nothing to progress
           PERFORM 201-OPEN-EXTERNAL-FILES.

      *Nothing is progressed without an open business date to stamp
      *the master with
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 870-LOAD-PROCESSING-CONTROL
               IF WS-CONTROL-REFUSED IS EQUAL TO "YES"
                   DISPLAY "TERM END REFUSED - RC 8"
                   MOVE 8 TO RETURN-CODE
                   MOVE "YES" TO WS-ABORT-RUN
               END-IF
           END-IF.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 202-LOAD-ENROLMENT-TABLE
               PERFORM 203-LOAD-REQS-TABLE
               PERFORM 216-LOAD-COURSE-TABLE
               PERFORM 217-LOAD-SCALE-TABLE
      *        The standing student holds graduation is refused on
               PERFORM 880-LOAD-HOLD-TABLE

               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE WS-RUN-DATE TO TITLE-RUN-DATE
               MOVE "YES" TO WS-REQS-EOF
           END-IF.

      *    With no course master every course weighs one hour, and
      *    with no grade scale every GPA is zero - the decisions
      *    still run on the average
           OPEN INPUT COURSE-FILE.
           IF WS-COURSE-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "COURSE.txt NOT FOUND - EVERY COURSE WEIGHS"
               DISPLAY "ONE CREDIT HOUR"
               MOVE "YES" TO WS-COURSE-EOF
           END-IF.

           OPEN INPUT GRADE-SCALE-FILE.
           IF WS-SCALE-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "GRADE-SCALE.txt NOT FOUND - NO GPA THIS RUN"
               MOVE "YES" TO WS-SCALE-EOF
           END-IF.

      *    The journal carries every image since the last unload -
      *    append, only creating it fresh when none exists yet
           OPEN EXTEND JOURNAL-FILE.
                             ETBL-COURSE-AVERAGE(ENROLMENT-TABLE-COUNT)
                           MOVE ENR-STATUS TO
                             ETBL-STATUS(ENROLMENT-TABLE-COUNT)
                           MOVE ENR-MARK-STATUS TO
                             ETBL-MARK-STATUS(ENROLMENT-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
               PERFORM 211-APPLY-PROGRESSION-RULES
           END-IF.

      *Credit-weight the student's graded current-term courses - the
      *enrolment history where they have one, the five slots where
      *they predate it. An ungraded course doesn't drag the average.
      *A mark is graded once the grade load has posted it, or, on a
      *record from before the grade load, once it is above zero.
      *Same formula as the transcripts (CST-8283-PROJECT-15/31)
       206-COMPUTE-TERM-AVERAGE.
           MOVE "NO" TO WS-HISTORY-FOUND.
           MOVE 0 TO WS-WEIGHTED-TOTAL.
           MOVE 0 TO WS-CREDIT-TOTAL.
           MOVE 0 TO WS-POINTS-TOTAL.

           PERFORM VARYING ENR-IDX FROM 1 BY 1
             UNTIL ENR-IDX > ENROLMENT-TABLE-COUNT
                   IF ETBL-ACADEMIC-TERM(ENR-IDX) IS EQUAL TO
                        ACADEMIC-TERM-INDEXED
                     AND ETBL-STATUS(ENR-IDX) IS NOT EQUAL TO "W"
                     AND (ETBL-MARK-STATUS(ENR-IDX) IS EQUAL TO "P"
                       OR ETBL-COURSE-AVERAGE(ENR-IDX) IS GREATER
                          THAN 0)
                       MOVE ETBL-COURSE-CODE(ENR-IDX) TO
                         WS-CALC-COURSE-CODE
                       MOVE ETBL-COURSE-AVERAGE(ENR-IDX) TO
                         WS-CALC-MARK
                       PERFORM 220-ADD-GRADED-COURSE
                   END-IF
               END-IF
           END-PERFORM.
               PERFORM 212-AVERAGE-FROM-SLOTS
           END-IF.

           PERFORM 221-FINISH-WEIGHTED-AVERAGE.

      *Accumulate the graded slots for a record older than the
      *enrolment file
       212-AVERAGE-FROM-SLOTS.
           IF COURSE-CODE-1-INDEXED IS NOT EQUAL TO SPACES
             AND COURSE-AVERAGE-1-INDEXED IS GREATER THAN 0
               MOVE COURSE-CODE-1-INDEXED TO WS-CALC-COURSE-CODE
               MOVE COURSE-AVERAGE-1-INDEXED TO WS-CALC-MARK
               PERFORM 220-ADD-GRADED-COURSE
           END-IF.
           IF COURSE-CODE-2-INDEXED IS NOT EQUAL TO SPACES
             AND COURSE-AVERAGE-2-INDEXED IS GREATER THAN 0
               MOVE COURSE-CODE-2-INDEXED TO WS-CALC-COURSE-CODE
               MOVE COURSE-AVERAGE-2-INDEXED TO WS-CALC-MARK
               PERFORM 220-ADD-GRADED-COURSE
           END-IF.
           IF COURSE-CODE-3-INDEXED IS NOT EQUAL TO SPACES
             AND COURSE-AVERAGE-3-INDEXED IS GREATER THAN 0
               MOVE COURSE-CODE-3-INDEXED TO WS-CALC-COURSE-CODE
               MOVE COURSE-AVERAGE-3-INDEXED TO WS-CALC-MARK
               PERFORM 220-ADD-GRADED-COURSE
           END-IF.
           IF COURSE-CODE-4-INDEXED IS NOT EQUAL TO SPACES
             AND COURSE-AVERAGE-4-INDEXED IS GREATER THAN 0
               MOVE COURSE-CODE-4-INDEXED TO WS-CALC-COURSE-CODE
               MOVE COURSE-AVERAGE-4-INDEXED TO WS-CALC-MARK
               PERFORM 220-ADD-GRADED-COURSE
           END-IF.
           IF COURSE-CODE-5-INDEXED IS NOT EQUAL TO SPACES
             AND COURSE-AVERAGE-5-INDEXED IS GREATER THAN 0
               MOVE COURSE-CODE-5-INDEXED TO WS-CALC-COURSE-CODE
               MOVE COURSE-AVERAGE-5-INDEXED TO WS-CALC-MARK
               PERFORM 220-ADD-GRADED-COURSE
           END-IF.

      *Count every course the student has finished with a pass
             AND WS-COMPLETED-COUNT IS NOT LESS THAN
                WS-COURSES-REQUIRED
             AND WS-TERM-AVERAGE IS NOT LESS THAN 50
               PERFORM 222-CHECK-GRADUATION-HOLDS
               IF WS-HOLD-BLOCKED IS EQUAL TO "YES"
                   ADD 1 TO STUDENTS-HELD
               ELSE
                   MOVE "GRADUATED" TO WS-DECISION-TEXT
                   MOVE "G" TO STUDENT-STATUS-INDEXED
                   MOVE "YES" TO WS-RECORD-CHANGED
                   ADD 1 TO STUDENTS-GRADUATED
               END-IF
           ELSE
               IF WS-TERM-AVERAGE IS NOT LESS THAN 50
                   PERFORM 213-ROLL-TERM-FORWARD

           PERFORM 215-WRITE-REGISTER-LINE.

      *A student who has met the graduation rules is not graduated
      *while a standing hold remains, unless the hold was overridden
      *for graduation ahead of time (CST-8283-PROJECT-47) - there is
      *no one to ask in the batch, so the student stays on the
      *register as held and the refusal is logged
       222-CHECK-GRADUATION-HOLDS.
           MOVE STUDENT-NUMBER-INDEXED TO WS-HOLD-STUDENT.
           MOVE "G" TO WS-HOLD-PURPOSE.
           MOVE SPACES TO WS-HOLD-OPERATOR.
           PERFORM 882-CHECK-STUDENT-HOLDS.

           IF WS-HOLD-BLOCKED IS EQUAL TO "YES"
               MOVE "REFUSED" TO WS-HOLD-ACTION
               PERFORM 884-WRITE-HOLD-LOG
               IF WS-HOLD-NUMBER IS EQUAL TO 0
                   MOVE "HELD - HOLDS FILE NOT FULLY READ" TO
                     WS-DECISION-TEXT
               ELSE
                   STRING "HELD - GRADUATION HOLD " DELIMITED BY SIZE
                     WS-HOLD-NUMBER DELIMITED BY SIZE
                     INTO WS-DECISION-TEXT
                   END-STRING
               END-IF
           ELSE
               IF WS-HOLD-OVERRIDDEN IS EQUAL TO "YES"
                   MOVE "ALLOWED" TO WS-HOLD-ACTION
                   PERFORM 884-WRITE-HOLD-LOG
               END-IF
           END-IF.

      *Roll the student's term forward one session
       213-ROLL-TERM-FORWARD.
           MOVE "NO" TO WS-TERM-ROLLED.
               END-EVALUATE
           END-IF.

      *    A student is not rolled into a term already closed to
      *    posting
           IF WS-TERM-ROLLED IS EQUAL TO "YES"
               MOVE WS-TERM-WORK TO WS-CHECK-TERM
               PERFORM 872-CHECK-TERM-OPEN
               IF WS-TERM-CLOSED IS EQUAL TO "YES"
                   MOVE "NO" TO WS-TERM-ROLLED
                   MOVE "HELD - NEXT TERM CLOSED" TO WS-DECISION-TEXT
               END-IF
           END-IF.

           IF WS-TERM-ROLLED IS EQUAL TO "YES"
               MOVE WS-TERM-WORK TO ACADEMIC-TERM-INDEXED
               MOVE SPACES TO WS-DECISION-TEXT
           MOVE STUDENT-NAME-INDEXED TO PRG-STUDENT-NAME.
           MOVE ACADEMIC-TERM-INDEXED TO PRG-TERM.
           MOVE WS-TERM-AVERAGE TO PRG-TERM-AVERAGE.
           MOVE WS-TERM-GPA TO PRG-TERM-GPA.
           MOVE WS-COMPLETED-COUNT TO PRG-COMPLETED.
           MOVE WS-DECISION-TEXT TO PRG-DECISION.
           MOVE REGISTER-DETAIL-LINE TO PROGRESSION-REGISTER-OUT.
           WRITE PROGRESSION-REGISTER-OUT.

      *Read every course master record into the course table with
      *the credit hours it carries
       216-LOAD-COURSE-TABLE.
           PERFORM UNTIL WS-COURSE-EOF IS EQUAL TO "YES"
               READ COURSE-FILE
                   AT END
                       MOVE "YES" TO WS-COURSE-EOF
                   NOT AT END
                       IF COURSE-TABLE-COUNT IS LESS THAN 500
                           ADD 1 TO COURSE-TABLE-COUNT
                           MOVE COURSE-CODE TO
                             CTBL-COURSE-CODE(COURSE-TABLE-COUNT)
                           IF COURSE-CREDIT-HOURS IS NUMERIC
                               MOVE COURSE-CREDIT-HOURS-9 TO
                                 CTBL-CREDIT-HOURS(COURSE-TABLE-COUNT)
                           ELSE
                               MOVE 0 TO
                                 CTBL-CREDIT-HOURS(COURSE-TABLE-COUNT)
                           END-IF
                       ELSE
                           DISPLAY "COURSE TABLE FULL - COURSES PAST"
                             " THE FIRST 500 WEIGH ONE HOUR"
                           MOVE "YES" TO WS-COURSE-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *Read every band of the grade scale into the scale table
       217-LOAD-SCALE-TABLE.
           PERFORM UNTIL WS-SCALE-EOF IS EQUAL TO "YES"
               READ GRADE-SCALE-FILE
                   AT END
                       MOVE "YES" TO WS-SCALE-EOF
                   NOT AT END
                       IF SCALE-TABLE-COUNT IS LESS THAN 50
                           ADD 1 TO SCALE-TABLE-COUNT
                           MOVE GSC-LOW-MARK TO
                             SCTB-LOW-MARK(SCALE-TABLE-COUNT)
                           MOVE GSC-HIGH-MARK TO
                             SCTB-HIGH-MARK(SCALE-TABLE-COUNT)
                           MOVE GSC-LETTER-GRADE TO
                             SCTB-LETTER-GRADE(SCALE-TABLE-COUNT)
                           MOVE GSC-GRADE-POINTS TO
                             SCTB-GRADE-POINTS(SCALE-TABLE-COUNT)
                       ELSE
                           DISPLAY "GRADE SCALE FULL - ONLY THE FIRST"
                             " 50 BANDS ARE USED"
                           MOVE "YES" TO WS-SCALE-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *Find the credit hours the course in WS-CALC-COURSE-CODE
      *carries - a course not on the master, or with no hours on
      *its record, weighs one hour
       218-LOOKUP-CREDIT-HOURS.
           MOVE 1 TO WS-CREDIT-HOURS.

           IF COURSE-TABLE-COUNT IS GREATER THAN 0
               SET COURSE-TABLE-IDX TO 1
               SEARCH COURSE-TABLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN CTBL-COURSE-CODE(COURSE-TABLE-IDX) IS EQUAL
                          TO WS-CALC-COURSE-CODE
                       IF CTBL-CREDIT-HOURS(COURSE-TABLE-IDX) IS
                            GREATER THAN 0
                           MOVE CTBL-CREDIT-HOURS(COURSE-TABLE-IDX)
                             TO WS-CREDIT-HOURS
                       END-IF
               END-SEARCH
           END-IF.

      *Find the letter grade and grade points the mark in
      *WS-CALC-MARK earns on the grade scale - a mark in no band
      *gets no letter and no points
       219-LOOKUP-LETTER-GRADE.
           MOVE SPACES TO WS-LETTER-GRADE.
           MOVE 0 TO WS-GRADE-POINTS.

           PERFORM VARYING SCL-IDX FROM 1 BY 1
             UNTIL SCL-IDX > SCALE-TABLE-COUNT
               IF WS-CALC-MARK IS NOT LESS THAN SCTB-LOW-MARK(SCL-IDX)
                 AND WS-CALC-MARK IS NOT GREATER THAN
                    SCTB-HIGH-MARK(SCL-IDX)
                   MOVE SCTB-LETTER-GRADE(SCL-IDX) TO WS-LETTER-GRADE
                   MOVE SCTB-GRADE-POINTS(SCL-IDX) TO WS-GRADE-POINTS
               END-IF
           END-PERFORM.

      *Count one graded course into the running totals - its mark
      *and its grade points each weighed by its credit hours
       220-ADD-GRADED-COURSE.
           PERFORM 218-LOOKUP-CREDIT-HOURS.
           PERFORM 219-LOOKUP-LETTER-GRADE.

           COMPUTE WS-WEIGHTED-TOTAL = WS-WEIGHTED-TOTAL
             + (WS-CALC-MARK * WS-CREDIT-HOURS).
           ADD WS-CREDIT-HOURS TO WS-CREDIT-TOTAL.
           COMPUTE WS-POINTS-TOTAL = WS-POINTS-TOTAL
             + (WS-GRADE-POINTS * WS-CREDIT-HOURS).

      *Divide the running totals by the credit hours counted for
      *the credit-weighted term average and the term GPA
       221-FINISH-WEIGHTED-AVERAGE.
           IF WS-CREDIT-TOTAL IS GREATER THAN 0
               DIVIDE WS-WEIGHTED-TOTAL BY WS-CREDIT-TOTAL
                 GIVING WS-TERM-AVERAGE ROUNDED
               DIVIDE WS-POINTS-TOTAL BY WS-CREDIT-TOTAL
                 GIVING WS-TERM-GPA ROUNDED
           ELSE
               MOVE 0 TO WS-TERM-AVERAGE
               MOVE 0 TO WS-TERM-GPA
           END-IF.

      *    Translate FILE-STATUS-THING into a message an operator can
      *    act on, same as CST-8283-PROJECT-3
       214-CHECK-INDEXED-FILE-STATUS.
      *the last unload
       840-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-RECORD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.
           MOVE "CST-8283-PROJECT-29" TO JRN-SOURCE-PROGRAM.
           MOVE WS-BUSINESS-DATE TO JRN-JOURNAL-DATE.
           MOVE WS-RUN-TIME TO JRN-JOURNAL-TIME.
           MOVE WS-JOURNAL-ACTION TO JRN-ACTION.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           CLOSE STUFILE-FILE-INDEXED.
           CLOSE ENROLMENT-FILE.
           CLOSE PROGRAM-REQS-FILE.
           CLOSE COURSE-FILE.
           CLOSE GRADE-SCALE-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE PROGRESSION-REGISTER.

           MOVE STUDENTS-GRADUATED TO RC-RECORDS-WRITTEN.
           MOVE STUDENTS-HELD TO RC-EXCEPTION-COUNT.
           MOVE ZEROS TO RC-REJECT-COUNT.
           IF WS-CONTROL-REFUSED IS EQUAL TO "YES"
               MOVE "REFUSED" TO RC-COMPLETION-STATUS
           ELSE
               MOVE "NORMAL" TO RC-COMPLETION-STATUS
           END-IF.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

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

      *Read every active hold into the table - no holds file just
      *means no one is held. A file with more active holds than the
      *table takes leaves some unread, so from then on every student
      *is treated as held rather than let through on a hold missed
       880-LOAD-HOLD-TABLE.
           MOVE "NO" TO WS-HOLD-EOF.
           OPEN INPUT HOLD-FILE.

           IF WS-HOLD-FILE-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-HOLD-EOF
           END-IF.

           PERFORM UNTIL WS-HOLD-EOF IS EQUAL TO "YES"
               READ HOLD-FILE
                   AT END
                       MOVE "YES" TO WS-HOLD-EOF
                   NOT AT END
                       IF HLD-STATUS IS EQUAL TO "A"
                           PERFORM 881-STORE-HOLD
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-HOLD-FILE-STATUS IS NOT EQUAL TO "35"
               CLOSE HOLD-FILE
           END-IF.

      *Store one active hold in the next table slot
       881-STORE-HOLD.
           IF HOLD-TABLE-COUNT IS NOT LESS THAN 5000
               DISPLAY "HOLDS.txt EXCEEDS 5000 ACTIVE HOLDS - EVERY"
                 " STUDENT IS TREATED AS HELD"
               MOVE "YES" TO WS-HOLD-TABLE-FULL
               MOVE "YES" TO WS-HOLD-EOF
           ELSE
               ADD 1 TO HOLD-TABLE-COUNT
               SET HLD-IDX TO HOLD-TABLE-COUNT
               MOVE HLD-HOLD-NUMBER TO HTBL-HOLD-NUMBER(HLD-IDX)
               MOVE HLD-STUDENT-NUMBER TO HTBL-STUDENT-NUMBER(HLD-IDX)
               MOVE HLD-HOLD-TYPE TO HTBL-HOLD-TYPE(HLD-IDX)
               MOVE HLD-REASON TO HTBL-REASON(HLD-IDX)
               MOVE HLD-OVERRIDE-ENROLMENT TO
                 HTBL-OVERRIDE-ENROLMENT(HLD-IDX)
               MOVE HLD-OVERRIDE-TRANSCRIPT TO
                 HTBL-OVERRIDE-TRANSCRIPT(HLD-IDX)
               MOVE HLD-OVERRIDE-GRADUATION TO
                 HTBL-OVERRIDE-GRADUATION(HLD-IDX)
           END-IF.

      *Say whether the student in WS-HOLD-STUDENT is held from what
      *WS-HOLD-PURPOSE says they are after - any active hold without
      *its override byte set for that purpose stands in the way.
      *WS-HOLD-OVERRIDDEN says a hold was there but let through
       882-CHECK-STUDENT-HOLDS.
           MOVE "NO" TO WS-HOLD-BLOCKED.
           MOVE "NO" TO WS-HOLD-OVERRIDDEN.
           MOVE 0 TO WS-HOLD-NUMBER.
           MOVE SPACES TO WS-HOLD-TYPE.
           MOVE SPACES TO WS-HOLD-REASON.

           PERFORM 883-CHECK-ONE-HOLD
             VARYING HLD-IDX FROM 1 BY 1
             UNTIL HLD-IDX > HOLD-TABLE-COUNT.

           IF WS-HOLD-TABLE-FULL IS EQUAL TO "YES"
             AND WS-HOLD-BLOCKED IS NOT EQUAL TO "YES"
               MOVE "YES" TO WS-HOLD-BLOCKED
               MOVE "HOLDS.txt NOT FULLY READ" TO WS-HOLD-REASON
           END-IF.

      *Weigh one hold in the table against the student - the first
      *one standing in the way is kept for the log
       883-CHECK-ONE-HOLD.
           IF HTBL-STUDENT-NUMBER(HLD-IDX) IS EQUAL TO WS-HOLD-STUDENT
               EVALUATE WS-HOLD-PURPOSE
                   WHEN "E"
                       MOVE HTBL-OVERRIDE-ENROLMENT(HLD-IDX) TO
                         WS-HOLD-OVERRIDE-BYTE
                   WHEN "T"
                       MOVE HTBL-OVERRIDE-TRANSCRIPT(HLD-IDX) TO
                         WS-HOLD-OVERRIDE-BYTE
                   WHEN OTHER
                       MOVE HTBL-OVERRIDE-GRADUATION(HLD-IDX) TO
                         WS-HOLD-OVERRIDE-BYTE
               END-EVALUATE

               IF WS-HOLD-OVERRIDE-BYTE IS EQUAL TO "Y"
                   MOVE "YES" TO WS-HOLD-OVERRIDDEN
                   DISPLAY "HOLD " HTBL-HOLD-NUMBER(HLD-IDX) " "
                     HTBL-HOLD-TYPE(HLD-IDX) " "
                     HTBL-REASON(HLD-IDX) " - OVERRIDDEN"
               ELSE
                   DISPLAY "HOLD " HTBL-HOLD-NUMBER(HLD-IDX) " "
                     HTBL-HOLD-TYPE(HLD-IDX) " "
                     HTBL-REASON(HLD-IDX)
               END-IF

               IF WS-HOLD-BLOCKED IS NOT EQUAL TO "YES"
                 AND (WS-HOLD-OVERRIDE-BYTE IS NOT EQUAL TO "Y"
                   OR WS-HOLD-NUMBER IS EQUAL TO 0)
                   MOVE HTBL-HOLD-NUMBER(HLD-IDX) TO WS-HOLD-NUMBER
                   MOVE HTBL-HOLD-TYPE(HLD-IDX) TO WS-HOLD-TYPE
                   MOVE HTBL-REASON(HLD-IDX) TO WS-HOLD-REASON
                   IF WS-HOLD-OVERRIDE-BYTE IS NOT EQUAL TO "Y"
                       MOVE "YES" TO WS-HOLD-BLOCKED
                   END-IF
               END-IF
           END-IF.

      *Append one hold event to the hold log
       884-WRITE-HOLD-LOG.
           OPEN EXTEND HOLD-LOG-FILE.
           IF WS-HOLD-LOG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT HOLD-LOG-FILE
           END-IF.

           MOVE SPACES TO HOLD-LOG-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.
           MOVE WS-RUN-DATE TO HGL-LOG-DATE.
           MOVE WS-RUN-TIME TO HGL-LOG-TIME.
           MOVE "CST-8283-PROJECT-29" TO HGL-PROGRAM-NAME.
           MOVE WS-HOLD-OPERATOR TO HGL-OPERATOR-ID.
           MOVE WS-HOLD-ACTION TO HGL-ACTION.
           MOVE WS-HOLD-STUDENT TO HGL-STUDENT-NUMBER.
           MOVE WS-HOLD-NUMBER TO HGL-HOLD-NUMBER.
           MOVE WS-HOLD-TYPE TO HGL-HOLD-TYPE.
           MOVE WS-HOLD-PURPOSE TO HGL-PURPOSE.
           MOVE WS-HOLD-REASON TO HGL-REASON.
           WRITE HOLD-LOG-RECORD.
           CLOSE HOLD-LOG-FILE.

       END PROGRAM CST-8283-PROJECT-29.
