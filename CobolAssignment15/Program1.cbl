       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ENROLMENT-STATUS.

      *Link the course master file and set as line sequential - the
      *credit hours each course carries weigh its mark in the
      *average and GPA (see copybooks/course_record.txt)
       SELECT COURSE-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\COURSE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-COURSE-FILE-STATUS.

      *Link the grade scale file and set as line sequential - the
      *letter grade and grade points for each band of marks (see
      *copybooks/grade_scale_record.txt)
       SELECT GRADE-SCALE-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\GRADE-SCALE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SCALE-FILE-STATUS.

      *Link the transcript report and set as line sequential
       SELECT TRANSCRIPT-REPORT
       ASSIGN TO
      -"nt 2\TRANSCRIPT.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Link the operator master and set as line sequential - read
      *only, for who may let a held student's transcript through
      *(see copybooks/operator_record.txt)
       SELECT OPERATOR-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\OPERATOR.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OPERATOR-FILE-STATUS.

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

       FD ENROLMENT-FILE.
       COPY "enrolment_record.txt".

      *Course master record - see copybooks/course_record.txt
       FD COURSE-FILE.
       COPY "course_record.txt".

      *Grade scale record - see copybooks/grade_scale_record.txt
       FD GRADE-SCALE-FILE.
       COPY "grade_scale_record.txt".

      *Transcript report output
       FD TRANSCRIPT-REPORT.
       01 TRANSCRIPT-OUT PIC X(80).

      *Operator master record - shared layout, see
      *copybooks/operator_record.txt
       FD OPERATOR-FILE.
       COPY "operator_record.txt".

      *Student hold record - shared layout, see
      *copybooks/hold_record.txt
       FD HOLD-FILE.
       COPY "hold_record.txt".

      *Hold log record - shared layout, see
      *copybooks/hold_log_record.txt
       FD HOLD-LOG-FILE.
       COPY "hold_log_record.txt".

       WORKING-STORAGE SECTION.

      *File status for STUFILE-FILE-INDEXED
       01 FILE-STATUS-THING PIC X(2).
      *File status for the enrolment file
       01 WS-ENROLMENT-STATUS PIC X(2).
      *File status and end-of-file flag for the course master and
      *the grade scale
       01 WS-COURSE-FILE-STATUS PIC X(2).
       01 WS-SCALE-FILE-STATUS PIC X(2).
       01 WS-COURSE-EOF PIC X(4).
       01 WS-SCALE-EOF PIC X(4).

      *Table end-of-file flag, table counter, and program table count
       01 TABLE-VARIBLES.
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

      *The distinct terms the student being printed has enrolments
      *for, in the order they appear on the file
       01 WS-HISTORY-FOUND PIC X(3).
      *Set when the term being collected is already in the term list
       01 WS-TERM-LISTED PIC X(3).
      *Credit-weighted average and GPA working fields - the course
      *and mark being counted, the hours the course carries, the
      *letter and points the mark earns, the running totals, and
      *the grade point average they come to
       01 WS-CALC-COURSE-CODE PIC X(7).
       01 WS-CALC-MARK PIC 9(3).
       01 WS-CREDIT-HOURS PIC 9(2).
       01 WS-LETTER-GRADE PIC X(2).
       01 WS-GRADE-POINTS PIC 9V9.
       01 WS-WEIGHTED-TOTAL PIC 9(7) VALUE 0.
       01 WS-CREDIT-TOTAL PIC 9(4) VALUE 0.
       01 WS-POINTS-TOTAL PIC 9(5)V9 VALUE 0.
       01 STUDENT-GPA PIC 9V99.

      *Report line templates - moved into TRANSCRIPT-OUT before WRITE
       01 PAGE-BREAK-LINE.
         05 DETAIL-COURSE-CODE PIC X(7).
         05 FILLER PIC X(4) VALUE SPACES.
         05 DETAIL-COURSE-AVERAGE PIC ZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 DETAIL-LETTER-GRADE PIC X(2).
         05 FILLER PIC X(4) VALUE SPACES.
         05 DETAIL-CREDIT-HOURS PIC Z9.
         05 FILLER PIC X(4) VALUE " HRS".

       01 WITHDRAWN-DETAIL-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(9) VALUE "WITHDRAWN".

       01 AVERAGE-LINE.
         05 FILLER PIC X(26) VALUE "CREDIT-WEIGHTED AVERAGE - ".
         05 AVERAGE-LINE-AVERAGE PIC ZZ9.

       01 GPA-LINE.
         05 FILLER PIC X(22) VALUE "GRADE POINT AVERAGE - ".
         05 GPA-LINE-GPA PIC 9.99.
         05 FILLER PIC X(18) VALUE "  CREDIT HOURS - ".
         05 GPA-LINE-HOURS PIC ZZZ9.

       01 STANDING-LINE.
         05 FILLER PIC X(11) VALUE "STANDING - ".
         05 STANDING-LINE-TEXT PIC X(12).

      *Date and time-of-day fields the hold log entries carry
       01 WS-RUN-DATE PIC 9(8).
       01 WS-TIME-RAW PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).
      *How many transcripts an ALL run held back
       01 TRANSCRIPTS-HELD PIC 9(5) VALUE 0.

      *Operator master file status and end-of-file flag
       01 WS-OPERATOR-FILE-STATUS PIC X(2).
       01 WS-OPERATOR-EOF PIC X(4).
      *Operator master container - only who may override a hold
       01 OPERATOR-TABLE-COUNT PIC 9(2) VALUE 0.
       01 OPERATOR-TABLE-CONTAINER.
         05 OPERATOR-TABLE-ENTRY
               OCCURS 1 TO 50 TIMES
               DEPENDING ON OPERATOR-TABLE-COUNT
               INDEXED BY OPR-IDX.
           10 OTBL-OPERATOR-ID PIC X(3).
           10 OTBL-STATUS PIC X(1).
           10 OTBL-AUTH-OVERRIDE PIC X(1).

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
      *The override approver's keyed ID and the verdict on it
       01 WS-HOLD-APPROVER PIC X(3).
       01 WS-HOLD-APPROVED PIC X(3).
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

       100-PRODUCE-TRANSCRIPT.
           PERFORM 203-READ-TABLE.
      *Load the enrolment history the transcript prints from
           PERFORM 212-LOAD-ENROLMENT-TABLE.
      *Load the credit hours and the grade scale the average, the
      *letter grades and the GPA are computed from
           PERFORM 217-LOAD-COURSE-TABLE.
           PERFORM 218-LOAD-SCALE-TABLE.
      *Load the standing student holds a transcript is refused on,
      *and who may override one
           PERFORM 880-LOAD-HOLD-TABLE.
           PERFORM 225-LOAD-OPERATOR-TABLE.

      *Print one transcript by key, or every student front to back
           IF WS-STUDENT-REQUEST IS EQUAL TO "ALL" OR "all"
               PERFORM 205-PRINT-ALL-TRANSCRIPTS
               IF TRANSCRIPTS-HELD IS GREATER THAN 0
                   DISPLAY "TRANSCRIPTS HELD BACK     " TRANSCRIPTS-HELD
               END-IF
           ELSE
               PERFORM 204-PRINT-ONE-TRANSCRIPT
           END-IF.
               MOVE "YES" TO WS-ENROLMENT-EOF
           END-IF.

      *    With no course master every course weighs one hour, and
      *    with no grade scale no letter grades print and the GPA
      *    is zero - the transcript still prints
           OPEN INPUT COURSE-FILE.
           IF WS-COURSE-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "COURSE.txt NOT FOUND - EVERY COURSE WEIGHS"
               DISPLAY "ONE CREDIT HOUR"
               MOVE "YES" TO WS-COURSE-EOF
           END-IF.

           OPEN INPUT GRADE-SCALE-FILE.
           IF WS-SCALE-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "GRADE-SCALE.txt NOT FOUND - NO LETTER GRADES"
               DISPLAY "OR GPA THIS RUN"
               MOVE "YES" TO WS-SCALE-EOF
           END-IF.

           OPEN OUTPUT TRANSCRIPT-REPORT.

       203-READ-TABLE.
                             ETBL-COURSE-AVERAGE(ENROLMENT-TABLE-COUNT)
                           MOVE ENR-STATUS TO
                             ETBL-STATUS(ENROLMENT-TABLE-COUNT)
                           MOVE ENR-MARK-STATUS TO
                             ETBL-MARK-STATUS(ENROLMENT-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
                   DISPLAY "STUDENT " WS-STUDENT-REQUEST
                     " NOT ON THE MASTER"
               NOT INVALID KEY
                   PERFORM 224-CHECK-TRANSCRIPT-HOLDS
                   IF WS-HOLD-BLOCKED IS NOT EQUAL TO "YES"
                       PERFORM 206-PRINT-TRANSCRIPT-PAGE
                   END-IF
           END-READ.

      *Read the master front to back printing every student's page
                   AT END
                       MOVE "YES" TO WS-EOF
                   NOT AT END
                       PERFORM 224-CHECK-TRANSCRIPT-HOLDS
                       IF WS-HOLD-BLOCKED IS NOT EQUAL TO "YES"
                           PERFORM 206-PRINT-TRANSCRIPT-PAGE
                       END-IF
               END-READ
           END-PERFORM.

      *A student with a standing hold gets no transcript unless the
      *hold was overridden for transcripts ahead of time. For one
      *student an operator with the override permission can let
      *them through now; an ALL run has no one to ask, so the held
      *student is skipped and logged
       224-CHECK-TRANSCRIPT-HOLDS.
           MOVE STUDENT-NUMBER-INDEXED TO WS-HOLD-STUDENT.
           MOVE "T" TO WS-HOLD-PURPOSE.
           MOVE SPACES TO WS-HOLD-OPERATOR.
           PERFORM 882-CHECK-STUDENT-HOLDS.

           IF WS-HOLD-BLOCKED IS EQUAL TO "YES"
               IF WS-STUDENT-REQUEST IS EQUAL TO "ALL" OR "all"
                   MOVE "REFUSED" TO WS-HOLD-ACTION
                   PERFORM 884-WRITE-HOLD-LOG
               ELSE
                   PERFORM 885-ASK-HOLD-OVERRIDE
               END-IF
               IF WS-HOLD-BLOCKED IS EQUAL TO "YES"
                   DISPLAY "TRANSCRIPT REFUSED - STUDENT "
                     STUDENT-NUMBER-INDEXED " IS HELD"
                   ADD 1 TO TRANSCRIPTS-HELD
               END-IF
           ELSE
               IF WS-HOLD-OVERRIDDEN IS EQUAL TO "YES"
                   MOVE "ALLOWED" TO WS-HOLD-ACTION
                   PERFORM 884-WRITE-HOLD-LOG
               END-IF
           END-IF.

      *Read who may override a hold into the table - no operator
      *file means no one can, and a held student stays held
       225-LOAD-OPERATOR-TABLE.
           MOVE "NO" TO WS-OPERATOR-EOF.
           OPEN INPUT OPERATOR-FILE.

           IF WS-OPERATOR-FILE-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-OPERATOR-EOF
           END-IF.

           PERFORM UNTIL WS-OPERATOR-EOF IS EQUAL TO "YES"
               READ OPERATOR-FILE
                   AT END
                       MOVE "YES" TO WS-OPERATOR-EOF
                   NOT AT END
                       IF OPERATOR-TABLE-COUNT IS LESS THAN 50
                           ADD 1 TO OPERATOR-TABLE-COUNT
                           MOVE OPR-OPERATOR-ID TO
                             OTBL-OPERATOR-ID(OPERATOR-TABLE-COUNT)
                           MOVE OPR-STATUS TO
                             OTBL-STATUS(OPERATOR-TABLE-COUNT)
                           MOVE OPR-AUTH-OVERRIDE TO
                             OTBL-AUTH-OVERRIDE(OPERATOR-TABLE-COUNT)
                       ELSE
                           DISPLAY "OPERATOR TABLE FULL - ONLY THE"
                             " FIRST 50 OPERATORS CAN OVERRIDE"
                           MOVE "YES" TO WS-OPERATOR-EOF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-OPERATOR-FILE-STATUS IS NOT EQUAL TO "35"
               CLOSE OPERATOR-FILE
           END-IF.

      *Print one student's transcript page - name, program, then
      *every term they have enrolments for with that term's courses,
      *the overall average, and the standing. A student with no
               MOVE ACADEMIC-TERM-INDEXED TO TERM-LINE-TERM
               MOVE TERM-LINE TO TRANSCRIPT-OUT
               WRITE TRANSCRIPT-OUT
               MOVE 0 TO WS-WEIGHTED-TOTAL
               MOVE 0 TO WS-CREDIT-TOTAL
               MOVE 0 TO WS-POINTS-TOTAL
               PERFORM 211-PRINT-COURSE-LINE
                 VARYING WS-SLOT-NUMBER FROM 1 BY 1
                 UNTIL WS-SLOT-NUMBER IS GREATER THAN 5
           MOVE AVERAGE-LINE TO TRANSCRIPT-OUT.
           WRITE TRANSCRIPT-OUT.

           MOVE STUDENT-GPA TO GPA-LINE-GPA.
           MOVE WS-CREDIT-TOTAL TO GPA-LINE-HOURS.
           MOVE GPA-LINE TO TRANSCRIPT-OUT.
           WRITE TRANSCRIPT-OUT.

      *    Same standing buckets as the honour roll
           EVALUATE TRUE
               WHEN STUDENT-AVERAGE IS GREATER THAN OR EQUAL TO 80
                       WRITE TRANSCRIPT-OUT
                   ELSE
                       MOVE ETBL-COURSE-CODE(ENR-IDX) TO
                         WS-CALC-COURSE-CODE
                       MOVE ETBL-COURSE-AVERAGE(ENR-IDX) TO
                         WS-CALC-MARK
                       PERFORM 219-LOOKUP-CREDIT-HOURS
      *                An ungraded course prints without a letter
                       IF ETBL-MARK-STATUS(ENR-IDX) IS EQUAL TO "P"
                         OR ETBL-COURSE-AVERAGE(ENR-IDX) IS GREATER
                            THAN 0
                           PERFORM 220-LOOKUP-LETTER-GRADE
                       ELSE
                           MOVE SPACES TO WS-LETTER-GRADE
                       END-IF
                       PERFORM 223-WRITE-COURSE-DETAIL
                   END-IF
               END-IF
           END-PERFORM.

      *Weigh every graded enrolment on the student's history by its
      *credit hours - an ungraded current-term course doesn't drag
      *the average down. A mark is graded once the grade load has
      *posted it, or, on a record from before the grade load, once
      *it is above zero
       216-CALCULATE-HISTORY-AVERAGE.
           MOVE 0 TO WS-WEIGHTED-TOTAL.
           MOVE 0 TO WS-CREDIT-TOTAL.
           MOVE 0 TO WS-POINTS-TOTAL.

           PERFORM VARYING ENR-IDX FROM 1 BY 1
             UNTIL ENR-IDX > ENROLMENT-TABLE-COUNT
               IF ETBL-STUDENT-NUMBER(ENR-IDX) IS EQUAL TO
                    STUDENT-NUMBER-INDEXED
                 AND ETBL-STATUS(ENR-IDX) IS NOT EQUAL TO "W"
                 AND (ETBL-MARK-STATUS(ENR-IDX) IS EQUAL TO "P"
                   OR ETBL-COURSE-AVERAGE(ENR-IDX) IS GREATER THAN 0)
                   MOVE ETBL-COURSE-CODE(ENR-IDX) TO
                     WS-CALC-COURSE-CODE
                   MOVE ETBL-COURSE-AVERAGE(ENR-IDX) TO WS-CALC-MARK
                   PERFORM 221-ADD-GRADED-COURSE
               END-IF
           END-PERFORM.

           PERFORM 222-FINISH-WEIGHTED-AVERAGE.

      *Resolve the student's program name through the program table
       210-LOOKUP-PROGRAM-NAME.
           END-EVALUATE.

           IF WS-SLOT-COURSE-CODE IS NOT EQUAL TO SPACES
               MOVE WS-SLOT-COURSE-CODE TO WS-CALC-COURSE-CODE
               MOVE WS-SLOT-AVERAGE TO WS-CALC-MARK
               PERFORM 219-LOOKUP-CREDIT-HOURS
               IF WS-SLOT-AVERAGE IS GREATER THAN 0
                   PERFORM 220-LOOKUP-LETTER-GRADE
                   PERFORM 221-ADD-GRADED-COURSE
               ELSE
                   MOVE SPACES TO WS-LETTER-GRADE
               END-IF
               PERFORM 223-WRITE-COURSE-DETAIL
           END-IF.

      *Finish the credit-weighted average and GPA on the fallback
      *path for records older than the enrolment file - the slots
      *were counted in as 211 printed them, the graded ones only,
      *the same way as the history
       208-CALCULATE-AVERAGE.
           PERFORM 222-FINISH-WEIGHTED-AVERAGE.

      *Print one course line with its mark, letter grade and credit
      *hours
       223-WRITE-COURSE-DETAIL.
           MOVE WS-CALC-COURSE-CODE TO DETAIL-COURSE-CODE.
           MOVE WS-CALC-MARK TO DETAIL-COURSE-AVERAGE.
           MOVE WS-LETTER-GRADE TO DETAIL-LETTER-GRADE.
           MOVE WS-CREDIT-HOURS TO DETAIL-CREDIT-HOURS.
           MOVE COURSE-DETAIL-LINE TO TRANSCRIPT-OUT.
           WRITE TRANSCRIPT-OUT.

      *Read every course master record into the course table with
      *the credit hours it carries
       217-LOAD-COURSE-TABLE.
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
       218-LOAD-SCALE-TABLE.
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
       219-LOOKUP-CREDIT-HOURS.
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
       220-LOOKUP-LETTER-GRADE.
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
      *and its grade points each weighed by its credit hours. The
      *transcripts, the honour roll, progression and the registrar
      *extract (CST-8283-PROJECT-31/5/29/17) all count the same way
       221-ADD-GRADED-COURSE.
           PERFORM 219-LOOKUP-CREDIT-HOURS.
           PERFORM 220-LOOKUP-LETTER-GRADE.

           COMPUTE WS-WEIGHTED-TOTAL = WS-WEIGHTED-TOTAL
             + (WS-CALC-MARK * WS-CREDIT-HOURS).
           ADD WS-CREDIT-HOURS TO WS-CREDIT-TOTAL.
           COMPUTE WS-POINTS-TOTAL = WS-POINTS-TOTAL
             + (WS-GRADE-POINTS * WS-CREDIT-HOURS).

      *Divide the running totals by the credit hours counted for
      *the credit-weighted average and the GPA
       222-FINISH-WEIGHTED-AVERAGE.
           IF WS-CREDIT-TOTAL IS GREATER THAN 0
               DIVIDE WS-WEIGHTED-TOTAL BY WS-CREDIT-TOTAL
                 GIVING STUDENT-AVERAGE ROUNDED
               DIVIDE WS-POINTS-TOTAL BY WS-CREDIT-TOTAL
                 GIVING STUDENT-GPA ROUNDED
           ELSE
               MOVE 0 TO STUDENT-AVERAGE
               MOVE 0 TO STUDENT-GPA
           END-IF.

      *Close all external files
       209-CLOSE-EXTERNAL-FILES.
           CLOSE PROGRAM-FILE.
           CLOSE STUFILE-FILE-INDEXED.
           CLOSE ENROLMENT-FILE.
           CLOSE COURSE-FILE.
           CLOSE GRADE-SCALE-FILE.
           CLOSE TRANSCRIPT-REPORT.

           STOP RUN.
           GOBACK.

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
           MOVE "CST-8283-PROJECT-15" TO HGL-PROGRAM-NAME.
           MOVE WS-HOLD-OPERATOR TO HGL-OPERATOR-ID.
           MOVE WS-HOLD-ACTION TO HGL-ACTION.
           MOVE WS-HOLD-STUDENT TO HGL-STUDENT-NUMBER.
           MOVE WS-HOLD-NUMBER TO HGL-HOLD-NUMBER.
           MOVE WS-HOLD-TYPE TO HGL-HOLD-TYPE.
           MOVE WS-HOLD-PURPOSE TO HGL-PURPOSE.
           MOVE WS-HOLD-REASON TO HGL-REASON.
           WRITE HOLD-LOG-RECORD.
           CLOSE HOLD-LOG-FILE.

      *A held student goes no further unless an operator with the
      *override permission keys their ID to let them through - a
      *blank, or an ID without the permission, refuses. Either way
      *the outcome is logged, against the approver when one was
      *keyed
       885-ASK-HOLD-OVERRIDE.
           MOVE SPACES TO WS-HOLD-APPROVER.
           MOVE "NO" TO WS-HOLD-APPROVED.
           DISPLAY "STUDENT IS HELD - OVERRIDE OPERATOR ID (BLANK TO"
             " REFUSE)".
           ACCEPT WS-HOLD-APPROVER.

           IF WS-HOLD-APPROVER IS NOT EQUAL TO SPACES
               PERFORM VARYING OPR-IDX FROM 1 BY 1
                 UNTIL OPR-IDX > OPERATOR-TABLE-COUNT
                   IF OTBL-OPERATOR-ID(OPR-IDX) IS EQUAL TO
                        WS-HOLD-APPROVER
                     AND OTBL-STATUS(OPR-IDX) IS NOT EQUAL TO "D"
                     AND OTBL-AUTH-OVERRIDE(OPR-IDX) IS EQUAL TO "Y"
                       MOVE "YES" TO WS-HOLD-APPROVED
                   END-IF
               END-PERFORM
               MOVE WS-HOLD-APPROVER TO WS-HOLD-OPERATOR
           END-IF.

           IF WS-HOLD-APPROVED IS EQUAL TO "YES"
               MOVE "NO" TO WS-HOLD-BLOCKED
               MOVE "ALLOWED" TO WS-HOLD-ACTION
               DISPLAY "HOLD OVERRIDDEN BY " WS-HOLD-APPROVER
           ELSE
               IF WS-HOLD-APPROVER IS NOT EQUAL TO SPACES
                   DISPLAY "OPERATOR " WS-HOLD-APPROVER " MAY NOT"
                     " OVERRIDE A HOLD"
               END-IF
               MOVE "REFUSED" TO WS-HOLD-ACTION
           END-IF.

           PERFORM 884-WRITE-HOLD-LOG.

       END PROGRAM CST-8283-PROJECT-15.
