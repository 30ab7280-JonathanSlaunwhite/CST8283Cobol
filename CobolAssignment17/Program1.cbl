          RECORD KEY IS STUDENT-NUMBER-INDEXED
          FILE STATUS IS FILE-STATUS-THING.

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
      *grade points each band of marks earns (see
      *copybooks/grade_scale_record.txt)
       SELECT GRADE-SCALE-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\GRADE-SCALE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SCALE-FILE-STATUS.

      *Link the course enrolment file and set as line sequential -
      *the course history the term's marks come from, the same as
      *the transcripts and progression (see
      *copybooks/enrolment_record.txt)
       SELECT ENROLMENT-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\ENROLMENT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ENROLMENT-STATUS.

      *Link the comma-delimited extract and set as line sequential
       SELECT EXTRACT-FILE
       ASSIGN TO
                   ==ACADEMIC-TERM==  BY ==ACADEMIC-TERM-INDEXED==
                   ==STUDENT-STATUS== BY ==STUDENT-STATUS-INDEXED==.

      *Course master record - see copybooks/course_record.txt
       FD COURSE-FILE.
       COPY "course_record.txt".

      *Grade scale record - see copybooks/grade_scale_record.txt
       FD GRADE-SCALE-FILE.
       COPY "grade_scale_record.txt".

      *Course enrolment record - shared layout, see
      *copybooks/enrolment_record.txt
       FD ENROLMENT-FILE.
       COPY "enrolment_record.txt".

      *Comma-delimited extract row
       FD EXTRACT-FILE.
       01 EXTRACT-ROW PIC X(300).

      *File status for STUFILE-FILE-INDEXED
       01 FILE-STATUS-THING PIC X(2).
      *File status and end-of-file flag for the course master and
      *the grade scale
       01 WS-COURSE-FILE-STATUS PIC X(2).
       01 WS-SCALE-FILE-STATUS PIC X(2).
       01 WS-COURSE-EOF PIC X(4).
       01 WS-SCALE-EOF PIC X(4).

      *File status and end-of-file flag for the enrolment file, and
      *whether the student being averaged has any history on it
       01 WS-ENROLMENT-STATUS PIC X(2).
       01 WS-ENROLMENT-EOF PIC X(4).
       01 WS-HISTORY-FOUND PIC X(3).

      *In-memory copy of the enrolment file - the history the
      *averages are computed from
       01 ENROLMENT-TABLE-COUNT PIC 9(4) VALUE 0.
       01 ENROLMENT-TABLE-CONTAINER.
         05 ENROLMENT-TABLE-ENTRY
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON ENROLMENT-TABLE-COUNT
               INDEXED BY ENR-IDX.
           10 ETBL-STUDENT-NUMBER PIC 9(6).
           10 ETBL-ACADEMIC-TERM PIC X(5).
           10 ETBL-COURSE-CODE PIC X(7).
           10 ETBL-COURSE-AVERAGE PIC 9(3).
           10 ETBL-STATUS PIC X(1).
           10 ETBL-MARK-STATUS PIC X(1).

      *Table end-of-file flag, table counter, and program table count
       01 TABLE-VARIBLES.
       01 WS-PROGRAM-NAME PIC X(20).
      *The standing bucket for the student being extracted
       01 WS-STANDING PIC X(12).
      *Which of the five course slots is being appended or counted
       01 WS-SLOT-NUMBER PIC 9(1).
       01 WS-SLOT-COURSE-CODE PIC X(7).
       01 WS-SLOT-AVERAGE PIC 9(3).

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

      *The row builder - each field is laid into WS-FIELD-TEXT,
      *measured, and appended to the row at WS-ROW-POINTER with a
      *Zero-padded display forms of the numeric fields
       01 WS-TUITION-DISPLAY PIC 99999.99.
       01 WS-AVERAGE-DISPLAY PIC 9(3).
       01 WS-GPA-DISPLAY PIC 9.99.

      *Keep track of rows written for the console log
       01 COUNTERS.
           PERFORM 201-OPEN-EXTERNAL-FILES.
      *Load program-of-study table
           PERFORM 202-READ-TABLE.
      *Load the credit hours and the grade scale the average and GPA
      *columns are computed from
           PERFORM 210-LOAD-COURSE-TABLE.
           PERFORM 211-LOAD-SCALE-TABLE.
      *Load the enrolment history the term's marks come from
           PERFORM 217-LOAD-ENROLMENT-TABLE.
      *Write one delimited row per student on the master
           PERFORM 204-EXTRACT-STUDENTS.

               MOVE "YES" TO WS-EOF
           END-IF.

      *    With no course master every course weighs one hour, and
      *    with no grade scale the GPA column is zero - the extract
      *    still runs
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

      *    A student with no enrolment records is averaged off their
      *    five slots - a missing file just means everyone is
           OPEN INPUT ENROLMENT-FILE.
           IF WS-ENROLMENT-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-ENROLMENT-EOF
           END-IF.

           OPEN OUTPUT EXTRACT-FILE.

       202-READ-TABLE.
           END-PERFORM.

      *Build and write one student's delimited row - student number,
      *name, program code and resolved name, credit-weighted
      *average, standing, tuition owed, the five course code/average
      *pairs, and the GPA - last, so the columns the downstream load
      *already maps stay where they were
       205-WRITE-EXTRACT-ROW.
           PERFORM 206-LOOKUP-PROGRAM-NAME.
           PERFORM 208-CALCULATE-AVERAGE.

           EVALUATE TRUE
             VARYING WS-SLOT-NUMBER FROM 1 BY 1
             UNTIL WS-SLOT-NUMBER IS GREATER THAN 5.

           MOVE SPACES TO WS-FIELD-TEXT.
           MOVE STUDENT-GPA TO WS-GPA-DISPLAY.
           MOVE WS-GPA-DISPLAY TO WS-FIELD-TEXT.
           PERFORM 230-APPEND-FIELD.

      *    The builder leaves a comma after the final field - blank
      *    it so the row ends cleanly
           SUBTRACT 1 FROM WS-ROW-POINTER.
               WHEN 4
                   MOVE COURSE-AVERAGE-4-INDEXED TO WS-AVERAGE-DISPLAY
               WHEN 5
                   MOVE COURSE-AVERAGE-5-INDEXED TO WS-AVERAGE-DISPLAY
           END-EVALUATE.

           MOVE WS-AVERAGE-DISPLAY TO WS-FIELD-TEXT.
                 WITH POINTER WS-ROW-POINTER
           END-IF.

      *Credit-weighted average and GPA over the student's graded
      *current-term courses - the enrolment history where they have
      *one, the five slots where they predate it. A mark is graded
      *once the grade load has posted it, or, on a record from
      *before the grade load, once it is above zero. Same formula
      *as the honour roll (CST-8283-PROJECT-5) and the transcripts,
      *so the extract and the standings agree
       208-CALCULATE-AVERAGE.
           MOVE "NO" TO WS-HISTORY-FOUND.
           MOVE 0 TO WS-WEIGHTED-TOTAL.
           MOVE 0 TO WS-CREDIT-TOTAL.
           MOVE 0 TO WS-POINTS-TOTAL.

           PERFORM VARYING ENR-IDX FROM 1 BY 1
             UNTIL ENR-IDX > ENROLMENT-TABLE-COUNT
               IF ETBL-STUDENT-NUMBER(ENR-IDX) IS EQUAL TO
                    STUDENT-NUMBER-INDEXED
                   MOVE "YES" TO WS-HISTORY-FOUND
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
                       PERFORM 215-ADD-GRADED-COURSE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-HISTORY-FOUND IS NOT EQUAL TO "YES"
               PERFORM 212-COUNT-ONE-SLOT
                 VARYING WS-SLOT-NUMBER FROM 1 BY 1
                 UNTIL WS-SLOT-NUMBER IS GREATER THAN 5
           END-IF.

           PERFORM 216-FINISH-WEIGHTED-AVERAGE.

      *Pick up one course slot and count it in when it is graded -
      *only for a student with no enrolment history, whose slots
      *carry no posted flag, so a zero there is still no mark
       212-COUNT-ONE-SLOT.
           MOVE SPACES TO WS-SLOT-COURSE-CODE.
           MOVE 0 TO WS-SLOT-AVERAGE.

           EVALUATE WS-SLOT-NUMBER
               WHEN 1
                   MOVE COURSE-CODE-1-INDEXED TO WS-SLOT-COURSE-CODE
                   MOVE COURSE-AVERAGE-1-INDEXED TO WS-SLOT-AVERAGE
               WHEN 2
                   MOVE COURSE-CODE-2-INDEXED TO WS-SLOT-COURSE-CODE
                   MOVE COURSE-AVERAGE-2-INDEXED TO WS-SLOT-AVERAGE
               WHEN 3
                   MOVE COURSE-CODE-3-INDEXED TO WS-SLOT-COURSE-CODE
                   MOVE COURSE-AVERAGE-3-INDEXED TO WS-SLOT-AVERAGE
               WHEN 4
                   MOVE COURSE-CODE-4-INDEXED TO WS-SLOT-COURSE-CODE
                   MOVE COURSE-AVERAGE-4-INDEXED TO WS-SLOT-AVERAGE
               WHEN 5
                   MOVE COURSE-CODE-5-INDEXED TO WS-SLOT-COURSE-CODE
                   MOVE COURSE-AVERAGE-5-INDEXED TO WS-SLOT-AVERAGE
           END-EVALUATE.

           IF WS-SLOT-COURSE-CODE IS NOT EQUAL TO SPACES
             AND WS-SLOT-AVERAGE IS GREATER THAN 0
               MOVE WS-SLOT-COURSE-CODE TO WS-CALC-COURSE-CODE
               MOVE WS-SLOT-AVERAGE TO WS-CALC-MARK
               PERFORM 215-ADD-GRADED-COURSE
           END-IF.

      *Read the whole enrolment file into the table
       217-LOAD-ENROLMENT-TABLE.
           PERFORM UNTIL WS-ENROLMENT-EOF IS EQUAL TO "YES"
               READ ENROLMENT-FILE
                   AT END
                       MOVE "YES" TO WS-ENROLMENT-EOF
                   NOT AT END
                       IF ENROLMENT-TABLE-COUNT IS NOT LESS THAN 2000
                           DISPLAY "ENROLMENT TABLE FULL - AVERAGES"
                             " USE THE FIRST 2000 ENROLMENTS ONLY"
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
                           MOVE ENR-MARK-STATUS TO
                             ETBL-MARK-STATUS(ENROLMENT-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

      *Read every course master record into the course table with
      *the credit hours it carries
       210-LOAD-COURSE-TABLE.
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
       211-LOAD-SCALE-TABLE.
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
       213-LOOKUP-CREDIT-HOURS.
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
       214-LOOKUP-LETTER-GRADE.
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
       215-ADD-GRADED-COURSE.
           PERFORM 213-LOOKUP-CREDIT-HOURS.
           PERFORM 214-LOOKUP-LETTER-GRADE.

           COMPUTE WS-WEIGHTED-TOTAL = WS-WEIGHTED-TOTAL
             + (WS-CALC-MARK * WS-CREDIT-HOURS).
           ADD WS-CREDIT-HOURS TO WS-CREDIT-TOTAL.
           COMPUTE WS-POINTS-TOTAL = WS-POINTS-TOTAL
             + (WS-GRADE-POINTS * WS-CREDIT-HOURS).

      *Divide the running totals by the credit hours counted for
      *the credit-weighted average and the GPA
       216-FINISH-WEIGHTED-AVERAGE.
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
           CLOSE COURSE-FILE.
           CLOSE GRADE-SCALE-FILE.
           CLOSE ENROLMENT-FILE.
           CLOSE EXTRACT-FILE.

           STOP RUN.
