      -"nt 2\STUFILE.txt"
           ORGANIZATION  IS  LINE  SEQUENTIAL.

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

      *Link the honour roll report output and set as line sequential
       SELECT HONOUR-ROLL-RECORD
       ASSIGN TO
       FD STUFILE-FILE.
       COPY "student_record.txt".

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

      *Honour roll / academic standing report output
       FD HONOUR-ROLL-RECORD.
       01 HONOUR-ROLL-OUT PIC X(80).
       01 WS-EOF PIC X(4).
      *Temporarily store student average calculations
       01 STUDENT-AVERAGE PIC 9(3).

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

      *The course slot being counted
       01 WS-SLOT-NUMBER PIC 9(1).
       01 WS-SLOT-COURSE-CODE PIC X(7).
       01 WS-SLOT-AVERAGE PIC 9(3).

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
      *Which academic term the standings are for - "ALL" runs every
      *term
       01 WS-REPORT-TERM PIC X(5).
           10 TBL-STUDENT-NAME PIC X(40).
           10 TBL-PROGRAM-NAME PIC X(20).
           10 TBL-STUDENT-AVERAGE PIC 9(3).
           10 TBL-STUDENT-GPA PIC 9V99.
           10 TBL-STANDING PIC X(12).

      *Which standing bucket 205-WRITE-STANDING-SECTION is writing,
         05 DETAIL-STUDENT-NAME PIC X(40).
         05 FILLER PIC X(4) VALUE SPACES.
         05 DETAIL-STUDENT-AVERAGE PIC ZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 FILLER PIC X(5) VALUE "GPA: ".
         05 DETAIL-STUDENT-GPA PIC 9.99.

       PROCEDURE DIVISION.

           PERFORM 201-OPEN-EXTERNAL-FILES.
      *Load program-of-study table
           PERFORM 202-READ-TABLE.
      *Load the credit hours and the grade scale the averages and
      *GPAs are computed from
           PERFORM 214-LOAD-COURSE-TABLE.
           PERFORM 215-LOAD-SCALE-TABLE.
      *Load the enrolment history the term's marks come from
           PERFORM 221-LOAD-ENROLMENT-TABLE.
      *Read every student, compute their average, and bucket them
           PERFORM 203-LOAD-STUDENT-TABLE.

           OPEN INPUT STUFILE-FILE.
           OPEN OUTPUT HONOUR-ROLL-RECORD.

      *    With no course master every course weighs one hour, and
      *    with no grade scale every GPA is zero - the standings
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

      *    A student with no enrolment records is averaged off their
      *    five slots - a missing file just means everyone is
           OPEN INPUT ENROLMENT-FILE.
           IF WS-ENROLMENT-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-ENROLMENT-EOF
           END-IF.

       202-READ-TABLE.
           PERFORM LOAD-TABLE
             VARYING LOAD-TABLE-COUNTER FROM 1 BY 1
           MOVE STUDENT-NAME TO TBL-STUDENT-NAME(STUDENT-TABLE-COUNT).
           MOVE STUDENT-AVERAGE TO
             TBL-STUDENT-AVERAGE(STUDENT-TABLE-COUNT).
           MOVE STUDENT-GPA TO TBL-STUDENT-GPA(STUDENT-TABLE-COUNT).

           EVALUATE TRUE
               WHEN STUDENT-AVERAGE IS GREATER THAN OR EQUAL TO 80
                     TBL-STANDING(STUDENT-TABLE-COUNT)
           END-EVALUATE.

      *Credit-weighted average and GPA over the student's graded
      *current-term courses - the enrolment history where they have
      *one, the five slots where they predate it. An ungraded
      *course doesn't drag the average down. A mark is graded once
      *the grade load has posted it, or, on a record from before
      *the grade load, once it is above zero. Same formula as the
      *transcripts and progression (CST-8283-PROJECT-15/29/31)
       208-CALCULATE-AVERAGE.
           MOVE "NO" TO WS-HISTORY-FOUND.
           MOVE 0 TO WS-WEIGHTED-TOTAL.
           MOVE 0 TO WS-CREDIT-TOTAL.
           MOVE 0 TO WS-POINTS-TOTAL.

           PERFORM VARYING ENR-IDX FROM 1 BY 1
             UNTIL ENR-IDX > ENROLMENT-TABLE-COUNT
               IF ETBL-STUDENT-NUMBER(ENR-IDX) IS EQUAL TO
                    STUDENT-NUMBER
                   MOVE "YES" TO WS-HISTORY-FOUND
                   IF ETBL-ACADEMIC-TERM(ENR-IDX) IS EQUAL TO
                        ACADEMIC-TERM
                     AND ETBL-STATUS(ENR-IDX) IS NOT EQUAL TO "W"
                     AND (ETBL-MARK-STATUS(ENR-IDX) IS EQUAL TO "P"
                       OR ETBL-COURSE-AVERAGE(ENR-IDX) IS GREATER
                          THAN 0)
                       MOVE ETBL-COURSE-CODE(ENR-IDX) TO
                         WS-CALC-COURSE-CODE
                       MOVE ETBL-COURSE-AVERAGE(ENR-IDX) TO
                         WS-CALC-MARK
                       PERFORM 219-ADD-GRADED-COURSE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-HISTORY-FOUND IS NOT EQUAL TO "YES"
               PERFORM 216-COUNT-ONE-SLOT
                 VARYING WS-SLOT-NUMBER FROM 1 BY 1
                 UNTIL WS-SLOT-NUMBER IS GREATER THAN 5
           END-IF.

           PERFORM 220-FINISH-WEIGHTED-AVERAGE.

      *Pick up one course slot and count it in when it is graded -
      *only for a student with no enrolment history, whose slots
      *carry no posted flag, so a zero there is still no mark
       216-COUNT-ONE-SLOT.
           MOVE SPACES TO WS-SLOT-COURSE-CODE.
           MOVE 0 TO WS-SLOT-AVERAGE.

           EVALUATE WS-SLOT-NUMBER
               WHEN 1
                   MOVE COURSE-CODE-1 TO WS-SLOT-COURSE-CODE
                   MOVE COURSE-AVERAGE-1 TO WS-SLOT-AVERAGE
               WHEN 2
                   MOVE COURSE-CODE-2 TO WS-SLOT-COURSE-CODE
                   MOVE COURSE-AVERAGE-2 TO WS-SLOT-AVERAGE
               WHEN 3
                   MOVE COURSE-CODE-3 TO WS-SLOT-COURSE-CODE
                   MOVE COURSE-AVERAGE-3 TO WS-SLOT-AVERAGE
               WHEN 4
                   MOVE COURSE-CODE-4 TO WS-SLOT-COURSE-CODE
                   MOVE COURSE-AVERAGE-4 TO WS-SLOT-AVERAGE
               WHEN 5
                   MOVE COURSE-CODE-5 TO WS-SLOT-COURSE-CODE
                   MOVE COURSE-AVERAGE-5 TO WS-SLOT-AVERAGE
           END-EVALUATE.

           IF WS-SLOT-COURSE-CODE IS NOT EQUAL TO SPACES
             AND WS-SLOT-AVERAGE IS GREATER THAN 0
               MOVE WS-SLOT-COURSE-CODE TO WS-CALC-COURSE-CODE
               MOVE WS-SLOT-AVERAGE TO WS-CALC-MARK
               PERFORM 219-ADD-GRADED-COURSE
           END-IF.

      *Read every course master record into the course table with
      *the credit hours it carries
       214-LOAD-COURSE-TABLE.
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

      *Read the whole enrolment file into the table
       221-LOAD-ENROLMENT-TABLE.
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

      *Read every band of the grade scale into the scale table
       215-LOAD-SCALE-TABLE.
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
       217-LOOKUP-CREDIT-HOURS.
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
       218-LOOKUP-LETTER-GRADE.
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

      *Count one graded course into the running totals - same
      *formula as the transcripts (CST-8283-PROJECT-15/31)
       219-ADD-GRADED-COURSE.
           PERFORM 217-LOOKUP-CREDIT-HOURS.
           PERFORM 218-LOOKUP-LETTER-GRADE.

           COMPUTE WS-WEIGHTED-TOTAL = WS-WEIGHTED-TOTAL
             + (WS-CALC-MARK * WS-CREDIT-HOURS).
           ADD WS-CREDIT-HOURS TO WS-CREDIT-TOTAL.
           COMPUTE WS-POINTS-TOTAL = WS-POINTS-TOTAL
             + (WS-GRADE-POINTS * WS-CREDIT-HOURS).

      *Divide the running totals by the credit hours counted for
      *the credit-weighted average and the GPA
       220-FINISH-WEIGHTED-AVERAGE.
           IF WS-CREDIT-TOTAL IS GREATER THAN 0
               DIVIDE WS-WEIGHTED-TOTAL BY WS-CREDIT-TOTAL
                 GIVING STUDENT-AVERAGE ROUNDED
               DIVIDE WS-POINTS-TOTAL BY WS-CREDIT-TOTAL
                 GIVING STUDENT-GPA ROUNDED
           ELSE
               MOVE 0 TO STUDENT-AVERAGE
               MOVE 0 TO STUDENT-GPA
           END-IF.

       209-LOOKUP-PROGRAM-NAME.
           MOVE SPACES TO TBL-PROGRAM-NAME(STUDENT-TABLE-COUNT).
           MOVE TBL-STUDENT-NAME(STU-IDX) TO DETAIL-STUDENT-NAME.
           MOVE TBL-STUDENT-AVERAGE(STU-IDX) TO
             DETAIL-STUDENT-AVERAGE.
           MOVE TBL-STUDENT-GPA(STU-IDX) TO DETAIL-STUDENT-GPA.
           MOVE STUDENT-DETAIL-LINE TO HONOUR-ROLL-OUT.
           WRITE HONOUR-ROLL-OUT.
           ADD 1 TO DETAIL-LINES-WRITTEN.
           CLOSE PROGRAM-FILE.
           CLOSE STUFILE-FILE.
           CLOSE HONOUR-ROLL-RECORD.
           CLOSE COURSE-FILE.
           CLOSE GRADE-SCALE-FILE.
           CLOSE ENROLMENT-FILE.

           STOP RUN.
           GOBACK.
