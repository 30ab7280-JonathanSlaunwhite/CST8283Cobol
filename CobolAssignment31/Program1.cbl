       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PROGRAM-FILE-STATUS.

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

      *Link the transcript report and set as line sequential - the
      *same file the live transcript program prints to
       SELECT TRANSCRIPT-REPORT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SECURITY-LOG-STATUS.

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

       FD PROGRAM-FILE.
       COPY "project3_table_data.txt".

      *Course master record - see copybooks/course_record.txt
       FD COURSE-FILE.
       COPY "course_record.txt".

      *Grade scale record - see copybooks/grade_scale_record.txt
       FD GRADE-SCALE-FILE.
       COPY "grade_scale_record.txt".

      *Transcript report output
       FD TRANSCRIPT-REPORT.
       01 TRANSCRIPT-OUT PIC X(80).
       FD JOURNAL-FILE.
       COPY "journal_record.txt".

      *Processing-control record - shared layout, see
      *copybooks/processing_control_record.txt
       FD PROCESSING-CONTROL-FILE.
       COPY "processing_control_record.txt".

      *Operator master record - shared layout, see
      *copybooks/operator_record.txt
       FD OPERATOR-FILE.
       FD SECURITY-LOG-FILE.
       COPY "security_log_record.txt".

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
       01 WS-PROGRAM-FILE-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-COURSE-FILE-STATUS PIC X(2).
       01 WS-SCALE-FILE-STATUS PIC X(2).

      *End-of-file flags, one per input file
       01 WS-ARCHIVE-EOF PIC X(4).
       01 WS-ENROLMENT-EOF PIC X(4).
       01 WS-TABLE-EOF PIC X(4).
       01 WS-COURSE-EOF PIC X(4).
       01 WS-SCALE-EOF PIC X(4).

      *Set when the archive is missing or overfull - the run must
      *then leave every file exactly as it found it
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

      *Program-of-study table for the transcript's program name
       01 LOAD-TABLE-COUNTER PIC 9(3).
       01 WS-SLOT-NUMBER PIC 9(1).
       01 WS-HISTORY-FOUND PIC X(3).
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

      *The action being journalled and the record as it looked
      *before the change, and the date/time stamped on each entry
           10 OTBL-AUTH-TABLES PIC X(1).
           10 OTBL-AUTH-PLANS PIC X(1).
           10 OTBL-AUTH-ARCHIVE PIC X(1).
           10 OTBL-AUTH-OVERRIDE PIC X(1).

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

      *Processing-control working fields - the file's status, the
      *business date every posting is stamped with, the last month
      *closed
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 WS-CONTROL-EOF PIC X(4).
       01 WS-CONTROL-REFUSED PIC X(3) VALUE "NO".
       01 WS-DATE-RECORD-FOUND PIC X(3) VALUE "NO".
       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-BUSINESS-YYYYMM REDEFINES WS-BUSINESS-DATE.
         05 WS-BUSINESS-MONTH-KEY PIC 9(6).
         05 FILLER PIC 9(2).
       01 WS-LAST-CLOSED-MONTH PIC 9(6) VALUE 0.

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

       100-SERVE-THE-ARCHIVE.
      *Open the files and load the archive, the enrolment history,
      *and the program names, the credit hours and the grade scale
           PERFORM 201-OPEN-EXTERNAL-FILES.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 202-LOAD-ARCHIVE-TABLE
               PERFORM 203-LOAD-ENROLMENT-TABLE
               PERFORM 204-READ-PROGRAM-TABLE
               PERFORM 227-LOAD-COURSE-TABLE
               PERFORM 228-LOAD-SCALE-TABLE
      *        The standing student holds a transcript is refused on
               PERFORM 880-LOAD-HOLD-TABLE
      *        Searches and transcripts need no business date - a
      *        reinstatement does
               PERFORM 870-LOAD-PROCESSING-CONTROL
           END-IF.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               MOVE "YES" TO WS-TABLE-EOF
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
           PERFORM 211-FIND-ARCHIVED-STUDENT.

           IF WS-RECORD-FOUND IS EQUAL TO "YES"
               PERFORM 234-CHECK-TRANSCRIPT-HOLDS
               IF WS-HOLD-BLOCKED IS NOT EQUAL TO "YES"
                   PERFORM 218-PRINT-TRANSCRIPT-PAGE
                   DISPLAY "TRANSCRIPT WRITTEN TO TRANSCRIPT.txt"
               END-IF
           END-IF.

      *An archived student with a standing hold gets no transcript
      *unless the hold was overridden for transcripts ahead of time
      *or an operator with the override permission lets them
      *through now
       234-CHECK-TRANSCRIPT-HOLDS.
           MOVE ATBL-STUDENT-NUMBER(WS-FOUND-SLOT) TO WS-HOLD-STUDENT.
           MOVE "T" TO WS-HOLD-PURPOSE.
           MOVE WS-SIGNON-ID TO WS-HOLD-OPERATOR.
           PERFORM 882-CHECK-STUDENT-HOLDS.

           IF WS-HOLD-BLOCKED IS EQUAL TO "YES"
               PERFORM 885-ASK-HOLD-OVERRIDE
               IF WS-HOLD-BLOCKED IS EQUAL TO "YES"
                   DISPLAY "TRANSCRIPT REFUSED - STUDENT IS HELD"
               END-IF
           ELSE
               IF WS-HOLD-OVERRIDDEN IS EQUAL TO "YES"
                   MOVE "ALLOWED" TO WS-HOLD-ACTION
                   PERFORM 884-WRITE-HOLD-LOG
               END-IF
           END-IF.

      *Print one archived student's transcript page - name, program,
                 TERM-LINE-TERM
               MOVE TERM-LINE TO TRANSCRIPT-OUT
               WRITE TRANSCRIPT-OUT
               MOVE 0 TO WS-WEIGHTED-TOTAL
               MOVE 0 TO WS-CREDIT-TOTAL
               MOVE 0 TO WS-POINTS-TOTAL
               PERFORM 223-PRINT-SLOT-LINE
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
                       PERFORM 229-LOOKUP-CREDIT-HOURS
      *                An ungraded course prints without a letter
                       IF ETBL-MARK-STATUS(ENR-IDX) IS EQUAL TO "P"
                         OR ETBL-COURSE-AVERAGE(ENR-IDX) IS GREATER
                            THAN 0
                           PERFORM 230-LOOKUP-LETTER-GRADE
                       ELSE
                           MOVE SPACES TO WS-LETTER-GRADE
                       END-IF
                       PERFORM 233-WRITE-COURSE-DETAIL
                   END-IF
               END-IF
           END-PERFORM.

      *Weigh every graded enrolment on the student's history by its
      *credit hours - same rule as the live transcript
      *(CST-8283-PROJECT-15)
       222-CALCULATE-HISTORY-AVERAGE.
           MOVE 0 TO WS-WEIGHTED-TOTAL.
           MOVE 0 TO WS-CREDIT-TOTAL.
           MOVE 0 TO WS-POINTS-TOTAL.

           PERFORM VARYING ENR-IDX FROM 1 BY 1
             UNTIL ENR-IDX > ENROLMENT-TABLE-COUNT
               IF ETBL-STUDENT-NUMBER(ENR-IDX) IS EQUAL TO
                    ATBL-STUDENT-NUMBER(WS-FOUND-SLOT)
                 AND ETBL-STATUS(ENR-IDX) IS NOT EQUAL TO "W"
                 AND (ETBL-MARK-STATUS(ENR-IDX) IS EQUAL TO "P"
                   OR ETBL-COURSE-AVERAGE(ENR-IDX) IS GREATER THAN 0)
                   MOVE ETBL-COURSE-CODE(ENR-IDX) TO
                     WS-CALC-COURSE-CODE
                   MOVE ETBL-COURSE-AVERAGE(ENR-IDX) TO WS-CALC-MARK
                   PERFORM 231-ADD-GRADED-COURSE
               END-IF
           END-PERFORM.

           PERFORM 232-FINISH-WEIGHTED-AVERAGE.

      *Print one archived slot - a slot with no course is skipped,
      *and a graded one is counted into the average as it prints
       223-PRINT-SLOT-LINE.
           IF ATBL-COURSE-CODE(WS-FOUND-SLOT WS-SLOT-NUMBER) IS NOT
                EQUAL TO SPACES
               MOVE ATBL-COURSE-CODE(WS-FOUND-SLOT WS-SLOT-NUMBER)
                 TO WS-CALC-COURSE-CODE
               MOVE ATBL-COURSE-AVERAGE(WS-FOUND-SLOT WS-SLOT-NUMBER)
                 TO WS-CALC-MARK
               PERFORM 229-LOOKUP-CREDIT-HOURS
               IF WS-CALC-MARK IS GREATER THAN 0
                   PERFORM 231-ADD-GRADED-COURSE
               ELSE
                   MOVE SPACES TO WS-LETTER-GRADE
               END-IF
               PERFORM 233-WRITE-COURSE-DETAIL
           END-IF.

      *Finish the credit-weighted average and GPA from the archived
      *slots when there is no enrolment history - 223 counted the
      *graded slots in as it printed them
       224-AVERAGE-FROM-SLOTS.
           PERFORM 232-FINISH-WEIGHTED-AVERAGE.

      *Read every course master record into the course table with
      *the credit hours it carries
       227-LOAD-COURSE-TABLE.
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
       228-LOAD-SCALE-TABLE.
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
       229-LOOKUP-CREDIT-HOURS.
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
       230-LOOKUP-LETTER-GRADE.
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
      *formula as the live transcript (CST-8283-PROJECT-15)
       231-ADD-GRADED-COURSE.
           PERFORM 229-LOOKUP-CREDIT-HOURS.
           PERFORM 230-LOOKUP-LETTER-GRADE.

           COMPUTE WS-WEIGHTED-TOTAL = WS-WEIGHTED-TOTAL
             + (WS-CALC-MARK * WS-CREDIT-HOURS).
           ADD WS-CREDIT-HOURS TO WS-CREDIT-TOTAL.
           COMPUTE WS-POINTS-TOTAL = WS-POINTS-TOTAL
             + (WS-GRADE-POINTS * WS-CREDIT-HOURS).

      *Divide the running totals by the credit hours counted for
      *the credit-weighted average and the GPA
       232-FINISH-WEIGHTED-AVERAGE.
           IF WS-CREDIT-TOTAL IS GREATER THAN 0
               DIVIDE WS-WEIGHTED-TOTAL BY WS-CREDIT-TOTAL
                 GIVING STUDENT-AVERAGE ROUNDED
               DIVIDE WS-POINTS-TOTAL BY WS-CREDIT-TOTAL
                 GIVING STUDENT-GPA ROUNDED
           ELSE
               MOVE 0 TO STUDENT-AVERAGE
               MOVE 0 TO STUDENT-GPA
           END-IF.

      *Print one course line with its mark, letter grade and credit
      *hours
       233-WRITE-COURSE-DETAIL.
           MOVE WS-CALC-COURSE-CODE TO DETAIL-COURSE-CODE.
           MOVE WS-CALC-MARK TO DETAIL-COURSE-AVERAGE.
           MOVE WS-LETTER-GRADE TO DETAIL-LETTER-GRADE.
           MOVE WS-CREDIT-HOURS TO DETAIL-CREDIT-HOURS.
           MOVE COURSE-DETAIL-LINE TO TRANSCRIPT-OUT.
           WRITE TRANSCRIPT-OUT.

      *Reinstate a returning student - their record goes back on the
      *master and STUFILE.txt exactly as archived, active again, and
      *comes off the archive
               DISPLAY "NO MASTER OPEN - REINSTATEMENT NEEDS THE"
               DISPLAY "NIGHTLY LOAD (CST-8283-PROJECT-3) RUN FIRST"
           ELSE
             IF WS-CONTROL-REFUSED IS EQUAL TO "YES"
               DISPLAY "NO OPEN BUSINESS DATE - NOTHING CAN BE"
                 " REINSTATED"
             ELSE
               PERFORM 211-FIND-ARCHIVED-STUDENT
               IF WS-RECORD-FOUND IS EQUAL TO "YES"
                   PERFORM 213-CONFIRM-AND-REINSTATE
               END-IF
             END-IF
           END-IF.

      *Show who is coming back, confirm, and put them back
      *recovery utility replays forward against the last unload
       840-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-RECORD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.
           MOVE "CST-8283-PROJECT-31" TO JRN-SOURCE-PROGRAM.
           MOVE WS-BUSINESS-DATE TO JRN-JOURNAL-DATE.
           MOVE WS-RUN-TIME TO JRN-JOURNAL-TIME.
           MOVE WS-JOURNAL-ACTION TO JRN-ACTION.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           END-IF.
           CLOSE ENROLMENT-FILE.
           CLOSE PROGRAM-FILE.
           CLOSE COURSE-FILE.
           CLOSE GRADE-SCALE-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE TRANSCRIPT-REPORT.

                             OTBL-AUTH-PLANS(OPERATOR-TABLE-COUNT)
                           MOVE OPR-AUTH-ARCHIVE TO
                             OTBL-AUTH-ARCHIVE(OPERATOR-TABLE-COUNT)
                           MOVE OPR-AUTH-OVERRIDE TO
                             OTBL-AUTH-OVERRIDE(OPERATOR-TABLE-COUNT)
                       ELSE
                           DISPLAY "OPERATOR TABLE FULL - ONLY THE"
                             " FIRST 50 OPERATORS CAN SIGN ON"
           WRITE SECURITY-LOG-RECORD.
           CLOSE SECURITY-LOG-FILE.

      *Read the processing-control file for the business date and
      *the last month closed - no file, no business date, or a
      *business date in a month already closed refuses the run
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

      *Keep the business date and the last month closed off their
      *record - term records don't concern this run
       871-STORE-CONTROL-RECORD.
           IF PCT-RECORD-TYPE IS EQUAL TO "D"
               MOVE "YES" TO WS-DATE-RECORD-FOUND
               MOVE PCT-BUSINESS-DATE TO WS-BUSINESS-DATE
               MOVE PCT-LAST-CLOSED-MONTH TO WS-LAST-CLOSED-MONTH
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
           MOVE "CST-8283-PROJECT-31" TO HGL-PROGRAM-NAME.
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

       END PROGRAM CST-8283-PROJECT-31.
