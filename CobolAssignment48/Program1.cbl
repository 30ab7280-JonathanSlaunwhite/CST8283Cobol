       IDENTIFICATION DIVISION.
       PROGRAM-ID. CST-8283-PROJECT-48.
       AUTHOR. JONATHON SLAUNWHITE, LIAM HENLEY-VACHON.
       INSTALLATION. ALGONQUIN.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Link the indexed student master and set as indexed with
      *sequential access - every student is read front to back and
      *their balance weighed for a financial hold
       SELECT STUFILE-FILE-INDEXED
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\STUFILE-INDEXED.txt"
          ORGANIZATION  IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS STUDENT-NUMBER-INDEXED
          FILE STATUS IS FILE-STATUS-THING.

      *Link the student holds file and set as line sequential -
      *read front to back into the table, holds placed and released
      *there, and written back (see copybooks/hold_record.txt)
       SELECT HOLD-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\HOLDS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HOLD-FILE-STATUS.

      *Link the hold log and set as line sequential - every hold the
      *run places or releases gets its own line here (see
      *copybooks/hold_log_record.txt)
       SELECT HOLD-LOG-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\HOLD-LOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HOLD-LOG-STATUS.

      *Link the collection notice history and set as line sequential
      *- read only, for how far collections has escalated on each
      *student's term (see copybooks/notice_history_record.txt)
       SELECT NOTICE-HISTORY-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\NOTICE-HISTORY.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-STATUS.

      *Link the hold run report and set as line sequential - every
      *hold placed or released tonight, with the totals
       SELECT HOLD-RUN-REPORT
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\HOLD-RUN-REPORT.txt"
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

      *Student hold record - see copybooks/hold_record.txt
       FD HOLD-FILE.
       COPY "hold_record.txt".

      *Hold log record - see copybooks/hold_log_record.txt
       FD HOLD-LOG-FILE.
       COPY "hold_log_record.txt".

      *Collection notice history record - shared layout, see
      *copybooks/notice_history_record.txt
       FD NOTICE-HISTORY-FILE.
       COPY "notice_history_record.txt".

      *Hold run report output
       FD HOLD-RUN-REPORT.
       01 HOLD-RUN-OUT PIC X(80).

      *Run-control record - shared layout, see
      *copybooks/run_control_record.txt
       FD RUN-CONTROL-FILE.
       COPY "run_control_record.txt".

       WORKING-STORAGE SECTION.

      *File status fields, one per file
       01 FILE-STATUS-THING PIC X(2).
       01 WS-HOLD-FILE-STATUS PIC X(2).
       01 WS-HOLD-LOG-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).

      *End-of-file flags
       01 WS-EOF PIC X(4).
       01 WS-HOLD-EOF PIC X(4).
       01 WS-HISTORY-EOF PIC X(4).

      *Set when the run can't be trusted - no master to read, or a
      *file too big for its table, which would drop holds on the
      *rewrite or miss a student's notices
       01 WS-ABORT-RUN PIC X(3) VALUE "NO".

      *Run-control working fields - the log's file status and the
      *date/time stamped on the start and end records
       01 WS-RUN-CONTROL-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-TIME-RAW PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

      *The two thresholds read from SYSIN - a balance of at least
      *this many dollars, or collections escalated to at least this
      *notice level, earns a financial hold. Blank keeps the default
       01 WS-THRESHOLD-IN PIC X(4).
       01 WS-THRESHOLD-IN-9 REDEFINES WS-THRESHOLD-IN PIC 9(4).
       01 WS-LEVEL-IN PIC X(1).
       01 WS-BALANCE-THRESHOLD PIC 9(4) VALUE 1000.
       01 WS-LEVEL-THRESHOLD PIC 9(1) VALUE 3.

      *In-memory copy of the whole holds file
       01 HOLD-TABLE-COUNT PIC 9(4) VALUE 0.
       01 HOLD-TABLE-CONTAINER.
         05 HOLD-TABLE-ENTRY
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON HOLD-TABLE-COUNT
               INDEXED BY HLD-IDX
                          FOUND-HLD-IDX.
           10 HTBL-HOLD-NUMBER PIC 9(6).
           10 HTBL-STUDENT-NUMBER PIC 9(6).
           10 HTBL-HOLD-TYPE PIC X(1).
           10 HTBL-STATUS PIC X(1).
           10 HTBL-SOURCE PIC X(1).
           10 HTBL-REASON PIC X(40).
           10 HTBL-PLACED-BY PIC X(3).
           10 HTBL-PLACED-DATE PIC 9(8).
           10 HTBL-RELEASED-BY PIC X(3).
           10 HTBL-RELEASED-DATE PIC 9(8).
           10 HTBL-OVERRIDE-ENROLMENT PIC X(1).
           10 HTBL-OVERRIDE-TRANSCRIPT PIC X(1).
           10 HTBL-OVERRIDE-GRADUATION PIC X(1).
           10 HTBL-OVERRIDE-BY PIC X(3).
           10 HTBL-OVERRIDE-DATE PIC 9(8).

      *Next hold number - one past the highest on file
       01 WS-NEXT-HOLD-NUMBER PIC 9(6) VALUE 0.

      *The highest notice level sent per student and term
       01 NOTICE-TABLE-COUNT PIC 9(4) VALUE 0.
       01 NOTICE-TABLE-CONTAINER.
         05 NOTICE-TABLE-ENTRY
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON NOTICE-TABLE-COUNT
               INDEXED BY NTC-IDX.
           10 NTBL-STUDENT-NUMBER PIC 9(6).
           10 NTBL-ACADEMIC-TERM PIC X(5).
           10 NTBL-NOTICE-LEVEL PIC 9(1).
       01 WS-PAIR-FOUND PIC X(3).

      *Working fields for the student being weighed - how far their
      *notices have gone, whether a financial hold already stands,
      *and what a report line and log entry record
       01 WS-NOTICE-LEVEL PIC 9(1).
       01 WS-FINANCIAL-HOLD-FOUND PIC X(3).
       01 WS-HOLD-ACTION PIC X(8).
       01 WS-EDIT-BALANCE PIC ZZZ9.99.

      *Keep track of the run's counts
       01 COUNTERS.
         05 RECORDS-READ PIC 9(5) VALUE 0.
         05 MASTER-READ PIC 9(5) VALUE 0.
         05 HOLDS-PLACED PIC 9(5) VALUE 0.
         05 HOLDS-RELEASED PIC 9(5) VALUE 0.
         05 HOLDS-NOT-PLACED PIC 9(5) VALUE 0.

      *Report line templates - moved into the report record before
      *WRITE
       01 REPORT-TITLE-LINE.
         05 FILLER PIC X(36) VALUE "AUTOMATIC FINANCIAL HOLDS".
         05 FILLER PIC X(8) VALUE "  RUN - ".
         05 RTL-RUN-DATE PIC 9(8).

       01 THRESHOLD-LINE.
         05 FILLER PIC X(18) VALUE "BALANCE AT LEAST $".
         05 THL-BALANCE-THRESHOLD PIC ZZZ9.
         05 FILLER PIC X(30) VALUE "  OR NOTICE LEVEL AT LEAST ".
         05 THL-LEVEL-THRESHOLD PIC 9(1).

       01 COLUMN-HEADING-LINE.
         05 FILLER PIC X(10) VALUE "ACTION".
         05 FILLER PIC X(8) VALUE "HOLD".
         05 FILLER PIC X(9) VALUE "STUDENT".
         05 FILLER PIC X(32) VALUE "NAME".
         05 FILLER PIC X(10) VALUE "BALANCE".
         05 FILLER PIC X(6) VALUE "NOTICE".

       01 HOLD-DETAIL-LINE.
         05 HDL-ACTION PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 HDL-HOLD-NUMBER PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 HDL-STUDENT-NUMBER PIC 9(6).
         05 FILLER PIC X(3) VALUE SPACES.
         05 HDL-STUDENT-NAME PIC X(30).
         05 FILLER PIC X(2) VALUE SPACES.
         05 HDL-BALANCE PIC ZZZ9.99.
         05 FILLER PIC X(4) VALUE SPACES.
         05 HDL-NOTICE-LEVEL PIC 9(1).

       01 REPORT-TOTAL-LINE.
         05 RTT-CAPTION PIC X(36).
         05 RTT-COUNT PIC ZZZZ9.

       01 REPORT-MESSAGE-LINE.
         05 RPT-MESSAGE PIC X(80).


       PROCEDURE DIVISION.

       100-RUN-FINANCIAL-HOLDS.
      *Write the run's start record to the shared run-control log
           PERFORM 800-WRITE-RUN-START.
      *Take tonight's thresholds from SYSIN
           PERFORM 202-GET-THRESHOLDS.
      *Open the files - a missing master aborts before anything is
      *placed or released
           PERFORM 201-OPEN-EXTERNAL-FILES.

           MOVE WS-RUN-DATE TO RTL-RUN-DATE.
           MOVE REPORT-TITLE-LINE TO HOLD-RUN-OUT.
           PERFORM 290-WRITE-REPORT-LINE.
           MOVE WS-BALANCE-THRESHOLD TO THL-BALANCE-THRESHOLD.
           MOVE WS-LEVEL-THRESHOLD TO THL-LEVEL-THRESHOLD.
           MOVE THRESHOLD-LINE TO HOLD-RUN-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

      *    Load every hold and the notice levels reached
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 203-LOAD-HOLD-TABLE
           END-IF.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 205-LOAD-NOTICE-TABLE
           END-IF.

      *    Re-checked after the loads - an overfull table leaves the
      *    holds file exactly as it was found
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               MOVE COLUMN-HEADING-LINE TO HOLD-RUN-OUT
               PERFORM 290-WRITE-REPORT-LINE
               PERFORM 210-WEIGH-STUDENT-MASTER

               IF HOLDS-PLACED IS GREATER THAN 0
                 OR HOLDS-RELEASED IS GREATER THAN 0
                   PERFORM 230-REWRITE-HOLD-FILE
               END-IF

               PERFORM 240-WRITE-TOTALS

      *        Display the run's counts for the console log
               DISPLAY "MASTER RECORDS READ      " MASTER-READ
               DISPLAY "HOLDS PLACED             " HOLDS-PLACED
               DISPLAY "HOLDS RELEASED           " HOLDS-RELEASED
               DISPLAY "HOLDS NOT PLACED         " HOLDS-NOT-PLACED
           ELSE
               MOVE SPACES TO REPORT-MESSAGE-LINE
               MOVE "RUN ABORTED - NO HOLDS PLACED OR RELEASED"
                 TO RPT-MESSAGE
               MOVE REPORT-MESSAGE-LINE TO HOLD-RUN-OUT
               PERFORM 290-WRITE-REPORT-LINE
               DISPLAY "FINANCIAL HOLD RUN ABORTED - RC 8"
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

           OPEN OUTPUT HOLD-RUN-REPORT.

      *Read the balance threshold and the notice level from SYSIN -
      *blank keeps the default, and anything unusable is reported
      *and the default kept, since there is no one to re-ask
       202-GET-THRESHOLDS.
           MOVE SPACES TO WS-THRESHOLD-IN.
           ACCEPT WS-THRESHOLD-IN.
           IF WS-THRESHOLD-IN IS NOT EQUAL TO SPACES
               IF WS-THRESHOLD-IN IS NUMERIC
                   MOVE WS-THRESHOLD-IN-9 TO WS-BALANCE-THRESHOLD
               ELSE
                   DISPLAY "BALANCE THRESHOLD " WS-THRESHOLD-IN
                     " NOT NUMERIC - USING " WS-BALANCE-THRESHOLD
               END-IF
           END-IF.

           MOVE SPACES TO WS-LEVEL-IN.
           ACCEPT WS-LEVEL-IN.
           IF WS-LEVEL-IN IS NOT EQUAL TO SPACES
               IF WS-LEVEL-IN IS EQUAL TO "1"
                 OR WS-LEVEL-IN IS EQUAL TO "2"
                 OR WS-LEVEL-IN IS EQUAL TO "3"
                   MOVE WS-LEVEL-IN TO WS-LEVEL-THRESHOLD
               ELSE
                   DISPLAY "NOTICE LEVEL " WS-LEVEL-IN
                     " NOT 1 TO 3 - USING " WS-LEVEL-THRESHOLD
               END-IF
           END-IF.

      *Read the whole holds file into the table, noting the highest
      *hold number so new holds number on from it
       203-LOAD-HOLD-TABLE.
           MOVE "NO" TO WS-HOLD-EOF.
           OPEN INPUT HOLD-FILE.

      *    No holds file yet - the first hold placed tonight starts it
           IF WS-HOLD-FILE-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-HOLD-EOF
           END-IF.

           PERFORM UNTIL WS-HOLD-EOF IS EQUAL TO "YES"
               READ HOLD-FILE
                   AT END
                       MOVE "YES" TO WS-HOLD-EOF
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       IF HOLD-TABLE-COUNT IS NOT LESS THAN 5000
                           DISPLAY "HOLDS FILE EXCEEDS 5000"
                             " ENTRIES - RUN ABORTED, FILE LEFT"
                             " UNTOUCHED"
                           MOVE "YES" TO WS-ABORT-RUN
                           MOVE "YES" TO WS-HOLD-EOF
                       ELSE
                           ADD 1 TO HOLD-TABLE-COUNT
                           PERFORM 207-STORE-HOLD
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-HOLD-FILE-STATUS IS NOT EQUAL TO "35"
               CLOSE HOLD-FILE
           END-IF.
           ADD 1 TO WS-NEXT-HOLD-NUMBER.

      *Read the notice history keeping the highest level sent per
      *student and term - no history means no one has been noticed
       205-LOAD-NOTICE-TABLE.
           MOVE "NO" TO WS-HISTORY-EOF.
           OPEN INPUT NOTICE-HISTORY-FILE.

           IF WS-HISTORY-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-HISTORY-EOF
           END-IF.

           PERFORM UNTIL WS-HISTORY-EOF IS EQUAL TO "YES"
               READ NOTICE-HISTORY-FILE
                   AT END
                       MOVE "YES" TO WS-HISTORY-EOF
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM 206-FOLD-NOTICE-RECORD
               END-READ
           END-PERFORM.

           IF WS-HISTORY-STATUS IS NOT EQUAL TO "35"
               CLOSE NOTICE-HISTORY-FILE
           END-IF.

      *Fold one history record into its student-and-term entry
       206-FOLD-NOTICE-RECORD.
           MOVE "NO" TO WS-PAIR-FOUND.

           PERFORM VARYING NTC-IDX FROM 1 BY 1
             UNTIL NTC-IDX > NOTICE-TABLE-COUNT
               IF NTBL-STUDENT-NUMBER(NTC-IDX) IS EQUAL TO
                    NTC-STUDENT-NUMBER
                 AND NTBL-ACADEMIC-TERM(NTC-IDX) IS EQUAL TO
                    NTC-ACADEMIC-TERM
                   MOVE "YES" TO WS-PAIR-FOUND
                   IF NTC-NOTICE-LEVEL IS GREATER THAN
                        NTBL-NOTICE-LEVEL(NTC-IDX)
                       MOVE NTC-NOTICE-LEVEL TO
                         NTBL-NOTICE-LEVEL(NTC-IDX)
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-PAIR-FOUND IS NOT EQUAL TO "YES"
               IF NOTICE-TABLE-COUNT IS NOT LESS THAN 5000
                   DISPLAY "NOTICE HISTORY EXCEEDS 5000 STUDENT TERMS"
                     " - RUN ABORTED, HOLDS LEFT UNTOUCHED"
                   MOVE "YES" TO WS-ABORT-RUN
                   MOVE "YES" TO WS-HISTORY-EOF
               ELSE
                   ADD 1 TO NOTICE-TABLE-COUNT
                   SET NTC-IDX TO NOTICE-TABLE-COUNT
                   MOVE NTC-STUDENT-NUMBER TO
                     NTBL-STUDENT-NUMBER(NTC-IDX)
                   MOVE NTC-ACADEMIC-TERM TO
                     NTBL-ACADEMIC-TERM(NTC-IDX)
                   MOVE NTC-NOTICE-LEVEL TO NTBL-NOTICE-LEVEL(NTC-IDX)
               END-IF
           END-IF.

      *Store one hold record in the next table slot
       207-STORE-HOLD.
           SET HLD-IDX TO HOLD-TABLE-COUNT.
           MOVE HLD-HOLD-NUMBER TO HTBL-HOLD-NUMBER(HLD-IDX).
           MOVE HLD-STUDENT-NUMBER TO HTBL-STUDENT-NUMBER(HLD-IDX).
           MOVE HLD-HOLD-TYPE TO HTBL-HOLD-TYPE(HLD-IDX).
           MOVE HLD-STATUS TO HTBL-STATUS(HLD-IDX).
           MOVE HLD-SOURCE TO HTBL-SOURCE(HLD-IDX).
           MOVE HLD-REASON TO HTBL-REASON(HLD-IDX).
           MOVE HLD-PLACED-BY TO HTBL-PLACED-BY(HLD-IDX).
           MOVE HLD-PLACED-DATE TO HTBL-PLACED-DATE(HLD-IDX).
           MOVE HLD-RELEASED-BY TO HTBL-RELEASED-BY(HLD-IDX).
           MOVE HLD-RELEASED-DATE TO HTBL-RELEASED-DATE(HLD-IDX).
           MOVE HLD-OVERRIDE-ENROLMENT TO
             HTBL-OVERRIDE-ENROLMENT(HLD-IDX).
           MOVE HLD-OVERRIDE-TRANSCRIPT TO
             HTBL-OVERRIDE-TRANSCRIPT(HLD-IDX).
           MOVE HLD-OVERRIDE-GRADUATION TO
             HTBL-OVERRIDE-GRADUATION(HLD-IDX).
           MOVE HLD-OVERRIDE-BY TO HTBL-OVERRIDE-BY(HLD-IDX).
           MOVE HLD-OVERRIDE-DATE TO HTBL-OVERRIDE-DATE(HLD-IDX).

           IF HLD-HOLD-NUMBER IS GREATER THAN WS-NEXT-HOLD-NUMBER
               MOVE HLD-HOLD-NUMBER TO WS-NEXT-HOLD-NUMBER
           END-IF.

      *Read the master front to back, weighing every student
       210-WEIGH-STUDENT-MASTER.
           MOVE "NO" TO WS-EOF.

           PERFORM UNTIL WS-EOF IS EQUAL TO "YES"
               READ STUFILE-FILE-INDEXED NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-EOF
                   NOT AT END
                       ADD 1 TO MASTER-READ
                       PERFORM 211-WEIGH-ONE-STUDENT
               END-READ
           END-PERFORM.

      *A student who has paid in full has every financial hold the
      *nightly run placed released - a hold an operator placed stays
      *until an operator releases it. A student still owing at least
      *the threshold, or escalated to the notice level, gets a
      *financial hold unless one already stands
       211-WEIGH-ONE-STUDENT.
           PERFORM 212-FIND-NOTICE-LEVEL.

           IF TUITION-OWED-INDEXED IS EQUAL TO 0
               PERFORM 215-RELEASE-AUTO-HOLD
                 VARYING HLD-IDX FROM 1 BY 1
                 UNTIL HLD-IDX > HOLD-TABLE-COUNT
           ELSE
               IF TUITION-OWED-INDEXED IS NOT LESS THAN
                    WS-BALANCE-THRESHOLD
                 OR WS-NOTICE-LEVEL IS NOT LESS THAN
                    WS-LEVEL-THRESHOLD
                   PERFORM 213-FIND-FINANCIAL-HOLD
                   IF WS-FINANCIAL-HOLD-FOUND IS NOT EQUAL TO "YES"
                       PERFORM 216-PLACE-AUTO-HOLD
                   END-IF
               END-IF
           END-IF.

      *The highest notice sent on the student's current term, zero
      *when none has gone out
       212-FIND-NOTICE-LEVEL.
           MOVE 0 TO WS-NOTICE-LEVEL.

           PERFORM VARYING NTC-IDX FROM 1 BY 1
             UNTIL NTC-IDX > NOTICE-TABLE-COUNT
               IF NTBL-STUDENT-NUMBER(NTC-IDX) IS EQUAL TO
                    STUDENT-NUMBER-INDEXED
                 AND NTBL-ACADEMIC-TERM(NTC-IDX) IS EQUAL TO
                    ACADEMIC-TERM-INDEXED
                   MOVE NTBL-NOTICE-LEVEL(NTC-IDX) TO WS-NOTICE-LEVEL
               END-IF
           END-PERFORM.

      *Say whether a financial hold of either source already stands
      *on the student
       213-FIND-FINANCIAL-HOLD.
           MOVE "NO" TO WS-FINANCIAL-HOLD-FOUND.

           PERFORM VARYING HLD-IDX FROM 1 BY 1
             UNTIL HLD-IDX > HOLD-TABLE-COUNT
               IF HTBL-STUDENT-NUMBER(HLD-IDX) IS EQUAL TO
                    STUDENT-NUMBER-INDEXED
                 AND HTBL-HOLD-TYPE(HLD-IDX) IS EQUAL TO "F"
                 AND HTBL-STATUS(HLD-IDX) IS EQUAL TO "A"
                   MOVE "YES" TO WS-FINANCIAL-HOLD-FOUND
               END-IF
           END-PERFORM.

      *Release one table entry when it is a standing financial hold
      *the nightly run placed on the student
       215-RELEASE-AUTO-HOLD.
           IF HTBL-STUDENT-NUMBER(HLD-IDX) IS EQUAL TO
                STUDENT-NUMBER-INDEXED
             AND HTBL-HOLD-TYPE(HLD-IDX) IS EQUAL TO "F"
             AND HTBL-STATUS(HLD-IDX) IS EQUAL TO "A"
             AND HTBL-SOURCE(HLD-IDX) IS EQUAL TO "A"
               MOVE "R" TO HTBL-STATUS(HLD-IDX)
               MOVE "SYS" TO HTBL-RELEASED-BY(HLD-IDX)
               MOVE WS-RUN-DATE TO HTBL-RELEASED-DATE(HLD-IDX)
               ADD 1 TO HOLDS-RELEASED

               SET FOUND-HLD-IDX TO HLD-IDX
               MOVE "RELEASED" TO WS-HOLD-ACTION
               PERFORM 220-WRITE-HOLD-LINE
               PERFORM 884-WRITE-HOLD-LOG
           END-IF.

      *Place a financial hold on the student, its reason the balance
      *and notice level that earned it
       216-PLACE-AUTO-HOLD.
           IF HOLD-TABLE-COUNT IS NOT LESS THAN 5000
               DISPLAY "HOLDS FILE FULL - NO HOLD PLACED ON "
                 STUDENT-NUMBER-INDEXED
               ADD 1 TO HOLDS-NOT-PLACED
           ELSE
               ADD 1 TO HOLD-TABLE-COUNT
               SET FOUND-HLD-IDX TO HOLD-TABLE-COUNT
               INITIALIZE HOLD-TABLE-ENTRY(FOUND-HLD-IDX)
               MOVE WS-NEXT-HOLD-NUMBER TO
                 HTBL-HOLD-NUMBER(FOUND-HLD-IDX)
               MOVE STUDENT-NUMBER-INDEXED TO
                 HTBL-STUDENT-NUMBER(FOUND-HLD-IDX)
               MOVE "F" TO HTBL-HOLD-TYPE(FOUND-HLD-IDX)
               MOVE "A" TO HTBL-STATUS(FOUND-HLD-IDX)
               MOVE "A" TO HTBL-SOURCE(FOUND-HLD-IDX)
               MOVE TUITION-OWED-INDEXED TO WS-EDIT-BALANCE
               STRING "BALANCE " DELIMITED BY SIZE
                 WS-EDIT-BALANCE DELIMITED BY SIZE
                 " NOTICE LEVEL " DELIMITED BY SIZE
                 WS-NOTICE-LEVEL DELIMITED BY SIZE
                 INTO HTBL-REASON(FOUND-HLD-IDX)
               END-STRING
               MOVE "SYS" TO HTBL-PLACED-BY(FOUND-HLD-IDX)
               MOVE WS-RUN-DATE TO HTBL-PLACED-DATE(FOUND-HLD-IDX)
               ADD 1 TO WS-NEXT-HOLD-NUMBER
               ADD 1 TO HOLDS-PLACED

               MOVE "PLACED" TO WS-HOLD-ACTION
               PERFORM 220-WRITE-HOLD-LINE
               PERFORM 884-WRITE-HOLD-LOG
           END-IF.

      *Print one hold placed or released on the run report
       220-WRITE-HOLD-LINE.
           MOVE WS-HOLD-ACTION TO HDL-ACTION.
           MOVE HTBL-HOLD-NUMBER(FOUND-HLD-IDX) TO HDL-HOLD-NUMBER.
           MOVE STUDENT-NUMBER-INDEXED TO HDL-STUDENT-NUMBER.
           MOVE STUDENT-NAME-INDEXED TO HDL-STUDENT-NAME.
           MOVE TUITION-OWED-INDEXED TO HDL-BALANCE.
           MOVE WS-NOTICE-LEVEL TO HDL-NOTICE-LEVEL.
           MOVE HOLD-DETAIL-LINE TO HOLD-RUN-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

      *Write the whole holds file back out of the table
       230-REWRITE-HOLD-FILE.
           OPEN OUTPUT HOLD-FILE.

           PERFORM 231-WRITE-HOLD-ENTRY
             VARYING HLD-IDX FROM 1 BY 1
             UNTIL HLD-IDX > HOLD-TABLE-COUNT.

           CLOSE HOLD-FILE.

      *Write one table entry back to the holds file
       231-WRITE-HOLD-ENTRY.
           MOVE SPACES TO HOLD-RECORD.
           MOVE HTBL-HOLD-NUMBER(HLD-IDX) TO HLD-HOLD-NUMBER.
           MOVE HTBL-STUDENT-NUMBER(HLD-IDX) TO HLD-STUDENT-NUMBER.
           MOVE HTBL-HOLD-TYPE(HLD-IDX) TO HLD-HOLD-TYPE.
           MOVE HTBL-STATUS(HLD-IDX) TO HLD-STATUS.
           MOVE HTBL-SOURCE(HLD-IDX) TO HLD-SOURCE.
           MOVE HTBL-REASON(HLD-IDX) TO HLD-REASON.
           MOVE HTBL-PLACED-BY(HLD-IDX) TO HLD-PLACED-BY.
           MOVE HTBL-PLACED-DATE(HLD-IDX) TO HLD-PLACED-DATE.
           MOVE HTBL-RELEASED-BY(HLD-IDX) TO HLD-RELEASED-BY.
           MOVE HTBL-RELEASED-DATE(HLD-IDX) TO HLD-RELEASED-DATE.
           MOVE HTBL-OVERRIDE-ENROLMENT(HLD-IDX) TO
             HLD-OVERRIDE-ENROLMENT.
           MOVE HTBL-OVERRIDE-TRANSCRIPT(HLD-IDX) TO
             HLD-OVERRIDE-TRANSCRIPT.
           MOVE HTBL-OVERRIDE-GRADUATION(HLD-IDX) TO
             HLD-OVERRIDE-GRADUATION.
           MOVE HTBL-OVERRIDE-BY(HLD-IDX) TO HLD-OVERRIDE-BY.
           MOVE HTBL-OVERRIDE-DATE(HLD-IDX) TO HLD-OVERRIDE-DATE.
           WRITE HOLD-RECORD.

      *Print the run's totals
       240-WRITE-TOTALS.
           MOVE SPACES TO HOLD-RUN-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           MOVE "HOLDS PLACED" TO RTT-CAPTION.
           MOVE HOLDS-PLACED TO RTT-COUNT.
           MOVE REPORT-TOTAL-LINE TO HOLD-RUN-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           MOVE "HOLDS RELEASED" TO RTT-CAPTION.
           MOVE HOLDS-RELEASED TO RTT-COUNT.
           MOVE REPORT-TOTAL-LINE TO HOLD-RUN-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           IF HOLDS-NOT-PLACED IS GREATER THAN 0
               MOVE "NOT PLACED - HOLDS FILE FULL" TO RTT-CAPTION
               MOVE HOLDS-NOT-PLACED TO RTT-COUNT
               MOVE REPORT-TOTAL-LINE TO HOLD-RUN-OUT
               PERFORM 290-WRITE-REPORT-LINE
           END-IF.

      *Write one line to the run report
       290-WRITE-REPORT-LINE.
           WRITE HOLD-RUN-OUT.

      *Append one hold placed or released to the hold log, from the
      *table entry just changed
       884-WRITE-HOLD-LOG.
           OPEN EXTEND HOLD-LOG-FILE.
           IF WS-HOLD-LOG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT HOLD-LOG-FILE
           END-IF.

           MOVE SPACES TO HOLD-LOG-RECORD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.
           MOVE WS-RUN-DATE TO HGL-LOG-DATE.
           MOVE WS-RUN-TIME TO HGL-LOG-TIME.
           MOVE "CST-8283-PROJECT-48" TO HGL-PROGRAM-NAME.
           MOVE "SYS" TO HGL-OPERATOR-ID.
           MOVE WS-HOLD-ACTION TO HGL-ACTION.
           MOVE HTBL-STUDENT-NUMBER(FOUND-HLD-IDX) TO
             HGL-STUDENT-NUMBER.
           MOVE HTBL-HOLD-NUMBER(FOUND-HLD-IDX) TO HGL-HOLD-NUMBER.
           MOVE HTBL-HOLD-TYPE(FOUND-HLD-IDX) TO HGL-HOLD-TYPE.
           MOVE HTBL-REASON(FOUND-HLD-IDX) TO HGL-REASON.
           WRITE HOLD-LOG-RECORD.
           CLOSE HOLD-LOG-FILE.

      *Close all external files
       209-CLOSE-EXTERNAL-FILES.
           PERFORM 810-WRITE-RUN-END.
           IF FILE-STATUS-THING IS NOT EQUAL TO "35"
               CLOSE STUFILE-FILE-INDEXED
           END-IF.
           CLOSE HOLD-RUN-REPORT.

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
      *summary reports on - holds placed and released are the
      *records written, and a hold the full file could not take
      *counts as an exception
       810-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.

           PERFORM 820-STAMP-RUN-RECORD.
           MOVE "END" TO RC-RECORD-TYPE.
           COMPUTE RC-RECORDS-READ = RECORDS-READ + MASTER-READ.
           COMPUTE RC-RECORDS-WRITTEN = HOLDS-PLACED + HOLDS-RELEASED.
           MOVE HOLDS-NOT-PLACED TO RC-EXCEPTION-COUNT.
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
           MOVE "CST-8283-PROJECT-48" TO RC-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO RC-RUN-DATE.
           MOVE WS-RUN-TIME TO RC-RUN-TIME.
           MOVE ZEROS TO RC-RECORDS-READ RC-RECORDS-WRITTEN
             RC-EXCEPTION-COUNT RC-REJECT-COUNT.
