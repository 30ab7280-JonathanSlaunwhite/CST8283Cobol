       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RUN-CONTROL-STATUS.

      *Link the run-control history and set as line sequential -
      *every record that names a period is kept here for good, so a
      *once-per-period run can still be refused after tonight's log
      *is cleared
       SELECT RUN-CONTROL-HISTORY-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\RUN-CONTROL-HISTORY.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-STATUS.

      *Link the operations summary report and set as line sequential
       SELECT OPERATIONS-SUMMARY
       ASSIGN TO
       FD RUN-CONTROL-FILE.
       COPY "run_control_record.txt".

      *Run-control history record - the run-control record as it
      *stood in the live log
       FD RUN-CONTROL-HISTORY-FILE.
       01 RUN-CONTROL-HISTORY-RECORD PIC X(93).

      *Operations summary output
       FD OPERATIONS-SUMMARY.
       01 OPERATIONS-SUMMARY-OUT PIC X(100).

      *File status for the run-control log
       01 WS-RUN-CONTROL-STATUS PIC X(2).
      *File status for the run-control history
       01 WS-HISTORY-STATUS PIC X(2).

      *End-of-file flag for the run-control log
       01 WS-EOF PIC X(4).
      *Keep track of the records summarized
       01 COUNTERS.
         05 RUNS-LISTED PIC 9(3) VALUE 0.
         05 RUNS-KEPT PIC 9(3) VALUE 0.
         05 RUNS-WITH-EXCEPTIONS PIC 9(3) VALUE 0.

      *Report line templates - moved into OPERATIONS-SUMMARY-OUT
      *before WRITE
         05 FILLER PIC X(6) VALUE "REJECT".
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(8) VALUE "STATUS".
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(8) VALUE "PERIOD".
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(3) VALUE "EXC".

       01 SUMMARY-DETAIL-LINE.
         05 SUMMARY-PROGRAM-NAME PIC X(20).
         05 SUMMARY-REJECT-COUNT PIC ZZZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 SUMMARY-COMPLETION-STATUS PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 SUMMARY-PERIOD PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
      *  "***" on an end record that counted exceptions
         05 SUMMARY-EXCEPTION-FLAG PIC X(3).

       01 SUMMARY-TOTAL-LINE.
         05 FILLER PIC X(21) VALUE "RUN RECORDS LISTED - ".
         05 TOTAL-RUNS-LISTED PIC ZZ9.
         05 FILLER PIC X(21) VALUE "   KEPT IN HISTORY - ".
         05 TOTAL-RUNS-KEPT PIC ZZ9.
         05 FILLER PIC X(25) VALUE "   WITH EXCEPTIONS *** - ".
         05 TOTAL-RUNS-WITH-EXCEPTIONS PIC ZZ9.

       PROCEDURE DIVISION.

           PERFORM 202-LIST-RUN-RECORDS.

           MOVE RUNS-LISTED TO TOTAL-RUNS-LISTED.
           MOVE RUNS-KEPT TO TOTAL-RUNS-KEPT.
           MOVE RUNS-WITH-EXCEPTIONS TO TOTAL-RUNS-WITH-EXCEPTIONS.
           MOVE SUMMARY-TOTAL-LINE TO OPERATIONS-SUMMARY-OUT.
           WRITE OPERATIONS-SUMMARY-OUT.

               MOVE "YES" TO WS-EOF
           END-IF.

      *    The history accumulates forever - always append, only
      *    creating it fresh when none exists yet
           OPEN EXTEND RUN-CONTROL-HISTORY-FILE.
           IF WS-HISTORY-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-CONTROL-HISTORY-FILE
           END-IF.

           OPEN OUTPUT OPERATIONS-SUMMARY.

      *Read the run-control log to end, listing each record
           MOVE RC-EXCEPTION-COUNT TO SUMMARY-EXCEPTION-COUNT.
           MOVE RC-REJECT-COUNT TO SUMMARY-REJECT-COUNT.
           MOVE RC-COMPLETION-STATUS TO SUMMARY-COMPLETION-STATUS.
           MOVE RC-PERIOD TO SUMMARY-PERIOD.
      *    Flag a run that finished with exceptions - the integrity
      *    sweep's orphans, the mail run's held items - so operations
      *    can't miss them in a column of zeros
           MOVE SPACES TO SUMMARY-EXCEPTION-FLAG.
           IF RC-RECORD-TYPE IS EQUAL TO "END"
             AND RC-EXCEPTION-COUNT IS GREATER THAN 0
               MOVE "***" TO SUMMARY-EXCEPTION-FLAG
               ADD 1 TO RUNS-WITH-EXCEPTIONS
           END-IF.
           MOVE SUMMARY-DETAIL-LINE TO OPERATIONS-SUMMARY-OUT.
           WRITE OPERATIONS-SUMMARY-OUT.

           ADD 1 TO RUNS-LISTED.

      *    A record naming a period is what stops that run being
      *    repeated for the period - keep it before the log is
      *    cleared
           IF RC-PERIOD IS NOT EQUAL TO SPACES
               MOVE RUN-CONTROL-RECORD TO RUN-CONTROL-HISTORY-RECORD
               WRITE RUN-CONTROL-HISTORY-RECORD
               ADD 1 TO RUNS-KEPT
           END-IF.

      *Clear the live log for tomorrow's chain - skipped when there
      *was no log to summarize, so a missing file isn't conjured up
       203-CLEAR-RUN-CONTROL.

      *Close all external files
       209-CLOSE-EXTERNAL-FILES.
           CLOSE RUN-CONTROL-HISTORY-FILE.
           CLOSE OPERATIONS-SUMMARY.

           STOP RUN.
