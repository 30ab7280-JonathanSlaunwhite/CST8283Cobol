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

      *Link the run-control history and set as line sequential -
      *read only, with tonight's log, for an earlier run of this
      *program for the same period
       SELECT RUN-CONTROL-HISTORY-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\RUN-CONTROL-HISTORY.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-CONTROL-FILE.
       COPY "run_control_record.txt".

      *Processing-control record - shared layout, see
      *copybooks/processing_control_record.txt
       FD PROCESSING-CONTROL-FILE.
       COPY "processing_control_record.txt".

      *Run-control history record - a run-control record kept by
      *the operations summary, read into WS-HISTORY-RUN
       FD RUN-CONTROL-HISTORY-FILE.
       01 RUN-CONTROL-HISTORY-RECORD PIC X(93).

       WORKING-STORAGE SECTION.

      *File status fields, one per file
       01 WS-TIME-RAW PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

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

      *Once-per-period working fields - the history's status, the
      *period this run is for, and one run record read back from
      *tonight's log or the history, laid out by the shared
      *run-control copybook
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-HISTORY-EOF PIC X(4).
       01 WS-RUN-PERIOD PIC X(8) VALUE SPACES.
       01 WS-PERIOD-ALREADY-RUN PIC X(3).
       COPY "run_control_record.txt"
         REPLACING ==RUN-CONTROL-RECORD== BY ==WS-HISTORY-RUN==
                   LEADING ==RC-== BY ==HST-==.

      *Term date container - every term with a due date on file
       01 TERM-TABLE-COUNT PIC 9(2) VALUE 0.
       01 TERM-TABLE-CONTAINER.
           10 PLTBL-ACADEMIC-TERM PIC X(5).
           10 PLTBL-MISSED PIC X(1).

      *The business date, what past-due is measured against
       01 WS-TODAY PIC 9(8).

      *The pieces of one student's late charge
         05 FILLER PIC X(2) VALUE SPACES.
         05 SKIP-REASON PIC X(40).

       01 REGISTER-REFUSED-LINE.
         05 FILLER PIC X(33) VALUE "LATE FEES REFUSED FOR THE NIGHT -".
         05 FILLER PIC X(25) VALUE " SEE THE CONSOLE LOG".

       01 REGISTER-TOTAL-LINE.
         05 FILLER PIC X(19) VALUE "STUDENTS CHARGED - ".
         05 REGISTER-CHARGED-COUNT PIC ZZZZ9.
               PERFORM 216-LOAD-PLAN-TABLE
           END-IF.

      *Take the business date the fees are charged on, and refuse a
      *second run for the same business date - past-due is measured
      *against the business date, so a rerun would find the same
      *balances late again
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 870-LOAD-PROCESSING-CONTROL

               IF WS-CONTROL-REFUSED IS NOT EQUAL TO "YES"
                   MOVE WS-BUSINESS-DATE TO WS-RUN-PERIOD
                   PERFORM 875-CHECK-PERIOD-RUN
                   IF WS-PERIOD-ALREADY-RUN IS EQUAL TO "YES"
                       DISPLAY "LATE FEES ALREADY RUN FOR BUSINESS"
                         " DATE " WS-BUSINESS-DATE
                       MOVE "YES" TO WS-CONTROL-REFUSED
                   END-IF
               END-IF

               IF WS-CONTROL-REFUSED IS EQUAL TO "YES"
                   MOVE REGISTER-REFUSED-LINE TO LATE-FEE-REGISTER-OUT
                   WRITE LATE-FEE-REGISTER-OUT
                   DISPLAY "LATE FEES REFUSED - RC 8"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *    Re-checked after the loads - an overfull charged table
      *    aborts there, and charging blind past it could double-
      *    charge a student
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
             AND WS-CONTROL-REFUSED IS NOT EQUAL TO "YES"
               MOVE WS-BUSINESS-DATE TO WS-TODAY
               MOVE WS-TODAY TO TITLE-RUN-DATE
               MOVE REGISTER-TITLE-LINE TO LATE-FEE-REGISTER-OUT
               WRITE LATE-FEE-REGISTER-OUT
               ADD 1 TO STUDENTS-SKIPPED
           ELSE
               IF WS-TODAY IS GREATER THAN WS-DUE-DATE
                   PERFORM 221-CHARGE-PAST-DUE-STUDENT
               END-IF
           END-IF.

      *Charge the past-due student - unless their term is closed to
      *posting, when the balance is listed instead
       221-CHARGE-PAST-DUE-STUDENT.
           MOVE ACADEMIC-TERM-INDEXED TO WS-CHECK-TERM.
           PERFORM 872-CHECK-TERM-OPEN.

           IF WS-TERM-CLOSED IS EQUAL TO "YES"
               PERFORM 222-WRITE-CLOSED-TERM-LINE
           ELSE
               PERFORM 213-LOOKUP-LATE-FEE
               PERFORM 214-CHECK-ALREADY-CHARGED
               IF WS-FEE-FOUND IS EQUAL TO "YES"
                 AND WS-LATE-FEE IS GREATER THAN ZERO
                 AND WS-ALREADY-CHARGED IS NOT EQUAL TO "YES"
                   PERFORM 207-APPLY-LATE-FEE
               ELSE
                   IF WS-ALREADY-CHARGED IS NOT EQUAL TO "YES"
                       PERFORM 208-WRITE-SKIP-LINE
                   END-IF
               END-IF
           END-IF.

           ADD 1 TO STUDENTS-SKIPPED.

      *List the past-due student whose term is closed to posting -
      *nothing can be charged into a closed term
       222-WRITE-CLOSED-TERM-LINE.
           MOVE SPACES TO REGISTER-SKIP-LINE.
           MOVE STUDENT-NUMBER-INDEXED TO SKIP-STUDENT-NUMBER.
           MOVE STUDENT-NAME-INDEXED TO SKIP-STUDENT-NAME.
           MOVE "PAST DUE - TERM CLOSED, NOT CHARGED" TO SKIP-REASON.
           MOVE REGISTER-SKIP-LINE TO LATE-FEE-REGISTER-OUT.
           WRITE LATE-FEE-REGISTER-OUT.

           ADD 1 TO STUDENTS-SKIPPED.

      *    Translate FILE-STATUS-THING into a message an operator can
      *    act on, same as CST-8283-PROJECT-3
       215-CHECK-INDEXED-FILE-STATUS.
      *the last unload
       840-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-RECORD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.
           MOVE "CST-8283-PROJECT-22" TO JRN-SOURCE-PROGRAM.
           MOVE WS-BUSINESS-DATE TO JRN-JOURNAL-DATE.
           MOVE WS-RUN-TIME TO JRN-JOURNAL-TIME.
           MOVE WS-JOURNAL-ACTION TO JRN-ACTION.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE STUDENTS-CHARGED TO RC-RECORDS-WRITTEN.
           MOVE STUDENTS-SKIPPED TO RC-EXCEPTION-COUNT.
           MOVE ZEROS TO RC-REJECT-COUNT.
           MOVE WS-RUN-PERIOD TO RC-PERIOD.
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

      *Look through tonight's run-control log and the history for
      *a run of this program for the same period that ended NORMAL
      *- finding one refuses the run, so a rerun can't post the
      *period twice
       875-CHECK-PERIOD-RUN.
           MOVE "NO" TO WS-PERIOD-ALREADY-RUN.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS IS NOT EQUAL TO "35"
               MOVE "NO" TO WS-HISTORY-EOF
               PERFORM UNTIL WS-HISTORY-EOF IS EQUAL TO "YES"
                   READ RUN-CONTROL-FILE INTO WS-HISTORY-RUN
                       AT END
                           MOVE "YES" TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM 876-MATCH-PERIOD-RUN
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

           OPEN INPUT RUN-CONTROL-HISTORY-FILE.
           IF WS-HISTORY-STATUS IS NOT EQUAL TO "35"
               MOVE "NO" TO WS-HISTORY-EOF
               PERFORM UNTIL WS-HISTORY-EOF IS EQUAL TO "YES"
                   READ RUN-CONTROL-HISTORY-FILE INTO WS-HISTORY-RUN
                       AT END
                           MOVE "YES" TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM 876-MATCH-PERIOD-RUN
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-HISTORY-FILE
           END-IF.

      *Flag an end record of this program, for this period, that
      *finished NORMAL
       876-MATCH-PERIOD-RUN.
           IF HST-PROGRAM-NAME IS EQUAL TO "CST-8283-PROJECT-22"
             AND HST-RECORD-TYPE IS EQUAL TO "END"
             AND HST-COMPLETION-STATUS IS EQUAL TO "NORMAL"
             AND HST-PERIOD IS EQUAL TO WS-RUN-PERIOD
               MOVE "YES" TO WS-PERIOD-ALREADY-RUN
               DISPLAY "ALREADY RUN FOR " WS-RUN-PERIOD " ON "
                 HST-RUN-DATE " - ENDED NORMAL"
           END-IF.

       END PROGRAM CST-8283-PROJECT-22.
