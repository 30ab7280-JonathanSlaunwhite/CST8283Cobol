       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.

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

      *Link the shared run-control log and set as line sequential -
      *every program in the nightly chain writes a start record and
      *an end record here (see copybooks/run_control_record.txt)
       SELECT RUN-CONTROL-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\RUN-CONTROL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RUN-CONTROL-STATUS.

      *Link the run-control history and set as line sequential -
      *read only, with tonight's log, for an earlier run of this
      *program for the same period
       SELECT RUN-CONTROL-HISTORY-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\RUN-CONTROL-HISTORY.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-STATUS.

      *Link the assessment register report and set as line sequential
       SELECT ASSESSMENT-REGISTER
       ASSIGN TO
       FD JOURNAL-FILE.
       COPY "journal_record.txt".

      *Processing-control record - shared layout, see
      *copybooks/processing_control_record.txt
       FD PROCESSING-CONTROL-FILE.
       COPY "processing_control_record.txt".

      *Run-control record - shared layout, see
      *copybooks/run_control_record.txt
       FD RUN-CONTROL-FILE.
       COPY "run_control_record.txt".

      *Run-control history record - a run-control record kept by
      *the operations summary, read into WS-HISTORY-RUN
       FD RUN-CONTROL-HISTORY-FILE.
       01 RUN-CONTROL-HISTORY-RECORD PIC X(93).

      *Assessment register report output
       FD ASSESSMENT-REGISTER.
       01 ASSESSMENT-REGISTER-OUT PIC X(100).
       01 WS-TIME-RAW PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

      *Run-control working fields - the log's file status and the
      *date/time stamped on the start and end records
       01 WS-RUN-CONTROL-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).

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
       01 WS-RUN-PERIOD PIC X(8).
       01 WS-PERIOD-ALREADY-RUN PIC X(3).
       COPY "run_control_record.txt"
         REPLACING ==RUN-CONTROL-RECORD== BY ==WS-HISTORY-RUN==
                   LEADING ==RC-== BY ==HST-==.

      *The academic term being assessed, keyed by the operator -
      *only students on the master in that term are assessed
       01 WS-ASSESSMENT-TERM PIC X(5).

      *Table end-of-file flag and table counters
       01 TABLE-VARIBLES.
         05 LOAD-TABLE-EOF PIC X(3).
         05 STUDENTS-ASSESSED PIC 9(3) VALUE 0.
         05 STUDENTS-SKIPPED PIC 9(3) VALUE 0.
         05 STUDENTS-NOT-ACTIVE PIC 9(3) VALUE 0.
         05 STUDENTS-OTHER-TERM PIC 9(3) VALUE 0.

      *Report line templates - moved into ASSESSMENT-REGISTER-OUT
      *before WRITE
         05 FILLER PIC X(31)
            VALUE "NOT ACTIVE - NOT ASSESSED".

       01 REGISTER-OTHER-TERM-LINE.
         05 OTHTRM-STUDENT-NUMBER PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 OTHTRM-STUDENT-NAME PIC X(40).
         05 FILLER PIC X(2) VALUE SPACES.
         05 OTHTRM-ACADEMIC-TERM PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(33)
            VALUE "NOT IN THE TERM - NOT ASSESSED".

       01 REGISTER-REFUSED-LINE.
         05 FILLER PIC X(33) VALUE "ASSESSMENT REFUSED FOR THE TERM -".
         05 FILLER PIC X(25) VALUE " SEE THE CONSOLE LOG".

       01 REGISTER-TOTAL-LINE.
         05 FILLER PIC X(20) VALUE "STUDENTS ASSESSED - ".
         05 REGISTER-ASSESSED-COUNT PIC ZZ9.
         05 REGISTER-SKIPPED-COUNT PIC ZZ9.
         05 FILLER PIC X(16) VALUE "   NON-ACTIVE - ".
         05 REGISTER-NONACTIVE-COUNT PIC ZZ9.
         05 FILLER PIC X(18) VALUE "   OTHER TERMS - ".
         05 REGISTER-OTHER-TERM-COUNT PIC ZZ9.

       PROCEDURE DIVISION.

       100-ASSESS-TUITION.
      *Write the run's start record to the shared run-control log
           PERFORM 800-WRITE-RUN-START.
      *Ask which academic term is being assessed
           PERFORM 203-GET-ASSESSMENT-TERM.
      *Open the fee schedule, the master, and the register
           PERFORM 201-OPEN-EXTERNAL-FILES.

      *Take the business date the assessments are posted on, and
      *refuse a closed term or a term already assessed - a second
      *assessment of a term would bill every student twice
           PERFORM 870-LOAD-PROCESSING-CONTROL.

           IF WS-CONTROL-REFUSED IS NOT EQUAL TO "YES"
               MOVE WS-ASSESSMENT-TERM TO WS-CHECK-TERM
               PERFORM 872-CHECK-TERM-OPEN
               IF WS-TERM-CLOSED IS EQUAL TO "YES"
                   DISPLAY "TERM " WS-ASSESSMENT-TERM " IS CLOSED -"
                     " NOTHING CAN BE ASSESSED INTO IT"
                   MOVE "YES" TO WS-CONTROL-REFUSED
               END-IF
           END-IF.

           IF WS-CONTROL-REFUSED IS NOT EQUAL TO "YES"
               MOVE WS-ASSESSMENT-TERM TO WS-RUN-PERIOD
               PERFORM 875-CHECK-PERIOD-RUN
               IF WS-PERIOD-ALREADY-RUN IS EQUAL TO "YES"
                   DISPLAY "TERM " WS-ASSESSMENT-TERM " IS ALREADY"
                     " ASSESSED - NOTHING ASSESSED AGAIN"
                   MOVE "YES" TO WS-CONTROL-REFUSED
               END-IF
           END-IF.

           IF WS-CONTROL-REFUSED IS EQUAL TO "YES"
               MOVE REGISTER-REFUSED-LINE TO ASSESSMENT-REGISTER-OUT
               WRITE ASSESSMENT-REGISTER-OUT
               DISPLAY "ASSESSMENT REFUSED - RC 8"
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
             AND WS-CONTROL-REFUSED IS NOT EQUAL TO "YES"
      *        Load the fee schedule into the table
               PERFORM 202-READ-TABLE

               MOVE STUDENTS-ASSESSED TO REGISTER-ASSESSED-COUNT
               MOVE STUDENTS-SKIPPED TO REGISTER-SKIPPED-COUNT
               MOVE STUDENTS-NOT-ACTIVE TO REGISTER-NONACTIVE-COUNT
               MOVE STUDENTS-OTHER-TERM TO REGISTER-OTHER-TERM-COUNT
               MOVE REGISTER-TOTAL-LINE TO ASSESSMENT-REGISTER-OUT
               WRITE ASSESSMENT-REGISTER-OUT
           END-IF.

           OPEN OUTPUT ASSESSMENT-REGISTER.

      *Ask for the academic term, re-asking until one is keyed
       203-GET-ASSESSMENT-TERM.
           MOVE SPACES TO WS-ASSESSMENT-TERM.

           PERFORM UNTIL WS-ASSESSMENT-TERM IS NOT EQUAL TO SPACES
               DISPLAY "ASSESSMENT TERM (E.G. 2026F)"
               ACCEPT WS-ASSESSMENT-TERM
               IF WS-ASSESSMENT-TERM IS EQUAL TO SPACES
                   DISPLAY "A TERM IS REQUIRED, RE-ENTER"
               END-IF
           END-PERFORM.

       202-READ-TABLE.

      *    GO THROUGH UP TO 500 INSTANCES OF THE FEE SCHEDULE FILE
      *whose program has no schedule keeps whatever tuition was keyed
      *and is listed as the exception. A graduated or withdrawn
      *student's balance is settled business - never re-billed, the
      *same filter the reports apply - but listed so the run audits.
      *A student on the master in another term isn't part of this
      *term's assessment and is listed the same way
       205-ASSESS-ONE-STUDENT.
           IF STUDENT-STATUS-INDEXED IS EQUAL TO "G"
             OR STUDENT-STATUS-INDEXED IS EQUAL TO "W"
               PERFORM 207-WRITE-NONACTIVE-LINE
           ELSE
               IF ACADEMIC-TERM-INDEXED IS NOT EQUAL TO
                    WS-ASSESSMENT-TERM
                   PERFORM 211-WRITE-OTHER-TERM-LINE
               ELSE
                   PERFORM 210-ASSESS-ACTIVE-STUDENT
               END-IF
           END-IF.

      *Run the fee lookup and assessment for one active student
      *Append one dated ledger entry for the assessment just posted
       219-WRITE-LEDGER-ENTRY.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE STUDENT-NUMBER-INDEXED TO LGR-STUDENT-NUMBER.
           MOVE WS-BUSINESS-DATE TO LGR-POSTING-DATE.
           MOVE "ASSESS" TO LGR-ENTRY-TYPE.
           MOVE WS-ASSESSED-TUITION TO LGR-AMOUNT.
           MOVE ACADEMIC-TERM-INDEXED TO LGR-ACADEMIC-TERM.

           ADD 1 TO STUDENTS-NOT-ACTIVE.

      *List the student the run left alone because they are on the
      *master in another term
       211-WRITE-OTHER-TERM-LINE.
           MOVE STUDENT-NUMBER-INDEXED TO OTHTRM-STUDENT-NUMBER.
           MOVE STUDENT-NAME-INDEXED TO OTHTRM-STUDENT-NAME.
           MOVE ACADEMIC-TERM-INDEXED TO OTHTRM-ACADEMIC-TERM.
           MOVE REGISTER-OTHER-TERM-LINE TO ASSESSMENT-REGISTER-OUT.
           WRITE ASSESSMENT-REGISTER-OUT.

           ADD 1 TO STUDENTS-OTHER-TERM.

      *    Translate FILE-STATUS-THING into a message an operator can
      *    act on, same as CST-8283-PROJECT-3
       214-CHECK-INDEXED-FILE-STATUS.
      *the last unload
       840-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-RECORD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.
           MOVE "CST-8283-PROJECT-11" TO JRN-SOURCE-PROGRAM.
           MOVE WS-BUSINESS-DATE TO JRN-JOURNAL-DATE.
           MOVE WS-RUN-TIME TO JRN-JOURNAL-TIME.
           MOVE WS-JOURNAL-ACTION TO JRN-ACTION.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.

      *Close all external files
       209-CLOSE-EXTERNAL-FILES.
           PERFORM 810-WRITE-RUN-END.
           CLOSE FEE-SCHEDULE-FILE.
           CLOSE STUFILE-FILE-INDEXED.
           CLOSE LEDGER-FILE.
           STOP RUN.
           GOBACK.

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
           IF HST-PROGRAM-NAME IS EQUAL TO "CST-8283-PROJECT-11"
             AND HST-RECORD-TYPE IS EQUAL TO "END"
             AND HST-COMPLETION-STATUS IS EQUAL TO "NORMAL"
             AND HST-PERIOD IS EQUAL TO WS-RUN-PERIOD
               MOVE "YES" TO WS-PERIOD-ALREADY-RUN
               DISPLAY "ALREADY RUN FOR " WS-RUN-PERIOD " ON "
                 HST-RUN-DATE " - ENDED NORMAL"
           END-IF.

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

      *Append the run's end record with the term assessed - only a
      *run that assessed the term ends NORMAL, so a refused or
      *aborted run never stops the term being assessed later
       810-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.

           PERFORM 820-STAMP-RUN-RECORD.
           MOVE "END" TO RC-RECORD-TYPE.
           COMPUTE RC-RECORDS-READ = STUDENTS-ASSESSED
             + STUDENTS-SKIPPED + STUDENTS-NOT-ACTIVE
             + STUDENTS-OTHER-TERM.
           MOVE STUDENTS-ASSESSED TO RC-RECORDS-WRITTEN.
           MOVE STUDENTS-SKIPPED TO RC-EXCEPTION-COUNT.
           MOVE WS-ASSESSMENT-TERM TO RC-PERIOD.
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
           MOVE "CST-8283-PROJECT-11" TO RC-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO RC-RUN-DATE.
           MOVE WS-RUN-TIME TO RC-RUN-TIME.
           MOVE ZEROS TO RC-RECORDS-READ RC-RECORDS-WRITTEN
             RC-EXCEPTION-COUNT RC-REJECT-COUNT.

       END PROGRAM CST-8283-PROJECT-11.
