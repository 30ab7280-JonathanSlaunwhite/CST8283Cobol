       IDENTIFICATION DIVISION.
       PROGRAM-ID. CST-8283-PROJECT-33.
       AUTHOR. JONATHON SLAUNWHITE, LIAM HENLEY-VACHON.
       INSTALLATION. ALGONQUIN.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Link the dated financial ledger and set as line sequential -
      *every entry posted in the month is summarised for the GL (see
      *copybooks/ledger_record.txt)
       SELECT LEDGER-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\LEDGER.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LEDGER-STATUS.

      *Link the GL account mapping file and set as line sequential -
      *the debit and credit account for each ledger entry type (see
      *copybooks/gl_account_map_record.txt)
       SELECT GL-ACCOUNT-MAP-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\GL-ACCOUNT-MAP.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MAP-FILE-STATUS.

      *Link the GL months-sent register and set as line sequential -
      *a month on here has already gone to the GL and is refused
      *(see copybooks/gl_sent_record.txt)
       SELECT GL-SENT-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\GL-SENT-MONTHS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SENT-FILE-STATUS.

      *Link the GL journal interface file and set as line sequential
      *- the balanced journal the college GL loads (see
      *copybooks/gl_journal_record.txt)
       SELECT GL-JOURNAL-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\GL-JOURNAL.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Link the GL interface report and set as line sequential
       SELECT GL-INTERFACE-REPORT
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\GL-INTERFACE-REPORT.txt"
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
      *the last month closed on the business calendar, the only
      *months that can go to the GL (see
      *copybooks/processing_control_record.txt)
       SELECT PROCESSING-CONTROL-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\PROCESSING-CONTROL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Dated financial ledger record - shared layout, see
      *copybooks/ledger_record.txt
       FD LEDGER-FILE.
       COPY "ledger_record.txt".

      *GL account mapping record - see
      *copybooks/gl_account_map_record.txt
       FD GL-ACCOUNT-MAP-FILE.
       COPY "gl_account_map_record.txt".

      *GL months-sent register record - see
      *copybooks/gl_sent_record.txt
       FD GL-SENT-FILE.
       COPY "gl_sent_record.txt".

      *GL journal interface record - see
      *copybooks/gl_journal_record.txt
       FD GL-JOURNAL-FILE.
       COPY "gl_journal_record.txt".

      *GL interface report output
       FD GL-INTERFACE-REPORT.
       01 GL-REPORT-OUT PIC X(100).

      *Run-control record - shared layout, see
      *copybooks/run_control_record.txt
       FD RUN-CONTROL-FILE.
       COPY "run_control_record.txt".

      *Processing-control record - shared layout, see
      *copybooks/processing_control_record.txt
       FD PROCESSING-CONTROL-FILE.
       COPY "processing_control_record.txt".

       WORKING-STORAGE SECTION.

      *File status fields, one per file
       01 WS-LEDGER-STATUS PIC X(2).
       01 WS-MAP-FILE-STATUS PIC X(2).
       01 WS-SENT-FILE-STATUS PIC X(2).

      *End-of-file flags, one per input file
       01 WS-LEDGER-EOF PIC X(4).
       01 WS-MAP-EOF PIC X(4).
       01 WS-SENT-EOF PIC X(4).

      *Set when the month can't be sent - nothing is written to the
      *GL and the month is not marked sent
       01 WS-ABORT-RUN PIC X(3) VALUE "NO".

      *Run-control working fields - the log's file status and the
      *date/time stamped on the start and end records
       01 WS-RUN-CONTROL-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-TIME-RAW PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

      *The month being sent, keyed YYYYMM, and today's date that
      *the journal and the sent register are stamped with
       01 WS-PERIOD-IN PIC X(6).
       01 WS-PERIOD PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
         05 WS-PERIOD-YEAR PIC 9(4).
         05 WS-PERIOD-MONTH PIC 9(2).
       01 WS-TODAY PIC 9(8).
       01 WS-PERIOD-VALID PIC X(3).

      *Processing-control working fields - the file's status and the
      *last month closed on the business calendar; only a closed
      *month has stopped taking postings and can be sent. A refusal
      *here, or a month already sent, ends the run REFUSED
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 WS-CONTROL-EOF PIC X(4).
       01 WS-CONTROL-REFUSED PIC X(3) VALUE "NO".
       01 WS-DATE-RECORD-FOUND PIC X(3) VALUE "NO".
       01 WS-LAST-CLOSED-MONTH PIC 9(6) VALUE 0.

      *GL account mapping container - one entry per ledger type
       01 MAP-TABLE-COUNT PIC 9(3) VALUE 0.
       01 MAP-TABLE-CONTAINER.
         05 MAP-TABLE-ENTRY
               OCCURS 1 TO 100 TIMES
               DEPENDING ON MAP-TABLE-COUNT
               INDEXED BY MAP-IDX.
           10 MTBL-ENTRY-TYPE PIC X(6).
           10 MTBL-DEBIT-ACCOUNT PIC X(10).
           10 MTBL-CREDIT-ACCOUNT PIC X(10).
           10 MTBL-DESCRIPTION PIC X(30).

      *Months already sent to the GL
       01 SENT-TABLE-COUNT PIC 9(4) VALUE 0.
       01 SENT-TABLE-CONTAINER.
         05 SENT-TABLE-ENTRY
               OCCURS 1 TO 1000 TIMES
               DEPENDING ON SENT-TABLE-COUNT
               INDEXED BY SENT-IDX.
           10 STBL-PERIOD PIC 9(6).
       01 WS-ALREADY-SENT PIC X(3).

      *The month's ledger summarised - one entry per entry type and
      *academic term, with its dollar total and how many entries
      *went into it
       01 SUMMARY-TABLE-COUNT PIC 9(3) VALUE 0.
       01 SUMMARY-TABLE-CONTAINER.
         05 SUMMARY-TABLE-ENTRY
               OCCURS 1 TO 500 TIMES
               DEPENDING ON SUMMARY-TABLE-COUNT
               INDEXED BY SUM-IDX.
           10 SUMT-ENTRY-TYPE PIC X(6).
           10 SUMT-ACADEMIC-TERM PIC X(5).
           10 SUMT-AMOUNT PIC 9(9)V99.
           10 SUMT-ENTRY-COUNT PIC 9(5).
           10 SUMT-MAP-ENTRY PIC 9(3).

      *Working fields for one ledger entry and one summary
       01 WS-WORK-AMOUNT PIC 9(5)V99.
       01 WS-SUMMARY-FOUND PIC X(3).
       01 WS-MAP-FOUND PIC X(3).

      *Keep track of the run's counts and control totals
       01 COUNTERS.
         05 RECORDS-READ PIC 9(5) VALUE 0.
         05 ENTRIES-IN-PERIOD PIC 9(5) VALUE 0.
         05 DETAILS-WRITTEN PIC 9(5) VALUE 0.
         05 TYPES-UNMAPPED PIC 9(5) VALUE 0.
       01 TOTAL-DEBITS PIC 9(9)V99 VALUE 0.
       01 TOTAL-CREDITS PIC 9(9)V99 VALUE 0.

      *Report line templates - moved into GL-REPORT-OUT before WRITE
       01 REPORT-TITLE-LINE.
         05 FILLER PIC X(33) VALUE
              "MONTH-END GL INTERFACE FOR PERIOD".
         05 FILLER PIC X(1) VALUE SPACES.
         05 TITLE-PERIOD PIC 9(6).
         05 FILLER PIC X(8) VALUE "  RUN - ".
         05 TITLE-RUN-DATE PIC 9(8).

       01 REPORT-HEADING-LINE.
         05 FILLER PIC X(8) VALUE "TYPE".
         05 FILLER PIC X(7) VALUE "TERM".
         05 FILLER PIC X(7) VALUE "COUNT".
         05 FILLER PIC X(15) VALUE "AMOUNT".
         05 FILLER PIC X(12) VALUE "DEBIT".
         05 FILLER PIC X(12) VALUE "CREDIT".

       01 REPORT-DETAIL-LINE.
         05 RPT-ENTRY-TYPE PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RPT-ACADEMIC-TERM PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RPT-ENTRY-COUNT PIC ZZZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 RPT-AMOUNT PIC ZZZZZZZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 RPT-DEBIT-ACCOUNT PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RPT-CREDIT-ACCOUNT PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RPT-NOTE PIC X(30).

       01 REPORT-TOTAL-LINE.
         05 FILLER PIC X(15) VALUE "TOTAL DEBITS - ".
         05 RPT-TOTAL-DEBITS PIC ZZZZZZZZ9.99.
         05 FILLER PIC X(19) VALUE "   TOTAL CREDITS - ".
         05 RPT-TOTAL-CREDITS PIC ZZZZZZZZ9.99.
         05 FILLER PIC X(15) VALUE "   DETAILS - ".
         05 RPT-DETAIL-COUNT PIC ZZZZ9.

       01 REPORT-MESSAGE-LINE.
         05 RPT-MESSAGE PIC X(100).

       PROCEDURE DIVISION.

       100-SEND-MONTH-TO-GL.
      *Write the run's start record to the shared run-control log
           PERFORM 800-WRITE-RUN-START.
      *Find out which month is being sent
           PERFORM 202-GET-PERIOD.
      *Open the files - a missing ledger or account map aborts before
      *anything is sent
           PERFORM 201-OPEN-EXTERNAL-FILES.

           MOVE WS-PERIOD TO TITLE-PERIOD.
           MOVE WS-TODAY TO TITLE-RUN-DATE.
           MOVE REPORT-TITLE-LINE TO GL-REPORT-OUT.
           WRITE GL-REPORT-OUT.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
      *        Load the account map and the months already sent
               PERFORM 203-LOAD-MAP-TABLE
               PERFORM 204-LOAD-SENT-TABLE
               PERFORM 205-CHECK-ALREADY-SENT
           END-IF.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
      *        Summarise the month's ledger and map every summary
               PERFORM 206-SUMMARISE-LEDGER
               PERFORM 208-MAP-SUMMARIES
           END-IF.

      *    Re-checked after the mapping - one unmapped type means
      *    the journal would be short, so nothing goes to the GL
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 210-WRITE-GL-JOURNAL
               PERFORM 214-MARK-MONTH-SENT

               MOVE TOTAL-DEBITS TO RPT-TOTAL-DEBITS
               MOVE TOTAL-CREDITS TO RPT-TOTAL-CREDITS
               MOVE DETAILS-WRITTEN TO RPT-DETAIL-COUNT
               MOVE REPORT-TOTAL-LINE TO GL-REPORT-OUT
               WRITE GL-REPORT-OUT
               MOVE SPACES TO REPORT-MESSAGE-LINE
               MOVE "JOURNAL WRITTEN TO GL-JOURNAL.txt - MARKED SENT"
                 TO RPT-MESSAGE
               MOVE REPORT-MESSAGE-LINE TO GL-REPORT-OUT
               WRITE GL-REPORT-OUT

      *        Display the run's counts for the console log
               DISPLAY "LEDGER ENTRIES READ      " RECORDS-READ
               DISPLAY "ENTRIES IN PERIOD        " ENTRIES-IN-PERIOD
               DISPLAY "GL DETAIL RECORDS        " DETAILS-WRITTEN
           ELSE
               MOVE SPACES TO REPORT-MESSAGE-LINE
               MOVE "RUN REFUSED - NOTHING SENT, PERIOD NOT MARKED"
                 TO RPT-MESSAGE
               MOVE REPORT-MESSAGE-LINE TO GL-REPORT-OUT
               WRITE GL-REPORT-OUT
               DISPLAY "GL INTERFACE REFUSED - RC 8"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *Close all external files
           PERFORM 209-CLOSE-EXTERNAL-FILES.

      *Ask for the month to send, re-asking until it is a numeric
      *YYYYMM with a real month - a month not yet closed on the
      *business calendar is refused because its ledger can still be
      *posted to
       202-GET-PERIOD.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE "NO" TO WS-PERIOD-VALID.

           PERFORM UNTIL WS-PERIOD-VALID IS EQUAL TO "YES"
               DISPLAY "MONTH TO SEND TO THE GL (YYYYMM)"
               ACCEPT WS-PERIOD-IN
               IF WS-PERIOD-IN IS NUMERIC
                   MOVE WS-PERIOD-IN TO WS-PERIOD
                   IF WS-PERIOD-MONTH > 0
                     AND WS-PERIOD-MONTH < 13
                       MOVE "YES" TO WS-PERIOD-VALID
                   ELSE
                       DISPLAY "MONTH MUST BE 01 TO 12, RE-ENTER"
                   END-IF
               ELSE
                   DISPLAY "PERIOD MUST BE NUMERIC YYYYMM, RE-ENTER"
               END-IF
           END-PERFORM.

           PERFORM 870-LOAD-PROCESSING-CONTROL.

           IF WS-CONTROL-REFUSED IS NOT EQUAL TO "YES"
             AND WS-PERIOD IS GREATER THAN WS-LAST-CLOSED-MONTH
               DISPLAY "PERIOD " WS-PERIOD " IS NOT CLOSED - CLOSE IT"
               DISPLAY "(CST-8283-PROJECT-43) BEFORE SENDING TO THE GL"
               MOVE "YES" TO WS-CONTROL-REFUSED
           END-IF.

           IF WS-CONTROL-REFUSED IS EQUAL TO "YES"
               MOVE "YES" TO WS-ABORT-RUN
           END-IF.

      *Open all external files for read and write
       201-OPEN-EXTERNAL-FILES.
           OPEN INPUT LEDGER-FILE.

           IF WS-LEDGER-STATUS IS EQUAL TO "35"
               DISPLAY "LEDGER.txt NOT FOUND - NOTHING TO SEND"
               MOVE "YES" TO WS-ABORT-RUN
               MOVE "YES" TO WS-LEDGER-EOF
           END-IF.

           OPEN INPUT GL-ACCOUNT-MAP-FILE.

           IF WS-MAP-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "GL-ACCOUNT-MAP.txt NOT FOUND - NO GL ACCOUNTS"
               DISPLAY "TO POST TO, NOTHING CAN BE SENT"
               MOVE "YES" TO WS-ABORT-RUN
               MOVE "YES" TO WS-MAP-EOF
           END-IF.

      *    A first-ever month-end has no register yet - no month has
      *    been sent
           OPEN INPUT GL-SENT-FILE.
           IF WS-SENT-FILE-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-SENT-EOF
           END-IF.

           OPEN OUTPUT GL-INTERFACE-REPORT.

      *Read every account mapping into the table
       203-LOAD-MAP-TABLE.
           PERFORM UNTIL WS-MAP-EOF IS EQUAL TO "YES"
               READ GL-ACCOUNT-MAP-FILE
                   AT END
                       MOVE "YES" TO WS-MAP-EOF
                   NOT AT END
                       IF MAP-TABLE-COUNT IS LESS THAN 100
                           ADD 1 TO MAP-TABLE-COUNT
                           MOVE GLM-ENTRY-TYPE TO
                             MTBL-ENTRY-TYPE(MAP-TABLE-COUNT)
                           MOVE GLM-DEBIT-ACCOUNT TO
                             MTBL-DEBIT-ACCOUNT(MAP-TABLE-COUNT)
                           MOVE GLM-CREDIT-ACCOUNT TO
                             MTBL-CREDIT-ACCOUNT(MAP-TABLE-COUNT)
                           MOVE GLM-DESCRIPTION TO
                             MTBL-DESCRIPTION(MAP-TABLE-COUNT)
                       ELSE
                           DISPLAY "MAP TABLE FULL - ONLY THE FIRST"
                             " 100 ENTRY TYPES ARE MAPPED"
                           MOVE "YES" TO WS-MAP-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *Read every month already sent into the table - an overfull
      *table could miss the month being sent, so it aborts the run
       204-LOAD-SENT-TABLE.
           PERFORM UNTIL WS-SENT-EOF IS EQUAL TO "YES"
               READ GL-SENT-FILE
                   AT END
                       MOVE "YES" TO WS-SENT-EOF
                   NOT AT END
                       IF SENT-TABLE-COUNT IS LESS THAN 1000
                           ADD 1 TO SENT-TABLE-COUNT
                           MOVE GLS-PERIOD TO
                             STBL-PERIOD(SENT-TABLE-COUNT)
                       ELSE
                           DISPLAY "SENT TABLE FULL - RUN ABORTED"
                             " BEFORE A MONTH COULD BE SENT TWICE"
                           MOVE "YES" TO WS-ABORT-RUN
                           MOVE "YES" TO WS-SENT-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *Refuse a month the register says has already gone to the GL
       205-CHECK-ALREADY-SENT.
           MOVE "NO" TO WS-ALREADY-SENT.

           PERFORM VARYING SENT-IDX FROM 1 BY 1
             UNTIL SENT-IDX > SENT-TABLE-COUNT
               IF STBL-PERIOD(SENT-IDX) IS EQUAL TO WS-PERIOD
                   MOVE "YES" TO WS-ALREADY-SENT
               END-IF
           END-PERFORM.

           IF WS-ALREADY-SENT IS EQUAL TO "YES"
               DISPLAY "PERIOD " WS-PERIOD " HAS ALREADY BEEN SENT"
               DISPLAY "TO THE GL - NOT SENT AGAIN"
               MOVE SPACES TO REPORT-MESSAGE-LINE
               MOVE "PERIOD ALREADY ON GL-SENT-MONTHS.txt" TO
                 RPT-MESSAGE
               MOVE REPORT-MESSAGE-LINE TO GL-REPORT-OUT
               WRITE GL-REPORT-OUT
               MOVE "YES" TO WS-CONTROL-REFUSED
               MOVE "YES" TO WS-ABORT-RUN
           END-IF.

      *Read the ledger front to back folding every entry posted in
      *the month into its type-and-term summary
       206-SUMMARISE-LEDGER.
           PERFORM UNTIL WS-LEDGER-EOF IS EQUAL TO "YES"
               READ LEDGER-FILE
                   AT END
                       MOVE "YES" TO WS-LEDGER-EOF
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       IF LGR-POSTING-DATE(1:6) IS EQUAL TO
                            WS-PERIOD
                           ADD 1 TO ENTRIES-IN-PERIOD
                           PERFORM 207-FOLD-LEDGER-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

      *Fold one ledger entry into its summary - an overfull summary
      *table would leave the journal short, so it aborts the run
       207-FOLD-LEDGER-ENTRY.
           MOVE LGR-AMOUNT TO WS-WORK-AMOUNT.
           MOVE "NO" TO WS-SUMMARY-FOUND.

           PERFORM VARYING SUM-IDX FROM 1 BY 1
             UNTIL SUM-IDX > SUMMARY-TABLE-COUNT
               IF SUMT-ENTRY-TYPE(SUM-IDX) IS EQUAL TO LGR-ENTRY-TYPE
                 AND SUMT-ACADEMIC-TERM(SUM-IDX) IS EQUAL TO
                    LGR-ACADEMIC-TERM
                   MOVE "YES" TO WS-SUMMARY-FOUND
                   ADD WS-WORK-AMOUNT TO SUMT-AMOUNT(SUM-IDX)
                   ADD 1 TO SUMT-ENTRY-COUNT(SUM-IDX)
               END-IF
           END-PERFORM.

           IF WS-SUMMARY-FOUND IS NOT EQUAL TO "YES"
               IF SUMMARY-TABLE-COUNT IS LESS THAN 500
                   ADD 1 TO SUMMARY-TABLE-COUNT
                   MOVE LGR-ENTRY-TYPE TO
                     SUMT-ENTRY-TYPE(SUMMARY-TABLE-COUNT)
                   MOVE LGR-ACADEMIC-TERM TO
                     SUMT-ACADEMIC-TERM(SUMMARY-TABLE-COUNT)
                   MOVE WS-WORK-AMOUNT TO
                     SUMT-AMOUNT(SUMMARY-TABLE-COUNT)
                   MOVE 1 TO SUMT-ENTRY-COUNT(SUMMARY-TABLE-COUNT)
                   MOVE 0 TO SUMT-MAP-ENTRY(SUMMARY-TABLE-COUNT)
               ELSE
                   DISPLAY "SUMMARY TABLE FULL - RUN ABORTED BEFORE"
                   DISPLAY "A SHORT JOURNAL COULD GO TO THE GL"
                   MOVE "YES" TO WS-ABORT-RUN
                   MOVE "YES" TO WS-LEDGER-EOF
               END-IF
           END-IF.

      *Find each summary's GL accounts and list it on the report -
      *an entry type with no mapping is listed and stops the send
       208-MAP-SUMMARIES.
           MOVE REPORT-HEADING-LINE TO GL-REPORT-OUT.
           WRITE GL-REPORT-OUT.

           PERFORM VARYING SUM-IDX FROM 1 BY 1
             UNTIL SUM-IDX > SUMMARY-TABLE-COUNT
               PERFORM 211-MAP-ONE-SUMMARY
           END-PERFORM.

           IF TYPES-UNMAPPED > 0
               DISPLAY "LEDGER TYPES WITH NO GL MAPPING - ADD THEM TO"
               DISPLAY "GL-ACCOUNT-MAP.txt AND RERUN"
               MOVE "YES" TO WS-ABORT-RUN
           END-IF.

      *Look up one summary's entry type on the account map
       211-MAP-ONE-SUMMARY.
           MOVE "NO" TO WS-MAP-FOUND.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE SUMT-ENTRY-TYPE(SUM-IDX) TO RPT-ENTRY-TYPE.
           MOVE SUMT-ACADEMIC-TERM(SUM-IDX) TO RPT-ACADEMIC-TERM.
           MOVE SUMT-ENTRY-COUNT(SUM-IDX) TO RPT-ENTRY-COUNT.
           MOVE SUMT-AMOUNT(SUM-IDX) TO RPT-AMOUNT.

           SET MAP-IDX TO 1.
           SEARCH MAP-TABLE-ENTRY
               AT END
                   MOVE "NO" TO WS-MAP-FOUND
               WHEN MTBL-ENTRY-TYPE(MAP-IDX) IS EQUAL TO
                      SUMT-ENTRY-TYPE(SUM-IDX)
                   MOVE "YES" TO WS-MAP-FOUND
           END-SEARCH.

           IF WS-MAP-FOUND IS EQUAL TO "YES"
               SET SUMT-MAP-ENTRY(SUM-IDX) TO MAP-IDX
               MOVE MTBL-DEBIT-ACCOUNT(MAP-IDX) TO RPT-DEBIT-ACCOUNT
               MOVE MTBL-CREDIT-ACCOUNT(MAP-IDX) TO RPT-CREDIT-ACCOUNT
           ELSE
               MOVE "*** NO GL MAPPING ***" TO RPT-NOTE
               ADD 1 TO TYPES-UNMAPPED
           END-IF.

           MOVE REPORT-DETAIL-LINE TO GL-REPORT-OUT.
           WRITE GL-REPORT-OUT.

      *Write the journal - the header, a debit and a credit for every
      *summary, and the trailer with the control totals
       210-WRITE-GL-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE.

           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "H" TO GLJ-RECORD-TYPE.
           MOVE WS-PERIOD TO GLJ-PERIOD.
           MOVE WS-TODAY TO GLH-CREATED-DATE.
           MOVE "STUDENT LEDGER" TO GLH-SOURCE-SYSTEM.
           WRITE GL-JOURNAL-RECORD.

           PERFORM VARYING SUM-IDX FROM 1 BY 1
             UNTIL SUM-IDX > SUMMARY-TABLE-COUNT
               PERFORM 212-WRITE-SUMMARY-PAIR
           END-PERFORM.

           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "T" TO GLJ-RECORD-TYPE.
           MOVE WS-PERIOD TO GLJ-PERIOD.
           MOVE DETAILS-WRITTEN TO GLT-DETAIL-COUNT.
           MOVE TOTAL-DEBITS TO GLT-DEBIT-TOTAL.
           MOVE TOTAL-CREDITS TO GLT-CREDIT-TOTAL.
           WRITE GL-JOURNAL-RECORD.

           CLOSE GL-JOURNAL-FILE.

      *Write the debit side and the credit side of one summary
       212-WRITE-SUMMARY-PAIR.
           SET MAP-IDX TO SUMT-MAP-ENTRY(SUM-IDX).

           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "D" TO GLJ-RECORD-TYPE.
           MOVE WS-PERIOD TO GLJ-PERIOD.
           MOVE MTBL-DEBIT-ACCOUNT(MAP-IDX) TO GLD-ACCOUNT.
           MOVE "DR" TO GLD-DEBIT-CREDIT.
           MOVE SUMT-AMOUNT(SUM-IDX) TO GLD-AMOUNT.
           MOVE SUMT-ACADEMIC-TERM(SUM-IDX) TO GLD-ACADEMIC-TERM.
           MOVE SUMT-ENTRY-TYPE(SUM-IDX) TO GLD-ENTRY-TYPE.
           MOVE MTBL-DESCRIPTION(MAP-IDX) TO GLD-DESCRIPTION.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO DETAILS-WRITTEN.
           ADD SUMT-AMOUNT(SUM-IDX) TO TOTAL-DEBITS.

           MOVE MTBL-CREDIT-ACCOUNT(MAP-IDX) TO GLD-ACCOUNT.
           MOVE "CR" TO GLD-DEBIT-CREDIT.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO DETAILS-WRITTEN.
           ADD SUMT-AMOUNT(SUM-IDX) TO TOTAL-CREDITS.

      *Add the month to the sent register so it can't go again
       214-MARK-MONTH-SENT.
           CLOSE GL-SENT-FILE.

           OPEN EXTEND GL-SENT-FILE.
           IF WS-SENT-FILE-STATUS IS EQUAL TO "35"
               OPEN OUTPUT GL-SENT-FILE
           END-IF.

           MOVE SPACES TO GL-SENT-RECORD.
           MOVE WS-PERIOD TO GLS-PERIOD.
           MOVE WS-TODAY TO GLS-SENT-DATE.
           MOVE DETAILS-WRITTEN TO GLS-DETAIL-COUNT.
           MOVE TOTAL-DEBITS TO GLS-DEBIT-TOTAL.
           MOVE TOTAL-CREDITS TO GLS-CREDIT-TOTAL.
           WRITE GL-SENT-RECORD.

      *Close all external files
       209-CLOSE-EXTERNAL-FILES.
           PERFORM 810-WRITE-RUN-END.
           CLOSE LEDGER-FILE.
           CLOSE GL-ACCOUNT-MAP-FILE.
           CLOSE GL-SENT-FILE.
           CLOSE GL-INTERFACE-REPORT.

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
      *summary reports on - a month refused by the business calendar
      *or already sent ends REFUSED, any other failure ABORTED
       810-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.

           PERFORM 820-STAMP-RUN-RECORD.
           MOVE "END" TO RC-RECORD-TYPE.
           MOVE RECORDS-READ TO RC-RECORDS-READ.
           MOVE DETAILS-WRITTEN TO RC-RECORDS-WRITTEN.
           MOVE TYPES-UNMAPPED TO RC-EXCEPTION-COUNT.
           MOVE ZEROS TO RC-REJECT-COUNT.
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
           MOVE "CST-8283-PROJECT-33" TO RC-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO RC-RUN-DATE.
           MOVE WS-RUN-TIME TO RC-RUN-TIME.
           MOVE ZEROS TO RC-RECORDS-READ RC-RECORDS-WRITTEN
             RC-EXCEPTION-COUNT RC-REJECT-COUNT.

      *Read the processing-control file for the last month closed -
      *no file or no business date refuses the run, since nothing
      *then says which months have stopped taking postings
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
               END-IF
           END-IF.

      *Keep the last closed month off the business date record -
      *term records say nothing about GL months
       871-STORE-CONTROL-RECORD.
           IF PCT-RECORD-TYPE IS EQUAL TO "D"
               MOVE "YES" TO WS-DATE-RECORD-FOUND
               MOVE PCT-LAST-CLOSED-MONTH TO WS-LAST-CLOSED-MONTH
           END-IF.

       END PROGRAM CST-8283-PROJECT-33.
