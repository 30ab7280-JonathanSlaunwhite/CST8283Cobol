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

       DATA DIVISION.
       FILE SECTION.

       FD RUN-CONTROL-FILE.
       COPY "run_control_record.txt".

      *Processing-control record - shared layout, see
      *copybooks/processing_control_record.txt
       FD PROCESSING-CONTROL-FILE.
       COPY "processing_control_record.txt".

       WORKING-STORAGE SECTION.

      *Program file container for course code and name
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
       01 WS-TIME-RAW PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.

      *Take the business date the payments are posted on - with no
      *business date, or one in a closed month, nothing is posted
           PERFORM 870-LOAD-PROCESSING-CONTROL.

      *Only an authenticated operator with the payment permission
      *may post - the report above is batch work, but everything
      *from here changes money
           IF WS-CONTROL-REFUSED IS NOT EQUAL TO "YES"
               PERFORM 850-OPERATOR-SIGN-ON
           END-IF.

           IF WS-SIGNED-ON IS EQUAL TO "YES"
      *        Indexed file was loaded in OUTPUT mode above, so
      *        A refused sign-on means the night's payments were
      *        never posted - RC 8 stops the rest of the chain so
      *        the run can't end looking clean with nothing posted,
      *        the same signal a refused bank batch sends. Posting
      *        refused by the processing control is treated the same
               MOVE 8 TO RETURN-CODE
           END-IF.

                       PERFORM 214-CHECK-INDEXED-FILE-STATUS
                   NOT INVALID KEY
                       PERFORM 214-CHECK-INDEXED-FILE-STATUS
                       PERFORM 220-POST-ONE-PAYMENT
               END-READ
               DISPLAY "ENTER ANOTHER TRANSACTION YES OR NO"
               ACCEPT WS-MORE-TRANSACTIONS
           END-PERFORM.

      *Post the payment to the student just read - unless their term
      *is closed to posting, when the payment is turned away
       220-POST-ONE-PAYMENT.
           MOVE ACADEMIC-TERM-INDEXED TO WS-CHECK-TERM.
           PERFORM 872-CHECK-TERM-OPEN.

           IF WS-TERM-CLOSED IS EQUAL TO "YES"
               DISPLAY "TERM " ACADEMIC-TERM-INDEXED " IS CLOSED -"
                 " PAYMENT NOT POSTED"
           ELSE
      *        Hold the record's before image for the journal
               MOVE STUFILE-FILE-IN-INDEXED TO WS-BEFORE-IMAGE
      *        Update tuition owed and re-write the record
               PERFORM 210-UPDATE-TUITION
               REWRITE STUFILE-FILE-IN-INDEXED
                   INVALID KEY
                       PERFORM 214-CHECK-INDEXED-FILE-STATUS
                   NOT INVALID KEY
                       PERFORM 214-CHECK-INDEXED-FILE-STATUS
                       MOVE "REWRITE" TO WS-JOURNAL-ACTION
                       PERFORM 840-WRITE-JOURNAL-RECORD
               END-REWRITE
           END-IF.

      *Calculate new tuition cost and append a line to the payment
      *audit trail so finance can reconcile postings against receipts
       210-UPDATE-TUITION.
      *the posting date is what the aging report ages from
       219-WRITE-LEDGER-ENTRY.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE STUDENT-NUMBER-INDEXED TO LGR-STUDENT-NUMBER.
           MOVE WS-BUSINESS-DATE TO LGR-POSTING-DATE.
           MOVE "PAYMNT" TO LGR-ENTRY-TYPE.
           MOVE PAYMENT-WS TO LGR-AMOUNT.
           MOVE ACADEMIC-TERM-INDEXED TO LGR-ACADEMIC-TERM.
      *the last unload
       840-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-RECORD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.
           MOVE "CST-8283-PROJECT-3" TO JRN-SOURCE-PROGRAM.
           MOVE WS-BUSINESS-DATE TO JRN-JOURNAL-DATE.
           MOVE WS-RUN-TIME TO JRN-JOURNAL-TIME.
           MOVE WS-JOURNAL-ACTION TO JRN-ACTION.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
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

       END PROGRAM CST-8283-PROJECT-3.
