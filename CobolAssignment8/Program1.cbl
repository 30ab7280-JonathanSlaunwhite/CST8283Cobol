       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-POSTED-STATUS.

      *Link the bank posting trail and set as line sequential - one
      *line per remittance detail posted, with its batch and the full
      *amount the bank credited, so a payment the bank later returns
      *can be matched back to this posting (see
      *copybooks/bank_posting_record.txt)
       SELECT BANK-POSTING-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\BANK-POSTINGS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BANK-POSTING-STATUS.

      *Link the indexed student master built by CST-8283-PROJECT-3 and
      *set it as indexed with access mode as random and the student
      *number as the record key
      -"nt 2\PAYMENT-REJECTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

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

              PIC 9(7)V99.
           10 FILLER PIC X(17).

      *Posted-batch register record - one line per batch ever posted,
      *shared layout, see copybooks/posted_batch_record.txt
       FD POSTED-BATCH-FILE.
       COPY "posted_batch_record.txt".

      *Bank posting trail record - shared layout, see
      *copybooks/bank_posting_record.txt
       FD BANK-POSTING-FILE.
       COPY "bank_posting_record.txt".

      *Variables for the indexed student file - shared layout with
      *every field suffixed -INDEXED (see copybooks/student_record.txt)
         05 FILLER PIC X(2) VALUE SPACES.
         05 REJ-REASON-TEXT PIC X(30).

      *Processing-control record - shared layout, see
      *copybooks/processing_control_record.txt
       FD PROCESSING-CONTROL-FILE.
       COPY "processing_control_record.txt".

       WORKING-STORAGE SECTION.

      *File status for STUFILE-FILE-INDEXED, checked after every
       01 WS-BANK-FILE-STATUS PIC X(2).
      *File status for the payment log
       01 WS-PAYMENT-LOG-STATUS PIC X(2).
      *File status for the bank posting trail
       01 WS-BANK-POSTING-STATUS PIC X(2).
      *File status for the overpayment queue
       01 WS-OVERPAYMENT-STATUS PIC X(2).
      *File status for the financial ledger
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

      *End-of-file flag for the remittance file
       01 WS-EOF PIC X(4).
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

      *    The posting trail is kept for as long as the bank can
      *    return an item - append, only creating it fresh when none
      *    exists yet
           OPEN EXTEND BANK-POSTING-FILE.
           IF WS-BANK-POSTING-STATUS IS EQUAL TO "35"
               OPEN OUTPUT BANK-POSTING-FILE
           END-IF.

           OPEN OUTPUT PAYMENT-REJECT-FILE.

      *Read the proved batch to end, editing each payment detail and
                   PERFORM 223-CHECK-ALREADY-POSTED
               END-IF

      *        A proved batch still needs an open business date to
      *        post on - refused here it stays unregistered, free to
      *        post once the date is set
               IF WS-BATCH-OK IS EQUAL TO "YES"
                   PERFORM 870-LOAD-PROCESSING-CONTROL
                   IF WS-CONTROL-REFUSED IS EQUAL TO "YES"
                       MOVE "NO" TO WS-BATCH-OK
                       MOVE "NO OPEN BUSINESS DATE TO POST ON" TO
                         WS-REFUSAL-TEXT
                   END-IF
               END-IF

      *        Rewind the proved batch for the posting pass
               IF WS-BATCH-OK IS EQUAL TO "YES"
                   CLOSE BANK-PAYMENT-FILE
           MOVE WS-DEPOSIT-DATE TO PBR-DEPOSIT-DATE.
           MOVE WS-DETAIL-COUNT TO PBR-RECORD-COUNT.
           MOVE WS-DETAIL-TOTAL TO PBR-DOLLAR-TOTAL.
           MOVE WS-BUSINESS-DATE TO PBR-POSTED-DATE.
      *    Nothing has come back from a batch posted tonight
           MOVE ZEROS TO PBR-RETURNED-COUNT-9.
           MOVE ZEROS TO PBR-RETURNED-TOTAL-9.
           WRITE POSTED-BATCH-RECORD.
           CLOSE POSTED-BATCH-FILE.

      *Append the payment just posted to the bank posting trail with
      *its batch, the full amount the bank credited, and the part of
      *it that reached the balance - what a returned item is matched
      *back to
       226-WRITE-BANK-POSTING.
           MOVE SPACES TO BANK-POSTING-RECORD.
           MOVE WS-BATCH-NUMBER TO BKP-BATCH-NUMBER.
           MOVE STUDENT-NUMBER-INDEXED TO BKP-STUDENT-NUMBER.
           MOVE BNK-PAYMENT-AMOUNT-9 TO BKP-PAYMENT-AMOUNT.
           MOVE PAYMENT-WS TO BKP-APPLIED-AMOUNT.
           MOVE BNK-PAYMENT-DATE TO BKP-PAYMENT-DATE.
           MOVE BNK-BANK-REFERENCE TO BKP-BANK-REFERENCE.
           MOVE ACADEMIC-TERM-INDEXED TO BKP-ACADEMIC-TERM.
           MOVE WS-BUSINESS-DATE TO BKP-POSTED-DATE.
      *    A fresh posting stands until the bank returns it
           MOVE SPACE TO BKP-STATUS.
           WRITE BANK-POSTING-RECORD.

      *Edit one remittance record and post it - a record failing any
      *edit is written to the rejects file with a reason code and the
      *master is left untouched
                   MOVE "STUDENT NOT ON MASTER" TO REJ-REASON-TEXT
                   PERFORM 205-WRITE-REJECT-RECORD
               NOT INVALID KEY
                   PERFORM 227-POST-TO-STUDENT
           END-READ.

      *Post the payment to the student just read - a student whose
      *term is closed to posting is rejected instead, the master
      *left untouched
       227-POST-TO-STUDENT.
           MOVE ACADEMIC-TERM-INDEXED TO WS-CHECK-TERM.
           PERFORM 872-CHECK-TERM-OPEN.

           IF WS-TERM-CLOSED IS EQUAL TO "YES"
               MOVE SPACES TO PAYMENT-REJECT-RECORD
               MOVE "04" TO REJ-REASON-CODE
               MOVE "STUDENT'S TERM IS CLOSED" TO REJ-REASON-TEXT
               PERFORM 205-WRITE-REJECT-RECORD
           ELSE
      *        Hold the record's before image for the journal
               MOVE STUFILE-FILE-IN-INDEXED TO WS-BEFORE-IMAGE
               MOVE BNK-PAYMENT-AMOUNT-9 TO PAYMENT-WS
               PERFORM 210-UPDATE-TUITION
               REWRITE STUFILE-FILE-IN-INDEXED
                   INVALID KEY
                       PERFORM 214-CHECK-INDEXED-FILE-STATUS
                   NOT INVALID KEY
                       PERFORM 214-CHECK-INDEXED-FILE-STATUS
                       MOVE "REWRITE" TO WS-JOURNAL-ACTION
                       PERFORM 840-WRITE-JOURNAL-RECORD
               END-REWRITE
               PERFORM 226-WRITE-BANK-POSTING
               ADD 1 TO PAYMENTS-POSTED
           END-IF.

      *Calculate new tuition cost and append a line to the payment
      *audit trail - same posting rules as the screen transactions in
      *CST-8283-PROJECT-3
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
           MOVE "CST-8283-PROJECT-8" TO JRN-SOURCE-PROGRAM.
           MOVE WS-BUSINESS-DATE TO JRN-JOURNAL-DATE.
           MOVE WS-RUN-TIME TO JRN-JOURNAL-TIME.
           MOVE WS-JOURNAL-ACTION TO JRN-ACTION.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           CLOSE OVERPAYMENT-FILE.
           CLOSE LEDGER-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE BANK-POSTING-FILE.
           CLOSE PAYMENT-REJECT-FILE.

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

       END PROGRAM CST-8283-PROJECT-8.
