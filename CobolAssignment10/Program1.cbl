       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LEDGER-STATUS.

      *Link the student mailing address file and set as line
      *sequential - read into a table so each cheque goes out to
      *the student's mailing address (see
      *copybooks/address_record.txt)
       SELECT ADDRESS-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\ADDRESS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ADDRESS-FILE-STATUS.

      *Link the held mail file and set as line sequential - an item
      *for a student whose mail comes back, or who has no address on
      *file, is appended here instead of printed, for the
      *undeliverable report (see copybooks/mail_hold_record.txt)
       SELECT MAIL-HOLD-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\MAIL-HOLD.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MAIL-HOLD-STATUS.

      *Link the cheque-print file and set as line sequential - one
      *record per cheque for finance to run through the cheque writer
       SELECT CHEQUE-PRINT-FILE
      -"nt 2\CHEQUE-PRINT.txt"
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

       FD ISSUED-CHEQUE-FILE.
       COPY "issued_cheque_record.txt".

      *Student mailing address record - shared layout, see
      *copybooks/address_record.txt
       FD ADDRESS-FILE.
       COPY "address_record.txt".

      *Held mail record - shared layout, see
      *copybooks/mail_hold_record.txt
       FD MAIL-HOLD-FILE.
       COPY "mail_hold_record.txt".

      *Cheque-print record - everything the cheque writer needs,
      *including the serial number the reconciliation matches on
      *and the address block the cheque is mailed to
       FD CHEQUE-PRINT-FILE.
       01 CHEQUE-PRINT-RECORD.
         05 CHQ-STUDENT-NUMBER PIC 9(6).
         05 CHQ-REFUND-AMOUNT PIC ZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 CHQ-CHEQUE-NUMBER PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 CHQ-STREET PIC X(30).
         05 FILLER PIC X(2) VALUE SPACES.
         05 CHQ-CITY PIC X(20).
         05 FILLER PIC X(1) VALUE SPACE.
         05 CHQ-PROVINCE PIC X(2).
         05 FILLER PIC X(2) VALUE SPACES.
         05 CHQ-POSTAL-CODE PIC X(7).

      *Processing-control record - shared layout, see
      *copybooks/processing_control_record.txt
       FD PROCESSING-CONTROL-FILE.
       COPY "processing_control_record.txt".

       WORKING-STORAGE SECTION.

           10 OTBL-AUTH-ARCHIVE PIC X(1).


      *Date and time-of-day fields the security log entries carry
       01 WS-RUN-DATE PIC 9(8).
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

      *Mailing address working fields - the file statuses, the
      *address table every item is addressed from, and why the
      *current item can't be mailed (spaces when it can)
       01 WS-ADDRESS-FILE-STATUS PIC X(2).
       01 WS-MAIL-HOLD-STATUS PIC X(2).
       01 WS-ADDRESS-EOF PIC X(4).
       01 WS-MAIL-HOLD-REASON PIC X(18).
       01 ADDRESS-TABLE-COUNT PIC 9(4) VALUE 0.
       01 ADDRESS-TABLE-CONTAINER.
         05 ADDRESS-TABLE-ENTRY
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON ADDRESS-TABLE-COUNT
               INDEXED BY ADR-IDX.
           10 ADTB-STUDENT-NUMBER PIC 9(6).
           10 ADTB-STREET PIC X(30).
           10 ADTB-CITY PIC X(20).
           10 ADTB-PROVINCE PIC X(2).
           10 ADTB-POSTAL-CODE PIC X(7).
           10 ADTB-RETURNED-MAIL PIC X(1).

      *End-of-file flag while loading the queue
       01 WS-QUEUE-EOF PIC X(4).
      *Set when an input file is missing - the run must then leave
               MOVE "YES" TO WS-ABORT-RUN
           END-IF.

      *Take the business date the cheques are cut on - with no
      *business date, or one in a closed month, the run aborts the
      *same way
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 870-LOAD-PROCESSING-CONTROL
               IF WS-CONTROL-REFUSED IS EQUAL TO "YES"
                   DISPLAY "REFUNDS REFUSED - RC 8"
                   MOVE 8 TO RETURN-CODE
                   MOVE "YES" TO WS-ABORT-RUN
               END-IF
           END-IF.

      *Open the files - a missing input aborts the run before it can
      *touch the queue file
           PERFORM 201-OPEN-EXTERNAL-FILES.
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
      *        Load the queue into the table
               PERFORM 202-LOAD-QUEUE-TABLE
      *        Load the mailing addresses the cheques go out to
               PERFORM 212-LOAD-ADDRESS-TABLE
           END-IF.

      *    Re-checked after the load - an overfull queue aborts there,
               OPEN OUTPUT LEDGER-FILE
           END-IF.

      *    No address file yet means no student can be addressed -
      *    every item is held for the undeliverable report
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "ADDRESS.txt NOT FOUND - EVERY ITEM IS HELD"
               DISPLAY "AS NO ADDRESS ON FILE"
               MOVE "YES" TO WS-ADDRESS-EOF
           END-IF.

      *    Held items accumulate until the undeliverable report
      *    clears them - append, only creating the file fresh when
      *    none exists yet
           OPEN EXTEND MAIL-HOLD-FILE.
           IF WS-MAIL-HOLD-STATUS IS EQUAL TO "35"
               OPEN OUTPUT MAIL-HOLD-FILE
           END-IF.

      *    Scan the issued-cheque register for the highest serial
      *    so tonight's cheques number on from it, then re-open it
      *    to append
      *Cut a cheque for the entry at QUEUE-IDX if it is still
      *pending - an entry whose student can't be found on the master
      *is listed and held on the queue for follow-up rather than
      *silently dropped, and so is one whose cheque can't be mailed
      *or whose term is closed to posting. An overage cancelled
      *because its payment bounced ("X") is never paid out
       204-PROCESS-QUEUE-ENTRY.
           IF QTBL-STATUS(QUEUE-IDX) IS NOT EQUAL TO "P"
             AND QTBL-STATUS(QUEUE-IDX) IS NOT EQUAL TO "X"
               MOVE QTBL-ACADEMIC-TERM(QUEUE-IDX) TO WS-CHECK-TERM
               PERFORM 872-CHECK-TERM-OPEN
               IF WS-TERM-CLOSED IS EQUAL TO "YES"
                   PERFORM 215-HOLD-CLOSED-TERM
               ELSE
                   MOVE QTBL-STUDENT-NUMBER(QUEUE-IDX) TO
                     STUDENT-NUMBER-INDEXED
                   READ STUFILE-FILE-INDEXED
                       INVALID KEY
                           PERFORM 205-HOLD-QUEUE-ENTRY
                       NOT INVALID KEY
                           PERFORM 213-CHECK-MAIL-ADDRESS
                           IF WS-MAIL-HOLD-REASON IS NOT EQUAL TO
                                SPACES
                               PERFORM 214-HOLD-FOR-ADDRESS
                           ELSE
                               PERFORM 206-CUT-REFUND-CHEQUE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *List a held entry on the register so finance chases it down
           WRITE REFUND-REGISTER-OUT.
           ADD 1 TO REFUNDS-HELD.

      *List an entry whose term is closed to posting - no cheque is
      *cut and nothing is ledgered into the closed term; the entry
      *stays pending on the queue for the business office
       215-HOLD-CLOSED-TERM.
           MOVE QTBL-STUDENT-NUMBER(QUEUE-IDX) TO
             REGISTER-STUDENT-NUMBER.
           MOVE SPACES TO REGISTER-STUDENT-NAME.
           MOVE QTBL-OVERAGE-AMOUNT(QUEUE-IDX) TO
             REGISTER-REFUND-AMOUNT.
           MOVE "TERM CLOSED - HELD" TO REGISTER-NOTE.
           MOVE REGISTER-DETAIL-LINE TO REFUND-REGISTER-OUT.
           WRITE REFUND-REGISTER-OUT.
           ADD 1 TO REFUNDS-HELD.

      *Write the cheque-print record and the register line, and flag
      *the entry processed so the next run skips it
       206-CUT-REFUND-CHEQUE.
           MOVE STUDENT-NAME-INDEXED TO CHQ-STUDENT-NAME.
           MOVE QTBL-OVERAGE-AMOUNT(QUEUE-IDX) TO CHQ-REFUND-AMOUNT.
           MOVE WS-NEXT-CHEQUE-NUMBER TO CHQ-CHEQUE-NUMBER.
           MOVE ADTB-STREET(ADR-IDX) TO CHQ-STREET.
           MOVE ADTB-CITY(ADR-IDX) TO CHQ-CITY.
           MOVE ADTB-PROVINCE(ADR-IDX) TO CHQ-PROVINCE.
           MOVE ADTB-POSTAL-CODE(ADR-IDX) TO CHQ-POSTAL-CODE.
           WRITE CHEQUE-PRINT-RECORD.

      *    The same cheque goes on the issued register under its
      *    cashes against what we cut
           MOVE SPACES TO ISSUED-CHEQUE-RECORD.
           MOVE WS-NEXT-CHEQUE-NUMBER TO ICQ-CHEQUE-NUMBER.
           MOVE WS-BUSINESS-DATE TO ICQ-ISSUE-DATE.
           MOVE QTBL-STUDENT-NUMBER(QUEUE-IDX) TO ICQ-STUDENT-NUMBER.
           MOVE QTBL-OVERAGE-AMOUNT(QUEUE-IDX) TO ICQ-AMOUNT.
           MOVE QTBL-ACADEMIC-TERM(QUEUE-IDX) TO ICQ-ACADEMIC-TERM.
           ADD QTBL-OVERAGE-AMOUNT(QUEUE-IDX) TO TOTAL-REFUNDED.


      *Read the whole address file into the table - a student past
      *the bound is held as having no address rather than mailed
      *blind
       212-LOAD-ADDRESS-TABLE.
           PERFORM UNTIL WS-ADDRESS-EOF IS EQUAL TO "YES"
               READ ADDRESS-FILE
                   AT END
                       MOVE "YES" TO WS-ADDRESS-EOF
                   NOT AT END
                       IF ADDRESS-TABLE-COUNT IS LESS THAN 2000
                           ADD 1 TO ADDRESS-TABLE-COUNT
                           SET ADR-IDX TO ADDRESS-TABLE-COUNT
                           MOVE ADR-STUDENT-NUMBER TO
                             ADTB-STUDENT-NUMBER(ADR-IDX)
                           MOVE ADR-STREET TO ADTB-STREET(ADR-IDX)
                           MOVE ADR-CITY TO ADTB-CITY(ADR-IDX)
                           MOVE ADR-PROVINCE TO ADTB-PROVINCE(ADR-IDX)
                           MOVE ADR-POSTAL-CODE TO
                             ADTB-POSTAL-CODE(ADR-IDX)
                           MOVE ADR-RETURNED-MAIL TO
                             ADTB-RETURNED-MAIL(ADR-IDX)
                       ELSE
                           DISPLAY "ADDRESS TABLE FULL - STUDENTS PAST"
                             " THE FIRST 2000 ARE HELD"
                           MOVE "YES" TO WS-ADDRESS-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *Find the student's address, leaving ADR-IDX on it, and say
      *why the item can't be mailed when there is none on file or
      *the post office has sent mail back from it
       213-CHECK-MAIL-ADDRESS.
           MOVE "NO ADDRESS ON FILE" TO WS-MAIL-HOLD-REASON.

           IF ADDRESS-TABLE-COUNT IS GREATER THAN 0
               SET ADR-IDX TO 1
               SEARCH ADDRESS-TABLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN ADTB-STUDENT-NUMBER(ADR-IDX) IS EQUAL TO
                          QTBL-STUDENT-NUMBER(QUEUE-IDX)
                       IF ADTB-RETURNED-MAIL(ADR-IDX) IS EQUAL TO "Y"
                           MOVE "RETURNED MAIL" TO WS-MAIL-HOLD-REASON
                       ELSE
                           MOVE SPACES TO WS-MAIL-HOLD-REASON
                       END-IF
               END-SEARCH
           END-IF.

      *Hold an entry whose cheque can't be mailed - no cheque is cut
      *and nothing is ledgered, the entry stays pending on the queue
      *for the run after the address is corrected, and the refund
      *goes on the register and the held mail file
       214-HOLD-FOR-ADDRESS.
           MOVE QTBL-STUDENT-NUMBER(QUEUE-IDX) TO
             REGISTER-STUDENT-NUMBER.
           MOVE STUDENT-NAME-INDEXED TO REGISTER-STUDENT-NAME.
           MOVE QTBL-OVERAGE-AMOUNT(QUEUE-IDX) TO
             REGISTER-REFUND-AMOUNT.
           IF WS-MAIL-HOLD-REASON IS EQUAL TO "RETURNED MAIL"
               MOVE "RETURNED MAIL - HELD" TO REGISTER-NOTE
           ELSE
               MOVE "NO ADDRESS - HELD" TO REGISTER-NOTE
           END-IF.
           MOVE REGISTER-DETAIL-LINE TO REFUND-REGISTER-OUT.
           WRITE REFUND-REGISTER-OUT.
           ADD 1 TO REFUNDS-HELD.

           MOVE SPACES TO MAIL-HOLD-RECORD.
           MOVE QTBL-STUDENT-NUMBER(QUEUE-IDX) TO MHL-STUDENT-NUMBER.
           MOVE STUDENT-NAME-INDEXED TO MHL-STUDENT-NAME.
           MOVE "REFUND CHEQUE" TO MHL-DOCUMENT.
           MOVE QTBL-ACADEMIC-TERM(QUEUE-IDX) TO MHL-REFERENCE.
           MOVE QTBL-OVERAGE-AMOUNT(QUEUE-IDX) TO MHL-AMOUNT.
           MOVE WS-MAIL-HOLD-REASON TO MHL-HOLD-REASON.
           MOVE "CST-8283-PROJECT-10" TO MHL-SOURCE-PROGRAM.
           MOVE WS-BUSINESS-DATE TO MHL-HOLD-DATE.
           WRITE MAIL-HOLD-RECORD.

      *Authenticate the operator before anything can be keyed -
      *three refusals end the attempt, and every refusal is logged
      *for the auditors
      *Append one dated ledger entry for the refund just cut
       219-WRITE-LEDGER-ENTRY.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE QTBL-STUDENT-NUMBER(QUEUE-IDX) TO LGR-STUDENT-NUMBER.
           MOVE WS-BUSINESS-DATE TO LGR-POSTING-DATE.
           MOVE "REFUND" TO LGR-ENTRY-TYPE.
           MOVE QTBL-OVERAGE-AMOUNT(QUEUE-IDX) TO LGR-AMOUNT.
           MOVE QTBL-ACADEMIC-TERM(QUEUE-IDX) TO LGR-ACADEMIC-TERM.
           END-IF.
           CLOSE ISSUED-CHEQUE-FILE.
           CLOSE LEDGER-FILE.
           IF WS-ADDRESS-FILE-STATUS IS NOT EQUAL TO "35"
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE MAIL-HOLD-FILE.

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

       END PROGRAM CST-8283-PROJECT-10.
