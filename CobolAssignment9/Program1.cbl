      -"nt 2\RECONCILIATION-REPORT.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Link the drawer sessions file and set as line sequential - the
      *counter drawers CST-8283-PROJECT-44 opened and closed out, so
      *the day's counter takings can be reported against what the
      *cashiers counted (see copybooks/drawer_session_record.txt)
       SELECT DRAWER-SESSION-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\DRAWER-SESSIONS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SESSION-STATUS.

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

       FD RECONCILIATION-REPORT.
       01 RECONCILIATION-OUT PIC X(60).

      *Drawer session record - see copybooks/drawer_session_record.txt
       FD DRAWER-SESSION-FILE.
       COPY "drawer_session_record.txt".

      *Processing-control record - shared layout, see
      *copybooks/processing_control_record.txt
       FD PROCESSING-CONTROL-FILE.
       COPY "processing_control_record.txt".

       WORKING-STORAGE SECTION.

      *File status for STUFILE-FILE-INDEXED
       01 WS-INDEXED-EOF PIC X(4).
       01 WS-LOG-EOF PIC X(4).
       01 WS-QUEUE-EOF PIC X(4).
       01 WS-SESSION-EOF PIC X(4).
      *File status for the drawer sessions file
       01 WS-SESSION-STATUS PIC X(2).

      *Numeric working copy of one logged payment - the log carries
      *its amounts in edited form, so each is de-edited here before
         05 TOTAL-MASTER-REDUCTION PIC S9(7)V99 VALUE 0.
         05 TOTAL-CASH-RECEIVED PIC 9(7)V99 VALUE 0.

      *Counter drawer totals for the business date - what the drawers
      *took, what they should hold with their floats, what the
      *cashiers counted, and how many were never closed out
       01 COUNTER-TOTALS.
         05 TOTAL-COUNTER-TAKEN PIC 9(7)V99 VALUE 0.
         05 TOTAL-COUNTER-FLOATS PIC 9(7)V99 VALUE 0.
         05 TOTAL-COUNTER-EXPECTED PIC 9(7)V99 VALUE 0.
         05 TOTAL-COUNTER-COUNTED PIC 9(7)V99 VALUE 0.
         05 TOTAL-COUNTER-OVER-SHORT PIC S9(7)V99 VALUE 0.
         05 COUNTER-DRAWERS-CLOSED PIC 9(4) VALUE 0.
         05 COUNTER-DRAWERS-OPEN PIC 9(4) VALUE 0.
      *Numeric working copy of one drawer figure
       01 WS-DRAWER-AMOUNT PIC 9(7)V99.

      *Processing-control working fields - the file's status and
      *the business date whose counter drawers are reported; this
      *run posts nothing, so closed months and terms don't concern it
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 WS-CONTROL-EOF PIC X(4).
       01 WS-DATE-RECORD-FOUND PIC X(3) VALUE "NO".
       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.

      *Report line templates - moved into RECONCILIATION-OUT before
      *WRITE
       01 REPORT-TITLE-LINE.
         05 DETAIL-CAPTION PIC X(32).
         05 DETAIL-AMOUNT PIC ZZZZZZ9.99.

      *  Signed - a drawer can be over or short
       01 REPORT-SIGNED-LINE.
         05 SIGNED-CAPTION PIC X(32).
         05 SIGNED-AMOUNT PIC -ZZZZZZ9.99.

       01 REPORT-COUNT-LINE.
         05 COUNT-CAPTION PIC X(32).
         05 FILLER PIC X(6) VALUE SPACES.
         05 COUNT-NUMBER PIC ZZZ9.

       01 REPORT-VERDICT-LINE.
         05 VERDICT-TEXT PIC X(40).

           PERFORM 204-TOTAL-PAYMENT-LOG.
      *Total the overages routed to the refund queue
           PERFORM 205-TOTAL-OVERPAYMENT-QUEUE.
      *Total the counter drawers worked on the business date
           PERFORM 210-TOTAL-COUNTER-DRAWERS.
      *Work the balancing arithmetic and write the report
           PERFORM 206-WRITE-BALANCING-REPORT.
      *Close all external files - sets the return code the JCL COND
               MOVE "YES" TO WS-QUEUE-EOF
           END-IF.

      *    No drawer ever opened leaves no sessions file - the
      *    counter section then reports nothing taken
           OPEN INPUT DRAWER-SESSION-FILE.
           IF WS-SESSION-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-SESSION-EOF
           END-IF.

           OPEN OUTPUT RECONCILIATION-REPORT.

      *Add up TUITION-OWED across the start-of-day student file
      *Add up every overage still routed on the refund queue - the
      *queue carries forward across days now, so items the refund run
      *already flagged "P" are prior days' money and would double
      *count against today's cash, and an overage cancelled because
      *its payment bounced ("X") was never cash at all
       205-TOTAL-OVERPAYMENT-QUEUE.
           PERFORM UNTIL WS-QUEUE-EOF IS EQUAL TO "YES"
               READ OVERPAYMENT-FILE
                       MOVE "YES" TO WS-QUEUE-EOF
                   NOT AT END
                       IF OVP-STATUS IS NOT EQUAL TO "P"
                         AND OVP-STATUS IS NOT EQUAL TO "X"
                           MOVE OVP-OVERAGE-AMOUNT TO WS-OVERAGE-AMOUNT
                           ADD WS-OVERAGE-AMOUNT TO
                             TOTAL-OVERAGES-ROUTED
           MOVE REPORT-VERDICT-LINE TO RECONCILIATION-OUT.
           WRITE RECONCILIATION-OUT.

           PERFORM 211-WRITE-COUNTER-SECTION.

       207-WRITE-DETAIL-LINE.
           MOVE REPORT-DETAIL-LINE TO RECONCILIATION-OUT.
           WRITE RECONCILIATION-OUT.

      *Add up the drawers opened for the business date - a closed-out
      *drawer's cash should hold its float plus the cash it took,
      *its cheques and debits exactly what they took. A drawer still
      *open has no count yet and is only counted as outstanding
       210-TOTAL-COUNTER-DRAWERS.
           PERFORM 870-LOAD-PROCESSING-CONTROL.

           IF WS-DATE-RECORD-FOUND IS NOT EQUAL TO "YES"
               DISPLAY "NO BUSINESS DATE - COUNTER DRAWERS NOT"
                 " REPORTED"
               MOVE "YES" TO WS-SESSION-EOF
           END-IF.

           PERFORM UNTIL WS-SESSION-EOF IS EQUAL TO "YES"
               READ DRAWER-SESSION-FILE
                   AT END
                       MOVE "YES" TO WS-SESSION-EOF
                   NOT AT END
                       IF DRW-BUSINESS-DATE IS EQUAL TO
                            WS-BUSINESS-DATE
                           PERFORM 212-ADD-ONE-DRAWER
                       END-IF
               END-READ
           END-PERFORM.

           ADD TOTAL-COUNTER-FLOATS TOTAL-COUNTER-TAKEN
             GIVING TOTAL-COUNTER-EXPECTED.
           SUBTRACT TOTAL-COUNTER-EXPECTED FROM TOTAL-COUNTER-COUNTED
             GIVING TOTAL-COUNTER-OVER-SHORT.

      *Add one closed-out drawer's figures to the counter totals
       212-ADD-ONE-DRAWER.
           IF DRW-STATUS IS NOT EQUAL TO "C"
               ADD 1 TO COUNTER-DRAWERS-OPEN
           ELSE
               ADD 1 TO COUNTER-DRAWERS-CLOSED
               MOVE DRW-FLOAT-AMOUNT TO WS-DRAWER-AMOUNT
               ADD WS-DRAWER-AMOUNT TO TOTAL-COUNTER-FLOATS
               MOVE DRW-CASH-TAKEN TO WS-DRAWER-AMOUNT
               ADD WS-DRAWER-AMOUNT TO TOTAL-COUNTER-TAKEN
               MOVE DRW-CHEQUE-TAKEN TO WS-DRAWER-AMOUNT
               ADD WS-DRAWER-AMOUNT TO TOTAL-COUNTER-TAKEN
               MOVE DRW-DEBIT-TAKEN TO WS-DRAWER-AMOUNT
               ADD WS-DRAWER-AMOUNT TO TOTAL-COUNTER-TAKEN
               MOVE DRW-CASH-COUNTED TO WS-DRAWER-AMOUNT
               ADD WS-DRAWER-AMOUNT TO TOTAL-COUNTER-COUNTED
               MOVE DRW-CHEQUE-COUNTED TO WS-DRAWER-AMOUNT
               ADD WS-DRAWER-AMOUNT TO TOTAL-COUNTER-COUNTED
               MOVE DRW-DEBIT-COUNTED TO WS-DRAWER-AMOUNT
               ADD WS-DRAWER-AMOUNT TO TOTAL-COUNTER-COUNTED
           END-IF.

      *The counter drawers' section - the counter's takings already
      *sit in the start-of-day figures, so this stands beside the
      *postings balance rather than in it, and an over or short
      *drawer is for the bursar rather than a reason to stop the
      *night's chain
       211-WRITE-COUNTER-SECTION.
           MOVE SPACES TO RECONCILIATION-OUT.
           WRITE RECONCILIATION-OUT.

           MOVE "COUNTER DRAWERS CLOSED OUT" TO COUNT-CAPTION.
           MOVE COUNTER-DRAWERS-CLOSED TO COUNT-NUMBER.
           MOVE REPORT-COUNT-LINE TO RECONCILIATION-OUT.
           WRITE RECONCILIATION-OUT.

           MOVE "COUNTER TAKINGS PER RECEIPTS" TO DETAIL-CAPTION.
           MOVE TOTAL-COUNTER-TAKEN TO DETAIL-AMOUNT.
           PERFORM 207-WRITE-DETAIL-LINE.

           MOVE "DRAWER FLOATS ISSUED" TO DETAIL-CAPTION.
           MOVE TOTAL-COUNTER-FLOATS TO DETAIL-AMOUNT.
           PERFORM 207-WRITE-DETAIL-LINE.

           MOVE "DRAWERS EXPECTED TO HOLD" TO DETAIL-CAPTION.
           MOVE TOTAL-COUNTER-EXPECTED TO DETAIL-AMOUNT.
           PERFORM 207-WRITE-DETAIL-LINE.

           MOVE "DRAWERS COUNTED" TO DETAIL-CAPTION.
           MOVE TOTAL-COUNTER-COUNTED TO DETAIL-AMOUNT.
           PERFORM 207-WRITE-DETAIL-LINE.

           MOVE "COUNTER OVER/SHORT" TO SIGNED-CAPTION.
           MOVE TOTAL-COUNTER-OVER-SHORT TO SIGNED-AMOUNT.
           MOVE REPORT-SIGNED-LINE TO RECONCILIATION-OUT.
           WRITE RECONCILIATION-OUT.

           MOVE "DRAWERS NOT CLOSED OUT" TO COUNT-CAPTION.
           MOVE COUNTER-DRAWERS-OPEN TO COUNT-NUMBER.
           MOVE REPORT-COUNT-LINE TO RECONCILIATION-OUT.
           WRITE RECONCILIATION-OUT.

           IF COUNTER-DRAWERS-OPEN IS GREATER THAN ZERO
               MOVE "*** DRAWERS STILL OPEN ***" TO VERDICT-TEXT
           ELSE
               IF TOTAL-COUNTER-OVER-SHORT IS EQUAL TO ZERO
                   MOVE "COUNTER DRAWERS BALANCE" TO VERDICT-TEXT
               ELSE
                   MOVE "*** COUNTER DRAWERS OVER/SHORT ***" TO
                     VERDICT-TEXT
               END-IF
           END-IF.

           MOVE REPORT-VERDICT-LINE TO RECONCILIATION-OUT.
           WRITE RECONCILIATION-OUT.

      *Close all external files
       209-CLOSE-EXTERNAL-FILES.
           CLOSE STUFILE-FILE.
           CLOSE STUFILE-FILE-INDEXED.
           CLOSE PAYMENT-LOG-FILE.
           CLOSE OVERPAYMENT-FILE.
           CLOSE DRAWER-SESSION-FILE.
           CLOSE RECONCILIATION-REPORT.

      *    An out-of-balance day ends with return code 8 so the COND
           STOP RUN.
           GOBACK.

      *Read the processing-control file for the business date - no
      *file or no business date leaves WS-DATE-RECORD-FOUND at "NO"
      *and the counter section goes unreported
       870-LOAD-PROCESSING-CONTROL.
           OPEN INPUT PROCESSING-CONTROL-FILE.

           IF WS-CONTROL-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "PROCESSING-CONTROL.txt NOT FOUND - SET THE"
               DISPLAY "BUSINESS DATE (CST-8283-PROJECT-43) FIRST"
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
           END-IF.

      *Keep the business date off its record - term records don't
      *concern the reconciliation
       871-STORE-CONTROL-RECORD.
           IF PCT-RECORD-TYPE IS EQUAL TO "D"
               MOVE "YES" TO WS-DATE-RECORD-FOUND
               MOVE PCT-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF.

       END PROGRAM CST-8283-PROJECT-9.
