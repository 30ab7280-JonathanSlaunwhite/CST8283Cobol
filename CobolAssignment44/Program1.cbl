       IDENTIFICATION DIVISION.
       PROGRAM-ID. CST-8283-PROJECT-44.
       AUTHOR. JONATHON SLAUNWHITE, LIAM HENLEY-VACHON.
       INSTALLATION. ALGONQUIN.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Link the operator master and set as line sequential - the
      *sign-on step validates the keyed operator ID and the payment
      *permission against it (see copybooks/operator_record.txt)
       SELECT OPERATOR-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\OPERATOR.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OPERATOR-FILE-STATUS.

      *Link the security violations log and set as line sequential -
      *every refused sign-on attempt gets its own line here for the
      *auditors (see copybooks/security_log_record.txt)
       SELECT SECURITY-LOG-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\SECURITY-LOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SECURITY-LOG-STATUS.

      *Link the indexed student master built by CST-8283-PROJECT-3 and
      *set it as indexed with access mode as random and the student
      *number as the record key - a counter payment is read against
      *the student and posted to their balance
       SELECT STUFILE-FILE-INDEXED
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\STUFILE-INDEXED.txt"
          ORGANIZATION  IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS STUDENT-NUMBER-INDEXED
          FILE STATUS IS FILE-STATUS-THING.

      *Link the drawer sessions file and set as line sequential -
      *read front to back into the table, opened and closed out
      *there, and written back (see
      *copybooks/drawer_session_record.txt)
       SELECT DRAWER-SESSION-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\DRAWER-SESSIONS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SESSION-STATUS.

      *Link the counter receipts file and set as line sequential -
      *every receipt handed over lands here, and a drawer's close-out
      *totals what it took from it (see
      *copybooks/cashier_receipt_record.txt)
       SELECT CASHIER-RECEIPT-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\CASHIER-RECEIPTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RECEIPT-STATUS.

      *Link the receipt printer file and set as line sequential - one
      *printed receipt per payment taken this run
       SELECT RECEIPT-PRINT-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\RECEIPT-PRINT.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Link the drawer over/short report and set as line sequential -
      *printed when a drawer is closed out
       SELECT OVER-SHORT-REPORT
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\DRAWER-OVER-SHORT.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Link the dated financial ledger and set as line sequential -
      *every counter payment lands here dated (see
      *copybooks/ledger_record.txt)
       SELECT LEDGER-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\LEDGER.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LEDGER-STATUS.

      *Link overpayment / refund queue and set as line sequential -
      *a payment bigger than the student's balance queues the rest
      *for the refund run (CST-8283-PROJECT-10)
       SELECT OVERPAYMENT-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\OVERPAYMENT-QUEUE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OVERPAYMENT-STATUS.

      *Link the student master journal and set as line sequential -
      *every rewrite of a master record leaves its before and after
      *image here so the recovery utility (CST-8283-PROJECT-27) can
      *replay the day against the last unload (see
      *copybooks/journal_record.txt)
       SELECT JOURNAL-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\JOURNAL.txt"
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

       DATA DIVISION.
       FILE SECTION.

      *Operator master record - shared layout, see
      *copybooks/operator_record.txt
       FD OPERATOR-FILE.
       COPY "operator_record.txt".

      *Security violations log record - shared layout, see
      *copybooks/security_log_record.txt
       FD SECURITY-LOG-FILE.
       COPY "security_log_record.txt".

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

      *Drawer session record - see copybooks/drawer_session_record.txt
       FD DRAWER-SESSION-FILE.
       COPY "drawer_session_record.txt".

      *Counter receipt record - see
      *copybooks/cashier_receipt_record.txt
       FD CASHIER-RECEIPT-FILE.
       COPY "cashier_receipt_record.txt".

      *Printed receipt output
       FD RECEIPT-PRINT-FILE.
       01 RECEIPT-PRINT-OUT PIC X(60).

      *Drawer over/short report output
       FD OVER-SHORT-REPORT.
       01 OVER-SHORT-OUT PIC X(80).

      *Dated financial ledger record - shared layout, see
      *copybooks/ledger_record.txt
       FD LEDGER-FILE.
       COPY "ledger_record.txt".

      *Overpayment / refund queue record - shared layout, see
      *copybooks/overpayment_record.txt
       FD OVERPAYMENT-FILE.
       COPY "overpayment_record.txt".

      *Student master journal record - shared layout, see
      *copybooks/journal_record.txt
       FD JOURNAL-FILE.
       COPY "journal_record.txt".

      *Processing-control record - shared layout, see
      *copybooks/processing_control_record.txt
       FD PROCESSING-CONTROL-FILE.
       COPY "processing_control_record.txt".

       WORKING-STORAGE SECTION.

      *File status for STUFILE-FILE-INDEXED
       01 FILE-STATUS-THING PIC X(2).
      *File statuses for the drawer sessions, the receipts, the
      *ledger, and the overpayment queue
       01 WS-SESSION-STATUS PIC X(2).
       01 WS-RECEIPT-STATUS PIC X(2).
       01 WS-LEDGER-STATUS PIC X(2).
       01 WS-OVERPAYMENT-STATUS PIC X(2).
       01 WS-SESSION-EOF PIC X(4).
       01 WS-RECEIPT-EOF PIC X(4).

      *In-memory copy of the whole drawer sessions file
       01 SESSION-TABLE-COUNT PIC 9(4) VALUE 0.
       01 SESSION-TABLE-CONTAINER.
         05 SESSION-TABLE-ENTRY
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON SESSION-TABLE-COUNT
               INDEXED BY DRW-IDX
                          OPEN-DRW-IDX.
           10 DTBL-SESSION-NUMBER PIC 9(6).
           10 DTBL-OPERATOR-ID PIC X(3).
           10 DTBL-BUSINESS-DATE PIC 9(8).
           10 DTBL-STATUS PIC X(1).
           10 DTBL-OPENED-TIME PIC 9(6).
           10 DTBL-CLOSED-TIME PIC 9(6).
           10 DTBL-FLOAT-AMOUNT PIC 9(5)V99.
           10 DTBL-CASH-COUNT PIC 9(4).
           10 DTBL-CASH-TAKEN PIC 9(7)V99.
           10 DTBL-CHEQUE-COUNT PIC 9(4).
           10 DTBL-CHEQUE-TAKEN PIC 9(7)V99.
           10 DTBL-DEBIT-COUNT PIC 9(4).
           10 DTBL-DEBIT-TAKEN PIC 9(7)V99.
           10 DTBL-CASH-COUNTED PIC 9(7)V99.
           10 DTBL-CHEQUE-COUNTED PIC 9(7)V99.
           10 DTBL-DEBIT-COUNTED PIC 9(7)V99.

      *Next drawer session and receipt numbers - one past the
      *highest on file
       01 WS-NEXT-SESSION-NUMBER PIC 9(6) VALUE 0.
       01 WS-NEXT-RECEIPT-NUMBER PIC 9(7) VALUE 0.

      *Numeric work field for de-editing the file's edited amounts
       01 WS-WORK-AMOUNT PIC 9(7)V99.

      *Set when the sessions file exceeds what memory can hold - the
      *run must then leave the file exactly as it found it
       01 WS-ABORT-RUN PIC X(3) VALUE "NO".
      *Set once the signed-on cashier has a drawer open to work
       01 WS-DRAWER-OPEN PIC X(3) VALUE "NO".

      *Flag to keep taking counter functions until the cashier is
      *done, same shape as WS-MORE-MAINTENANCE in PROJECT-6
       01 WS-MORE-MAINTENANCE PIC X(3) VALUE "YES".
      *Function keyed by the cashier - P take a payment, C close out
      *the drawer, S sign off leaving the drawer open
       01 WS-FUNCTION-CODE PIC X(1).
      *Student number keyed by the cashier, edited before use as key
       01 WS-STUDENT-NUMBER-IN PIC X(6).
      *Set when the keyed student number reads successfully
       01 WS-RECORD-FOUND PIC X(3).

      *Fields keyed for one payment or one close-out
       01 WS-TENDER-IN PIC X(2).
       01 WS-REFERENCE-IN PIC X(10).
       01 WS-AMOUNT-IN PIC X(7).
       01 WS-AMOUNT-IN-9 REDEFINES WS-AMOUNT-IN PIC 9(5)V99.
       01 WS-COUNT-IN PIC X(9).
       01 WS-COUNT-IN-9 REDEFINES WS-COUNT-IN PIC 9(7)V99.
       01 WS-CONFIRM PIC X(3).
      *Printable name of the tender keyed
       01 WS-TENDER-TEXT PIC X(6).

      *The pieces of one counter payment - the student's balance
      *before it, what could not go on the balance, and what did
       01 WS-PRIOR-BALANCE PIC 9(4)V99.
       01 WS-OVERAGE-AMOUNT PIC 9(5)V99.
       01 WS-NET-APPLIED PIC 9(5)V99.
       01 WS-POSTED PIC X(3).

      *The drawer's over/short work - what it should hold per
      *tender and the signed difference from what was counted
       01 WS-EXPECTED-AMOUNT PIC 9(7)V99.
       01 WS-COUNTED-AMOUNT PIC 9(7)V99.
       01 WS-OVER-SHORT PIC S9(7)V99.
       01 WS-TOTAL-EXPECTED PIC 9(7)V99.
       01 WS-TOTAL-COUNTED PIC 9(7)V99.
       01 WS-TOTAL-OVER-SHORT PIC S9(7)V99.

      *File status for the student master journal, the action being
      *journalled, and the record as it looked before the change
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-JOURNAL-ACTION PIC X(7).
       01 WS-BEFORE-IMAGE PIC X(113).
      *Date and time-of-day fields the log entries carry
       01 WS-RUN-DATE PIC 9(8).
       01 WS-TIME-RAW PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).
      *Operator sign-on working fields - file statuses, the keyed
      *ID, how many refusals it has had, and the sign-on verdict
       01 WS-OPERATOR-FILE-STATUS PIC X(2).
       01 WS-SECURITY-LOG-STATUS PIC X(2).
       01 WS-OPERATOR-EOF PIC X(4).
       01 WS-SIGNON-ID PIC X(3).
       01 WS-SIGNED-ON PIC X(3) VALUE "NO".
       01 WS-SIGNON-TRIES PIC 9(1) VALUE 0.
       01 WS-REFUSAL-REASON PIC X(30).

      *Operator master container, loaded once at sign-on
       01 OPERATOR-TABLE-COUNT PIC 9(2) VALUE 0.
       01 OPERATOR-TABLE-CONTAINER.
         05 OPERATOR-TABLE-ENTRY
               OCCURS 1 TO 50 TIMES
               DEPENDING ON OPERATOR-TABLE-COUNT
               INDEXED BY OPR-IDX
                          SIGNED-ON-IDX.
           10 OTBL-OPERATOR-ID PIC X(3).
           10 OTBL-OPERATOR-NAME PIC X(25).
           10 OTBL-STATUS PIC X(1).
           10 OTBL-AUTH-PAYMENTS PIC X(1).

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

      *Printed receipt line templates - moved into the output record
      *before WRITE
       01 RECEIPT-TITLE-LINE.
         05 FILLER PIC X(40)
            VALUE "STUDENT ACCOUNTS - OFFICIAL RECEIPT".

       01 RECEIPT-NUMBER-LINE.
         05 FILLER PIC X(11) VALUE "RECEIPT NO ".
         05 RCP-RECEIPT-NUMBER PIC 9(7).
         05 FILLER PIC X(8) VALUE "  DATE ".
         05 RCP-BUSINESS-DATE PIC 9(8).
         05 FILLER PIC X(7) VALUE "  TIME ".
         05 RCP-RECEIPT-TIME PIC 9(6).

       01 RECEIPT-STUDENT-LINE.
         05 FILLER PIC X(8) VALUE "STUDENT ".
         05 RCP-STUDENT-NUMBER PIC 9(6).
         05 FILLER PIC X(1) VALUE SPACES.
         05 RCP-STUDENT-NAME PIC X(40).

       01 RECEIPT-TENDER-LINE.
         05 FILLER PIC X(5) VALUE "TERM ".
         05 RCP-ACADEMIC-TERM PIC X(5).
         05 FILLER PIC X(10) VALUE "  TENDER ".
         05 RCP-TENDER-TEXT PIC X(6).
         05 FILLER PIC X(1) VALUE SPACES.
         05 RCP-TENDER-REFERENCE PIC X(10).

       01 RECEIPT-AMOUNT-LINE.
         05 RCP-AMOUNT-CAPTION PIC X(24).
         05 RCP-AMOUNT PIC ZZZZ9.99.

       01 RECEIPT-CASHIER-LINE.
         05 FILLER PIC X(8) VALUE "CASHIER ".
         05 RCP-OPERATOR-ID PIC X(3).
         05 FILLER PIC X(9) VALUE "  DRAWER ".
         05 RCP-SESSION-NUMBER PIC 9(6).

      *Over/short report line templates
       01 OVER-SHORT-TITLE-LINE.
         05 FILLER PIC X(30) VALUE "DRAWER CLOSE-OUT - OVER/SHORT".
         05 FILLER PIC X(8) VALUE "DRAWER ".
         05 OST-SESSION-NUMBER PIC 9(6).
         05 FILLER PIC X(10) VALUE "  CASHIER ".
         05 OST-OPERATOR-ID PIC X(3).
         05 FILLER PIC X(7) VALUE "  DATE ".
         05 OST-BUSINESS-DATE PIC 9(8).

       01 OVER-SHORT-HEADING-LINE.
         05 FILLER PIC X(10) VALUE "TENDER".
         05 FILLER PIC X(10) VALUE "RECEIPTS".
         05 FILLER PIC X(14) VALUE "TAKEN".
         05 FILLER PIC X(14) VALUE "EXPECTED".
         05 FILLER PIC X(14) VALUE "COUNTED".
         05 FILLER PIC X(14) VALUE "OVER/SHORT".

       01 OVER-SHORT-DETAIL-LINE.
         05 OSD-TENDER-TEXT PIC X(6).
         05 FILLER PIC X(4) VALUE SPACES.
         05 OSD-RECEIPT-COUNT PIC ZZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 OSD-TAKEN PIC ZZZZZZ9.99.
         05 FILLER PIC X(4) VALUE SPACES.
         05 OSD-EXPECTED PIC ZZZZZZ9.99.
         05 FILLER PIC X(4) VALUE SPACES.
         05 OSD-COUNTED PIC ZZZZZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 OSD-OVER-SHORT PIC -ZZZZZZ9.99.

       01 OVER-SHORT-FLOAT-LINE.
         05 FILLER PIC X(34) VALUE "CASH EXPECTED INCLUDES THE FLOAT".
         05 OSF-FLOAT-AMOUNT PIC ZZZZ9.99.

       01 OVER-SHORT-VERDICT-LINE.
         05 OSV-VERDICT-TEXT PIC X(40).


       PROCEDURE DIVISION.

       100-RUN-CASHIER-DRAWER.
      *Open the files, load the drawer sessions, and find where the
      *receipt numbers run on from
           PERFORM 201-OPEN-EXTERNAL-FILES.
           PERFORM 202-LOAD-SESSION-TABLE.
           PERFORM 203-FIND-LAST-RECEIPT.
      *Take the business date and the closed terms - a drawer can
      *always be closed out, but nothing is posted without them
           PERFORM 870-LOAD-PROCESSING-CONTROL.

      *An overfull sessions file aborts before anything is taken -
      *the rewrite would otherwise silently drop every drawer past
      *the bound
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
      *        Only an authenticated operator with the payment
      *        permission may work a drawer
               PERFORM 850-OPERATOR-SIGN-ON
               IF WS-SIGNED-ON IS EQUAL TO "YES"
      *            Carry on with the cashier's open drawer, or open
      *            a new one with its float
                   PERFORM 204-FIND-OPEN-DRAWER
                   IF WS-DRAWER-OPEN IS NOT EQUAL TO "YES"
                       PERFORM 205-OPEN-DRAWER
                   END-IF
                   IF WS-DRAWER-OPEN IS EQUAL TO "YES"
                       PERFORM 206-COUNTER-TRANSACTIONS
                   END-IF
               END-IF
           END-IF.
      *Close all external files
           PERFORM 209-CLOSE-EXTERNAL-FILES.

      *Open all external files for read and write
       201-OPEN-EXTERNAL-FILES.
           OPEN I-O STUFILE-FILE-INDEXED.

           IF FILE-STATUS-THING IS EQUAL TO "35"
               DISPLAY "STUFILE-FILE-INDEXED NOT FOUND - RUN THE"
               DISPLAY "NIGHTLY LOAD (CST-8283-PROJECT-3) FIRST"
               MOVE "YES" TO WS-ABORT-RUN
           END-IF.

      *    A first-ever run has no sessions file yet - the first
      *    drawer opened today starts it
           OPEN INPUT DRAWER-SESSION-FILE.
           IF WS-SESSION-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-SESSION-EOF
           END-IF.

           OPEN OUTPUT RECEIPT-PRINT-FILE.

      *    The ledger accumulates forever - always append, only
      *    creating it fresh when no ledger exists yet
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS IS EQUAL TO "35"
               OPEN OUTPUT LEDGER-FILE
           END-IF.

      *    The overpayment queue carries forward across runs - only
      *    create it fresh when none exists yet
           OPEN EXTEND OVERPAYMENT-FILE.
           IF WS-OVERPAYMENT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT OVERPAYMENT-FILE
           END-IF.

      *    The journal carries every image since the last unload -
      *    append, only creating it fresh when none exists yet
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

      *Read the whole sessions file into the table, noting the
      *highest session number so new drawers number on from it
       202-LOAD-SESSION-TABLE.
           PERFORM UNTIL WS-SESSION-EOF IS EQUAL TO "YES"
               READ DRAWER-SESSION-FILE
                   AT END
                       MOVE "YES" TO WS-SESSION-EOF
                   NOT AT END
                       IF SESSION-TABLE-COUNT IS NOT LESS THAN 5000
                           DISPLAY "DRAWER SESSIONS FILE EXCEEDS 5000"
                             " ENTRIES - RUN ABORTED, FILE LEFT"
                             " UNTOUCHED"
                           MOVE "YES" TO WS-ABORT-RUN
                           MOVE "YES" TO WS-SESSION-EOF
                       ELSE
                           ADD 1 TO SESSION-TABLE-COUNT
                           PERFORM 207-STORE-SESSION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DRAWER-SESSION-FILE.
           ADD 1 TO WS-NEXT-SESSION-NUMBER.

      *Store one session record in the next table slot
       207-STORE-SESSION.
           SET DRW-IDX TO SESSION-TABLE-COUNT.
           MOVE DRW-SESSION-NUMBER TO DTBL-SESSION-NUMBER(DRW-IDX).
           MOVE DRW-OPERATOR-ID TO DTBL-OPERATOR-ID(DRW-IDX).
           MOVE DRW-BUSINESS-DATE TO DTBL-BUSINESS-DATE(DRW-IDX).
           MOVE DRW-STATUS TO DTBL-STATUS(DRW-IDX).
           MOVE DRW-OPENED-TIME TO DTBL-OPENED-TIME(DRW-IDX).
           MOVE DRW-CLOSED-TIME TO DTBL-CLOSED-TIME(DRW-IDX).
           MOVE DRW-FLOAT-AMOUNT TO WS-WORK-AMOUNT.
           MOVE WS-WORK-AMOUNT TO DTBL-FLOAT-AMOUNT(DRW-IDX).
           MOVE DRW-CASH-COUNT TO DTBL-CASH-COUNT(DRW-IDX).
           MOVE DRW-CASH-TAKEN TO WS-WORK-AMOUNT.
           MOVE WS-WORK-AMOUNT TO DTBL-CASH-TAKEN(DRW-IDX).
           MOVE DRW-CHEQUE-COUNT TO DTBL-CHEQUE-COUNT(DRW-IDX).
           MOVE DRW-CHEQUE-TAKEN TO WS-WORK-AMOUNT.
           MOVE WS-WORK-AMOUNT TO DTBL-CHEQUE-TAKEN(DRW-IDX).
           MOVE DRW-DEBIT-COUNT TO DTBL-DEBIT-COUNT(DRW-IDX).
           MOVE DRW-DEBIT-TAKEN TO WS-WORK-AMOUNT.
           MOVE WS-WORK-AMOUNT TO DTBL-DEBIT-TAKEN(DRW-IDX).
           MOVE DRW-CASH-COUNTED TO WS-WORK-AMOUNT.
           MOVE WS-WORK-AMOUNT TO DTBL-CASH-COUNTED(DRW-IDX).
           MOVE DRW-CHEQUE-COUNTED TO WS-WORK-AMOUNT.
           MOVE WS-WORK-AMOUNT TO DTBL-CHEQUE-COUNTED(DRW-IDX).
           MOVE DRW-DEBIT-COUNTED TO WS-WORK-AMOUNT.
           MOVE WS-WORK-AMOUNT TO DTBL-DEBIT-COUNTED(DRW-IDX).

           IF DRW-SESSION-NUMBER IS GREATER THAN
                WS-NEXT-SESSION-NUMBER
               MOVE DRW-SESSION-NUMBER TO WS-NEXT-SESSION-NUMBER
           END-IF.

      *Read the receipts file to the end for the highest receipt
      *number, then hold it open to append today's receipts
       203-FIND-LAST-RECEIPT.
           OPEN INPUT CASHIER-RECEIPT-FILE.

           IF WS-RECEIPT-STATUS IS NOT EQUAL TO "35"
               MOVE "NO" TO WS-RECEIPT-EOF
               PERFORM UNTIL WS-RECEIPT-EOF IS EQUAL TO "YES"
                   READ CASHIER-RECEIPT-FILE
                       AT END
                           MOVE "YES" TO WS-RECEIPT-EOF
                       NOT AT END
                           IF CRC-RECEIPT-NUMBER IS GREATER THAN
                                WS-NEXT-RECEIPT-NUMBER
                               MOVE CRC-RECEIPT-NUMBER TO
                                 WS-NEXT-RECEIPT-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASHIER-RECEIPT-FILE
           END-IF.

           ADD 1 TO WS-NEXT-RECEIPT-NUMBER.
           PERFORM 208-OPEN-RECEIPTS-EXTEND.

      *The receipts file only ever grows - append, only creating it
      *fresh when none exists yet
       208-OPEN-RECEIPTS-EXTEND.
           OPEN EXTEND CASHIER-RECEIPT-FILE.
           IF WS-RECEIPT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT CASHIER-RECEIPT-FILE
           END-IF.

      *Look for a drawer the signed-on cashier left open - one
      *cashier works one drawer at a time
       204-FIND-OPEN-DRAWER.
           MOVE "NO" TO WS-DRAWER-OPEN.

           PERFORM VARYING DRW-IDX FROM 1 BY 1
             UNTIL DRW-IDX > SESSION-TABLE-COUNT
               IF DTBL-OPERATOR-ID(DRW-IDX) IS EQUAL TO WS-SIGNON-ID
                 AND DTBL-STATUS(DRW-IDX) IS EQUAL TO "O"
                   MOVE "YES" TO WS-DRAWER-OPEN
                   SET OPEN-DRW-IDX TO DRW-IDX
               END-IF
           END-PERFORM.

           IF WS-DRAWER-OPEN IS EQUAL TO "YES"
               DISPLAY "DRAWER " DTBL-SESSION-NUMBER(OPEN-DRW-IDX)
                 " OPEN SINCE " DTBL-BUSINESS-DATE(OPEN-DRW-IDX)
                 " - FLOAT " DTBL-FLOAT-AMOUNT(OPEN-DRW-IDX)
           END-IF.

      *Open a new drawer for the business date with the cash float
      *the cashier was issued - written straight back so receipts
      *can never name a drawer the file doesn't carry
       205-OPEN-DRAWER.
           IF WS-CONTROL-REFUSED IS EQUAL TO "YES"
               DISPLAY "NO OPEN BUSINESS DATE - NO DRAWER CAN BE"
                 " OPENED"
           ELSE
             IF SESSION-TABLE-COUNT IS NOT LESS THAN 5000
               DISPLAY "DRAWER SESSIONS FILE FULL - NO DRAWER CAN BE"
                 " OPENED"
             ELSE
               MOVE SPACES TO WS-AMOUNT-IN
               PERFORM UNTIL WS-AMOUNT-IN IS NUMERIC
                   DISPLAY "OPEN A DRAWER - CASH FLOAT (9999999 MEANS"
                     " 99999.99)"
                   ACCEPT WS-AMOUNT-IN
                   IF WS-AMOUNT-IN IS NOT NUMERIC
                       DISPLAY "FLOAT MUST BE NUMERIC, RE-ENTER"
                   END-IF
               END-PERFORM

               ADD 1 TO SESSION-TABLE-COUNT
               SET OPEN-DRW-IDX TO SESSION-TABLE-COUNT
               ACCEPT WS-TIME-RAW FROM TIME
               COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100

               INITIALIZE SESSION-TABLE-ENTRY(OPEN-DRW-IDX)
               MOVE WS-NEXT-SESSION-NUMBER TO
                 DTBL-SESSION-NUMBER(OPEN-DRW-IDX)
               MOVE WS-SIGNON-ID TO DTBL-OPERATOR-ID(OPEN-DRW-IDX)
               MOVE WS-BUSINESS-DATE TO
                 DTBL-BUSINESS-DATE(OPEN-DRW-IDX)
               MOVE "O" TO DTBL-STATUS(OPEN-DRW-IDX)
               MOVE WS-RUN-TIME TO DTBL-OPENED-TIME(OPEN-DRW-IDX)
               MOVE WS-AMOUNT-IN-9 TO DTBL-FLOAT-AMOUNT(OPEN-DRW-IDX)
               ADD 1 TO WS-NEXT-SESSION-NUMBER

               PERFORM 230-REWRITE-SESSION-FILE
               MOVE "YES" TO WS-DRAWER-OPEN
               DISPLAY "DRAWER " DTBL-SESSION-NUMBER(OPEN-DRW-IDX)
                 " OPENED FOR " WS-BUSINESS-DATE
             END-IF
           END-IF.

      *Take counter functions from the keyboard until the cashier
      *closes the drawer out or signs off leaving it open
       206-COUNTER-TRANSACTIONS.
           PERFORM UNTIL WS-MORE-MAINTENANCE IS EQUAL TO "NO"
               PERFORM 210-GET-FUNCTION-CODE

               EVALUATE WS-FUNCTION-CODE
                   WHEN "P"
                   WHEN "p"
                       PERFORM 211-CHECK-DRAWER-DATE
                   WHEN "C"
                   WHEN "c"
                       PERFORM 240-CLOSE-OUT-DRAWER
                   WHEN OTHER
                       DISPLAY "SIGNED OFF - DRAWER "
                         DTBL-SESSION-NUMBER(OPEN-DRW-IDX)
                         " LEFT OPEN"
                       MOVE "NO" TO WS-MORE-MAINTENANCE
               END-EVALUATE
           END-PERFORM.

      *Ask which counter function the cashier wants, re-asking until
      *one of the valid codes is keyed
       210-GET-FUNCTION-CODE.
           MOVE SPACES TO WS-FUNCTION-CODE.

           PERFORM UNTIL WS-FUNCTION-CODE IS EQUAL TO "P"
             OR WS-FUNCTION-CODE IS EQUAL TO "p"
             OR WS-FUNCTION-CODE IS EQUAL TO "C"
             OR WS-FUNCTION-CODE IS EQUAL TO "c"
             OR WS-FUNCTION-CODE IS EQUAL TO "S"
             OR WS-FUNCTION-CODE IS EQUAL TO "s"
               DISPLAY "FUNCTION - P TAKE A PAYMENT, C CLOSE OUT THE"
                 " DRAWER, S SIGN OFF"
               ACCEPT WS-FUNCTION-CODE
           END-PERFORM.

      *A drawer only takes payments on the business date it was
      *opened for, and only while there is an open business date -
      *a drawer left open overnight must be closed out first
       211-CHECK-DRAWER-DATE.
           IF WS-CONTROL-REFUSED IS EQUAL TO "YES"
               DISPLAY "NO OPEN BUSINESS DATE - PAYMENT NOT TAKEN"
           ELSE
               IF DTBL-BUSINESS-DATE(OPEN-DRW-IDX) IS NOT EQUAL TO
                    WS-BUSINESS-DATE
                   DISPLAY "DRAWER WAS OPENED FOR "
                     DTBL-BUSINESS-DATE(OPEN-DRW-IDX)
                     " - CLOSE IT OUT BEFORE TAKING PAYMENTS"
               ELSE
                   PERFORM 212-GET-STUDENT-NUMBER
                   PERFORM 213-READ-STUDENT-RECORD
                   IF WS-RECORD-FOUND IS EQUAL TO "YES"
                       PERFORM 215-CHECK-PAYMENT-TERM
                   END-IF
               END-IF
           END-IF.

      *Ask for the student number, re-asking until it is numeric -
      *same edit Program1 applies at data entry
       212-GET-STUDENT-NUMBER.
           MOVE SPACES TO WS-STUDENT-NUMBER-IN.

           PERFORM UNTIL WS-STUDENT-NUMBER-IN IS NUMERIC
               DISPLAY "PLEASE ENTER STUDENT NUMBER"
               ACCEPT WS-STUDENT-NUMBER-IN
               IF WS-STUDENT-NUMBER-IN IS NOT NUMERIC
                   DISPLAY "STUDENT NUMBER MUST BE NUMERIC, RE-ENTER"
               END-IF
           END-PERFORM.

      *Fetch the keyed student from the indexed master
       213-READ-STUDENT-RECORD.
           MOVE "NO" TO WS-RECORD-FOUND.
           MOVE WS-STUDENT-NUMBER-IN TO STUDENT-NUMBER-INDEXED.

           READ STUFILE-FILE-INDEXED
               INVALID KEY
                   PERFORM 214-CHECK-INDEXED-FILE-STATUS
               NOT INVALID KEY
                   MOVE "YES" TO WS-RECORD-FOUND
                   DISPLAY "STUDENT " STUDENT-NUMBER-INDEXED " "
                     STUDENT-NAME-INDEXED
                   DISPLAY "TERM " ACADEMIC-TERM-INDEXED
                     "  BALANCE " TUITION-OWED-INDEXED
           END-READ.

      *A payment posts against the student's term - one closed to
      *posting turns the payment away before any money is taken
       215-CHECK-PAYMENT-TERM.
           MOVE ACADEMIC-TERM-INDEXED TO WS-CHECK-TERM.
           PERFORM 872-CHECK-TERM-OPEN.

           IF WS-TERM-CLOSED IS EQUAL TO "YES"
               DISPLAY "TERM " ACADEMIC-TERM-INDEXED " IS CLOSED -"
                 " PAYMENT NOT TAKEN"
           ELSE
               PERFORM 216-KEY-PAYMENT
           END-IF.

      *Take the tender, its reference, and the amount, then post it
      *once the cashier confirms
       216-KEY-PAYMENT.
           MOVE SPACES TO WS-TENDER-IN.
           PERFORM UNTIL WS-TENDER-IN IS EQUAL TO "CA"
             OR WS-TENDER-IN IS EQUAL TO "CQ"
             OR WS-TENDER-IN IS EQUAL TO "DB"
               DISPLAY "TENDER - CA CASH, CQ CHEQUE, DB DEBIT"
               ACCEPT WS-TENDER-IN
               IF WS-TENDER-IN IS EQUAL TO "ca"
                   MOVE "CA" TO WS-TENDER-IN
               END-IF
               IF WS-TENDER-IN IS EQUAL TO "cq"
                   MOVE "CQ" TO WS-TENDER-IN
               END-IF
               IF WS-TENDER-IN IS EQUAL TO "db"
                   MOVE "DB" TO WS-TENDER-IN
               END-IF
           END-PERFORM.
           PERFORM 217-DESCRIBE-TENDER.

      *    A cheque carries its number and a debit its authorization
      *    so either can be traced; cash carries nothing
           MOVE SPACES TO WS-REFERENCE-IN.
           IF WS-TENDER-IN IS NOT EQUAL TO "CA"
               PERFORM UNTIL WS-REFERENCE-IN IS NOT EQUAL TO SPACES
                   IF WS-TENDER-IN IS EQUAL TO "CQ"
                       DISPLAY "CHEQUE NUMBER"
                   ELSE
                       DISPLAY "DEBIT AUTHORIZATION NUMBER"
                   END-IF
                   ACCEPT WS-REFERENCE-IN
               END-PERFORM
           END-IF.

           MOVE SPACES TO WS-AMOUNT-IN.
           PERFORM UNTIL WS-AMOUNT-IN IS NUMERIC
             AND WS-AMOUNT-IN-9 IS GREATER THAN ZERO
               DISPLAY "AMOUNT PAID (9999999 MEANS 99999.99)"
               ACCEPT WS-AMOUNT-IN
               IF WS-AMOUNT-IN IS NOT NUMERIC
                   DISPLAY "AMOUNT MUST BE NUMERIC, RE-ENTER"
               ELSE
                   IF WS-AMOUNT-IN-9 IS EQUAL TO ZERO
                       DISPLAY "AMOUNT MUST BE MORE THAN ZERO,"
                         " RE-ENTER"
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-CONFIRM.
           DISPLAY WS-TENDER-TEXT " " WS-REFERENCE-IN " "
             WS-AMOUNT-IN-9 " FROM " STUDENT-NUMBER-INDEXED.
           DISPLAY "POST AND PRINT THE RECEIPT - CONFIRM YES OR NO".
           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM IS EQUAL TO "YES" OR "yes"
               PERFORM 220-POST-COUNTER-PAYMENT
               IF WS-POSTED IS EQUAL TO "YES"
                   PERFORM 223-WRITE-RECEIPT-RECORD
                   PERFORM 224-PRINT-RECEIPT
                   DISPLAY "RECEIPT " CRC-RECEIPT-NUMBER " PRINTED"
                   ADD 1 TO WS-NEXT-RECEIPT-NUMBER
               END-IF
           ELSE
               DISPLAY "NOT CONFIRMED - PAYMENT NOT TAKEN"
           END-IF.

      *Turn the tender code into the word printed for it
       217-DESCRIBE-TENDER.
           EVALUATE WS-TENDER-IN
               WHEN "CA"
                   MOVE "CASH" TO WS-TENDER-TEXT
               WHEN "CQ"
                   MOVE "CHEQUE" TO WS-TENDER-TEXT
               WHEN "DB"
                   MOVE "DEBIT" TO WS-TENDER-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-TENDER-TEXT
           END-EVALUATE.

      *Post the payment to the student's balance the way the nightly
      *payment posting does - anything past the balance goes on the
      *overpayment queue - then rewrite, journal, and ledger it
       220-POST-COUNTER-PAYMENT.
           MOVE "NO" TO WS-POSTED.
           MOVE STUFILE-FILE-IN-INDEXED TO WS-BEFORE-IMAGE.
           MOVE TUITION-OWED-INDEXED TO WS-PRIOR-BALANCE.
           MOVE ZEROS TO WS-OVERAGE-AMOUNT.
           MOVE WS-AMOUNT-IN-9 TO WS-NET-APPLIED.

           IF WS-AMOUNT-IN-9 IS GREATER THAN WS-PRIOR-BALANCE
               COMPUTE WS-OVERAGE-AMOUNT =
                 WS-AMOUNT-IN-9 - WS-PRIOR-BALANCE
               MOVE WS-PRIOR-BALANCE TO WS-NET-APPLIED
           END-IF.

           SUBTRACT WS-NET-APPLIED FROM TUITION-OWED-INDEXED.

           REWRITE STUFILE-FILE-IN-INDEXED
               INVALID KEY
                   PERFORM 214-CHECK-INDEXED-FILE-STATUS
                   DISPLAY "BALANCE NOT UPDATED - PAYMENT NOT TAKEN"
               NOT INVALID KEY
                   PERFORM 214-CHECK-INDEXED-FILE-STATUS
                   MOVE "YES" TO WS-POSTED
                   MOVE "REWRITE" TO WS-JOURNAL-ACTION
                   PERFORM 840-WRITE-JOURNAL-RECORD
           END-REWRITE.

           IF WS-POSTED IS EQUAL TO "YES"
               IF WS-OVERAGE-AMOUNT IS GREATER THAN ZERO
                   PERFORM 221-WRITE-OVERPAYMENT-RECORD
               END-IF
               IF WS-NET-APPLIED IS GREATER THAN ZERO
                   PERFORM 222-WRITE-LEDGER-ENTRY
               END-IF
           END-IF.

      *    Write the payment taken, the balance it was applied
      *    against, and the amount that couldn't be applied
       221-WRITE-OVERPAYMENT-RECORD.
           MOVE SPACES TO OVERPAYMENT-RECORD.
           MOVE STUDENT-NUMBER-INDEXED TO OVP-STUDENT-NUMBER.
           MOVE WS-AMOUNT-IN-9 TO OVP-PAYMENT-AMOUNT.
           MOVE WS-PRIOR-BALANCE TO OVP-TUITION-OWED.
           MOVE WS-OVERAGE-AMOUNT TO OVP-OVERAGE-AMOUNT.
           MOVE ACADEMIC-TERM-INDEXED TO OVP-ACADEMIC-TERM.
      *    A fresh overage is waiting for the refund run to pick up
           MOVE SPACE TO OVP-STATUS.
           WRITE OVERPAYMENT-RECORD.

      *Append one dated ledger entry for what went on the balance -
      *a counter payment is the student's own money, so it is a
      *PAYMNT like the nightly posting's
       222-WRITE-LEDGER-ENTRY.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE STUDENT-NUMBER-INDEXED TO LGR-STUDENT-NUMBER.
           MOVE WS-BUSINESS-DATE TO LGR-POSTING-DATE.
           MOVE "PAYMNT" TO LGR-ENTRY-TYPE.
           MOVE WS-NET-APPLIED TO LGR-AMOUNT.
           MOVE ACADEMIC-TERM-INDEXED TO LGR-ACADEMIC-TERM.
           MOVE "CST-8283-PROJECT-44" TO LGR-SOURCE-PROGRAM.
           WRITE LEDGER-RECORD.

      *Append the numbered receipt to the receipts file under the
      *cashier's drawer
       223-WRITE-RECEIPT-RECORD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.

           MOVE SPACES TO CASHIER-RECEIPT-RECORD.
           MOVE WS-NEXT-RECEIPT-NUMBER TO CRC-RECEIPT-NUMBER.
           MOVE DTBL-SESSION-NUMBER(OPEN-DRW-IDX) TO
             CRC-SESSION-NUMBER.
           MOVE WS-SIGNON-ID TO CRC-OPERATOR-ID.
           MOVE WS-BUSINESS-DATE TO CRC-BUSINESS-DATE.
           MOVE WS-RUN-TIME TO CRC-RECEIPT-TIME.
           MOVE STUDENT-NUMBER-INDEXED TO CRC-STUDENT-NUMBER.
           MOVE ACADEMIC-TERM-INDEXED TO CRC-ACADEMIC-TERM.
           MOVE WS-TENDER-IN TO CRC-TENDER-TYPE.
           MOVE WS-REFERENCE-IN TO CRC-TENDER-REFERENCE.
           MOVE WS-AMOUNT-IN-9 TO CRC-AMOUNT-TENDERED.
           MOVE WS-NET-APPLIED TO CRC-AMOUNT-APPLIED.
           MOVE WS-OVERAGE-AMOUNT TO CRC-OVERAGE-AMOUNT.
           MOVE TUITION-OWED-INDEXED TO CRC-NEW-BALANCE.
           WRITE CASHIER-RECEIPT-RECORD.

      *Print the receipt handed to the student
       224-PRINT-RECEIPT.
           MOVE RECEIPT-TITLE-LINE TO RECEIPT-PRINT-OUT.
           WRITE RECEIPT-PRINT-OUT.

           MOVE CRC-RECEIPT-NUMBER TO RCP-RECEIPT-NUMBER.
           MOVE CRC-BUSINESS-DATE TO RCP-BUSINESS-DATE.
           MOVE CRC-RECEIPT-TIME TO RCP-RECEIPT-TIME.
           MOVE RECEIPT-NUMBER-LINE TO RECEIPT-PRINT-OUT.
           WRITE RECEIPT-PRINT-OUT.

           MOVE STUDENT-NUMBER-INDEXED TO RCP-STUDENT-NUMBER.
           MOVE STUDENT-NAME-INDEXED TO RCP-STUDENT-NAME.
           MOVE RECEIPT-STUDENT-LINE TO RECEIPT-PRINT-OUT.
           WRITE RECEIPT-PRINT-OUT.

           MOVE ACADEMIC-TERM-INDEXED TO RCP-ACADEMIC-TERM.
           MOVE WS-TENDER-TEXT TO RCP-TENDER-TEXT.
           MOVE WS-REFERENCE-IN TO RCP-TENDER-REFERENCE.
           MOVE RECEIPT-TENDER-LINE TO RECEIPT-PRINT-OUT.
           WRITE RECEIPT-PRINT-OUT.

           MOVE "AMOUNT PAID" TO RCP-AMOUNT-CAPTION.
           MOVE WS-AMOUNT-IN-9 TO RCP-AMOUNT.
           PERFORM 225-PRINT-AMOUNT-LINE.

           MOVE "APPLIED TO BALANCE" TO RCP-AMOUNT-CAPTION.
           MOVE WS-NET-APPLIED TO RCP-AMOUNT.
           PERFORM 225-PRINT-AMOUNT-LINE.

           IF WS-OVERAGE-AMOUNT IS GREATER THAN ZERO
               MOVE "HELD FOR REFUND" TO RCP-AMOUNT-CAPTION
               MOVE WS-OVERAGE-AMOUNT TO RCP-AMOUNT
               PERFORM 225-PRINT-AMOUNT-LINE
           END-IF.

           MOVE "BALANCE NOW OWING" TO RCP-AMOUNT-CAPTION.
           MOVE TUITION-OWED-INDEXED TO RCP-AMOUNT.
           PERFORM 225-PRINT-AMOUNT-LINE.

           MOVE WS-SIGNON-ID TO RCP-OPERATOR-ID.
           MOVE DTBL-SESSION-NUMBER(OPEN-DRW-IDX) TO
             RCP-SESSION-NUMBER.
           MOVE RECEIPT-CASHIER-LINE TO RECEIPT-PRINT-OUT.
           WRITE RECEIPT-PRINT-OUT.

           MOVE SPACES TO RECEIPT-PRINT-OUT.
           WRITE RECEIPT-PRINT-OUT.

       225-PRINT-AMOUNT-LINE.
           MOVE RECEIPT-AMOUNT-LINE TO RECEIPT-PRINT-OUT.
           WRITE RECEIPT-PRINT-OUT.

      *Close the drawer out - total what its receipts say it took,
      *take the cashier's physical count per tender, and print the
      *over/short. The counts go on the drawer's session record for
      *the end-of-day reconciliation (CST-8283-PROJECT-9)
       240-CLOSE-OUT-DRAWER.
           PERFORM 241-TOTAL-DRAWER-RECEIPTS.

           DISPLAY "DRAWER " DTBL-SESSION-NUMBER(OPEN-DRW-IDX)
             " FLOAT " DTBL-FLOAT-AMOUNT(OPEN-DRW-IDX).
           DISPLAY "RECEIPTS - CASH " DTBL-CASH-COUNT(OPEN-DRW-IDX)
             " CHEQUE " DTBL-CHEQUE-COUNT(OPEN-DRW-IDX)
             " DEBIT " DTBL-DEBIT-COUNT(OPEN-DRW-IDX).

           DISPLAY "COUNT THE CASH IN THE DRAWER, FLOAT INCLUDED".
           PERFORM 243-GET-COUNTED-AMOUNT.
           MOVE WS-COUNT-IN-9 TO DTBL-CASH-COUNTED(OPEN-DRW-IDX).
           DISPLAY "TOTAL THE CHEQUES IN THE DRAWER".
           PERFORM 243-GET-COUNTED-AMOUNT.
           MOVE WS-COUNT-IN-9 TO DTBL-CHEQUE-COUNTED(OPEN-DRW-IDX).
           DISPLAY "TOTAL THE DEBIT TERMINAL'S SETTLEMENT".
           PERFORM 243-GET-COUNTED-AMOUNT.
           MOVE WS-COUNT-IN-9 TO DTBL-DEBIT-COUNTED(OPEN-DRW-IDX).

           MOVE SPACES TO WS-CONFIRM.
           DISPLAY "CLOSE OUT THE DRAWER ON THESE COUNTS - CONFIRM"
             " YES OR NO".
           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM IS EQUAL TO "YES" OR "yes"
               ACCEPT WS-TIME-RAW FROM TIME
               COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100
               MOVE "C" TO DTBL-STATUS(OPEN-DRW-IDX)
               MOVE WS-RUN-TIME TO DTBL-CLOSED-TIME(OPEN-DRW-IDX)
               PERFORM 230-REWRITE-SESSION-FILE
               PERFORM 245-PRINT-OVER-SHORT
               MOVE "NO" TO WS-DRAWER-OPEN
               MOVE "NO" TO WS-MORE-MAINTENANCE
               DISPLAY "DRAWER CLOSED OUT - OVER/SHORT PRINTED"
           ELSE
               DISPLAY "NOT CONFIRMED - DRAWER LEFT OPEN"
           END-IF.

      *Total the drawer's receipts by tender - the receipts file is
      *what the system says the drawer took
       241-TOTAL-DRAWER-RECEIPTS.
           MOVE ZEROS TO DTBL-CASH-COUNT(OPEN-DRW-IDX)
             DTBL-CASH-TAKEN(OPEN-DRW-IDX)
             DTBL-CHEQUE-COUNT(OPEN-DRW-IDX)
             DTBL-CHEQUE-TAKEN(OPEN-DRW-IDX)
             DTBL-DEBIT-COUNT(OPEN-DRW-IDX)
             DTBL-DEBIT-TAKEN(OPEN-DRW-IDX).

           CLOSE CASHIER-RECEIPT-FILE.
           OPEN INPUT CASHIER-RECEIPT-FILE.
           MOVE "NO" TO WS-RECEIPT-EOF.

           PERFORM UNTIL WS-RECEIPT-EOF IS EQUAL TO "YES"
               READ CASHIER-RECEIPT-FILE
                   AT END
                       MOVE "YES" TO WS-RECEIPT-EOF
                   NOT AT END
                       IF CRC-SESSION-NUMBER IS EQUAL TO
                            DTBL-SESSION-NUMBER(OPEN-DRW-IDX)
                           PERFORM 242-ADD-ONE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CASHIER-RECEIPT-FILE.
           PERFORM 208-OPEN-RECEIPTS-EXTEND.

      *Add one receipt to its tender's count and total
       242-ADD-ONE-RECEIPT.
           MOVE CRC-AMOUNT-TENDERED TO WS-WORK-AMOUNT.

           EVALUATE CRC-TENDER-TYPE
               WHEN "CA"
                   ADD 1 TO DTBL-CASH-COUNT(OPEN-DRW-IDX)
                   ADD WS-WORK-AMOUNT TO DTBL-CASH-TAKEN(OPEN-DRW-IDX)
               WHEN "CQ"
                   ADD 1 TO DTBL-CHEQUE-COUNT(OPEN-DRW-IDX)
                   ADD WS-WORK-AMOUNT TO
                     DTBL-CHEQUE-TAKEN(OPEN-DRW-IDX)
               WHEN "DB"
                   ADD 1 TO DTBL-DEBIT-COUNT(OPEN-DRW-IDX)
                   ADD WS-WORK-AMOUNT TO
                     DTBL-DEBIT-TAKEN(OPEN-DRW-IDX)
           END-EVALUATE.

      *Ask for one counted amount, re-asking until it is numeric
       243-GET-COUNTED-AMOUNT.
           MOVE SPACES TO WS-COUNT-IN.

           PERFORM UNTIL WS-COUNT-IN IS NUMERIC
               DISPLAY "AMOUNT COUNTED (999999999 MEANS 9999999.99)"
               ACCEPT WS-COUNT-IN
               IF WS-COUNT-IN IS NOT NUMERIC
                   DISPLAY "AMOUNT MUST BE NUMERIC, RE-ENTER"
               END-IF
           END-PERFORM.

      *Print the drawer's over/short - cash is expected to hold the
      *float plus the cash taken, cheques and debit exactly what was
      *taken
       245-PRINT-OVER-SHORT.
           OPEN OUTPUT OVER-SHORT-REPORT.

           MOVE DTBL-SESSION-NUMBER(OPEN-DRW-IDX) TO
             OST-SESSION-NUMBER.
           MOVE DTBL-OPERATOR-ID(OPEN-DRW-IDX) TO OST-OPERATOR-ID.
           MOVE DTBL-BUSINESS-DATE(OPEN-DRW-IDX) TO
             OST-BUSINESS-DATE.
           MOVE OVER-SHORT-TITLE-LINE TO OVER-SHORT-OUT.
           WRITE OVER-SHORT-OUT.
           MOVE OVER-SHORT-HEADING-LINE TO OVER-SHORT-OUT.
           WRITE OVER-SHORT-OUT.

           MOVE ZEROS TO WS-TOTAL-EXPECTED WS-TOTAL-COUNTED.

           MOVE "CASH" TO OSD-TENDER-TEXT.
           MOVE DTBL-CASH-COUNT(OPEN-DRW-IDX) TO OSD-RECEIPT-COUNT.
           MOVE DTBL-CASH-TAKEN(OPEN-DRW-IDX) TO OSD-TAKEN.
           COMPUTE WS-EXPECTED-AMOUNT =
             DTBL-CASH-TAKEN(OPEN-DRW-IDX) +
             DTBL-FLOAT-AMOUNT(OPEN-DRW-IDX).
           MOVE DTBL-CASH-COUNTED(OPEN-DRW-IDX) TO WS-COUNTED-AMOUNT.
           PERFORM 246-WRITE-TENDER-LINE.

           MOVE "CHEQUE" TO OSD-TENDER-TEXT.
           MOVE DTBL-CHEQUE-COUNT(OPEN-DRW-IDX) TO OSD-RECEIPT-COUNT.
           MOVE DTBL-CHEQUE-TAKEN(OPEN-DRW-IDX) TO OSD-TAKEN.
           MOVE DTBL-CHEQUE-TAKEN(OPEN-DRW-IDX) TO WS-EXPECTED-AMOUNT.
           MOVE DTBL-CHEQUE-COUNTED(OPEN-DRW-IDX) TO
             WS-COUNTED-AMOUNT.
           PERFORM 246-WRITE-TENDER-LINE.

           MOVE "DEBIT" TO OSD-TENDER-TEXT.
           MOVE DTBL-DEBIT-COUNT(OPEN-DRW-IDX) TO OSD-RECEIPT-COUNT.
           MOVE DTBL-DEBIT-TAKEN(OPEN-DRW-IDX) TO OSD-TAKEN.
           MOVE DTBL-DEBIT-TAKEN(OPEN-DRW-IDX) TO WS-EXPECTED-AMOUNT.
           MOVE DTBL-DEBIT-COUNTED(OPEN-DRW-IDX) TO WS-COUNTED-AMOUNT.
           PERFORM 246-WRITE-TENDER-LINE.

      *    The drawer's total line - no receipt count or taken column
           COMPUTE WS-TOTAL-OVER-SHORT =
             WS-TOTAL-COUNTED - WS-TOTAL-EXPECTED.
           MOVE SPACES TO OVER-SHORT-DETAIL-LINE.
           MOVE "TOTAL" TO OSD-TENDER-TEXT.
           MOVE WS-TOTAL-EXPECTED TO OSD-EXPECTED.
           MOVE WS-TOTAL-COUNTED TO OSD-COUNTED.
           MOVE WS-TOTAL-OVER-SHORT TO OSD-OVER-SHORT.
           MOVE OVER-SHORT-DETAIL-LINE TO OVER-SHORT-OUT.
           WRITE OVER-SHORT-OUT.

           MOVE DTBL-FLOAT-AMOUNT(OPEN-DRW-IDX) TO OSF-FLOAT-AMOUNT.
           MOVE OVER-SHORT-FLOAT-LINE TO OVER-SHORT-OUT.
           WRITE OVER-SHORT-OUT.

           IF WS-TOTAL-OVER-SHORT IS EQUAL TO ZERO
               MOVE "DRAWER BALANCES" TO OSV-VERDICT-TEXT
           ELSE
               IF WS-TOTAL-OVER-SHORT IS GREATER THAN ZERO
                   MOVE "*** DRAWER OVER ***" TO OSV-VERDICT-TEXT
               ELSE
                   MOVE "*** DRAWER SHORT ***" TO OSV-VERDICT-TEXT
               END-IF
           END-IF.
           MOVE OVER-SHORT-VERDICT-LINE TO OVER-SHORT-OUT.
           WRITE OVER-SHORT-OUT.

           CLOSE OVER-SHORT-REPORT.

      *Write one tender's line and add it to the drawer's totals
       246-WRITE-TENDER-LINE.
           COMPUTE WS-OVER-SHORT =
             WS-COUNTED-AMOUNT - WS-EXPECTED-AMOUNT.
           MOVE WS-EXPECTED-AMOUNT TO OSD-EXPECTED.
           MOVE WS-COUNTED-AMOUNT TO OSD-COUNTED.
           MOVE WS-OVER-SHORT TO OSD-OVER-SHORT.
           MOVE OVER-SHORT-DETAIL-LINE TO OVER-SHORT-OUT.
           WRITE OVER-SHORT-OUT.

           ADD WS-EXPECTED-AMOUNT TO WS-TOTAL-EXPECTED.
           ADD WS-COUNTED-AMOUNT TO WS-TOTAL-COUNTED.

      *Write the whole sessions file back out of the table
       230-REWRITE-SESSION-FILE.
           OPEN OUTPUT DRAWER-SESSION-FILE.

           PERFORM 231-WRITE-SESSION-ENTRY
             VARYING DRW-IDX FROM 1 BY 1
             UNTIL DRW-IDX > SESSION-TABLE-COUNT.

           CLOSE DRAWER-SESSION-FILE.

      *Write one table entry back to the sessions file
       231-WRITE-SESSION-ENTRY.
           MOVE SPACES TO DRAWER-SESSION-RECORD.
           MOVE DTBL-SESSION-NUMBER(DRW-IDX) TO DRW-SESSION-NUMBER.
           MOVE DTBL-OPERATOR-ID(DRW-IDX) TO DRW-OPERATOR-ID.
           MOVE DTBL-BUSINESS-DATE(DRW-IDX) TO DRW-BUSINESS-DATE.
           MOVE DTBL-STATUS(DRW-IDX) TO DRW-STATUS.
           MOVE DTBL-OPENED-TIME(DRW-IDX) TO DRW-OPENED-TIME.
           MOVE DTBL-CLOSED-TIME(DRW-IDX) TO DRW-CLOSED-TIME.
           MOVE DTBL-FLOAT-AMOUNT(DRW-IDX) TO DRW-FLOAT-AMOUNT.
           MOVE DTBL-CASH-COUNT(DRW-IDX) TO DRW-CASH-COUNT.
           MOVE DTBL-CASH-TAKEN(DRW-IDX) TO DRW-CASH-TAKEN.
           MOVE DTBL-CHEQUE-COUNT(DRW-IDX) TO DRW-CHEQUE-COUNT.
           MOVE DTBL-CHEQUE-TAKEN(DRW-IDX) TO DRW-CHEQUE-TAKEN.
           MOVE DTBL-DEBIT-COUNT(DRW-IDX) TO DRW-DEBIT-COUNT.
           MOVE DTBL-DEBIT-TAKEN(DRW-IDX) TO DRW-DEBIT-TAKEN.
           MOVE DTBL-CASH-COUNTED(DRW-IDX) TO DRW-CASH-COUNTED.
           MOVE DTBL-CHEQUE-COUNTED(DRW-IDX) TO DRW-CHEQUE-COUNTED.
           MOVE DTBL-DEBIT-COUNTED(DRW-IDX) TO DRW-DEBIT-COUNTED.
           WRITE DRAWER-SESSION-RECORD.

      *Authenticate the operator before anything can be taken -
      *three refusals end the attempt, and every refusal is logged
      *for the auditors
       850-OPERATOR-SIGN-ON.
           OPEN INPUT OPERATOR-FILE.

           IF WS-OPERATOR-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "OPERATOR.txt NOT FOUND - NO OPERATOR CAN BE"
               DISPLAY "AUTHENTICATED, NO DRAWER CAN BE WORKED"
           ELSE
               PERFORM 851-LOAD-OPERATOR-TABLE

               PERFORM 852-TRY-ONE-SIGN-ON
                 UNTIL WS-SIGNED-ON IS EQUAL TO "YES"
                 OR WS-SIGNON-TRIES IS NOT LESS THAN 3

               IF WS-SIGNED-ON IS NOT EQUAL TO "YES"
                   DISPLAY "SIGN-ON REFUSED THREE TIMES - NO DRAWER"
                     " CAN BE WORKED"
               END-IF

               CLOSE OPERATOR-FILE
           END-IF.

      *Read every operator into the table
       851-LOAD-OPERATOR-TABLE.
           PERFORM UNTIL WS-OPERATOR-EOF IS EQUAL TO "YES"
               READ OPERATOR-FILE
                   AT END
                       MOVE "YES" TO WS-OPERATOR-EOF
                   NOT AT END
                       IF OPERATOR-TABLE-COUNT IS LESS THAN 50
                           ADD 1 TO OPERATOR-TABLE-COUNT
                           MOVE OPR-OPERATOR-ID TO
                             OTBL-OPERATOR-ID(OPERATOR-TABLE-COUNT)
                           MOVE OPR-OPERATOR-NAME TO
                             OTBL-OPERATOR-NAME(OPERATOR-TABLE-COUNT)
                           MOVE OPR-STATUS TO
                             OTBL-STATUS(OPERATOR-TABLE-COUNT)
                           MOVE OPR-AUTH-PAYMENTS TO
                             OTBL-AUTH-PAYMENTS(OPERATOR-TABLE-COUNT)
                       ELSE
                           DISPLAY "OPERATOR TABLE FULL - ONLY THE"
                             " FIRST 50 OPERATORS CAN SIGN ON"
                           MOVE "YES" TO WS-OPERATOR-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *Take one sign-on attempt - the ID must be on file, active,
      *and authorized to take payments
       852-TRY-ONE-SIGN-ON.
           DISPLAY "OPERATOR ID FOR SIGN-ON".
           ACCEPT WS-SIGNON-ID.
           MOVE SPACES TO WS-REFUSAL-REASON.

           PERFORM VARYING OPR-IDX FROM 1 BY 1
             UNTIL OPR-IDX > OPERATOR-TABLE-COUNT
               IF OTBL-OPERATOR-ID(OPR-IDX) IS EQUAL TO WS-SIGNON-ID
                   IF OTBL-STATUS(OPR-IDX) IS EQUAL TO "D"
                       MOVE "OPERATOR DEACTIVATED" TO
                         WS-REFUSAL-REASON
                   ELSE
                       IF OTBL-AUTH-PAYMENTS(OPR-IDX) IS EQUAL TO "Y"
                           MOVE "YES" TO WS-SIGNED-ON
                           SET SIGNED-ON-IDX TO OPR-IDX
                           DISPLAY "SIGNED ON - "
                             OTBL-OPERATOR-NAME(OPR-IDX)
                       ELSE
                           MOVE "NOT AUTHORIZED - PAYMENTS" TO
                             WS-REFUSAL-REASON
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-SIGNED-ON IS NOT EQUAL TO "YES"
               IF WS-REFUSAL-REASON IS EQUAL TO SPACES
                   MOVE "OPERATOR ID NOT ON FILE" TO
                     WS-REFUSAL-REASON
               END-IF
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "SIGN-ON REFUSED - " WS-REFUSAL-REASON
               PERFORM 853-WRITE-SECURITY-LOG
           END-IF.

      *Append one refused attempt to the security log
       853-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF WS-SECURITY-LOG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.

           MOVE SPACES TO SECURITY-LOG-RECORD.
           MOVE WS-SIGNON-ID TO SEC-OPERATOR-ID.
           MOVE "CST-8283-PROJECT-44" TO SEC-PROGRAM-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.
           MOVE WS-RUN-DATE TO SEC-LOG-DATE.
           MOVE WS-RUN-TIME TO SEC-LOG-TIME.
           MOVE WS-REFUSAL-REASON TO SEC-REASON.
           WRITE SECURITY-LOG-RECORD.
           CLOSE SECURITY-LOG-FILE.

      *Append the before and after image of the master record just
      *changed - what the recovery utility replays forward against
      *the last unload
       840-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-RECORD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.
           MOVE "CST-8283-PROJECT-44" TO JRN-SOURCE-PROGRAM.
           MOVE WS-BUSINESS-DATE TO JRN-JOURNAL-DATE.
           MOVE WS-RUN-TIME TO JRN-JOURNAL-TIME.
           MOVE WS-JOURNAL-ACTION TO JRN-ACTION.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE STUFILE-FILE-IN-INDEXED TO JRN-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.

      *    Translate FILE-STATUS-THING into a message an operator can
      *    act on, same as CST-8283-PROJECT-3
       214-CHECK-INDEXED-FILE-STATUS.
           EVALUATE FILE-STATUS-THING
               WHEN "00"
                   CONTINUE
               WHEN "22"
                   DISPLAY "STUFILE-FILE-INDEXED - DUPLICATE KEY"
               WHEN "23"
                   DISPLAY "STUFILE-FILE-INDEXED - RECORD NOT FOUND"
               WHEN OTHER
                   DISPLAY "STUFILE-FILE-INDEXED - I/O ERROR, STATUS "
                     FILE-STATUS-THING
           END-EVALUATE.

      *Close all external files
       209-CLOSE-EXTERNAL-FILES.
           CLOSE STUFILE-FILE-INDEXED.
           CLOSE CASHIER-RECEIPT-FILE.
           CLOSE RECEIPT-PRINT-FILE.
           CLOSE LEDGER-FILE.
           CLOSE OVERPAYMENT-FILE.
           CLOSE JOURNAL-FILE.

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

       END PROGRAM CST-8283-PROJECT-44.
