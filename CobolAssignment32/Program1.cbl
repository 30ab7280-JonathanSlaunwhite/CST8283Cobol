       IDENTIFICATION DIVISION.
       PROGRAM-ID. CST-8283-PROJECT-32.
       AUTHOR. JONATHON SLAUNWHITE, LIAM HENLEY-VACHON.
       INSTALLATION. ALGONQUIN.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Link the bank's returned-items file and set as line sequential
      *- one record per payment the bank credited and then took back
      *(NSF, stopped, account closed), naming the deposit batch it
      *was credited in
       SELECT RETURNED-ITEM-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\BANK-RETURNS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RETURNED-FILE-STATUS.

      *Link the bank posting trail and set as line sequential - every
      *payment CST-8283-PROJECT-8 posted, by batch, read into memory
      *for matching and written back with reversed postings flagged
      *(see copybooks/bank_posting_record.txt)
       SELECT BANK-POSTING-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\BANK-POSTINGS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-BANK-POSTING-STATUS.

      *Link the posted-batch register and set as line sequential -
      *written back with each batch's returned count and total kept
      *up (see copybooks/posted_batch_record.txt)
       SELECT POSTED-BATCH-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\POSTED-BATCHES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-POSTED-STATUS.

      *Link the fee schedule file and set as line sequential - the
      *per-program returned-payment charge comes off the schedule
       SELECT FEE-SCHEDULE-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\FEE-SCHEDULE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FEE-FILE-STATUS.

      *Link overpayment / refund queue and set as line sequential -
      *read into memory so the overage a bounced payment left waiting
      *can be cancelled before the refund run pays it out, and
      *written back (see copybooks/overpayment_record.txt)
       SELECT OVERPAYMENT-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\OVERPAYMENT-QUEUE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OVERPAYMENT-STATUS.

      *Link the indexed student master and set as indexed with access
      *mode as random and the student number as the record key
       SELECT STUFILE-FILE-INDEXED
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\STUFILE-INDEXED.txt"
          ORGANIZATION  IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS STUDENT-NUMBER-INDEXED
          FILE STATUS IS FILE-STATUS-THING.

      *Link the dated financial ledger and set as line sequential -
      *each reversal and returned-payment charge lands here dated
      *(see copybooks/ledger_record.txt)
       SELECT LEDGER-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\LEDGER.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LEDGER-STATUS.

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

      *Link the returned-payment register report and set as line
      *sequential - every reversal posted tonight
       SELECT RETURNED-PAYMENT-REGISTER
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\RETURNED-PAYMENT-REGISTER.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Link the bursar's exception report and set as line sequential -
      *every returned item that could not be matched to a posting,
      *with a reason code the bursar can work from
       SELECT RETURNED-EXCEPTION-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\RETURNED-EXCEPTIONS.txt"
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

      *Returned item record - fields taken in as display characters
      *so a garbled item can be listed for the bursar instead of
      *abending, with a numeric view of the amount for matching
       FD RETURNED-ITEM-FILE.
       01 RETURNED-ITEM-RECORD.
         05 RTN-BATCH-NUMBER PIC X(6).
         05 RTN-STUDENT-NUMBER PIC X(6).
         05 RTN-STUDENT-NUMBER-9 REDEFINES RTN-STUDENT-NUMBER
            PIC 9(6).
         05 RTN-PAYMENT-AMOUNT PIC X(7).
         05 RTN-PAYMENT-AMOUNT-9 REDEFINES RTN-PAYMENT-AMOUNT
            PIC 9(5)V99.
         05 RTN-BANK-REFERENCE PIC X(10).
         05 RTN-RETURN-DATE PIC X(8).
      *  The bank's return reason - "NS" not sufficient funds, "SP"
      *  payment stopped, "AC" account closed
         05 RTN-RETURN-REASON PIC X(2).

      *Bank posting trail record - shared layout, see
      *copybooks/bank_posting_record.txt
       FD BANK-POSTING-FILE.
       COPY "bank_posting_record.txt".

      *Posted-batch register record - shared layout, see
      *copybooks/posted_batch_record.txt
       FD POSTED-BATCH-FILE.
       COPY "posted_batch_record.txt".

      *Fee schedule record - see copybooks/fee_schedule_record.txt
       FD FEE-SCHEDULE-FILE.
       COPY "fee_schedule_record.txt".

      *Overpayment / refund queue record - shared layout, see
      *copybooks/overpayment_record.txt
       FD OVERPAYMENT-FILE.
       COPY "overpayment_record.txt".

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

      *Dated financial ledger record - shared layout, see
      *copybooks/ledger_record.txt
       FD LEDGER-FILE.
       COPY "ledger_record.txt".

      *Student master journal record - shared layout, see
      *copybooks/journal_record.txt
       FD JOURNAL-FILE.
       COPY "journal_record.txt".

      *Returned-payment register report output
       FD RETURNED-PAYMENT-REGISTER.
       01 RETURNED-REGISTER-OUT PIC X(100).

      *Exception record - the returned item exactly as received plus
      *a reason code, the way the bank run writes its rejects
       FD RETURNED-EXCEPTION-FILE.
       01 RETURNED-EXCEPTION-RECORD.
         05 EXC-BATCH-NUMBER PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 EXC-STUDENT-NUMBER PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 EXC-PAYMENT-AMOUNT PIC X(7).
         05 FILLER PIC X(2) VALUE SPACES.
         05 EXC-BANK-REFERENCE PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 EXC-RETURN-DATE PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 EXC-REASON-CODE PIC X(2).
         05 FILLER PIC X(2) VALUE SPACES.
         05 EXC-REASON-TEXT PIC X(30).

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
       01 FILE-STATUS-THING PIC X(2).
       01 WS-RETURNED-FILE-STATUS PIC X(2).
       01 WS-BANK-POSTING-STATUS PIC X(2).
       01 WS-POSTED-STATUS PIC X(2).
       01 WS-FEE-FILE-STATUS PIC X(2).
       01 WS-OVERPAYMENT-STATUS PIC X(2).
       01 WS-LEDGER-STATUS PIC X(2).
      *File status for the student master journal, the action being
      *journalled, and the record as it looked before the change
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-JOURNAL-ACTION PIC X(7).
       01 WS-BEFORE-IMAGE PIC X(113).

      *End-of-file flags, one per input file
       01 WS-EOF PIC X(4).
       01 WS-POSTING-EOF PIC X(4).
       01 WS-POSTED-EOF PIC X(4).
       01 WS-FEE-EOF PIC X(4).
       01 WS-QUEUE-EOF PIC X(4).

      *Set when a file the run depends on is missing or a table
      *overflows - nothing is reversed and nothing is rewritten
       01 WS-ABORT-RUN PIC X(3) VALUE "NO".
      *Set when the bank sent no returned items tonight
       01 WS-NO-FILE PIC X(3) VALUE "NO".

      *Run-control working fields - the log's file status and the
      *date/time stamped on the start and end records
       01 WS-RUN-CONTROL-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-TIME-RAW PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

      *The business date, stamped on the reversals and the postings
       01 WS-TODAY PIC 9(8).

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

      *Numeric working form of an edited amount
       01 WS-WORK-AMOUNT PIC 9(5)V99.

      *In-memory copy of the bank posting trail - matched against,
      *flagged, and written back whole, so a full table aborts the
      *run with the file left exactly as it was
       01 POSTING-TABLE-COUNT PIC 9(4) VALUE 0.
       01 POSTING-TABLE-CONTAINER.
         05 POSTING-TABLE-ENTRY
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON POSTING-TABLE-COUNT
               INDEXED BY PST-IDX.
           10 PTBL-BATCH-NUMBER PIC X(6).
           10 PTBL-STUDENT-NUMBER PIC 9(6).
           10 PTBL-PAYMENT-AMOUNT PIC 9(5)V99.
           10 PTBL-APPLIED-AMOUNT PIC 9(5)V99.
           10 PTBL-PAYMENT-DATE PIC X(8).
           10 PTBL-BANK-REFERENCE PIC X(10).
           10 PTBL-ACADEMIC-TERM PIC X(5).
           10 PTBL-POSTED-DATE PIC 9(8).
           10 PTBL-STATUS PIC X(1).
           10 PTBL-RETURNED-DATE PIC X(8).

      *In-memory copy of the posted-batch register - the original
      *posting fields ride along untouched, only the returned count
      *and total change
       01 BATCH-TABLE-COUNT PIC 9(4) VALUE 0.
       01 BATCH-TABLE-CONTAINER.
         05 BATCH-TABLE-ENTRY
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON BATCH-TABLE-COUNT
               INDEXED BY BAT-IDX.
           10 BTBL-BATCH-NUMBER PIC X(6).
           10 BTBL-POSTED-FIELDS PIC X(45).
           10 BTBL-RETURNED-COUNT PIC 9(5).
           10 BTBL-RETURNED-TOTAL PIC 9(7)V99.

      *In-memory copy of the overpayment queue - an overage a bounced
      *payment left pending is cancelled here ("X") and the whole
      *queue written back, so a full table aborts the run with the
      *queue left exactly as it was
       01 QUEUE-TABLE-COUNT PIC 9(4) VALUE 0.
       01 QUEUE-TABLE-CONTAINER.
         05 QUEUE-TABLE-ENTRY
               OCCURS 1 TO 1000 TIMES
               DEPENDING ON QUEUE-TABLE-COUNT
               INDEXED BY QUEUE-IDX.
           10 QTBL-STUDENT-NUMBER PIC 9(6).
           10 QTBL-PAYMENT-AMOUNT PIC 9(5)V99.
           10 QTBL-TUITION-OWED PIC 9(5)V99.
           10 QTBL-OVERAGE-AMOUNT PIC 9(5)V99.
           10 QTBL-ACADEMIC-TERM PIC X(5).
           10 QTBL-STATUS PIC X(1).

      *Fee schedule container - one entry per program code with its
      *returned-payment charge
       01 FEE-TABLE-COUNT PIC 9(3) VALUE 0.
       01 FEE-FILE-CONTAINER.
         05 FEE-TABLE-CONTAINER
               OCCURS 1 TO 500 TIMES
               DEPENDING ON FEE-TABLE-COUNT
               INDEXED BY FEE-TABLE-IDX.
           10 FEE-CODE-CONTAINER PIC X(5).
           10 FEE-RETURNED-CONTAINER PIC 9(3)V99.

      *The pieces of one returned item's match and reversal
       01 WS-MATCH-FOUND PIC X(3).
       01 WS-ALREADY-REVERSED PIC X(3).
       01 WS-MATCH-IDX PIC 9(4).
      *The full amount the bank took back, the part of it that went
      *to the overpayment queue, and the part that goes back on the
      *balance - the whole amount when the overage has already been
      *refunded, only the applied part when it was still pending
       01 WS-RETURNED-AMOUNT PIC 9(5)V99.
       01 WS-OVERAGE-AMOUNT PIC 9(5)V99.
       01 WS-REVERSAL-AMOUNT PIC 9(5)V99.
       01 WS-OVERAGE-CANCELLED PIC X(3).
       01 WS-QUEUE-MATCH-IDX PIC 9(4).
      *The balance the reversal and charge would leave, held wide so
      *one that would pass what TUITION-OWED can carry is caught
      *before it is truncated
       01 WS-NEW-BALANCE PIC 9(6)V99.
      *Set only once the master rewrite takes
       01 WS-POSTED PIC X(3).
       01 WS-RETURNED-FEE PIC 9(3)V99.

      *Keep track of the run's dispositions
       01 COUNTERS.
         05 ITEMS-READ PIC 9(5) VALUE 0.
         05 ITEMS-REVERSED PIC 9(5) VALUE 0.
         05 ITEMS-EXCEPTED PIC 9(5) VALUE 0.
       01 TOTAL-REVERSED PIC 9(7)V99 VALUE 0.
       01 TOTAL-FEES PIC 9(7)V99 VALUE 0.

      *Report line templates - moved into RETURNED-REGISTER-OUT
      *before WRITE
       01 REGISTER-TITLE-LINE.
         05 FILLER PIC X(30) VALUE "RETURNED-PAYMENT REGISTER FOR".
         05 TITLE-RUN-DATE PIC 9(8).

       01 REGISTER-DETAIL-LINE.
         05 RET-STUDENT-NUMBER PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RET-STUDENT-NAME PIC X(30).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RET-BATCH-NUMBER PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RET-REVERSED-AMOUNT PIC ZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 RET-FEE-AMOUNT PIC ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 RET-NOTE PIC X(30).

       01 REGISTER-TOTAL-LINE.
         05 FILLER PIC X(19) VALUE "ITEMS REVERSED  - ".
         05 REGISTER-REVERSED-COUNT PIC ZZZZ9.
         05 FILLER PIC X(17) VALUE "   TOTAL - ".
         05 REGISTER-TOTAL-REVERSED PIC ZZZZZZ9.99.
         05 FILLER PIC X(11) VALUE "   FEES - ".
         05 REGISTER-TOTAL-FEES PIC ZZZZZZ9.99.
         05 FILLER PIC X(17) VALUE "   EXCEPTIONS - ".
         05 REGISTER-EXCEPTION-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.

       100-REVERSE-RETURNED-PAYMENTS.
      *Write the run's start record to the shared run-control log
           PERFORM 800-WRITE-RUN-START.
      *Open the files - a missing master aborts before anything can
      *be reversed
           PERFORM 201-OPEN-EXTERNAL-FILES.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
             AND WS-NO-FILE IS NOT EQUAL TO "YES"
      *        Load the postings to match against, the register to
      *        keep up, and the returned-payment charges
               PERFORM 202-LOAD-POSTING-TABLE
               PERFORM 204-LOAD-BATCH-TABLE
               PERFORM 206-LOAD-FEE-TABLE
               PERFORM 219-LOAD-QUEUE-TABLE
           END-IF.

      *Take the business date the reversals are posted on - with no
      *business date, or one in a closed month, nothing is reversed
      *and the returned items wait for the next run
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
             AND WS-NO-FILE IS NOT EQUAL TO "YES"
               PERFORM 870-LOAD-PROCESSING-CONTROL
               IF WS-CONTROL-REFUSED IS EQUAL TO "YES"
                   DISPLAY "RETURNED PAYMENTS REFUSED - RC 8"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *    Re-checked after the loads - an overfull table aborts
      *    there, and rewriting from a truncated table would drop
      *    postings or batches
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
             AND WS-NO-FILE IS NOT EQUAL TO "YES"
             AND WS-CONTROL-REFUSED IS NOT EQUAL TO "YES"
               MOVE WS-BUSINESS-DATE TO WS-TODAY
               MOVE WS-TODAY TO TITLE-RUN-DATE
               MOVE REGISTER-TITLE-LINE TO RETURNED-REGISTER-OUT
               WRITE RETURNED-REGISTER-OUT

      *        Match and reverse every returned item
               PERFORM 207-REVERSE-RETURNED-ITEMS

      *        Write the register totals
               MOVE ITEMS-REVERSED TO REGISTER-REVERSED-COUNT
               MOVE TOTAL-REVERSED TO REGISTER-TOTAL-REVERSED
               MOVE TOTAL-FEES TO REGISTER-TOTAL-FEES
               MOVE ITEMS-EXCEPTED TO REGISTER-EXCEPTION-COUNT
               MOVE REGISTER-TOTAL-LINE TO RETURNED-REGISTER-OUT
               WRITE RETURNED-REGISTER-OUT

      *        Write the posting trail and the register back with
      *        tonight's returns on them
               PERFORM 215-REWRITE-POSTINGS
               PERFORM 217-REWRITE-BATCH-REGISTER
               PERFORM 222-REWRITE-QUEUE

      *        Display the night's counts for the console log
               DISPLAY "RETURNED ITEMS READ     " ITEMS-READ
               DISPLAY "RETURNED ITEMS REVERSED " ITEMS-REVERSED
               DISPLAY "RETURNED ITEMS EXCEPTED " ITEMS-EXCEPTED
           END-IF.

      *A missing master or an overfull table ends the run RC 8 so
      *the chain's COND tests stop behind it
           IF WS-ABORT-RUN IS EQUAL TO "YES"
               MOVE SPACES TO RETURNED-REGISTER-OUT
               MOVE "RUN ABORTED - NOTHING REVERSED" TO
                 RETURNED-REGISTER-OUT
               WRITE RETURNED-REGISTER-OUT
               DISPLAY "RETURNED PAYMENTS ABORTED - RC 8"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *Close all external files
           PERFORM 209-CLOSE-EXTERNAL-FILES.

      *Open all external files for read and write
       201-OPEN-EXTERNAL-FILES.
           OPEN INPUT RETURNED-ITEM-FILE.

           IF WS-RETURNED-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "BANK-RETURNS.txt NOT FOUND - NOTHING RETURNED"
               DISPLAY "TONIGHT, NOTHING TO REVERSE"
               MOVE "YES" TO WS-NO-FILE
           END-IF.

           OPEN I-O STUFILE-FILE-INDEXED.

           IF FILE-STATUS-THING IS EQUAL TO "35"
               DISPLAY "STUFILE-FILE-INDEXED NOT FOUND - RUN THE"
               DISPLAY "NIGHTLY LOAD (CST-8283-PROJECT-3) FIRST"
               MOVE "YES" TO WS-ABORT-RUN
           END-IF.

      *    No posting trail means the bank run has never posted -
      *    every returned item then goes to the bursar unmatched
           OPEN INPUT BANK-POSTING-FILE.
           IF WS-BANK-POSTING-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-POSTING-EOF
           END-IF.

           OPEN INPUT POSTED-BATCH-FILE.
           IF WS-POSTED-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-POSTED-EOF
           END-IF.

      *    A schedule with no returned-payment charges reverses the
      *    payment alone
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF WS-FEE-FILE-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-FEE-EOF
           END-IF.

      *    No queue means no overage is waiting to be cancelled
           OPEN INPUT OVERPAYMENT-FILE.
           IF WS-OVERPAYMENT-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-QUEUE-EOF
           END-IF.

      *    The ledger accumulates forever - always append, only
      *    creating it fresh when no ledger exists yet
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS IS EQUAL TO "35"
               OPEN OUTPUT LEDGER-FILE
           END-IF.

      *    The journal carries every image since the last unload -
      *    append, only creating it fresh when none exists yet
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

           OPEN OUTPUT RETURNED-PAYMENT-REGISTER.
           OPEN OUTPUT RETURNED-EXCEPTION-FILE.

      *Read the whole posting trail into the table, de-editing each
      *amount into its numeric working form
       202-LOAD-POSTING-TABLE.
           PERFORM UNTIL WS-POSTING-EOF IS EQUAL TO "YES"
               READ BANK-POSTING-FILE
                   AT END
                       MOVE "YES" TO WS-POSTING-EOF
                   NOT AT END
                       PERFORM 203-ADD-POSTING-ENTRY
               END-READ
           END-PERFORM.

      *Add one posting to the table - the trail is written back from
      *this table, so overflowing it would drop postings on the
      *rewrite; a full table aborts the run with the file untouched
       203-ADD-POSTING-ENTRY.
           IF POSTING-TABLE-COUNT IS NOT LESS THAN 5000
               DISPLAY "BANK POSTING TRAIL EXCEEDS 5000 ENTRIES - RUN"
               DISPLAY "ABORTED, NOTHING REVERSED"
               MOVE "YES" TO WS-ABORT-RUN
               MOVE "YES" TO WS-POSTING-EOF
           ELSE
               ADD 1 TO POSTING-TABLE-COUNT
               MOVE BKP-BATCH-NUMBER TO
                 PTBL-BATCH-NUMBER(POSTING-TABLE-COUNT)
               MOVE BKP-STUDENT-NUMBER TO
                 PTBL-STUDENT-NUMBER(POSTING-TABLE-COUNT)
               MOVE BKP-PAYMENT-AMOUNT TO WS-WORK-AMOUNT
               MOVE WS-WORK-AMOUNT TO
                 PTBL-PAYMENT-AMOUNT(POSTING-TABLE-COUNT)
               MOVE BKP-APPLIED-AMOUNT TO WS-WORK-AMOUNT
               MOVE WS-WORK-AMOUNT TO
                 PTBL-APPLIED-AMOUNT(POSTING-TABLE-COUNT)
               MOVE BKP-PAYMENT-DATE TO
                 PTBL-PAYMENT-DATE(POSTING-TABLE-COUNT)
               MOVE BKP-BANK-REFERENCE TO
                 PTBL-BANK-REFERENCE(POSTING-TABLE-COUNT)
               MOVE BKP-ACADEMIC-TERM TO
                 PTBL-ACADEMIC-TERM(POSTING-TABLE-COUNT)
               MOVE BKP-POSTED-DATE TO
                 PTBL-POSTED-DATE(POSTING-TABLE-COUNT)
               MOVE BKP-STATUS TO PTBL-STATUS(POSTING-TABLE-COUNT)
               MOVE BKP-RETURNED-DATE TO
                 PTBL-RETURNED-DATE(POSTING-TABLE-COUNT)
           END-IF.

      *Read the whole posted-batch register into the table - a line
      *written before the returned fields existed reads as spaces,
      *which means nothing returned yet
       204-LOAD-BATCH-TABLE.
           PERFORM UNTIL WS-POSTED-EOF IS EQUAL TO "YES"
               READ POSTED-BATCH-FILE
                   AT END
                       MOVE "YES" TO WS-POSTED-EOF
                   NOT AT END
                       PERFORM 205-ADD-BATCH-ENTRY
               END-READ
           END-PERFORM.

      *Add one register line to the table, aborting on overflow for
      *the same reason the posting table does
       205-ADD-BATCH-ENTRY.
           IF BATCH-TABLE-COUNT IS NOT LESS THAN 2000
               DISPLAY "POSTED-BATCH REGISTER EXCEEDS 2000 BATCHES -"
               DISPLAY "RUN ABORTED, NOTHING REVERSED"
               MOVE "YES" TO WS-ABORT-RUN
               MOVE "YES" TO WS-POSTED-EOF
           ELSE
               ADD 1 TO BATCH-TABLE-COUNT
               MOVE PBR-BATCH-NUMBER TO
                 BTBL-BATCH-NUMBER(BATCH-TABLE-COUNT)
               MOVE POSTED-BATCH-RECORD(1:45) TO
                 BTBL-POSTED-FIELDS(BATCH-TABLE-COUNT)
               IF PBR-RETURNED-COUNT IS NUMERIC
                   MOVE PBR-RETURNED-COUNT-9 TO
                     BTBL-RETURNED-COUNT(BATCH-TABLE-COUNT)
               ELSE
                   MOVE ZEROS TO BTBL-RETURNED-COUNT(BATCH-TABLE-COUNT)
               END-IF
               IF PBR-RETURNED-TOTAL IS NUMERIC
                   MOVE PBR-RETURNED-TOTAL-9 TO
                     BTBL-RETURNED-TOTAL(BATCH-TABLE-COUNT)
               ELSE
                   MOVE ZEROS TO BTBL-RETURNED-TOTAL(BATCH-TABLE-COUNT)
               END-IF
           END-IF.

      *Read every fee schedule record's returned-payment charge into
      *the table - a schedule written before the field existed reads
      *as spaces, which means no charge for that program
       206-LOAD-FEE-TABLE.
           PERFORM UNTIL WS-FEE-EOF IS EQUAL TO "YES"
               READ FEE-SCHEDULE-FILE
                   AT END
                       MOVE "YES" TO WS-FEE-EOF
                   NOT AT END
                       IF FEE-TABLE-COUNT IS LESS THAN 500
                           ADD 1 TO FEE-TABLE-COUNT
                           MOVE FEE-PROGRAM-CODE TO
                             FEE-CODE-CONTAINER(FEE-TABLE-COUNT)
                           IF FEE-RETURNED-FEE IS NUMERIC
                               MOVE FEE-RETURNED-FEE-9 TO
                                 FEE-RETURNED-CONTAINER(
                                   FEE-TABLE-COUNT)
                           ELSE
                               MOVE ZEROS TO
                                 FEE-RETURNED-CONTAINER(
                                   FEE-TABLE-COUNT)
                           END-IF
                       ELSE
                           DISPLAY "FEE TABLE FULL - ONLY THE FIRST"
                             " 500 PROGRAMS CARRY A RETURNED CHARGE"
                           MOVE "YES" TO WS-FEE-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *Read the whole overpayment queue into the table, de-editing
      *each amount into its numeric working form
       219-LOAD-QUEUE-TABLE.
           PERFORM UNTIL WS-QUEUE-EOF IS EQUAL TO "YES"
               READ OVERPAYMENT-FILE
                   AT END
                       MOVE "YES" TO WS-QUEUE-EOF
                   NOT AT END
                       PERFORM 220-ADD-QUEUE-ENTRY
               END-READ
           END-PERFORM.

      *Add one queue record to the table - the whole queue is
      *written back from this table, so overflowing it would drop
      *records on the rewrite; a full table aborts the run with the
      *queue file left exactly as it was
       220-ADD-QUEUE-ENTRY.
           IF QUEUE-TABLE-COUNT IS NOT LESS THAN 1000
               DISPLAY "OVERPAYMENT QUEUE EXCEEDS 1000 ENTRIES - RUN"
               DISPLAY "ABORTED, NOTHING REVERSED"
               MOVE "YES" TO WS-ABORT-RUN
               MOVE "YES" TO WS-QUEUE-EOF
           ELSE
               ADD 1 TO QUEUE-TABLE-COUNT
               MOVE OVP-STUDENT-NUMBER TO
                 QTBL-STUDENT-NUMBER(QUEUE-TABLE-COUNT)
               MOVE OVP-PAYMENT-AMOUNT TO WS-WORK-AMOUNT
               MOVE WS-WORK-AMOUNT TO
                 QTBL-PAYMENT-AMOUNT(QUEUE-TABLE-COUNT)
               MOVE OVP-TUITION-OWED TO WS-WORK-AMOUNT
               MOVE WS-WORK-AMOUNT TO
                 QTBL-TUITION-OWED(QUEUE-TABLE-COUNT)
               MOVE OVP-OVERAGE-AMOUNT TO WS-WORK-AMOUNT
               MOVE WS-WORK-AMOUNT TO
                 QTBL-OVERAGE-AMOUNT(QUEUE-TABLE-COUNT)
               MOVE OVP-ACADEMIC-TERM TO
                 QTBL-ACADEMIC-TERM(QUEUE-TABLE-COUNT)
               MOVE OVP-STATUS TO QTBL-STATUS(QUEUE-TABLE-COUNT)
           END-IF.

      *Read the returned-items file front to back, editing each item
      *and reversing the ones that match a standing posting
       207-REVERSE-RETURNED-ITEMS.
           PERFORM UNTIL WS-EOF IS EQUAL TO "YES"
               READ RETURNED-ITEM-FILE
                   AT END
                       MOVE "YES" TO WS-EOF
                   NOT AT END
                       ADD 1 TO ITEMS-READ
                       PERFORM 208-EDIT-ONE-ITEM
               END-READ
           END-PERFORM.

      *Edit one returned item - an item failing any edit goes on the
      *exception report with a reason code and nothing is posted
       208-EDIT-ONE-ITEM.
      *    Blank the exception record before the reason fields go in -
      *    the area starts as low-values, and blanking any later
      *    would wipe the reason the bursar works from
           MOVE SPACES TO RETURNED-EXCEPTION-RECORD.

           IF RTN-STUDENT-NUMBER IS NOT NUMERIC
               MOVE "01" TO EXC-REASON-CODE
               MOVE "STUDENT NUMBER NOT NUMERIC" TO EXC-REASON-TEXT
               PERFORM 214-WRITE-EXCEPTION-RECORD
           ELSE
               IF RTN-PAYMENT-AMOUNT IS NOT NUMERIC
                   MOVE "02" TO EXC-REASON-CODE
                   MOVE "RETURNED AMOUNT NOT NUMERIC" TO
                     EXC-REASON-TEXT
                   PERFORM 214-WRITE-EXCEPTION-RECORD
               ELSE
                   PERFORM 210-FIND-ORIGINAL-POSTING
                   EVALUATE TRUE
                       WHEN WS-MATCH-FOUND IS EQUAL TO "YES"
                           PERFORM 211-REVERSE-ONE-ITEM
                       WHEN WS-ALREADY-REVERSED IS EQUAL TO "YES"
                           MOVE "04" TO EXC-REASON-CODE
                           MOVE "POSTING ALREADY REVERSED" TO
                             EXC-REASON-TEXT
                           PERFORM 214-WRITE-EXCEPTION-RECORD
                       WHEN OTHER
                           MOVE "03" TO EXC-REASON-CODE
                           MOVE "NO POSTING FOR BATCH/STUDENT/AMT"
                             TO EXC-REASON-TEXT
                           PERFORM 214-WRITE-EXCEPTION-RECORD
                   END-EVALUATE
               END-IF
           END-IF.

      *Look for a standing posting in the item's batch for the same
      *student and amount - the first standing one wins, so two
      *identical payments in one batch reverse one at a time. A match
      *on a posting already reversed is remembered separately so the
      *bursar hears it was a second return, not a stranger
       210-FIND-ORIGINAL-POSTING.
           MOVE "NO" TO WS-MATCH-FOUND.
           MOVE "NO" TO WS-ALREADY-REVERSED.
           MOVE 0 TO WS-MATCH-IDX.

           PERFORM VARYING PST-IDX FROM 1 BY 1
             UNTIL PST-IDX > POSTING-TABLE-COUNT
               OR WS-MATCH-FOUND IS EQUAL TO "YES"
               IF PTBL-BATCH-NUMBER(PST-IDX) IS EQUAL TO
                    RTN-BATCH-NUMBER
                 AND PTBL-STUDENT-NUMBER(PST-IDX) IS EQUAL TO
                    RTN-STUDENT-NUMBER-9
                 AND PTBL-PAYMENT-AMOUNT(PST-IDX) IS EQUAL TO
                    RTN-PAYMENT-AMOUNT-9
                   IF PTBL-STATUS(PST-IDX) IS EQUAL TO "N"
                       MOVE "YES" TO WS-ALREADY-REVERSED
                   ELSE
                       MOVE "YES" TO WS-MATCH-FOUND
                       SET WS-MATCH-IDX TO PST-IDX
                   END-IF
               END-IF
           END-PERFORM.

      *Put the returned payment back on the student's balance with
      *the program's returned-payment charge, journal the rewrite,
      *ledger both, and flag the posting reversed. Only what was
      *applied to the balance goes back on when the overage is still
      *waiting on the queue - that overage is cancelled instead, so
      *the refund run never pays out money that bounced
       211-REVERSE-ONE-ITEM.
           MOVE RTN-STUDENT-NUMBER-9 TO STUDENT-NUMBER-INDEXED.

           READ STUFILE-FILE-INDEXED
               INVALID KEY
                   PERFORM 216-CHECK-INDEXED-FILE-STATUS
                   MOVE "05" TO EXC-REASON-CODE
                   MOVE "STUDENT NOT ON MASTER" TO EXC-REASON-TEXT
                   PERFORM 214-WRITE-EXCEPTION-RECORD
               NOT INVALID KEY
                   PERFORM 218-CHECK-REVERSAL-TERMS
           END-READ.

      *The reversal posts into the term the payment was made against
      *and the charge into the student's current term - either one
      *closed to posting turns the item away
       218-CHECK-REVERSAL-TERMS.
           MOVE PTBL-ACADEMIC-TERM(WS-MATCH-IDX) TO WS-CHECK-TERM.
           PERFORM 872-CHECK-TERM-OPEN.

           IF WS-TERM-CLOSED IS NOT EQUAL TO "YES"
               MOVE ACADEMIC-TERM-INDEXED TO WS-CHECK-TERM
               PERFORM 872-CHECK-TERM-OPEN
           END-IF.

           IF WS-TERM-CLOSED IS EQUAL TO "YES"
               MOVE "06" TO EXC-REASON-CODE
               MOVE "TERM " TO EXC-REASON-TEXT
               MOVE WS-CHECK-TERM TO EXC-REASON-TEXT(6:5)
               MOVE " CLOSED TO POSTING" TO EXC-REASON-TEXT(11:)
               PERFORM 214-WRITE-EXCEPTION-RECORD
           ELSE
               PERFORM 212-APPLY-REVERSAL
           END-IF.

      *Post the reversal against the student just read - a balance
      *that would pass 9999.99, or a master rewrite that fails, turns
      *the item away with nothing posted and the posting left
      *standing, so the ledger and the trail never disagree with the
      *master
       212-APPLY-REVERSAL.
      *    Hold the record's before image for the journal before the
      *    reversal goes on
           MOVE STUFILE-FILE-IN-INDEXED TO WS-BEFORE-IMAGE.
           MOVE "NO" TO WS-POSTED.

           MOVE PTBL-PAYMENT-AMOUNT(WS-MATCH-IDX) TO WS-RETURNED-AMOUNT.
           MOVE WS-RETURNED-AMOUNT TO WS-REVERSAL-AMOUNT.
           MOVE "NO" TO WS-OVERAGE-CANCELLED.
           IF PTBL-APPLIED-AMOUNT(WS-MATCH-IDX) IS LESS THAN
                WS-RETURNED-AMOUNT
               PERFORM 221-FIND-QUEUED-OVERAGE
           END-IF.
           PERFORM 213-LOOKUP-RETURNED-FEE.

           COMPUTE WS-NEW-BALANCE = TUITION-OWED-INDEXED
             + WS-REVERSAL-AMOUNT + WS-RETURNED-FEE.

           IF WS-NEW-BALANCE IS GREATER THAN 9999.99
               MOVE "07" TO EXC-REASON-CODE
               MOVE "BALANCE WOULD PASS 9999.99" TO EXC-REASON-TEXT
               PERFORM 214-WRITE-EXCEPTION-RECORD
           ELSE
               MOVE WS-NEW-BALANCE TO TUITION-OWED-INDEXED
               REWRITE STUFILE-FILE-IN-INDEXED
                   INVALID KEY
                       PERFORM 216-CHECK-INDEXED-FILE-STATUS
                       MOVE "08" TO EXC-REASON-CODE
                       MOVE "MASTER REWRITE FAILED" TO EXC-REASON-TEXT
                       PERFORM 214-WRITE-EXCEPTION-RECORD
                   NOT INVALID KEY
                       PERFORM 216-CHECK-INDEXED-FILE-STATUS
                       MOVE "YES" TO WS-POSTED
                       MOVE "REWRITE" TO WS-JOURNAL-ACTION
                       PERFORM 840-WRITE-JOURNAL-RECORD
               END-REWRITE
           END-IF.

           IF WS-POSTED IS EQUAL TO "YES"
               PERFORM 223-RECORD-REVERSAL
           END-IF.

      *Ledger the reversal and its charge, cancel the queued overage,
      *flag the posting reversed and register it - only once the
      *master rewrite has taken
       223-RECORD-REVERSAL.
      *    The reversal carries the term the payment was posted
      *    against; the charge is tonight's, against the current term
           MOVE SPACES TO LEDGER-RECORD.
           MOVE STUDENT-NUMBER-INDEXED TO LGR-STUDENT-NUMBER.
           MOVE WS-TODAY TO LGR-POSTING-DATE.
           MOVE "NSFREV" TO LGR-ENTRY-TYPE.
           MOVE WS-REVERSAL-AMOUNT TO LGR-AMOUNT.
           MOVE PTBL-ACADEMIC-TERM(WS-MATCH-IDX) TO LGR-ACADEMIC-TERM.
           MOVE "CST-8283-PROJECT-32" TO LGR-SOURCE-PROGRAM.
           WRITE LEDGER-RECORD.

           IF WS-RETURNED-FEE IS GREATER THAN ZERO
               MOVE SPACES TO LEDGER-RECORD
               MOVE STUDENT-NUMBER-INDEXED TO LGR-STUDENT-NUMBER
               MOVE WS-TODAY TO LGR-POSTING-DATE
               MOVE "NSFFEE" TO LGR-ENTRY-TYPE
               MOVE WS-RETURNED-FEE TO LGR-AMOUNT
               MOVE ACADEMIC-TERM-INDEXED TO LGR-ACADEMIC-TERM
               MOVE "CST-8283-PROJECT-32" TO LGR-SOURCE-PROGRAM
               WRITE LEDGER-RECORD
           END-IF.

      *    The overage still waiting on the queue is never refunded
           IF WS-OVERAGE-CANCELLED IS EQUAL TO "YES"
               MOVE "X" TO QTBL-STATUS(WS-QUEUE-MATCH-IDX)
           END-IF.

      *    Flag the posting so the same payment can never reverse
      *    twice, and carry the return onto its batch
           MOVE "N" TO PTBL-STATUS(WS-MATCH-IDX).
           MOVE WS-TODAY TO PTBL-RETURNED-DATE(WS-MATCH-IDX).

           PERFORM VARYING BAT-IDX FROM 1 BY 1
             UNTIL BAT-IDX > BATCH-TABLE-COUNT
               IF BTBL-BATCH-NUMBER(BAT-IDX) IS EQUAL TO
                    PTBL-BATCH-NUMBER(WS-MATCH-IDX)
                   ADD 1 TO BTBL-RETURNED-COUNT(BAT-IDX)
                   ADD WS-RETURNED-AMOUNT TO
                     BTBL-RETURNED-TOTAL(BAT-IDX)
               END-IF
           END-PERFORM.

           MOVE SPACES TO REGISTER-DETAIL-LINE.
           MOVE STUDENT-NUMBER-INDEXED TO RET-STUDENT-NUMBER.
           MOVE STUDENT-NAME-INDEXED TO RET-STUDENT-NAME.
           MOVE PTBL-BATCH-NUMBER(WS-MATCH-IDX) TO RET-BATCH-NUMBER.
           MOVE WS-REVERSAL-AMOUNT TO RET-REVERSED-AMOUNT.
           MOVE WS-RETURNED-FEE TO RET-FEE-AMOUNT.
      *    Tell the bursar what became of any overage - cancelled off
      *    the queue, or already refunded and so back on the balance
           EVALUATE TRUE
               WHEN WS-OVERAGE-CANCELLED IS EQUAL TO "YES"
                   MOVE "QUEUED OVERAGE CANCELLED" TO RET-NOTE
               WHEN PTBL-APPLIED-AMOUNT(WS-MATCH-IDX) IS LESS THAN
                      WS-RETURNED-AMOUNT
                   MOVE "OVERAGE ALREADY REFUNDED" TO RET-NOTE
               WHEN WS-RETURNED-FEE IS EQUAL TO ZERO
                   MOVE "NO RETURNED CHARGE ON SCHEDULE" TO RET-NOTE
           END-EVALUATE.
           MOVE REGISTER-DETAIL-LINE TO RETURNED-REGISTER-OUT.
           WRITE RETURNED-REGISTER-OUT.

           ADD 1 TO ITEMS-REVERSED.
           ADD WS-REVERSAL-AMOUNT TO TOTAL-REVERSED.
           ADD WS-RETURNED-FEE TO TOTAL-FEES.

      *Look for the overage the bounced payment left on the queue -
      *same student, term, payment and overage, still pending. A
      *pending one is kept to be cancelled once the reversal posts,
      *and only the applied part of the payment goes back on the
      *balance; one the refund run has already paid ("P", or "R"
      *re-queued after a stale cheque) is left alone and the whole
      *payment goes back on
       221-FIND-QUEUED-OVERAGE.
           COMPUTE WS-OVERAGE-AMOUNT = WS-RETURNED-AMOUNT -
             PTBL-APPLIED-AMOUNT(WS-MATCH-IDX).

           PERFORM VARYING QUEUE-IDX FROM 1 BY 1
             UNTIL QUEUE-IDX > QUEUE-TABLE-COUNT
               OR WS-OVERAGE-CANCELLED IS EQUAL TO "YES"
               IF QTBL-STUDENT-NUMBER(QUEUE-IDX) IS EQUAL TO
                    PTBL-STUDENT-NUMBER(WS-MATCH-IDX)
                 AND QTBL-ACADEMIC-TERM(QUEUE-IDX) IS EQUAL TO
                    PTBL-ACADEMIC-TERM(WS-MATCH-IDX)
                 AND QTBL-PAYMENT-AMOUNT(QUEUE-IDX) IS EQUAL TO
                    WS-RETURNED-AMOUNT
                 AND QTBL-OVERAGE-AMOUNT(QUEUE-IDX) IS EQUAL TO
                    WS-OVERAGE-AMOUNT
                 AND QTBL-STATUS(QUEUE-IDX) IS EQUAL TO SPACE
                   SET WS-QUEUE-MATCH-IDX TO QUEUE-IDX
                   MOVE "YES" TO WS-OVERAGE-CANCELLED
                   MOVE PTBL-APPLIED-AMOUNT(WS-MATCH-IDX) TO
                     WS-REVERSAL-AMOUNT
               END-IF
           END-PERFORM.

      *Find the returned-payment charge for the student's program
       213-LOOKUP-RETURNED-FEE.
           MOVE 0 TO WS-RETURNED-FEE.

           PERFORM VARYING FEE-TABLE-IDX FROM 1 BY 1
             UNTIL FEE-TABLE-IDX > FEE-TABLE-COUNT
               IF FEE-CODE-CONTAINER(FEE-TABLE-IDX) IS EQUAL TO
                    PROGRAM-OF-STUDY-INDEXED
                   MOVE FEE-RETURNED-CONTAINER(FEE-TABLE-IDX) TO
                     WS-RETURNED-FEE
               END-IF
           END-PERFORM.

      *Write the returned item exactly as received, with the reason
      *code set by the edit that failed
       214-WRITE-EXCEPTION-RECORD.
           MOVE RTN-BATCH-NUMBER TO EXC-BATCH-NUMBER.
           MOVE RTN-STUDENT-NUMBER TO EXC-STUDENT-NUMBER.
           MOVE RTN-PAYMENT-AMOUNT TO EXC-PAYMENT-AMOUNT.
           MOVE RTN-BANK-REFERENCE TO EXC-BANK-REFERENCE.
           MOVE RTN-RETURN-DATE TO EXC-RETURN-DATE.
           WRITE RETURNED-EXCEPTION-RECORD.
           ADD 1 TO ITEMS-EXCEPTED.

      *Write the whole posting trail back out of the table - reversed
      *postings carry "N" so they are never reversed twice
       215-REWRITE-POSTINGS.
           CLOSE BANK-POSTING-FILE.
           OPEN OUTPUT BANK-POSTING-FILE.

           PERFORM VARYING PST-IDX FROM 1 BY 1
             UNTIL PST-IDX > POSTING-TABLE-COUNT
               MOVE SPACES TO BANK-POSTING-RECORD
               MOVE PTBL-BATCH-NUMBER(PST-IDX) TO BKP-BATCH-NUMBER
               MOVE PTBL-STUDENT-NUMBER(PST-IDX) TO BKP-STUDENT-NUMBER
               MOVE PTBL-PAYMENT-AMOUNT(PST-IDX) TO BKP-PAYMENT-AMOUNT
               MOVE PTBL-APPLIED-AMOUNT(PST-IDX) TO BKP-APPLIED-AMOUNT
               MOVE PTBL-PAYMENT-DATE(PST-IDX) TO BKP-PAYMENT-DATE
               MOVE PTBL-BANK-REFERENCE(PST-IDX) TO BKP-BANK-REFERENCE
               MOVE PTBL-ACADEMIC-TERM(PST-IDX) TO BKP-ACADEMIC-TERM
               MOVE PTBL-POSTED-DATE(PST-IDX) TO BKP-POSTED-DATE
               MOVE PTBL-STATUS(PST-IDX) TO BKP-STATUS
               MOVE PTBL-RETURNED-DATE(PST-IDX) TO BKP-RETURNED-DATE
               WRITE BANK-POSTING-RECORD
           END-PERFORM.

      *Write the whole posted-batch register back out of the table
      *with each batch's returned count and total
       217-REWRITE-BATCH-REGISTER.
           CLOSE POSTED-BATCH-FILE.
           OPEN OUTPUT POSTED-BATCH-FILE.

           PERFORM VARYING BAT-IDX FROM 1 BY 1
             UNTIL BAT-IDX > BATCH-TABLE-COUNT
               MOVE SPACES TO POSTED-BATCH-RECORD
               MOVE BTBL-POSTED-FIELDS(BAT-IDX) TO
                 POSTED-BATCH-RECORD(1:45)
               MOVE BTBL-RETURNED-COUNT(BAT-IDX) TO
                 PBR-RETURNED-COUNT-9
               MOVE BTBL-RETURNED-TOTAL(BAT-IDX) TO
                 PBR-RETURNED-TOTAL-9
               WRITE POSTED-BATCH-RECORD
           END-PERFORM.

      *Write the whole queue back out of the table - cancelled
      *overages carry "X" so the refund run never pays them out
       222-REWRITE-QUEUE.
           CLOSE OVERPAYMENT-FILE.
           OPEN OUTPUT OVERPAYMENT-FILE.

           PERFORM VARYING QUEUE-IDX FROM 1 BY 1
             UNTIL QUEUE-IDX > QUEUE-TABLE-COUNT
               MOVE SPACES TO OVERPAYMENT-RECORD
               MOVE QTBL-STUDENT-NUMBER(QUEUE-IDX) TO OVP-STUDENT-NUMBER
               MOVE QTBL-PAYMENT-AMOUNT(QUEUE-IDX) TO OVP-PAYMENT-AMOUNT
               MOVE QTBL-TUITION-OWED(QUEUE-IDX) TO OVP-TUITION-OWED
               MOVE QTBL-OVERAGE-AMOUNT(QUEUE-IDX) TO OVP-OVERAGE-AMOUNT
               MOVE QTBL-ACADEMIC-TERM(QUEUE-IDX) TO OVP-ACADEMIC-TERM
               MOVE QTBL-STATUS(QUEUE-IDX) TO OVP-STATUS
               WRITE OVERPAYMENT-RECORD
           END-PERFORM.

      *    Translate FILE-STATUS-THING into a message an operator can
      *    act on, same as CST-8283-PROJECT-3
       216-CHECK-INDEXED-FILE-STATUS.
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

      *Append the before and after image of the master record just
      *changed - what the recovery utility replays forward against
      *the last unload
       840-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-RECORD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.
           MOVE "CST-8283-PROJECT-32" TO JRN-SOURCE-PROGRAM.
           MOVE WS-BUSINESS-DATE TO JRN-JOURNAL-DATE.
           MOVE WS-RUN-TIME TO JRN-JOURNAL-TIME.
           MOVE WS-JOURNAL-ACTION TO JRN-ACTION.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           IF WS-JOURNAL-ACTION IS EQUAL TO "DELETE"
               MOVE SPACES TO JRN-AFTER-IMAGE
           ELSE
               MOVE STUFILE-FILE-IN-INDEXED TO JRN-AFTER-IMAGE
           END-IF.
           WRITE JOURNAL-RECORD.

      *Close all external files
       209-CLOSE-EXTERNAL-FILES.
           PERFORM 810-WRITE-RUN-END.
           CLOSE RETURNED-ITEM-FILE.
           CLOSE BANK-POSTING-FILE.
           CLOSE POSTED-BATCH-FILE.
           CLOSE FEE-SCHEDULE-FILE.
           CLOSE OVERPAYMENT-FILE.
           CLOSE STUFILE-FILE-INDEXED.
           CLOSE LEDGER-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE RETURNED-PAYMENT-REGISTER.
           CLOSE RETURNED-EXCEPTION-FILE.

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
      *summary reports on - unmatched items are the exceptions the
      *bursar has to work
       810-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.

           PERFORM 820-STAMP-RUN-RECORD.
           MOVE "END" TO RC-RECORD-TYPE.
           MOVE ITEMS-READ TO RC-RECORDS-READ.
           MOVE ITEMS-REVERSED TO RC-RECORDS-WRITTEN.
           MOVE ITEMS-EXCEPTED TO RC-EXCEPTION-COUNT.
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
           MOVE "CST-8283-PROJECT-32" TO RC-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO RC-RUN-DATE.
           MOVE WS-RUN-TIME TO RC-RUN-TIME.
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

       END PROGRAM CST-8283-PROJECT-32.
