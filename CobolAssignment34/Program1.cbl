       IDENTIFICATION DIVISION.
       PROGRAM-ID. CST-8283-PROJECT-34.
       AUTHOR. JONATHON SLAUNWHITE, LIAM HENLEY-VACHON.
       INSTALLATION. ALGONQUIN.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Link the operator master and set as line sequential - the
      *sign-on step validates the keyed operator ID and function
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
      *number as the record key - a sponsor is attached to a student
      *who exists, and a sponsor payment comes off their balance
       SELECT STUFILE-FILE-INDEXED
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\STUFILE-INDEXED.txt"
          ORGANIZATION  IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS STUDENT-NUMBER-INDEXED
          FILE STATUS IS FILE-STATUS-THING.

      *Link the sponsor master and set as line sequential - read
      *front to back into the table, maintained there, and written
      *back (see copybooks/sponsor_record.txt)
       SELECT SPONSOR-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\SPONSOR.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SPONSOR-FILE-STATUS.

      *Link the sponsorship file and set as line sequential - which
      *sponsor covers which student's term and for how much, held
      *in the table the same way (see
      *copybooks/sponsorship_record.txt)
       SELECT SPONSORSHIP-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\SPONSORSHIPS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SPONSORSHIP-STATUS.

      *Link the sponsor invoice register and set as line sequential
      *- sponsor payments post against the invoices on it (see
      *copybooks/sponsor_invoice_record.txt)
       SELECT SPONSOR-INVOICE-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\SPONSOR-INVOICES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-INVOICE-FILE-STATUS.

      *Link the dated financial ledger and set as line sequential -
      *every sponsor payment applied to a student lands here dated
      *(see copybooks/ledger_record.txt)
       SELECT LEDGER-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\LEDGER.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LEDGER-STATUS.

      *Link overpayment / refund queue and set as line sequential -
      *a sponsor payment bigger than the student's balance queues
      *the rest for the refund run (CST-8283-PROJECT-10)
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

      *Sponsor master record - see copybooks/sponsor_record.txt
       FD SPONSOR-FILE.
       COPY "sponsor_record.txt".

      *Sponsorship record - see copybooks/sponsorship_record.txt
       FD SPONSORSHIP-FILE.
       COPY "sponsorship_record.txt".

      *Sponsor invoice register record - see
      *copybooks/sponsor_invoice_record.txt
       FD SPONSOR-INVOICE-FILE.
       COPY "sponsor_invoice_record.txt".

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
      *File statuses for the sponsor files, the ledger, and the
      *overpayment queue
       01 WS-SPONSOR-FILE-STATUS PIC X(2).
       01 WS-SPONSORSHIP-STATUS PIC X(2).
       01 WS-INVOICE-FILE-STATUS PIC X(2).
       01 WS-LEDGER-STATUS PIC X(2).
       01 WS-OVERPAYMENT-STATUS PIC X(2).

      *End-of-file flags while loading the tables
       01 WS-SPONSOR-EOF PIC X(4).
       01 WS-SPONSORSHIP-EOF PIC X(4).
       01 WS-INVOICE-EOF PIC X(4).

      *In-memory copy of the sponsor master
       01 SPONSOR-TABLE-COUNT PIC 9(3) VALUE 0.
       01 SPONSOR-TABLE-CONTAINER.
         05 SPONSOR-TABLE-ENTRY
               OCCURS 1 TO 200 TIMES
               DEPENDING ON SPONSOR-TABLE-COUNT
               INDEXED BY SPN-IDX.
           10 SPTB-SPONSOR-ID PIC X(5).
           10 SPTB-SPONSOR-NAME PIC X(30).
           10 SPTB-CONTACT-NAME PIC X(25).
           10 SPTB-BILLING-ADDRESS PIC X(40).
           10 SPTB-BILLING-CITY PIC X(30).
           10 SPTB-STATUS PIC X(1).

      *In-memory copy of the whole sponsorship file
       01 SPONSORSHIP-TABLE-COUNT PIC 9(4) VALUE 0.
       01 SPONSORSHIP-TABLE-CONTAINER.
         05 SPONSORSHIP-TABLE-ENTRY
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON SPONSORSHIP-TABLE-COUNT
               INDEXED BY SPS-IDX
                          ENTRY-SHUFFLE-IDX
                          ENTRY-SHUFFLE-IDX-2.
           10 SSTB-STUDENT-NUMBER PIC 9(6).
           10 SSTB-ACADEMIC-TERM PIC X(5).
           10 SSTB-SPONSOR-ID PIC X(5).
           10 SSTB-COVER-TYPE PIC X(1).
           10 SSTB-COVER-AMOUNT PIC 9(5)V99.
           10 SSTB-COVER-PERCENT PIC 9(3).
           10 SSTB-INVOICE-NUMBER PIC X(6).
           10 SSTB-SPONSOR-SHARE PIC 9(5)V99.
           10 SSTB-PAID-AMOUNT PIC 9(5)V99.

      *In-memory copy of the sponsor invoice register
       01 INVOICE-TABLE-COUNT PIC 9(4) VALUE 0.
       01 INVOICE-TABLE-CONTAINER.
         05 INVOICE-TABLE-ENTRY
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON INVOICE-TABLE-COUNT
               INDEXED BY INV-IDX.
           10 ITBL-INVOICE-NUMBER PIC 9(6).
           10 ITBL-SPONSOR-ID PIC X(5).
           10 ITBL-ACADEMIC-TERM PIC X(5).
           10 ITBL-INVOICE-DATE PIC 9(8).
           10 ITBL-INVOICE-TOTAL PIC 9(7)V99.
           10 ITBL-PAID-TOTAL PIC 9(7)V99.
           10 ITBL-STATUS PIC X(1).

      *Numeric work fields for de-editing the files' edited amounts
       01 WS-WORK-AMOUNT PIC 9(5)V99.
       01 WS-WORK-TOTAL PIC 9(7)V99.

      *Set once a table changed so an untouched file isn't rewritten
       01 WS-SPONSORS-CHANGED PIC X(3) VALUE "NO".
       01 WS-SPONSORSHIPS-CHANGED PIC X(3) VALUE "NO".
       01 WS-INVOICES-CHANGED PIC X(3) VALUE "NO".
      *Set when a sponsor file exceeds what memory can hold - the
      *run must then leave the files exactly as it found them
       01 WS-ABORT-RUN PIC X(3) VALUE "NO".

      *Flag to keep accepting sponsor transactions until the clerk
      *is done, same shape as WS-MORE-MAINTENANCE in PROJECT-6
       01 WS-MORE-MAINTENANCE PIC X(3) VALUE "YES".
      *Function keyed by the clerk - S sponsor upkeep, A attach,
      *X detach, P sponsor payment
       01 WS-FUNCTION-CODE PIC X(1).
      *Set when the signed-on operator holds the function's permission
       01 WS-FUNCTION-ALLOWED PIC X(3).
      *Student number keyed by the clerk, edited before use as key
       01 WS-STUDENT-NUMBER-IN PIC X(6).
      *Set when the keyed student number reads successfully
       01 WS-RECORD-FOUND PIC X(3).
      *Lookup verdicts against the tables
       01 WS-SPONSOR-FOUND PIC X(3).
       01 WS-SPONSORSHIP-FOUND PIC X(3).
       01 WS-INVOICE-FOUND PIC X(3).

      *Fields keyed during sponsor upkeep and attachment
       01 WS-SPONSOR-ID-IN PIC X(5).
       01 WS-TEXT-IN PIC X(40).
       01 WS-STATUS-IN PIC X(1).
       01 WS-COVER-TYPE-IN PIC X(1).
       01 WS-PERCENT-IN PIC X(3).
       01 WS-PERCENT-IN-9 REDEFINES WS-PERCENT-IN PIC 9(3).
       01 WS-AMOUNT-IN PIC X(7).
       01 WS-AMOUNT-IN-9 REDEFINES WS-AMOUNT-IN PIC 9(5)V99.
       01 WS-INVOICE-IN PIC X(6).
      *Delete confirmation answer
       01 WS-CONFIRM PIC X(3).

      *The pieces of one sponsor payment - the payment keyed, what
      *is still to be applied, what one line takes, the student's
      *balance before it, and what could not go on the balance
       01 WS-PAYMENT-AMOUNT PIC 9(5)V99.
       01 WS-INVOICE-OUTSTANDING PIC 9(7)V99.
       01 WS-REMAINING PIC 9(5)V99.
       01 WS-LINE-OUTSTANDING PIC 9(5)V99.
       01 WS-LINE-APPLIED PIC 9(5)V99.
       01 WS-TOTAL-APPLIED PIC 9(5)V99.
       01 WS-PRIOR-BALANCE PIC 9(4)V99.
       01 WS-OVERAGE-AMOUNT PIC 9(5)V99.
       01 WS-NET-APPLIED PIC 9(5)V99.
      *Set only once the student's master rewrite takes
       01 WS-POSTED PIC X(3).

      *File status for the student master journal, the action being
      *journalled, and the record as it looked before the change
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-JOURNAL-ACTION PIC X(7).
       01 WS-BEFORE-IMAGE PIC X(113).
      *Date and time-of-day fields the log entries carry
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
           10 OTBL-AUTH-MAINTENANCE PIC X(1).
           10 OTBL-AUTH-ENROLMENT PIC X(1).
           10 OTBL-AUTH-REFUNDS PIC X(1).
           10 OTBL-AUTH-TABLES PIC X(1).
           10 OTBL-AUTH-PLANS PIC X(1).
           10 OTBL-AUTH-ARCHIVE PIC X(1).


       PROCEDURE DIVISION.

       100-MAINTAIN-SPONSORS.
      *Open the master and the sponsor files, and load the tables
           PERFORM 201-OPEN-EXTERNAL-FILES.
           PERFORM 202-LOAD-SPONSOR-TABLE.
           PERFORM 203-LOAD-SPONSORSHIP-TABLE.
           PERFORM 204-LOAD-INVOICE-TABLE.
      *Take the business date sponsor payments are posted on - with
      *no business date, or one in a closed month, sponsor upkeep
      *still runs but no payment can post
           PERFORM 870-LOAD-PROCESSING-CONTROL.

      *An overfull file aborts before any maintenance - the rewrite
      *would otherwise silently drop every record past the bound
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
      *        Only an authenticated operator with the maintenance or
      *        payment permission may sign on; each function then
      *        checks its own
               PERFORM 850-OPERATOR-SIGN-ON
               IF WS-SIGNED-ON IS EQUAL TO "YES"
      *            Accept sponsor requests until the clerk is done
                   PERFORM 205-SPONSOR-TRANSACTIONS
      *            Write back whatever changed
                   IF WS-SPONSORS-CHANGED IS EQUAL TO "YES"
                       PERFORM 230-REWRITE-SPONSOR-FILE
                   END-IF
                   IF WS-SPONSORSHIPS-CHANGED IS EQUAL TO "YES"
                       PERFORM 232-REWRITE-SPONSORSHIP-FILE
                   END-IF
                   IF WS-INVOICES-CHANGED IS EQUAL TO "YES"
                       PERFORM 234-REWRITE-INVOICE-FILE
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
               MOVE "NO" TO WS-MORE-MAINTENANCE
           END-IF.

      *    A first-ever run has no sponsor files yet - empty tables
      *    just mean everything keyed today is new
           OPEN INPUT SPONSOR-FILE.
           IF WS-SPONSOR-FILE-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-SPONSOR-EOF
           END-IF.

           OPEN INPUT SPONSORSHIP-FILE.
           IF WS-SPONSORSHIP-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-SPONSORSHIP-EOF
           END-IF.

           OPEN INPUT SPONSOR-INVOICE-FILE.
           IF WS-INVOICE-FILE-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-INVOICE-EOF
           END-IF.

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

      *Read the whole sponsor master into the table
       202-LOAD-SPONSOR-TABLE.
           PERFORM UNTIL WS-SPONSOR-EOF IS EQUAL TO "YES"
               READ SPONSOR-FILE
                   AT END
                       MOVE "YES" TO WS-SPONSOR-EOF
                   NOT AT END
                       IF SPONSOR-TABLE-COUNT IS NOT LESS THAN 200
                           DISPLAY "SPONSOR FILE EXCEEDS 200 ENTRIES"
                             " - RUN ABORTED, FILE LEFT UNTOUCHED"
                           MOVE "YES" TO WS-ABORT-RUN
                           MOVE "YES" TO WS-SPONSOR-EOF
                       ELSE
                           ADD 1 TO SPONSOR-TABLE-COUNT
                           MOVE SPN-SPONSOR-ID TO
                             SPTB-SPONSOR-ID(SPONSOR-TABLE-COUNT)
                           MOVE SPN-SPONSOR-NAME TO
                             SPTB-SPONSOR-NAME(SPONSOR-TABLE-COUNT)
                           MOVE SPN-CONTACT-NAME TO
                             SPTB-CONTACT-NAME(SPONSOR-TABLE-COUNT)
                           MOVE SPN-BILLING-ADDRESS TO
                             SPTB-BILLING-ADDRESS(SPONSOR-TABLE-COUNT)
                           MOVE SPN-BILLING-CITY TO
                             SPTB-BILLING-CITY(SPONSOR-TABLE-COUNT)
                           MOVE SPN-STATUS TO
                             SPTB-STATUS(SPONSOR-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

      *Read the whole sponsorship file into the table, de-editing
      *each amount into its numeric working form
       203-LOAD-SPONSORSHIP-TABLE.
           PERFORM UNTIL WS-SPONSORSHIP-EOF IS EQUAL TO "YES"
               READ SPONSORSHIP-FILE
                   AT END
                       MOVE "YES" TO WS-SPONSORSHIP-EOF
                   NOT AT END
                       IF SPONSORSHIP-TABLE-COUNT IS NOT LESS THAN
                            2000
                           DISPLAY "SPONSORSHIP FILE EXCEEDS 2000"
                             " ENTRIES - RUN ABORTED, FILE LEFT"
                             " UNTOUCHED"
                           MOVE "YES" TO WS-ABORT-RUN
                           MOVE "YES" TO WS-SPONSORSHIP-EOF
                       ELSE
                           ADD 1 TO SPONSORSHIP-TABLE-COUNT
                           PERFORM 206-STORE-SPONSORSHIP
                       END-IF
               END-READ
           END-PERFORM.

      *Store one sponsorship record in the next table slot
       206-STORE-SPONSORSHIP.
           SET SPS-IDX TO SPONSORSHIP-TABLE-COUNT.
           MOVE SPS-STUDENT-NUMBER TO SSTB-STUDENT-NUMBER(SPS-IDX).
           MOVE SPS-ACADEMIC-TERM TO SSTB-ACADEMIC-TERM(SPS-IDX).
           MOVE SPS-SPONSOR-ID TO SSTB-SPONSOR-ID(SPS-IDX).
           MOVE SPS-COVER-TYPE TO SSTB-COVER-TYPE(SPS-IDX).
           MOVE SPS-COVER-AMOUNT TO WS-WORK-AMOUNT.
           MOVE WS-WORK-AMOUNT TO SSTB-COVER-AMOUNT(SPS-IDX).
           MOVE SPS-COVER-PERCENT TO SSTB-COVER-PERCENT(SPS-IDX).
           MOVE SPS-INVOICE-NUMBER TO SSTB-INVOICE-NUMBER(SPS-IDX).
           MOVE SPS-SPONSOR-SHARE TO WS-WORK-AMOUNT.
           MOVE WS-WORK-AMOUNT TO SSTB-SPONSOR-SHARE(SPS-IDX).
           MOVE SPS-PAID-AMOUNT TO WS-WORK-AMOUNT.
           MOVE WS-WORK-AMOUNT TO SSTB-PAID-AMOUNT(SPS-IDX).

      *Read the whole invoice register into the table
       204-LOAD-INVOICE-TABLE.
           PERFORM UNTIL WS-INVOICE-EOF IS EQUAL TO "YES"
               READ SPONSOR-INVOICE-FILE
                   AT END
                       MOVE "YES" TO WS-INVOICE-EOF
                   NOT AT END
                       IF INVOICE-TABLE-COUNT IS NOT LESS THAN 2000
                           DISPLAY "INVOICE REGISTER EXCEEDS 2000"
                             " ENTRIES - RUN ABORTED, FILE LEFT"
                             " UNTOUCHED"
                           MOVE "YES" TO WS-ABORT-RUN
                           MOVE "YES" TO WS-INVOICE-EOF
                       ELSE
                           ADD 1 TO INVOICE-TABLE-COUNT
                           PERFORM 207-STORE-INVOICE
                       END-IF
               END-READ
           END-PERFORM.

      *Store one invoice register record in the next table slot
       207-STORE-INVOICE.
           SET INV-IDX TO INVOICE-TABLE-COUNT.
           MOVE SIV-INVOICE-NUMBER TO ITBL-INVOICE-NUMBER(INV-IDX).
           MOVE SIV-SPONSOR-ID TO ITBL-SPONSOR-ID(INV-IDX).
           MOVE SIV-ACADEMIC-TERM TO ITBL-ACADEMIC-TERM(INV-IDX).
           MOVE SIV-INVOICE-DATE TO ITBL-INVOICE-DATE(INV-IDX).
           MOVE SIV-INVOICE-TOTAL TO WS-WORK-TOTAL.
           MOVE WS-WORK-TOTAL TO ITBL-INVOICE-TOTAL(INV-IDX).
           MOVE SIV-PAID-TOTAL TO WS-WORK-TOTAL.
           MOVE WS-WORK-TOTAL TO ITBL-PAID-TOTAL(INV-IDX).
           MOVE SIV-STATUS TO ITBL-STATUS(INV-IDX).

      *Accept sponsor requests from the keyboard, looping until the
      *clerk signals there is nothing further this run
       205-SPONSOR-TRANSACTIONS.
           PERFORM UNTIL WS-MORE-MAINTENANCE IS EQUAL TO "NO"
             OR WS-MORE-MAINTENANCE IS EQUAL TO "no"
               PERFORM 208-GET-FUNCTION-CODE
               PERFORM 210-CHECK-FUNCTION-AUTHORITY

               IF WS-FUNCTION-ALLOWED IS EQUAL TO "YES"
                   EVALUATE WS-FUNCTION-CODE
                       WHEN "S"
                       WHEN "s"
                           PERFORM 213-MAINTAIN-ONE-SPONSOR
                       WHEN "A"
                       WHEN "a"
                           PERFORM 211-GET-STUDENT-NUMBER
                           PERFORM 212-READ-STUDENT-RECORD
                           IF WS-RECORD-FOUND IS EQUAL TO "YES"
                               PERFORM 216-ATTACH-SPONSOR
                           END-IF
                       WHEN "X"
                       WHEN "x"
                           PERFORM 211-GET-STUDENT-NUMBER
                           PERFORM 212-READ-STUDENT-RECORD
                           IF WS-RECORD-FOUND IS EQUAL TO "YES"
                               PERFORM 219-DETACH-SPONSOR
                           END-IF
                       WHEN "P"
                       WHEN "p"
                           PERFORM 222-POST-SPONSOR-PAYMENT
                   END-EVALUATE
               END-IF

               DISPLAY "ENTER ANOTHER SPONSOR REQUEST YES OR NO"
               ACCEPT WS-MORE-MAINTENANCE
           END-PERFORM.

      *Ask which sponsor function the clerk wants, re-asking until
      *one of the four valid codes is keyed
       208-GET-FUNCTION-CODE.
           MOVE SPACES TO WS-FUNCTION-CODE.

           PERFORM UNTIL WS-FUNCTION-CODE IS EQUAL TO "S"
             OR WS-FUNCTION-CODE IS EQUAL TO "s"
             OR WS-FUNCTION-CODE IS EQUAL TO "A"
             OR WS-FUNCTION-CODE IS EQUAL TO "a"
             OR WS-FUNCTION-CODE IS EQUAL TO "X"
             OR WS-FUNCTION-CODE IS EQUAL TO "x"
             OR WS-FUNCTION-CODE IS EQUAL TO "P"
             OR WS-FUNCTION-CODE IS EQUAL TO "p"
               DISPLAY "FUNCTION - S SPONSOR, A ATTACH, X DETACH,"
                 " P SPONSOR PAYMENT"
               ACCEPT WS-FUNCTION-CODE
           END-PERFORM.

      *Sponsor upkeep and attachments need the maintenance
      *permission, posting a sponsor payment needs the payment
      *permission - a refusal is logged like a refused sign-on
       210-CHECK-FUNCTION-AUTHORITY.
           MOVE "NO" TO WS-FUNCTION-ALLOWED.
           MOVE SPACES TO WS-REFUSAL-REASON.

           IF WS-FUNCTION-CODE IS EQUAL TO "P"
             OR WS-FUNCTION-CODE IS EQUAL TO "p"
               IF OTBL-AUTH-PAYMENTS(SIGNED-ON-IDX) IS EQUAL TO "Y"
                   MOVE "YES" TO WS-FUNCTION-ALLOWED
               ELSE
                   MOVE "NOT AUTHORIZED - PAYMENTS" TO
                     WS-REFUSAL-REASON
               END-IF
           ELSE
               IF OTBL-AUTH-MAINTENANCE(SIGNED-ON-IDX) IS EQUAL TO
                    "Y"
                   MOVE "YES" TO WS-FUNCTION-ALLOWED
               ELSE
                   MOVE "NOT AUTHORIZED - MAINTENANCE" TO
                     WS-REFUSAL-REASON
               END-IF
           END-IF.

           IF WS-FUNCTION-ALLOWED IS NOT EQUAL TO "YES"
               DISPLAY "FUNCTION REFUSED - " WS-REFUSAL-REASON
               PERFORM 853-WRITE-SECURITY-LOG
           END-IF.

      *Ask for the student number, re-asking until it is numeric -
      *same edit Program1 applies at data entry
       211-GET-STUDENT-NUMBER.
           MOVE SPACES TO WS-STUDENT-NUMBER-IN.

           PERFORM UNTIL WS-STUDENT-NUMBER-IN IS NUMERIC
               DISPLAY "PLEASE ENTER STUDENT NUMBER"
               ACCEPT WS-STUDENT-NUMBER-IN
               IF WS-STUDENT-NUMBER-IN IS NOT NUMERIC
                   DISPLAY "STUDENT NUMBER MUST BE NUMERIC, RE-ENTER"
               END-IF
           END-PERFORM.

      *Fetch the keyed student from the indexed master
       212-READ-STUDENT-RECORD.
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

      *Add a sponsor or change one already on file - a field left
      *blank keeps what is on file
       213-MAINTAIN-ONE-SPONSOR.
           PERFORM 215-GET-SPONSOR-ID.

           IF WS-SPONSOR-FOUND IS EQUAL TO "YES"
               DISPLAY "SPONSOR " SPTB-SPONSOR-ID(SPN-IDX) " - "
                 SPTB-SPONSOR-NAME(SPN-IDX)
               DISPLAY "STATUS (" SPTB-STATUS(SPN-IDX) ")"
               PERFORM 217-KEY-SPONSOR-FIELDS
           ELSE
               IF SPONSOR-TABLE-COUNT IS NOT LESS THAN 200
                   DISPLAY "SPONSOR FILE FULL - SPONSOR NOT ADDED"
               ELSE
                   DISPLAY "NEW SPONSOR " WS-SPONSOR-ID-IN
                   ADD 1 TO SPONSOR-TABLE-COUNT
                   SET SPN-IDX TO SPONSOR-TABLE-COUNT
                   MOVE WS-SPONSOR-ID-IN TO SPTB-SPONSOR-ID(SPN-IDX)
                   MOVE SPACES TO SPTB-SPONSOR-NAME(SPN-IDX)
                   MOVE SPACES TO SPTB-CONTACT-NAME(SPN-IDX)
                   MOVE SPACES TO SPTB-BILLING-ADDRESS(SPN-IDX)
                   MOVE SPACES TO SPTB-BILLING-CITY(SPN-IDX)
                   MOVE SPACE TO SPTB-STATUS(SPN-IDX)
                   PERFORM 217-KEY-SPONSOR-FIELDS
               END-IF
           END-IF.

      *Ask for a sponsor ID, re-asking until one is keyed, and look
      *it up on the sponsor table
       215-GET-SPONSOR-ID.
           MOVE SPACES TO WS-SPONSOR-ID-IN.

           PERFORM UNTIL WS-SPONSOR-ID-IN IS NOT EQUAL TO SPACES
               DISPLAY "SPONSOR ID"
               ACCEPT WS-SPONSOR-ID-IN
           END-PERFORM.

           MOVE "NO" TO WS-SPONSOR-FOUND.
           SET SPN-IDX TO 1.
           SEARCH SPONSOR-TABLE-ENTRY
               AT END
                   MOVE "NO" TO WS-SPONSOR-FOUND
               WHEN SPTB-SPONSOR-ID(SPN-IDX) IS EQUAL TO
                      WS-SPONSOR-ID-IN
                   MOVE "YES" TO WS-SPONSOR-FOUND
           END-SEARCH.

      *Key the sponsor's name, contact, billing lines, and status
       217-KEY-SPONSOR-FIELDS.
           MOVE SPACES TO WS-TEXT-IN.
           DISPLAY "SPONSOR NAME (BLANK KEEPS CURRENT)".
           ACCEPT WS-TEXT-IN.
           IF WS-TEXT-IN IS NOT EQUAL TO SPACES
               MOVE WS-TEXT-IN TO SPTB-SPONSOR-NAME(SPN-IDX)
           END-IF.

           MOVE SPACES TO WS-TEXT-IN.
           DISPLAY "CONTACT NAME (BLANK KEEPS CURRENT)".
           ACCEPT WS-TEXT-IN.
           IF WS-TEXT-IN IS NOT EQUAL TO SPACES
               MOVE WS-TEXT-IN TO SPTB-CONTACT-NAME(SPN-IDX)
           END-IF.

           MOVE SPACES TO WS-TEXT-IN.
           DISPLAY "BILLING ADDRESS (BLANK KEEPS CURRENT)".
           ACCEPT WS-TEXT-IN.
           IF WS-TEXT-IN IS NOT EQUAL TO SPACES
               MOVE WS-TEXT-IN TO SPTB-BILLING-ADDRESS(SPN-IDX)
           END-IF.

           MOVE SPACES TO WS-TEXT-IN.
           DISPLAY "BILLING CITY AND PROVINCE (BLANK KEEPS CURRENT)".
           ACCEPT WS-TEXT-IN.
           IF WS-TEXT-IN IS NOT EQUAL TO SPACES
               MOVE WS-TEXT-IN TO SPTB-BILLING-CITY(SPN-IDX)
           END-IF.

           MOVE SPACE TO WS-STATUS-IN.
           DISPLAY "STATUS - A ACTIVE, I INACTIVE (BLANK KEEPS"
             " CURRENT)".
           ACCEPT WS-STATUS-IN.
           IF WS-STATUS-IN IS EQUAL TO "A" OR "a"
               MOVE SPACE TO SPTB-STATUS(SPN-IDX)
           END-IF.
           IF WS-STATUS-IN IS EQUAL TO "I" OR "i"
               MOVE "I" TO SPTB-STATUS(SPN-IDX)
           END-IF.

           MOVE "YES" TO WS-SPONSORS-CHANGED.
           DISPLAY "SPONSOR " SPTB-SPONSOR-ID(SPN-IDX) " SAVED".

      *Attach an active sponsor to the student's current term, for a
      *fixed amount or a percentage of the term's assessed tuition -
      *one sponsor per student per term
       216-ATTACH-SPONSOR.
           PERFORM 218-FIND-TERM-SPONSORSHIP.

           IF WS-SPONSORSHIP-FOUND IS EQUAL TO "YES"
               DISPLAY "SPONSOR " SSTB-SPONSOR-ID(SPS-IDX)
                 " ALREADY COVERS THIS TERM - DETACH IT FIRST"
           ELSE
               PERFORM 215-GET-SPONSOR-ID
               IF WS-SPONSOR-FOUND IS NOT EQUAL TO "YES"
                   DISPLAY "SPONSOR NOT ON FILE - NOT ATTACHED"
               ELSE
                   IF SPTB-STATUS(SPN-IDX) IS EQUAL TO "I"
                       DISPLAY "SPONSOR IS INACTIVE - NOT ATTACHED"
                   ELSE
                       IF SPONSORSHIP-TABLE-COUNT IS NOT LESS THAN
                            2000
                           DISPLAY "SPONSORSHIP FILE FULL - NOT"
                             " ATTACHED"
                       ELSE
                           PERFORM 220-KEY-COVERAGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Find the student's sponsorship for their current term
       218-FIND-TERM-SPONSORSHIP.
           MOVE "NO" TO WS-SPONSORSHIP-FOUND.
           SET SPS-IDX TO 1.
           SEARCH SPONSORSHIP-TABLE-ENTRY
               AT END
                   MOVE "NO" TO WS-SPONSORSHIP-FOUND
               WHEN SSTB-STUDENT-NUMBER(SPS-IDX) IS EQUAL TO
                      STUDENT-NUMBER-INDEXED
                AND SSTB-ACADEMIC-TERM(SPS-IDX) IS EQUAL TO
                      ACADEMIC-TERM-INDEXED
                   MOVE "YES" TO WS-SPONSORSHIP-FOUND
           END-SEARCH.

      *Ask how the sponsor covers the term and add the sponsorship
       220-KEY-COVERAGE.
           MOVE SPACE TO WS-COVER-TYPE-IN.

           PERFORM UNTIL WS-COVER-TYPE-IN IS EQUAL TO "F"
             OR WS-COVER-TYPE-IN IS EQUAL TO "P"
               DISPLAY "COVERAGE - F FIXED AMOUNT, P PERCENTAGE"
               ACCEPT WS-COVER-TYPE-IN
               IF WS-COVER-TYPE-IN IS EQUAL TO "f"
                   MOVE "F" TO WS-COVER-TYPE-IN
               END-IF
               IF WS-COVER-TYPE-IN IS EQUAL TO "p"
                   MOVE "P" TO WS-COVER-TYPE-IN
               END-IF
           END-PERFORM.

           MOVE ZEROS TO WS-AMOUNT-IN-9.
           MOVE ZEROS TO WS-PERCENT-IN-9.

           IF WS-COVER-TYPE-IN IS EQUAL TO "F"
               MOVE SPACES TO WS-AMOUNT-IN
               PERFORM UNTIL WS-AMOUNT-IN IS NUMERIC
                   DISPLAY "AMOUNT THE SPONSOR COVERS"
                     " (9999999 MEANS 99999.99)"
                   ACCEPT WS-AMOUNT-IN
                   IF WS-AMOUNT-IN IS NOT NUMERIC
                       DISPLAY "AMOUNT MUST BE NUMERIC, RE-ENTER"
                   END-IF
               END-PERFORM
           ELSE
               MOVE SPACES TO WS-PERCENT-IN
               PERFORM UNTIL WS-PERCENT-IN IS NUMERIC
                   DISPLAY "PERCENTAGE THE SPONSOR COVERS (001-100)"
                   ACCEPT WS-PERCENT-IN
                   IF WS-PERCENT-IN IS NOT NUMERIC
                       DISPLAY "PERCENTAGE MUST BE NUMERIC, RE-ENTER"
                   END-IF
               END-PERFORM
           END-IF.

           IF (WS-COVER-TYPE-IN IS EQUAL TO "F"
                AND WS-AMOUNT-IN-9 IS EQUAL TO ZERO)
             OR (WS-COVER-TYPE-IN IS EQUAL TO "P"
                AND (WS-PERCENT-IN-9 IS EQUAL TO ZERO
                  OR WS-PERCENT-IN-9 IS GREATER THAN 100))
               DISPLAY "COVERAGE MUST BE MORE THAN ZERO AND NO MORE"
                 " THAN 100% - NOT ATTACHED"
           ELSE
               ADD 1 TO SPONSORSHIP-TABLE-COUNT
               SET SPS-IDX TO SPONSORSHIP-TABLE-COUNT
               MOVE STUDENT-NUMBER-INDEXED TO
                 SSTB-STUDENT-NUMBER(SPS-IDX)
               MOVE ACADEMIC-TERM-INDEXED TO
                 SSTB-ACADEMIC-TERM(SPS-IDX)
               MOVE WS-SPONSOR-ID-IN TO SSTB-SPONSOR-ID(SPS-IDX)
               MOVE WS-COVER-TYPE-IN TO SSTB-COVER-TYPE(SPS-IDX)
               MOVE WS-AMOUNT-IN-9 TO SSTB-COVER-AMOUNT(SPS-IDX)
               MOVE WS-PERCENT-IN-9 TO SSTB-COVER-PERCENT(SPS-IDX)
               MOVE SPACES TO SSTB-INVOICE-NUMBER(SPS-IDX)
               MOVE ZEROS TO SSTB-SPONSOR-SHARE(SPS-IDX)
               MOVE ZEROS TO SSTB-PAID-AMOUNT(SPS-IDX)
               MOVE "YES" TO WS-SPONSORSHIPS-CHANGED
               DISPLAY "SPONSOR " WS-SPONSOR-ID-IN " ATTACHED FOR "
                 ACADEMIC-TERM-INDEXED
           END-IF.

      *Take the sponsor off the student's current term - only before
      *the term has been invoiced, since an invoiced share is owed
      *by the sponsor and has to be settled, not forgotten
       219-DETACH-SPONSOR.
           PERFORM 218-FIND-TERM-SPONSORSHIP.

           IF WS-SPONSORSHIP-FOUND IS NOT EQUAL TO "YES"
               DISPLAY "NO SPONSOR ON FILE FOR THIS STUDENT'S TERM"
           ELSE
               IF SSTB-INVOICE-NUMBER(SPS-IDX) IS NOT EQUAL TO SPACES
                   DISPLAY "ALREADY INVOICED ON "
                     SSTB-INVOICE-NUMBER(SPS-IDX)
                     " - CANNOT BE DETACHED"
               ELSE
                   MOVE SPACES TO WS-CONFIRM
                   DISPLAY "DETACH SPONSOR " SSTB-SPONSOR-ID(SPS-IDX)
                     " - CONFIRM YES OR NO"
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM IS EQUAL TO "YES" OR "yes"
                       PERFORM 221-REMOVE-SPONSORSHIP
                       MOVE "YES" TO WS-SPONSORSHIPS-CHANGED
                       DISPLAY "SPONSOR DETACHED"
                   ELSE
                       DISPLAY "DETACH NOT CONFIRMED - SPONSOR KEPT"
                   END-IF
               END-IF
           END-IF.

      *Shuffle every later entry down one slot over the sponsorship
      *at SPS-IDX and shorten the table
       221-REMOVE-SPONSORSHIP.
           SET ENTRY-SHUFFLE-IDX TO SPS-IDX.

           PERFORM UNTIL ENTRY-SHUFFLE-IDX >= SPONSORSHIP-TABLE-COUNT
               SET ENTRY-SHUFFLE-IDX-2 TO ENTRY-SHUFFLE-IDX
               SET ENTRY-SHUFFLE-IDX-2 UP BY 1
               MOVE SPONSORSHIP-TABLE-ENTRY(ENTRY-SHUFFLE-IDX-2) TO
                 SPONSORSHIP-TABLE-ENTRY(ENTRY-SHUFFLE-IDX)
               SET ENTRY-SHUFFLE-IDX UP BY 1
           END-PERFORM.

           SUBTRACT 1 FROM SPONSORSHIP-TABLE-COUNT.

      *Post a sponsor's payment against one of its invoices - the
      *payment is spread over the invoice's students in invoice
      *order, each taking up to what the sponsor still owes for
      *them, and comes off each student's balance
       222-POST-SPONSOR-PAYMENT.
           MOVE SPACES TO WS-INVOICE-IN.

           PERFORM UNTIL WS-INVOICE-IN IS NUMERIC
               DISPLAY "SPONSOR INVOICE NUMBER"
               ACCEPT WS-INVOICE-IN
               IF WS-INVOICE-IN IS NOT NUMERIC
                   DISPLAY "INVOICE NUMBER MUST BE NUMERIC, RE-ENTER"
               END-IF
           END-PERFORM.

           MOVE "NO" TO WS-INVOICE-FOUND.
           SET INV-IDX TO 1.
           SEARCH INVOICE-TABLE-ENTRY
               AT END
                   MOVE "NO" TO WS-INVOICE-FOUND
               WHEN ITBL-INVOICE-NUMBER(INV-IDX) IS EQUAL TO
                      WS-INVOICE-IN
                   MOVE "YES" TO WS-INVOICE-FOUND
           END-SEARCH.

           IF WS-INVOICE-FOUND IS NOT EQUAL TO "YES"
               DISPLAY "INVOICE " WS-INVOICE-IN " NOT ON FILE"
           ELSE
               IF ITBL-STATUS(INV-IDX) IS EQUAL TO "P"
                   DISPLAY "INVOICE " WS-INVOICE-IN
                     " IS ALREADY PAID IN FULL"
               ELSE
                   PERFORM 228-CHECK-PAYMENT-PERIOD
               END-IF
           END-IF.

      *A sponsor payment needs an open business date to post on and
      *an invoice whose term is still open to posting
       228-CHECK-PAYMENT-PERIOD.
           MOVE ITBL-ACADEMIC-TERM(INV-IDX) TO WS-CHECK-TERM.
           PERFORM 872-CHECK-TERM-OPEN.

           IF WS-CONTROL-REFUSED IS EQUAL TO "YES"
               DISPLAY "NO OPEN BUSINESS DATE - SPONSOR PAYMENT NOT"
                 " POSTED"
           ELSE
               IF WS-TERM-CLOSED IS EQUAL TO "YES"
                   DISPLAY "TERM " ITBL-ACADEMIC-TERM(INV-IDX)
                     " IS CLOSED - SPONSOR PAYMENT NOT POSTED"
               ELSE
                   PERFORM 223-KEY-SPONSOR-PAYMENT
               END-IF
           END-IF.

      *Ask for the amount received, which may not be more than the
      *invoice still has owing, then apply it
       223-KEY-SPONSOR-PAYMENT.
           COMPUTE WS-INVOICE-OUTSTANDING =
             ITBL-INVOICE-TOTAL(INV-IDX) - ITBL-PAID-TOTAL(INV-IDX).
           DISPLAY "INVOICE " WS-INVOICE-IN " SPONSOR "
             ITBL-SPONSOR-ID(INV-IDX) " TERM "
             ITBL-ACADEMIC-TERM(INV-IDX).
           DISPLAY "OUTSTANDING " WS-INVOICE-OUTSTANDING.

           MOVE SPACES TO WS-AMOUNT-IN.
           PERFORM UNTIL WS-AMOUNT-IN IS NUMERIC
               DISPLAY "AMOUNT RECEIVED (9999999 MEANS 99999.99)"
               ACCEPT WS-AMOUNT-IN
               IF WS-AMOUNT-IN IS NOT NUMERIC
                   DISPLAY "AMOUNT MUST BE NUMERIC, RE-ENTER"
               END-IF
           END-PERFORM.

           MOVE WS-AMOUNT-IN-9 TO WS-PAYMENT-AMOUNT.

           IF WS-PAYMENT-AMOUNT IS EQUAL TO ZERO
             OR WS-PAYMENT-AMOUNT IS GREATER THAN
                WS-INVOICE-OUTSTANDING
               DISPLAY "AMOUNT MUST BE MORE THAN ZERO AND NO MORE"
                 " THAN THE OUTSTANDING - NOT POSTED"
           ELSE
               MOVE WS-PAYMENT-AMOUNT TO WS-REMAINING
               MOVE ZEROS TO WS-TOTAL-APPLIED

               PERFORM 224-APPLY-TO-ONE-LINE
                 VARYING SPS-IDX FROM 1 BY 1
                 UNTIL SPS-IDX > SPONSORSHIP-TABLE-COUNT
                 OR WS-REMAINING IS EQUAL TO ZERO

               ADD WS-TOTAL-APPLIED TO ITBL-PAID-TOTAL(INV-IDX)
               IF ITBL-PAID-TOTAL(INV-IDX) IS NOT LESS THAN
                    ITBL-INVOICE-TOTAL(INV-IDX)
                   MOVE "P" TO ITBL-STATUS(INV-IDX)
               END-IF
               MOVE "YES" TO WS-INVOICES-CHANGED
               MOVE "YES" TO WS-SPONSORSHIPS-CHANGED

               DISPLAY "SPONSOR PAYMENT APPLIED " WS-TOTAL-APPLIED
               IF WS-REMAINING IS GREATER THAN ZERO
                   DISPLAY "UNAPPLIED " WS-REMAINING
                     " - A STUDENT ON THE INVOICE COULD NOT BE"
                   DISPLAY "POSTED ON THE MASTER, POST THE REST BY HAND"
               END-IF
           END-IF.

      *Apply what is left of the payment to one of the invoice's
      *students, up to what the sponsor still owes for them
       224-APPLY-TO-ONE-LINE.
           IF SSTB-INVOICE-NUMBER(SPS-IDX) IS EQUAL TO WS-INVOICE-IN
             AND SSTB-SPONSOR-SHARE(SPS-IDX) IS GREATER THAN
                SSTB-PAID-AMOUNT(SPS-IDX)
               COMPUTE WS-LINE-OUTSTANDING =
                 SSTB-SPONSOR-SHARE(SPS-IDX) -
                 SSTB-PAID-AMOUNT(SPS-IDX)
               IF WS-REMAINING IS LESS THAN WS-LINE-OUTSTANDING
                   MOVE WS-REMAINING TO WS-LINE-APPLIED
               ELSE
                   MOVE WS-LINE-OUTSTANDING TO WS-LINE-APPLIED
               END-IF
               PERFORM 225-APPLY-TO-STUDENT
           END-IF.

      *Take one line's share of the payment off the student's
      *balance - anything past the balance goes on the overpayment
      *queue - then rewrite and journal it, and queue, ledger and
      *count it against the sponsor only once the rewrite has taken
       225-APPLY-TO-STUDENT.
           MOVE SSTB-STUDENT-NUMBER(SPS-IDX) TO STUDENT-NUMBER-INDEXED.
           MOVE "NO" TO WS-RECORD-FOUND.
           MOVE "NO" TO WS-POSTED.

           READ STUFILE-FILE-INDEXED
               INVALID KEY
                   PERFORM 214-CHECK-INDEXED-FILE-STATUS
               NOT INVALID KEY
                   MOVE "YES" TO WS-RECORD-FOUND
           END-READ.

           IF WS-RECORD-FOUND IS EQUAL TO "YES"
      *        Hold the record's before image for the journal
               MOVE STUFILE-FILE-IN-INDEXED TO WS-BEFORE-IMAGE
               MOVE TUITION-OWED-INDEXED TO WS-PRIOR-BALANCE
               MOVE ZEROS TO WS-OVERAGE-AMOUNT
               MOVE WS-LINE-APPLIED TO WS-NET-APPLIED

               IF WS-LINE-APPLIED IS GREATER THAN WS-PRIOR-BALANCE
                   COMPUTE WS-OVERAGE-AMOUNT =
                     WS-LINE-APPLIED - WS-PRIOR-BALANCE
                   MOVE WS-PRIOR-BALANCE TO WS-NET-APPLIED
               END-IF

               SUBTRACT WS-NET-APPLIED FROM TUITION-OWED-INDEXED

               REWRITE STUFILE-FILE-IN-INDEXED
                   INVALID KEY
                       PERFORM 214-CHECK-INDEXED-FILE-STATUS
                       DISPLAY "  " STUDENT-NUMBER-INDEXED
                         " MASTER REWRITE FAILED - NOT APPLIED"
                   NOT INVALID KEY
                       PERFORM 214-CHECK-INDEXED-FILE-STATUS
                       MOVE "YES" TO WS-POSTED
                       MOVE "REWRITE" TO WS-JOURNAL-ACTION
                       PERFORM 840-WRITE-JOURNAL-RECORD
               END-REWRITE
           END-IF.

           IF WS-POSTED IS EQUAL TO "YES"
               IF WS-OVERAGE-AMOUNT IS GREATER THAN ZERO
                   PERFORM 226-WRITE-OVERPAYMENT-RECORD
               END-IF
               IF WS-NET-APPLIED IS GREATER THAN ZERO
                   PERFORM 227-WRITE-LEDGER-ENTRY
               END-IF

               ADD WS-LINE-APPLIED TO SSTB-PAID-AMOUNT(SPS-IDX)
               ADD WS-LINE-APPLIED TO WS-TOTAL-APPLIED
               SUBTRACT WS-LINE-APPLIED FROM WS-REMAINING

               DISPLAY "  " STUDENT-NUMBER-INDEXED " "
                 STUDENT-NAME-INDEXED " " WS-LINE-APPLIED
           END-IF.

      *    Write the sponsor's payment for the student, the balance it
      *    was applied against, and the amount that couldn't be
      *    applied
       226-WRITE-OVERPAYMENT-RECORD.
           MOVE SPACES TO OVERPAYMENT-RECORD.
           MOVE STUDENT-NUMBER-INDEXED TO OVP-STUDENT-NUMBER.
           MOVE WS-LINE-APPLIED TO OVP-PAYMENT-AMOUNT.
           MOVE WS-PRIOR-BALANCE TO OVP-TUITION-OWED.
           MOVE WS-OVERAGE-AMOUNT TO OVP-OVERAGE-AMOUNT.
           MOVE SSTB-ACADEMIC-TERM(SPS-IDX) TO OVP-ACADEMIC-TERM.
      *    A fresh overage is waiting for the refund run to pick up
           MOVE SPACE TO OVP-STATUS.
           WRITE OVERPAYMENT-RECORD.

      *Append one dated SPNPAY ledger entry for what went on the
      *student's balance
       227-WRITE-LEDGER-ENTRY.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE STUDENT-NUMBER-INDEXED TO LGR-STUDENT-NUMBER.
           MOVE WS-BUSINESS-DATE TO LGR-POSTING-DATE.
           MOVE "SPNPAY" TO LGR-ENTRY-TYPE.
           MOVE WS-NET-APPLIED TO LGR-AMOUNT.
           MOVE SSTB-ACADEMIC-TERM(SPS-IDX) TO LGR-ACADEMIC-TERM.
           MOVE "CST-8283-PROJECT-34" TO LGR-SOURCE-PROGRAM.
           WRITE LEDGER-RECORD.

      *Write the whole sponsor master back out of the table
       230-REWRITE-SPONSOR-FILE.
           CLOSE SPONSOR-FILE.
           OPEN OUTPUT SPONSOR-FILE.

           PERFORM 231-WRITE-SPONSOR-ENTRY
             VARYING SPN-IDX FROM 1 BY 1
             UNTIL SPN-IDX > SPONSOR-TABLE-COUNT.

      *Write one table entry back to the sponsor master
       231-WRITE-SPONSOR-ENTRY.
           MOVE SPACES TO SPONSOR-RECORD.
           MOVE SPTB-SPONSOR-ID(SPN-IDX) TO SPN-SPONSOR-ID.
           MOVE SPTB-SPONSOR-NAME(SPN-IDX) TO SPN-SPONSOR-NAME.
           MOVE SPTB-CONTACT-NAME(SPN-IDX) TO SPN-CONTACT-NAME.
           MOVE SPTB-BILLING-ADDRESS(SPN-IDX) TO SPN-BILLING-ADDRESS.
           MOVE SPTB-BILLING-CITY(SPN-IDX) TO SPN-BILLING-CITY.
           MOVE SPTB-STATUS(SPN-IDX) TO SPN-STATUS.
           WRITE SPONSOR-RECORD.

      *Write the whole sponsorship file back out of the table
       232-REWRITE-SPONSORSHIP-FILE.
           CLOSE SPONSORSHIP-FILE.
           OPEN OUTPUT SPONSORSHIP-FILE.

           PERFORM 233-WRITE-SPONSORSHIP-ENTRY
             VARYING SPS-IDX FROM 1 BY 1
             UNTIL SPS-IDX > SPONSORSHIP-TABLE-COUNT.

      *Write one table entry back to the sponsorship file
       233-WRITE-SPONSORSHIP-ENTRY.
           MOVE SPACES TO SPONSORSHIP-RECORD.
           MOVE SSTB-STUDENT-NUMBER(SPS-IDX) TO SPS-STUDENT-NUMBER.
           MOVE SSTB-ACADEMIC-TERM(SPS-IDX) TO SPS-ACADEMIC-TERM.
           MOVE SSTB-SPONSOR-ID(SPS-IDX) TO SPS-SPONSOR-ID.
           MOVE SSTB-COVER-TYPE(SPS-IDX) TO SPS-COVER-TYPE.
           MOVE SSTB-COVER-AMOUNT(SPS-IDX) TO SPS-COVER-AMOUNT.
           MOVE SSTB-COVER-PERCENT(SPS-IDX) TO SPS-COVER-PERCENT.
           MOVE SSTB-INVOICE-NUMBER(SPS-IDX) TO SPS-INVOICE-NUMBER.
           MOVE SSTB-SPONSOR-SHARE(SPS-IDX) TO SPS-SPONSOR-SHARE.
           MOVE SSTB-PAID-AMOUNT(SPS-IDX) TO SPS-PAID-AMOUNT.
           WRITE SPONSORSHIP-RECORD.

      *Write the whole invoice register back out of the table
       234-REWRITE-INVOICE-FILE.
           CLOSE SPONSOR-INVOICE-FILE.
           OPEN OUTPUT SPONSOR-INVOICE-FILE.

           PERFORM 235-WRITE-INVOICE-ENTRY
             VARYING INV-IDX FROM 1 BY 1
             UNTIL INV-IDX > INVOICE-TABLE-COUNT.

      *Write one table entry back to the invoice register
       235-WRITE-INVOICE-ENTRY.
           MOVE SPACES TO SPONSOR-INVOICE-RECORD.
           MOVE ITBL-INVOICE-NUMBER(INV-IDX) TO SIV-INVOICE-NUMBER.
           MOVE ITBL-SPONSOR-ID(INV-IDX) TO SIV-SPONSOR-ID.
           MOVE ITBL-ACADEMIC-TERM(INV-IDX) TO SIV-ACADEMIC-TERM.
           MOVE ITBL-INVOICE-DATE(INV-IDX) TO SIV-INVOICE-DATE.
           MOVE ITBL-INVOICE-TOTAL(INV-IDX) TO SIV-INVOICE-TOTAL.
           MOVE ITBL-PAID-TOTAL(INV-IDX) TO SIV-PAID-TOTAL.
           MOVE ITBL-STATUS(INV-IDX) TO SIV-STATUS.
           WRITE SPONSOR-INVOICE-RECORD.


      *Authenticate the operator before anything can be keyed -
      *three refusals end the attempt, and every refusal is logged
      *for the auditors
       850-OPERATOR-SIGN-ON.
           OPEN INPUT OPERATOR-FILE.

           IF WS-OPERATOR-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "OPERATOR.txt NOT FOUND - NO OPERATOR CAN BE"
               DISPLAY "AUTHENTICATED, NOTHING CAN BE KEYED"
           ELSE
               PERFORM 851-LOAD-OPERATOR-TABLE

               PERFORM 852-TRY-ONE-SIGN-ON
                 UNTIL WS-SIGNED-ON IS EQUAL TO "YES"
                 OR WS-SIGNON-TRIES IS NOT LESS THAN 3

               IF WS-SIGNED-ON IS NOT EQUAL TO "YES"
                   DISPLAY "SIGN-ON REFUSED THREE TIMES - NOTHING"
                     " CAN BE KEYED"
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
                           MOVE OPR-AUTH-MAINTENANCE TO
                             OTBL-AUTH-MAINTENANCE(
                               OPERATOR-TABLE-COUNT)
                           MOVE OPR-AUTH-ENROLMENT TO
                             OTBL-AUTH-ENROLMENT(OPERATOR-TABLE-COUNT)
                           MOVE OPR-AUTH-REFUNDS TO
                             OTBL-AUTH-REFUNDS(OPERATOR-TABLE-COUNT)
                           MOVE OPR-AUTH-TABLES TO
                             OTBL-AUTH-TABLES(OPERATOR-TABLE-COUNT)
                           MOVE OPR-AUTH-PLANS TO
                             OTBL-AUTH-PLANS(OPERATOR-TABLE-COUNT)
                           MOVE OPR-AUTH-ARCHIVE TO
                             OTBL-AUTH-ARCHIVE(OPERATOR-TABLE-COUNT)
                       ELSE
                           DISPLAY "OPERATOR TABLE FULL - ONLY THE"
                             " FIRST 50 OPERATORS CAN SIGN ON"
                           MOVE "YES" TO WS-OPERATOR-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *Take one sign-on attempt - the ID must be on file, active,
      *and authorized for maintenance or payments; the operator's
      *table entry is kept so each function can check its own
      *permission
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
                       IF OTBL-AUTH-MAINTENANCE(OPR-IDX) IS EQUAL
                            TO "Y"
                         OR OTBL-AUTH-PAYMENTS(OPR-IDX) IS EQUAL
                            TO "Y"
                           MOVE "YES" TO WS-SIGNED-ON
                           SET SIGNED-ON-IDX TO OPR-IDX
                           DISPLAY "SIGNED ON - "
                             OTBL-OPERATOR-NAME(OPR-IDX)
                       ELSE
                           MOVE "NOT AUTHORIZED - SPONSORS" TO
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
           MOVE "CST-8283-PROJECT-34" TO SEC-PROGRAM-NAME.
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
           MOVE "CST-8283-PROJECT-34" TO JRN-SOURCE-PROGRAM.
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
           CLOSE SPONSOR-FILE.
           CLOSE SPONSORSHIP-FILE.
           CLOSE SPONSOR-INVOICE-FILE.
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

       END PROGRAM CST-8283-PROJECT-34.
