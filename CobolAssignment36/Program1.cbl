       IDENTIFICATION DIVISION.
       PROGRAM-ID. CST-8283-PROJECT-36.
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
      *number as the record key - an adjustment is keyed against a
      *student who exists and posts to their balance once approved
       SELECT STUFILE-FILE-INDEXED
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\STUFILE-INDEXED.txt"
          ORGANIZATION  IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS STUDENT-NUMBER-INDEXED
          FILE STATUS IS FILE-STATUS-THING.

      *Link the adjustments file and set as line sequential - read
      *front to back into the table, keyed and decided there, and
      *written back (see copybooks/adjustment_record.txt)
       SELECT ADJUSTMENT-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\ADJUSTMENTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ADJUSTMENT-STATUS.

      *Link the pending adjustments list and set as line sequential
      *- everything still waiting on a second operator
       SELECT PENDING-LIST-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\ADJUSTMENT-PENDING.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Link the adjustments register and set as line sequential -
      *every adjustment approved or rejected, for the auditors
       SELECT REGISTER-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\ADJUSTMENT-REGISTER.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Link the dated financial ledger and set as line sequential -
      *every approved adjustment lands here dated (see
      *copybooks/ledger_record.txt)
       SELECT LEDGER-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\LEDGER.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LEDGER-STATUS.

      *Link overpayment / refund queue and set as line sequential -
      *a credit adjustment bigger than the student's balance queues
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

      *Manual adjustment record - see copybooks/adjustment_record.txt
       FD ADJUSTMENT-FILE.
       COPY "adjustment_record.txt".

      *Pending adjustments list output
       FD PENDING-LIST-FILE.
       01 PENDING-LIST-OUT PIC X(120).

      *Approved / rejected adjustments register output
       FD REGISTER-FILE.
       01 REGISTER-OUT PIC X(120).

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
      *File statuses for the adjustments file, the ledger, and the
      *overpayment queue
       01 WS-ADJUSTMENT-STATUS PIC X(2).
       01 WS-LEDGER-STATUS PIC X(2).
       01 WS-OVERPAYMENT-STATUS PIC X(2).
       01 WS-ADJUSTMENT-EOF PIC X(4).

      *In-memory copy of the whole adjustments file
       01 ADJUSTMENT-TABLE-COUNT PIC 9(4) VALUE 0.
       01 ADJUSTMENT-TABLE-CONTAINER.
         05 ADJUSTMENT-TABLE-ENTRY
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON ADJUSTMENT-TABLE-COUNT
               INDEXED BY ADJ-IDX.
           10 ADTB-ADJUSTMENT-NUMBER PIC 9(6).
           10 ADTB-STUDENT-NUMBER PIC 9(6).
           10 ADTB-ACADEMIC-TERM PIC X(5).
           10 ADTB-DEBIT-CREDIT PIC X(2).
           10 ADTB-AMOUNT PIC 9(5)V99.
           10 ADTB-REASON-CODE PIC X(2).
           10 ADTB-COMMENT PIC X(30).
           10 ADTB-KEYED-BY PIC X(3).
           10 ADTB-KEYED-DATE PIC 9(8).
           10 ADTB-STATUS PIC X(1).
           10 ADTB-DECIDED-BY PIC X(3).
           10 ADTB-DECIDED-DATE PIC 9(8).

      *Next adjustment number - one past the highest on file
       01 WS-NEXT-ADJUSTMENT-NUMBER PIC 9(6) VALUE 0.

      *Numeric work field for de-editing the file's edited amounts
       01 WS-WORK-AMOUNT PIC 9(5)V99.

      *Set once the table changed so an untouched file isn't rewritten
       01 WS-ADJUSTMENTS-CHANGED PIC X(3) VALUE "NO".
      *Set when the adjustments file exceeds what memory can hold -
      *the run must then leave the file exactly as it found it
       01 WS-ABORT-RUN PIC X(3) VALUE "NO".

      *Flag to keep accepting adjustment requests until the clerk is
      *done, same shape as WS-MORE-MAINTENANCE in PROJECT-6
       01 WS-MORE-MAINTENANCE PIC X(3) VALUE "YES".
      *Function keyed by the clerk - K key an adjustment, A approve
      *or reject one
       01 WS-FUNCTION-CODE PIC X(1).
      *Set when the signed-on operator holds the function's permission
       01 WS-FUNCTION-ALLOWED PIC X(3).
      *Student number keyed by the clerk, edited before use as key
       01 WS-STUDENT-NUMBER-IN PIC X(6).
      *Set when the keyed student number reads successfully
       01 WS-RECORD-FOUND PIC X(3).
      *Set when the keyed adjustment number is on the table
       01 WS-ADJUSTMENT-FOUND PIC X(3).

      *Fields keyed for one adjustment
       01 WS-TERM-IN PIC X(5).
       01 WS-DEBIT-CREDIT-IN PIC X(2).
       01 WS-AMOUNT-IN PIC X(7).
       01 WS-AMOUNT-IN-9 REDEFINES WS-AMOUNT-IN PIC 9(5)V99.
       01 WS-REASON-IN PIC X(2).
       01 WS-COMMENT-IN PIC X(30).
       01 WS-ADJUSTMENT-IN PIC X(6).
       01 WS-DECISION PIC X(1).
       01 WS-CONFIRM PIC X(3).
      *Reason code lookup verdict and its description
       01 WS-REASON-VALID PIC X(3).
       01 WS-REASON-TEXT PIC X(25).

      *The pieces of one approved adjustment - the student's balance
      *before it, what could not go on the balance, what did, and the
      *ledger entry type it posts as
       01 WS-PRIOR-BALANCE PIC 9(4)V99.
       01 WS-NEW-BALANCE PIC 9(5)V99.
       01 WS-OVERAGE-AMOUNT PIC 9(5)V99.
       01 WS-NET-APPLIED PIC 9(5)V99.
       01 WS-LEDGER-TYPE PIC X(6).
      *The balance will take the adjustment; posted once the master
      *rewrite has taken, and only then is it approved
       01 WS-CAN-POST PIC X(3).
       01 WS-POSTED PIC X(3).

      *Counts and totals for the two listings
       01 COUNTERS.
         05 PENDING-COUNT PIC 9(5) VALUE 0.
         05 APPROVED-COUNT PIC 9(5) VALUE 0.
         05 REJECTED-COUNT PIC 9(5) VALUE 0.
       01 PENDING-DEBITS PIC 9(7)V99 VALUE 0.
       01 PENDING-CREDITS PIC 9(7)V99 VALUE 0.
       01 APPROVED-DEBITS PIC 9(7)V99 VALUE 0.
       01 APPROVED-CREDITS PIC 9(7)V99 VALUE 0.

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
           10 OTBL-AUTH-MAINTENANCE PIC X(1).
           10 OTBL-AUTH-ENROLMENT PIC X(1).
           10 OTBL-AUTH-REFUNDS PIC X(1).
           10 OTBL-AUTH-TABLES PIC X(1).
           10 OTBL-AUTH-PLANS PIC X(1).
           10 OTBL-AUTH-ARCHIVE PIC X(1).
           10 OTBL-AUTH-APPROVALS PIC X(1).

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

      *Listing line templates - moved into the output record before
      *WRITE
       01 LIST-TITLE-LINE.
         05 LTL-TITLE PIC X(45).
         05 FILLER PIC X(8) VALUE "  RUN - ".
         05 LTL-RUN-DATE PIC 9(8).

       01 LIST-HEADING-LINE.
         05 FILLER PIC X(8) VALUE "ADJ NO".
         05 FILLER PIC X(8) VALUE "STUDENT".
         05 FILLER PIC X(7) VALUE "TERM".
         05 FILLER PIC X(4) VALUE "D/C".
         05 FILLER PIC X(10) VALUE "AMOUNT".
         05 FILLER PIC X(27) VALUE "REASON".
         05 FILLER PIC X(32) VALUE "COMMENT".
         05 FILLER PIC X(14) VALUE "KEYED BY".
         05 FILLER PIC X(10) VALUE "DECISION".

       01 LIST-DETAIL-LINE.
         05 LDL-ADJUSTMENT-NUMBER PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 LDL-STUDENT-NUMBER PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 LDL-ACADEMIC-TERM PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 LDL-DEBIT-CREDIT PIC X(2).
         05 FILLER PIC X(2) VALUE SPACES.
         05 LDL-AMOUNT PIC ZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 LDL-REASON-TEXT PIC X(25).
         05 FILLER PIC X(2) VALUE SPACES.
         05 LDL-COMMENT PIC X(30).
         05 FILLER PIC X(2) VALUE SPACES.
         05 LDL-KEYED-BY PIC X(3).
         05 FILLER PIC X(1) VALUE SPACES.
         05 LDL-KEYED-DATE PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 LDL-DECISION PIC X(8).
         05 FILLER PIC X(1) VALUE SPACES.
         05 LDL-DECIDED-BY PIC X(3).
         05 FILLER PIC X(1) VALUE SPACES.
         05 LDL-DECIDED-DATE PIC 9(8).

       01 LIST-TOTAL-LINE.
         05 LTT-LABEL PIC X(20).
         05 LTT-COUNT PIC ZZZZ9.
         05 FILLER PIC X(12) VALUE "   DEBITS - ".
         05 LTT-DEBITS PIC ZZZZZZ9.99.
         05 FILLER PIC X(13) VALUE "   CREDITS - ".
         05 LTT-CREDITS PIC ZZZZZZ9.99.


       PROCEDURE DIVISION.

       100-MAINTAIN-ADJUSTMENTS.
      *Open the master and the adjustments file, and load the table
           PERFORM 201-OPEN-EXTERNAL-FILES.
           PERFORM 202-LOAD-ADJUSTMENT-TABLE.
      *Take the business date and the closed terms - keying goes on
      *without them, but nothing is approved onto a closed period
           PERFORM 870-LOAD-PROCESSING-CONTROL.

      *An overfull file aborts before any keying - the rewrite would
      *otherwise silently drop every record past the bound
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
      *        Only an authenticated operator who may key or approve
      *        adjustments may sign on; each function then checks its
      *        own permission
               PERFORM 850-OPERATOR-SIGN-ON
               IF WS-SIGNED-ON IS EQUAL TO "YES"
      *            Accept adjustment requests until the clerk is done
                   PERFORM 205-ADJUSTMENT-TRANSACTIONS
      *            Write back whatever changed
                   IF WS-ADJUSTMENTS-CHANGED IS EQUAL TO "YES"
                       PERFORM 230-REWRITE-ADJUSTMENT-FILE
                   END-IF
      *            List what is still pending and what was decided
                   PERFORM 232-PRINT-PENDING-LIST
                   PERFORM 234-PRINT-REGISTER
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

      *    A first-ever run has no adjustments file yet - everything
      *    keyed today is new
           OPEN INPUT ADJUSTMENT-FILE.
           IF WS-ADJUSTMENT-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-ADJUSTMENT-EOF
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

      *Read the whole adjustments file into the table, noting the
      *highest adjustment number so new ones number on from it
       202-LOAD-ADJUSTMENT-TABLE.
           PERFORM UNTIL WS-ADJUSTMENT-EOF IS EQUAL TO "YES"
               READ ADJUSTMENT-FILE
                   AT END
                       MOVE "YES" TO WS-ADJUSTMENT-EOF
                   NOT AT END
                       IF ADJUSTMENT-TABLE-COUNT IS NOT LESS THAN
                            5000
                           DISPLAY "ADJUSTMENTS FILE EXCEEDS 5000"
                             " ENTRIES - RUN ABORTED, FILE LEFT"
                             " UNTOUCHED"
                           MOVE "YES" TO WS-ABORT-RUN
                           MOVE "YES" TO WS-ADJUSTMENT-EOF
                       ELSE
                           ADD 1 TO ADJUSTMENT-TABLE-COUNT
                           PERFORM 203-STORE-ADJUSTMENT
                       END-IF
               END-READ
           END-PERFORM.

           ADD 1 TO WS-NEXT-ADJUSTMENT-NUMBER.

      *Store one adjustment record in the next table slot
       203-STORE-ADJUSTMENT.
           SET ADJ-IDX TO ADJUSTMENT-TABLE-COUNT.
           MOVE ADJ-ADJUSTMENT-NUMBER TO
             ADTB-ADJUSTMENT-NUMBER(ADJ-IDX).
           MOVE ADJ-STUDENT-NUMBER TO ADTB-STUDENT-NUMBER(ADJ-IDX).
           MOVE ADJ-ACADEMIC-TERM TO ADTB-ACADEMIC-TERM(ADJ-IDX).
           MOVE ADJ-DEBIT-CREDIT TO ADTB-DEBIT-CREDIT(ADJ-IDX).
           MOVE ADJ-AMOUNT TO WS-WORK-AMOUNT.
           MOVE WS-WORK-AMOUNT TO ADTB-AMOUNT(ADJ-IDX).
           MOVE ADJ-REASON-CODE TO ADTB-REASON-CODE(ADJ-IDX).
           MOVE ADJ-COMMENT TO ADTB-COMMENT(ADJ-IDX).
           MOVE ADJ-KEYED-BY TO ADTB-KEYED-BY(ADJ-IDX).
           MOVE ADJ-KEYED-DATE TO ADTB-KEYED-DATE(ADJ-IDX).
           MOVE ADJ-STATUS TO ADTB-STATUS(ADJ-IDX).
           MOVE ADJ-DECIDED-BY TO ADTB-DECIDED-BY(ADJ-IDX).
           MOVE ADJ-DECIDED-DATE TO ADTB-DECIDED-DATE(ADJ-IDX).

           IF ADJ-ADJUSTMENT-NUMBER IS GREATER THAN
                WS-NEXT-ADJUSTMENT-NUMBER
               MOVE ADJ-ADJUSTMENT-NUMBER TO
                 WS-NEXT-ADJUSTMENT-NUMBER
           END-IF.

      *Accept adjustment requests from the keyboard, looping until
      *the clerk signals there is nothing further this run
       205-ADJUSTMENT-TRANSACTIONS.
           PERFORM UNTIL WS-MORE-MAINTENANCE IS EQUAL TO "NO"
             OR WS-MORE-MAINTENANCE IS EQUAL TO "no"
               PERFORM 208-GET-FUNCTION-CODE
               PERFORM 210-CHECK-FUNCTION-AUTHORITY

               IF WS-FUNCTION-ALLOWED IS EQUAL TO "YES"
                   IF WS-FUNCTION-CODE IS EQUAL TO "K"
                     OR WS-FUNCTION-CODE IS EQUAL TO "k"
                       PERFORM 211-GET-STUDENT-NUMBER
                       PERFORM 212-READ-STUDENT-RECORD
                       IF WS-RECORD-FOUND IS EQUAL TO "YES"
                           PERFORM 213-KEY-ADJUSTMENT
                       END-IF
                   ELSE
                       PERFORM 220-DECIDE-ADJUSTMENT
                   END-IF
               END-IF

               DISPLAY "ENTER ANOTHER ADJUSTMENT REQUEST YES OR NO"
               ACCEPT WS-MORE-MAINTENANCE
           END-PERFORM.

      *Ask which adjustment function the clerk wants, re-asking until
      *one of the valid codes is keyed
       208-GET-FUNCTION-CODE.
           MOVE SPACES TO WS-FUNCTION-CODE.

           PERFORM UNTIL WS-FUNCTION-CODE IS EQUAL TO "K"
             OR WS-FUNCTION-CODE IS EQUAL TO "k"
             OR WS-FUNCTION-CODE IS EQUAL TO "A"
             OR WS-FUNCTION-CODE IS EQUAL TO "a"
               DISPLAY "FUNCTION - K KEY AN ADJUSTMENT, A APPROVE OR"
                 " REJECT ONE"
               ACCEPT WS-FUNCTION-CODE
           END-PERFORM.

      *Keying an adjustment needs the maintenance permission,
      *deciding one needs the approval permission - a refusal is
      *logged like a refused sign-on
       210-CHECK-FUNCTION-AUTHORITY.
           MOVE "NO" TO WS-FUNCTION-ALLOWED.
           MOVE SPACES TO WS-REFUSAL-REASON.

           IF WS-FUNCTION-CODE IS EQUAL TO "K"
             OR WS-FUNCTION-CODE IS EQUAL TO "k"
               IF OTBL-AUTH-MAINTENANCE(SIGNED-ON-IDX) IS EQUAL TO
                    "Y"
                   MOVE "YES" TO WS-FUNCTION-ALLOWED
               ELSE
                   MOVE "NOT AUTHORIZED - MAINTENANCE" TO
                     WS-REFUSAL-REASON
               END-IF
           ELSE
               IF OTBL-AUTH-APPROVALS(SIGNED-ON-IDX) IS EQUAL TO "Y"
                   MOVE "YES" TO WS-FUNCTION-ALLOWED
               ELSE
                   MOVE "NOT AUTHORIZED - APPROVALS" TO
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

      *Key one adjustment against the student and hold it pending -
      *nothing touches the balance until someone else approves it
       213-KEY-ADJUSTMENT.
           MOVE SPACES TO WS-TERM-IN.
           DISPLAY "ACADEMIC TERM (BLANK FOR " ACADEMIC-TERM-INDEXED
             ")".
           ACCEPT WS-TERM-IN.
           IF WS-TERM-IN IS EQUAL TO SPACES
               MOVE ACADEMIC-TERM-INDEXED TO WS-TERM-IN
           END-IF.

           MOVE SPACES TO WS-DEBIT-CREDIT-IN.
           PERFORM UNTIL WS-DEBIT-CREDIT-IN IS EQUAL TO "DR"
             OR WS-DEBIT-CREDIT-IN IS EQUAL TO "CR"
               DISPLAY "DR RAISES THE BALANCE, CR LOWERS IT"
               ACCEPT WS-DEBIT-CREDIT-IN
               IF WS-DEBIT-CREDIT-IN IS EQUAL TO "dr"
                   MOVE "DR" TO WS-DEBIT-CREDIT-IN
               END-IF
               IF WS-DEBIT-CREDIT-IN IS EQUAL TO "cr"
                   MOVE "CR" TO WS-DEBIT-CREDIT-IN
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-AMOUNT-IN.
           PERFORM UNTIL WS-AMOUNT-IN IS NUMERIC
             AND WS-AMOUNT-IN-9 IS GREATER THAN ZERO
               DISPLAY "AMOUNT (9999999 MEANS 99999.99)"
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

           MOVE "NO" TO WS-REASON-VALID.
           PERFORM UNTIL WS-REASON-VALID IS EQUAL TO "YES"
               DISPLAY "REASON - WV WAIVER, AC ASSESSMENT CORRECTION,"
               DISPLAY "LF LATE-FEE FORGIVENESS, WO WRITE-OFF, OT"
                 " OTHER"
               ACCEPT WS-REASON-IN
               PERFORM 216-DESCRIBE-REASON
           END-PERFORM.

      *    An "other" adjustment must say what it is for
           MOVE SPACES TO WS-COMMENT-IN.
           DISPLAY "COMMENT".
           ACCEPT WS-COMMENT-IN.
           PERFORM UNTIL WS-REASON-IN IS NOT EQUAL TO "OT"
             OR WS-COMMENT-IN IS NOT EQUAL TO SPACES
               DISPLAY "REASON OT NEEDS A COMMENT, RE-ENTER"
               ACCEPT WS-COMMENT-IN
           END-PERFORM.

           MOVE SPACES TO WS-CONFIRM.
           DISPLAY WS-DEBIT-CREDIT-IN " " WS-AMOUNT-IN-9 " "
             WS-REASON-TEXT " FOR " WS-TERM-IN.
           DISPLAY "HOLD FOR APPROVAL - CONFIRM YES OR NO".
           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM IS EQUAL TO "YES" OR "yes"
               IF ADJUSTMENT-TABLE-COUNT IS NOT LESS THAN 5000
                   DISPLAY "ADJUSTMENTS FILE FULL - NOT KEYED"
               ELSE
                   PERFORM 215-ADD-PENDING-ADJUSTMENT
               END-IF
           ELSE
               DISPLAY "NOT CONFIRMED - ADJUSTMENT DROPPED"
           END-IF.

      *Add the keyed adjustment to the table as pending
       215-ADD-PENDING-ADJUSTMENT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ADD 1 TO ADJUSTMENT-TABLE-COUNT.
           SET ADJ-IDX TO ADJUSTMENT-TABLE-COUNT.

           MOVE WS-NEXT-ADJUSTMENT-NUMBER TO
             ADTB-ADJUSTMENT-NUMBER(ADJ-IDX).
           MOVE STUDENT-NUMBER-INDEXED TO ADTB-STUDENT-NUMBER(ADJ-IDX).
           MOVE WS-TERM-IN TO ADTB-ACADEMIC-TERM(ADJ-IDX).
           MOVE WS-DEBIT-CREDIT-IN TO ADTB-DEBIT-CREDIT(ADJ-IDX).
           MOVE WS-AMOUNT-IN-9 TO ADTB-AMOUNT(ADJ-IDX).
           MOVE WS-REASON-IN TO ADTB-REASON-CODE(ADJ-IDX).
           MOVE WS-COMMENT-IN TO ADTB-COMMENT(ADJ-IDX).
           MOVE OTBL-OPERATOR-ID(SIGNED-ON-IDX) TO
             ADTB-KEYED-BY(ADJ-IDX).
           MOVE WS-RUN-DATE TO ADTB-KEYED-DATE(ADJ-IDX).
           MOVE SPACE TO ADTB-STATUS(ADJ-IDX).
           MOVE SPACES TO ADTB-DECIDED-BY(ADJ-IDX).
           MOVE ZEROS TO ADTB-DECIDED-DATE(ADJ-IDX).

           MOVE "YES" TO WS-ADJUSTMENTS-CHANGED.
           DISPLAY "ADJUSTMENT " WS-NEXT-ADJUSTMENT-NUMBER
             " HELD FOR APPROVAL".
           ADD 1 TO WS-NEXT-ADJUSTMENT-NUMBER.

      *Check a reason code and give its description
       216-DESCRIBE-REASON.
           MOVE "YES" TO WS-REASON-VALID.

           EVALUATE WS-REASON-IN
               WHEN "WV"
                   MOVE "FEE WAIVER" TO WS-REASON-TEXT
               WHEN "AC"
                   MOVE "ASSESSMENT CORRECTION" TO WS-REASON-TEXT
               WHEN "LF"
                   MOVE "LATE-FEE FORGIVENESS" TO WS-REASON-TEXT
               WHEN "WO"
                   MOVE "BAD-DEBT WRITE-OFF" TO WS-REASON-TEXT
               WHEN "OT"
                   MOVE "OTHER" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "NO" TO WS-REASON-VALID
                   MOVE "*** UNKNOWN REASON ***" TO WS-REASON-TEXT
           END-EVALUATE.

      *Approve or reject one pending adjustment - the operator who
      *keyed it can never be the one who decides it
       220-DECIDE-ADJUSTMENT.
           MOVE SPACES TO WS-ADJUSTMENT-IN.

           PERFORM UNTIL WS-ADJUSTMENT-IN IS NUMERIC
               DISPLAY "ADJUSTMENT NUMBER"
               ACCEPT WS-ADJUSTMENT-IN
               IF WS-ADJUSTMENT-IN IS NOT NUMERIC
                   DISPLAY "ADJUSTMENT NUMBER MUST BE NUMERIC,"
                     " RE-ENTER"
               END-IF
           END-PERFORM.

           MOVE "NO" TO WS-ADJUSTMENT-FOUND.
           SET ADJ-IDX TO 1.
           SEARCH ADJUSTMENT-TABLE-ENTRY
               AT END
                   MOVE "NO" TO WS-ADJUSTMENT-FOUND
               WHEN ADTB-ADJUSTMENT-NUMBER(ADJ-IDX) IS EQUAL TO
                      WS-ADJUSTMENT-IN
                   MOVE "YES" TO WS-ADJUSTMENT-FOUND
           END-SEARCH.

           IF WS-ADJUSTMENT-FOUND IS NOT EQUAL TO "YES"
               DISPLAY "ADJUSTMENT " WS-ADJUSTMENT-IN " NOT ON FILE"
           ELSE
               IF ADTB-STATUS(ADJ-IDX) IS NOT EQUAL TO SPACE
                   DISPLAY "ADJUSTMENT " WS-ADJUSTMENT-IN
                     " WAS ALREADY DECIDED - STATUS "
                     ADTB-STATUS(ADJ-IDX)
               ELSE
                   IF ADTB-KEYED-BY(ADJ-IDX) IS EQUAL TO
                        OTBL-OPERATOR-ID(SIGNED-ON-IDX)
                       DISPLAY "YOU KEYED THIS ADJUSTMENT - ANOTHER"
                         " OPERATOR MUST DECIDE IT"
                       MOVE "OWN ADJUSTMENT - NOT DECIDED" TO
                         WS-REFUSAL-REASON
                       PERFORM 853-WRITE-SECURITY-LOG
                   ELSE
                       PERFORM 221-SHOW-AND-DECIDE
                   END-IF
               END-IF
           END-IF.

      *Show the adjustment and take the decision - anything other
      *than approve or reject leaves it pending
       221-SHOW-AND-DECIDE.
           MOVE ADTB-REASON-CODE(ADJ-IDX) TO WS-REASON-IN.
           PERFORM 216-DESCRIBE-REASON.
           DISPLAY "STUDENT " ADTB-STUDENT-NUMBER(ADJ-IDX) " TERM "
             ADTB-ACADEMIC-TERM(ADJ-IDX) " "
             ADTB-DEBIT-CREDIT(ADJ-IDX) " " ADTB-AMOUNT(ADJ-IDX).
           DISPLAY WS-REASON-TEXT " " ADTB-COMMENT(ADJ-IDX).
           DISPLAY "KEYED BY " ADTB-KEYED-BY(ADJ-IDX) " ON "
             ADTB-KEYED-DATE(ADJ-IDX).

           MOVE SPACE TO WS-DECISION.
           DISPLAY "A APPROVE AND POST, R REJECT, ANYTHING ELSE"
             " LEAVES IT PENDING".
           ACCEPT WS-DECISION.

           EVALUATE WS-DECISION
               WHEN "A"
               WHEN "a"
                   PERFORM 223-CHECK-POSTING-PERIOD
                   IF WS-POSTED IS EQUAL TO "YES"
                       MOVE "A" TO ADTB-STATUS(ADJ-IDX)
                       PERFORM 224-RECORD-DECISION
                       DISPLAY "ADJUSTMENT APPROVED AND POSTED"
                   END-IF
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO ADTB-STATUS(ADJ-IDX)
                   PERFORM 224-RECORD-DECISION
                   DISPLAY "ADJUSTMENT REJECTED"
               WHEN OTHER
                   DISPLAY "ADJUSTMENT LEFT PENDING"
           END-EVALUATE.

      *An approval needs an open business date to post on and a term
      *still open to posting - otherwise the adjustment stays pending
       223-CHECK-POSTING-PERIOD.
           MOVE "NO" TO WS-POSTED.
           MOVE ADTB-ACADEMIC-TERM(ADJ-IDX) TO WS-CHECK-TERM.
           PERFORM 872-CHECK-TERM-OPEN.

           IF WS-CONTROL-REFUSED IS EQUAL TO "YES"
               DISPLAY "NO OPEN BUSINESS DATE - LEFT PENDING"
           ELSE
               IF WS-TERM-CLOSED IS EQUAL TO "YES"
                   DISPLAY "TERM " ADTB-ACADEMIC-TERM(ADJ-IDX)
                     " IS CLOSED - LEFT PENDING"
               ELSE
                   PERFORM 222-POST-ADJUSTMENT
               END-IF
           END-IF.

      *Post an approved adjustment to the student's balance - a
      *debit may not push the balance past what the master holds, a
      *credit past the balance goes on the overpayment queue - then
      *rewrite and journal it, and queue and ledger it only once the
      *rewrite has taken
       222-POST-ADJUSTMENT.
           MOVE "NO" TO WS-CAN-POST.
           MOVE "NO" TO WS-POSTED.
           MOVE "NO" TO WS-RECORD-FOUND.
           MOVE ADTB-STUDENT-NUMBER(ADJ-IDX) TO STUDENT-NUMBER-INDEXED.

           READ STUFILE-FILE-INDEXED
               INVALID KEY
                   PERFORM 214-CHECK-INDEXED-FILE-STATUS
                   DISPLAY "STUDENT NO LONGER ON THE MASTER - LEFT"
                     " PENDING"
               NOT INVALID KEY
                   MOVE "YES" TO WS-RECORD-FOUND
           END-READ.

           IF WS-RECORD-FOUND IS EQUAL TO "YES"
               MOVE STUFILE-FILE-IN-INDEXED TO WS-BEFORE-IMAGE
               MOVE TUITION-OWED-INDEXED TO WS-PRIOR-BALANCE
               MOVE ZEROS TO WS-OVERAGE-AMOUNT
               MOVE ADTB-AMOUNT(ADJ-IDX) TO WS-NET-APPLIED

               IF ADTB-DEBIT-CREDIT(ADJ-IDX) IS EQUAL TO "DR"
                   MOVE "ADJDBT" TO WS-LEDGER-TYPE
                   COMPUTE WS-NEW-BALANCE =
                     WS-PRIOR-BALANCE + ADTB-AMOUNT(ADJ-IDX)
                   IF WS-NEW-BALANCE IS GREATER THAN 9999.99
                       DISPLAY "BALANCE WOULD PASS 9999.99 - LEFT"
                         " PENDING"
                   ELSE
                       MOVE WS-NEW-BALANCE TO TUITION-OWED-INDEXED
                       MOVE "YES" TO WS-CAN-POST
                   END-IF
               ELSE
                   MOVE "ADJCRD" TO WS-LEDGER-TYPE
                   IF ADTB-AMOUNT(ADJ-IDX) IS GREATER THAN
                        WS-PRIOR-BALANCE
                       COMPUTE WS-OVERAGE-AMOUNT =
                         ADTB-AMOUNT(ADJ-IDX) - WS-PRIOR-BALANCE
                       MOVE WS-PRIOR-BALANCE TO WS-NET-APPLIED
                   END-IF
                   SUBTRACT WS-NET-APPLIED FROM TUITION-OWED-INDEXED
                   MOVE "YES" TO WS-CAN-POST
               END-IF
           END-IF.

           IF WS-CAN-POST IS EQUAL TO "YES"
               REWRITE STUFILE-FILE-IN-INDEXED
                   INVALID KEY
                       PERFORM 214-CHECK-INDEXED-FILE-STATUS
                       DISPLAY "MASTER REWRITE FAILED - LEFT PENDING"
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
           END-IF.

      *Stamp who decided the adjustment and when
       224-RECORD-DECISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE OTBL-OPERATOR-ID(SIGNED-ON-IDX) TO
             ADTB-DECIDED-BY(ADJ-IDX).
           MOVE WS-RUN-DATE TO ADTB-DECIDED-DATE(ADJ-IDX).
           MOVE "YES" TO WS-ADJUSTMENTS-CHANGED.

      *    Write the credit, the balance it was applied against, and
      *    the amount that couldn't be applied
       226-WRITE-OVERPAYMENT-RECORD.
           MOVE SPACES TO OVERPAYMENT-RECORD.
           MOVE STUDENT-NUMBER-INDEXED TO OVP-STUDENT-NUMBER.
           MOVE ADTB-AMOUNT(ADJ-IDX) TO OVP-PAYMENT-AMOUNT.
           MOVE WS-PRIOR-BALANCE TO OVP-TUITION-OWED.
           MOVE WS-OVERAGE-AMOUNT TO OVP-OVERAGE-AMOUNT.
           MOVE ADTB-ACADEMIC-TERM(ADJ-IDX) TO OVP-ACADEMIC-TERM.
      *    A fresh overage is waiting for the refund run to pick up
           MOVE SPACE TO OVP-STATUS.
           WRITE OVERPAYMENT-RECORD.

      *Append one dated ledger entry for what went on the balance
       227-WRITE-LEDGER-ENTRY.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE STUDENT-NUMBER-INDEXED TO LGR-STUDENT-NUMBER.
           MOVE WS-BUSINESS-DATE TO LGR-POSTING-DATE.
           MOVE WS-LEDGER-TYPE TO LGR-ENTRY-TYPE.
           MOVE WS-NET-APPLIED TO LGR-AMOUNT.
           MOVE ADTB-ACADEMIC-TERM(ADJ-IDX) TO LGR-ACADEMIC-TERM.
           MOVE "CST-8283-PROJECT-36" TO LGR-SOURCE-PROGRAM.
           WRITE LEDGER-RECORD.

      *Write the whole adjustments file back out of the table
       230-REWRITE-ADJUSTMENT-FILE.
           CLOSE ADJUSTMENT-FILE.
           OPEN OUTPUT ADJUSTMENT-FILE.

           PERFORM 231-WRITE-ADJUSTMENT-ENTRY
             VARYING ADJ-IDX FROM 1 BY 1
             UNTIL ADJ-IDX > ADJUSTMENT-TABLE-COUNT.

      *Write one table entry back to the adjustments file
       231-WRITE-ADJUSTMENT-ENTRY.
           MOVE SPACES TO ADJUSTMENT-RECORD.
           MOVE ADTB-ADJUSTMENT-NUMBER(ADJ-IDX) TO
             ADJ-ADJUSTMENT-NUMBER.
           MOVE ADTB-STUDENT-NUMBER(ADJ-IDX) TO ADJ-STUDENT-NUMBER.
           MOVE ADTB-ACADEMIC-TERM(ADJ-IDX) TO ADJ-ACADEMIC-TERM.
           MOVE ADTB-DEBIT-CREDIT(ADJ-IDX) TO ADJ-DEBIT-CREDIT.
           MOVE ADTB-AMOUNT(ADJ-IDX) TO ADJ-AMOUNT.
           MOVE ADTB-REASON-CODE(ADJ-IDX) TO ADJ-REASON-CODE.
           MOVE ADTB-COMMENT(ADJ-IDX) TO ADJ-COMMENT.
           MOVE ADTB-KEYED-BY(ADJ-IDX) TO ADJ-KEYED-BY.
           MOVE ADTB-KEYED-DATE(ADJ-IDX) TO ADJ-KEYED-DATE.
           MOVE ADTB-STATUS(ADJ-IDX) TO ADJ-STATUS.
           MOVE ADTB-DECIDED-BY(ADJ-IDX) TO ADJ-DECIDED-BY.
           MOVE ADTB-DECIDED-DATE(ADJ-IDX) TO ADJ-DECIDED-DATE.
           WRITE ADJUSTMENT-RECORD.

      *List every adjustment still waiting on a second operator
       232-PRINT-PENDING-LIST.
           OPEN OUTPUT PENDING-LIST-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE "PENDING ADJUSTMENTS AWAITING APPROVAL" TO LTL-TITLE.
           MOVE WS-RUN-DATE TO LTL-RUN-DATE.
           MOVE LIST-TITLE-LINE TO PENDING-LIST-OUT.
           WRITE PENDING-LIST-OUT.
           MOVE LIST-HEADING-LINE TO PENDING-LIST-OUT.
           WRITE PENDING-LIST-OUT.

           PERFORM VARYING ADJ-IDX FROM 1 BY 1
             UNTIL ADJ-IDX > ADJUSTMENT-TABLE-COUNT
               IF ADTB-STATUS(ADJ-IDX) IS EQUAL TO SPACE
                   PERFORM 236-BUILD-DETAIL-LINE
                   MOVE LIST-DETAIL-LINE TO PENDING-LIST-OUT
                   WRITE PENDING-LIST-OUT
                   ADD 1 TO PENDING-COUNT
                   IF ADTB-DEBIT-CREDIT(ADJ-IDX) IS EQUAL TO "DR"
                       ADD ADTB-AMOUNT(ADJ-IDX) TO PENDING-DEBITS
                   ELSE
                       ADD ADTB-AMOUNT(ADJ-IDX) TO PENDING-CREDITS
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "PENDING - " TO LTT-LABEL.
           MOVE PENDING-COUNT TO LTT-COUNT.
           MOVE PENDING-DEBITS TO LTT-DEBITS.
           MOVE PENDING-CREDITS TO LTT-CREDITS.
           MOVE LIST-TOTAL-LINE TO PENDING-LIST-OUT.
           WRITE PENDING-LIST-OUT.

           CLOSE PENDING-LIST-FILE.

      *List every adjustment approved or rejected, with who decided
      *it, for the auditors
       234-PRINT-REGISTER.
           OPEN OUTPUT REGISTER-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE "APPROVED AND REJECTED ADJUSTMENTS REGISTER" TO
             LTL-TITLE.
           MOVE WS-RUN-DATE TO LTL-RUN-DATE.
           MOVE LIST-TITLE-LINE TO REGISTER-OUT.
           WRITE REGISTER-OUT.
           MOVE LIST-HEADING-LINE TO REGISTER-OUT.
           WRITE REGISTER-OUT.

           PERFORM VARYING ADJ-IDX FROM 1 BY 1
             UNTIL ADJ-IDX > ADJUSTMENT-TABLE-COUNT
               IF ADTB-STATUS(ADJ-IDX) IS NOT EQUAL TO SPACE
                   PERFORM 236-BUILD-DETAIL-LINE
                   MOVE LIST-DETAIL-LINE TO REGISTER-OUT
                   WRITE REGISTER-OUT
                   IF ADTB-STATUS(ADJ-IDX) IS EQUAL TO "A"
                       ADD 1 TO APPROVED-COUNT
                       IF ADTB-DEBIT-CREDIT(ADJ-IDX) IS EQUAL TO "DR"
                           ADD ADTB-AMOUNT(ADJ-IDX) TO APPROVED-DEBITS
                       ELSE
                           ADD ADTB-AMOUNT(ADJ-IDX) TO
                             APPROVED-CREDITS
                       END-IF
                   ELSE
                       ADD 1 TO REJECTED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "APPROVED - " TO LTT-LABEL.
           MOVE APPROVED-COUNT TO LTT-COUNT.
           MOVE APPROVED-DEBITS TO LTT-DEBITS.
           MOVE APPROVED-CREDITS TO LTT-CREDITS.
           MOVE LIST-TOTAL-LINE TO REGISTER-OUT.
           WRITE REGISTER-OUT.

           MOVE SPACES TO LIST-TOTAL-LINE.
           MOVE "REJECTED - " TO LTT-LABEL.
           MOVE REJECTED-COUNT TO LTT-COUNT.
           MOVE LIST-TOTAL-LINE(1:25) TO REGISTER-OUT.
           WRITE REGISTER-OUT.

           CLOSE REGISTER-FILE.

      *Fill the listing line from the adjustment at ADJ-IDX
       236-BUILD-DETAIL-LINE.
           MOVE SPACES TO LIST-DETAIL-LINE.
           MOVE ADTB-ADJUSTMENT-NUMBER(ADJ-IDX) TO
             LDL-ADJUSTMENT-NUMBER.
           MOVE ADTB-STUDENT-NUMBER(ADJ-IDX) TO LDL-STUDENT-NUMBER.
           MOVE ADTB-ACADEMIC-TERM(ADJ-IDX) TO LDL-ACADEMIC-TERM.
           MOVE ADTB-DEBIT-CREDIT(ADJ-IDX) TO LDL-DEBIT-CREDIT.
           MOVE ADTB-AMOUNT(ADJ-IDX) TO LDL-AMOUNT.
           MOVE ADTB-REASON-CODE(ADJ-IDX) TO WS-REASON-IN.
           PERFORM 216-DESCRIBE-REASON.
           MOVE WS-REASON-TEXT TO LDL-REASON-TEXT.
           MOVE ADTB-COMMENT(ADJ-IDX) TO LDL-COMMENT.
           MOVE ADTB-KEYED-BY(ADJ-IDX) TO LDL-KEYED-BY.
           MOVE ADTB-KEYED-DATE(ADJ-IDX) TO LDL-KEYED-DATE.

           EVALUATE ADTB-STATUS(ADJ-IDX)
               WHEN "A"
                   MOVE "APPROVED" TO LDL-DECISION
                   MOVE ADTB-DECIDED-BY(ADJ-IDX) TO LDL-DECIDED-BY
                   MOVE ADTB-DECIDED-DATE(ADJ-IDX) TO LDL-DECIDED-DATE
               WHEN "R"
                   MOVE "REJECTED" TO LDL-DECISION
                   MOVE ADTB-DECIDED-BY(ADJ-IDX) TO LDL-DECIDED-BY
                   MOVE ADTB-DECIDED-DATE(ADJ-IDX) TO LDL-DECIDED-DATE
               WHEN OTHER
                   MOVE "PENDING" TO LDL-DECISION
                   MOVE ZEROS TO LDL-DECIDED-DATE
           END-EVALUATE.


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
                           MOVE OPR-AUTH-APPROVALS TO
                             OTBL-AUTH-APPROVALS(OPERATOR-TABLE-COUNT)
                       ELSE
                           DISPLAY "OPERATOR TABLE FULL - ONLY THE"
                             " FIRST 50 OPERATORS CAN SIGN ON"
                           MOVE "YES" TO WS-OPERATOR-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *Take one sign-on attempt - the ID must be on file, active,
      *and authorized to key or approve adjustments; the operator's
      *table entry is kept so each function can check its own
      *permission and approvals can't be self-approved
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
                         OR OTBL-AUTH-APPROVALS(OPR-IDX) IS EQUAL
                            TO "Y"
                           MOVE "YES" TO WS-SIGNED-ON
                           SET SIGNED-ON-IDX TO OPR-IDX
                           DISPLAY "SIGNED ON - "
                             OTBL-OPERATOR-NAME(OPR-IDX)
                       ELSE
                           MOVE "NOT AUTHORIZED - ADJUSTMENTS" TO
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
           MOVE "CST-8283-PROJECT-36" TO SEC-PROGRAM-NAME.
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
           MOVE "CST-8283-PROJECT-36" TO JRN-SOURCE-PROGRAM.
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
           CLOSE ADJUSTMENT-FILE.
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

       END PROGRAM CST-8283-PROJECT-36.
