       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-COURSE-FILE-STATUS.

      *Link the course section file and set as line sequential -
      *every section of every course with its meeting days, times,
      *room and seats, so enrolment places a student in a section
      *and refuses one that clashes with the student's timetable
      *(see copybooks/section_record.txt)
       SELECT SECTION-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\SECTIONS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SECTION-FILE-STATUS.

      *Link the indexed student master built by CST-8283-PROJECT-3 and
      *set it as indexed with access mode as random and the student
      *number as the record key - enrolment and withdrawal fetch and
      *rewrite one student at a time by key
       SELECT STUFILE-FILE-INDEXED
       ASSIGN TO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-JOURNAL-STATUS.

      *Link the term date file and set as line sequential - each
      *term's withdrawal refund schedule rides on its record (see
      *copybooks/term_date_record.txt)
       SELECT TERM-DATE-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\TERM-DATES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-TERM-FILE-STATUS.

      *Link the fee schedule file and set as line sequential - the
      *per-course fee a withdrawal credits back is the same one the
      *assessment run charged
       SELECT FEE-SCHEDULE-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\FEE-SCHEDULE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FEE-FILE-STATUS.

      *Link the dated financial ledger and set as line sequential -
      *read for the term's assessment before a withdrawal is
      *credited, and appended with the credit itself (see
      *copybooks/ledger_record.txt)
       SELECT LEDGER-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\LEDGER.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LEDGER-STATUS.

      *Link overpayment / refund queue and set as line sequential -
      *a withdrawal credit bigger than the balance queues the rest
      *for the refund run (CST-8283-PROJECT-10)
       SELECT OVERPAYMENT-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\OVERPAYMENT-QUEUE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OVERPAYMENT-STATUS.

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

      *Link the student holds file and set as line sequential -
      *read only, for the active holds that turn a student away
      *(see copybooks/hold_record.txt)
       SELECT HOLD-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\HOLDS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HOLD-FILE-STATUS.

      *Link the hold log and set as line sequential - every student
      *turned away by a hold, and every one let through on an
      *override, gets its own line here (see
      *copybooks/hold_log_record.txt)
       SELECT HOLD-LOG-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\HOLD-LOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HOLD-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD COURSE-FILE.
       COPY "course_record.txt".

      *Course section record - see copybooks/section_record.txt
       FD SECTION-FILE.
       COPY "section_record.txt".

      *Variables for the indexed student file - shared layout with
      *every field suffixed -INDEXED (see copybooks/student_record.txt)
       FD STUFILE-FILE-INDEXED.
       FD JOURNAL-FILE.
       COPY "journal_record.txt".

      *Term date record - see copybooks/term_date_record.txt
       FD TERM-DATE-FILE.
       COPY "term_date_record.txt".

      *Fee schedule record - see copybooks/fee_schedule_record.txt
       FD FEE-SCHEDULE-FILE.
       COPY "fee_schedule_record.txt".

      *Dated financial ledger record - shared layout, see
      *copybooks/ledger_record.txt
       FD LEDGER-FILE.
       COPY "ledger_record.txt".

      *Overpayment / refund queue record - shared layout, see
      *copybooks/overpayment_record.txt
       FD OVERPAYMENT-FILE.
       COPY "overpayment_record.txt".

      *Processing-control record - shared layout, see
      *copybooks/processing_control_record.txt
       FD PROCESSING-CONTROL-FILE.
       COPY "processing_control_record.txt".

      *Student hold record - shared layout, see
      *copybooks/hold_record.txt
       FD HOLD-FILE.
       COPY "hold_record.txt".

      *Hold log record - shared layout, see
      *copybooks/hold_log_record.txt
       FD HOLD-LOG-FILE.
       COPY "hold_log_record.txt".

       WORKING-STORAGE SECTION.

      *File status for STUFILE-FILE-INDEXED, checked after every
       01 WS-OVERRIDE-LOG-STATUS PIC X(2).
      *End-of-file flag while loading the prerequisite table
       01 WS-PREREQ-EOF PIC X(4).
      *File status and end-of-file flag for the section file
       01 WS-SECTION-FILE-STATUS PIC X(2).
       01 WS-SECTION-EOF PIC X(4).

      *Section container - every section on file with when and where
      *it meets and its seats. A capacity of zero means none on file
      *- the section is never refused for seats
       01 SECTION-TABLE-COUNT PIC 9(4) VALUE 0.
       01 SECTION-TABLE-CONTAINER.
         05 SECTION-TABLE-ENTRY
               OCCURS 1 TO 1000 TIMES
               DEPENDING ON SECTION-TABLE-COUNT
               INDEXED BY SCT-IDX.
           10 SCTB-COURSE-CODE PIC X(7).
           10 SCTB-ACADEMIC-TERM PIC X(5).
           10 SCTB-SECTION-NUMBER PIC X(3).
           10 SCTB-MEETING-DAYS PIC X(7).
           10 SCTB-START-TIME PIC 9(4).
           10 SCTB-END-TIME PIC 9(4).
           10 SCTB-ROOM PIC X(6).
           10 SCTB-CAPACITY PIC 9(3).

      *Section choice working fields - the keyed section, the table
      *entry it matched (zero for a course with no sections), how
      *many sections the course runs this term, and the verdicts
       01 WS-SECTION-IN PIC X(3).
       01 WS-CHOSEN-SECTION PIC 9(4).
       01 WS-SECTION-COUNT PIC 9(3).
       01 WS-SECTION-OK PIC X(3).
       01 WS-SECTION-CANCELLED PIC X(3).
      *Timetable clash working fields - the weekday position being
      *compared and the section found clashing
       01 WS-CLASH PIC X(3).
       01 WS-DAY-NUMBER PIC 9(1).
       01 WS-CLASH-COURSE PIC X(7).
       01 WS-CLASH-SECTION PIC X(3).

      *Prerequisite container - every prerequisite pair on file
       01 PREREQ-TABLE-COUNT PIC 9(3) VALUE 0.
      *Set when the withdrawal found the enrolment to mark
       01 WS-WITHDRAWN PIC X(3).

      *Withdrawal credit working fields - file statuses and flags
      *for the refund schedule, the fee schedule, the ledger and the
      *overpayment queue
       01 WS-TERM-FILE-STATUS PIC X(2).
       01 WS-FEE-FILE-STATUS PIC X(2).
       01 WS-LEDGER-STATUS PIC X(2).
       01 WS-OVERPAYMENT-STATUS PIC X(2).
       01 WS-TERM-EOF PIC X(4).
       01 WS-FEE-EOF PIC X(4).
       01 WS-LEDGER-EOF PIC X(4).
       01 WS-TERM-FOUND PIC X(3).
       01 WS-FEE-FOUND PIC X(3).
       01 WS-TERM-ASSESSED PIC X(3).
       01 WS-ALREADY-CREDITED PIC X(3).

      *Term refund schedule container - every term on TERM-DATES.txt
      *with its two refund dates and percentages, zero where none
       01 TERM-TABLE-COUNT PIC 9(2) VALUE 0.
       01 TERM-TABLE-CONTAINER.
         05 TERM-TABLE-ENTRY
               OCCURS 1 TO 50 TIMES
               DEPENDING ON TERM-TABLE-COUNT
               INDEXED BY TERM-TABLE-IDX.
           10 TERM-CODE-CONTAINER PIC X(5).
           10 TERM-REFUND-DATE-1 PIC 9(8).
           10 TERM-REFUND-PCT-1 PIC 9(3).
           10 TERM-REFUND-DATE-2 PIC 9(8).
           10 TERM-REFUND-PCT-2 PIC 9(3).

      *Fee schedule container - one entry per program code with its
      *per-course fee
       01 FEE-TABLE-COUNT PIC 9(3) VALUE 0.
       01 FEE-FILE-CONTAINER.
         05 FEE-TABLE-CONTAINER
               OCCURS 1 TO 500 TIMES
               DEPENDING ON FEE-TABLE-COUNT
               INDEXED BY FEE-TABLE-IDX.
           10 FEE-CODE-CONTAINER PIC X(5).
           10 FEE-COURSE-CONTAINER PIC 9(3)V99.

      *The pieces of one withdrawal credit - the date it is measured
      *against, the percentage earned, the credit, the balance it
      *was applied against, and what could not be applied
       01 WS-TODAY PIC 9(8).
       01 WS-REFUND-PCT PIC 9(3).
       01 WS-CREDIT-AMOUNT PIC 9(5)V99.
       01 WS-PRIOR-BALANCE PIC 9(4)V99.
       01 WS-OVERAGE-AMOUNT PIC 9(5)V99.
      *A credit worked out and on the balance, waiting on the master
      *rewrite before it is ledgered and queued
       01 WS-CREDIT-PENDING PIC X(3).

      *File status for the student master journal, the action being
      *journalled, the record as it looked before the change, and
      *the date/time stamped on each journal entry
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

      *Hold check working fields - the files' statuses, the student
      *and what they are after (E enrolment, T transcript, G
      *graduation), the verdicts, the first hold found in the way,
      *and who answers for the log entry
       01 WS-HOLD-FILE-STATUS PIC X(2).
       01 WS-HOLD-LOG-STATUS PIC X(2).
       01 WS-HOLD-EOF PIC X(4).
       01 WS-HOLD-TABLE-FULL PIC X(3) VALUE "NO".
       01 WS-HOLD-STUDENT PIC 9(6).
       01 WS-HOLD-PURPOSE PIC X(1).
       01 WS-HOLD-BLOCKED PIC X(3).
       01 WS-HOLD-OVERRIDDEN PIC X(3).
       01 WS-HOLD-OVERRIDE-BYTE PIC X(1).
       01 WS-HOLD-NUMBER PIC 9(6).
       01 WS-HOLD-TYPE PIC X(1).
       01 WS-HOLD-REASON PIC X(40).
       01 WS-HOLD-ACTION PIC X(8).
       01 WS-HOLD-OPERATOR PIC X(3).
      *The override approver's keyed ID and the verdict on it
       01 WS-HOLD-APPROVER PIC X(3).
       01 WS-HOLD-APPROVED PIC X(3).
      *Every active hold on file, loaded once at start-up
       01 HOLD-TABLE-COUNT PIC 9(4) VALUE 0.
       01 HOLD-TABLE-CONTAINER.
         05 HOLD-TABLE-ENTRY
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON HOLD-TABLE-COUNT
               INDEXED BY HLD-IDX.
           10 HTBL-HOLD-NUMBER PIC 9(6).
           10 HTBL-STUDENT-NUMBER PIC 9(6).
           10 HTBL-HOLD-TYPE PIC X(1).
           10 HTBL-REASON PIC X(40).
           10 HTBL-OVERRIDE-ENROLMENT PIC X(1).
           10 HTBL-OVERRIDE-TRANSCRIPT PIC X(1).
           10 HTBL-OVERRIDE-GRADUATION PIC X(1).
      *Name lookup working fields and the number-and-name table the
      *front-counter search runs against, loaded once when the
      *master opens
           10 OTBL-AUTH-TABLES PIC X(1).
           10 OTBL-AUTH-PLANS PIC X(1).
           10 OTBL-AUTH-ARCHIVE PIC X(1).
           10 OTBL-AUTH-OVERRIDE PIC X(1).


      *Table end-of-file flag, table counter, and table found flag
           10 ETBL-COURSE-CODE PIC X(7).
           10 ETBL-COURSE-AVERAGE PIC 9(3).
           10 ETBL-STATUS PIC X(1).
           10 ETBL-SECTION-NUMBER PIC X(3).
           10 ETBL-MARK-STATUS PIC X(1).

      *Set once anything changed so an untouched file isn't rewritten
       01 WS-ENROLMENTS-CHANGED PIC X(3) VALUE "NO".
      *run must then leave ENROLMENT.txt exactly as it found it
       01 WS-ABORT-RUN PIC X(3) VALUE "NO".

      *Flag to keep accepting enrolment/withdrawal transactions until
      *the registrar is done
       01 WS-MORE-TRANSACTIONS PIC X(3) VALUE "YES".
      *Function keyed by the registrar - E enrolment, W withdrawal.
      *Marks come in on the instructors' grade submissions, loaded by
      *CST-8283-PROJECT-39, not through this program
       01 WS-FUNCTION-CODE PIC X(1).
      *Student number keyed by the registrar, edited before use as key
       01 WS-STUDENT-NUMBER-IN PIC X(6).
      *Course code keyed for an enrolment
       01 WS-COURSE-CODE-IN PIC X(7).
      *Which of the five mirror slots is being filled
       01 WS-SLOT-NUMBER PIC 9(1).
      *Set when the keyed student number reads successfully
           PERFORM 216-LOAD-ENROLMENT-TABLE.
      *Load the prerequisite pairs into the table
           PERFORM 221-LOAD-PREREQ-TABLE.
      *Load the course sections into the table
           PERFORM 240-LOAD-SECTION-TABLE.
      *Load the term refund schedules and course fees a withdrawal
      *is credited from
           PERFORM 233-LOAD-TERM-TABLE.
           PERFORM 234-LOAD-FEE-TABLE.
      *Load the standing student holds an enrolment is refused on
           PERFORM 880-LOAD-HOLD-TABLE.
      *Take the business date enrolment changes are posted on - with
      *no business date, or one in a closed month, nothing is posted
           PERFORM 870-LOAD-PROCESSING-CONTROL.
           IF WS-CONTROL-REFUSED IS EQUAL TO "YES"
               DISPLAY "ENROLMENT REFUSED - RC 8"
               MOVE 8 TO RETURN-CODE
               MOVE "YES" TO WS-ABORT-RUN
           END-IF.
      *Only an authenticated operator with the enrolment permission
      *may enrol or withdraw
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 850-OPERATOR-SIGN-ON
               IF WS-SIGNED-ON IS NOT EQUAL TO "YES"
                   MOVE "YES" TO WS-ABORT-RUN
               END-IF
           END-IF.
      *Accept enrolment and withdrawal transactions until done
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 203-ENROLMENT-TRANSACTIONS
      *        Write the enrolments back if anything changed
               PERFORM 860-LOAD-NAME-TABLE
           END-IF.

      *    No section file just means no course runs in sections -
      *    every course enrols, seats and waitlists by the course
           OPEN INPUT SECTION-FILE.
           IF WS-SECTION-FILE-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-SECTION-EOF
           END-IF.

      *    A first-ever run has no enrolment file yet - an empty
      *    table just means every enrolment keyed today is new
           OPEN INPUT ENROLMENT-FILE.
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

      *    No term dates or no fee schedule just means a withdrawal
      *    has no refund schedule to earn a credit under
           OPEN INPUT TERM-DATE-FILE.
           IF WS-TERM-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "TERM-DATES.txt NOT FOUND - WITHDRAWALS WILL"
               DISPLAY "POST NO TUITION CREDIT"
               MOVE "YES" TO WS-TERM-EOF
           END-IF.

           OPEN INPUT FEE-SCHEDULE-FILE.
           IF WS-FEE-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "FEE-SCHEDULE.txt NOT FOUND - WITHDRAWALS WILL"
               DISPLAY "POST NO TUITION CREDIT"
               MOVE "YES" TO WS-FEE-EOF
           END-IF.

      *    The overpayment queue carries forward across runs - only
      *    create it fresh when none exists yet
           OPEN EXTEND OVERPAYMENT-FILE.
           IF WS-OVERPAYMENT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT OVERPAYMENT-FILE
           END-IF.

       202-READ-TABLE.

      *    GO THROUGH UP TO 500 INSTANCES OF THE COURSE FILE
                             ETBL-COURSE-AVERAGE(ENROLMENT-TABLE-COUNT)
                           MOVE ENR-STATUS TO
                             ETBL-STATUS(ENROLMENT-TABLE-COUNT)
                           MOVE ENR-SECTION-NUMBER TO
                             ETBL-SECTION-NUMBER(ENROLMENT-TABLE-COUNT)
                           MOVE ENR-MARK-STATUS TO
                             ETBL-MARK-STATUS(ENROLMENT-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

      *Accept enrolment/withdrawal requests from the keyboard, looping
      *until the registrar signals there is nothing further this run
       203-ENROLMENT-TRANSACTIONS.
           PERFORM UNTIL WS-MORE-TRANSACTIONS IS EQUAL TO "NO"
               PERFORM 204-GET-FUNCTION-CODE
               PERFORM 205-GET-STUDENT-NUMBER
               PERFORM 206-READ-STUDENT-RECORD
               MOVE "NO" TO WS-CREDIT-PENDING

               IF WS-RECORD-FOUND IS EQUAL TO "YES"
                   EVALUATE WS-FUNCTION-CODE
                       WHEN "E"
                       WHEN "e"
                           PERFORM 248-CHECK-ENROLMENT-HOLDS
                           IF WS-HOLD-BLOCKED IS NOT EQUAL TO "YES"
                               PERFORM 207-ENROL-STUDENT
                           END-IF
                       WHEN "W"
                       WHEN "w"
                           PERFORM 230-WITHDRAW-STUDENT
      *            mirror of the term's enrolments before rewriting
                   PERFORM 217-MIRROR-TERM-ENROLMENTS

      *            A withdrawal credit is ledgered and queued only
      *            once the balance it came off is on the master
                   REWRITE STUFILE-FILE-IN-INDEXED
                       INVALID KEY
                           PERFORM 214-CHECK-INDEXED-FILE-STATUS
                           IF WS-CREDIT-PENDING IS EQUAL TO "YES"
                               DISPLAY "MASTER REWRITE FAILED -"
                                 " WITHDRAWAL CREDIT NOT POSTED"
                           END-IF
                       NOT INVALID KEY
                           PERFORM 214-CHECK-INDEXED-FILE-STATUS
                           MOVE "REWRITE" TO WS-JOURNAL-ACTION
                           PERFORM 840-WRITE-JOURNAL-RECORD
                           IF WS-CREDIT-PENDING IS EQUAL TO "YES"
                               PERFORM 249-POST-PENDING-CREDIT
                           END-IF
                   END-REWRITE
               END-IF

           END-PERFORM.

      *Ask which function the registrar wants, re-asking until one of
      *the two valid codes is keyed
       204-GET-FUNCTION-CODE.
           MOVE SPACES TO WS-FUNCTION-CODE.

           PERFORM UNTIL WS-FUNCTION-CODE IS EQUAL TO "E"
             OR WS-FUNCTION-CODE IS EQUAL TO "e"
             OR WS-FUNCTION-CODE IS EQUAL TO "W"
             OR WS-FUNCTION-CODE IS EQUAL TO "w"
               DISPLAY "FUNCTION - E ENROLMENT, W WITHDRAW"
               ACCEPT WS-FUNCTION-CODE
           END-PERFORM.

               END-IF
           END-PERFORM.

      *Fetch the keyed student from the indexed master - a student
      *whose term is closed to posting is turned away, as if not
      *found, so nothing is enrolled into or withdrawn from it
       206-READ-STUDENT-RECORD.
           MOVE "NO" TO WS-RECORD-FOUND.
           MOVE WS-STUDENT-NUMBER-IN TO STUDENT-NUMBER-INDEXED.
                   MOVE STUFILE-FILE-IN-INDEXED TO WS-BEFORE-IMAGE
                   DISPLAY "STUDENT " STUDENT-NUMBER-INDEXED " "
                     STUDENT-NAME-INDEXED
                   MOVE ACADEMIC-TERM-INDEXED TO WS-CHECK-TERM
                   PERFORM 872-CHECK-TERM-OPEN
                   IF WS-TERM-CLOSED IS EQUAL TO "YES"
                       DISPLAY "TERM " ACADEMIC-TERM-INDEXED " IS"
                         " CLOSED - NO ENROLMENT CHANGES"
                       MOVE "NO" TO WS-RECORD-FOUND
                   END-IF
           END-READ.

      *Enrol the student in as many courses as the registrar keys -
               DISPLAY "STUDENT ALREADY ENROLLED IN "
                 WS-COURSE-CODE-IN " FOR " ACADEMIC-TERM-INDEXED
           ELSE
      *        A course running in sections this term needs one
      *        picked that doesn't clash with the student's timetable
               PERFORM 241-CHOOSE-SECTION
               IF WS-SECTION-OK IS NOT EQUAL TO "YES"
                   DISPLAY "ENROLMENT IN " WS-COURSE-CODE-IN
                     " NOT ACCEPTED"
               ELSE
      *            The course's prerequisites have to show as passed
      *            on the student's recorded history before the
      *            enrolment lands - the registrar can override, on
      *            the record
                   PERFORM 222-CHECK-PREREQUISITES
                   IF WS-PREREQS-MET IS EQUAL TO "YES"
                       PERFORM 224-APPEND-ENROLMENT
                   ELSE
                       PERFORM 225-OFFER-OVERRIDE
                   END-IF
               END-IF
           END-IF.

      *Put the accepted enrolment in the table - unless the course
      *is at capacity for the term, in which case the student goes
      *on the waitlist in arrival order instead. A course running in
      *sections is seated by the chosen section's own capacity
       224-APPEND-ENROLMENT.
           IF WS-CHOSEN-SECTION IS GREATER THAN ZERO
               MOVE SCTB-CAPACITY(WS-CHOSEN-SECTION) TO
                 WS-COURSE-CAPACITY
           END-IF.

           PERFORM 229-COUNT-TERM-SEATS.

           IF WS-COURSE-CAPACITY IS GREATER THAN ZERO
               MOVE ZEROS TO
                 ETBL-COURSE-AVERAGE(ENROLMENT-TABLE-COUNT)
               MOVE SPACE TO ETBL-STATUS(ENROLMENT-TABLE-COUNT)
               MOVE SPACE TO ETBL-MARK-STATUS(ENROLMENT-TABLE-COUNT)
               MOVE WS-SECTION-IN TO
                 ETBL-SECTION-NUMBER(ENROLMENT-TABLE-COUNT)
               MOVE "YES" TO WS-ENROLMENTS-CHANGED
           END-IF.

      *Count the enrolment at ENR-IDX as a taken seat only when its
      *student still reads off the master as someone the course
      *carries - graduated and withdrawn students stay off rosters
      *and hold no seats either. Only the chosen section's seats
      *count against its capacity
       232-PROBE-ONE-SEAT.
           IF ETBL-COURSE-CODE(ENR-IDX) IS EQUAL TO
                WS-COURSE-CODE-IN
             AND ETBL-ACADEMIC-TERM(ENR-IDX) IS EQUAL TO
                WS-HELD-TERM
             AND ETBL-SECTION-NUMBER(ENR-IDX) IS EQUAL TO
                WS-SECTION-IN
             AND ETBL-STATUS(ENR-IDX) IS NOT EQUAL TO "W"
               MOVE ETBL-STUDENT-NUMBER(ENR-IDX) TO
                 STUDENT-NUMBER-INDEXED
           MOVE WS-COURSE-CODE-IN TO WTL-COURSE-CODE.
           MOVE ACADEMIC-TERM-INDEXED TO WTL-ACADEMIC-TERM.
           MOVE STUDENT-NUMBER-INDEXED TO WTL-STUDENT-NUMBER.
           MOVE WS-BUSINESS-DATE TO WTL-ADDED-DATE.
           MOVE WS-SECTION-IN TO WTL-SECTION-NUMBER.
           WRITE WAITLIST-RECORD.

           IF WS-SECTION-IN IS EQUAL TO SPACES
               DISPLAY "COURSE " WS-COURSE-CODE-IN " IS FULL ("
                 WS-SEATS-TAKEN " OF " WS-COURSE-CAPACITY " SEATS) -"
                 " STUDENT ADDED TO THE WAITLIST"
           ELSE
               DISPLAY "COURSE " WS-COURSE-CODE-IN " SECTION "
                 WS-SECTION-IN " IS FULL (" WS-SEATS-TAKEN " OF "
                 WS-COURSE-CAPACITY " SEATS) - STUDENT ADDED TO THE"
                 " WAITLIST"
           END-IF.

      *See that every prerequisite of the keyed course shows a pass
      *on the student's history - the first one that doesn't stops
               END-IF
           END-PERFORM.

      *Withdraw the student from one of their current-term courses -
      *the enrolment stays on file marked "W" so the history keeps
      *it, the seat goes back to the room, and the nightly pass can
           IF WS-WITHDRAWN IS EQUAL TO "YES"
               DISPLAY "WITHDRAWN FROM " WS-COURSE-CODE-IN
                 " FOR " ACADEMIC-TERM-INDEXED
      *        Credit back whatever share of the course fee the
      *        term's refund schedule says the drop has earned
               PERFORM 235-POST-WITHDRAWAL-CREDIT
           ELSE
               DISPLAY "NO STANDING ENROLMENT IN " WS-COURSE-CODE-IN
                 " FOR " ACADEMIC-TERM-INDEXED
           END-IF.

      *Work out and post the tuition credit for the course just
      *dropped - the course fee for the student's program times the
      *percentage the term's refund schedule allows on the business
      *date.
      *A term not yet assessed has no course fee on the balance to
      *credit back, so nothing posts, and a course already credited
      *this term - dropped, re-enrolled and dropped again - is
      *refused a second credit. The credit comes off
      *TUITION-OWED, which the caller rewrites and journals; once
      *that rewrite takes, the caller ledgers it as WDRCRD for what
      *was applied and queues any part beyond the balance for the
      *refund run, the same as an overpayment at the counter
       235-POST-WITHDRAWAL-CREDIT.
           MOVE WS-BUSINESS-DATE TO WS-TODAY.
           MOVE ZEROS TO WS-REFUND-PCT.
           MOVE ZEROS TO WS-CREDIT-AMOUNT.
           MOVE "NO" TO WS-CREDIT-PENDING.
           MOVE "NO" TO WS-TERM-FOUND.
           MOVE "NO" TO WS-FEE-FOUND.

           SET TERM-TABLE-IDX TO 1.
           SEARCH TERM-TABLE-ENTRY
               AT END
                   MOVE "NO" TO WS-TERM-FOUND
               WHEN TERM-CODE-CONTAINER(TERM-TABLE-IDX) IS EQUAL TO
                      ACADEMIC-TERM-INDEXED
                   MOVE "YES" TO WS-TERM-FOUND
           END-SEARCH.

      *    The first date's percentage runs up to and including that
      *    date, the second's from there up to and including its own
           IF WS-TERM-FOUND IS EQUAL TO "YES"
               IF TERM-REFUND-DATE-1(TERM-TABLE-IDX) > 0
                 AND WS-TODAY NOT > TERM-REFUND-DATE-1(TERM-TABLE-IDX)
                   MOVE TERM-REFUND-PCT-1(TERM-TABLE-IDX)
                     TO WS-REFUND-PCT
               ELSE
                   IF TERM-REFUND-DATE-2(TERM-TABLE-IDX) > 0
                     AND WS-TODAY NOT >
                       TERM-REFUND-DATE-2(TERM-TABLE-IDX)
                       MOVE TERM-REFUND-PCT-2(TERM-TABLE-IDX)
                         TO WS-REFUND-PCT
                   END-IF
               END-IF
           END-IF.

           IF WS-REFUND-PCT > 0
               SET FEE-TABLE-IDX TO 1
               SEARCH FEE-TABLE-CONTAINER
                   AT END
                       MOVE "NO" TO WS-FEE-FOUND
                   WHEN FEE-CODE-CONTAINER(FEE-TABLE-IDX) IS EQUAL TO
                          PROGRAM-OF-STUDY-INDEXED
                       MOVE "YES" TO WS-FEE-FOUND
               END-SEARCH
           END-IF.

           MOVE "NO" TO WS-ALREADY-CREDITED.
           IF WS-FEE-FOUND IS EQUAL TO "YES"
               PERFORM 236-CHECK-TERM-ASSESSED
               IF WS-TERM-ASSESSED IS EQUAL TO "YES"
                 AND WS-ALREADY-CREDITED IS NOT EQUAL TO "YES"
                   COMPUTE WS-CREDIT-AMOUNT ROUNDED =
                     FEE-COURSE-CONTAINER(FEE-TABLE-IDX)
                     * WS-REFUND-PCT / 100
               END-IF
           END-IF.

           IF WS-ALREADY-CREDITED IS EQUAL TO "YES"
               DISPLAY "CREDIT REFUSED - " WS-COURSE-CODE-IN
                 " WAS ALREADY CREDITED FOR " ACADEMIC-TERM-INDEXED
                 " ON AN EARLIER WITHDRAWAL"
           END-IF.

           IF WS-CREDIT-AMOUNT > 0
               MOVE TUITION-OWED-INDEXED TO WS-PRIOR-BALANCE
               MOVE ZEROS TO WS-OVERAGE-AMOUNT
      *        Never take the balance below zero - the rest waits
      *        on the queue to be refunded
               IF WS-CREDIT-AMOUNT > WS-PRIOR-BALANCE
                   COMPUTE WS-OVERAGE-AMOUNT =
                     WS-CREDIT-AMOUNT - WS-PRIOR-BALANCE
               END-IF
               SUBTRACT WS-OVERAGE-AMOUNT FROM WS-CREDIT-AMOUNT
               SUBTRACT WS-CREDIT-AMOUNT FROM TUITION-OWED-INDEXED
               MOVE "YES" TO WS-CREDIT-PENDING
               DISPLAY "WITHDRAWAL CREDIT " WS-REFUND-PCT
                 "% - APPLIED " WS-CREDIT-AMOUNT
                 " QUEUED FOR REFUND " WS-OVERAGE-AMOUNT
           ELSE
               IF WS-ALREADY-CREDITED IS NOT EQUAL TO "YES"
                   DISPLAY "NO TUITION CREDIT EARNED FOR THIS"
                     " WITHDRAWAL"
               END-IF
           END-IF.

      *Read the ledger for the term's ASSESS entry - only a term the
      *assessment run has charged has course fees on the balance -
      *and for a WDRCRD already posted for this course and term
       236-CHECK-TERM-ASSESSED.
           MOVE "NO" TO WS-TERM-ASSESSED.
           MOVE "NO" TO WS-ALREADY-CREDITED.
           MOVE "NO" TO WS-LEDGER-EOF.

           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-LEDGER-EOF
           END-IF.

           PERFORM UNTIL WS-LEDGER-EOF IS EQUAL TO "YES"
             OR WS-ALREADY-CREDITED IS EQUAL TO "YES"
               READ LEDGER-FILE
                   AT END
                       MOVE "YES" TO WS-LEDGER-EOF
                   NOT AT END
                       IF LGR-STUDENT-NUMBER IS EQUAL TO
                            STUDENT-NUMBER-INDEXED
                         AND LGR-ACADEMIC-TERM IS EQUAL TO
                            ACADEMIC-TERM-INDEXED
                           EVALUATE LGR-ENTRY-TYPE
                               WHEN "ASSESS"
                                   MOVE "YES" TO WS-TERM-ASSESSED
                               WHEN "WDRCRD"
                                   IF LGR-COURSE-CODE IS EQUAL TO
                                        WS-COURSE-CODE-IN
                                       MOVE "YES" TO
                                         WS-ALREADY-CREDITED
                                   END-IF
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-LEDGER-STATUS IS NOT EQUAL TO "35"
               CLOSE LEDGER-FILE
           END-IF.

      *Post the withdrawal credit whose balance the master now holds -
      *the part beyond the balance to the queue, and the WDRCRD. The
      *WDRCRD goes on even when the whole credit was queued and
      *nothing was applied - it is the record that this course has
      *had its credit for the term
       249-POST-PENDING-CREDIT.
           IF WS-OVERAGE-AMOUNT > 0
               PERFORM 238-WRITE-OVERPAYMENT-RECORD
           END-IF.
           PERFORM 237-WRITE-CREDIT-LEDGER.

      *Append the dated WDRCRD ledger entry for the credit applied,
      *naming the course it was for
       237-WRITE-CREDIT-LEDGER.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS IS EQUAL TO "35"
               OPEN OUTPUT LEDGER-FILE
           END-IF.

           MOVE SPACES TO LEDGER-RECORD.
           MOVE STUDENT-NUMBER-INDEXED TO LGR-STUDENT-NUMBER.
           MOVE WS-TODAY TO LGR-POSTING-DATE.
           MOVE "WDRCRD" TO LGR-ENTRY-TYPE.
           MOVE WS-CREDIT-AMOUNT TO LGR-AMOUNT.
           MOVE ACADEMIC-TERM-INDEXED TO LGR-ACADEMIC-TERM.
           MOVE "CST-8283-PROJECT-7" TO LGR-SOURCE-PROGRAM.
           MOVE WS-COURSE-CODE-IN TO LGR-COURSE-CODE.
           WRITE LEDGER-RECORD.

           CLOSE LEDGER-FILE.

      *    Write the whole credit, the balance it was applied
      *    against, and the amount that couldn't be applied
       238-WRITE-OVERPAYMENT-RECORD.
           MOVE SPACES TO OVERPAYMENT-RECORD.
           MOVE STUDENT-NUMBER-INDEXED TO OVP-STUDENT-NUMBER.
           COMPUTE OVP-PAYMENT-AMOUNT =
             WS-CREDIT-AMOUNT + WS-OVERAGE-AMOUNT.
           MOVE WS-PRIOR-BALANCE TO OVP-TUITION-OWED.
           MOVE WS-OVERAGE-AMOUNT TO OVP-OVERAGE-AMOUNT.
           MOVE ACADEMIC-TERM-INDEXED TO OVP-ACADEMIC-TERM.
      *    A fresh overage is waiting for the refund run to pick up
           MOVE SPACE TO OVP-STATUS.
           WRITE OVERPAYMENT-RECORD.

      *Read every term's refund schedule into the table - a record
      *written before the schedule existed reads as spaces there,
      *which means no refund for that term
       233-LOAD-TERM-TABLE.
           PERFORM UNTIL WS-TERM-EOF IS EQUAL TO "YES"
               READ TERM-DATE-FILE
                   AT END
                       MOVE "YES" TO WS-TERM-EOF
                   NOT AT END
                       IF TERM-TABLE-COUNT IS LESS THAN 50
                           ADD 1 TO TERM-TABLE-COUNT
                           PERFORM 239-STORE-TERM-ENTRY
                       ELSE
                           DISPLAY "TERM TABLE FULL - ONLY THE FIRST"
                             " 50 TERMS CAN EARN A WITHDRAWAL CREDIT"
                           MOVE "YES" TO WS-TERM-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *Store one term's refund dates and percentages, zero for any
      *not on file
       239-STORE-TERM-ENTRY.
           MOVE TRM-ACADEMIC-TERM TO
             TERM-CODE-CONTAINER(TERM-TABLE-COUNT).
           MOVE ZEROS TO TERM-REFUND-DATE-1(TERM-TABLE-COUNT).
           MOVE ZEROS TO TERM-REFUND-PCT-1(TERM-TABLE-COUNT).
           MOVE ZEROS TO TERM-REFUND-DATE-2(TERM-TABLE-COUNT).
           MOVE ZEROS TO TERM-REFUND-PCT-2(TERM-TABLE-COUNT).
           IF TRM-REFUND-DATE-1 IS NUMERIC
             AND TRM-REFUND-PCT-1 IS NUMERIC
               MOVE TRM-REFUND-DATE-1-9 TO
                 TERM-REFUND-DATE-1(TERM-TABLE-COUNT)
               MOVE TRM-REFUND-PCT-1-9 TO
                 TERM-REFUND-PCT-1(TERM-TABLE-COUNT)
           END-IF.
           IF TRM-REFUND-DATE-2 IS NUMERIC
             AND TRM-REFUND-PCT-2 IS NUMERIC
               MOVE TRM-REFUND-DATE-2-9 TO
                 TERM-REFUND-DATE-2(TERM-TABLE-COUNT)
               MOVE TRM-REFUND-PCT-2-9 TO
                 TERM-REFUND-PCT-2(TERM-TABLE-COUNT)
           END-IF.

      *Read every fee schedule record's per-course fee into the table
       234-LOAD-FEE-TABLE.
           PERFORM UNTIL WS-FEE-EOF IS EQUAL TO "YES"
               READ FEE-SCHEDULE-FILE
                   AT END
                       MOVE "YES" TO WS-FEE-EOF
                   NOT AT END
                       IF FEE-TABLE-COUNT IS LESS THAN 500
                           ADD 1 TO FEE-TABLE-COUNT
                           MOVE FEE-PROGRAM-CODE TO
                             FEE-CODE-CONTAINER(FEE-TABLE-COUNT)
                           MOVE FEE-COURSE-FEE TO
                             FEE-COURSE-CONTAINER(FEE-TABLE-COUNT)
                       ELSE
                           DISPLAY "FEE TABLE FULL - ONLY THE FIRST"
                             " 500 PROGRAMS CAN EARN A CREDIT"
                           MOVE "YES" TO WS-FEE-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *Rebuild the record's five course slots from the student's
      *current-term enrolments so every program still reading the
      *slots sees the term as the enrolment file has it - a student
           MOVE ETBL-COURSE-CODE(ENR-IDX) TO ENR-COURSE-CODE.
           MOVE ETBL-COURSE-AVERAGE(ENR-IDX) TO ENR-COURSE-AVERAGE.
           MOVE ETBL-STATUS(ENR-IDX) TO ENR-STATUS.
           MOVE ETBL-SECTION-NUMBER(ENR-IDX) TO ENR-SECTION-NUMBER.
           MOVE ETBL-MARK-STATUS(ENR-IDX) TO ENR-MARK-STATUS.
           WRITE ENROLMENT-RECORD.

      *Read every section into the table - a section whose meeting
      *times aren't numeric HHMM can't be clash-checked, so it is
      *left out and named on the console for the section file to be
      *put right
       240-LOAD-SECTION-TABLE.
           PERFORM UNTIL WS-SECTION-EOF IS EQUAL TO "YES"
               READ SECTION-FILE
                   AT END
                       MOVE "YES" TO WS-SECTION-EOF
                   NOT AT END
                       IF SCT-START-TIME IS NOT NUMERIC
                         OR SCT-END-TIME IS NOT NUMERIC
                           DISPLAY "SECTION " SCT-COURSE-CODE " "
                             SCT-SECTION-NUMBER " " SCT-ACADEMIC-TERM
                             " HAS NO VALID MEETING TIME - NOT LOADED"
                       ELSE
                           IF SECTION-TABLE-COUNT IS LESS THAN 1000
                               ADD 1 TO SECTION-TABLE-COUNT
                               PERFORM 247-STORE-SECTION-ENTRY
                           ELSE
                               DISPLAY "SECTION TABLE FULL - ONLY THE"
                                 " FIRST 1000 SECTIONS CAN ENROL"
                               MOVE "YES" TO WS-SECTION-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *Store one section, zero capacity for a record with none on
      *file
       247-STORE-SECTION-ENTRY.
           MOVE SCT-COURSE-CODE TO
             SCTB-COURSE-CODE(SECTION-TABLE-COUNT).
           MOVE SCT-ACADEMIC-TERM TO
             SCTB-ACADEMIC-TERM(SECTION-TABLE-COUNT).
           MOVE SCT-SECTION-NUMBER TO
             SCTB-SECTION-NUMBER(SECTION-TABLE-COUNT).
           MOVE SCT-MEETING-DAYS TO
             SCTB-MEETING-DAYS(SECTION-TABLE-COUNT).
           MOVE SCT-START-TIME-9 TO
             SCTB-START-TIME(SECTION-TABLE-COUNT).
           MOVE SCT-END-TIME-9 TO SCTB-END-TIME(SECTION-TABLE-COUNT).
           MOVE SCT-ROOM TO SCTB-ROOM(SECTION-TABLE-COUNT).
           IF SCT-CAPACITY IS NUMERIC
               MOVE SCT-CAPACITY-9 TO
                 SCTB-CAPACITY(SECTION-TABLE-COUNT)
           ELSE
               MOVE ZEROS TO SCTB-CAPACITY(SECTION-TABLE-COUNT)
           END-IF.

      *List the sections the keyed course runs in the student's term
      *and ask which one, re-asking until a section on file that
      *doesn't clash is keyed - a blank cancels the enrolment. A
      *course with no sections this term needs no choice and is
      *enrolled by the course as before
       241-CHOOSE-SECTION.
           MOVE SPACES TO WS-SECTION-IN.
           MOVE 0 TO WS-CHOSEN-SECTION.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE "YES" TO WS-SECTION-OK.
           MOVE "NO" TO WS-SECTION-CANCELLED.

           PERFORM VARYING SCT-IDX FROM 1 BY 1
             UNTIL SCT-IDX > SECTION-TABLE-COUNT
               IF SCTB-COURSE-CODE(SCT-IDX) IS EQUAL TO
                    WS-COURSE-CODE-IN
                 AND SCTB-ACADEMIC-TERM(SCT-IDX) IS EQUAL TO
                    ACADEMIC-TERM-INDEXED
                   ADD 1 TO WS-SECTION-COUNT
                   DISPLAY "  SECTION " SCTB-SECTION-NUMBER(SCT-IDX)
                     "  " SCTB-MEETING-DAYS(SCT-IDX) "  "
                     SCTB-START-TIME(SCT-IDX) "-"
                     SCTB-END-TIME(SCT-IDX) "  ROOM "
                     SCTB-ROOM(SCT-IDX)
               END-IF
           END-PERFORM.

           IF WS-SECTION-COUNT IS GREATER THAN ZERO
               MOVE "NO" TO WS-SECTION-OK
               PERFORM UNTIL WS-SECTION-OK IS EQUAL TO "YES"
                 OR WS-SECTION-CANCELLED IS EQUAL TO "YES"
                   DISPLAY "SECTION OF " WS-COURSE-CODE-IN
                     " (BLANK TO CANCEL)"
                   MOVE SPACES TO WS-SECTION-IN
                   ACCEPT WS-SECTION-IN
                   IF WS-SECTION-IN IS EQUAL TO SPACES
                       MOVE "YES" TO WS-SECTION-CANCELLED
                   ELSE
                       PERFORM 243-FIND-KEYED-SECTION
                       IF WS-CHOSEN-SECTION IS EQUAL TO 0
                           DISPLAY "SECTION " WS-SECTION-IN
                             " IS NOT ON FILE FOR " WS-COURSE-CODE-IN
                             " " ACADEMIC-TERM-INDEXED ", RE-ENTER"
                       ELSE
                           PERFORM 244-CHECK-TIMETABLE-CLASH
                           IF WS-CLASH IS EQUAL TO "YES"
                               DISPLAY "SECTION " WS-SECTION-IN
                                 " CLASHES WITH " WS-CLASH-COURSE
                                 " SECTION " WS-CLASH-SECTION
                                 " - PICK ANOTHER SECTION"
                           ELSE
                               MOVE "YES" TO WS-SECTION-OK
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *Find the keyed section of the keyed course in the student's
      *term - zero when it isn't on file
       243-FIND-KEYED-SECTION.
           MOVE 0 TO WS-CHOSEN-SECTION.

           SET SCT-IDX TO 1.
           SEARCH SECTION-TABLE-ENTRY
               AT END
                   MOVE 0 TO WS-CHOSEN-SECTION
               WHEN SCTB-COURSE-CODE(SCT-IDX) IS EQUAL TO
                      WS-COURSE-CODE-IN
                 AND SCTB-ACADEMIC-TERM(SCT-IDX) IS EQUAL TO
                      ACADEMIC-TERM-INDEXED
                 AND SCTB-SECTION-NUMBER(SCT-IDX) IS EQUAL TO
                      WS-SECTION-IN
                   SET WS-CHOSEN-SECTION TO SCT-IDX
           END-SEARCH.

      *Check the chosen section against every section the student
      *already holds this term - a withdrawn enrolment has given its
      *time back, and a course held with no section has no time to
      *clash with
       244-CHECK-TIMETABLE-CLASH.
           MOVE "NO" TO WS-CLASH.

           PERFORM VARYING ENR-IDX FROM 1 BY 1
             UNTIL ENR-IDX > ENROLMENT-TABLE-COUNT
             OR WS-CLASH IS EQUAL TO "YES"
               IF ETBL-STUDENT-NUMBER(ENR-IDX) IS EQUAL TO
                    STUDENT-NUMBER-INDEXED
                 AND ETBL-ACADEMIC-TERM(ENR-IDX) IS EQUAL TO
                    ACADEMIC-TERM-INDEXED
                 AND ETBL-STATUS(ENR-IDX) IS NOT EQUAL TO "W"
                 AND ETBL-SECTION-NUMBER(ENR-IDX) IS NOT EQUAL TO
                    SPACES
                   PERFORM 245-CHECK-ONE-HELD-SECTION
               END-IF
           END-PERFORM.

      *Find the section held by the enrolment at ENR-IDX and compare
      *its meetings with the chosen section's
       245-CHECK-ONE-HELD-SECTION.
           SET SCT-IDX TO 1.
           SEARCH SECTION-TABLE-ENTRY
               AT END
                   CONTINUE
               WHEN SCTB-COURSE-CODE(SCT-IDX) IS EQUAL TO
                      ETBL-COURSE-CODE(ENR-IDX)
                 AND SCTB-ACADEMIC-TERM(SCT-IDX) IS EQUAL TO
                      ETBL-ACADEMIC-TERM(ENR-IDX)
                 AND SCTB-SECTION-NUMBER(SCT-IDX) IS EQUAL TO
                      ETBL-SECTION-NUMBER(ENR-IDX)
                   PERFORM 246-COMPARE-MEETING-TIMES
           END-SEARCH.

      *Two sections clash when their times overlap - one starts
      *before the other ends, both ways round - on a day they both
      *meet. A section ending as the next starts does not clash
       246-COMPARE-MEETING-TIMES.
           IF SCTB-START-TIME(SCT-IDX) IS LESS THAN
                SCTB-END-TIME(WS-CHOSEN-SECTION)
             AND SCTB-START-TIME(WS-CHOSEN-SECTION) IS LESS THAN
                SCTB-END-TIME(SCT-IDX)
               PERFORM VARYING WS-DAY-NUMBER FROM 1 BY 1
                 UNTIL WS-DAY-NUMBER > 7
                 OR WS-CLASH IS EQUAL TO "YES"
                   IF SCTB-MEETING-DAYS(SCT-IDX)(WS-DAY-NUMBER:1)
                        IS NOT EQUAL TO SPACE
                     AND SCTB-MEETING-DAYS(WS-CHOSEN-SECTION)
                        (WS-DAY-NUMBER:1) IS NOT EQUAL TO SPACE
                       MOVE "YES" TO WS-CLASH
                       MOVE SCTB-COURSE-CODE(SCT-IDX) TO
                         WS-CLASH-COURSE
                       MOVE SCTB-SECTION-NUMBER(SCT-IDX) TO
                         WS-CLASH-SECTION
                   END-IF
               END-PERFORM
           END-IF.

      *A student with a standing hold is not enrolled unless the hold
      *was overridden for enrolment ahead of time or an operator
      *with the override permission lets them through now - a
      *withdrawal is never held up
       248-CHECK-ENROLMENT-HOLDS.
           MOVE STUDENT-NUMBER-INDEXED TO WS-HOLD-STUDENT.
           MOVE "E" TO WS-HOLD-PURPOSE.
           MOVE WS-SIGNON-ID TO WS-HOLD-OPERATOR.
           PERFORM 882-CHECK-STUDENT-HOLDS.

           IF WS-HOLD-BLOCKED IS EQUAL TO "YES"
               PERFORM 885-ASK-HOLD-OVERRIDE
               IF WS-HOLD-BLOCKED IS EQUAL TO "YES"
                   DISPLAY "ENROLMENT REFUSED - STUDENT IS HELD"
               END-IF
           ELSE
               IF WS-HOLD-OVERRIDDEN IS EQUAL TO "YES"
                   MOVE "ALLOWED" TO WS-HOLD-ACTION
                   PERFORM 884-WRITE-HOLD-LOG
               END-IF
           END-IF.

      *    Translate FILE-STATUS-THING into a message an operator can
      *    act on, same as CST-8283-PROJECT-3
       214-CHECK-INDEXED-FILE-STATUS.
                             OTBL-AUTH-PLANS(OPERATOR-TABLE-COUNT)
                           MOVE OPR-AUTH-ARCHIVE TO
                             OTBL-AUTH-ARCHIVE(OPERATOR-TABLE-COUNT)
                           MOVE OPR-AUTH-OVERRIDE TO
                             OTBL-AUTH-OVERRIDE(OPERATOR-TABLE-COUNT)
                       ELSE
                           DISPLAY "OPERATOR TABLE FULL - ONLY THE"
                             " FIRST 50 OPERATORS CAN SIGN ON"
      *the last unload
       840-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-RECORD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.
           MOVE "CST-8283-PROJECT-7" TO JRN-SOURCE-PROGRAM.
           MOVE WS-BUSINESS-DATE TO JRN-JOURNAL-DATE.
           MOVE WS-RUN-TIME TO JRN-JOURNAL-TIME.
           MOVE WS-JOURNAL-ACTION TO JRN-ACTION.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
      *Close all external files
       209-CLOSE-EXTERNAL-FILES.
           CLOSE COURSE-FILE.
           CLOSE SECTION-FILE.
           CLOSE STUFILE-FILE-INDEXED.
           CLOSE ENROLMENT-FILE.
           CLOSE WAITLIST-FILE.
           CLOSE PREREQ-FILE.
           CLOSE OVERRIDE-LOG-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE TERM-DATE-FILE.
           CLOSE FEE-SCHEDULE-FILE.
           CLOSE OVERPAYMENT-FILE.

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

      *Read every active hold into the table - no holds file just
      *means no one is held. A file with more active holds than the
      *table takes leaves some unread, so from then on every student
      *is treated as held rather than let through on a hold missed
       880-LOAD-HOLD-TABLE.
           MOVE "NO" TO WS-HOLD-EOF.
           OPEN INPUT HOLD-FILE.

           IF WS-HOLD-FILE-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-HOLD-EOF
           END-IF.

           PERFORM UNTIL WS-HOLD-EOF IS EQUAL TO "YES"
               READ HOLD-FILE
                   AT END
                       MOVE "YES" TO WS-HOLD-EOF
                   NOT AT END
                       IF HLD-STATUS IS EQUAL TO "A"
                           PERFORM 881-STORE-HOLD
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-HOLD-FILE-STATUS IS NOT EQUAL TO "35"
               CLOSE HOLD-FILE
           END-IF.

      *Store one active hold in the next table slot
       881-STORE-HOLD.
           IF HOLD-TABLE-COUNT IS NOT LESS THAN 5000
               DISPLAY "HOLDS.txt EXCEEDS 5000 ACTIVE HOLDS - EVERY"
                 " STUDENT IS TREATED AS HELD"
               MOVE "YES" TO WS-HOLD-TABLE-FULL
               MOVE "YES" TO WS-HOLD-EOF
           ELSE
               ADD 1 TO HOLD-TABLE-COUNT
               SET HLD-IDX TO HOLD-TABLE-COUNT
               MOVE HLD-HOLD-NUMBER TO HTBL-HOLD-NUMBER(HLD-IDX)
               MOVE HLD-STUDENT-NUMBER TO HTBL-STUDENT-NUMBER(HLD-IDX)
               MOVE HLD-HOLD-TYPE TO HTBL-HOLD-TYPE(HLD-IDX)
               MOVE HLD-REASON TO HTBL-REASON(HLD-IDX)
               MOVE HLD-OVERRIDE-ENROLMENT TO
                 HTBL-OVERRIDE-ENROLMENT(HLD-IDX)
               MOVE HLD-OVERRIDE-TRANSCRIPT TO
                 HTBL-OVERRIDE-TRANSCRIPT(HLD-IDX)
               MOVE HLD-OVERRIDE-GRADUATION TO
                 HTBL-OVERRIDE-GRADUATION(HLD-IDX)
           END-IF.

      *Say whether the student in WS-HOLD-STUDENT is held from what
      *WS-HOLD-PURPOSE says they are after - any active hold without
      *its override byte set for that purpose stands in the way.
      *WS-HOLD-OVERRIDDEN says a hold was there but let through
       882-CHECK-STUDENT-HOLDS.
           MOVE "NO" TO WS-HOLD-BLOCKED.
           MOVE "NO" TO WS-HOLD-OVERRIDDEN.
           MOVE 0 TO WS-HOLD-NUMBER.
           MOVE SPACES TO WS-HOLD-TYPE.
           MOVE SPACES TO WS-HOLD-REASON.

           PERFORM 883-CHECK-ONE-HOLD
             VARYING HLD-IDX FROM 1 BY 1
             UNTIL HLD-IDX > HOLD-TABLE-COUNT.

           IF WS-HOLD-TABLE-FULL IS EQUAL TO "YES"
             AND WS-HOLD-BLOCKED IS NOT EQUAL TO "YES"
               MOVE "YES" TO WS-HOLD-BLOCKED
               MOVE "HOLDS.txt NOT FULLY READ" TO WS-HOLD-REASON
           END-IF.

      *Weigh one hold in the table against the student - the first
      *one standing in the way is kept for the log
       883-CHECK-ONE-HOLD.
           IF HTBL-STUDENT-NUMBER(HLD-IDX) IS EQUAL TO WS-HOLD-STUDENT
               EVALUATE WS-HOLD-PURPOSE
                   WHEN "E"
                       MOVE HTBL-OVERRIDE-ENROLMENT(HLD-IDX) TO
                         WS-HOLD-OVERRIDE-BYTE
                   WHEN "T"
                       MOVE HTBL-OVERRIDE-TRANSCRIPT(HLD-IDX) TO
                         WS-HOLD-OVERRIDE-BYTE
                   WHEN OTHER
                       MOVE HTBL-OVERRIDE-GRADUATION(HLD-IDX) TO
                         WS-HOLD-OVERRIDE-BYTE
               END-EVALUATE

               IF WS-HOLD-OVERRIDE-BYTE IS EQUAL TO "Y"
                   MOVE "YES" TO WS-HOLD-OVERRIDDEN
                   DISPLAY "HOLD " HTBL-HOLD-NUMBER(HLD-IDX) " "
                     HTBL-HOLD-TYPE(HLD-IDX) " "
                     HTBL-REASON(HLD-IDX) " - OVERRIDDEN"
               ELSE
                   DISPLAY "HOLD " HTBL-HOLD-NUMBER(HLD-IDX) " "
                     HTBL-HOLD-TYPE(HLD-IDX) " "
                     HTBL-REASON(HLD-IDX)
               END-IF

               IF WS-HOLD-BLOCKED IS NOT EQUAL TO "YES"
                 AND (WS-HOLD-OVERRIDE-BYTE IS NOT EQUAL TO "Y"
                   OR WS-HOLD-NUMBER IS EQUAL TO 0)
                   MOVE HTBL-HOLD-NUMBER(HLD-IDX) TO WS-HOLD-NUMBER
                   MOVE HTBL-HOLD-TYPE(HLD-IDX) TO WS-HOLD-TYPE
                   MOVE HTBL-REASON(HLD-IDX) TO WS-HOLD-REASON
                   IF WS-HOLD-OVERRIDE-BYTE IS NOT EQUAL TO "Y"
                       MOVE "YES" TO WS-HOLD-BLOCKED
                   END-IF
               END-IF
           END-IF.

      *Append one hold event to the hold log
       884-WRITE-HOLD-LOG.
           OPEN EXTEND HOLD-LOG-FILE.
           IF WS-HOLD-LOG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT HOLD-LOG-FILE
           END-IF.

           MOVE SPACES TO HOLD-LOG-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.
           MOVE WS-RUN-DATE TO HGL-LOG-DATE.
           MOVE WS-RUN-TIME TO HGL-LOG-TIME.
           MOVE "CST-8283-PROJECT-7" TO HGL-PROGRAM-NAME.
           MOVE WS-HOLD-OPERATOR TO HGL-OPERATOR-ID.
           MOVE WS-HOLD-ACTION TO HGL-ACTION.
           MOVE WS-HOLD-STUDENT TO HGL-STUDENT-NUMBER.
           MOVE WS-HOLD-NUMBER TO HGL-HOLD-NUMBER.
           MOVE WS-HOLD-TYPE TO HGL-HOLD-TYPE.
           MOVE WS-HOLD-PURPOSE TO HGL-PURPOSE.
           MOVE WS-HOLD-REASON TO HGL-REASON.
           WRITE HOLD-LOG-RECORD.
           CLOSE HOLD-LOG-FILE.

      *A held student goes no further unless an operator with the
      *override permission keys their ID to let them through - a
      *blank, or an ID without the permission, refuses. Either way
      *the outcome is logged, against the approver when one was
      *keyed
       885-ASK-HOLD-OVERRIDE.
           MOVE SPACES TO WS-HOLD-APPROVER.
           MOVE "NO" TO WS-HOLD-APPROVED.
           DISPLAY "STUDENT IS HELD - OVERRIDE OPERATOR ID (BLANK TO"
             " REFUSE)".
           ACCEPT WS-HOLD-APPROVER.

           IF WS-HOLD-APPROVER IS NOT EQUAL TO SPACES
               PERFORM VARYING OPR-IDX FROM 1 BY 1
                 UNTIL OPR-IDX > OPERATOR-TABLE-COUNT
                   IF OTBL-OPERATOR-ID(OPR-IDX) IS EQUAL TO
                        WS-HOLD-APPROVER
                     AND OTBL-STATUS(OPR-IDX) IS NOT EQUAL TO "D"
                     AND OTBL-AUTH-OVERRIDE(OPR-IDX) IS EQUAL TO "Y"
                       MOVE "YES" TO WS-HOLD-APPROVED
                   END-IF
               END-PERFORM
               MOVE WS-HOLD-APPROVER TO WS-HOLD-OPERATOR
           END-IF.

           IF WS-HOLD-APPROVED IS EQUAL TO "YES"
               MOVE "NO" TO WS-HOLD-BLOCKED
               MOVE "ALLOWED" TO WS-HOLD-ACTION
               DISPLAY "HOLD OVERRIDDEN BY " WS-HOLD-APPROVER
           ELSE
               IF WS-HOLD-APPROVER IS NOT EQUAL TO SPACES
                   DISPLAY "OPERATOR " WS-HOLD-APPROVER " MAY NOT"
                     " OVERRIDE A HOLD"
               END-IF
               MOVE "REFUSED" TO WS-HOLD-ACTION
           END-IF.

           PERFORM 884-WRITE-HOLD-LOG.

       END PROGRAM CST-8283-PROJECT-7.
