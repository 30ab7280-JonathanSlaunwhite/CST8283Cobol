       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PLAN-FILE-STATUS.

      *Link the sponsorship file and set as line sequential - the
      *part of a balance a sponsor still owes is the sponsor's to
      *pay, so the student is only chased for the rest (see
      *copybooks/sponsorship_record.txt)
       SELECT SPONSORSHIP-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\SPONSORSHIPS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SPONSORSHIP-STATUS.

      *Link the notice history and set as line sequential - read
      *first to find each student's highest level already sent, then
      *re-opened extend to record tonight's notices (see
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-STATUS.

      *Link the student mailing address file and set as line
      *sequential - read into a table so each item goes out under
      *a proper address block (see copybooks/address_record.txt)
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

      *Link the collection notices output and set as line sequential
      *- the letters themselves, one block per student
       SELECT NOTICE-PRINT-FILE
       FD PAYMENT-PLAN-FILE.
       COPY "payment_plan_record.txt".

      *Sponsorship record - shared layout, see
      *copybooks/sponsorship_record.txt
       FD SPONSORSHIP-FILE.
       COPY "sponsorship_record.txt".

      *Collection notice history record - shared layout, see
      *copybooks/notice_history_record.txt
       FD NOTICE-HISTORY-FILE.
       COPY "notice_history_record.txt".

      *Student mailing address record - shared layout, see
      *copybooks/address_record.txt
       FD ADDRESS-FILE.
       COPY "address_record.txt".

      *Held mail record - shared layout, see
      *copybooks/mail_hold_record.txt
       FD MAIL-HOLD-FILE.
       COPY "mail_hold_record.txt".

      *Collection notices output
       FD NOTICE-PRINT-FILE.
       01 NOTICE-PRINT-OUT PIC X(80).
       01 WS-TERM-FILE-STATUS PIC X(2).
       01 WS-PLAN-FILE-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-SPONSORSHIP-STATUS PIC X(2).

      *End-of-file flags, one per input file
       01 WS-EOF PIC X(4).
       01 WS-TERM-EOF PIC X(4).
       01 WS-PLAN-EOF PIC X(4).
       01 WS-HISTORY-EOF PIC X(4).
       01 WS-SPONSORSHIP-EOF PIC X(4).

      *Set when an input file is missing and nothing can be noticed
       01 WS-ABORT-RUN PIC X(3) VALUE "NO".

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

      *Term date container - every term with a due date on file
       01 TERM-TABLE-COUNT PIC 9(2) VALUE 0.
       01 TERM-TABLE-CONTAINER.
           10 SNTBL-ACADEMIC-TERM PIC X(5).
           10 SNTBL-HIGHEST-LEVEL PIC 9(1).

      *The student-and-term pairs a sponsor covers - an invoiced
      *line carries what the sponsor still owes on its invoice, an
      *uninvoiced one the cover it was attached with
       01 SPONSOR-TABLE-COUNT PIC 9(4) VALUE 0.
       01 SPONSOR-TABLE-CONTAINER.
         05 SPONSOR-TABLE-ENTRY
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON SPONSOR-TABLE-COUNT
               INDEXED BY SPS-IDX.
           10 SPTBL-STUDENT-NUMBER PIC 9(6).
           10 SPTBL-ACADEMIC-TERM PIC X(5).
           10 SPTBL-INVOICED PIC X(1).
           10 SPTBL-COVER-TYPE PIC X(1).
           10 SPTBL-COVER-PERCENT PIC 9(3).
           10 SPTBL-SPONSOR-OWES PIC 9(5)V99.

      *Today's date, stamped on notices and history records
       01 WS-TODAY PIC 9(8).

       01 WS-ON-GOOD-PLAN PIC X(3).
       01 WS-NOTICE-LEVEL PIC 9(1).
       01 WS-PAIR-FOUND PIC X(3).
      *What the sponsor still covers on the balance, and the part of
      *it left for the student to pay
       01 WS-WORK-AMOUNT PIC 9(5)V99.
       01 WS-SPONSOR-COVERAGE PIC 9(5)V99.
       01 WS-STUDENT-PART PIC 9(5)V99.

      *Keep track of the run's dispositions
       01 COUNTERS.
         05 RECORDS-READ PIC 9(5) VALUE 0.
         05 NOTICES-SENT PIC 9(5) VALUE 0.
         05 STUDENTS-SHIELDED PIC 9(5) VALUE 0.
         05 STUDENTS-SPONSORED PIC 9(5) VALUE 0.
         05 NOTICES-HELD PIC 9(5) VALUE 0.

      *What identifies a held notice on the undeliverable report -
      *the term and the level it would have gone out at
       01 WS-NOTICE-REFERENCE.
         05 WNR-ACADEMIC-TERM PIC X(5).
         05 FILLER PIC X(5) VALUE " LVL ".
         05 WNR-NOTICE-LEVEL PIC 9(1).

      *Notice line templates - moved into NOTICE-PRINT-OUT before
      *WRITE
         05 FILLER PIC X(2) VALUE SPACES.
         05 NTL-STUDENT-NAME PIC X(40).

       01 ADDRESS-STREET-LINE.
         05 FILLER PIC X(8) VALUE SPACES.
         05 ASL-STREET PIC X(30).

       01 ADDRESS-CITY-LINE.
         05 FILLER PIC X(8) VALUE SPACES.
         05 ACL-CITY PIC X(20).
         05 FILLER PIC X(1) VALUE SPACE.
         05 ACL-PROVINCE PIC X(2).
         05 FILLER PIC X(2) VALUE SPACES.
         05 ACL-POSTAL-CODE PIC X(7).

       01 NOTICE-BALANCE-LINE.
         05 FILLER PIC X(22) VALUE "BALANCE OUTSTANDING - ".
         05 NTL-BALANCE PIC ZZZZ9.99.
           PERFORM 201-OPEN-EXTERNAL-FILES.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
      *        Load the due dates, the plan shields, the sponsor
      *        cover, and the history
               PERFORM 202-LOAD-TERM-TABLE
               PERFORM 203-LOAD-PLAN-TABLE
               PERFORM 214-LOAD-SPONSOR-TABLE
               PERFORM 204-LOAD-SENT-TABLE
               PERFORM 217-LOAD-ADDRESS-TABLE

               ACCEPT WS-TODAY FROM DATE YYYYMMDD


               DISPLAY "COLLECTION NOTICES SENT " NOTICES-SENT
               DISPLAY "STUDENTS ON GOOD PLANS  " STUDENTS-SHIELDED
               DISPLAY "COVERED BY A SPONSOR    " STUDENTS-SPONSORED
               DISPLAY "NOTICES HELD - NO MAIL  " NOTICES-HELD
           END-IF.

      *Close all external files
               MOVE "YES" TO WS-PLAN-EOF
           END-IF.

      *    A system with no sponsors has no sponsorship file - every
      *    balance is the student's own
           OPEN INPUT SPONSORSHIP-FILE.
           IF WS-SPONSORSHIP-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-SPONSORSHIP-EOF
           END-IF.

      *    A first-ever run has no history yet - everyone overdue
      *    starts at level one
           OPEN INPUT NOTICE-HISTORY-FILE.
               MOVE "YES" TO WS-HISTORY-EOF
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

           OPEN OUTPUT NOTICE-PRINT-FILE.

      *Read every term due date into the table
               END-IF
           END-IF.

      *Read the sponsorship file keeping, for each line, what the
      *sponsor still owes once invoiced or the cover it was attached
      *with before then
       214-LOAD-SPONSOR-TABLE.
           PERFORM UNTIL WS-SPONSORSHIP-EOF IS EQUAL TO "YES"
               READ SPONSORSHIP-FILE
                   AT END
                       MOVE "YES" TO WS-SPONSORSHIP-EOF
                   NOT AT END
                       IF SPONSOR-TABLE-COUNT IS LESS THAN 2000
                           ADD 1 TO SPONSOR-TABLE-COUNT
                           PERFORM 215-STORE-SPONSORSHIP
                       ELSE
                           DISPLAY "SPONSOR TABLE FULL - ONLY THE FIRST"
                             " 2000 SPONSORSHIPS REDUCE A NOTICE"
                           MOVE "YES" TO WS-SPONSORSHIP-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *Store one sponsorship in the next table slot
       215-STORE-SPONSORSHIP.
           SET SPS-IDX TO SPONSOR-TABLE-COUNT.
           MOVE SPS-STUDENT-NUMBER TO SPTBL-STUDENT-NUMBER(SPS-IDX).
           MOVE SPS-ACADEMIC-TERM TO SPTBL-ACADEMIC-TERM(SPS-IDX).
           MOVE SPS-COVER-TYPE TO SPTBL-COVER-TYPE(SPS-IDX).
           MOVE SPS-COVER-PERCENT TO SPTBL-COVER-PERCENT(SPS-IDX).

           IF SPS-INVOICE-NUMBER IS EQUAL TO SPACES
               MOVE "N" TO SPTBL-INVOICED(SPS-IDX)
               MOVE SPS-COVER-AMOUNT TO WS-WORK-AMOUNT
               MOVE WS-WORK-AMOUNT TO SPTBL-SPONSOR-OWES(SPS-IDX)
           ELSE
               MOVE "Y" TO SPTBL-INVOICED(SPS-IDX)
               MOVE SPS-SPONSOR-SHARE TO WS-WORK-AMOUNT
               MOVE WS-WORK-AMOUNT TO SPTBL-SPONSOR-OWES(SPS-IDX)
               MOVE SPS-PAID-AMOUNT TO WS-WORK-AMOUNT
               IF WS-WORK-AMOUNT IS LESS THAN
                    SPTBL-SPONSOR-OWES(SPS-IDX)
                   SUBTRACT WS-WORK-AMOUNT FROM
                     SPTBL-SPONSOR-OWES(SPS-IDX)
               ELSE
                   MOVE ZEROS TO SPTBL-SPONSOR-OWES(SPS-IDX)
               END-IF
           END-IF.

      *Read the notice history keeping the highest level already
      *sent per student and term
       204-LOAD-SENT-TABLE.
               END-READ
           END-PERFORM.

      *Notice one student when their term is overdue, no plan in
      *good standing shields them, and some of the balance is still
      *theirs once the sponsor's part is set aside
       206-NOTICE-ONE-STUDENT.
           PERFORM 212-LOOKUP-TERM-DUE-DATE.

               IF WS-ON-GOOD-PLAN IS EQUAL TO "YES"
                   ADD 1 TO STUDENTS-SHIELDED
               ELSE
                   PERFORM 216-FIND-SPONSOR-COVERAGE
                   IF WS-SPONSOR-COVERAGE IS NOT LESS THAN
                        TUITION-OWED-INDEXED
                       ADD 1 TO STUDENTS-SPONSORED
                   ELSE
                       COMPUTE WS-STUDENT-PART =
                         TUITION-OWED-INDEXED - WS-SPONSOR-COVERAGE
                       PERFORM 207-SEND-NOTICE
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-PERFORM.

      *Total what sponsors still cover on the student's term - a
      *percentage not yet invoiced is taken of the balance as it
      *stands
       216-FIND-SPONSOR-COVERAGE.
           MOVE ZEROS TO WS-SPONSOR-COVERAGE.

           PERFORM VARYING SPS-IDX FROM 1 BY 1
             UNTIL SPS-IDX > SPONSOR-TABLE-COUNT
               IF SPTBL-STUDENT-NUMBER(SPS-IDX) IS EQUAL TO
                    STUDENT-NUMBER-INDEXED
                 AND SPTBL-ACADEMIC-TERM(SPS-IDX) IS EQUAL TO
                    ACADEMIC-TERM-INDEXED
                   IF SPTBL-INVOICED(SPS-IDX) IS EQUAL TO "N"
                     AND SPTBL-COVER-TYPE(SPS-IDX) IS EQUAL TO "P"
                       COMPUTE WS-WORK-AMOUNT ROUNDED =
                         TUITION-OWED-INDEXED *
                         SPTBL-COVER-PERCENT(SPS-IDX) / 100
                       ADD WS-WORK-AMOUNT TO WS-SPONSOR-COVERAGE
                   ELSE
                       ADD SPTBL-SPONSOR-OWES(SPS-IDX) TO
                         WS-SPONSOR-COVERAGE
                   END-IF
               END-IF
           END-PERFORM.

      *Work out the escalation level - one past the highest already
      *sent for the term, capped at final - then print the notice
      *and record it on the history. A notice that can't be mailed
      *is held instead and left off the history, so the student
      *isn't escalated past a letter they never received
       207-SEND-NOTICE.
           MOVE 1 TO WS-NOTICE-LEVEL.

               MOVE 3 TO WS-NOTICE-LEVEL
           END-IF.

           PERFORM 218-CHECK-MAIL-ADDRESS.

           IF WS-MAIL-HOLD-REASON IS NOT EQUAL TO SPACES
               PERFORM 219-HOLD-NOTICE
           ELSE
               PERFORM 208-PRINT-NOTICE

      *        Record the notice so the next run escalates instead of
      *        starting over
               MOVE SPACES TO NOTICE-HISTORY-RECORD
               MOVE STUDENT-NUMBER-INDEXED TO NTC-STUDENT-NUMBER
               MOVE ACADEMIC-TERM-INDEXED TO NTC-ACADEMIC-TERM
               MOVE WS-TODAY TO NTC-NOTICE-DATE
               MOVE WS-NOTICE-LEVEL TO NTC-NOTICE-LEVEL
               MOVE WS-STUDENT-PART TO NTC-BALANCE
               WRITE NOTICE-HISTORY-RECORD

               ADD 1 TO NOTICES-SENT
           END-IF.

      *Print one notice block - the wording escalates with the level
       208-PRINT-NOTICE.
           MOVE NOTICE-STUDENT-LINE TO NOTICE-PRINT-OUT.
           WRITE NOTICE-PRINT-OUT.

           PERFORM 220-PRINT-ADDRESS-BLOCK.

           MOVE WS-STUDENT-PART TO NTL-BALANCE.
           MOVE ACADEMIC-TERM-INDEXED TO NTL-TERM.
           MOVE NOTICE-BALANCE-LINE TO NOTICE-PRINT-OUT.
           WRITE NOTICE-PRINT-OUT.
                   WRITE NOTICE-PRINT-OUT
           END-EVALUATE.

      *Read the whole address file into the table - a student past
      *the bound is held as having no address rather than mailed
      *blind
       217-LOAD-ADDRESS-TABLE.
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
       218-CHECK-MAIL-ADDRESS.
           MOVE "NO ADDRESS ON FILE" TO WS-MAIL-HOLD-REASON.

           IF ADDRESS-TABLE-COUNT IS GREATER THAN 0
               SET ADR-IDX TO 1
               SEARCH ADDRESS-TABLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN ADTB-STUDENT-NUMBER(ADR-IDX) IS EQUAL TO
                          STUDENT-NUMBER-INDEXED
                       IF ADTB-RETURNED-MAIL(ADR-IDX) IS EQUAL TO "Y"
                           MOVE "RETURNED MAIL" TO WS-MAIL-HOLD-REASON
                       ELSE
                           MOVE SPACES TO WS-MAIL-HOLD-REASON
                       END-IF
               END-SEARCH
           END-IF.

      *Append the notice that would have gone out to the held mail
      *file
       219-HOLD-NOTICE.
           MOVE SPACES TO MAIL-HOLD-RECORD.
           MOVE STUDENT-NUMBER-INDEXED TO MHL-STUDENT-NUMBER.
           MOVE STUDENT-NAME-INDEXED TO MHL-STUDENT-NAME.
           MOVE "COLLECTION NOTICE" TO MHL-DOCUMENT.
           MOVE ACADEMIC-TERM-INDEXED TO WNR-ACADEMIC-TERM.
           MOVE WS-NOTICE-LEVEL TO WNR-NOTICE-LEVEL.
           MOVE WS-NOTICE-REFERENCE TO MHL-REFERENCE.
           MOVE WS-STUDENT-PART TO MHL-AMOUNT.
           MOVE WS-MAIL-HOLD-REASON TO MHL-HOLD-REASON.
           MOVE "CST-8283-PROJECT-26" TO MHL-SOURCE-PROGRAM.
           MOVE WS-TODAY TO MHL-HOLD-DATE.
           WRITE MAIL-HOLD-RECORD.

           ADD 1 TO NOTICES-HELD.

      *Print the address block under the name line
       220-PRINT-ADDRESS-BLOCK.
           MOVE ADTB-STREET(ADR-IDX) TO ASL-STREET.
           MOVE ADDRESS-STREET-LINE TO NOTICE-PRINT-OUT.
           WRITE NOTICE-PRINT-OUT.

           MOVE ADTB-CITY(ADR-IDX) TO ACL-CITY.
           MOVE ADTB-PROVINCE(ADR-IDX) TO ACL-PROVINCE.
           MOVE ADTB-POSTAL-CODE(ADR-IDX) TO ACL-POSTAL-CODE.
           MOVE ADDRESS-CITY-LINE TO NOTICE-PRINT-OUT.
           WRITE NOTICE-PRINT-OUT.

      *Close all external files
       209-CLOSE-EXTERNAL-FILES.
           CLOSE STUFILE-FILE-INDEXED.
           CLOSE TERM-DATE-FILE.
           CLOSE PAYMENT-PLAN-FILE.
           CLOSE SPONSORSHIP-FILE.
           CLOSE NOTICE-HISTORY-FILE.
           CLOSE NOTICE-PRINT-FILE.
           IF WS-ADDRESS-FILE-STATUS IS NOT EQUAL TO "35"
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE MAIL-HOLD-FILE.

           STOP RUN.
           GOBACK.
