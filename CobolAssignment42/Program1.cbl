       IDENTIFICATION DIVISION.
       PROGRAM-ID. CST-8283-PROJECT-42.
       AUTHOR. JONATHON SLAUNWHITE, LIAM HENLEY-VACHON.
       INSTALLATION. ALGONQUIN.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Link the held mail file and set as line sequential - every
      *notice, statement, receipt and cheque the mail runs held back
      *since the last report, cleared once it has been listed (see
      *copybooks/mail_hold_record.txt)
       SELECT MAIL-HOLD-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\MAIL-HOLD.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MAIL-HOLD-STATUS.

      *Link the student mailing address file and set as line
      *sequential - read front to back into the table, for the
      *address on file against each student's held items and the
      *list of addresses flagged returned-mail (see
      *copybooks/address_record.txt)
       SELECT ADDRESS-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\ADDRESS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ADDRESS-FILE-STATUS.

      *Link the indexed student master and set as indexed with random
      *access - read only, for the name against each returned-mail
      *address
       SELECT STUFILE-FILE-INDEXED
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\STUFILE-INDEXED.txt"
          ORGANIZATION  IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS STUDENT-NUMBER-INDEXED
          FILE STATUS IS FILE-STATUS-THING.

      *Link the undeliverable mail report and set as line sequential
       SELECT UNDELIVERABLE-REPORT
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\UNDELIVERABLE-REPORT.txt"
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

       DATA DIVISION.
       FILE SECTION.

      *Held mail record - see copybooks/mail_hold_record.txt
       FD MAIL-HOLD-FILE.
       COPY "mail_hold_record.txt".

      *Student mailing address record - see
      *copybooks/address_record.txt
       FD ADDRESS-FILE.
       COPY "address_record.txt".

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

      *Undeliverable mail report output
       FD UNDELIVERABLE-REPORT.
       01 UNDELIVERABLE-OUT PIC X(100).

      *Run-control record - shared layout, see
      *copybooks/run_control_record.txt
       FD RUN-CONTROL-FILE.
       COPY "run_control_record.txt".

       WORKING-STORAGE SECTION.

      *File status fields, one per file
       01 FILE-STATUS-THING PIC X(2).
       01 WS-MAIL-HOLD-STATUS PIC X(2).
       01 WS-ADDRESS-FILE-STATUS PIC X(2).

      *End-of-file flags, one per input file
       01 WS-MAIL-HOLD-EOF PIC X(4).
       01 WS-ADDRESS-EOF PIC X(4).

      *Set when the report can't be produced - a table too small for
      *the held items would leave items off the report, and the held
      *mail file is only cleared once everything in it has been
      *listed, so nothing is printed and nothing is cleared
       01 WS-ABORT-RUN PIC X(3) VALUE "NO".

      *Set when the master is on file, for the returned-mail names
       01 WS-MASTER-OPEN PIC X(3) VALUE "YES".

      *Run-control working fields - the log's file status and the
      *date/time stamped on the start and end records
       01 WS-RUN-CONTROL-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-TIME-RAW PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

      *Every address on file, in the file's student-number order
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
           10 ADTB-RETURNED-DATE PIC 9(8).

      *Every held item, kept in student-number order as they load so
      *each student's items print together - items for the same
      *student keep the order they were held in
       01 HOLD-TABLE-COUNT PIC 9(4) VALUE 0.
       01 HOLD-TABLE-CONTAINER.
         05 HOLD-TABLE-ENTRY
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON HOLD-TABLE-COUNT
               INDEXED BY HLD-IDX.
           10 HTBL-STUDENT-NUMBER PIC 9(6).
           10 HTBL-STUDENT-NAME PIC X(40).
           10 HTBL-DOCUMENT PIC X(17).
           10 HTBL-REFERENCE PIC X(12).
           10 HTBL-AMOUNT PIC X(10).
           10 HTBL-HOLD-REASON PIC X(18).
           10 HTBL-SOURCE-PROGRAM PIC X(20).
           10 HTBL-HOLD-DATE PIC 9(8).

      *Working fields for placing a held item and printing a student
       01 WS-SHIFT PIC 9(4).
       01 WS-SLOT-FOUND PIC X(3).
       01 WS-LAST-STUDENT PIC 9(6).
       01 WS-ADDRESS-FOUND PIC X(3).

      *Keep track of the run's counts
       01 COUNTERS.
         05 RECORDS-READ PIC 9(5) VALUE 0.
         05 ADDRESSES-READ PIC 9(5) VALUE 0.
         05 ITEMS-HELD PIC 9(5) VALUE 0.
         05 STUDENTS-HELD PIC 9(5) VALUE 0.
         05 RETURNED-ADDRESSES PIC 9(5) VALUE 0.
         05 LINES-WRITTEN PIC 9(5) VALUE 0.

      *Report line templates - moved into the report record before
      *WRITE
       01 REPORT-TITLE-LINE.
         05 FILLER PIC X(30) VALUE "UNDELIVERABLE MAIL REPORT".
         05 FILLER PIC X(8) VALUE "  RUN - ".
         05 RTL-RUN-DATE PIC 9(8).

       01 SECTION-HEADING-LINE.
         05 SHL-HEADING PIC X(100).

       01 STUDENT-HEADER-LINE.
         05 FILLER PIC X(8) VALUE "STUDENT ".
         05 STH-STUDENT-NUMBER PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 STH-STUDENT-NAME PIC X(40).

       01 ADDRESS-ON-FILE-LINE.
         05 FILLER PIC X(4) VALUE SPACES.
         05 AOF-STREET PIC X(30).
         05 FILLER PIC X(2) VALUE SPACES.
         05 AOF-CITY PIC X(20).
         05 FILLER PIC X(1) VALUE SPACES.
         05 AOF-PROVINCE PIC X(2).
         05 FILLER PIC X(2) VALUE SPACES.
         05 AOF-POSTAL-CODE PIC X(7).

       01 ADDRESS-STATUS-LINE.
         05 FILLER PIC X(4) VALUE SPACES.
         05 ASL-STATUS PIC X(30).
         05 ASL-FLAGGED-DATE PIC X(8).

       01 HELD-ITEM-LINE.
         05 FILLER PIC X(4) VALUE SPACES.
         05 HIL-DOCUMENT PIC X(17).
         05 FILLER PIC X(2) VALUE SPACES.
         05 HIL-REFERENCE PIC X(12).
         05 FILLER PIC X(2) VALUE SPACES.
         05 HIL-AMOUNT PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 HIL-HOLD-REASON PIC X(18).
         05 FILLER PIC X(2) VALUE SPACES.
         05 HIL-SOURCE-PROGRAM PIC X(20).
         05 FILLER PIC X(1) VALUE SPACES.
         05 HIL-HOLD-DATE PIC 9(8).

       01 RETURNED-ADDRESS-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 RAL-STUDENT-NUMBER PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RAL-STUDENT-NAME PIC X(40).
         05 FILLER PIC X(10) VALUE "  FLAGGED ".
         05 RAL-FLAGGED-DATE PIC X(8).

       01 TOTAL-LINE.
         05 TTL-LABEL PIC X(30).
         05 TTL-COUNT PIC ZZZZ9.

       01 REPORT-MESSAGE-LINE.
         05 RPT-MESSAGE PIC X(100).

       PROCEDURE DIVISION.

       100-PRODUCE-UNDELIVERABLE-REPORT.
      *Write the run's start record to the shared run-control log
           PERFORM 800-WRITE-RUN-START.
      *Open the files
           PERFORM 201-OPEN-EXTERNAL-FILES.

           MOVE WS-RUN-DATE TO RTL-RUN-DATE.
           MOVE REPORT-TITLE-LINE TO UNDELIVERABLE-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

      *Load the addresses, then the held items in student order
           PERFORM 202-LOAD-ADDRESS-TABLE.
           PERFORM 203-LOAD-HOLD-TABLE.

      *    Re-checked after the loads - an overfull table means some
      *    held items were never loaded, so nothing is printed and
      *    the held mail file is left for the next run
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               MOVE SPACES TO SECTION-HEADING-LINE
               MOVE "ITEMS HELD - NOT MAILED" TO SHL-HEADING
               MOVE SECTION-HEADING-LINE TO UNDELIVERABLE-OUT
               PERFORM 290-WRITE-REPORT-LINE

               IF HOLD-TABLE-COUNT IS EQUAL TO 0
                   MOVE SPACES TO REPORT-MESSAGE-LINE
                   MOVE "  NO MAIL HELD SINCE THE LAST REPORT"
                     TO RPT-MESSAGE
                   MOVE REPORT-MESSAGE-LINE TO UNDELIVERABLE-OUT
                   PERFORM 290-WRITE-REPORT-LINE
               END-IF

               MOVE ZEROS TO WS-LAST-STUDENT
               PERFORM 205-WRITE-HELD-ITEM
                 VARYING HLD-IDX FROM 1 BY 1
                 UNTIL HLD-IDX > HOLD-TABLE-COUNT

               MOVE SPACES TO SECTION-HEADING-LINE
               MOVE "ADDRESSES FLAGGED RETURNED MAIL" TO SHL-HEADING
               MOVE SECTION-HEADING-LINE TO UNDELIVERABLE-OUT
               PERFORM 290-WRITE-REPORT-LINE

               PERFORM 207-WRITE-RETURNED-ADDRESS
                 VARYING ADR-IDX FROM 1 BY 1
                 UNTIL ADR-IDX > ADDRESS-TABLE-COUNT

               IF RETURNED-ADDRESSES IS EQUAL TO 0
                   MOVE SPACES TO REPORT-MESSAGE-LINE
                   MOVE "  NO ADDRESSES FLAGGED" TO RPT-MESSAGE
                   MOVE REPORT-MESSAGE-LINE TO UNDELIVERABLE-OUT
                   PERFORM 290-WRITE-REPORT-LINE
               END-IF

               PERFORM 208-WRITE-TOTALS
               PERFORM 210-CLEAR-MAIL-HOLD

      *        Display the run's counts for the console log
               DISPLAY "HELD RECORDS READ        " RECORDS-READ
               DISPLAY "ADDRESSES READ           " ADDRESSES-READ
               DISPLAY "ITEMS HELD               " ITEMS-HELD
               DISPLAY "STUDENTS WITH MAIL HELD  " STUDENTS-HELD
               DISPLAY "RETURNED-MAIL ADDRESSES  " RETURNED-ADDRESSES
           ELSE
               MOVE SPACES TO REPORT-MESSAGE-LINE
               MOVE "RUN ABORTED - NO REPORT PRINTED, MAIL-HOLD.txt NOT
      -             " CLEARED" TO RPT-MESSAGE
               MOVE REPORT-MESSAGE-LINE TO UNDELIVERABLE-OUT
               PERFORM 290-WRITE-REPORT-LINE
               DISPLAY "UNDELIVERABLE REPORT ABORTED - RC 8"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *Close all external files
           PERFORM 209-CLOSE-EXTERNAL-FILES.

      *Open all external files for read and write
       201-OPEN-EXTERNAL-FILES.
      *    No held mail file just means nothing has been held since
      *    the last report
           OPEN INPUT MAIL-HOLD-FILE.

           IF WS-MAIL-HOLD-STATUS IS EQUAL TO "35"
               DISPLAY "MAIL-HOLD.txt NOT FOUND - NO MAIL HELD"
               MOVE "YES" TO WS-MAIL-HOLD-EOF
           END-IF.

           OPEN INPUT ADDRESS-FILE.

           IF WS-ADDRESS-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "ADDRESS.txt NOT FOUND - NO ADDRESSES ON FILE"
               MOVE "YES" TO WS-ADDRESS-EOF
           END-IF.

      *    The master only supplies names for the returned-mail list,
      *    so the report still runs without it
           OPEN INPUT STUFILE-FILE-INDEXED.

           IF FILE-STATUS-THING IS EQUAL TO "35"
               DISPLAY "STUFILE-FILE-INDEXED NOT FOUND - RETURNED-MAIL"
               DISPLAY "ADDRESSES ARE LISTED WITHOUT NAMES"
               MOVE "NO" TO WS-MASTER-OPEN
           END-IF.

           OPEN OUTPUT UNDELIVERABLE-REPORT.

      *Read the address file into the table - an address past the
      *table's end is left off the report with a console warning,
      *since the held items it would sit against still print
       202-LOAD-ADDRESS-TABLE.
           PERFORM UNTIL WS-ADDRESS-EOF IS EQUAL TO "YES"
               READ ADDRESS-FILE
                   AT END
                       MOVE "YES" TO WS-ADDRESS-EOF
                   NOT AT END
                       ADD 1 TO ADDRESSES-READ
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
                           MOVE ADR-RETURNED-DATE TO
                             ADTB-RETURNED-DATE(ADR-IDX)
                       ELSE
                           DISPLAY "ADDRESS TABLE FULL - ADDRESSES PAST"
                             " THE FIRST 2000 ARE NOT LISTED"
                           MOVE "YES" TO WS-ADDRESS-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *Read the held mail file, placing each item by student number
       203-LOAD-HOLD-TABLE.
           PERFORM UNTIL WS-MAIL-HOLD-EOF IS EQUAL TO "YES"
               READ MAIL-HOLD-FILE
                   AT END
                       MOVE "YES" TO WS-MAIL-HOLD-EOF
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM 204-INSERT-HELD-ITEM
               END-READ
           END-PERFORM.

      *Place one held item in the table by its student number - every
      *item for a later student moves up one place to make room, so
      *items for the same student keep their file order. An overfull
      *table aborts the run
       204-INSERT-HELD-ITEM.
           IF HOLD-TABLE-COUNT IS NOT LESS THAN 2000
               DISPLAY "HELD MAIL TABLE FULL - MORE THAN 2000 ITEMS"
               DISPLAY "HELD"
               MOVE "YES" TO WS-ABORT-RUN
               MOVE "YES" TO WS-MAIL-HOLD-EOF
           ELSE
               MOVE HOLD-TABLE-COUNT TO WS-SHIFT
               ADD 1 TO HOLD-TABLE-COUNT
               MOVE "NO" TO WS-SLOT-FOUND

               PERFORM UNTIL WS-SLOT-FOUND IS EQUAL TO "YES"
                   IF WS-SHIFT IS EQUAL TO 0
                       MOVE "YES" TO WS-SLOT-FOUND
                   ELSE
                       IF HTBL-STUDENT-NUMBER(WS-SHIFT) IS GREATER THAN
                            MHL-STUDENT-NUMBER
                           MOVE HOLD-TABLE-ENTRY(WS-SHIFT) TO
                             HOLD-TABLE-ENTRY(WS-SHIFT + 1)
                           SUBTRACT 1 FROM WS-SHIFT
                       ELSE
                           MOVE "YES" TO WS-SLOT-FOUND
                       END-IF
                   END-IF
               END-PERFORM

               ADD 1 TO WS-SHIFT
               MOVE MHL-STUDENT-NUMBER TO HTBL-STUDENT-NUMBER(WS-SHIFT)
               MOVE MHL-STUDENT-NAME TO HTBL-STUDENT-NAME(WS-SHIFT)
               MOVE MHL-DOCUMENT TO HTBL-DOCUMENT(WS-SHIFT)
               MOVE MHL-REFERENCE TO HTBL-REFERENCE(WS-SHIFT)
               MOVE MHL-AMOUNT TO HTBL-AMOUNT(WS-SHIFT)
               MOVE MHL-HOLD-REASON TO HTBL-HOLD-REASON(WS-SHIFT)
               MOVE MHL-SOURCE-PROGRAM TO
                 HTBL-SOURCE-PROGRAM(WS-SHIFT)
               MOVE MHL-HOLD-DATE TO HTBL-HOLD-DATE(WS-SHIFT)
           END-IF.

      *Print one held item, heading it with the student and the
      *address on file when it is the student's first
       205-WRITE-HELD-ITEM.
           IF HTBL-STUDENT-NUMBER(HLD-IDX) IS NOT EQUAL TO
                WS-LAST-STUDENT
               PERFORM 206-WRITE-STUDENT-HEADER
               MOVE HTBL-STUDENT-NUMBER(HLD-IDX) TO WS-LAST-STUDENT
           END-IF.

           MOVE HTBL-DOCUMENT(HLD-IDX) TO HIL-DOCUMENT.
           MOVE HTBL-REFERENCE(HLD-IDX) TO HIL-REFERENCE.
           MOVE HTBL-AMOUNT(HLD-IDX) TO HIL-AMOUNT.
           MOVE HTBL-HOLD-REASON(HLD-IDX) TO HIL-HOLD-REASON.
           MOVE HTBL-SOURCE-PROGRAM(HLD-IDX) TO HIL-SOURCE-PROGRAM.
           MOVE HTBL-HOLD-DATE(HLD-IDX) TO HIL-HOLD-DATE.
           MOVE HELD-ITEM-LINE TO UNDELIVERABLE-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           ADD 1 TO ITEMS-HELD.

      *Print the student's name and the address on file now - so the
      *office can see whether it has been corrected since the items
      *were held
       206-WRITE-STUDENT-HEADER.
           ADD 1 TO STUDENTS-HELD.

           MOVE SPACES TO UNDELIVERABLE-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           MOVE HTBL-STUDENT-NUMBER(HLD-IDX) TO STH-STUDENT-NUMBER.
           MOVE HTBL-STUDENT-NAME(HLD-IDX) TO STH-STUDENT-NAME.
           MOVE STUDENT-HEADER-LINE TO UNDELIVERABLE-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           MOVE "NO" TO WS-ADDRESS-FOUND.

           IF ADDRESS-TABLE-COUNT IS GREATER THAN 0
               SET ADR-IDX TO 1
               SEARCH ADDRESS-TABLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN ADTB-STUDENT-NUMBER(ADR-IDX) IS EQUAL TO
                          HTBL-STUDENT-NUMBER(HLD-IDX)
                       MOVE "YES" TO WS-ADDRESS-FOUND
               END-SEARCH
           END-IF.

           MOVE SPACES TO ASL-FLAGGED-DATE.

           IF WS-ADDRESS-FOUND IS EQUAL TO "YES"
               MOVE ADTB-STREET(ADR-IDX) TO AOF-STREET
               MOVE ADTB-CITY(ADR-IDX) TO AOF-CITY
               MOVE ADTB-PROVINCE(ADR-IDX) TO AOF-PROVINCE
               MOVE ADTB-POSTAL-CODE(ADR-IDX) TO AOF-POSTAL-CODE
               MOVE ADDRESS-ON-FILE-LINE TO UNDELIVERABLE-OUT
               PERFORM 290-WRITE-REPORT-LINE

               IF ADTB-RETURNED-MAIL(ADR-IDX) IS EQUAL TO "Y"
                   MOVE "RETURNED MAIL - FLAGGED" TO ASL-STATUS
                   MOVE ADTB-RETURNED-DATE(ADR-IDX) TO ASL-FLAGGED-DATE
               ELSE
                   MOVE "ADDRESS NOW GOOD - REMAIL" TO ASL-STATUS
               END-IF
           ELSE
               MOVE "NO ADDRESS ON FILE" TO ASL-STATUS
           END-IF.

           MOVE ADDRESS-STATUS-LINE TO UNDELIVERABLE-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

      *List one address when it is flagged returned-mail, with the
      *student's name off the master
       207-WRITE-RETURNED-ADDRESS.
           IF ADTB-RETURNED-MAIL(ADR-IDX) IS EQUAL TO "Y"
               ADD 1 TO RETURNED-ADDRESSES

               MOVE ADTB-STUDENT-NUMBER(ADR-IDX) TO RAL-STUDENT-NUMBER
               MOVE ADTB-RETURNED-DATE(ADR-IDX) TO RAL-FLAGGED-DATE

               IF WS-MASTER-OPEN IS EQUAL TO "YES"
                   MOVE ADTB-STUDENT-NUMBER(ADR-IDX) TO
                     STUDENT-NUMBER-INDEXED
                   READ STUFILE-FILE-INDEXED
                       INVALID KEY
                           MOVE "NOT ON THE MASTER" TO RAL-STUDENT-NAME
                       NOT INVALID KEY
                           MOVE STUDENT-NAME-INDEXED TO
                             RAL-STUDENT-NAME
                   END-READ
               ELSE
                   MOVE SPACES TO RAL-STUDENT-NAME
               END-IF

               MOVE SPACES TO UNDELIVERABLE-OUT
               PERFORM 290-WRITE-REPORT-LINE
               MOVE RETURNED-ADDRESS-LINE TO UNDELIVERABLE-OUT
               PERFORM 290-WRITE-REPORT-LINE

               MOVE ADTB-STREET(ADR-IDX) TO AOF-STREET
               MOVE ADTB-CITY(ADR-IDX) TO AOF-CITY
               MOVE ADTB-PROVINCE(ADR-IDX) TO AOF-PROVINCE
               MOVE ADTB-POSTAL-CODE(ADR-IDX) TO AOF-POSTAL-CODE
               MOVE ADDRESS-ON-FILE-LINE TO UNDELIVERABLE-OUT
               PERFORM 290-WRITE-REPORT-LINE
           END-IF.

      *Print the report's totals
       208-WRITE-TOTALS.
           MOVE SPACES TO UNDELIVERABLE-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           MOVE "ITEMS HELD" TO TTL-LABEL.
           MOVE ITEMS-HELD TO TTL-COUNT.
           MOVE TOTAL-LINE TO UNDELIVERABLE-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           MOVE "STUDENTS WITH MAIL HELD" TO TTL-LABEL.
           MOVE STUDENTS-HELD TO TTL-COUNT.
           MOVE TOTAL-LINE TO UNDELIVERABLE-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

           MOVE "RETURNED-MAIL ADDRESSES" TO TTL-LABEL.
           MOVE RETURNED-ADDRESSES TO TTL-COUNT.
           MOVE TOTAL-LINE TO UNDELIVERABLE-OUT.
           PERFORM 290-WRITE-REPORT-LINE.

      *Empty the held mail file now everything in it is on the
      *report - the mail runs start a fresh one at their next hold
       210-CLEAR-MAIL-HOLD.
           IF WS-MAIL-HOLD-STATUS IS NOT EQUAL TO "35"
               CLOSE MAIL-HOLD-FILE
               OPEN OUTPUT MAIL-HOLD-FILE
           END-IF.

      *Write the line in the report record and count it
       290-WRITE-REPORT-LINE.
           WRITE UNDELIVERABLE-OUT.
           ADD 1 TO LINES-WRITTEN.

      *Close all external files
       209-CLOSE-EXTERNAL-FILES.
           PERFORM 810-WRITE-RUN-END.
           IF WS-MAIL-HOLD-STATUS IS NOT EQUAL TO "35"
               CLOSE MAIL-HOLD-FILE
           END-IF.
           IF WS-ADDRESS-FILE-STATUS IS NOT EQUAL TO "35"
               CLOSE ADDRESS-FILE
           END-IF.
           IF WS-MASTER-OPEN IS EQUAL TO "YES"
               CLOSE STUFILE-FILE-INDEXED
           END-IF.
           CLOSE UNDELIVERABLE-REPORT.

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
      *summary reports on - every held item counts as an exception
       810-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.

           PERFORM 820-STAMP-RUN-RECORD.
           MOVE "END" TO RC-RECORD-TYPE.
           COMPUTE RC-RECORDS-READ = RECORDS-READ + ADDRESSES-READ.
           MOVE LINES-WRITTEN TO RC-RECORDS-WRITTEN.
           MOVE ITEMS-HELD TO RC-EXCEPTION-COUNT.
           IF WS-ABORT-RUN IS EQUAL TO "YES"
               MOVE "ABORTED" TO RC-COMPLETION-STATUS
           ELSE
               MOVE "NORMAL" TO RC-COMPLETION-STATUS
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
           MOVE "CST-8283-PROJECT-42" TO RC-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO RC-RUN-DATE.
           MOVE WS-RUN-TIME TO RC-RUN-TIME.
           MOVE ZEROS TO RC-RECORDS-READ RC-RECORDS-WRITTEN
             RC-EXCEPTION-COUNT RC-REJECT-COUNT.

       END PROGRAM CST-8283-PROJECT-42.
