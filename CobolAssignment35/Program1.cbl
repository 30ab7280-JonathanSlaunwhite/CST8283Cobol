       IDENTIFICATION DIVISION.
       PROGRAM-ID. CST-8283-PROJECT-35.
       AUTHOR. JONATHON SLAUNWHITE, LIAM HENLEY-VACHON.
       INSTALLATION. ALGONQUIN.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Link the dated financial ledger and set as line sequential -
      *the term's ASSESS entry is what gets split between student
      *and sponsor (see copybooks/ledger_record.txt)
       SELECT LEDGER-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\LEDGER.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LEDGER-STATUS.

      *Link the indexed student master built by CST-8283-PROJECT-3 and
      *set it as indexed with access mode as random and the student
      *number as the record key - read only for the name each invoice
      *line carries
       SELECT STUFILE-FILE-INDEXED
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\STUFILE-INDEXED.txt"
          ORGANIZATION  IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS STUDENT-NUMBER-INDEXED
          FILE STATUS IS FILE-STATUS-THING.

      *Link the sponsor master and set as line sequential - who each
      *invoice is addressed to (see copybooks/sponsor_record.txt)
       SELECT SPONSOR-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\SPONSOR.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SPONSOR-FILE-STATUS.

      *Link the sponsorship file and set as line sequential - every
      *line invoiced this run is written back with its invoice number
      *and sponsor share (see copybooks/sponsorship_record.txt)
       SELECT SPONSORSHIP-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\SPONSORSHIPS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SPONSORSHIP-STATUS.

      *Link the sponsor invoice register and set as line sequential
      *- each invoice billed this run is added to it (see
      *copybooks/sponsor_invoice_record.txt)
       SELECT SPONSOR-INVOICE-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\SPONSOR-INVOICES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-INVOICE-FILE-STATUS.

      *Link the printed sponsor invoices and set as line sequential
       SELECT SPONSOR-INVOICE-PRINT
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\SPONSOR-INVOICE-PRINT.txt"
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

      *Dated financial ledger record - shared layout, see
      *copybooks/ledger_record.txt
       FD LEDGER-FILE.
       COPY "ledger_record.txt".

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

      *Printed sponsor invoice output
       FD SPONSOR-INVOICE-PRINT.
       01 INVOICE-PRINT-OUT PIC X(100).

      *Run-control record - shared layout, see
      *copybooks/run_control_record.txt
       FD RUN-CONTROL-FILE.
       COPY "run_control_record.txt".

       WORKING-STORAGE SECTION.

      *File status fields, one per file
       01 FILE-STATUS-THING PIC X(2).
       01 WS-LEDGER-STATUS PIC X(2).
       01 WS-SPONSOR-FILE-STATUS PIC X(2).
       01 WS-SPONSORSHIP-STATUS PIC X(2).
       01 WS-INVOICE-FILE-STATUS PIC X(2).

      *End-of-file flags, one per input file
       01 WS-LEDGER-EOF PIC X(4).
       01 WS-SPONSOR-EOF PIC X(4).
       01 WS-SPONSORSHIP-EOF PIC X(4).
       01 WS-INVOICE-EOF PIC X(4).

      *Set when a file is missing or too big to hold - nothing is
      *invoiced and the files are left exactly as they were
       01 WS-ABORT-RUN PIC X(3) VALUE "NO".

      *Run-control working fields - the log's file status and the
      *date/time stamped on the start and end records
       01 WS-RUN-CONTROL-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-TIME-RAW PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).
       01 WS-TODAY PIC 9(8).

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

      *In-memory copy of the whole sponsorship file, plus the term's
      *assessed tuition found on the ledger for each line
       01 SPONSORSHIP-TABLE-COUNT PIC 9(4) VALUE 0.
       01 SPONSORSHIP-TABLE-CONTAINER.
         05 SPONSORSHIP-TABLE-ENTRY
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON SPONSORSHIP-TABLE-COUNT
               INDEXED BY SPS-IDX
                          LINE-IDX.
           10 SSTB-STUDENT-NUMBER PIC 9(6).
           10 SSTB-ACADEMIC-TERM PIC X(5).
           10 SSTB-SPONSOR-ID PIC X(5).
           10 SSTB-COVER-TYPE PIC X(1).
           10 SSTB-COVER-AMOUNT PIC 9(5)V99.
           10 SSTB-COVER-PERCENT PIC 9(3).
           10 SSTB-INVOICE-NUMBER PIC X(6).
           10 SSTB-SPONSOR-SHARE PIC 9(5)V99.
           10 SSTB-PAID-AMOUNT PIC 9(5)V99.
           10 SSTB-ASSESSED-AMOUNT PIC 9(5)V99.
           10 SSTB-ASSESSED-FOUND PIC X(3).

      *Next invoice number - one past the highest on the register
       01 WS-NEXT-INVOICE-NUMBER PIC 9(6) VALUE 0.
       01 WS-INVOICE-NUMBER-X PIC X(6).

      *Working fields for one ledger entry, one line, and one invoice
       01 WS-WORK-AMOUNT PIC 9(5)V99.
       01 WS-STUDENT-SHARE PIC 9(5)V99.
       01 WS-INVOICE-TOTAL PIC 9(7)V99.
       01 WS-INVOICE-SPONSOR-ID PIC X(5).
       01 WS-INVOICE-TERM PIC X(5).
       01 WS-SPONSOR-FOUND PIC X(3).
       01 WS-LINE-READY PIC X(3).

      *Keep track of the run's counts
       01 COUNTERS.
         05 RECORDS-READ PIC 9(5) VALUE 0.
         05 LINES-INVOICED PIC 9(5) VALUE 0.
         05 INVOICES-WRITTEN PIC 9(5) VALUE 0.
         05 LINES-NOT-ASSESSED PIC 9(5) VALUE 0.
         05 LINES-NO-SPONSOR PIC 9(5) VALUE 0.

      *Invoice line templates - moved into INVOICE-PRINT-OUT before
      *WRITE
       01 INVOICE-TITLE-LINE.
         05 FILLER PIC X(16) VALUE "SPONSOR INVOICE ".
         05 IVT-INVOICE-NUMBER PIC 9(6).
         05 FILLER PIC X(10) VALUE "   TERM - ".
         05 IVT-ACADEMIC-TERM PIC X(5).
         05 FILLER PIC X(10) VALUE "   DATE - ".
         05 IVT-INVOICE-DATE PIC 9(8).

       01 INVOICE-ADDRESS-LINE.
         05 FILLER PIC X(5) VALUE SPACES.
         05 IVA-TEXT PIC X(40).

       01 INVOICE-HEADING-LINE.
         05 FILLER PIC X(9) VALUE "STUDENT".
         05 FILLER PIC X(42) VALUE "NAME".
         05 FILLER PIC X(13) VALUE "ASSESSED".
         05 FILLER PIC X(13) VALUE "SPONSOR".
         05 FILLER PIC X(13) VALUE "STUDENT".

       01 INVOICE-DETAIL-LINE.
         05 IVD-STUDENT-NUMBER PIC 9(6).
         05 FILLER PIC X(3) VALUE SPACES.
         05 IVD-STUDENT-NAME PIC X(40).
         05 FILLER PIC X(2) VALUE SPACES.
         05 IVD-ASSESSED PIC ZZZZ9.99.
         05 FILLER PIC X(5) VALUE SPACES.
         05 IVD-SPONSOR-SHARE PIC ZZZZ9.99.
         05 FILLER PIC X(5) VALUE SPACES.
         05 IVD-STUDENT-SHARE PIC ZZZZ9.99.

       01 INVOICE-TOTAL-LINE.
         05 FILLER PIC X(30) VALUE "AMOUNT DUE FROM SPONSOR - ".
         05 IVS-INVOICE-TOTAL PIC ZZZZZZ9.99.

       01 INVOICE-MESSAGE-LINE.
         05 IVM-MESSAGE PIC X(100).

       PROCEDURE DIVISION.

       100-INVOICE-SPONSORS.
      *Write the run's start record to the shared run-control log
           PERFORM 800-WRITE-RUN-START.
      *Open the files - a missing ledger aborts before anything is
      *invoiced
           PERFORM 201-OPEN-EXTERNAL-FILES.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
      *        Load the sponsors, the sponsorships, and the register's
      *        highest invoice number
               PERFORM 202-LOAD-SPONSOR-TABLE
               PERFORM 203-LOAD-SPONSORSHIP-TABLE
               PERFORM 204-FIND-NEXT-INVOICE-NUMBER
           END-IF.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
      *        Find each uninvoiced line's assessed tuition, split it,
      *        and bill each sponsor one invoice per term
               PERFORM 205-FIND-ASSESSED-TUITION
               PERFORM 207-BILL-SPONSORS

               IF INVOICES-WRITTEN > 0
                   PERFORM 213-REWRITE-SPONSORSHIP-FILE
               ELSE
                   MOVE SPACES TO INVOICE-MESSAGE-LINE
                   MOVE "NO SPONSORSHIPS READY TO INVOICE" TO
                     IVM-MESSAGE
                   MOVE INVOICE-MESSAGE-LINE TO INVOICE-PRINT-OUT
                   WRITE INVOICE-PRINT-OUT
               END-IF

      *        Display the run's counts for the console log
               DISPLAY "LEDGER ENTRIES READ      " RECORDS-READ
               DISPLAY "INVOICES WRITTEN         " INVOICES-WRITTEN
               DISPLAY "STUDENT LINES INVOICED   " LINES-INVOICED
               DISPLAY "LINES NOT YET ASSESSED   " LINES-NOT-ASSESSED
               DISPLAY "LINES - SPONSOR INACTIVE " LINES-NO-SPONSOR
           ELSE
               DISPLAY "SPONSOR INVOICING REFUSED - RC 8"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *Close all external files
           PERFORM 209-CLOSE-EXTERNAL-FILES.

      *Open all external files for read and write
       201-OPEN-EXTERNAL-FILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT LEDGER-FILE.

           IF WS-LEDGER-STATUS IS EQUAL TO "35"
               DISPLAY "LEDGER.txt NOT FOUND - NO ASSESSED TUITION TO"
               DISPLAY "SPLIT, NOTHING CAN BE INVOICED"
               MOVE "YES" TO WS-ABORT-RUN
               MOVE "YES" TO WS-LEDGER-EOF
           END-IF.

           OPEN INPUT STUFILE-FILE-INDEXED.

           IF FILE-STATUS-THING IS EQUAL TO "35"
               DISPLAY "STUFILE-FILE-INDEXED NOT FOUND - RUN THE"
               DISPLAY "NIGHTLY LOAD (CST-8283-PROJECT-3) FIRST"
               MOVE "YES" TO WS-ABORT-RUN
           END-IF.

      *    No sponsor files yet means nobody is sponsored - the run
      *    simply has nothing to bill
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

           OPEN OUTPUT SPONSOR-INVOICE-PRINT.

      *Read the whole sponsor master into the table
       202-LOAD-SPONSOR-TABLE.
           PERFORM UNTIL WS-SPONSOR-EOF IS EQUAL TO "YES"
               READ SPONSOR-FILE
                   AT END
                       MOVE "YES" TO WS-SPONSOR-EOF
                   NOT AT END
                       IF SPONSOR-TABLE-COUNT IS NOT LESS THAN 200
                           DISPLAY "SPONSOR FILE EXCEEDS 200 ENTRIES"
                             " - RUN ABORTED, NOTHING INVOICED"
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

      *Read the whole sponsorship file into the table - an overfull
      *table would drop lines when it is written back, so it aborts
       203-LOAD-SPONSORSHIP-TABLE.
           PERFORM UNTIL WS-SPONSORSHIP-EOF IS EQUAL TO "YES"
               READ SPONSORSHIP-FILE
                   AT END
                       MOVE "YES" TO WS-SPONSORSHIP-EOF
                   NOT AT END
                       IF SPONSORSHIP-TABLE-COUNT IS NOT LESS THAN
                            2000
                           DISPLAY "SPONSORSHIP FILE EXCEEDS 2000"
                             " ENTRIES - RUN ABORTED, NOTHING"
                             " INVOICED"
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
           MOVE ZEROS TO SSTB-ASSESSED-AMOUNT(SPS-IDX).
           MOVE "NO" TO SSTB-ASSESSED-FOUND(SPS-IDX).

      *Read the register only for its highest invoice number - the
      *run's invoices are numbered on from there
       204-FIND-NEXT-INVOICE-NUMBER.
           PERFORM UNTIL WS-INVOICE-EOF IS EQUAL TO "YES"
               READ SPONSOR-INVOICE-FILE
                   AT END
                       MOVE "YES" TO WS-INVOICE-EOF
                   NOT AT END
                       IF SIV-INVOICE-NUMBER IS GREATER THAN
                            WS-NEXT-INVOICE-NUMBER
                           MOVE SIV-INVOICE-NUMBER TO
                             WS-NEXT-INVOICE-NUMBER
                       END-IF
               END-READ
           END-PERFORM.

           ADD 1 TO WS-NEXT-INVOICE-NUMBER.

      *Read the ledger front to back - each ASSESS entry sets the
      *assessed tuition on the uninvoiced lines for its student and
      *term; a rerun assessment comes later on the ledger, so the
      *last one found is the one billed
       205-FIND-ASSESSED-TUITION.
           PERFORM UNTIL WS-LEDGER-EOF IS EQUAL TO "YES"
               READ LEDGER-FILE
                   AT END
                       MOVE "YES" TO WS-LEDGER-EOF
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       IF LGR-ENTRY-TYPE IS EQUAL TO "ASSESS"
                           MOVE LGR-AMOUNT TO WS-WORK-AMOUNT
                           PERFORM 208-SET-ASSESSED-AMOUNT
                             VARYING SPS-IDX FROM 1 BY 1
                             UNTIL SPS-IDX > SPONSORSHIP-TABLE-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      *Set one line's assessed tuition if the entry is its own
       208-SET-ASSESSED-AMOUNT.
           IF SSTB-STUDENT-NUMBER(SPS-IDX) IS EQUAL TO
                LGR-STUDENT-NUMBER
             AND SSTB-ACADEMIC-TERM(SPS-IDX) IS EQUAL TO
                LGR-ACADEMIC-TERM
             AND SSTB-INVOICE-NUMBER(SPS-IDX) IS EQUAL TO SPACES
               MOVE WS-WORK-AMOUNT TO SSTB-ASSESSED-AMOUNT(SPS-IDX)
               MOVE "YES" TO SSTB-ASSESSED-FOUND(SPS-IDX)
           END-IF.

      *Work down the sponsorships - the first uninvoiced, assessed
      *line of an active sponsor opens an invoice for that sponsor
      *and term, and every other such line for the same sponsor and
      *term goes on it
       207-BILL-SPONSORS.
           PERFORM VARYING SPS-IDX FROM 1 BY 1
             UNTIL SPS-IDX > SPONSORSHIP-TABLE-COUNT
               IF SSTB-INVOICE-NUMBER(SPS-IDX) IS EQUAL TO SPACES
                   IF SSTB-ASSESSED-FOUND(SPS-IDX) IS NOT EQUAL TO
                        "YES"
                       ADD 1 TO LINES-NOT-ASSESSED
                   ELSE
                       PERFORM 210-FIND-SPONSOR
                       IF WS-SPONSOR-FOUND IS EQUAL TO "YES"
                           PERFORM 211-WRITE-ONE-INVOICE
                       ELSE
                           ADD 1 TO LINES-NO-SPONSOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *Look the line's sponsor up - a sponsor no longer on file or
      *marked inactive is not billed
       210-FIND-SPONSOR.
           MOVE "NO" TO WS-SPONSOR-FOUND.
           SET SPN-IDX TO 1.
           SEARCH SPONSOR-TABLE-ENTRY
               AT END
                   MOVE "NO" TO WS-SPONSOR-FOUND
               WHEN SPTB-SPONSOR-ID(SPN-IDX) IS EQUAL TO
                      SSTB-SPONSOR-ID(SPS-IDX)
                   IF SPTB-STATUS(SPN-IDX) IS NOT EQUAL TO "I"
                       MOVE "YES" TO WS-SPONSOR-FOUND
                   END-IF
           END-SEARCH.

      *Print one consolidated invoice - the sponsor's billing block,
      *a line per student, and the total - and add it to the register
       211-WRITE-ONE-INVOICE.
           MOVE WS-NEXT-INVOICE-NUMBER TO WS-INVOICE-NUMBER-X.
           MOVE SSTB-SPONSOR-ID(SPS-IDX) TO WS-INVOICE-SPONSOR-ID.
           MOVE SSTB-ACADEMIC-TERM(SPS-IDX) TO WS-INVOICE-TERM.
           MOVE ZEROS TO WS-INVOICE-TOTAL.

           MOVE WS-NEXT-INVOICE-NUMBER TO IVT-INVOICE-NUMBER.
           MOVE WS-INVOICE-TERM TO IVT-ACADEMIC-TERM.
           MOVE WS-TODAY TO IVT-INVOICE-DATE.
           MOVE INVOICE-TITLE-LINE TO INVOICE-PRINT-OUT.
           WRITE INVOICE-PRINT-OUT.

           MOVE SPACES TO INVOICE-ADDRESS-LINE.
           MOVE SPTB-SPONSOR-NAME(SPN-IDX) TO IVA-TEXT.
           MOVE INVOICE-ADDRESS-LINE TO INVOICE-PRINT-OUT.
           WRITE INVOICE-PRINT-OUT.
           MOVE SPTB-CONTACT-NAME(SPN-IDX) TO IVA-TEXT.
           MOVE INVOICE-ADDRESS-LINE TO INVOICE-PRINT-OUT.
           WRITE INVOICE-PRINT-OUT.
           MOVE SPTB-BILLING-ADDRESS(SPN-IDX) TO IVA-TEXT.
           MOVE INVOICE-ADDRESS-LINE TO INVOICE-PRINT-OUT.
           WRITE INVOICE-PRINT-OUT.
           MOVE SPTB-BILLING-CITY(SPN-IDX) TO IVA-TEXT.
           MOVE INVOICE-ADDRESS-LINE TO INVOICE-PRINT-OUT.
           WRITE INVOICE-PRINT-OUT.

           MOVE SPACES TO INVOICE-PRINT-OUT.
           WRITE INVOICE-PRINT-OUT.
           MOVE INVOICE-HEADING-LINE TO INVOICE-PRINT-OUT.
           WRITE INVOICE-PRINT-OUT.

      *    Every line from here down for the same sponsor and term -
      *    the opening line is the first of them
           PERFORM 212-INVOICE-ONE-LINE
             VARYING LINE-IDX FROM SPS-IDX BY 1
             UNTIL LINE-IDX > SPONSORSHIP-TABLE-COUNT.

           MOVE WS-INVOICE-TOTAL TO IVS-INVOICE-TOTAL.
           MOVE INVOICE-TOTAL-LINE TO INVOICE-PRINT-OUT.
           WRITE INVOICE-PRINT-OUT.
           MOVE SPACES TO INVOICE-PRINT-OUT.
           WRITE INVOICE-PRINT-OUT.

           PERFORM 215-ADD-TO-REGISTER.
           ADD 1 TO INVOICES-WRITTEN.
           ADD 1 TO WS-NEXT-INVOICE-NUMBER.

      *Split one line's assessed tuition and put it on the invoice if
      *it belongs there - a fixed cover is capped at the assessed
      *tuition, a percentage is rounded to the cent
       212-INVOICE-ONE-LINE.
           MOVE "NO" TO WS-LINE-READY.

           IF SSTB-INVOICE-NUMBER(LINE-IDX) IS EQUAL TO SPACES
             AND SSTB-ASSESSED-FOUND(LINE-IDX) IS EQUAL TO "YES"
             AND SSTB-SPONSOR-ID(LINE-IDX) IS EQUAL TO
                WS-INVOICE-SPONSOR-ID
             AND SSTB-ACADEMIC-TERM(LINE-IDX) IS EQUAL TO
                WS-INVOICE-TERM
               MOVE "YES" TO WS-LINE-READY
           END-IF.

           IF WS-LINE-READY IS EQUAL TO "YES"
               IF SSTB-COVER-TYPE(LINE-IDX) IS EQUAL TO "P"
                   COMPUTE SSTB-SPONSOR-SHARE(LINE-IDX) ROUNDED =
                     SSTB-ASSESSED-AMOUNT(LINE-IDX) *
                     SSTB-COVER-PERCENT(LINE-IDX) / 100
               ELSE
                   IF SSTB-COVER-AMOUNT(LINE-IDX) IS GREATER THAN
                        SSTB-ASSESSED-AMOUNT(LINE-IDX)
                       MOVE SSTB-ASSESSED-AMOUNT(LINE-IDX) TO
                         SSTB-SPONSOR-SHARE(LINE-IDX)
                   ELSE
                       MOVE SSTB-COVER-AMOUNT(LINE-IDX) TO
                         SSTB-SPONSOR-SHARE(LINE-IDX)
                   END-IF
               END-IF

               COMPUTE WS-STUDENT-SHARE =
                 SSTB-ASSESSED-AMOUNT(LINE-IDX) -
                 SSTB-SPONSOR-SHARE(LINE-IDX)
               MOVE WS-INVOICE-NUMBER-X TO
                 SSTB-INVOICE-NUMBER(LINE-IDX)
               MOVE ZEROS TO SSTB-PAID-AMOUNT(LINE-IDX)
               ADD SSTB-SPONSOR-SHARE(LINE-IDX) TO WS-INVOICE-TOTAL
               ADD 1 TO LINES-INVOICED

               MOVE SPACES TO INVOICE-DETAIL-LINE
               MOVE SSTB-STUDENT-NUMBER(LINE-IDX) TO
                 IVD-STUDENT-NUMBER
               PERFORM 214-GET-STUDENT-NAME
               MOVE SSTB-ASSESSED-AMOUNT(LINE-IDX) TO IVD-ASSESSED
               MOVE SSTB-SPONSOR-SHARE(LINE-IDX) TO IVD-SPONSOR-SHARE
               MOVE WS-STUDENT-SHARE TO IVD-STUDENT-SHARE
               MOVE INVOICE-DETAIL-LINE TO INVOICE-PRINT-OUT
               WRITE INVOICE-PRINT-OUT
           END-IF.

      *Fetch the student's name for the invoice line
       214-GET-STUDENT-NAME.
           MOVE SSTB-STUDENT-NUMBER(LINE-IDX) TO
             STUDENT-NUMBER-INDEXED.

           READ STUFILE-FILE-INDEXED
               INVALID KEY
                   MOVE "*** NOT ON STUDENT MASTER ***" TO
                     IVD-STUDENT-NAME
               NOT INVALID KEY
                   MOVE STUDENT-NAME-INDEXED TO IVD-STUDENT-NAME
           END-READ.

      *Add the invoice just printed to the register, open and unpaid
       215-ADD-TO-REGISTER.
           CLOSE SPONSOR-INVOICE-FILE.

           OPEN EXTEND SPONSOR-INVOICE-FILE.
           IF WS-INVOICE-FILE-STATUS IS EQUAL TO "35"
               OPEN OUTPUT SPONSOR-INVOICE-FILE
           END-IF.

           MOVE SPACES TO SPONSOR-INVOICE-RECORD.
           MOVE WS-NEXT-INVOICE-NUMBER TO SIV-INVOICE-NUMBER.
           MOVE WS-INVOICE-SPONSOR-ID TO SIV-SPONSOR-ID.
           MOVE WS-INVOICE-TERM TO SIV-ACADEMIC-TERM.
           MOVE WS-TODAY TO SIV-INVOICE-DATE.
           MOVE WS-INVOICE-TOTAL TO SIV-INVOICE-TOTAL.
           MOVE ZEROS TO SIV-PAID-TOTAL.
           MOVE SPACE TO SIV-STATUS.
           WRITE SPONSOR-INVOICE-RECORD.

      *Write the whole sponsorship file back out of the table with
      *this run's invoice numbers and sponsor shares on it
       213-REWRITE-SPONSORSHIP-FILE.
           CLOSE SPONSORSHIP-FILE.
           OPEN OUTPUT SPONSORSHIP-FILE.

           PERFORM 216-WRITE-SPONSORSHIP-ENTRY
             VARYING SPS-IDX FROM 1 BY 1
             UNTIL SPS-IDX > SPONSORSHIP-TABLE-COUNT.

      *Write one table entry back to the sponsorship file
       216-WRITE-SPONSORSHIP-ENTRY.
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

      *Close all external files
       209-CLOSE-EXTERNAL-FILES.
           PERFORM 810-WRITE-RUN-END.
           CLOSE LEDGER-FILE.
           CLOSE STUFILE-FILE-INDEXED.
           CLOSE SPONSOR-FILE.
           CLOSE SPONSORSHIP-FILE.
           CLOSE SPONSOR-INVOICE-FILE.
           CLOSE SPONSOR-INVOICE-PRINT.

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
      *summary reports on - a line whose sponsor is inactive or gone
      *is an exception someone has to look at
       810-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.

           PERFORM 820-STAMP-RUN-RECORD.
           MOVE "END" TO RC-RECORD-TYPE.
           MOVE RECORDS-READ TO RC-RECORDS-READ.
           MOVE LINES-INVOICED TO RC-RECORDS-WRITTEN.
           MOVE LINES-NO-SPONSOR TO RC-EXCEPTION-COUNT.
           MOVE ZEROS TO RC-REJECT-COUNT.
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
           MOVE "CST-8283-PROJECT-35" TO RC-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO RC-RUN-DATE.
           MOVE WS-RUN-TIME TO RC-RUN-TIME.
           MOVE ZEROS TO RC-RECORDS-READ RC-RECORDS-WRITTEN
             RC-EXCEPTION-COUNT RC-REJECT-COUNT.

       END PROGRAM CST-8283-PROJECT-35.
