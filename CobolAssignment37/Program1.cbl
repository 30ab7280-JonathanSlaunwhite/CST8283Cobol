       IDENTIFICATION DIVISION.
       PROGRAM-ID. CST-8283-PROJECT-37.
       AUTHOR. JONATHON SLAUNWHITE, LIAM HENLEY-VACHON.
       INSTALLATION. ALGONQUIN.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Link the indexed student file and set as indexed - read front
      *to back, every master balance is proved against the ledger
       SELECT STUFILE-FILE-INDEXED
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\STUFILE-INDEXED.txt"
          ORGANIZATION  IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS STUDENT-NUMBER-INDEXED
          FILE STATUS IS FILE-STATUS-THING.

      *Link the dated financial ledger and set as line sequential -
      *every student's balance is rebuilt from it (see
      *copybooks/ledger_record.txt)
       SELECT LEDGER-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\LEDGER.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-LEDGER-STATUS.

      *Link the balance proof report and set as line sequential
       SELECT BALANCE-PROOF-REPORT
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\BALANCE-PROOF-REPORT.txt"
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

      *Balance proof report output
       FD BALANCE-PROOF-REPORT.
       01 PROOF-REPORT-OUT PIC X(100).

      *Run-control record - shared layout, see
      *copybooks/run_control_record.txt
       FD RUN-CONTROL-FILE.
       COPY "run_control_record.txt".

       WORKING-STORAGE SECTION.

      *File status fields, one per file
       01 FILE-STATUS-THING PIC X(2).
       01 WS-LEDGER-STATUS PIC X(2).

      *End-of-file flags, one per input file
       01 WS-EOF PIC X(4).
       01 WS-LEDGER-EOF PIC X(4).

      *Set when the proof can't be taken - a missing master or a
      *ledger too big for the table would give a proof that can't
      *be signed off, so nothing is proved
       01 WS-ABORT-RUN PIC X(3) VALUE "NO".

      *Run-control working fields - the log's file status and the
      *date/time stamped on the start and end records
       01 WS-RUN-CONTROL-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-TIME-RAW PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

      *Every student on the ledger with the balance rebuilt from
      *their entries in posting order - an ASSESS sets the balance
      *outright, the way CST-8283-PROJECT-11 sets TUITION-OWED, and
      *every later entry moves it up or down from there. REFUND is
      *kept apart - a refund pays out an overpayment that never came
      *off the balance, so it doesn't move TUITION-OWED
       01 LEDGER-TABLE-COUNT PIC 9(4) VALUE 0.
       01 LEDGER-TABLE-CONTAINER.
         05 LEDGER-TABLE-ENTRY
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON LEDGER-TABLE-COUNT
               INDEXED BY LDG-IDX.
           10 LTBL-STUDENT-NUMBER PIC 9(6).
           10 LTBL-LEDGER-BALANCE PIC S9(7)V99.
           10 LTBL-REFUNDS PIC 9(7)V99.
           10 LTBL-ENTRY-COUNT PIC 9(5).
           10 LTBL-ON-MASTER PIC X(1).

      *Working fields for one ledger entry and one master record
       01 WS-WORK-AMOUNT PIC 9(5)V99.
       01 WS-LEDGER-FOUND PIC X(3).
       01 WS-DIFFERENCE PIC S9(7)V99.
       01 WS-UNKNOWN-HEADING PIC X(3) VALUE "NO".

      *Keep track of the run's counts
       01 COUNTERS.
         05 RECORDS-READ PIC 9(5) VALUE 0.
         05 MASTER-READ PIC 9(5) VALUE 0.
         05 STUDENTS-AGREEING PIC 9(5) VALUE 0.
         05 STUDENTS-DISAGREEING PIC 9(5) VALUE 0.
         05 MASTER-NO-LEDGER PIC 9(5) VALUE 0.
         05 LEDGER-NO-MASTER PIC 9(5) VALUE 0.
         05 ENTRIES-UNKNOWN-TYPE PIC 9(5) VALUE 0.
         05 EXCEPTIONS-LISTED PIC 9(5) VALUE 0.

      *The grand-total proof - the master total against the ledger
      *total for the same students, and what makes up the difference
       01 PROOF-TOTALS.
         05 TOTAL-MASTER PIC S9(9)V99 VALUE 0.
         05 TOTAL-LEDGER-ON-MASTER PIC S9(9)V99 VALUE 0.
         05 TOTAL-DISAGREEMENTS PIC S9(9)V99 VALUE 0.
         05 TOTAL-NO-LEDGER PIC S9(9)V99 VALUE 0.
         05 TOTAL-LEDGER-NO-MASTER PIC S9(9)V99 VALUE 0.
         05 TOTAL-REFUNDS PIC 9(9)V99 VALUE 0.
         05 TOTAL-DIFFERENCE PIC S9(9)V99 VALUE 0.

      *Report line templates - moved into PROOF-REPORT-OUT before
      *WRITE
       01 REPORT-TITLE-LINE.
         05 FILLER PIC X(35) VALUE
              "SUB-LEDGER TO MASTER BALANCE PROOF".
         05 FILLER PIC X(8) VALUE "  RUN - ".
         05 TITLE-RUN-DATE PIC 9(8).

       01 REPORT-SECTION-LINE.
         05 RPT-SECTION-TITLE PIC X(100).

       01 UNKNOWN-DETAIL-LINE.
         05 UNK-STUDENT-NUMBER PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 UNK-POSTING-DATE PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 UNK-ENTRY-TYPE PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 UNK-AMOUNT PIC ZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 UNK-SOURCE-PROGRAM PIC X(20).

       01 EXCEPTION-HEADING-LINE.
         05 FILLER PIC X(8) VALUE "STUDENT".
         05 FILLER PIC X(22) VALUE "NAME".
         05 FILLER PIC X(13) VALUE "     LEDGER".
         05 FILLER PIC X(13) VALUE "     MASTER".
         05 FILLER PIC X(13) VALUE " DIFFERENCE".
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(20) VALUE "EXCEPTION".

       01 EXCEPTION-DETAIL-LINE.
         05 EXC-STUDENT-NUMBER PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 EXC-STUDENT-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 EXC-LEDGER-BALANCE PIC -ZZZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 EXC-MASTER-BALANCE PIC -ZZZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 EXC-DIFFERENCE PIC -ZZZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 EXC-REASON PIC X(20).

       01 PROOF-COUNT-LINE.
         05 PRF-COUNT-LABEL PIC X(45).
         05 PRF-COUNT PIC ZZZZ9.

       01 PROOF-AMOUNT-LINE.
         05 PRF-AMOUNT-LABEL PIC X(45).
         05 PRF-AMOUNT PIC -ZZZZZZZZ9.99.

       01 REPORT-MESSAGE-LINE.
         05 RPT-MESSAGE PIC X(100).

       PROCEDURE DIVISION.

       100-PROVE-SUB-LEDGER.
      *Write the run's start record to the shared run-control log
           PERFORM 800-WRITE-RUN-START.
      *Open the files - a missing master aborts before anything is
      *proved
           PERFORM 201-OPEN-EXTERNAL-FILES.

           MOVE WS-RUN-DATE TO TITLE-RUN-DATE.
           MOVE REPORT-TITLE-LINE TO PROOF-REPORT-OUT.
           WRITE PROOF-REPORT-OUT.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
      *        Rebuild every student's balance from the ledger
               PERFORM 202-LOAD-LEDGER
           END-IF.

      *    Re-checked after the load - an overfull table means some
      *    students were never rebuilt, so nothing is proved
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
      *        Prove every master balance, then list the ledger
      *        students the master doesn't have
               MOVE SPACES TO REPORT-SECTION-LINE
               MOVE "EXCEPTIONS - STUDENTS WHOSE BALANCE DOES NOT PROVE"
                 TO RPT-SECTION-TITLE
               MOVE REPORT-SECTION-LINE TO PROOF-REPORT-OUT
               WRITE PROOF-REPORT-OUT
               MOVE EXCEPTION-HEADING-LINE TO PROOF-REPORT-OUT
               WRITE PROOF-REPORT-OUT

               PERFORM 206-PROVE-MASTER
               PERFORM 208-LIST-NO-MASTER

               IF EXCEPTIONS-LISTED IS EQUAL TO 0
                   MOVE SPACES TO REPORT-MESSAGE-LINE
                   MOVE "NONE - EVERY BALANCE PROVES" TO RPT-MESSAGE
                   MOVE REPORT-MESSAGE-LINE TO PROOF-REPORT-OUT
                   WRITE PROOF-REPORT-OUT
               END-IF

               PERFORM 212-WRITE-PROOF-TOTALS

      *        Display the run's counts for the console log
               DISPLAY "LEDGER ENTRIES READ      " RECORDS-READ
               DISPLAY "MASTER RECORDS READ      " MASTER-READ
               DISPLAY "BALANCES AGREEING        " STUDENTS-AGREEING
               DISPLAY "BALANCES DISAGREEING     " STUDENTS-DISAGREEING
               DISPLAY "MASTER WITH NO LEDGER    " MASTER-NO-LEDGER
               DISPLAY "LEDGER WITH NO MASTER    " LEDGER-NO-MASTER
               DISPLAY "UNKNOWN ENTRY TYPES      " ENTRIES-UNKNOWN-TYPE
           ELSE
               MOVE SPACES TO REPORT-MESSAGE-LINE
               MOVE "RUN ABORTED - NO PROOF TAKEN" TO RPT-MESSAGE
               MOVE REPORT-MESSAGE-LINE TO PROOF-REPORT-OUT
               WRITE PROOF-REPORT-OUT
               DISPLAY "BALANCE PROOF ABORTED - RC 8"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *Close all external files
           PERFORM 209-CLOSE-EXTERNAL-FILES.

      *Open all external files for read and write
       201-OPEN-EXTERNAL-FILES.
           OPEN INPUT STUFILE-FILE-INDEXED.

           IF FILE-STATUS-THING IS EQUAL TO "35"
               DISPLAY "STUFILE-FILE-INDEXED NOT FOUND - RUN THE"
               DISPLAY "NIGHTLY LOAD (CST-8283-PROJECT-3) FIRST"
               MOVE "YES" TO WS-ABORT-RUN
               MOVE "YES" TO WS-EOF
           END-IF.

      *    With no ledger at all every master balance lists as
      *    having no ledger entries - that is the proof's answer
           OPEN INPUT LEDGER-FILE.

           IF WS-LEDGER-STATUS IS EQUAL TO "35"
               DISPLAY "LEDGER.txt NOT FOUND - NO LEDGER HISTORY"
               MOVE "YES" TO WS-LEDGER-EOF
           END-IF.

           OPEN OUTPUT BALANCE-PROOF-REPORT.

      *Read the ledger front to back folding every entry into its
      *student's rebuilt balance
       202-LOAD-LEDGER.
           PERFORM UNTIL WS-LEDGER-EOF IS EQUAL TO "YES"
               READ LEDGER-FILE
                   AT END
                       MOVE "YES" TO WS-LEDGER-EOF
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM 203-FOLD-LEDGER-ENTRY
               END-READ
           END-PERFORM.

      *Fold one ledger entry into its student's balance - an
      *overfull table would leave students out of the proof, so it
      *aborts the run
       203-FOLD-LEDGER-ENTRY.
           PERFORM 204-FIND-LEDGER-STUDENT.

           IF WS-LEDGER-FOUND IS NOT EQUAL TO "YES"
               IF LEDGER-TABLE-COUNT IS LESS THAN 5000
                   ADD 1 TO LEDGER-TABLE-COUNT
                   SET LDG-IDX TO LEDGER-TABLE-COUNT
                   MOVE LGR-STUDENT-NUMBER TO
                     LTBL-STUDENT-NUMBER(LDG-IDX)
                   MOVE 0 TO LTBL-LEDGER-BALANCE(LDG-IDX)
                   MOVE 0 TO LTBL-REFUNDS(LDG-IDX)
                   MOVE 0 TO LTBL-ENTRY-COUNT(LDG-IDX)
                   MOVE "N" TO LTBL-ON-MASTER(LDG-IDX)
                   MOVE "YES" TO WS-LEDGER-FOUND
               ELSE
                   DISPLAY "LEDGER TABLE FULL - RUN ABORTED BEFORE"
                   DISPLAY "A PART PROOF COULD BE SIGNED OFF"
                   MOVE "YES" TO WS-ABORT-RUN
                   MOVE "YES" TO WS-LEDGER-EOF
               END-IF
           END-IF.

           IF WS-LEDGER-FOUND IS EQUAL TO "YES"
               MOVE LGR-AMOUNT TO WS-WORK-AMOUNT
               ADD 1 TO LTBL-ENTRY-COUNT(LDG-IDX)

               EVALUATE LGR-ENTRY-TYPE
                   WHEN "ASSESS"
                       MOVE WS-WORK-AMOUNT TO
                         LTBL-LEDGER-BALANCE(LDG-IDX)
                   WHEN "LATFEE"
                   WHEN "NSFREV"
                   WHEN "NSFFEE"
                   WHEN "ADJDBT"
                       ADD WS-WORK-AMOUNT TO
                         LTBL-LEDGER-BALANCE(LDG-IDX)
                   WHEN "PAYMNT"
                   WHEN "WDRCRD"
                   WHEN "SPNPAY"
                   WHEN "ADJCRD"
                       SUBTRACT WS-WORK-AMOUNT FROM
                         LTBL-LEDGER-BALANCE(LDG-IDX)
                   WHEN "REFUND"
                       ADD WS-WORK-AMOUNT TO LTBL-REFUNDS(LDG-IDX)
                       ADD WS-WORK-AMOUNT TO TOTAL-REFUNDS
                   WHEN OTHER
                       PERFORM 205-LIST-UNKNOWN-ENTRY
               END-EVALUATE
           END-IF.

      *Look the ledger entry's student up on the table
       204-FIND-LEDGER-STUDENT.
           MOVE "NO" TO WS-LEDGER-FOUND.

           IF LEDGER-TABLE-COUNT > 0
               SET LDG-IDX TO 1
               SEARCH LEDGER-TABLE-ENTRY
                   AT END
                       MOVE "NO" TO WS-LEDGER-FOUND
                   WHEN LTBL-STUDENT-NUMBER(LDG-IDX) IS EQUAL TO
                          LGR-STUDENT-NUMBER
                       MOVE "YES" TO WS-LEDGER-FOUND
               END-SEARCH
           END-IF.

      *List an entry whose type the proof doesn't know - it is left
      *out of the student's balance, so that student may not prove
      *until the type is added here
       205-LIST-UNKNOWN-ENTRY.
           ADD 1 TO ENTRIES-UNKNOWN-TYPE.

           IF WS-UNKNOWN-HEADING IS NOT EQUAL TO "YES"
               MOVE SPACES TO REPORT-SECTION-LINE
               MOVE "LEDGER ENTRIES OF UNKNOWN TYPE - LEFT OUT OF PROOF"
                 TO RPT-SECTION-TITLE
               MOVE REPORT-SECTION-LINE TO PROOF-REPORT-OUT
               WRITE PROOF-REPORT-OUT
               MOVE "YES" TO WS-UNKNOWN-HEADING
           END-IF.

           MOVE LGR-STUDENT-NUMBER TO UNK-STUDENT-NUMBER.
           MOVE LGR-POSTING-DATE TO UNK-POSTING-DATE.
           MOVE LGR-ENTRY-TYPE TO UNK-ENTRY-TYPE.
           MOVE WS-WORK-AMOUNT TO UNK-AMOUNT.
           MOVE LGR-SOURCE-PROGRAM TO UNK-SOURCE-PROGRAM.
           MOVE UNKNOWN-DETAIL-LINE TO PROOF-REPORT-OUT.
           WRITE PROOF-REPORT-OUT.

      *Read the master front to back proving every student's balance
       206-PROVE-MASTER.
           PERFORM UNTIL WS-EOF IS EQUAL TO "YES"
               READ STUFILE-FILE-INDEXED NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-EOF
                   NOT AT END
                       ADD 1 TO MASTER-READ
                       PERFORM 207-PROVE-ONE-STUDENT
               END-READ
           END-PERFORM.

      *Prove one master balance against the student's rebuilt ledger
      *balance - a zero balance with no ledger entries has nothing to
      *prove and agrees
       207-PROVE-ONE-STUDENT.
           ADD TUITION-OWED-INDEXED TO TOTAL-MASTER.
           MOVE STUDENT-NUMBER-INDEXED TO LGR-STUDENT-NUMBER.
           PERFORM 204-FIND-LEDGER-STUDENT.

           IF WS-LEDGER-FOUND IS EQUAL TO "YES"
               MOVE "Y" TO LTBL-ON-MASTER(LDG-IDX)
               ADD LTBL-LEDGER-BALANCE(LDG-IDX) TO
                 TOTAL-LEDGER-ON-MASTER
               COMPUTE WS-DIFFERENCE = TUITION-OWED-INDEXED -
                 LTBL-LEDGER-BALANCE(LDG-IDX)

               IF WS-DIFFERENCE IS EQUAL TO 0
                   ADD 1 TO STUDENTS-AGREEING
               ELSE
                   ADD 1 TO STUDENTS-DISAGREEING
                   ADD WS-DIFFERENCE TO TOTAL-DISAGREEMENTS
                   MOVE SPACES TO EXCEPTION-DETAIL-LINE
                   MOVE STUDENT-NUMBER-INDEXED TO EXC-STUDENT-NUMBER
                   MOVE STUDENT-NAME-INDEXED TO EXC-STUDENT-NAME
                   MOVE LTBL-LEDGER-BALANCE(LDG-IDX) TO
                     EXC-LEDGER-BALANCE
                   MOVE TUITION-OWED-INDEXED TO EXC-MASTER-BALANCE
                   MOVE WS-DIFFERENCE TO EXC-DIFFERENCE
                   MOVE "BALANCES DISAGREE" TO EXC-REASON
                   PERFORM 211-WRITE-EXCEPTION-LINE
               END-IF
           ELSE
               IF TUITION-OWED-INDEXED IS EQUAL TO 0
                   ADD 1 TO STUDENTS-AGREEING
               ELSE
                   ADD 1 TO MASTER-NO-LEDGER
                   ADD TUITION-OWED-INDEXED TO TOTAL-NO-LEDGER
                   MOVE SPACES TO EXCEPTION-DETAIL-LINE
                   MOVE STUDENT-NUMBER-INDEXED TO EXC-STUDENT-NUMBER
                   MOVE STUDENT-NAME-INDEXED TO EXC-STUDENT-NAME
                   MOVE 0 TO EXC-LEDGER-BALANCE
                   MOVE TUITION-OWED-INDEXED TO EXC-MASTER-BALANCE
                   MOVE TUITION-OWED-INDEXED TO EXC-DIFFERENCE
                   MOVE "NO LEDGER ENTRIES" TO EXC-REASON
                   PERFORM 211-WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

      *List every ledger student the master never matched - archived,
      *purged, or posted under a wrong student number
       208-LIST-NO-MASTER.
           PERFORM VARYING LDG-IDX FROM 1 BY 1
             UNTIL LDG-IDX > LEDGER-TABLE-COUNT
               IF LTBL-ON-MASTER(LDG-IDX) IS NOT EQUAL TO "Y"
                   ADD 1 TO LEDGER-NO-MASTER
                   ADD LTBL-LEDGER-BALANCE(LDG-IDX) TO
                     TOTAL-LEDGER-NO-MASTER
                   MOVE SPACES TO EXCEPTION-DETAIL-LINE
                   MOVE LTBL-STUDENT-NUMBER(LDG-IDX) TO
                     EXC-STUDENT-NUMBER
                   MOVE "** NOT ON MASTER **" TO EXC-STUDENT-NAME
                   MOVE LTBL-LEDGER-BALANCE(LDG-IDX) TO
                     EXC-LEDGER-BALANCE
                   MOVE 0 TO EXC-MASTER-BALANCE
                   COMPUTE WS-DIFFERENCE =
                     0 - LTBL-LEDGER-BALANCE(LDG-IDX)
                   MOVE WS-DIFFERENCE TO EXC-DIFFERENCE
                   MOVE "NO MASTER RECORD" TO EXC-REASON
                   PERFORM 211-WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM.

      *Write one exception line to the report
       211-WRITE-EXCEPTION-LINE.
           ADD 1 TO EXCEPTIONS-LISTED.
           MOVE EXCEPTION-DETAIL-LINE TO PROOF-REPORT-OUT.
           WRITE PROOF-REPORT-OUT.

      *Write the grand-total proof - the master total against the
      *ledger total for the same students, the difference broken
      *down into what makes it up, the counts, and the sign-off
       212-WRITE-PROOF-TOTALS.
           COMPUTE TOTAL-DIFFERENCE =
             TOTAL-MASTER - TOTAL-LEDGER-ON-MASTER.

           MOVE SPACES TO REPORT-SECTION-LINE.
           MOVE "GRAND-TOTAL PROOF" TO RPT-SECTION-TITLE.
           MOVE REPORT-SECTION-LINE TO PROOF-REPORT-OUT.
           WRITE PROOF-REPORT-OUT.

           MOVE "TOTAL OF MASTER BALANCES" TO PRF-AMOUNT-LABEL.
           MOVE TOTAL-MASTER TO PRF-AMOUNT.
           MOVE PROOF-AMOUNT-LINE TO PROOF-REPORT-OUT.
           WRITE PROOF-REPORT-OUT.

           MOVE "LESS LEDGER BALANCES FOR THE SAME STUDENTS"
             TO PRF-AMOUNT-LABEL.
           MOVE TOTAL-LEDGER-ON-MASTER TO PRF-AMOUNT.
           MOVE PROOF-AMOUNT-LINE TO PROOF-REPORT-OUT.
           WRITE PROOF-REPORT-OUT.

           MOVE "DIFFERENCE" TO PRF-AMOUNT-LABEL.
           MOVE TOTAL-DIFFERENCE TO PRF-AMOUNT.
           MOVE PROOF-AMOUNT-LINE TO PROOF-REPORT-OUT.
           WRITE PROOF-REPORT-OUT.

           MOVE "  MADE UP OF - BALANCES THAT DISAGREE"
             TO PRF-AMOUNT-LABEL.
           MOVE TOTAL-DISAGREEMENTS TO PRF-AMOUNT.
           MOVE PROOF-AMOUNT-LINE TO PROOF-REPORT-OUT.
           WRITE PROOF-REPORT-OUT.

           MOVE "  MADE UP OF - MASTER BALANCES WITH NO LEDGER"
             TO PRF-AMOUNT-LABEL.
           MOVE TOTAL-NO-LEDGER TO PRF-AMOUNT.
           MOVE PROOF-AMOUNT-LINE TO PROOF-REPORT-OUT.
           WRITE PROOF-REPORT-OUT.

           MOVE "LEDGER BALANCES WITH NO MASTER RECORD"
             TO PRF-AMOUNT-LABEL.
           MOVE TOTAL-LEDGER-NO-MASTER TO PRF-AMOUNT.
           MOVE PROOF-AMOUNT-LINE TO PROOF-REPORT-OUT.
           WRITE PROOF-REPORT-OUT.

           MOVE "REFUNDS PAID FROM OVERPAYMENTS (NOT IN ABOVE)"
             TO PRF-AMOUNT-LABEL.
           MOVE TOTAL-REFUNDS TO PRF-AMOUNT.
           MOVE PROOF-AMOUNT-LINE TO PROOF-REPORT-OUT.
           WRITE PROOF-REPORT-OUT.

           MOVE "LEDGER ENTRIES READ" TO PRF-COUNT-LABEL.
           MOVE RECORDS-READ TO PRF-COUNT.
           MOVE PROOF-COUNT-LINE TO PROOF-REPORT-OUT.
           WRITE PROOF-REPORT-OUT.

           MOVE "MASTER RECORDS READ" TO PRF-COUNT-LABEL.
           MOVE MASTER-READ TO PRF-COUNT.
           MOVE PROOF-COUNT-LINE TO PROOF-REPORT-OUT.
           WRITE PROOF-REPORT-OUT.

           MOVE "BALANCES AGREEING" TO PRF-COUNT-LABEL.
           MOVE STUDENTS-AGREEING TO PRF-COUNT.
           MOVE PROOF-COUNT-LINE TO PROOF-REPORT-OUT.
           WRITE PROOF-REPORT-OUT.

           MOVE "BALANCES DISAGREEING" TO PRF-COUNT-LABEL.
           MOVE STUDENTS-DISAGREEING TO PRF-COUNT.
           MOVE PROOF-COUNT-LINE TO PROOF-REPORT-OUT.
           WRITE PROOF-REPORT-OUT.

           MOVE "MASTER BALANCES WITH NO LEDGER ENTRIES"
             TO PRF-COUNT-LABEL.
           MOVE MASTER-NO-LEDGER TO PRF-COUNT.
           MOVE PROOF-COUNT-LINE TO PROOF-REPORT-OUT.
           WRITE PROOF-REPORT-OUT.

           MOVE "LEDGER STUDENTS WITH NO MASTER RECORD"
             TO PRF-COUNT-LABEL.
           MOVE LEDGER-NO-MASTER TO PRF-COUNT.
           MOVE PROOF-COUNT-LINE TO PROOF-REPORT-OUT.
           WRITE PROOF-REPORT-OUT.

           MOVE "LEDGER ENTRIES OF UNKNOWN TYPE" TO PRF-COUNT-LABEL.
           MOVE ENTRIES-UNKNOWN-TYPE TO PRF-COUNT.
           MOVE PROOF-COUNT-LINE TO PROOF-REPORT-OUT.
           WRITE PROOF-REPORT-OUT.

           MOVE SPACES TO REPORT-MESSAGE-LINE.
           IF EXCEPTIONS-LISTED IS EQUAL TO 0
             AND ENTRIES-UNKNOWN-TYPE IS EQUAL TO 0
               MOVE "SUB-LEDGER PROVES TO THE MASTER" TO RPT-MESSAGE
           ELSE
               MOVE "*** SUB-LEDGER DOES NOT PROVE - SEE EXCEPTIONS ***"
                 TO RPT-MESSAGE
           END-IF.
           MOVE REPORT-MESSAGE-LINE TO PROOF-REPORT-OUT.
           WRITE PROOF-REPORT-OUT.

           MOVE SPACES TO REPORT-MESSAGE-LINE.
           MOVE "PROVED BY ____________________   DATE __________"
             TO RPT-MESSAGE.
           MOVE REPORT-MESSAGE-LINE TO PROOF-REPORT-OUT.
           WRITE PROOF-REPORT-OUT.

           MOVE SPACES TO REPORT-MESSAGE-LINE.
           MOVE "APPROVED BY __________________   DATE __________"
             TO RPT-MESSAGE.
           MOVE REPORT-MESSAGE-LINE TO PROOF-REPORT-OUT.
           WRITE PROOF-REPORT-OUT.

      *Close all external files
       209-CLOSE-EXTERNAL-FILES.
           PERFORM 810-WRITE-RUN-END.
           CLOSE STUFILE-FILE-INDEXED.
           CLOSE LEDGER-FILE.
           CLOSE BALANCE-PROOF-REPORT.

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
      *summary reports on - every listed exception and every entry
      *of unknown type counts against the proof
       810-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.

           PERFORM 820-STAMP-RUN-RECORD.
           MOVE "END" TO RC-RECORD-TYPE.
           MOVE RECORDS-READ TO RC-RECORDS-READ.
           MOVE EXCEPTIONS-LISTED TO RC-RECORDS-WRITTEN.
           COMPUTE RC-EXCEPTION-COUNT =
             EXCEPTIONS-LISTED + ENTRIES-UNKNOWN-TYPE.
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
           MOVE "CST-8283-PROJECT-37" TO RC-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO RC-RUN-DATE.
           MOVE WS-RUN-TIME TO RC-RUN-TIME.
           MOVE ZEROS TO RC-RECORDS-READ RC-RECORDS-WRITTEN
             RC-EXCEPTION-COUNT RC-REJECT-COUNT.

       END PROGRAM CST-8283-PROJECT-37.
