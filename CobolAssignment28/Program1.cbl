       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-COURSE-FILE-STATUS.

      *Link the course section file and set as line sequential - the
      *seats and meeting times of a section a student is waiting for
      *(see copybooks/section_record.txt)
       SELECT SECTION-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\SECTIONS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SECTION-FILE-STATUS.

      *Link the course enrolment file and set as line sequential -
      *read front to back into the table, promotions appended, and
      *written back (see copybooks/enrolment_record.txt)
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

       FD COURSE-FILE.
       COPY "course_record.txt".

      *Course section record - see copybooks/section_record.txt
       FD SECTION-FILE.
       COPY "section_record.txt".

      *Course enrolment record - shared layout, see
      *copybooks/enrolment_record.txt
       FD ENROLMENT-FILE.
       FD JOURNAL-FILE.
       COPY "journal_record.txt".

      *Processing-control record - shared layout, see
      *copybooks/processing_control_record.txt
       FD PROCESSING-CONTROL-FILE.
       COPY "processing_control_record.txt".

      *Promotion register output
       FD PROMOTION-REGISTER.
       01 PROMOTION-REGISTER-OUT PIC X(110).
       01 WS-WAITLIST-STATUS PIC X(2).
       01 FILE-STATUS-THING PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-SECTION-FILE-STATUS PIC X(2).

      *End-of-file flags, one per input file
       01 WS-COURSE-EOF PIC X(4).
       01 WS-SECTION-EOF PIC X(4).
       01 WS-ENROLMENT-EOF PIC X(4).
       01 WS-WAITLIST-EOF PIC X(4).

           10 COURSE-CODE-CONTAINER PIC X(7).
           10 COURSE-CAP-CONTAINER PIC 9(3).

      *Section container - every section on file with its meeting
      *days and times and its seats, zero meaning none on file
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
           10 SCTB-CAPACITY PIC 9(3).

      *In-memory copy of the whole enrolment file
       01 ENROLMENT-TABLE-COUNT PIC 9(4) VALUE 0.
       01 ENROLMENT-TABLE-CONTAINER.
           10 ETBL-COURSE-CODE PIC X(7).
           10 ETBL-COURSE-AVERAGE PIC 9(3).
           10 ETBL-STATUS PIC X(1).
           10 ETBL-SECTION-NUMBER PIC X(3).
           10 ETBL-MARK-STATUS PIC X(1).

      *In-memory copy of the whole waitlist, in arrival order, with
      *a disposition byte - space still waiting, "P" promoted, "R"
           10 WTBL-ACADEMIC-TERM PIC X(5).
           10 WTBL-STUDENT-NUMBER PIC 9(6).
           10 WTBL-ADDED-DATE PIC 9(8).
           10 WTBL-SECTION-NUMBER PIC X(3).
           10 WTBL-DISPOSITION PIC X(1).

      *The pieces of one promotion attempt
       01 WS-COURSE-ON-MASTER PIC X(3).
       01 WS-ALREADY-ENROLLED PIC X(3).
       01 WS-SLOT-NUMBER PIC 9(1).
      *The section being waited for - whether it is still on file,
      *its table entry, and the timetable clash verdict
       01 WS-SECTION-ON-FILE PIC X(3).
       01 WS-WAIT-SECTION PIC 9(4).
       01 WS-CLASH PIC X(3).
       01 WS-DAY-NUMBER PIC 9(1).

      *Keep track of the run's dispositions
       01 COUNTERS.
         05 FILLER PIC X(2) VALUE SPACES.
         05 PRM-TERM PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 PRM-SECTION PIC X(3).
         05 FILLER PIC X(2) VALUE SPACES.
         05 PRM-NOTE PIC X(35).

       01 REGISTER-TOTAL-LINE.
         05 FILLER PIC X(18) VALUE "   STILL WAITING -".
         05 REGISTER-WAITING-COUNT PIC ZZZZ9.

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

       PROCEDURE DIVISION.

       100-PROMOTE-WAITLIST.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 202-LOAD-COURSE-TABLE
               PERFORM 222-LOAD-SECTION-TABLE
               PERFORM 203-LOAD-ENROLMENT-TABLE
               PERFORM 204-LOAD-WAIT-TABLE
           END-IF.

      *Nothing is promoted without an open business date to stamp
      *the master with
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 870-LOAD-PROCESSING-CONTROL
               IF WS-CONTROL-REFUSED IS EQUAL TO "YES"
                   DISPLAY "WAITLIST PROMOTION REFUSED - RC 8"
                   MOVE 8 TO RETURN-CODE
                   MOVE "YES" TO WS-ABORT-RUN
               END-IF
           END-IF.

      *    Re-checked after the loads - writing back from a
      *    truncated table would drop records
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               MOVE "YES" TO WS-ABORT-RUN
           END-IF.

      *    No section file just means no course runs in sections
           OPEN INPUT SECTION-FILE.

           IF WS-SECTION-FILE-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-SECTION-EOF
           END-IF.

           OPEN INPUT ENROLMENT-FILE.

           IF WS-ENROLMENT-STATUS IS EQUAL TO "35"
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
                             WTBL-STUDENT-NUMBER(WAIT-TABLE-COUNT)
                           MOVE WTL-ADDED-DATE TO
                             WTBL-ADDED-DATE(WAIT-TABLE-COUNT)
                           MOVE WTL-SECTION-NUMBER TO
                             WTBL-SECTION-NUMBER(WAIT-TABLE-COUNT)
                           MOVE SPACE TO
                             WTBL-DISPOSITION(WAIT-TABLE-COUNT)
                       END-IF

      *Work the waitlist entry at WAIT-IDX - a freed seat promotes
      *the student, a student who no longer needs or can take the
      *seat comes off the list, everyone else keeps waiting. An
      *entry waiting for a section is seated by that section's
      *capacity and seats
       205-WORK-ONE-ENTRY.
           PERFORM 206-COUNT-TERM-SEATS.
           PERFORM 207-LOOKUP-CAPACITY.

           MOVE "YES" TO WS-SECTION-ON-FILE.
           MOVE 0 TO WS-WAIT-SECTION.
           IF WTBL-SECTION-NUMBER(WAIT-IDX) IS NOT EQUAL TO SPACES
             AND WS-COURSE-ON-MASTER IS EQUAL TO "YES"
               PERFORM 224-LOOKUP-WAIT-SECTION
           END-IF.

           IF WS-COURSE-ON-MASTER IS NOT EQUAL TO "YES"
               MOVE "R" TO WTBL-DISPOSITION(WAIT-IDX)
               ADD 1 TO ENTRIES-REMOVED
               MOVE "COURSE OFF THE MASTER - REMOVED" TO PRM-NOTE
               PERFORM 211-WRITE-REGISTER-LINE
           ELSE
             IF WS-SECTION-ON-FILE IS NOT EQUAL TO "YES"
               MOVE "R" TO WTBL-DISPOSITION(WAIT-IDX)
               ADD 1 TO ENTRIES-REMOVED
               MOVE SPACES TO PRM-STUDENT-NAME
               MOVE "SECTION OFF THE FILE - REMOVED" TO PRM-NOTE
               PERFORM 211-WRITE-REGISTER-LINE
             ELSE
               IF WS-COURSE-CAPACITY IS GREATER THAN ZERO
                 AND WS-SEATS-TAKEN IS NOT LESS THAN
                    WS-COURSE-CAPACITY
      *            The room is still full - keep waiting
                   ADD 1 TO STILL-WAITING
               ELSE
                   PERFORM 228-CHECK-PROMOTION-TERM
               END-IF
             END-IF
           END-IF.

      *Count the seats taken in the entry's course and term -
                WTBL-COURSE-CODE(WAIT-IDX)
             AND ETBL-ACADEMIC-TERM(ENR-IDX) IS EQUAL TO
                WTBL-ACADEMIC-TERM(WAIT-IDX)
             AND ETBL-SECTION-NUMBER(ENR-IDX) IS EQUAL TO
                WTBL-SECTION-NUMBER(WAIT-IDX)
             AND ETBL-STATUS(ENR-IDX) IS NOT EQUAL TO "W"
               MOVE ETBL-STUDENT-NUMBER(ENR-IDX) TO
                 STUDENT-NUMBER-INDEXED
               PERFORM 211-WRITE-REGISTER-LINE
           ELSE
               PERFORM 214-CHECK-ALREADY-ENROLLED
               MOVE "NO" TO WS-CLASH
               IF WS-WAIT-SECTION IS GREATER THAN ZERO
                   PERFORM 225-CHECK-TIMETABLE-CLASH
               END-IF
               IF WS-ALREADY-ENROLLED IS EQUAL TO "YES"
                   MOVE "R" TO WTBL-DISPOSITION(WAIT-IDX)
                   ADD 1 TO ENTRIES-REMOVED
                   MOVE "ALREADY ENROLLED - REMOVED" TO PRM-NOTE
                   PERFORM 211-WRITE-REGISTER-LINE
               ELSE
                 IF WS-CLASH IS EQUAL TO "YES"
                   MOVE "R" TO WTBL-DISPOSITION(WAIT-IDX)
                   ADD 1 TO ENTRIES-REMOVED
                   MOVE STUDENT-NAME-INDEXED TO PRM-STUDENT-NAME
                   MOVE "TIMETABLE CLASH - REMOVED" TO PRM-NOTE
                   PERFORM 211-WRITE-REGISTER-LINE
                 ELSE
                   PERFORM 215-PLACE-PROMOTION
                 END-IF
               END-IF
           END-IF.

               MOVE ZEROS TO
                 ETBL-COURSE-AVERAGE(ENROLMENT-TABLE-COUNT)
               MOVE SPACE TO ETBL-STATUS(ENROLMENT-TABLE-COUNT)
               MOVE SPACE TO ETBL-MARK-STATUS(ENROLMENT-TABLE-COUNT)
               MOVE WTBL-SECTION-NUMBER(WAIT-IDX) TO
                 ETBL-SECTION-NUMBER(ENROLMENT-TABLE-COUNT)

      *        Hold the before image, mirror the term onto the five
      *        slots, and rewrite through the journal
           MOVE WTBL-STUDENT-NUMBER(WAIT-IDX) TO PRM-STUDENT-NUMBER.
           MOVE WTBL-COURSE-CODE(WAIT-IDX) TO PRM-COURSE-CODE.
           MOVE WTBL-ACADEMIC-TERM(WAIT-IDX) TO PRM-TERM.
           MOVE WTBL-SECTION-NUMBER(WAIT-IDX) TO PRM-SECTION.
           MOVE REGISTER-DETAIL-LINE TO PROMOTION-REGISTER-OUT.
           WRITE PROMOTION-REGISTER-OUT.

           MOVE ETBL-COURSE-CODE(ENR-IDX) TO ENR-COURSE-CODE.
           MOVE ETBL-COURSE-AVERAGE(ENR-IDX) TO ENR-COURSE-AVERAGE.
           MOVE ETBL-STATUS(ENR-IDX) TO ENR-STATUS.
           MOVE ETBL-SECTION-NUMBER(ENR-IDX) TO ENR-SECTION-NUMBER.
           MOVE ETBL-MARK-STATUS(ENR-IDX) TO ENR-MARK-STATUS.
           WRITE ENROLMENT-RECORD.

      *Write the waitlist back keeping only the entries still
               MOVE WTBL-STUDENT-NUMBER(WAIT-IDX) TO
                 WTL-STUDENT-NUMBER
               MOVE WTBL-ADDED-DATE(WAIT-IDX) TO WTL-ADDED-DATE
               MOVE WTBL-SECTION-NUMBER(WAIT-IDX) TO
                 WTL-SECTION-NUMBER
               WRITE WAITLIST-RECORD
           END-IF.

      *Read every section into the table - a section whose meeting
      *times aren't numeric HHMM is left out, the same as enrolment
      *leaves it out, so no one is promoted into it
       222-LOAD-SECTION-TABLE.
           PERFORM UNTIL WS-SECTION-EOF IS EQUAL TO "YES"
               READ SECTION-FILE
                   AT END
                       MOVE "YES" TO WS-SECTION-EOF
                   NOT AT END
                       IF SCT-START-TIME IS NUMERIC
                         AND SCT-END-TIME IS NUMERIC
                           IF SECTION-TABLE-COUNT IS LESS THAN 1000
                               ADD 1 TO SECTION-TABLE-COUNT
                               PERFORM 223-STORE-SECTION-ENTRY
                           ELSE
                               DISPLAY "SECTION TABLE FULL - ONLY THE"
                                 " FIRST 1000 SECTIONS CAN PROMOTE"
                               MOVE "YES" TO WS-SECTION-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *Store one section, zero capacity for a record with none on
      *file
       223-STORE-SECTION-ENTRY.
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
           IF SCT-CAPACITY IS NUMERIC
               MOVE SCT-CAPACITY-9 TO
                 SCTB-CAPACITY(SECTION-TABLE-COUNT)
           ELSE
               MOVE ZEROS TO SCTB-CAPACITY(SECTION-TABLE-COUNT)
           END-IF.

      *Find the section the entry at WAIT-IDX is waiting for - its
      *capacity replaces the course's, and a section no longer on
      *file can't seat anyone
       224-LOOKUP-WAIT-SECTION.
           MOVE "NO" TO WS-SECTION-ON-FILE.
           MOVE 0 TO WS-WAIT-SECTION.

           SET SCT-IDX TO 1.
           SEARCH SECTION-TABLE-ENTRY
               AT END
                   MOVE "NO" TO WS-SECTION-ON-FILE
               WHEN SCTB-COURSE-CODE(SCT-IDX) IS EQUAL TO
                      WTBL-COURSE-CODE(WAIT-IDX)
                 AND SCTB-ACADEMIC-TERM(SCT-IDX) IS EQUAL TO
                      WTBL-ACADEMIC-TERM(WAIT-IDX)
                 AND SCTB-SECTION-NUMBER(SCT-IDX) IS EQUAL TO
                      WTBL-SECTION-NUMBER(WAIT-IDX)
                   MOVE "YES" TO WS-SECTION-ON-FILE
                   SET WS-WAIT-SECTION TO SCT-IDX
                   MOVE SCTB-CAPACITY(SCT-IDX) TO WS-COURSE-CAPACITY
           END-SEARCH.

      *Check the waited-for section against every section the
      *student has come to hold that term while waiting, by the same
      *rule enrolment uses - a promotion must not hand the student a
      *timetable clash
       225-CHECK-TIMETABLE-CLASH.
           MOVE "NO" TO WS-CLASH.

           PERFORM VARYING ENR-IDX FROM 1 BY 1
             UNTIL ENR-IDX > ENROLMENT-TABLE-COUNT
             OR WS-CLASH IS EQUAL TO "YES"
               IF ETBL-STUDENT-NUMBER(ENR-IDX) IS EQUAL TO
                    WTBL-STUDENT-NUMBER(WAIT-IDX)
                 AND ETBL-ACADEMIC-TERM(ENR-IDX) IS EQUAL TO
                    WTBL-ACADEMIC-TERM(WAIT-IDX)
                 AND ETBL-STATUS(ENR-IDX) IS NOT EQUAL TO "W"
                 AND ETBL-SECTION-NUMBER(ENR-IDX) IS NOT EQUAL TO
                    SPACES
                   PERFORM 226-CHECK-ONE-HELD-SECTION
               END-IF
           END-PERFORM.

      *Find the section held by the enrolment at ENR-IDX and compare
      *its meetings with the waited-for section's
       226-CHECK-ONE-HELD-SECTION.
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
                   PERFORM 227-COMPARE-MEETING-TIMES
           END-SEARCH.

      *Two sections clash when their times overlap on a day they
      *both meet
       227-COMPARE-MEETING-TIMES.
           IF SCTB-START-TIME(SCT-IDX) IS LESS THAN
                SCTB-END-TIME(WS-WAIT-SECTION)
             AND SCTB-START-TIME(WS-WAIT-SECTION) IS LESS THAN
                SCTB-END-TIME(SCT-IDX)
               PERFORM VARYING WS-DAY-NUMBER FROM 1 BY 1
                 UNTIL WS-DAY-NUMBER > 7
                 OR WS-CLASH IS EQUAL TO "YES"
                   IF SCTB-MEETING-DAYS(SCT-IDX)(WS-DAY-NUMBER:1)
                        IS NOT EQUAL TO SPACE
                     AND SCTB-MEETING-DAYS(WS-WAIT-SECTION)
                        (WS-DAY-NUMBER:1) IS NOT EQUAL TO SPACE
                       MOVE "YES" TO WS-CLASH
                   END-IF
               END-PERFORM
           END-IF.

      *    Translate FILE-STATUS-THING into a message an operator can
      *    act on, same as CST-8283-PROJECT-3
       218-CHECK-INDEXED-FILE-STATUS.
                     FILE-STATUS-THING
           END-EVALUATE.

      *A seat in a term already closed to posting is not given out -
      *the entry stays on the waitlist and is listed
       228-CHECK-PROMOTION-TERM.
           MOVE WTBL-ACADEMIC-TERM(WAIT-IDX) TO WS-CHECK-TERM.
           PERFORM 872-CHECK-TERM-OPEN.

           IF WS-TERM-CLOSED IS EQUAL TO "YES"
               ADD 1 TO STILL-WAITING
               MOVE SPACES TO PRM-STUDENT-NAME
               MOVE "TERM CLOSED - NOT PROMOTED" TO PRM-NOTE
               PERFORM 211-WRITE-REGISTER-LINE
           ELSE
               PERFORM 208-TRY-TO-PROMOTE
           END-IF.

      *Append the before and after image of the master record just
      *changed - what the recovery utility replays forward against
      *the last unload
       840-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-RECORD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.
           MOVE "CST-8283-PROJECT-28" TO JRN-SOURCE-PROGRAM.
           MOVE WS-BUSINESS-DATE TO JRN-JOURNAL-DATE.
           MOVE WS-RUN-TIME TO JRN-JOURNAL-TIME.
           MOVE WS-JOURNAL-ACTION TO JRN-ACTION.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
       209-CLOSE-EXTERNAL-FILES.
           PERFORM 810-WRITE-RUN-END.
           CLOSE COURSE-FILE.
           CLOSE SECTION-FILE.
           CLOSE ENROLMENT-FILE.
           CLOSE WAITLIST-FILE.
           CLOSE STUFILE-FILE-INDEXED.
           MOVE STUDENTS-PROMOTED TO RC-RECORDS-WRITTEN.
           MOVE ENTRIES-REMOVED TO RC-EXCEPTION-COUNT.
           MOVE ZEROS TO RC-REJECT-COUNT.
           IF WS-CONTROL-REFUSED IS EQUAL TO "YES"
               MOVE "REFUSED" TO RC-COMPLETION-STATUS
           ELSE
               MOVE "NORMAL" TO RC-COMPLETION-STATUS
           END-IF.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

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

       END PROGRAM CST-8283-PROJECT-28.
