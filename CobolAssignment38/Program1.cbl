       IDENTIFICATION DIVISION.
       PROGRAM-ID. CST-8283-PROJECT-38.
       AUTHOR. JONATHON SLAUNWHITE, LIAM HENLEY-VACHON.
       INSTALLATION. ALGONQUIN.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Link the indexed student file and set as indexed - read front
      *to back, every active student with a course that term gets a
      *weekly timetable
       SELECT STUFILE-FILE-INDEXED
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\STUFILE-INDEXED.txt"
          ORGANIZATION  IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS STUDENT-NUMBER-INDEXED
          FILE STATUS IS FILE-STATUS-THING.

      *Link the course section file and set as line sequential - when
      *and where every section meets (see
      *copybooks/section_record.txt)
       SELECT SECTION-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\SECTIONS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SECTION-FILE-STATUS.

      *Link the course enrolment file and set as line sequential -
      *which section of which course each student sits in
       SELECT ENROLMENT-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\ENROLMENT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ENROLMENT-STATUS.

      *Link the student timetable report and set as line sequential
       SELECT STUDENT-TIMETABLE-REPORT
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\STUDENT-TIMETABLE.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Link the room timetable report and set as line sequential
       SELECT ROOM-TIMETABLE-REPORT
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\ROOM-TIMETABLE.txt"
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

      *Course section record - see copybooks/section_record.txt
       FD SECTION-FILE.
       COPY "section_record.txt".

      *Course enrolment record - shared layout, see
      *copybooks/enrolment_record.txt
       FD ENROLMENT-FILE.
       COPY "enrolment_record.txt".

      *Student timetable report output
       FD STUDENT-TIMETABLE-REPORT.
       01 STUDENT-TIMETABLE-OUT PIC X(100).

      *Room timetable report output
       FD ROOM-TIMETABLE-REPORT.
       01 ROOM-TIMETABLE-OUT PIC X(100).

      *Run-control record - shared layout, see
      *copybooks/run_control_record.txt
       FD RUN-CONTROL-FILE.
       COPY "run_control_record.txt".

       WORKING-STORAGE SECTION.

      *File status fields, one per file
       01 FILE-STATUS-THING PIC X(2).
       01 WS-SECTION-FILE-STATUS PIC X(2).
       01 WS-ENROLMENT-STATUS PIC X(2).

      *End-of-file flags, one per input file
       01 WS-EOF PIC X(4).
       01 WS-SECTION-EOF PIC X(4).
       01 WS-ENROLMENT-EOF PIC X(4).

      *Set when the timetables can't be produced - a missing master
      *or a term too big for the tables would print timetables with
      *students or classes missing, so none are printed
       01 WS-ABORT-RUN PIC X(3) VALUE "NO".

      *The academic term the timetables are for, keyed by the
      *operator
       01 WS-REPORT-TERM PIC X(5).

      *Run-control working fields - the log's file status and the
      *date/time stamped on the start and end records
       01 WS-RUN-CONTROL-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-TIME-RAW PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

      *The term's sections, kept in start-time order as they load so
      *every day of every timetable prints earliest first. The
      *enrolled count is the standing enrolments in the section;
      *SCTB-HELD marks the sections held by the student whose
      *timetable is being printed
       01 SECTION-TABLE-COUNT PIC 9(4) VALUE 0.
       01 SECTION-TABLE-CONTAINER.
         05 SECTION-TABLE-ENTRY
               OCCURS 1 TO 1000 TIMES
               DEPENDING ON SECTION-TABLE-COUNT
               INDEXED BY SCT-IDX.
           10 SCTB-COURSE-CODE PIC X(7).
           10 SCTB-SECTION-NUMBER PIC X(3).
           10 SCTB-MEETING-DAYS PIC X(7).
           10 SCTB-START-TIME PIC 9(4).
           10 SCTB-END-TIME PIC 9(4).
           10 SCTB-ROOM PIC X(6).
           10 SCTB-CAPACITY PIC 9(3).
           10 SCTB-ENROLLED PIC 9(4).
           10 SCTB-HELD PIC X(1).

      *The term's standing enrolments, each with the table position
      *of its section - zero for no section or one not on file
       01 ENROLMENT-TABLE-COUNT PIC 9(4) VALUE 0.
       01 ENROLMENT-TABLE-CONTAINER.
         05 ENROLMENT-TABLE-ENTRY
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON ENROLMENT-TABLE-COUNT
               INDEXED BY ENR-IDX.
           10 ETBL-STUDENT-NUMBER PIC 9(6).
           10 ETBL-COURSE-CODE PIC X(7).
           10 ETBL-SECTION-NUMBER PIC X(3).
           10 ETBL-SECTION-ENTRY PIC 9(4).

      *Every room the term's sections meet in, in the order the
      *section file first names them
       01 ROOM-TABLE-COUNT PIC 9(4) VALUE 0.
       01 ROOM-TABLE-CONTAINER.
         05 ROOM-TABLE-ENTRY
               OCCURS 1 TO 1000 TIMES
               DEPENDING ON ROOM-TABLE-COUNT
               INDEXED BY ROOM-IDX.
           10 RTBL-ROOM PIC X(6).

      *Day names in SCT-MEETING-DAYS order, Monday first
       01 DAY-NAME-VALUES.
         05 FILLER PIC X(9) VALUE "MONDAY".
         05 FILLER PIC X(9) VALUE "TUESDAY".
         05 FILLER PIC X(9) VALUE "WEDNESDAY".
         05 FILLER PIC X(9) VALUE "THURSDAY".
         05 FILLER PIC X(9) VALUE "FRIDAY".
         05 FILLER PIC X(9) VALUE "SATURDAY".
         05 FILLER PIC X(9) VALUE "SUNDAY".
       01 DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
         05 DAY-NAME PIC X(9) OCCURS 7 TIMES.

      *Working fields for placing a section and printing a day
       01 WS-SHIFT PIC 9(4).
       01 WS-SLOT-FOUND PIC X(3).
       01 WS-DAY-NUMBER PIC 9(1).
       01 WS-ROOM-FOUND PIC X(3).
       01 WS-STUDENT-HOLDS PIC 9(3).
       01 WS-UNSCHEDULED PIC 9(3).
       01 WS-LATEST-END PIC 9(4).

      *Keep track of the run's counts
       01 COUNTERS.
         05 RECORDS-READ PIC 9(5) VALUE 0.
         05 MASTER-READ PIC 9(5) VALUE 0.
         05 SECTIONS-SKIPPED PIC 9(5) VALUE 0.
         05 STUDENT-TIMETABLES PIC 9(5) VALUE 0.
         05 ROOM-TIMETABLES PIC 9(5) VALUE 0.
         05 LINES-WRITTEN PIC 9(5) VALUE 0.
         05 ROOM-CLASHES PIC 9(5) VALUE 0.

      *Report line templates - moved into the report records before
      *WRITE
       01 STUDENT-TITLE-LINE.
         05 FILLER PIC X(30) VALUE "STUDENT WEEKLY TIMETABLES FOR".
         05 FILLER PIC X(5) VALUE "TERM ".
         05 STT-TERM PIC X(5).
         05 FILLER PIC X(8) VALUE "  RUN - ".
         05 STT-RUN-DATE PIC 9(8).

       01 ROOM-TITLE-LINE.
         05 FILLER PIC X(30) VALUE "ROOM WEEKLY TIMETABLES FOR".
         05 FILLER PIC X(5) VALUE "TERM ".
         05 RTT-TERM PIC X(5).
         05 FILLER PIC X(8) VALUE "  RUN - ".
         05 RTT-RUN-DATE PIC 9(8).

       01 STUDENT-HEADER-LINE.
         05 FILLER PIC X(8) VALUE "STUDENT ".
         05 STH-STUDENT-NUMBER PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 STH-STUDENT-NAME PIC X(40).

       01 ROOM-HEADER-LINE.
         05 FILLER PIC X(5) VALUE "ROOM ".
         05 RMH-ROOM PIC X(6).

       01 STUDENT-CLASS-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 STC-DAY-NAME PIC X(9).
         05 FILLER PIC X(2) VALUE SPACES.
         05 STC-START-TIME PIC 9(4).
         05 FILLER PIC X(1) VALUE "-".
         05 STC-END-TIME PIC 9(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 STC-COURSE-CODE PIC X(7).
         05 FILLER PIC X(6) VALUE "  SEC ".
         05 STC-SECTION-NUMBER PIC X(3).
         05 FILLER PIC X(7) VALUE "  ROOM ".
         05 STC-ROOM PIC X(6).

       01 UNSCHEDULED-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(15) VALUE "NOT SCHEDULED".
         05 UNS-COURSE-CODE PIC X(7).
         05 FILLER PIC X(2) VALUE SPACES.
         05 UNS-NOTE PIC X(30).

       01 ROOM-CLASS-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 RMC-DAY-NAME PIC X(9).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RMC-START-TIME PIC 9(4).
         05 FILLER PIC X(1) VALUE "-".
         05 RMC-END-TIME PIC 9(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RMC-COURSE-CODE PIC X(7).
         05 FILLER PIC X(6) VALUE "  SEC ".
         05 RMC-SECTION-NUMBER PIC X(3).
         05 FILLER PIC X(11) VALUE "  ENROLLED ".
         05 RMC-ENROLLED PIC ZZZ9.
         05 FILLER PIC X(4) VALUE " OF ".
         05 RMC-CAPACITY PIC ZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 RMC-NOTE PIC X(20).

       01 REPORT-MESSAGE-LINE.
         05 RPT-MESSAGE PIC X(100).

       PROCEDURE DIVISION.

       100-PRODUCE-TIMETABLES.
      *Write the run's start record to the shared run-control log
           PERFORM 800-WRITE-RUN-START.
      *Ask which academic term the timetables are for
           PERFORM 202-GET-REPORT-TERM.
      *Open the files - a missing master aborts before anything is
      *printed
           PERFORM 201-OPEN-EXTERNAL-FILES.

           MOVE WS-REPORT-TERM TO STT-TERM RTT-TERM.
           MOVE WS-RUN-DATE TO STT-RUN-DATE RTT-RUN-DATE.
           MOVE STUDENT-TITLE-LINE TO STUDENT-TIMETABLE-OUT.
           WRITE STUDENT-TIMETABLE-OUT.
           MOVE ROOM-TITLE-LINE TO ROOM-TIMETABLE-OUT.
           WRITE ROOM-TIMETABLE-OUT.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
      *        Load the term's sections in start-time order, then
      *        the term's standing enrolments against them
               PERFORM 203-LOAD-SECTION-TABLE
           END-IF.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 205-LOAD-ENROLMENT-TABLE
           END-IF.

      *    Re-checked after the loads - an overfull table means some
      *    classes were never loaded, so nothing is printed
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 208-WRITE-STUDENT-TIMETABLES
               PERFORM 213-BUILD-ROOM-TABLE
               PERFORM 214-WRITE-ROOM-TIMETABLE
                 VARYING ROOM-IDX FROM 1 BY 1
                 UNTIL ROOM-IDX > ROOM-TABLE-COUNT

               IF ROOM-TABLE-COUNT IS EQUAL TO 0
                   MOVE SPACES TO REPORT-MESSAGE-LINE
                   MOVE "NO SECTIONS ON FILE FOR THE TERM"
                     TO RPT-MESSAGE
                   MOVE REPORT-MESSAGE-LINE TO ROOM-TIMETABLE-OUT
                   WRITE ROOM-TIMETABLE-OUT
               END-IF

      *        Display the run's counts for the console log
               DISPLAY "SECTIONS LOADED          " SECTION-TABLE-COUNT
               DISPLAY "SECTIONS SKIPPED         " SECTIONS-SKIPPED
               DISPLAY "ENROLMENTS LOADED        "
                 ENROLMENT-TABLE-COUNT
               DISPLAY "MASTER RECORDS READ      " MASTER-READ
               DISPLAY "STUDENT TIMETABLES       " STUDENT-TIMETABLES
               DISPLAY "ROOM TIMETABLES          " ROOM-TIMETABLES
               DISPLAY "ROOM CLASHES             " ROOM-CLASHES
           ELSE
               MOVE SPACES TO REPORT-MESSAGE-LINE
               MOVE "RUN ABORTED - NO TIMETABLES PRINTED" TO RPT-MESSAGE
               MOVE REPORT-MESSAGE-LINE TO STUDENT-TIMETABLE-OUT
               WRITE STUDENT-TIMETABLE-OUT
               MOVE REPORT-MESSAGE-LINE TO ROOM-TIMETABLE-OUT
               WRITE ROOM-TIMETABLE-OUT
               DISPLAY "TIMETABLES ABORTED - RC 8"
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

      *    No section file just means no course runs in sections -
      *    every course a student holds then lists as not scheduled
           OPEN INPUT SECTION-FILE.

           IF WS-SECTION-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "SECTIONS.txt NOT FOUND - NO SECTIONS ON FILE"
               MOVE "YES" TO WS-SECTION-EOF
           END-IF.

           OPEN INPUT ENROLMENT-FILE.

           IF WS-ENROLMENT-STATUS IS EQUAL TO "35"
               DISPLAY "ENROLMENT.txt NOT FOUND - NO ONE ENROLLED"
               MOVE "YES" TO WS-ENROLMENT-EOF
           END-IF.

           OPEN OUTPUT STUDENT-TIMETABLE-REPORT.
           OPEN OUTPUT ROOM-TIMETABLE-REPORT.

      *Ask for the academic term, re-asking until one is keyed
       202-GET-REPORT-TERM.
           MOVE SPACES TO WS-REPORT-TERM.

           PERFORM UNTIL WS-REPORT-TERM IS NOT EQUAL TO SPACES
               DISPLAY "TIMETABLE TERM (E.G. 2026F)"
               ACCEPT WS-REPORT-TERM
               IF WS-REPORT-TERM IS EQUAL TO SPACES
                   DISPLAY "A TERM IS REQUIRED, RE-ENTER"
               END-IF
           END-PERFORM.

      *Read the section file, keeping the requested term's sections -
      *a section whose times aren't numeric HHMM can't be placed on a
      *timetable, so it is skipped and named on the console
       203-LOAD-SECTION-TABLE.
           PERFORM UNTIL WS-SECTION-EOF IS EQUAL TO "YES"
               READ SECTION-FILE
                   AT END
                       MOVE "YES" TO WS-SECTION-EOF
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       IF SCT-ACADEMIC-TERM IS EQUAL TO WS-REPORT-TERM
                           IF SCT-START-TIME IS NUMERIC
                             AND SCT-END-TIME IS NUMERIC
                               PERFORM 204-INSERT-SECTION
                           ELSE
                               DISPLAY "SECTION " SCT-COURSE-CODE " "
                                 SCT-SECTION-NUMBER
                                 " HAS NO VALID TIMES - SKIPPED"
                               ADD 1 TO SECTIONS-SKIPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *Place one section in the table by its start time - every
      *section starting later moves up one place to make room, so
      *sections starting together keep their file order. An
      *overfull table aborts the run
       204-INSERT-SECTION.
           IF SECTION-TABLE-COUNT IS NOT LESS THAN 1000
               DISPLAY "SECTION TABLE FULL - MORE THAN 1000 SECTIONS"
               DISPLAY "IN THE TERM"
               MOVE "YES" TO WS-ABORT-RUN
               MOVE "YES" TO WS-SECTION-EOF
           ELSE
               MOVE SECTION-TABLE-COUNT TO WS-SHIFT
               ADD 1 TO SECTION-TABLE-COUNT
               MOVE "NO" TO WS-SLOT-FOUND

               PERFORM UNTIL WS-SLOT-FOUND IS EQUAL TO "YES"
                   IF WS-SHIFT IS EQUAL TO 0
                       MOVE "YES" TO WS-SLOT-FOUND
                   ELSE
                       IF SCTB-START-TIME(WS-SHIFT) IS GREATER THAN
                            SCT-START-TIME-9
                           MOVE SECTION-TABLE-ENTRY(WS-SHIFT) TO
                             SECTION-TABLE-ENTRY(WS-SHIFT + 1)
                           SUBTRACT 1 FROM WS-SHIFT
                       ELSE
                           MOVE "YES" TO WS-SLOT-FOUND
                       END-IF
                   END-IF
               END-PERFORM

               ADD 1 TO WS-SHIFT
               MOVE SCT-COURSE-CODE TO SCTB-COURSE-CODE(WS-SHIFT)
               MOVE SCT-SECTION-NUMBER TO SCTB-SECTION-NUMBER(WS-SHIFT)
               MOVE SCT-MEETING-DAYS TO SCTB-MEETING-DAYS(WS-SHIFT)
               MOVE SCT-START-TIME-9 TO SCTB-START-TIME(WS-SHIFT)
               MOVE SCT-END-TIME-9 TO SCTB-END-TIME(WS-SHIFT)
               MOVE SCT-ROOM TO SCTB-ROOM(WS-SHIFT)
               IF SCT-CAPACITY IS NUMERIC
                   MOVE SCT-CAPACITY-9 TO SCTB-CAPACITY(WS-SHIFT)
               ELSE
                   MOVE ZEROS TO SCTB-CAPACITY(WS-SHIFT)
               END-IF
               MOVE 0 TO SCTB-ENROLLED(WS-SHIFT)
               MOVE "N" TO SCTB-HELD(WS-SHIFT)
           END-IF.

      *Read the enrolment file, keeping the requested term's standing
      *enrolments - a withdrawn enrolment holds no seat and no place
      *on a timetable
       205-LOAD-ENROLMENT-TABLE.
           PERFORM UNTIL WS-ENROLMENT-EOF IS EQUAL TO "YES"
               READ ENROLMENT-FILE
                   AT END
                       MOVE "YES" TO WS-ENROLMENT-EOF
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       IF ENR-ACADEMIC-TERM IS EQUAL TO WS-REPORT-TERM
                         AND ENR-STATUS IS NOT EQUAL TO "W"
                           PERFORM 206-ADD-ENROLMENT-TO-TABLE
                       END-IF
               END-READ
           END-PERFORM.

      *Add one enrolment to the table and count it against its
      *section's seats - an overfull table aborts the run
       206-ADD-ENROLMENT-TO-TABLE.
           IF ENROLMENT-TABLE-COUNT IS LESS THAN 5000
               ADD 1 TO ENROLMENT-TABLE-COUNT
               SET ENR-IDX TO ENROLMENT-TABLE-COUNT
               MOVE ENR-STUDENT-NUMBER TO ETBL-STUDENT-NUMBER(ENR-IDX)
               MOVE ENR-COURSE-CODE TO ETBL-COURSE-CODE(ENR-IDX)
               MOVE ENR-SECTION-NUMBER TO ETBL-SECTION-NUMBER(ENR-IDX)
               PERFORM 207-FIND-ENROLMENT-SECTION
           ELSE
               DISPLAY "ENROLMENT TABLE FULL - MORE THAN 5000"
               DISPLAY "ENROLMENTS IN THE TERM"
               MOVE "YES" TO WS-ABORT-RUN
               MOVE "YES" TO WS-ENROLMENT-EOF
           END-IF.

      *Find the section of the enrolment at ENR-IDX - no section, or
      *one not on file, leaves it unscheduled
       207-FIND-ENROLMENT-SECTION.
           MOVE 0 TO ETBL-SECTION-ENTRY(ENR-IDX).

           IF ETBL-SECTION-NUMBER(ENR-IDX) IS NOT EQUAL TO SPACES
               SET SCT-IDX TO 1
               SEARCH SECTION-TABLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN SCTB-COURSE-CODE(SCT-IDX) IS EQUAL TO
                          ETBL-COURSE-CODE(ENR-IDX)
                     AND SCTB-SECTION-NUMBER(SCT-IDX) IS EQUAL TO
                          ETBL-SECTION-NUMBER(ENR-IDX)
                       SET ETBL-SECTION-ENTRY(ENR-IDX) TO SCT-IDX
                       ADD 1 TO SCTB-ENROLLED(SCT-IDX)
               END-SEARCH
           END-IF.

      *Read the master front to back printing a timetable for every
      *active student holding a course in the term
       208-WRITE-STUDENT-TIMETABLES.
           PERFORM UNTIL WS-EOF IS EQUAL TO "YES"
               READ STUFILE-FILE-INDEXED NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-EOF
                   NOT AT END
                       ADD 1 TO MASTER-READ
                       IF STUDENT-STATUS-INDEXED IS NOT EQUAL TO "G"
                         AND STUDENT-STATUS-INDEXED IS NOT EQUAL TO "W"
                           PERFORM 210-WRITE-ONE-TIMETABLE
                       END-IF
               END-READ
           END-PERFORM.

      *Mark the sections the student holds, then print the week a
      *day at a time in start-time order, then every course the
      *student holds with no section to place it by
       210-WRITE-ONE-TIMETABLE.
           MOVE 0 TO WS-STUDENT-HOLDS.
           MOVE 0 TO WS-UNSCHEDULED.

           PERFORM VARYING ENR-IDX FROM 1 BY 1
             UNTIL ENR-IDX > ENROLMENT-TABLE-COUNT
               IF ETBL-STUDENT-NUMBER(ENR-IDX) IS EQUAL TO
                    STUDENT-NUMBER-INDEXED
                   ADD 1 TO WS-STUDENT-HOLDS
                   IF ETBL-SECTION-ENTRY(ENR-IDX) IS GREATER THAN 0
                       MOVE "Y" TO
                         SCTB-HELD(ETBL-SECTION-ENTRY(ENR-IDX))
                   ELSE
                       ADD 1 TO WS-UNSCHEDULED
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-STUDENT-HOLDS IS GREATER THAN 0
               ADD 1 TO STUDENT-TIMETABLES
               MOVE SPACES TO STUDENT-TIMETABLE-OUT
               WRITE STUDENT-TIMETABLE-OUT
               MOVE STUDENT-NUMBER-INDEXED TO STH-STUDENT-NUMBER
               MOVE STUDENT-NAME-INDEXED TO STH-STUDENT-NAME
               MOVE STUDENT-HEADER-LINE TO STUDENT-TIMETABLE-OUT
               WRITE STUDENT-TIMETABLE-OUT

               PERFORM 211-WRITE-STUDENT-DAY
                 VARYING WS-DAY-NUMBER FROM 1 BY 1
                 UNTIL WS-DAY-NUMBER > 7

               IF WS-UNSCHEDULED IS GREATER THAN 0
                   PERFORM 212-WRITE-UNSCHEDULED
               END-IF

               PERFORM VARYING SCT-IDX FROM 1 BY 1
                 UNTIL SCT-IDX > SECTION-TABLE-COUNT
                   MOVE "N" TO SCTB-HELD(SCT-IDX)
               END-PERFORM
           END-IF.

      *Print the held sections meeting on day WS-DAY-NUMBER
       211-WRITE-STUDENT-DAY.
           PERFORM VARYING SCT-IDX FROM 1 BY 1
             UNTIL SCT-IDX > SECTION-TABLE-COUNT
               IF SCTB-HELD(SCT-IDX) IS EQUAL TO "Y"
                 AND SCTB-MEETING-DAYS(SCT-IDX)(WS-DAY-NUMBER:1)
                    IS NOT EQUAL TO SPACE
                   MOVE DAY-NAME(WS-DAY-NUMBER) TO STC-DAY-NAME
                   MOVE SCTB-START-TIME(SCT-IDX) TO STC-START-TIME
                   MOVE SCTB-END-TIME(SCT-IDX) TO STC-END-TIME
                   MOVE SCTB-COURSE-CODE(SCT-IDX) TO STC-COURSE-CODE
                   MOVE SCTB-SECTION-NUMBER(SCT-IDX) TO
                     STC-SECTION-NUMBER
                   MOVE SCTB-ROOM(SCT-IDX) TO STC-ROOM
                   MOVE STUDENT-CLASS-LINE TO STUDENT-TIMETABLE-OUT
                   WRITE STUDENT-TIMETABLE-OUT
                   ADD 1 TO LINES-WRITTEN
               END-IF
           END-PERFORM.

      *List the student's courses that have no section to place them
      *on the week
       212-WRITE-UNSCHEDULED.
           PERFORM VARYING ENR-IDX FROM 1 BY 1
             UNTIL ENR-IDX > ENROLMENT-TABLE-COUNT
               IF ETBL-STUDENT-NUMBER(ENR-IDX) IS EQUAL TO
                    STUDENT-NUMBER-INDEXED
                 AND ETBL-SECTION-ENTRY(ENR-IDX) IS EQUAL TO 0
                   MOVE ETBL-COURSE-CODE(ENR-IDX) TO UNS-COURSE-CODE
                   IF ETBL-SECTION-NUMBER(ENR-IDX) IS EQUAL TO SPACES
                       MOVE "NO SECTION" TO UNS-NOTE
                   ELSE
                       MOVE SPACES TO UNS-NOTE
                       STRING "SECTION " DELIMITED BY SIZE
                         ETBL-SECTION-NUMBER(ENR-IDX)
                           DELIMITED BY SIZE
                         " NOT ON FILE" DELIMITED BY SIZE
                         INTO UNS-NOTE
                   END-IF
                   MOVE UNSCHEDULED-LINE TO STUDENT-TIMETABLE-OUT
                   WRITE STUDENT-TIMETABLE-OUT
                   ADD 1 TO LINES-WRITTEN
               END-IF
           END-PERFORM.

      *Collect every room the term's sections meet in - a section
      *with no room keyed has nowhere to clash, so it stays off the
      *room timetable
       213-BUILD-ROOM-TABLE.
           PERFORM VARYING SCT-IDX FROM 1 BY 1
             UNTIL SCT-IDX > SECTION-TABLE-COUNT
               IF SCTB-ROOM(SCT-IDX) IS NOT EQUAL TO SPACES
                   MOVE "NO" TO WS-ROOM-FOUND
                   PERFORM VARYING ROOM-IDX FROM 1 BY 1
                     UNTIL ROOM-IDX > ROOM-TABLE-COUNT
                     OR WS-ROOM-FOUND IS EQUAL TO "YES"
                       IF RTBL-ROOM(ROOM-IDX) IS EQUAL TO
                            SCTB-ROOM(SCT-IDX)
                           MOVE "YES" TO WS-ROOM-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-ROOM-FOUND IS NOT EQUAL TO "YES"
                       ADD 1 TO ROOM-TABLE-COUNT
                       MOVE SCTB-ROOM(SCT-IDX) TO
                         RTBL-ROOM(ROOM-TABLE-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

      *Print the week for the room at ROOM-IDX a day at a time
       214-WRITE-ROOM-TIMETABLE.
           ADD 1 TO ROOM-TIMETABLES.
           MOVE SPACES TO ROOM-TIMETABLE-OUT.
           WRITE ROOM-TIMETABLE-OUT.
           MOVE RTBL-ROOM(ROOM-IDX) TO RMH-ROOM.
           MOVE ROOM-HEADER-LINE TO ROOM-TIMETABLE-OUT.
           WRITE ROOM-TIMETABLE-OUT.

           PERFORM 215-WRITE-ROOM-DAY
             VARYING WS-DAY-NUMBER FROM 1 BY 1
             UNTIL WS-DAY-NUMBER > 7.

      *Print the room's sections meeting on day WS-DAY-NUMBER in
      *start-time order - a section starting before the latest end
      *so far that day overlaps one already in the room, and is
      *flagged and counted as a room clash
       215-WRITE-ROOM-DAY.
           MOVE 0 TO WS-LATEST-END.

           PERFORM VARYING SCT-IDX FROM 1 BY 1
             UNTIL SCT-IDX > SECTION-TABLE-COUNT
               IF SCTB-ROOM(SCT-IDX) IS EQUAL TO RTBL-ROOM(ROOM-IDX)
                 AND SCTB-MEETING-DAYS(SCT-IDX)(WS-DAY-NUMBER:1)
                    IS NOT EQUAL TO SPACE
                   MOVE DAY-NAME(WS-DAY-NUMBER) TO RMC-DAY-NAME
                   MOVE SCTB-START-TIME(SCT-IDX) TO RMC-START-TIME
                   MOVE SCTB-END-TIME(SCT-IDX) TO RMC-END-TIME
                   MOVE SCTB-COURSE-CODE(SCT-IDX) TO RMC-COURSE-CODE
                   MOVE SCTB-SECTION-NUMBER(SCT-IDX) TO
                     RMC-SECTION-NUMBER
                   MOVE SCTB-ENROLLED(SCT-IDX) TO RMC-ENROLLED
                   MOVE SCTB-CAPACITY(SCT-IDX) TO RMC-CAPACITY
                   MOVE SPACES TO RMC-NOTE
                   IF SCTB-START-TIME(SCT-IDX) IS LESS THAN
                        WS-LATEST-END
                       MOVE "*** ROOM CLASH ***" TO RMC-NOTE
                       ADD 1 TO ROOM-CLASHES
                   END-IF
                   IF SCTB-END-TIME(SCT-IDX) IS GREATER THAN
                        WS-LATEST-END
                       MOVE SCTB-END-TIME(SCT-IDX) TO WS-LATEST-END
                   END-IF
                   MOVE ROOM-CLASS-LINE TO ROOM-TIMETABLE-OUT
                   WRITE ROOM-TIMETABLE-OUT
                   ADD 1 TO LINES-WRITTEN
               END-IF
           END-PERFORM.

      *Close all external files
       209-CLOSE-EXTERNAL-FILES.
           PERFORM 810-WRITE-RUN-END.
           CLOSE STUFILE-FILE-INDEXED.
           CLOSE SECTION-FILE.
           CLOSE ENROLMENT-FILE.
           CLOSE STUDENT-TIMETABLE-REPORT.
           CLOSE ROOM-TIMETABLE-REPORT.

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
      *summary reports on - every room clash counts as an exception
       810-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.

           PERFORM 820-STAMP-RUN-RECORD.
           MOVE "END" TO RC-RECORD-TYPE.
           COMPUTE RC-RECORDS-READ = RECORDS-READ + MASTER-READ.
           MOVE LINES-WRITTEN TO RC-RECORDS-WRITTEN.
           MOVE ROOM-CLASHES TO RC-EXCEPTION-COUNT.
           MOVE SECTIONS-SKIPPED TO RC-REJECT-COUNT.
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
           MOVE "CST-8283-PROJECT-38" TO RC-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO RC-RUN-DATE.
           MOVE WS-RUN-TIME TO RC-RUN-TIME.
           MOVE ZEROS TO RC-RECORDS-READ RC-RECORDS-WRITTEN
             RC-EXCEPTION-COUNT RC-REJECT-COUNT.

       END PROGRAM CST-8283-PROJECT-38.
