      -"nt 2\COURSE.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Link the course section file and set as line sequential - a
      *course that runs in sections rosters one section at a time,
      *with the section's meeting days, times and room on its header
      *(see copybooks/section_record.txt)
       SELECT SECTION-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\SECTIONS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SECTION-FILE-STATUS.

      *Link the course enrolment file and set as line sequential -
      *the system of record for who is in what course for what term,
      *written by the enrolment program (CST-8283-PROJECT-7)
       FD COURSE-FILE.
       COPY "course_record.txt".

      *Course section record - see copybooks/section_record.txt
       FD SECTION-FILE.
       COPY "section_record.txt".

      *Course enrolment record - one per student per term per course,
      *shared layout, see copybooks/enrolment_record.txt
       FD ENROLMENT-FILE.
         05 ROSTER-STUDENT-NAME PIC X(40).
         05 FILLER PIC X(4).
         05 ROSTER-COURSE-AVERAGE PIC ZZ9.
         05 FILLER PIC X(24).


      *Run-control record - shared layout, see
       01 WS-ENROLMENT-EOF PIC X(4).
      *File status for the enrolment file
       01 WS-ENROLMENT-STATUS PIC X(2).
      *End-of-file flag and file status for the section file
       01 WS-SECTION-EOF PIC X(4).
       01 WS-SECTION-FILE-STATUS PIC X(2).
      *Which academic term the rosters are for - "ALL" runs every term
       01 WS-REPORT-TERM PIC X(5).

           10 ETBL-COURSE-CODE PIC X(7).
           10 ETBL-COURSE-AVERAGE PIC 9(3).
           10 ETBL-STATUS PIC X(1).
           10 ETBL-SECTION-NUMBER PIC X(3).

      *In-memory copy of the sections for the requested term, in
      *file order, so each course's sections roster in the order the
      *chairs keyed them
       01 SECTION-TABLE-COUNT PIC 9(4) VALUE 0.
       01 SECTION-TABLE-CONTAINER.
         05 SECTION-TABLE-ENTRY
               OCCURS 1 TO 1000 TIMES
               DEPENDING ON SECTION-TABLE-COUNT
               INDEXED BY SCT-IDX SCT-FIND-IDX.
           10 SCTB-COURSE-CODE PIC X(7).
           10 SCTB-ACADEMIC-TERM PIC X(5).
           10 SCTB-SECTION-NUMBER PIC X(3).
           10 SCTB-MEETING-DAYS PIC X(7).
           10 SCTB-START-TIME PIC X(4).
           10 SCTB-END-TIME PIC X(4).
           10 SCTB-ROOM PIC X(6).

      *Table of the courses on the course master
       01 COURSE-TABLE-COUNT PIC 9(3) VALUE 0.
       01 WS-ROSTER-NAME PIC X(40).
      *Set when the enrolment's student is found in the student table
       01 WS-NAME-FOUND PIC X(3).
      *Set when the enrolment's section is one on the section file,
      *and the count of a course's enrolments that aren't in one
       01 WS-SECTION-FOUND PIC X(3).
       01 WS-UNSECTIONED-COUNT PIC 9(4).
      *Set when the course being rostered has a section on file
       01 WS-COURSE-HAS-SECTIONS PIC X(3).

      *Report line templates - moved into CLASS-ROSTER-OUT before WRITE
       01 COURSE-HEADER-LINE.
         05 FILLER PIC X(19) VALUE "ROSTER FOR COURSE ".
         05 HEADER-COURSE-CODE PIC X(7).

      *Header for one section's roster - same opening as the course
      *header, then when and where the section meets
       01 SECTION-HEADER-LINE.
         05 FILLER PIC X(19) VALUE "ROSTER FOR COURSE ".
         05 SECTION-HEADER-COURSE PIC X(7).
         05 FILLER PIC X(9) VALUE " SECTION ".
         05 SECTION-HEADER-NUMBER PIC X(3).
         05 FILLER PIC X(6) VALUE " TERM ".
         05 SECTION-HEADER-TERM PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 SECTION-HEADER-DAYS PIC X(7).
         05 FILLER PIC X(2) VALUE SPACES.
         05 SECTION-HEADER-START PIC X(4).
         05 FILLER PIC X(1) VALUE "-".
         05 SECTION-HEADER-END PIC X(4).
         05 FILLER PIC X(7) VALUE "  ROOM ".
         05 SECTION-HEADER-ROOM PIC X(6).

      *Same width as CLASS-ROSTER-OUT (58 bytes) so the MOVE below
      *doesn't truncate the last column
       01 COLUMN-HEADER-LINE.
           PERFORM 202-LOAD-STUDENT-TABLE.
      *Load the enrolments the rosters are built from
           PERFORM 210-LOAD-ENROLMENT-TABLE.
      *Load the requested term's sections
           PERFORM 213-LOAD-SECTION-TABLE.
      *Load the list of courses from the course master
           PERFORM 203-BUILD-COURSE-TABLE.
      *Write the rosters for each distinct course code - one per
      *section, then one for anyone not in a section
           PERFORM 204-WRITE-COURSE-ROSTER
             VARYING COURSE-TABLE-IDX FROM 1 BY 1
             UNTIL COURSE-TABLE-IDX > COURSE-TABLE-COUNT.
               MOVE "YES" TO WS-ENROLMENT-EOF
           END-IF.

      *    No section file just means no course runs in sections
           OPEN INPUT SECTION-FILE.
           IF WS-SECTION-FILE-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-SECTION-EOF
           END-IF.

      *Ask which academic term to roster - a blank answer runs every
      *term, same as keying ALL
       209-GET-REPORT-TERM.
               MOVE ENR-COURSE-AVERAGE TO
                 ETBL-COURSE-AVERAGE(ENROLMENT-TABLE-COUNT)
               MOVE ENR-STATUS TO ETBL-STATUS(ENROLMENT-TABLE-COUNT)
               MOVE ENR-SECTION-NUMBER TO
                 ETBL-SECTION-NUMBER(ENROLMENT-TABLE-COUNT)
           ELSE
               DISPLAY "ENROLMENT TABLE FULL - ROSTERS COVER THE"
                 " FIRST 2000 ENROLMENTS ONLY"
               MOVE "YES" TO COURSE-EOF
           END-IF.

      *Write the rosters for the course at COURSE-TABLE-IDX - one
      *for each of its sections, then the course's own roster for
      *every standing enrolment that isn't in a section on file. A
      *course with no sections has only its own roster, exactly as
      *before sections, header and all even with no one on it
       204-WRITE-COURSE-ROSTER.
           MOVE "NO" TO WS-COURSE-HAS-SECTIONS.
           PERFORM VARYING SCT-IDX FROM 1 BY 1
             UNTIL SCT-IDX > SECTION-TABLE-COUNT
               IF SCTB-COURSE-CODE(SCT-IDX) IS EQUAL TO
                    DISTINCT-COURSE-CODE(COURSE-TABLE-IDX)
                   MOVE "YES" TO WS-COURSE-HAS-SECTIONS
                   PERFORM 214-WRITE-SECTION-ROSTER
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-UNSECTIONED-COUNT.
           PERFORM VARYING ENR-IDX FROM 1 BY 1
             UNTIL ENR-IDX > ENROLMENT-TABLE-COUNT
               IF ETBL-COURSE-CODE(ENR-IDX) IS EQUAL TO
                    DISTINCT-COURSE-CODE(COURSE-TABLE-IDX)
                 AND ETBL-STATUS(ENR-IDX) IS NOT EQUAL TO "W"
                   PERFORM 215-FIND-ENROLMENT-SECTION
                   IF WS-SECTION-FOUND IS NOT EQUAL TO "YES"
                       ADD 1 TO WS-UNSECTIONED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-UNSECTIONED-COUNT IS GREATER THAN ZERO
             OR WS-COURSE-HAS-SECTIONS IS EQUAL TO "NO"
               PERFORM 216-WRITE-UNSECTIONED-ROSTER
           END-IF.

      *Write the roster for the section at SCT-IDX - its header line
      *followed by every standing enrolment in it
       214-WRITE-SECTION-ROSTER.
           MOVE SCTB-COURSE-CODE(SCT-IDX) TO SECTION-HEADER-COURSE.
           MOVE SCTB-SECTION-NUMBER(SCT-IDX) TO SECTION-HEADER-NUMBER.
           MOVE SCTB-ACADEMIC-TERM(SCT-IDX) TO SECTION-HEADER-TERM.
           MOVE SCTB-MEETING-DAYS(SCT-IDX) TO SECTION-HEADER-DAYS.
           MOVE SCTB-START-TIME(SCT-IDX) TO SECTION-HEADER-START.
           MOVE SCTB-END-TIME(SCT-IDX) TO SECTION-HEADER-END.
           MOVE SCTB-ROOM(SCT-IDX) TO SECTION-HEADER-ROOM.
           MOVE SECTION-HEADER-LINE TO CLASS-ROSTER-OUT.
           WRITE CLASS-ROSTER-OUT.

           MOVE COLUMN-HEADER-LINE TO CLASS-ROSTER-OUT.
           WRITE CLASS-ROSTER-OUT.

           PERFORM VARYING ENR-IDX FROM 1 BY 1
             UNTIL ENR-IDX > ENROLMENT-TABLE-COUNT
               IF ETBL-COURSE-CODE(ENR-IDX) IS EQUAL TO
                    SCTB-COURSE-CODE(SCT-IDX)
                 AND ETBL-ACADEMIC-TERM(ENR-IDX) IS EQUAL TO
                    SCTB-ACADEMIC-TERM(SCT-IDX)
                 AND ETBL-SECTION-NUMBER(ENR-IDX) IS EQUAL TO
                    SCTB-SECTION-NUMBER(SCT-IDX)
                 AND ETBL-STATUS(ENR-IDX) IS NOT EQUAL TO "W"
                   PERFORM 208-WRITE-ROSTER-DETAIL
               END-IF
           END-PERFORM.

      *Look for the enrolment at ENR-IDX's section among the sections
      *on file - no section, or one since taken off the file, rosters
      *under the course itself so no one drops off the rosters
       215-FIND-ENROLMENT-SECTION.
           MOVE "NO" TO WS-SECTION-FOUND.

           IF ETBL-SECTION-NUMBER(ENR-IDX) IS NOT EQUAL TO SPACES
               SET SCT-FIND-IDX TO 1
               SEARCH SECTION-TABLE-ENTRY VARYING SCT-FIND-IDX
                   AT END
                       MOVE "NO" TO WS-SECTION-FOUND
                   WHEN SCTB-COURSE-CODE(SCT-FIND-IDX) IS EQUAL TO
                          ETBL-COURSE-CODE(ENR-IDX)
                     AND SCTB-ACADEMIC-TERM(SCT-FIND-IDX) IS EQUAL TO
                          ETBL-ACADEMIC-TERM(ENR-IDX)
                     AND SCTB-SECTION-NUMBER(SCT-FIND-IDX) IS EQUAL TO
                          ETBL-SECTION-NUMBER(ENR-IDX)
                       MOVE "YES" TO WS-SECTION-FOUND
               END-SEARCH
           END-IF.

      *Write the course's own roster - a header line followed by
      *every standing enrolment in the course that isn't in a
      *section on file
       216-WRITE-UNSECTIONED-ROSTER.
           MOVE DISTINCT-COURSE-CODE(COURSE-TABLE-IDX) TO
             HEADER-COURSE-CODE.
           MOVE COURSE-HEADER-LINE TO CLASS-ROSTER-OUT.
               IF ETBL-COURSE-CODE(ENR-IDX) IS EQUAL TO
                    DISTINCT-COURSE-CODE(COURSE-TABLE-IDX)
                 AND ETBL-STATUS(ENR-IDX) IS NOT EQUAL TO "W"
                   PERFORM 215-FIND-ENROLMENT-SECTION
                   IF WS-SECTION-FOUND IS NOT EQUAL TO "YES"
                       PERFORM 208-WRITE-ROSTER-DETAIL
                   END-IF
               END-IF
           END-PERFORM.

      *Read the section file into the table, keeping only the
      *sections for the requested term
       213-LOAD-SECTION-TABLE.
           PERFORM UNTIL WS-SECTION-EOF IS EQUAL TO "YES"
               READ SECTION-FILE
                   AT END
                       MOVE "YES" TO WS-SECTION-EOF
                   NOT AT END
                       IF WS-REPORT-TERM IS EQUAL TO "ALL"
                         OR SCT-ACADEMIC-TERM IS EQUAL TO
                            WS-REPORT-TERM
                           PERFORM 217-ADD-SECTION-TO-TABLE
                       END-IF
               END-READ
           END-PERFORM.

      *Add one section record to the table
       217-ADD-SECTION-TO-TABLE.
           IF SECTION-TABLE-COUNT IS LESS THAN 1000
               ADD 1 TO SECTION-TABLE-COUNT
               MOVE SCT-COURSE-CODE TO
                 SCTB-COURSE-CODE(SECTION-TABLE-COUNT)
               MOVE SCT-ACADEMIC-TERM TO
                 SCTB-ACADEMIC-TERM(SECTION-TABLE-COUNT)
               MOVE SCT-SECTION-NUMBER TO
                 SCTB-SECTION-NUMBER(SECTION-TABLE-COUNT)
               MOVE SCT-MEETING-DAYS TO
                 SCTB-MEETING-DAYS(SECTION-TABLE-COUNT)
               MOVE SCT-START-TIME TO
                 SCTB-START-TIME(SECTION-TABLE-COUNT)
               MOVE SCT-END-TIME TO SCTB-END-TIME(SECTION-TABLE-COUNT)
               MOVE SCT-ROOM TO SCTB-ROOM(SECTION-TABLE-COUNT)
           ELSE
               DISPLAY "SECTION TABLE FULL - ROSTERS COVER THE FIRST"
                 " 1000 SECTIONS ONLY"
               MOVE "YES" TO WS-SECTION-EOF
           END-IF.

      *Write one roster detail line for the enrolment at ENR-IDX -
      *an enrolment whose student isn't in the student table belongs
      *to a graduated, withdrawn, or archived student and is skipped
           CLOSE STUFILE-FILE.
           CLOSE COURSE-FILE.
           CLOSE ENROLMENT-FILE.
           CLOSE SECTION-FILE.
           CLOSE CLASS-ROSTER-RECORD.

           STOP RUN.
