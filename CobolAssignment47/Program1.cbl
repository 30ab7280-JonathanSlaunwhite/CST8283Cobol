       IDENTIFICATION DIVISION.
       PROGRAM-ID. CST-8283-PROJECT-47.
       AUTHOR. JONATHON SLAUNWHITE, LIAM HENLEY-VACHON.
       INSTALLATION. ALGONQUIN.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Link the operator master and set as line sequential - the
      *sign-on step validates the keyed operator ID and the hold
      *permissions against it (see copybooks/operator_record.txt)
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
      *number as the record key - read only, so a hold is only ever
      *placed on a student the master carries
       SELECT STUFILE-FILE-INDEXED
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\STUFILE-INDEXED.txt"
          ORGANIZATION  IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS STUDENT-NUMBER-INDEXED
          FILE STATUS IS FILE-STATUS-THING.

      *Link the student holds file and set as line sequential -
      *read front to back into the table, placed, released and
      *overridden there, and written back (see
      *copybooks/hold_record.txt)
       SELECT HOLD-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\HOLDS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HOLD-FILE-STATUS.

      *Link the hold log and set as line sequential - every hold
      *placed, released or overridden gets its own line here (see
      *copybooks/hold_log_record.txt)
       SELECT HOLD-LOG-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\HOLD-LOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HOLD-LOG-STATUS.

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

      *Student hold record - see copybooks/hold_record.txt
       FD HOLD-FILE.
       COPY "hold_record.txt".

      *Hold log record - see copybooks/hold_log_record.txt
       FD HOLD-LOG-FILE.
       COPY "hold_log_record.txt".

       WORKING-STORAGE SECTION.

      *File status for STUFILE-FILE-INDEXED
       01 FILE-STATUS-THING PIC X(2).
      *File statuses for the holds file and the hold log
       01 WS-HOLD-FILE-STATUS PIC X(2).
       01 WS-HOLD-LOG-STATUS PIC X(2).
       01 WS-HOLD-EOF PIC X(4).

      *In-memory copy of the whole holds file
       01 HOLD-TABLE-COUNT PIC 9(4) VALUE 0.
       01 HOLD-TABLE-CONTAINER.
         05 HOLD-TABLE-ENTRY
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON HOLD-TABLE-COUNT
               INDEXED BY HLD-IDX
                          FOUND-HLD-IDX.
           10 HTBL-HOLD-NUMBER PIC 9(6).
           10 HTBL-STUDENT-NUMBER PIC 9(6).
           10 HTBL-HOLD-TYPE PIC X(1).
           10 HTBL-STATUS PIC X(1).
           10 HTBL-SOURCE PIC X(1).
           10 HTBL-REASON PIC X(40).
           10 HTBL-PLACED-BY PIC X(3).
           10 HTBL-PLACED-DATE PIC 9(8).
           10 HTBL-RELEASED-BY PIC X(3).
           10 HTBL-RELEASED-DATE PIC 9(8).
           10 HTBL-OVERRIDE-ENROLMENT PIC X(1).
           10 HTBL-OVERRIDE-TRANSCRIPT PIC X(1).
           10 HTBL-OVERRIDE-GRADUATION PIC X(1).
           10 HTBL-OVERRIDE-BY PIC X(3).
           10 HTBL-OVERRIDE-DATE PIC 9(8).

      *Next hold number - one past the highest on file
       01 WS-NEXT-HOLD-NUMBER PIC 9(6) VALUE 0.

      *Set when the holds file exceeds what memory can hold - the
      *run must then leave the file exactly as it found it
       01 WS-ABORT-RUN PIC X(3) VALUE "NO".

      *Flag to keep taking hold requests until the operator is done,
      *same shape as WS-MORE-MAINTENANCE in PROJECT-6
       01 WS-MORE-MAINTENANCE PIC X(3) VALUE "YES".
      *Function keyed by the operator - I inquire, P place a hold,
      *R release a hold, O override a hold
       01 WS-FUNCTION-CODE PIC X(1).
      *Set when the signed-on operator holds the permission the
      *keyed function needs
       01 WS-FUNCTION-ALLOWED PIC X(3).
      *Student number keyed by the operator, edited before use as key
       01 WS-STUDENT-NUMBER-IN PIC X(6).
      *Set when the keyed student number reads successfully
       01 WS-RECORD-FOUND PIC X(3).

      *Fields keyed for one hold - its type, the reason for it, the
      *hold number to release or override, and what the override
      *lets the student through for
       01 WS-HOLD-TYPE-IN PIC X(1).
       01 WS-REASON-IN PIC X(40).
       01 WS-HOLD-NUMBER-IN PIC X(6).
       01 WS-HOLD-NUMBER-IN-9 REDEFINES WS-HOLD-NUMBER-IN PIC 9(6).
       01 WS-PURPOSE-IN PIC X(1).
      *Set when the keyed hold number is one of this student's
       01 WS-HOLD-FOUND PIC X(3).
      *How many holds the student has, and how many still stand
       01 WS-STUDENT-HOLD-COUNT PIC 9(4).
       01 WS-ACTIVE-HOLD-COUNT PIC 9(4).
      *What a hold log entry records happened
       01 WS-HOLD-ACTION PIC X(8).
       01 WS-LOG-PURPOSE PIC X(1).

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
           10 OTBL-AUTH-HOLDS PIC X(1).
           10 OTBL-AUTH-OVERRIDE PIC X(1).

      *Hold inquiry display line
       01 HOLD-DISPLAY-LINE.
         05 HDL-HOLD-NUMBER PIC 9(6).
         05 FILLER PIC X(1) VALUE SPACES.
         05 HDL-HOLD-TYPE PIC X(1).
         05 FILLER PIC X(1) VALUE SPACES.
         05 HDL-STATUS-TEXT PIC X(8).
         05 FILLER PIC X(1) VALUE SPACES.
         05 HDL-SOURCE-TEXT PIC X(4).
         05 FILLER PIC X(1) VALUE SPACES.
         05 HDL-PLACED-DATE PIC 9(8).
         05 FILLER PIC X(1) VALUE SPACES.
         05 HDL-REASON PIC X(40).
         05 FILLER PIC X(5) VALUE " OVR ".
         05 HDL-OVERRIDE-ENROLMENT PIC X(1).
         05 HDL-OVERRIDE-TRANSCRIPT PIC X(1).
         05 HDL-OVERRIDE-GRADUATION PIC X(1).


       PROCEDURE DIVISION.

       100-RUN-HOLD-MAINTENANCE.
      *Open the files and load the holds, finding where the hold
      *numbers run on from
           PERFORM 201-OPEN-EXTERNAL-FILES.
           PERFORM 202-LOAD-HOLD-TABLE.

      *An overfull holds file aborts before anything is changed -
      *the rewrite would otherwise silently drop every hold past the
      *bound
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
      *        Only an authenticated operator with a hold permission
      *        may look at or change a student's holds
               PERFORM 850-OPERATOR-SIGN-ON
               IF WS-SIGNED-ON IS EQUAL TO "YES"
                   PERFORM 203-HOLD-TRANSACTIONS
               END-IF
           END-IF.
      *Close all external files
           PERFORM 209-CLOSE-EXTERNAL-FILES.

      *Open all external files for read
       201-OPEN-EXTERNAL-FILES.
           OPEN INPUT STUFILE-FILE-INDEXED.

           IF FILE-STATUS-THING IS EQUAL TO "35"
               DISPLAY "STUFILE-FILE-INDEXED NOT FOUND - RUN THE"
               DISPLAY "NIGHTLY LOAD (CST-8283-PROJECT-3) FIRST"
               MOVE "YES" TO WS-ABORT-RUN
           END-IF.

      *    A first-ever run has no holds file yet - the first hold
      *    placed starts it
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-FILE-STATUS IS EQUAL TO "35"
               MOVE "YES" TO WS-HOLD-EOF
           END-IF.

      *Read the whole holds file into the table, noting the highest
      *hold number so new holds number on from it
       202-LOAD-HOLD-TABLE.
           PERFORM UNTIL WS-HOLD-EOF IS EQUAL TO "YES"
               READ HOLD-FILE
                   AT END
                       MOVE "YES" TO WS-HOLD-EOF
                   NOT AT END
                       IF HOLD-TABLE-COUNT IS NOT LESS THAN 5000
                           DISPLAY "HOLDS FILE EXCEEDS 5000"
                             " ENTRIES - RUN ABORTED, FILE LEFT"
                             " UNTOUCHED"
                           MOVE "YES" TO WS-ABORT-RUN
                           MOVE "YES" TO WS-HOLD-EOF
                       ELSE
                           ADD 1 TO HOLD-TABLE-COUNT
                           PERFORM 207-STORE-HOLD
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-HOLD-FILE-STATUS IS NOT EQUAL TO "35"
               CLOSE HOLD-FILE
           END-IF.
           ADD 1 TO WS-NEXT-HOLD-NUMBER.

      *Store one hold record in the next table slot
       207-STORE-HOLD.
           SET HLD-IDX TO HOLD-TABLE-COUNT.
           MOVE HLD-HOLD-NUMBER TO HTBL-HOLD-NUMBER(HLD-IDX).
           MOVE HLD-STUDENT-NUMBER TO HTBL-STUDENT-NUMBER(HLD-IDX).
           MOVE HLD-HOLD-TYPE TO HTBL-HOLD-TYPE(HLD-IDX).
           MOVE HLD-STATUS TO HTBL-STATUS(HLD-IDX).
           MOVE HLD-SOURCE TO HTBL-SOURCE(HLD-IDX).
           MOVE HLD-REASON TO HTBL-REASON(HLD-IDX).
           MOVE HLD-PLACED-BY TO HTBL-PLACED-BY(HLD-IDX).
           MOVE HLD-PLACED-DATE TO HTBL-PLACED-DATE(HLD-IDX).
           MOVE HLD-RELEASED-BY TO HTBL-RELEASED-BY(HLD-IDX).
           MOVE HLD-RELEASED-DATE TO HTBL-RELEASED-DATE(HLD-IDX).
           MOVE HLD-OVERRIDE-ENROLMENT TO
             HTBL-OVERRIDE-ENROLMENT(HLD-IDX).
           MOVE HLD-OVERRIDE-TRANSCRIPT TO
             HTBL-OVERRIDE-TRANSCRIPT(HLD-IDX).
           MOVE HLD-OVERRIDE-GRADUATION TO
             HTBL-OVERRIDE-GRADUATION(HLD-IDX).
           MOVE HLD-OVERRIDE-BY TO HTBL-OVERRIDE-BY(HLD-IDX).
           MOVE HLD-OVERRIDE-DATE TO HTBL-OVERRIDE-DATE(HLD-IDX).

           IF HLD-HOLD-NUMBER IS GREATER THAN WS-NEXT-HOLD-NUMBER
               MOVE HLD-HOLD-NUMBER TO WS-NEXT-HOLD-NUMBER
           END-IF.

      *Accept hold requests from the keyboard, looping until the
      *operator signals there is nothing further this run
       203-HOLD-TRANSACTIONS.
           PERFORM UNTIL WS-MORE-MAINTENANCE IS EQUAL TO "NO"
             OR WS-MORE-MAINTENANCE IS EQUAL TO "no"
               PERFORM 204-GET-FUNCTION-CODE
               PERFORM 210-CHECK-FUNCTION-AUTHORITY

               IF WS-FUNCTION-ALLOWED IS EQUAL TO "YES"
                   PERFORM 211-GET-STUDENT-NUMBER
                   PERFORM 212-READ-STUDENT-RECORD
                   IF WS-RECORD-FOUND IS EQUAL TO "YES"
                       PERFORM 213-LIST-STUDENT-HOLDS
                       EVALUATE WS-FUNCTION-CODE
                           WHEN "P"
                           WHEN "p"
                               PERFORM 215-PLACE-HOLD
                           WHEN "R"
                           WHEN "r"
                               PERFORM 216-RELEASE-HOLD
                           WHEN "O"
                           WHEN "o"
                               PERFORM 217-OVERRIDE-HOLD
                       END-EVALUATE
                   END-IF
               END-IF

               DISPLAY "ENTER ANOTHER HOLD REQUEST YES OR NO"
               ACCEPT WS-MORE-MAINTENANCE
           END-PERFORM.

      *Ask which hold function the operator wants, re-asking until
      *one of the four valid codes is keyed
       204-GET-FUNCTION-CODE.
           MOVE SPACES TO WS-FUNCTION-CODE.

           PERFORM UNTIL WS-FUNCTION-CODE IS EQUAL TO "I"
             OR WS-FUNCTION-CODE IS EQUAL TO "i"
             OR WS-FUNCTION-CODE IS EQUAL TO "P"
             OR WS-FUNCTION-CODE IS EQUAL TO "p"
             OR WS-FUNCTION-CODE IS EQUAL TO "R"
             OR WS-FUNCTION-CODE IS EQUAL TO "r"
             OR WS-FUNCTION-CODE IS EQUAL TO "O"
             OR WS-FUNCTION-CODE IS EQUAL TO "o"
               DISPLAY "FUNCTION - I INQUIRE, P PLACE A HOLD, R"
                 " RELEASE A HOLD, O OVERRIDE A HOLD"
               ACCEPT WS-FUNCTION-CODE
           END-PERFORM.

      *Sign-on lets in an operator with either hold permission - each
      *function then needs its own. Placing and releasing need the
      *hold permission, overriding the override permission, and
      *anyone signed on may look. A refusal is logged like a refused
      *sign-on
       210-CHECK-FUNCTION-AUTHORITY.
           MOVE "NO" TO WS-FUNCTION-ALLOWED.
           MOVE SPACES TO WS-REFUSAL-REASON.

           EVALUATE WS-FUNCTION-CODE
               WHEN "I"
               WHEN "i"
                   MOVE "YES" TO WS-FUNCTION-ALLOWED
               WHEN "O"
               WHEN "o"
                   IF OTBL-AUTH-OVERRIDE(SIGNED-ON-IDX) IS EQUAL TO
                        "Y"
                       MOVE "YES" TO WS-FUNCTION-ALLOWED
                   ELSE
                       MOVE "NOT AUTHORIZED - OVERRIDE" TO
                         WS-REFUSAL-REASON
                   END-IF
               WHEN OTHER
                   IF OTBL-AUTH-HOLDS(SIGNED-ON-IDX) IS EQUAL TO "Y"
                       MOVE "YES" TO WS-FUNCTION-ALLOWED
                   ELSE
                       MOVE "NOT AUTHORIZED - HOLDS" TO
                         WS-REFUSAL-REASON
                   END-IF
           END-EVALUATE.

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

      *List every hold the student has ever had, standing or not,
      *with which override bytes are set
       213-LIST-STUDENT-HOLDS.
           MOVE 0 TO WS-STUDENT-HOLD-COUNT.
           MOVE 0 TO WS-ACTIVE-HOLD-COUNT.

           PERFORM 218-SHOW-ONE-HOLD
             VARYING HLD-IDX FROM 1 BY 1
             UNTIL HLD-IDX > HOLD-TABLE-COUNT.

           IF WS-STUDENT-HOLD-COUNT IS EQUAL TO 0
               DISPLAY "NO HOLDS ON FILE FOR THIS STUDENT"
           ELSE
               DISPLAY WS-ACTIVE-HOLD-COUNT " ACTIVE OF "
                 WS-STUDENT-HOLD-COUNT " HOLDS ON FILE"
           END-IF.

      *Place a new hold on the student - the type and a reason are
      *required, and the hold goes straight back to the file so no
      *other program can miss it
       215-PLACE-HOLD.
           IF HOLD-TABLE-COUNT IS NOT LESS THAN 5000
               DISPLAY "HOLDS FILE FULL - NO HOLD CAN BE PLACED"
           ELSE
               MOVE SPACES TO WS-HOLD-TYPE-IN
               PERFORM UNTIL WS-HOLD-TYPE-IN IS EQUAL TO "F"
                 OR WS-HOLD-TYPE-IN IS EQUAL TO "R"
                 OR WS-HOLD-TYPE-IN IS EQUAL TO "L"
                   DISPLAY "HOLD TYPE - F FINANCIAL, R REGISTRAR,"
                     " L LIBRARY"
                   ACCEPT WS-HOLD-TYPE-IN
                   INSPECT WS-HOLD-TYPE-IN CONVERTING "frl" TO "FRL"
               END-PERFORM

               MOVE SPACES TO WS-REASON-IN
               PERFORM UNTIL WS-REASON-IN IS NOT EQUAL TO SPACES
                   DISPLAY "REASON FOR THE HOLD"
                   ACCEPT WS-REASON-IN
                   IF WS-REASON-IN IS EQUAL TO SPACES
                       DISPLAY "A REASON IS REQUIRED, RE-ENTER"
                   END-IF
               END-PERFORM

               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ADD 1 TO HOLD-TABLE-COUNT
               SET FOUND-HLD-IDX TO HOLD-TABLE-COUNT
               INITIALIZE HOLD-TABLE-ENTRY(FOUND-HLD-IDX)
               MOVE WS-NEXT-HOLD-NUMBER TO
                 HTBL-HOLD-NUMBER(FOUND-HLD-IDX)
               MOVE STUDENT-NUMBER-INDEXED TO
                 HTBL-STUDENT-NUMBER(FOUND-HLD-IDX)
               MOVE WS-HOLD-TYPE-IN TO HTBL-HOLD-TYPE(FOUND-HLD-IDX)
               MOVE "A" TO HTBL-STATUS(FOUND-HLD-IDX)
               MOVE "M" TO HTBL-SOURCE(FOUND-HLD-IDX)
               MOVE WS-REASON-IN TO HTBL-REASON(FOUND-HLD-IDX)
               MOVE WS-SIGNON-ID TO HTBL-PLACED-BY(FOUND-HLD-IDX)
               MOVE WS-RUN-DATE TO HTBL-PLACED-DATE(FOUND-HLD-IDX)
               ADD 1 TO WS-NEXT-HOLD-NUMBER

               PERFORM 230-REWRITE-HOLD-FILE
               MOVE "PLACED" TO WS-HOLD-ACTION
               MOVE SPACES TO WS-LOG-PURPOSE
               PERFORM 884-WRITE-HOLD-LOG
               DISPLAY "HOLD " HTBL-HOLD-NUMBER(FOUND-HLD-IDX)
                 " PLACED"
           END-IF.

      *Release one of the student's standing holds - the record
      *stays on file, marked released, by whom and when
       216-RELEASE-HOLD.
           IF WS-ACTIVE-HOLD-COUNT IS EQUAL TO 0
               DISPLAY "NO ACTIVE HOLD TO RELEASE"
           ELSE
               PERFORM 219-GET-HOLD-NUMBER
               IF WS-HOLD-FOUND IS EQUAL TO "YES"
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   MOVE "R" TO HTBL-STATUS(FOUND-HLD-IDX)
                   MOVE WS-SIGNON-ID TO
                     HTBL-RELEASED-BY(FOUND-HLD-IDX)
                   MOVE WS-RUN-DATE TO
                     HTBL-RELEASED-DATE(FOUND-HLD-IDX)

                   PERFORM 230-REWRITE-HOLD-FILE
                   MOVE "RELEASED" TO WS-HOLD-ACTION
                   MOVE SPACES TO WS-LOG-PURPOSE
                   PERFORM 884-WRITE-HOLD-LOG
                   DISPLAY "HOLD " HTBL-HOLD-NUMBER(FOUND-HLD-IDX)
                     " RELEASED"
               END-IF
           END-IF.

      *Let one standing hold through for one purpose - enrolment,
      *transcripts or graduation. The hold stays active and still
      *blocks everything else
       217-OVERRIDE-HOLD.
           IF WS-ACTIVE-HOLD-COUNT IS EQUAL TO 0
               DISPLAY "NO ACTIVE HOLD TO OVERRIDE"
           ELSE
               PERFORM 219-GET-HOLD-NUMBER
               IF WS-HOLD-FOUND IS EQUAL TO "YES"
                   MOVE SPACES TO WS-PURPOSE-IN
                   PERFORM UNTIL WS-PURPOSE-IN IS EQUAL TO "E"
                     OR WS-PURPOSE-IN IS EQUAL TO "T"
                     OR WS-PURPOSE-IN IS EQUAL TO "G"
                       DISPLAY "OVERRIDE FOR - E ENROLMENT,"
                         " T TRANSCRIPTS, G GRADUATION"
                       ACCEPT WS-PURPOSE-IN
                       INSPECT WS-PURPOSE-IN CONVERTING "etg" TO
                         "ETG"
                   END-PERFORM

                   EVALUATE WS-PURPOSE-IN
                       WHEN "E"
                           MOVE "Y" TO
                             HTBL-OVERRIDE-ENROLMENT(FOUND-HLD-IDX)
                       WHEN "T"
                           MOVE "Y" TO
                             HTBL-OVERRIDE-TRANSCRIPT(FOUND-HLD-IDX)
                       WHEN "G"
                           MOVE "Y" TO
                             HTBL-OVERRIDE-GRADUATION(FOUND-HLD-IDX)
                   END-EVALUATE

                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   MOVE WS-SIGNON-ID TO
                     HTBL-OVERRIDE-BY(FOUND-HLD-IDX)
                   MOVE WS-RUN-DATE TO
                     HTBL-OVERRIDE-DATE(FOUND-HLD-IDX)

                   PERFORM 230-REWRITE-HOLD-FILE
                   MOVE "OVERRIDE" TO WS-HOLD-ACTION
                   MOVE WS-PURPOSE-IN TO WS-LOG-PURPOSE
                   PERFORM 884-WRITE-HOLD-LOG
                   DISPLAY "HOLD " HTBL-HOLD-NUMBER(FOUND-HLD-IDX)
                     " OVERRIDDEN FOR " WS-PURPOSE-IN
               END-IF
           END-IF.

      *Display one table entry when it belongs to the student
       218-SHOW-ONE-HOLD.
           IF HTBL-STUDENT-NUMBER(HLD-IDX) IS EQUAL TO
                STUDENT-NUMBER-INDEXED
               ADD 1 TO WS-STUDENT-HOLD-COUNT
               MOVE HTBL-HOLD-NUMBER(HLD-IDX) TO HDL-HOLD-NUMBER
               MOVE HTBL-HOLD-TYPE(HLD-IDX) TO HDL-HOLD-TYPE
               IF HTBL-STATUS(HLD-IDX) IS EQUAL TO "A"
                   ADD 1 TO WS-ACTIVE-HOLD-COUNT
                   MOVE "ACTIVE" TO HDL-STATUS-TEXT
               ELSE
                   MOVE "RELEASED" TO HDL-STATUS-TEXT
               END-IF
               IF HTBL-SOURCE(HLD-IDX) IS EQUAL TO "A"
                   MOVE "AUTO" TO HDL-SOURCE-TEXT
               ELSE
                   MOVE "MAN" TO HDL-SOURCE-TEXT
               END-IF
               MOVE HTBL-PLACED-DATE(HLD-IDX) TO HDL-PLACED-DATE
               MOVE HTBL-REASON(HLD-IDX) TO HDL-REASON
               MOVE HTBL-OVERRIDE-ENROLMENT(HLD-IDX) TO
                 HDL-OVERRIDE-ENROLMENT
               MOVE HTBL-OVERRIDE-TRANSCRIPT(HLD-IDX) TO
                 HDL-OVERRIDE-TRANSCRIPT
               MOVE HTBL-OVERRIDE-GRADUATION(HLD-IDX) TO
                 HDL-OVERRIDE-GRADUATION
               DISPLAY HOLD-DISPLAY-LINE
           END-IF.

      *Ask for the hold number, re-asking until it is numeric, and
      *find it among the student's standing holds
       219-GET-HOLD-NUMBER.
           MOVE "NO" TO WS-HOLD-FOUND.
           MOVE SPACES TO WS-HOLD-NUMBER-IN.

           PERFORM UNTIL WS-HOLD-NUMBER-IN IS NUMERIC
               DISPLAY "PLEASE ENTER HOLD NUMBER"
               ACCEPT WS-HOLD-NUMBER-IN
               IF WS-HOLD-NUMBER-IN IS NOT NUMERIC
                   DISPLAY "HOLD NUMBER MUST BE NUMERIC, RE-ENTER"
               END-IF
           END-PERFORM.

           PERFORM VARYING HLD-IDX FROM 1 BY 1
             UNTIL HLD-IDX > HOLD-TABLE-COUNT
               IF HTBL-HOLD-NUMBER(HLD-IDX) IS EQUAL TO
                    WS-HOLD-NUMBER-IN-9
                 AND HTBL-STUDENT-NUMBER(HLD-IDX) IS EQUAL TO
                    STUDENT-NUMBER-INDEXED
                 AND HTBL-STATUS(HLD-IDX) IS EQUAL TO "A"
                   MOVE "YES" TO WS-HOLD-FOUND
                   SET FOUND-HLD-IDX TO HLD-IDX
               END-IF
           END-PERFORM.

           IF WS-HOLD-FOUND IS NOT EQUAL TO "YES"
               DISPLAY "HOLD " WS-HOLD-NUMBER-IN " IS NOT AN ACTIVE"
                 " HOLD ON THIS STUDENT"
           END-IF.

      *Write the whole holds file back out of the table
       230-REWRITE-HOLD-FILE.
           OPEN OUTPUT HOLD-FILE.

           PERFORM 231-WRITE-HOLD-ENTRY
             VARYING HLD-IDX FROM 1 BY 1
             UNTIL HLD-IDX > HOLD-TABLE-COUNT.

           CLOSE HOLD-FILE.

      *Write one table entry back to the holds file
       231-WRITE-HOLD-ENTRY.
           MOVE SPACES TO HOLD-RECORD.
           MOVE HTBL-HOLD-NUMBER(HLD-IDX) TO HLD-HOLD-NUMBER.
           MOVE HTBL-STUDENT-NUMBER(HLD-IDX) TO HLD-STUDENT-NUMBER.
           MOVE HTBL-HOLD-TYPE(HLD-IDX) TO HLD-HOLD-TYPE.
           MOVE HTBL-STATUS(HLD-IDX) TO HLD-STATUS.
           MOVE HTBL-SOURCE(HLD-IDX) TO HLD-SOURCE.
           MOVE HTBL-REASON(HLD-IDX) TO HLD-REASON.
           MOVE HTBL-PLACED-BY(HLD-IDX) TO HLD-PLACED-BY.
           MOVE HTBL-PLACED-DATE(HLD-IDX) TO HLD-PLACED-DATE.
           MOVE HTBL-RELEASED-BY(HLD-IDX) TO HLD-RELEASED-BY.
           MOVE HTBL-RELEASED-DATE(HLD-IDX) TO HLD-RELEASED-DATE.
           MOVE HTBL-OVERRIDE-ENROLMENT(HLD-IDX) TO
             HLD-OVERRIDE-ENROLMENT.
           MOVE HTBL-OVERRIDE-TRANSCRIPT(HLD-IDX) TO
             HLD-OVERRIDE-TRANSCRIPT.
           MOVE HTBL-OVERRIDE-GRADUATION(HLD-IDX) TO
             HLD-OVERRIDE-GRADUATION.
           MOVE HTBL-OVERRIDE-BY(HLD-IDX) TO HLD-OVERRIDE-BY.
           MOVE HTBL-OVERRIDE-DATE(HLD-IDX) TO HLD-OVERRIDE-DATE.
           WRITE HOLD-RECORD.

      *Authenticate the operator before anything can be looked at -
      *three refusals end the attempt, and every refusal is logged
      *for the auditors
       850-OPERATOR-SIGN-ON.
           OPEN INPUT OPERATOR-FILE.

           IF WS-OPERATOR-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "OPERATOR.txt NOT FOUND - NO OPERATOR CAN BE"
               DISPLAY "AUTHENTICATED, NO HOLD CAN BE MAINTAINED"
           ELSE
               PERFORM 851-LOAD-OPERATOR-TABLE

               PERFORM 852-TRY-ONE-SIGN-ON
                 UNTIL WS-SIGNED-ON IS EQUAL TO "YES"
                 OR WS-SIGNON-TRIES IS NOT LESS THAN 3

               IF WS-SIGNED-ON IS NOT EQUAL TO "YES"
                   DISPLAY "SIGN-ON REFUSED THREE TIMES - NO HOLD"
                     " CAN BE MAINTAINED"
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
                           MOVE OPR-AUTH-HOLDS TO
                             OTBL-AUTH-HOLDS(OPERATOR-TABLE-COUNT)
                           MOVE OPR-AUTH-OVERRIDE TO
                             OTBL-AUTH-OVERRIDE(OPERATOR-TABLE-COUNT)
                       ELSE
                           DISPLAY "OPERATOR TABLE FULL - ONLY THE"
                             " FIRST 50 OPERATORS CAN SIGN ON"
                           MOVE "YES" TO WS-OPERATOR-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *Take one sign-on attempt - the ID must be on file, active,
      *and authorized to maintain or override holds
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
                       IF OTBL-AUTH-HOLDS(OPR-IDX) IS EQUAL TO "Y"
                         OR OTBL-AUTH-OVERRIDE(OPR-IDX) IS EQUAL
                            TO "Y"
                           MOVE "YES" TO WS-SIGNED-ON
                           SET SIGNED-ON-IDX TO OPR-IDX
                           DISPLAY "SIGNED ON - "
                             OTBL-OPERATOR-NAME(OPR-IDX)
                       ELSE
                           MOVE "NOT AUTHORIZED - HOLDS" TO
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
           MOVE "CST-8283-PROJECT-47" TO SEC-PROGRAM-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.
           MOVE WS-RUN-DATE TO SEC-LOG-DATE.
           MOVE WS-RUN-TIME TO SEC-LOG-TIME.
           MOVE WS-REFUSAL-REASON TO SEC-REASON.
           WRITE SECURITY-LOG-RECORD.
           CLOSE SECURITY-LOG-FILE.

      *Append one hold placed, released or overridden to the hold
      *log, from the table entry just changed
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
           MOVE "CST-8283-PROJECT-47" TO HGL-PROGRAM-NAME.
           MOVE WS-SIGNON-ID TO HGL-OPERATOR-ID.
           MOVE WS-HOLD-ACTION TO HGL-ACTION.
           MOVE HTBL-STUDENT-NUMBER(FOUND-HLD-IDX) TO
             HGL-STUDENT-NUMBER.
           MOVE HTBL-HOLD-NUMBER(FOUND-HLD-IDX) TO HGL-HOLD-NUMBER.
           MOVE HTBL-HOLD-TYPE(FOUND-HLD-IDX) TO HGL-HOLD-TYPE.
           MOVE WS-LOG-PURPOSE TO HGL-PURPOSE.
           MOVE HTBL-REASON(FOUND-HLD-IDX) TO HGL-REASON.
           WRITE HOLD-LOG-RECORD.
           CLOSE HOLD-LOG-FILE.

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

           STOP RUN.
           GOBACK.
