       IDENTIFICATION DIVISION.
       PROGRAM-ID. CST-8283-PROJECT-40.
       AUTHOR. JONATHON SLAUNWHITE, LIAM HENLEY-VACHON.
       INSTALLATION. ALGONQUIN.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Link the grade scale file and set as line sequential - read
      *front to back into the table, maintained there, and written
      *back, the same in-memory pattern the program table uses
      *(see copybooks/grade_scale_record.txt)
       SELECT GRADE-SCALE-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\GRADE-SCALE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SCALE-FILE-STATUS.

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

      *Link the grade scale audit listing and set as line sequential
      *- who changed which band, and what it was before
       SELECT SCALE-MAINT-LOG-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\GRADE-SCALE-MAINT-LOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MAINT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Grade scale record - shared layout, see
      *copybooks/grade_scale_record.txt
       FD GRADE-SCALE-FILE.
       COPY "grade_scale_record.txt".

      *Operator master record - shared layout, see
      *copybooks/operator_record.txt
       FD OPERATOR-FILE.
       COPY "operator_record.txt".

      *Security violations log record - shared layout, see
      *copybooks/security_log_record.txt
       FD SECURITY-LOG-FILE.
       COPY "security_log_record.txt".

      *Audit record - one line per add, change, or delete, with the
      *operator's ID, the band, and its old and new letter and points
       FD SCALE-MAINT-LOG-FILE.
       01 SCALE-MAINT-LOG-RECORD.
         05 SML-OPERATOR PIC X(3).
         05 FILLER PIC X(2) VALUE SPACES.
         05 SML-LOG-DATE PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 SML-FUNCTION PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 SML-LOW-MARK PIC 9(3).
         05 FILLER PIC X(1) VALUE "-".
         05 SML-HIGH-MARK PIC 9(3).
         05 FILLER PIC X(2) VALUE SPACES.
         05 SML-OLD-LETTER PIC X(2).
         05 FILLER PIC X(1) VALUE SPACE.
         05 SML-OLD-POINTS PIC 9.9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 SML-NEW-LETTER PIC X(2).
         05 FILLER PIC X(1) VALUE SPACE.
         05 SML-NEW-POINTS PIC 9.9.

       WORKING-STORAGE SECTION.

      *File status fields, one per file
       01 WS-SCALE-FILE-STATUS PIC X(2).
       01 WS-MAINT-LOG-STATUS PIC X(2).

      *End-of-file flag for the grade scale
       01 WS-SCALE-EOF PIC X(4).

      *In-memory copy of the whole grade scale, kept highest band
      *first - maintained here and written back when the clerk is
      *done
       01 SCALE-TABLE-COUNT PIC 9(2) VALUE 0.
       01 SCALE-TABLE-CONTAINER.
         05 SCALE-TABLE-ENTRY
               OCCURS 1 TO 50 TIMES
               DEPENDING ON SCALE-TABLE-COUNT
               INDEXED BY SCL-IDX.
           10 SCTB-LOW-MARK PIC 9(3).
           10 SCTB-HIGH-MARK PIC 9(3).
           10 SCTB-LETTER-GRADE PIC X(2).
           10 SCTB-GRADE-POINTS PIC 9V9.

      *Where a new band goes in the table, and the entry being moved
      *to open or close a gap
       01 WS-INSERT-SLOT PIC 9(2).
       01 WS-MOVE-SLOT PIC 9(2).

      *Operator ID stamped on every audit line - set from the
      *authenticated sign-on
       01 WS-OPERATOR PIC X(3).
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
               INDEXED BY OPR-IDX.
           10 OTBL-OPERATOR-ID PIC X(3).
           10 OTBL-OPERATOR-NAME PIC X(25).
           10 OTBL-STATUS PIC X(1).
           10 OTBL-AUTH-TABLES PIC X(1).

      *Flag to keep accepting maintenance requests until done
       01 WS-MORE-MAINTENANCE PIC X(3) VALUE "YES".
      *Function keyed by the clerk - A add, C change, D delete,
      *L list
       01 WS-FUNCTION-CODE PIC X(1).
      *The band's lowest mark, the key every function works by
       01 WS-LOW-MARK-IN PIC X(3).
       01 WS-LOW-MARK-IN-9 REDEFINES WS-LOW-MARK-IN PIC 9(3).
      *The band's highest mark, keyed on an add
       01 WS-HIGH-MARK-IN PIC X(3).
       01 WS-HIGH-MARK-IN-9 REDEFINES WS-HIGH-MARK-IN PIC 9(3).
      *Letter grade and grade points keyed for an add or change -
      *the points are keyed as two digits, 40 meaning 4.0
       01 WS-LETTER-IN PIC X(2).
       01 WS-POINTS-IN PIC X(2).
       01 WS-POINTS-IN-9 REDEFINES WS-POINTS-IN PIC 9V9.
      *Set when the keyed low mark is found in the table
       01 WS-BAND-FOUND PIC X(3).
      *Set when a new band would share a mark with one on file
       01 WS-BAND-OVERLAPS PIC X(3).
      *The mark the next band down is expected to end on, for the
      *gap check on the listing
       01 WS-EXPECTED-HIGH PIC 9(3).
      *Set once anything changed so an untouched scale isn't
      *rewritten
       01 WS-TABLE-CHANGED PIC X(3) VALUE "NO".
      *Set when the scale on file exceeds what memory can hold - the
      *run must then leave GRADE-SCALE.txt exactly as it found it
       01 WS-ABORT-RUN PIC X(3) VALUE "NO".

       PROCEDURE DIVISION.

       100-MAINTAIN-GRADE-SCALE.
      *Open the scale and the audit log, and load the scale
           PERFORM 201-OPEN-EXTERNAL-FILES.
           PERFORM 202-LOAD-SCALE-TABLE.

      *An overfull scale aborts before any maintenance can happen -
      *the first rewrite would otherwise drop every band past the
      *bound
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
      *        Only an authenticated operator with the table
      *        permission may change the grade scale - every
      *        transcript and GPA in the system is computed from it
               PERFORM 850-OPERATOR-SIGN-ON
               IF WS-SIGNED-ON IS EQUAL TO "YES"
                   MOVE WS-SIGNON-ID TO WS-OPERATOR
      *            Accept maintenance requests until the clerk is
      *            done
                   PERFORM 204-MAINTENANCE-TRANSACTIONS
      *            Write the scale back if anything changed
                   IF WS-TABLE-CHANGED IS EQUAL TO "YES"
                       PERFORM 210-REWRITE-SCALE-TABLE
                   END-IF
               END-IF
           END-IF.
      *Close all external files
           PERFORM 209-CLOSE-EXTERNAL-FILES.

      *Open all external files for read and write
       201-OPEN-EXTERNAL-FILES.
           OPEN INPUT GRADE-SCALE-FILE.

           IF WS-SCALE-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "GRADE-SCALE.txt NOT FOUND - STARTING AN EMPTY"
               DISPLAY "SCALE"
               MOVE "YES" TO WS-SCALE-EOF
           END-IF.

      *    The audit listing carries forward across runs - only
      *    create it fresh when no listing exists yet
           OPEN EXTEND SCALE-MAINT-LOG-FILE.
           IF WS-MAINT-LOG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT SCALE-MAINT-LOG-FILE
           END-IF.

      *Read the whole grade scale into memory
       202-LOAD-SCALE-TABLE.
           PERFORM UNTIL WS-SCALE-EOF IS EQUAL TO "YES"
               READ GRADE-SCALE-FILE
                   AT END
                       MOVE "YES" TO WS-SCALE-EOF
                   NOT AT END
                       IF SCALE-TABLE-COUNT IS NOT LESS THAN 50
                           DISPLAY "GRADE SCALE EXCEEDS 50 BANDS -"
                             " RUN ABORTED, GRADE-SCALE.txt LEFT"
                             " UNTOUCHED"
                           MOVE "YES" TO WS-ABORT-RUN
                           MOVE "YES" TO WS-SCALE-EOF
                       ELSE
                           ADD 1 TO SCALE-TABLE-COUNT
                           MOVE GSC-LOW-MARK TO
                             SCTB-LOW-MARK(SCALE-TABLE-COUNT)
                           MOVE GSC-HIGH-MARK TO
                             SCTB-HIGH-MARK(SCALE-TABLE-COUNT)
                           MOVE GSC-LETTER-GRADE TO
                             SCTB-LETTER-GRADE(SCALE-TABLE-COUNT)
                           MOVE GSC-GRADE-POINTS TO
                             SCTB-GRADE-POINTS(SCALE-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-SCALE-FILE-STATUS IS NOT EQUAL TO "35"
               CLOSE GRADE-SCALE-FILE
           END-IF.

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
                           MOVE OPR-AUTH-TABLES TO
                             OTBL-AUTH-TABLES(OPERATOR-TABLE-COUNT)
                       ELSE
                           DISPLAY "OPERATOR TABLE FULL - ONLY THE"
                             " FIRST 50 OPERATORS CAN SIGN ON"
                           MOVE "YES" TO WS-OPERATOR-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *Take one sign-on attempt - the ID must be on file, active,
      *and authorized for table maintenance
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
                       IF OTBL-AUTH-TABLES(OPR-IDX) IS EQUAL TO "Y"
                           MOVE "YES" TO WS-SIGNED-ON
                           DISPLAY "SIGNED ON - "
                             OTBL-OPERATOR-NAME(OPR-IDX)
                       ELSE
                           MOVE "NOT AUTHORIZED - TABLE MAINTENANCE" TO
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
           MOVE "CST-8283-PROJECT-40" TO SEC-PROGRAM-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.
           MOVE WS-RUN-DATE TO SEC-LOG-DATE.
           MOVE WS-RUN-TIME TO SEC-LOG-TIME.
           MOVE WS-REFUSAL-REASON TO SEC-REASON.
           WRITE SECURITY-LOG-RECORD.
           CLOSE SECURITY-LOG-FILE.

      *Accept maintenance requests from the keyboard, looping until
      *the clerk signals there is nothing further this run
       204-MAINTENANCE-TRANSACTIONS.
           PERFORM UNTIL WS-MORE-MAINTENANCE IS EQUAL TO "NO"
             OR WS-MORE-MAINTENANCE IS EQUAL TO "no"
               PERFORM 205-GET-FUNCTION-CODE

               EVALUATE WS-FUNCTION-CODE
                   WHEN "A"
                   WHEN "a"
                       PERFORM 206-GET-LOW-MARK
                       PERFORM 207-FIND-TABLE-ENTRY
                       PERFORM 220-ADD-BAND
                   WHEN "C"
                   WHEN "c"
                       PERFORM 206-GET-LOW-MARK
                       PERFORM 207-FIND-TABLE-ENTRY
                       PERFORM 221-CHANGE-BAND
                   WHEN "D"
                   WHEN "d"
                       PERFORM 206-GET-LOW-MARK
                       PERFORM 207-FIND-TABLE-ENTRY
                       PERFORM 222-DELETE-BAND
                   WHEN "L"
                   WHEN "l"
                       PERFORM 226-LIST-SCALE
               END-EVALUATE

               DISPLAY "ENTER ANOTHER SCALE CHANGE YES OR NO"
               ACCEPT WS-MORE-MAINTENANCE
           END-PERFORM.

      *Ask which maintenance function the clerk wants, re-asking
      *until one of the four valid codes is keyed
       205-GET-FUNCTION-CODE.
           MOVE SPACES TO WS-FUNCTION-CODE.

           PERFORM UNTIL WS-FUNCTION-CODE IS EQUAL TO "A"
             OR WS-FUNCTION-CODE IS EQUAL TO "a"
             OR WS-FUNCTION-CODE IS EQUAL TO "C"
             OR WS-FUNCTION-CODE IS EQUAL TO "c"
             OR WS-FUNCTION-CODE IS EQUAL TO "D"
             OR WS-FUNCTION-CODE IS EQUAL TO "d"
             OR WS-FUNCTION-CODE IS EQUAL TO "L"
             OR WS-FUNCTION-CODE IS EQUAL TO "l"
               DISPLAY "FUNCTION - A ADD, C CHANGE, D DELETE, L LIST"
               ACCEPT WS-FUNCTION-CODE
           END-PERFORM.

      *Ask for the lowest mark of the band being worked on, re-asking
      *until it is three digits no higher than 100
       206-GET-LOW-MARK.
           MOVE SPACES TO WS-LOW-MARK-IN.

           PERFORM UNTIL WS-LOW-MARK-IN IS NUMERIC
             AND WS-LOW-MARK-IN-9 IS NOT GREATER THAN 100
               DISPLAY "LOWEST MARK IN THE BAND (3 DIGITS, E.G. 080)"
               ACCEPT WS-LOW-MARK-IN
               IF WS-LOW-MARK-IN IS NOT NUMERIC
                 OR WS-LOW-MARK-IN-9 IS GREATER THAN 100
                   DISPLAY "MARK MUST BE 000 TO 100, RE-ENTER"
               END-IF
           END-PERFORM.

      *Look the keyed low mark up in the table, leaving SCL-IDX on
      *the matching band when found
       207-FIND-TABLE-ENTRY.
           MOVE "NO" TO WS-BAND-FOUND.

           IF SCALE-TABLE-COUNT IS GREATER THAN 0
               SET SCL-IDX TO 1
               SEARCH SCALE-TABLE-ENTRY
                   AT END
                       MOVE "NO" TO WS-BAND-FOUND
                   WHEN SCTB-LOW-MARK(SCL-IDX) IS EQUAL TO
                          WS-LOW-MARK-IN-9
                       MOVE "YES" TO WS-BAND-FOUND
               END-SEARCH
           END-IF.

      *Add a new band - its range may not share a mark with any band
      *already on the scale
       220-ADD-BAND.
           IF WS-BAND-FOUND IS EQUAL TO "YES"
               DISPLAY "A BAND STARTING AT " WS-LOW-MARK-IN
                 " IS ALREADY ON THE SCALE - USE CHANGE"
           ELSE
               IF SCALE-TABLE-COUNT IS NOT LESS THAN 50
                   DISPLAY "GRADE SCALE FULL AT 50 BANDS - "
                     "NOTHING ADDED"
               ELSE
                   PERFORM 223-GET-HIGH-MARK
                   PERFORM 227-CHECK-BAND-OVERLAP
                   IF WS-BAND-OVERLAPS IS EQUAL TO "YES"
                       DISPLAY "BAND " WS-LOW-MARK-IN "-"
                         WS-HIGH-MARK-IN " OVERLAPS A BAND ON THE"
                         " SCALE - NOTHING ADDED"
                   ELSE
                       PERFORM 230-ADD-TABLE-ENTRY
                   END-IF
               END-IF
           END-IF.

      *Insert the new band in its place, highest band first, and log
      *it - only reached once the table is known to have room and
      *the range is known to be clear
       230-ADD-TABLE-ENTRY.
           PERFORM 224-GET-LETTER-AND-POINTS.

      *    Find the first band lower than the new one and slide it
      *    and everything after it down one slot
           MOVE 1 TO WS-INSERT-SLOT.
           PERFORM UNTIL WS-INSERT-SLOT > SCALE-TABLE-COUNT
             OR SCTB-LOW-MARK(WS-INSERT-SLOT) IS LESS THAN
                WS-LOW-MARK-IN-9
               ADD 1 TO WS-INSERT-SLOT
           END-PERFORM.

           ADD 1 TO SCALE-TABLE-COUNT.
           PERFORM VARYING WS-MOVE-SLOT FROM SCALE-TABLE-COUNT BY -1
             UNTIL WS-MOVE-SLOT IS NOT GREATER THAN WS-INSERT-SLOT
               MOVE SCALE-TABLE-ENTRY(WS-MOVE-SLOT - 1) TO
                 SCALE-TABLE-ENTRY(WS-MOVE-SLOT)
           END-PERFORM.

           MOVE WS-LOW-MARK-IN-9 TO SCTB-LOW-MARK(WS-INSERT-SLOT).
           MOVE WS-HIGH-MARK-IN-9 TO SCTB-HIGH-MARK(WS-INSERT-SLOT).
           MOVE WS-LETTER-IN TO SCTB-LETTER-GRADE(WS-INSERT-SLOT).
           MOVE WS-POINTS-IN-9 TO SCTB-GRADE-POINTS(WS-INSERT-SLOT).
           MOVE "YES" TO WS-TABLE-CHANGED.

           MOVE SPACES TO SCALE-MAINT-LOG-RECORD.
           MOVE "ADD" TO SML-FUNCTION.
           MOVE WS-LOW-MARK-IN-9 TO SML-LOW-MARK.
           MOVE WS-HIGH-MARK-IN-9 TO SML-HIGH-MARK.
           MOVE SPACES TO SML-OLD-LETTER.
           MOVE 0 TO SML-OLD-POINTS.
           MOVE WS-LETTER-IN TO SML-NEW-LETTER.
           MOVE WS-POINTS-IN-9 TO SML-NEW-POINTS.
           PERFORM 225-WRITE-AUDIT-LINE.

      *Change the letter grade and grade points on an existing band -
      *a band's range is changed by deleting it and adding it again
       221-CHANGE-BAND.
           IF WS-BAND-FOUND IS NOT EQUAL TO "YES"
               DISPLAY "NO BAND STARTS AT " WS-LOW-MARK-IN
                 " - USE ADD"
           ELSE
               DISPLAY "CURRENT BAND - " SCTB-LOW-MARK(SCL-IDX) "-"
                 SCTB-HIGH-MARK(SCL-IDX) " "
                 SCTB-LETTER-GRADE(SCL-IDX) " "
                 SCTB-GRADE-POINTS(SCL-IDX)
               PERFORM 224-GET-LETTER-AND-POINTS

               MOVE SPACES TO SCALE-MAINT-LOG-RECORD
               MOVE "CHANGE" TO SML-FUNCTION
               MOVE SCTB-LOW-MARK(SCL-IDX) TO SML-LOW-MARK
               MOVE SCTB-HIGH-MARK(SCL-IDX) TO SML-HIGH-MARK
               MOVE SCTB-LETTER-GRADE(SCL-IDX) TO SML-OLD-LETTER
               MOVE SCTB-GRADE-POINTS(SCL-IDX) TO SML-OLD-POINTS
               MOVE WS-LETTER-IN TO SML-NEW-LETTER
               MOVE WS-POINTS-IN-9 TO SML-NEW-POINTS

               MOVE WS-LETTER-IN TO SCTB-LETTER-GRADE(SCL-IDX)
               MOVE WS-POINTS-IN-9 TO SCTB-GRADE-POINTS(SCL-IDX)
               MOVE "YES" TO WS-TABLE-CHANGED

               PERFORM 225-WRITE-AUDIT-LINE
           END-IF.

      *Take a band off the scale - marks in its range print without
      *a letter until a band covering them is added back
       222-DELETE-BAND.
           IF WS-BAND-FOUND IS NOT EQUAL TO "YES"
               DISPLAY "NO BAND STARTS AT " WS-LOW-MARK-IN
           ELSE
               MOVE SPACES TO SCALE-MAINT-LOG-RECORD
               MOVE "DELETE" TO SML-FUNCTION
               MOVE SCTB-LOW-MARK(SCL-IDX) TO SML-LOW-MARK
               MOVE SCTB-HIGH-MARK(SCL-IDX) TO SML-HIGH-MARK
               MOVE SCTB-LETTER-GRADE(SCL-IDX) TO SML-OLD-LETTER
               MOVE SCTB-GRADE-POINTS(SCL-IDX) TO SML-OLD-POINTS
               MOVE SPACES TO SML-NEW-LETTER
               MOVE 0 TO SML-NEW-POINTS

               SET WS-MOVE-SLOT TO SCL-IDX
               PERFORM UNTIL WS-MOVE-SLOT IS NOT LESS THAN
                    SCALE-TABLE-COUNT
                   MOVE SCALE-TABLE-ENTRY(WS-MOVE-SLOT + 1) TO
                     SCALE-TABLE-ENTRY(WS-MOVE-SLOT)
                   ADD 1 TO WS-MOVE-SLOT
               END-PERFORM
               SUBTRACT 1 FROM SCALE-TABLE-COUNT
               MOVE "YES" TO WS-TABLE-CHANGED

               PERFORM 225-WRITE-AUDIT-LINE
           END-IF.

      *Ask for the highest mark of a new band, re-asking until it is
      *three digits from the low mark up to 100
       223-GET-HIGH-MARK.
           MOVE SPACES TO WS-HIGH-MARK-IN.

           PERFORM UNTIL WS-HIGH-MARK-IN IS NUMERIC
             AND WS-HIGH-MARK-IN-9 IS NOT GREATER THAN 100
             AND WS-HIGH-MARK-IN-9 IS NOT LESS THAN WS-LOW-MARK-IN-9
               DISPLAY "HIGHEST MARK IN THE BAND (3 DIGITS, E.G. 089)"
               ACCEPT WS-HIGH-MARK-IN
               IF WS-HIGH-MARK-IN IS NOT NUMERIC
                 OR WS-HIGH-MARK-IN-9 IS GREATER THAN 100
                 OR WS-HIGH-MARK-IN-9 IS LESS THAN WS-LOW-MARK-IN-9
                   DISPLAY "MARK MUST BE " WS-LOW-MARK-IN
                     " TO 100, RE-ENTER"
               END-IF
           END-PERFORM.

      *Ask for the band's letter grade and grade points, re-asking
      *until the letter is keyed and the points are two digits
       224-GET-LETTER-AND-POINTS.
           MOVE SPACES TO WS-LETTER-IN.

           PERFORM UNTIL WS-LETTER-IN IS NOT EQUAL TO SPACES
               DISPLAY "LETTER GRADE (E.G. A+)"
               ACCEPT WS-LETTER-IN
               IF WS-LETTER-IN IS EQUAL TO SPACES
                   DISPLAY "LETTER GRADE CANNOT BE BLANK, RE-ENTER"
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-POINTS-IN.

           PERFORM UNTIL WS-POINTS-IN IS NUMERIC
               DISPLAY "GRADE POINTS (40 MEANS 4.0)"
               ACCEPT WS-POINTS-IN
               IF WS-POINTS-IN IS NOT NUMERIC
                   DISPLAY "GRADE POINTS MUST BE TWO DIGITS, RE-ENTER"
               END-IF
           END-PERFORM.

      *Append one audit line for the action just taken
       225-WRITE-AUDIT-LINE.
           MOVE WS-OPERATOR TO SML-OPERATOR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO SML-LOG-DATE.
           WRITE SCALE-MAINT-LOG-RECORD.

      *Show the whole scale on the console, highest band first, and
      *point out any marks between bands that no band covers
       226-LIST-SCALE.
           IF SCALE-TABLE-COUNT IS EQUAL TO 0
               DISPLAY "THE GRADE SCALE IS EMPTY"
           ELSE
               MOVE 100 TO WS-EXPECTED-HIGH
               PERFORM VARYING SCL-IDX FROM 1 BY 1
                 UNTIL SCL-IDX > SCALE-TABLE-COUNT
                   IF SCTB-HIGH-MARK(SCL-IDX) IS NOT EQUAL TO
                        WS-EXPECTED-HIGH
                       DISPLAY "  *** NO BAND COVERS MARKS BELOW "
                         WS-EXPECTED-HIGH " DOWN TO "
                         SCTB-HIGH-MARK(SCL-IDX) " ***"
                   END-IF
                   DISPLAY SCTB-LOW-MARK(SCL-IDX) "-"
                     SCTB-HIGH-MARK(SCL-IDX) "  "
                     SCTB-LETTER-GRADE(SCL-IDX) "  "
                     SCTB-GRADE-POINTS(SCL-IDX)
                   IF SCTB-LOW-MARK(SCL-IDX) IS GREATER THAN 0
                       COMPUTE WS-EXPECTED-HIGH =
                         SCTB-LOW-MARK(SCL-IDX) - 1
                   ELSE
                       MOVE 0 TO WS-EXPECTED-HIGH
                   END-IF
               END-PERFORM
               IF SCTB-LOW-MARK(SCALE-TABLE-COUNT) IS GREATER THAN 0
                   DISPLAY "  *** NO BAND COVERS MARKS FROM "
                     WS-EXPECTED-HIGH " DOWN TO 000 ***"
               END-IF
           END-IF.

      *A new band overlaps when its range and a band on file share
      *any mark
       227-CHECK-BAND-OVERLAP.
           MOVE "NO" TO WS-BAND-OVERLAPS.

           PERFORM VARYING SCL-IDX FROM 1 BY 1
             UNTIL SCL-IDX > SCALE-TABLE-COUNT
               IF WS-LOW-MARK-IN-9 IS NOT GREATER THAN
                    SCTB-HIGH-MARK(SCL-IDX)
                 AND WS-HIGH-MARK-IN-9 IS NOT LESS THAN
                    SCTB-LOW-MARK(SCL-IDX)
                   MOVE "YES" TO WS-BAND-OVERLAPS
               END-IF
           END-PERFORM.

      *Write the maintained scale back over GRADE-SCALE.txt
       210-REWRITE-SCALE-TABLE.
           OPEN OUTPUT GRADE-SCALE-FILE.

           PERFORM 211-WRITE-TABLE-ENTRY
             VARYING SCL-IDX FROM 1 BY 1
             UNTIL SCL-IDX > SCALE-TABLE-COUNT.

           CLOSE GRADE-SCALE-FILE.

      *Write one table entry back to the grade scale file
       211-WRITE-TABLE-ENTRY.
           MOVE SPACES TO GRADE-SCALE-RECORD.
           MOVE SCTB-LOW-MARK(SCL-IDX) TO GSC-LOW-MARK.
           MOVE SCTB-HIGH-MARK(SCL-IDX) TO GSC-HIGH-MARK.
           MOVE SCTB-LETTER-GRADE(SCL-IDX) TO GSC-LETTER-GRADE.
           MOVE SCTB-GRADE-POINTS(SCL-IDX) TO GSC-GRADE-POINTS.
           WRITE GRADE-SCALE-RECORD.

      *Close all external files
       209-CLOSE-EXTERNAL-FILES.
           CLOSE SCALE-MAINT-LOG-FILE.

           STOP RUN.
           GOBACK.

       END PROGRAM CST-8283-PROJECT-40.
