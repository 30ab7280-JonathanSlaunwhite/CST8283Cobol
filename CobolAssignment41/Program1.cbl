       IDENTIFICATION DIVISION.
       PROGRAM-ID. CST-8283-PROJECT-41.
       AUTHOR. JONATHON SLAUNWHITE, LIAM HENLEY-VACHON.
       INSTALLATION. ALGONQUIN.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Link the student mailing address file and set as line
      *sequential - read front to back into the table, maintained
      *there, and written back, the same in-memory pattern the
      *program table uses (see copybooks/address_record.txt)
       SELECT ADDRESS-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\ADDRESS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ADDRESS-FILE-STATUS.

      *Link the indexed student master and set as indexed with
      *dynamic access - read only, to show whose address is being
      *worked on, to refuse an address for a student who isn't on
      *the master, and to load the names for the name search
       SELECT STUFILE-FILE-INDEXED
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\STUFILE-INDEXED.txt"
          ORGANIZATION  IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS STUDENT-NUMBER-INDEXED
          FILE STATUS IS FILE-STATUS-THING.

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

      *Link the address audit trail log and set as line sequential -
      *every add, change and delete gets its own line here, the same
      *way student maintenance logs to MAINTENANCE-LOG.txt
       SELECT ADDRESS-MAINT-LOG-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\ADDRESS-MAINT-LOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MAINT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Student mailing address record - shared layout, see
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

      *Operator master record - shared layout, see
      *copybooks/operator_record.txt
       FD OPERATOR-FILE.
       COPY "operator_record.txt".

      *Security violations log record - shared layout, see
      *copybooks/security_log_record.txt
       FD SECURITY-LOG-FILE.
       COPY "security_log_record.txt".

      *Address audit trail record - one line per field added,
      *changed or deleted, with the operator's ID and the date, and
      *which field moved from what old value to what new value
       FD ADDRESS-MAINT-LOG-FILE.
       01 ADDRESS-MAINT-LOG-RECORD.
         05 AML-OPERATOR PIC X(3).
         05 FILLER PIC X(2) VALUE SPACES.
         05 AML-LOG-DATE PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 AML-STUDENT-NUMBER PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 AML-FUNCTION PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 AML-FIELD-NAME PIC X(16).
         05 FILLER PIC X(2) VALUE SPACES.
         05 AML-OLD-VALUE PIC X(40).
         05 FILLER PIC X(2) VALUE SPACES.
         05 AML-NEW-VALUE PIC X(40).

       WORKING-STORAGE SECTION.

      *File status fields, one per file
       01 WS-ADDRESS-FILE-STATUS PIC X(2).
       01 FILE-STATUS-THING PIC X(2).
       01 WS-MAINT-LOG-STATUS PIC X(2).

      *End-of-file flag for the address file
       01 WS-ADDRESS-EOF PIC X(4).

      *In-memory copy of the whole address file, kept in student
      *number order - maintained here and written back when the
      *clerk is done
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
           10 ADTB-EMAIL PIC X(40).
           10 ADTB-RETURNED-MAIL PIC X(1).
           10 ADTB-RETURNED-DATE PIC 9(8).

      *Where a new address goes in the table, and the entry being
      *moved to open or close a gap
       01 WS-INSERT-SLOT PIC 9(4).
       01 WS-MOVE-SLOT PIC 9(4).

      *Name lookup working fields and the number-and-name table the
      *front-counter search runs against, loaded once when the
      *master opens
       01 WS-NAME-EOF PIC X(4).
       01 WS-SEARCH-NAME PIC X(20).
       01 WS-SEARCH-LENGTH PIC 9(2).
       01 WS-TALLY-COUNT PIC 9(2).
       01 WS-MATCH-COUNT PIC 9(3).
       01 NAME-TABLE-COUNT PIC 9(3) VALUE 0.
       01 NAME-TABLE-CONTAINER.
         05 NAME-TABLE-ENTRY
               OCCURS 1 TO 500 TIMES
               DEPENDING ON NAME-TABLE-COUNT
               INDEXED BY NAME-IDX.
           10 NTBL-STUDENT-NUMBER PIC 9(6).
           10 NTBL-STUDENT-NAME PIC X(40).

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
           10 OTBL-AUTH-MAINTENANCE PIC X(1).

      *Flag to keep accepting maintenance requests until done
       01 WS-MORE-MAINTENANCE PIC X(3) VALUE "YES".
      *Function keyed by the clerk - I inquiry, A add, C change,
      *D delete
       01 WS-FUNCTION-CODE PIC X(1).
      *Student number keyed by the clerk, edited before use as the key
       01 WS-STUDENT-NUMBER-IN PIC X(6).
       01 WS-STUDENT-NUMBER-IN-9 REDEFINES WS-STUDENT-NUMBER-IN
          PIC 9(6).
      *Which field of the address a change applies to
       01 WS-FIELD-CODE PIC X(2).
      *New value keyed for an add or change, wide enough for the
      *email
       01 WS-NEW-VALUE PIC X(40).
      *The postal code as keyed, one character at a time for the
      *A9A 9A9 edit, and the back half moved over when it was keyed
      *without the space
       01 WS-POSTAL-IN PIC X(7).
       01 WS-POSTAL-CHARS REDEFINES WS-POSTAL-IN.
         05 WS-POSTAL-CHAR PIC X(1) OCCURS 7 TIMES.
       01 WS-POSTAL-BACK-HALF PIC X(3).
      *Set when a keyed value passes its edit
       01 WS-VALUE-VALID PIC X(3).
      *The returned-mail flag as keyed, one byte
       01 WS-FLAG-IN PIC X(1).
      *How many "@" an email carries - exactly one is allowed
       01 WS-AT-COUNT PIC 9(2).
      *Delete confirmation answer
       01 WS-CONFIRM PIC X(3).
      *Set when the keyed student has an address in the table
       01 WS-ADDRESS-FOUND PIC X(3).
      *Set when the keyed student reads from the master, and the
      *name shown with the address
       01 WS-STUDENT-FOUND PIC X(3).
       01 WS-STUDENT-NAME PIC X(40).
      *Set once anything changed so an untouched file isn't
      *rewritten
       01 WS-TABLE-CHANGED PIC X(3) VALUE "NO".
      *Set when the address file exceeds what memory can hold - the
      *run must then leave ADDRESS.txt exactly as it found it
       01 WS-ABORT-RUN PIC X(3) VALUE "NO".

       PROCEDURE DIVISION.

       100-MAINTAIN-ADDRESSES.
      *Open the files and load the address file
           PERFORM 201-OPEN-EXTERNAL-FILES.
           PERFORM 202-LOAD-ADDRESS-TABLE.

      *An overfull address file aborts before any maintenance can
      *happen - the first rewrite would otherwise drop every
      *address past the bound
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
      *        Only an authenticated operator with the maintenance
      *        permission may change where a student's mail goes
               PERFORM 850-OPERATOR-SIGN-ON
               IF WS-SIGNED-ON IS EQUAL TO "YES"
                   MOVE WS-SIGNON-ID TO WS-OPERATOR
      *            Accept maintenance requests until the clerk is
      *            done
                   PERFORM 204-MAINTENANCE-TRANSACTIONS
      *            Write the address file back if anything changed
                   IF WS-TABLE-CHANGED IS EQUAL TO "YES"
                       PERFORM 211-REWRITE-ADDRESS-TABLE
                   END-IF
               END-IF
           END-IF.
      *Close all external files
           PERFORM 209-CLOSE-EXTERNAL-FILES.

      *Open all external files for read and write
       201-OPEN-EXTERNAL-FILES.
           OPEN INPUT ADDRESS-FILE.

           IF WS-ADDRESS-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "ADDRESS.txt NOT FOUND - STARTING AN EMPTY"
               DISPLAY "ADDRESS FILE"
               MOVE "YES" TO WS-ADDRESS-EOF
           END-IF.

           OPEN INPUT STUFILE-FILE-INDEXED.

           IF FILE-STATUS-THING IS EQUAL TO "35"
               DISPLAY "STUFILE-FILE-INDEXED NOT FOUND - RUN THE"
               DISPLAY "NIGHTLY LOAD (CST-8283-PROJECT-3) FIRST"
               MOVE "YES" TO WS-ABORT-RUN
           ELSE
      *        Load the names so the clerk can search by them
               PERFORM 860-LOAD-NAME-TABLE
           END-IF.

      *    The audit log carries forward across runs - only create it
      *    fresh when no log exists yet
           OPEN EXTEND ADDRESS-MAINT-LOG-FILE.
           IF WS-MAINT-LOG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT ADDRESS-MAINT-LOG-FILE
           END-IF.

      *Read the whole address file into memory
       202-LOAD-ADDRESS-TABLE.
           PERFORM UNTIL WS-ADDRESS-EOF IS EQUAL TO "YES"
               READ ADDRESS-FILE
                   AT END
                       MOVE "YES" TO WS-ADDRESS-EOF
                   NOT AT END
                       IF ADDRESS-TABLE-COUNT IS NOT LESS THAN 2000
                           DISPLAY "ADDRESS FILE EXCEEDS 2000"
                             " STUDENTS - RUN ABORTED, ADDRESS.txt"
                             " LEFT UNTOUCHED"
                           MOVE "YES" TO WS-ABORT-RUN
                           MOVE "YES" TO WS-ADDRESS-EOF
                       ELSE
                           ADD 1 TO ADDRESS-TABLE-COUNT
                           PERFORM 203-STORE-ADDRESS
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-ADDRESS-FILE-STATUS IS NOT EQUAL TO "35"
               CLOSE ADDRESS-FILE
           END-IF.

      *Store one address record in the next table slot
       203-STORE-ADDRESS.
           SET ADR-IDX TO ADDRESS-TABLE-COUNT.
           MOVE ADR-STUDENT-NUMBER TO ADTB-STUDENT-NUMBER(ADR-IDX).
           MOVE ADR-STREET TO ADTB-STREET(ADR-IDX).
           MOVE ADR-CITY TO ADTB-CITY(ADR-IDX).
           MOVE ADR-PROVINCE TO ADTB-PROVINCE(ADR-IDX).
           MOVE ADR-POSTAL-CODE TO ADTB-POSTAL-CODE(ADR-IDX).
           MOVE ADR-EMAIL TO ADTB-EMAIL(ADR-IDX).
           MOVE ADR-RETURNED-MAIL TO ADTB-RETURNED-MAIL(ADR-IDX).
           MOVE ADR-RETURNED-DATE TO ADTB-RETURNED-DATE(ADR-IDX).

      *Accept maintenance requests from the keyboard, looping until
      *the clerk signals there is nothing further this run
       204-MAINTENANCE-TRANSACTIONS.
           PERFORM UNTIL WS-MORE-MAINTENANCE IS EQUAL TO "NO"
             OR WS-MORE-MAINTENANCE IS EQUAL TO "no"
               PERFORM 205-GET-FUNCTION-CODE
               PERFORM 206-GET-STUDENT-NUMBER
               PERFORM 207-FIND-TABLE-ENTRY
               PERFORM 208-READ-STUDENT-NAME

               EVALUATE WS-FUNCTION-CODE
                   WHEN "I"
                   WHEN "i"
                       IF WS-ADDRESS-FOUND IS EQUAL TO "YES"
                           PERFORM 210-DISPLAY-ADDRESS
                       ELSE
                           DISPLAY "NO ADDRESS ON FILE FOR "
                             WS-STUDENT-NUMBER-IN " "
                             WS-STUDENT-NAME
                       END-IF
                   WHEN "A"
                   WHEN "a"
                       PERFORM 220-ADD-ADDRESS
                   WHEN "C"
                   WHEN "c"
                       PERFORM 221-CHANGE-ADDRESS
                   WHEN "D"
                   WHEN "d"
                       PERFORM 222-DELETE-ADDRESS
               END-EVALUATE

               DISPLAY "ENTER ANOTHER ADDRESS REQUEST YES OR NO"
               ACCEPT WS-MORE-MAINTENANCE
           END-PERFORM.

      *Ask which maintenance function the clerk wants, re-asking
      *until one of the four valid codes is keyed
       205-GET-FUNCTION-CODE.
           MOVE SPACES TO WS-FUNCTION-CODE.

           PERFORM UNTIL WS-FUNCTION-CODE IS EQUAL TO "I"
             OR WS-FUNCTION-CODE IS EQUAL TO "i"
             OR WS-FUNCTION-CODE IS EQUAL TO "A"
             OR WS-FUNCTION-CODE IS EQUAL TO "a"
             OR WS-FUNCTION-CODE IS EQUAL TO "C"
             OR WS-FUNCTION-CODE IS EQUAL TO "c"
             OR WS-FUNCTION-CODE IS EQUAL TO "D"
             OR WS-FUNCTION-CODE IS EQUAL TO "d"
               DISPLAY "FUNCTION - I INQUIRY, A ADD, C CHANGE,"
                 " D DELETE"
               ACCEPT WS-FUNCTION-CODE
           END-PERFORM.

      *Ask for the student number, re-asking until it is numeric -
      *a clerk without the number can key N to search by name and
      *pick the number off the matches
       206-GET-STUDENT-NUMBER.
           MOVE SPACES TO WS-STUDENT-NUMBER-IN.

           PERFORM UNTIL WS-STUDENT-NUMBER-IN IS NUMERIC
               DISPLAY "PLEASE ENTER STUDENT NUMBER (N TO SEARCH BY"
                 " NAME)"
               ACCEPT WS-STUDENT-NUMBER-IN
               IF WS-STUDENT-NUMBER-IN IS EQUAL TO "N"
                 OR WS-STUDENT-NUMBER-IN IS EQUAL TO "n"
                   PERFORM 861-SEARCH-BY-NAME
               ELSE
                   IF WS-STUDENT-NUMBER-IN IS NOT NUMERIC
                       DISPLAY "STUDENT NUMBER MUST BE NUMERIC,"
                         " RE-ENTER"
                   END-IF
               END-IF
           END-PERFORM.

      *Look the keyed student up in the address table, leaving
      *ADR-IDX on the matching address when found
       207-FIND-TABLE-ENTRY.
           MOVE "NO" TO WS-ADDRESS-FOUND.

           IF ADDRESS-TABLE-COUNT IS GREATER THAN 0
               SET ADR-IDX TO 1
               SEARCH ADDRESS-TABLE-ENTRY
                   AT END
                       MOVE "NO" TO WS-ADDRESS-FOUND
                   WHEN ADTB-STUDENT-NUMBER(ADR-IDX) IS EQUAL TO
                          WS-STUDENT-NUMBER-IN-9
                       MOVE "YES" TO WS-ADDRESS-FOUND
               END-SEARCH
           END-IF.

      *Fetch the keyed student's name off the master - a student
      *moved off the master since can still have an address to
      *correct or delete, so not finding one only matters on an add
       208-READ-STUDENT-NAME.
           MOVE "NO" TO WS-STUDENT-FOUND.
           MOVE "NOT ON THE MASTER" TO WS-STUDENT-NAME.
           MOVE WS-STUDENT-NUMBER-IN TO STUDENT-NUMBER-INDEXED.

           READ STUFILE-FILE-INDEXED
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO WS-STUDENT-FOUND
                   MOVE STUDENT-NAME-INDEXED TO WS-STUDENT-NAME
           END-READ.

      *Show the clerk every field of the address before they act on
      *it
       210-DISPLAY-ADDRESS.
           DISPLAY "STUDENT NUMBER   " ADTB-STUDENT-NUMBER(ADR-IDX).
           DISPLAY "NAME             " WS-STUDENT-NAME.
           DISPLAY "STREET           " ADTB-STREET(ADR-IDX).
           DISPLAY "CITY             " ADTB-CITY(ADR-IDX).
           DISPLAY "PROVINCE         " ADTB-PROVINCE(ADR-IDX).
           DISPLAY "POSTAL CODE      " ADTB-POSTAL-CODE(ADR-IDX).
           DISPLAY "EMAIL            " ADTB-EMAIL(ADR-IDX).
           IF ADTB-RETURNED-MAIL(ADR-IDX) IS EQUAL TO "Y"
               DISPLAY "RETURNED MAIL    Y - FLAGGED "
                 ADTB-RETURNED-DATE(ADR-IDX)
           ELSE
               DISPLAY "RETURNED MAIL    N"
           END-IF.

      *Add an address for a student on the master who has none yet -
      *every field is keyed and edited, and each one is logged
       220-ADD-ADDRESS.
           IF WS-ADDRESS-FOUND IS EQUAL TO "YES"
               DISPLAY "STUDENT " WS-STUDENT-NUMBER-IN
                 " ALREADY HAS AN ADDRESS - USE CHANGE"
           ELSE
               IF WS-STUDENT-FOUND IS NOT EQUAL TO "YES"
                   DISPLAY "STUDENT " WS-STUDENT-NUMBER-IN
                     " NOT ON THE MASTER - NOTHING ADDED"
               ELSE
                   IF ADDRESS-TABLE-COUNT IS NOT LESS THAN 2000
                       DISPLAY "ADDRESS FILE FULL AT 2000 STUDENTS"
                         " - NOTHING ADDED"
                   ELSE
                       DISPLAY "ADDING AN ADDRESS FOR "
                         WS-STUDENT-NAME
                       PERFORM 230-ADD-TABLE-ENTRY
                   END-IF
               END-IF
           END-IF.

      *Open a slot for the new address in student number order, then
      *take each field into it - only reached once the table is
      *known to have room and the student is known to be new to it
       230-ADD-TABLE-ENTRY.
           MOVE 1 TO WS-INSERT-SLOT.
           PERFORM UNTIL WS-INSERT-SLOT > ADDRESS-TABLE-COUNT
             OR ADTB-STUDENT-NUMBER(WS-INSERT-SLOT) IS GREATER THAN
                WS-STUDENT-NUMBER-IN-9
               ADD 1 TO WS-INSERT-SLOT
           END-PERFORM.

           ADD 1 TO ADDRESS-TABLE-COUNT.
           PERFORM VARYING WS-MOVE-SLOT FROM ADDRESS-TABLE-COUNT
             BY -1
             UNTIL WS-MOVE-SLOT IS NOT GREATER THAN WS-INSERT-SLOT
               MOVE ADDRESS-TABLE-ENTRY(WS-MOVE-SLOT - 1) TO
                 ADDRESS-TABLE-ENTRY(WS-MOVE-SLOT)
           END-PERFORM.

           SET ADR-IDX TO WS-INSERT-SLOT.
           MOVE WS-STUDENT-NUMBER-IN-9 TO ADTB-STUDENT-NUMBER(ADR-IDX).
           MOVE "N" TO ADTB-RETURNED-MAIL(ADR-IDX).
           MOVE ZEROS TO ADTB-RETURNED-DATE(ADR-IDX).
           MOVE "YES" TO WS-TABLE-CHANGED.

           PERFORM 231-GET-STREET.
           MOVE SPACES TO ADDRESS-MAINT-LOG-RECORD.
           MOVE "ADD" TO AML-FUNCTION.
           MOVE "STREET" TO AML-FIELD-NAME.
           MOVE WS-NEW-VALUE TO ADTB-STREET(ADR-IDX).
           PERFORM 223-WRITE-AUDIT-LINE.

           PERFORM 232-GET-CITY.
           MOVE SPACES TO ADDRESS-MAINT-LOG-RECORD.
           MOVE "ADD" TO AML-FUNCTION.
           MOVE "CITY" TO AML-FIELD-NAME.
           MOVE WS-NEW-VALUE TO ADTB-CITY(ADR-IDX).
           PERFORM 223-WRITE-AUDIT-LINE.

           PERFORM 233-GET-PROVINCE.
           MOVE SPACES TO ADDRESS-MAINT-LOG-RECORD.
           MOVE "ADD" TO AML-FUNCTION.
           MOVE "PROVINCE" TO AML-FIELD-NAME.
           MOVE WS-NEW-VALUE TO ADTB-PROVINCE(ADR-IDX).
           PERFORM 223-WRITE-AUDIT-LINE.

           PERFORM 234-GET-POSTAL-CODE.
           MOVE SPACES TO ADDRESS-MAINT-LOG-RECORD.
           MOVE "ADD" TO AML-FUNCTION.
           MOVE "POSTAL CODE" TO AML-FIELD-NAME.
           MOVE WS-NEW-VALUE TO ADTB-POSTAL-CODE(ADR-IDX).
           PERFORM 223-WRITE-AUDIT-LINE.

           PERFORM 235-GET-EMAIL.
           MOVE SPACES TO ADDRESS-MAINT-LOG-RECORD.
           MOVE "ADD" TO AML-FUNCTION.
           MOVE "EMAIL" TO AML-FIELD-NAME.
           MOVE WS-NEW-VALUE TO ADTB-EMAIL(ADR-IDX).
           PERFORM 223-WRITE-AUDIT-LINE.

      *Ask which field is being corrected, apply the new value to the
      *table, and log the old and new values
       221-CHANGE-ADDRESS.
           IF WS-ADDRESS-FOUND IS NOT EQUAL TO "YES"
               DISPLAY "NO ADDRESS ON FILE FOR " WS-STUDENT-NUMBER-IN
                 " - USE ADD"
           ELSE
               PERFORM 210-DISPLAY-ADDRESS
               PERFORM 224-GET-FIELD-CODE
               MOVE SPACES TO ADDRESS-MAINT-LOG-RECORD
               MOVE "CHANGE" TO AML-FUNCTION

               EVALUATE WS-FIELD-CODE
                   WHEN "ST"
                       PERFORM 231-GET-STREET
                       MOVE "STREET" TO AML-FIELD-NAME
                       MOVE ADTB-STREET(ADR-IDX) TO AML-OLD-VALUE
                       MOVE WS-NEW-VALUE TO ADTB-STREET(ADR-IDX)
                   WHEN "CI"
                       PERFORM 232-GET-CITY
                       MOVE "CITY" TO AML-FIELD-NAME
                       MOVE ADTB-CITY(ADR-IDX) TO AML-OLD-VALUE
                       MOVE WS-NEW-VALUE TO ADTB-CITY(ADR-IDX)
                   WHEN "PR"
                       PERFORM 233-GET-PROVINCE
                       MOVE "PROVINCE" TO AML-FIELD-NAME
                       MOVE ADTB-PROVINCE(ADR-IDX) TO AML-OLD-VALUE
                       MOVE WS-NEW-VALUE TO ADTB-PROVINCE(ADR-IDX)
                   WHEN "PC"
                       PERFORM 234-GET-POSTAL-CODE
                       MOVE "POSTAL CODE" TO AML-FIELD-NAME
                       MOVE ADTB-POSTAL-CODE(ADR-IDX) TO
                         AML-OLD-VALUE
                       MOVE WS-NEW-VALUE TO ADTB-POSTAL-CODE(ADR-IDX)
                   WHEN "EM"
                       PERFORM 235-GET-EMAIL
                       MOVE "EMAIL" TO AML-FIELD-NAME
                       MOVE ADTB-EMAIL(ADR-IDX) TO AML-OLD-VALUE
                       MOVE WS-NEW-VALUE TO ADTB-EMAIL(ADR-IDX)
                   WHEN "RM"
                       PERFORM 236-GET-RETURNED-MAIL
                       MOVE "RETURNED MAIL" TO AML-FIELD-NAME
                       MOVE ADTB-RETURNED-MAIL(ADR-IDX) TO
                         AML-OLD-VALUE
                       MOVE WS-NEW-VALUE(1:1) TO
                         ADTB-RETURNED-MAIL(ADR-IDX)
                       IF WS-NEW-VALUE(1:1) IS EQUAL TO "Y"
                           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                           MOVE WS-RUN-DATE TO
                             ADTB-RETURNED-DATE(ADR-IDX)
                       ELSE
                           MOVE ZEROS TO ADTB-RETURNED-DATE(ADR-IDX)
                       END-IF
               END-EVALUATE

               MOVE "YES" TO WS-TABLE-CHANGED
               PERFORM 223-WRITE-AUDIT-LINE

      *        A corrected mailing address is what the returned-mail
      *        flag was waiting for - clear it, on its own audit line,
      *        so the student's mail goes out again
               IF ADTB-RETURNED-MAIL(ADR-IDX) IS EQUAL TO "Y"
                 AND WS-FIELD-CODE IS NOT EQUAL TO "EM"
                 AND WS-FIELD-CODE IS NOT EQUAL TO "RM"
                   MOVE SPACES TO ADDRESS-MAINT-LOG-RECORD
                   MOVE "CHANGE" TO AML-FUNCTION
                   MOVE "RETURNED MAIL" TO AML-FIELD-NAME
                   MOVE "Y" TO AML-OLD-VALUE
                   MOVE "N" TO WS-NEW-VALUE
                   MOVE "N" TO ADTB-RETURNED-MAIL(ADR-IDX)
                   MOVE ZEROS TO ADTB-RETURNED-DATE(ADR-IDX)
                   PERFORM 223-WRITE-AUDIT-LINE
                   DISPLAY "RETURNED-MAIL FLAG CLEARED - MAIL WILL GO"
                     " TO THE CORRECTED ADDRESS"
               END-IF
           END-IF.

      *Confirm before removing an address, log the delete with the
      *street that was on it, and close the gap in the table
       222-DELETE-ADDRESS.
           IF WS-ADDRESS-FOUND IS NOT EQUAL TO "YES"
               DISPLAY "NO ADDRESS ON FILE FOR " WS-STUDENT-NUMBER-IN
           ELSE
               PERFORM 210-DISPLAY-ADDRESS
               MOVE SPACES TO WS-CONFIRM
               DISPLAY "DELETE THIS ADDRESS - CONFIRM YES OR NO"
               ACCEPT WS-CONFIRM

               IF WS-CONFIRM IS EQUAL TO "YES" OR "yes"
                   MOVE SPACES TO ADDRESS-MAINT-LOG-RECORD
                   MOVE "DELETE" TO AML-FUNCTION
                   MOVE "WHOLE RECORD" TO AML-FIELD-NAME
                   MOVE ADTB-STREET(ADR-IDX) TO AML-OLD-VALUE
                   MOVE SPACES TO WS-NEW-VALUE
                   PERFORM 223-WRITE-AUDIT-LINE

                   SET WS-MOVE-SLOT TO ADR-IDX
                   PERFORM UNTIL WS-MOVE-SLOT IS NOT LESS THAN
                        ADDRESS-TABLE-COUNT
                       MOVE ADDRESS-TABLE-ENTRY(WS-MOVE-SLOT + 1) TO
                         ADDRESS-TABLE-ENTRY(WS-MOVE-SLOT)
                       ADD 1 TO WS-MOVE-SLOT
                   END-PERFORM
                   SUBTRACT 1 FROM ADDRESS-TABLE-COUNT
                   MOVE "YES" TO WS-TABLE-CHANGED
               ELSE
                   DISPLAY "DELETE NOT CONFIRMED - ADDRESS KEPT"
               END-IF
           END-IF.

      *Append one audit line for the field just added, changed or
      *deleted - the field name and old value are already placed
       223-WRITE-AUDIT-LINE.
           MOVE WS-OPERATOR TO AML-OPERATOR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO AML-LOG-DATE.
           MOVE WS-STUDENT-NUMBER-IN-9 TO AML-STUDENT-NUMBER.
           MOVE WS-NEW-VALUE TO AML-NEW-VALUE.
           WRITE ADDRESS-MAINT-LOG-RECORD.

      *Ask which field is being corrected, re-asking until one of
      *the six valid codes is keyed
       224-GET-FIELD-CODE.
           MOVE SPACES TO WS-FIELD-CODE.

           PERFORM UNTIL WS-FIELD-CODE IS EQUAL TO "ST"
             OR WS-FIELD-CODE IS EQUAL TO "CI"
             OR WS-FIELD-CODE IS EQUAL TO "PR"
             OR WS-FIELD-CODE IS EQUAL TO "PC"
             OR WS-FIELD-CODE IS EQUAL TO "EM"
             OR WS-FIELD-CODE IS EQUAL TO "RM"
               DISPLAY "FIELD - ST STREET, CI CITY, PR PROVINCE,"
               DISPLAY "PC POSTAL CODE, EM EMAIL, RM RETURNED MAIL"
               ACCEPT WS-FIELD-CODE
           END-PERFORM.

      *Street line - cannot be blank
       231-GET-STREET.
           MOVE SPACES TO WS-NEW-VALUE.

           PERFORM UNTIL WS-NEW-VALUE IS NOT EQUAL TO SPACES
               DISPLAY "STREET ADDRESS (UP TO 30 CHARACTERS)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE IS EQUAL TO SPACES
                   DISPLAY "STREET CANNOT BE BLANK, RE-ENTER"
               END-IF
           END-PERFORM.

      *City - cannot be blank
       232-GET-CITY.
           MOVE SPACES TO WS-NEW-VALUE.

           PERFORM UNTIL WS-NEW-VALUE IS NOT EQUAL TO SPACES
               DISPLAY "CITY (UP TO 20 CHARACTERS)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE IS EQUAL TO SPACES
                   DISPLAY "CITY CANNOT BE BLANK, RE-ENTER"
               END-IF
           END-PERFORM.

      *Province - one of the thirteen two-letter codes Canada Post
      *recognises, taken in either case
       233-GET-PROVINCE.
           MOVE "NO" TO WS-VALUE-VALID.

           PERFORM UNTIL WS-VALUE-VALID IS EQUAL TO "YES"
               MOVE SPACES TO WS-NEW-VALUE
               DISPLAY "PROVINCE OR TERRITORY CODE (E.G. ON)"
               ACCEPT WS-NEW-VALUE
               INSPECT WS-NEW-VALUE CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               EVALUATE WS-NEW-VALUE
                   WHEN "AB"
                   WHEN "BC"
                   WHEN "MB"
                   WHEN "NB"
                   WHEN "NL"
                   WHEN "NS"
                   WHEN "NT"
                   WHEN "NU"
                   WHEN "ON"
                   WHEN "PE"
                   WHEN "QC"
                   WHEN "SK"
                   WHEN "YT"
                       MOVE "YES" TO WS-VALUE-VALID
                   WHEN OTHER
                       DISPLAY "NOT A PROVINCE OR TERRITORY CODE,"
                         " RE-ENTER"
               END-EVALUATE
           END-PERFORM.

      *Postal code - A9A 9A9, taken in either case and with or
      *without the space, and kept upper case with the space
       234-GET-POSTAL-CODE.
           MOVE "NO" TO WS-VALUE-VALID.

           PERFORM UNTIL WS-VALUE-VALID IS EQUAL TO "YES"
               MOVE SPACES TO WS-POSTAL-IN
               DISPLAY "POSTAL CODE (A9A 9A9)"
               ACCEPT WS-POSTAL-IN
               INSPECT WS-POSTAL-IN CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

      *        Six characters keyed run together - open the space
               IF WS-POSTAL-CHAR(4) IS NOT EQUAL TO SPACE
                 AND WS-POSTAL-CHAR(7) IS EQUAL TO SPACE
                   MOVE WS-POSTAL-IN(4:3) TO WS-POSTAL-BACK-HALF
                   MOVE SPACE TO WS-POSTAL-CHAR(4)
                   MOVE WS-POSTAL-BACK-HALF TO WS-POSTAL-IN(5:3)
               END-IF

               IF WS-POSTAL-CHAR(1) IS ALPHABETIC
                 AND WS-POSTAL-CHAR(1) IS NOT EQUAL TO SPACE
                 AND WS-POSTAL-CHAR(2) IS NUMERIC
                 AND WS-POSTAL-CHAR(3) IS ALPHABETIC
                 AND WS-POSTAL-CHAR(3) IS NOT EQUAL TO SPACE
                 AND WS-POSTAL-CHAR(4) IS EQUAL TO SPACE
                 AND WS-POSTAL-CHAR(5) IS NUMERIC
                 AND WS-POSTAL-CHAR(6) IS ALPHABETIC
                 AND WS-POSTAL-CHAR(6) IS NOT EQUAL TO SPACE
                 AND WS-POSTAL-CHAR(7) IS NUMERIC
                   MOVE "YES" TO WS-VALUE-VALID
               ELSE
                   DISPLAY "POSTAL CODE MUST BE A9A 9A9, RE-ENTER"
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-NEW-VALUE.
           MOVE WS-POSTAL-IN TO WS-NEW-VALUE.

      *Email - optional, but when keyed it has to carry exactly one
      *"@" with something in front of it
       235-GET-EMAIL.
           MOVE "NO" TO WS-VALUE-VALID.

           PERFORM UNTIL WS-VALUE-VALID IS EQUAL TO "YES"
               MOVE SPACES TO WS-NEW-VALUE
               DISPLAY "EMAIL ADDRESS (BLANK FOR NONE)"
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE IS EQUAL TO SPACES
                   MOVE "YES" TO WS-VALUE-VALID
               ELSE
                   MOVE 0 TO WS-AT-COUNT
                   INSPECT WS-NEW-VALUE TALLYING WS-AT-COUNT
                     FOR ALL "@"
                   IF WS-AT-COUNT IS EQUAL TO 1
                     AND WS-NEW-VALUE(1:1) IS NOT EQUAL TO "@"
                     AND WS-NEW-VALUE(1:1) IS NOT EQUAL TO SPACE
                       MOVE "YES" TO WS-VALUE-VALID
                   ELSE
                       DISPLAY "EMAIL MUST BE NAME@DOMAIN, RE-ENTER"
                   END-IF
               END-IF
           END-PERFORM.

      *Returned-mail flag - Y when the post office sent something
      *back, N once the student has confirmed the address is good
       236-GET-RETURNED-MAIL.
           MOVE SPACES TO WS-NEW-VALUE.

           PERFORM UNTIL WS-NEW-VALUE(1:1) IS EQUAL TO "Y"
             OR WS-NEW-VALUE(1:1) IS EQUAL TO "N"
               DISPLAY "RETURNED MAIL - Y RETURNED, N GOOD ADDRESS"
               ACCEPT WS-NEW-VALUE
               INSPECT WS-NEW-VALUE CONVERTING "yn" TO "YN"
           END-PERFORM.

           MOVE WS-NEW-VALUE(1:1) TO WS-FLAG-IN.
           MOVE SPACES TO WS-NEW-VALUE.
           MOVE WS-FLAG-IN TO WS-NEW-VALUE.

      *Read the master front to back once, keeping every student's
      *number and name, so a clerk with only a name can still reach
      *the record - the master is open dynamic, so keyed reads keep
      *working after this sequential pass
       860-LOAD-NAME-TABLE.
           PERFORM UNTIL WS-NAME-EOF IS EQUAL TO "YES"
               READ STUFILE-FILE-INDEXED NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-NAME-EOF
                   NOT AT END
                       IF NAME-TABLE-COUNT IS LESS THAN 500
                           ADD 1 TO NAME-TABLE-COUNT
                           MOVE STUDENT-NUMBER-INDEXED TO
                             NTBL-STUDENT-NUMBER(NAME-TABLE-COUNT)
                           MOVE STUDENT-NAME-INDEXED TO
                             NTBL-STUDENT-NAME(NAME-TABLE-COUNT)
                       ELSE
                           DISPLAY "NAME TABLE FULL - SEARCH COVERS"
                             " THE FIRST 500 STUDENTS ONLY"
                           MOVE "YES" TO WS-NAME-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *Ask for the fragment and list every student whose name
      *carries it, with their numbers, so the clerk can pick one
      *and key its number into the transaction they were doing
       861-SEARCH-BY-NAME.
           MOVE SPACES TO WS-SEARCH-NAME.
           DISPLAY "NAME OR PART OF A NAME TO SEARCH FOR".
           ACCEPT WS-SEARCH-NAME.

           IF WS-SEARCH-NAME IS EQUAL TO SPACES
               DISPLAY "NOTHING TO SEARCH FOR"
           ELSE
               PERFORM 862-SIZE-SEARCH-NAME
               MOVE 0 TO WS-MATCH-COUNT
               PERFORM 863-CHECK-ONE-NAME
                 VARYING NAME-IDX FROM 1 BY 1
                 UNTIL NAME-IDX > NAME-TABLE-COUNT
               IF WS-MATCH-COUNT IS EQUAL TO 0
                   DISPLAY "NO NAMES MATCH"
               ELSE
                   DISPLAY WS-MATCH-COUNT " MATCH(ES) - KEY THE"
                     " STUDENT NUMBER OF THE ONE YOU WANT"
               END-IF
           END-IF.

      *Find how many characters the keyed fragment really has, so
      *its trailing spaces don't have to match the name
       862-SIZE-SEARCH-NAME.
           MOVE 20 TO WS-SEARCH-LENGTH.

           PERFORM UNTIL WS-SEARCH-LENGTH IS EQUAL TO 1
             OR WS-SEARCH-NAME(WS-SEARCH-LENGTH:1) IS NOT EQUAL
                TO SPACE
               SUBTRACT 1 FROM WS-SEARCH-LENGTH
           END-PERFORM.

      *List the student at NAME-IDX when the fragment appears
      *anywhere in their name
       863-CHECK-ONE-NAME.
           MOVE 0 TO WS-TALLY-COUNT.
           INSPECT NTBL-STUDENT-NAME(NAME-IDX)
             TALLYING WS-TALLY-COUNT
             FOR ALL WS-SEARCH-NAME(1:WS-SEARCH-LENGTH).

           IF WS-TALLY-COUNT IS GREATER THAN 0
               ADD 1 TO WS-MATCH-COUNT
               DISPLAY "  " NTBL-STUDENT-NUMBER(NAME-IDX) " "
                 NTBL-STUDENT-NAME(NAME-IDX)
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
                           MOVE OPR-AUTH-MAINTENANCE TO
                             OTBL-AUTH-MAINTENANCE(
                               OPERATOR-TABLE-COUNT)
                       ELSE
                           DISPLAY "OPERATOR TABLE FULL - ONLY THE"
                             " FIRST 50 OPERATORS CAN SIGN ON"
                           MOVE "YES" TO WS-OPERATOR-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *Take one sign-on attempt - the ID must be on file, active,
      *and authorized for student maintenance
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
                       IF OTBL-AUTH-MAINTENANCE(OPR-IDX) IS EQUAL
                            TO "Y"
                           MOVE "YES" TO WS-SIGNED-ON
                           DISPLAY "SIGNED ON - "
                             OTBL-OPERATOR-NAME(OPR-IDX)
                       ELSE
                           MOVE "NOT AUTHORIZED - STUDENT MAINT" TO
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
           MOVE "CST-8283-PROJECT-41" TO SEC-PROGRAM-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.
           MOVE WS-RUN-DATE TO SEC-LOG-DATE.
           MOVE WS-RUN-TIME TO SEC-LOG-TIME.
           MOVE WS-REFUSAL-REASON TO SEC-REASON.
           WRITE SECURITY-LOG-RECORD.
           CLOSE SECURITY-LOG-FILE.

      *Write the maintained address table back over ADDRESS.txt
       211-REWRITE-ADDRESS-TABLE.
           OPEN OUTPUT ADDRESS-FILE.

           PERFORM 212-WRITE-TABLE-ENTRY
             VARYING ADR-IDX FROM 1 BY 1
             UNTIL ADR-IDX > ADDRESS-TABLE-COUNT.

           CLOSE ADDRESS-FILE.

      *Write one table entry back to the address file
       212-WRITE-TABLE-ENTRY.
           MOVE SPACES TO ADDRESS-RECORD.
           MOVE ADTB-STUDENT-NUMBER(ADR-IDX) TO ADR-STUDENT-NUMBER.
           MOVE ADTB-STREET(ADR-IDX) TO ADR-STREET.
           MOVE ADTB-CITY(ADR-IDX) TO ADR-CITY.
           MOVE ADTB-PROVINCE(ADR-IDX) TO ADR-PROVINCE.
           MOVE ADTB-POSTAL-CODE(ADR-IDX) TO ADR-POSTAL-CODE.
           MOVE ADTB-EMAIL(ADR-IDX) TO ADR-EMAIL.
           MOVE ADTB-RETURNED-MAIL(ADR-IDX) TO ADR-RETURNED-MAIL.
           MOVE ADTB-RETURNED-DATE(ADR-IDX) TO ADR-RETURNED-DATE.
           WRITE ADDRESS-RECORD.

      *Close all external files
       209-CLOSE-EXTERNAL-FILES.
           IF FILE-STATUS-THING IS NOT EQUAL TO "35"
               CLOSE STUFILE-FILE-INDEXED
           END-IF.
           CLOSE ADDRESS-MAINT-LOG-FILE.

           STOP RUN.
           GOBACK.

       END PROGRAM CST-8283-PROJECT-41.
