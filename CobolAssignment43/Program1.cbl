       IDENTIFICATION DIVISION.
       PROGRAM-ID. CST-8283-PROJECT-43.
       AUTHOR. JONATHON SLAUNWHITE, LIAM HENLEY-VACHON.
       INSTALLATION. ALGONQUIN.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Link the processing-control file and set as line sequential -
      *read front to back into memory, maintained there, and written
      *back, the same in-memory pattern the program table uses (see
      *copybooks/processing_control_record.txt)
       SELECT PROCESSING-CONTROL-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\PROCESSING-CONTROL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONTROL-FILE-STATUS.

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

      *Link the processing-control audit listing and set as line
      *sequential - who moved the business date or closed a period,
      *and what it stood at before
       SELECT CONTROL-LOG-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\PROCESSING-CONTROL-LOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CONTROL-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Processing-control record - shared layout, see
      *copybooks/processing_control_record.txt
       FD PROCESSING-CONTROL-FILE.
       COPY "processing_control_record.txt".

      *Operator master record - shared layout, see
      *copybooks/operator_record.txt
       FD OPERATOR-FILE.
       COPY "operator_record.txt".

      *Security violations log record - shared layout, see
      *copybooks/security_log_record.txt
       FD SECURITY-LOG-FILE.
       COPY "security_log_record.txt".

      *Audit record - one line per business date move, term close,
      *or month close, with the operator's ID and the old and new
      *values
       FD CONTROL-LOG-FILE.
       01 CONTROL-LOG-RECORD.
         05 PCL-OPERATOR PIC X(3).
         05 FILLER PIC X(2) VALUE SPACES.
         05 PCL-LOG-DATE PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 PCL-LOG-TIME PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 PCL-FUNCTION PIC X(16).
         05 FILLER PIC X(2) VALUE SPACES.
         05 PCL-OLD-VALUE PIC X(8).
         05 FILLER PIC X(4) VALUE " TO ".
         05 PCL-NEW-VALUE PIC X(8).

       WORKING-STORAGE SECTION.

      *File status fields, one per file
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 WS-CONTROL-LOG-STATUS PIC X(2).

      *End-of-file flag for the processing-control file
       01 WS-CONTROL-EOF PIC X(4).

      *The business date and the last accounting month closed, as
      *they stand in memory
       01 WS-DATE-RECORD-FOUND PIC X(3) VALUE "NO".
       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-BUSINESS-PIECES REDEFINES WS-BUSINESS-DATE.
         05 WS-BUSINESS-YEAR PIC 9(4).
         05 WS-BUSINESS-MONTH PIC 9(2).
         05 WS-BUSINESS-DAY PIC 9(2).
       01 WS-BUSINESS-YYYYMM REDEFINES WS-BUSINESS-DATE.
         05 WS-BUSINESS-MONTH-KEY PIC 9(6).
         05 FILLER PIC 9(2).
       01 WS-LAST-CLOSED-MONTH PIC 9(6) VALUE 0.
       01 WS-LAST-CLOSED-PIECES REDEFINES WS-LAST-CLOSED-MONTH.
         05 WS-LAST-CLOSED-YEAR PIC 9(4).
         05 WS-LAST-CLOSED-MM PIC 9(2).

      *In-memory copy of every term on file with its status -
      *maintained here and written back when the operator is done
       01 TERM-TABLE-COUNT PIC 9(3) VALUE 0.
       01 TERM-TABLE-CONTAINER.
         05 TERM-TABLE-ENTRY
               OCCURS 1 TO 200 TIMES
               DEPENDING ON TERM-TABLE-COUNT
               INDEXED BY TRM-IDX.
           10 TTBL-ACADEMIC-TERM PIC X(5).
           10 TTBL-TERM-STATUS PIC X(1).
           10 TTBL-CLOSED-DATE PIC 9(8).
           10 TTBL-CLOSED-BY PIC X(3).

      *Days in each month, January first - February is made 29 in a
      *leap year when the next day is worked out
       01 MONTH-DAYS-VALUES PIC X(24)
            VALUE "312831303130313130313031".
       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
         05 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01 WS-DAYS-THIS-MONTH PIC 9(2).
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 WS-LEAP-REMAINDER-4 PIC 9(3).
       01 WS-LEAP-REMAINDER-100 PIC 9(3).
       01 WS-LEAP-REMAINDER-400 PIC 9(3).

      *A date being checked or stepped forward a day
       01 WS-WORK-DATE PIC 9(8).
       01 WS-WORK-PIECES REDEFINES WS-WORK-DATE.
         05 WS-WORK-YEAR PIC 9(4).
         05 WS-WORK-MONTH PIC 9(2).
         05 WS-WORK-DAY PIC 9(2).
       01 WS-DATE-VALID PIC X(3).

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
           10 OTBL-AUTH-PERIODS PIC X(1).

      *Flag to keep accepting control functions until done
       01 WS-MORE-FUNCTIONS PIC X(3) VALUE "YES".
      *Function keyed by the operator - A advance the business date,
      *T close a term, M close a month, L list
       01 WS-FUNCTION-CODE PIC X(1).
      *The new business date keyed on an advance - blank steps one
      *day forward
       01 WS-NEW-DATE-IN PIC X(8).
       01 WS-NEW-DATE-IN-9 REDEFINES WS-NEW-DATE-IN PIC 9(8).
      *The term keyed for a close
       01 WS-TERM-IN PIC X(5).
      *The month keyed for a close, as YYYYMM
       01 WS-MONTH-IN PIC X(6).
       01 WS-MONTH-IN-9 REDEFINES WS-MONTH-IN PIC 9(6).
       01 WS-MONTH-IN-PIECES REDEFINES WS-MONTH-IN.
         05 WS-MONTH-IN-YEAR PIC 9(4).
         05 WS-MONTH-IN-MM PIC 9(2).
      *The month that has to close next, after the last one closed
       01 WS-NEXT-CLOSE-MONTH PIC 9(6).
       01 WS-NEXT-CLOSE-PIECES REDEFINES WS-NEXT-CLOSE-MONTH.
         05 WS-NEXT-CLOSE-YEAR PIC 9(4).
         05 WS-NEXT-CLOSE-MM PIC 9(2).
      *The operator's Y/N confirmation of a close
       01 WS-CONFIRM PIC X(1).
      *Set when the keyed term is found in the table
       01 WS-TERM-FOUND PIC X(3).
      *Audit line working fields
       01 WS-LOG-FUNCTION PIC X(16).
       01 WS-LOG-OLD-VALUE PIC X(8).
       01 WS-LOG-NEW-VALUE PIC X(8).
      *Set once anything changed so an untouched file isn't
      *rewritten
       01 WS-TABLE-CHANGED PIC X(3) VALUE "NO".
      *Set when the file holds more terms than memory can - the run
      *must then leave PROCESSING-CONTROL.txt exactly as it found it
       01 WS-ABORT-RUN PIC X(3) VALUE "NO".

       PROCEDURE DIVISION.

       100-MAINTAIN-PROCESSING-CONTROL.
      *Open the control file and the audit log, and load the file
           PERFORM 201-OPEN-EXTERNAL-FILES.
           PERFORM 202-LOAD-CONTROL-TABLE.

      *An overfull file aborts before anything can change - the
      *rewrite would otherwise drop every term past the bound
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
      *        Only an authenticated operator with the periods
      *        permission may move the business date or close a
      *        period - every posting run in the system obeys them
               PERFORM 850-OPERATOR-SIGN-ON
               IF WS-SIGNED-ON IS EQUAL TO "YES"
                   MOVE WS-SIGNON-ID TO WS-OPERATOR
      *            A new file starts its business date at today's
      *            date
                   IF WS-DATE-RECORD-FOUND IS NOT EQUAL TO "YES"
                       PERFORM 203-START-BUSINESS-DATE
                   END-IF
      *            Accept control functions until the operator is
      *            done
                   PERFORM 204-CONTROL-TRANSACTIONS
      *            Write the file back if anything changed
                   IF WS-TABLE-CHANGED IS EQUAL TO "YES"
                       PERFORM 210-REWRITE-CONTROL-FILE
                   END-IF
               END-IF
           END-IF.

      *Run as the nightly date roll, a refused sign-on or an overfull
      *file ends RC 8 so the chain shows the date was not advanced
           IF WS-ABORT-RUN IS EQUAL TO "YES"
             OR WS-SIGNED-ON IS NOT EQUAL TO "YES"
               DISPLAY "PROCESSING CONTROL NOT CHANGED - RC 8"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *Close all external files
           PERFORM 209-CLOSE-EXTERNAL-FILES.

      *Open all external files for read and write
       201-OPEN-EXTERNAL-FILES.
           OPEN INPUT PROCESSING-CONTROL-FILE.

           IF WS-CONTROL-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "PROCESSING-CONTROL.txt NOT FOUND - STARTING A"
               DISPLAY "NEW CONTROL FILE"
               MOVE "YES" TO WS-CONTROL-EOF
           END-IF.

      *    The audit listing carries forward across runs - only
      *    create it fresh when no listing exists yet
           OPEN EXTEND CONTROL-LOG-FILE.
           IF WS-CONTROL-LOG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT CONTROL-LOG-FILE
           END-IF.

      *Read the whole control file into memory
       202-LOAD-CONTROL-TABLE.
           PERFORM UNTIL WS-CONTROL-EOF IS EQUAL TO "YES"
               READ PROCESSING-CONTROL-FILE
                   AT END
                       MOVE "YES" TO WS-CONTROL-EOF
                   NOT AT END
                       EVALUATE PCT-RECORD-TYPE
                           WHEN "D"
                               MOVE "YES" TO WS-DATE-RECORD-FOUND
                               MOVE PCT-BUSINESS-DATE TO
                                 WS-BUSINESS-DATE
                               MOVE PCT-LAST-CLOSED-MONTH TO
                                 WS-LAST-CLOSED-MONTH
                           WHEN "T"
                               PERFORM 211-STORE-TERM
                       END-EVALUATE
               END-READ
           END-PERFORM.

           IF WS-CONTROL-FILE-STATUS IS NOT EQUAL TO "35"
               CLOSE PROCESSING-CONTROL-FILE
           END-IF.

      *Store one term record in the next table slot - an overfull
      *table aborts the run
       211-STORE-TERM.
           IF TERM-TABLE-COUNT IS NOT LESS THAN 200
               DISPLAY "PROCESSING-CONTROL.txt HOLDS MORE THAN 200"
                 " TERMS - RUN ABORTED, FILE LEFT UNTOUCHED"
               MOVE "YES" TO WS-ABORT-RUN
               MOVE "YES" TO WS-CONTROL-EOF
           ELSE
               ADD 1 TO TERM-TABLE-COUNT
               SET TRM-IDX TO TERM-TABLE-COUNT
               MOVE PCT-ACADEMIC-TERM TO TTBL-ACADEMIC-TERM(TRM-IDX)
               MOVE PCT-TERM-STATUS TO TTBL-TERM-STATUS(TRM-IDX)
               MOVE PCT-TERM-CLOSED-DATE TO TTBL-CLOSED-DATE(TRM-IDX)
               MOVE PCT-TERM-CLOSED-BY TO TTBL-CLOSED-BY(TRM-IDX)
           END-IF.

      *Start a new control file's business date at today's date,
      *with no month yet closed
       203-START-BUSINESS-DATE.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-LAST-CLOSED-MONTH.
           DISPLAY "NO BUSINESS DATE ON FILE - STARTED AT "
             WS-BUSINESS-DATE.

           MOVE "START DATE" TO WS-LOG-FUNCTION.
           MOVE SPACES TO WS-LOG-OLD-VALUE.
           MOVE WS-BUSINESS-DATE TO WS-LOG-NEW-VALUE.
           PERFORM 225-WRITE-AUDIT-LINE.

           MOVE "YES" TO WS-TABLE-CHANGED.

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
                           MOVE OPR-AUTH-PERIODS TO
                             OTBL-AUTH-PERIODS(OPERATOR-TABLE-COUNT)
                       ELSE
                           DISPLAY "OPERATOR TABLE FULL - ONLY THE"
                             " FIRST 50 OPERATORS CAN SIGN ON"
                           MOVE "YES" TO WS-OPERATOR-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *Take one sign-on attempt - the ID must be on file, active,
      *and authorized for processing control
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
                       IF OTBL-AUTH-PERIODS(OPR-IDX) IS EQUAL TO "Y"
                           MOVE "YES" TO WS-SIGNED-ON
                           DISPLAY "SIGNED ON - "
                             OTBL-OPERATOR-NAME(OPR-IDX)
                       ELSE
                           MOVE "NOT AUTHORIZED - PERIOD CONTROL" TO
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
           MOVE "CST-8283-PROJECT-43" TO SEC-PROGRAM-NAME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.
           MOVE WS-RUN-DATE TO SEC-LOG-DATE.
           MOVE WS-RUN-TIME TO SEC-LOG-TIME.
           MOVE WS-REFUSAL-REASON TO SEC-REASON.
           WRITE SECURITY-LOG-RECORD.
           CLOSE SECURITY-LOG-FILE.

      *Accept control functions from the keyboard, looping until the
      *operator signals there is nothing further this run
       204-CONTROL-TRANSACTIONS.
           PERFORM UNTIL WS-MORE-FUNCTIONS IS EQUAL TO "NO"
             OR WS-MORE-FUNCTIONS IS EQUAL TO "no"
               PERFORM 205-GET-FUNCTION-CODE

               EVALUATE WS-FUNCTION-CODE
                   WHEN "A"
                   WHEN "a"
                       PERFORM 220-ADVANCE-BUSINESS-DATE
                   WHEN "T"
                   WHEN "t"
                       PERFORM 221-CLOSE-TERM
                   WHEN "M"
                   WHEN "m"
                       PERFORM 222-CLOSE-MONTH
                   WHEN "L"
                   WHEN "l"
                       PERFORM 226-LIST-CONTROL
               END-EVALUATE

               DISPLAY "ENTER ANOTHER CONTROL FUNCTION YES OR NO"
               ACCEPT WS-MORE-FUNCTIONS
           END-PERFORM.

      *Ask which control function the operator wants, re-asking
      *until one of the four valid codes is keyed
       205-GET-FUNCTION-CODE.
           MOVE SPACES TO WS-FUNCTION-CODE.

           PERFORM UNTIL WS-FUNCTION-CODE IS EQUAL TO "A"
             OR WS-FUNCTION-CODE IS EQUAL TO "a"
             OR WS-FUNCTION-CODE IS EQUAL TO "T"
             OR WS-FUNCTION-CODE IS EQUAL TO "t"
             OR WS-FUNCTION-CODE IS EQUAL TO "M"
             OR WS-FUNCTION-CODE IS EQUAL TO "m"
             OR WS-FUNCTION-CODE IS EQUAL TO "L"
             OR WS-FUNCTION-CODE IS EQUAL TO "l"
               DISPLAY "FUNCTION - A ADVANCE BUSINESS DATE, T CLOSE"
                 " TERM, M CLOSE MONTH, L LIST"
               ACCEPT WS-FUNCTION-CODE
           END-PERFORM.

      *Move the business date forward - blank steps one day, or a
      *keyed date jumps to it. The date only ever moves forward, so
      *nothing can be stamped back into a period already worked
       220-ADVANCE-BUSINESS-DATE.
           DISPLAY "BUSINESS DATE NOW " WS-BUSINESS-DATE.
           DISPLAY "NEW BUSINESS DATE (YYYYMMDD) - BLANK FOR THE NEXT"
             " DAY".
           MOVE SPACES TO WS-NEW-DATE-IN.
           ACCEPT WS-NEW-DATE-IN.

           IF WS-NEW-DATE-IN IS EQUAL TO SPACES
               MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
               PERFORM 230-STEP-ONE-DAY
               MOVE "YES" TO WS-DATE-VALID
           ELSE
               MOVE "NO" TO WS-DATE-VALID
               IF WS-NEW-DATE-IN IS NUMERIC
                   MOVE WS-NEW-DATE-IN-9 TO WS-WORK-DATE
                   PERFORM 231-CHECK-WORK-DATE
               END-IF
               IF WS-DATE-VALID IS NOT EQUAL TO "YES"
                   DISPLAY "NOT A VALID DATE - BUSINESS DATE LEFT AT "
                     WS-BUSINESS-DATE
               ELSE
                   IF WS-WORK-DATE IS NOT GREATER THAN WS-BUSINESS-DATE
                       DISPLAY "THE BUSINESS DATE ONLY MOVES FORWARD"
                         " - LEFT AT " WS-BUSINESS-DATE
                       MOVE "NO" TO WS-DATE-VALID
                   END-IF
               END-IF
           END-IF.

           IF WS-DATE-VALID IS EQUAL TO "YES"
               MOVE "ADVANCE DATE" TO WS-LOG-FUNCTION
               MOVE WS-BUSINESS-DATE TO WS-LOG-OLD-VALUE
               MOVE WS-WORK-DATE TO WS-LOG-NEW-VALUE
               PERFORM 225-WRITE-AUDIT-LINE

               MOVE WS-WORK-DATE TO WS-BUSINESS-DATE
               MOVE "YES" TO WS-TABLE-CHANGED
               DISPLAY "BUSINESS DATE ADVANCED TO " WS-BUSINESS-DATE
           END-IF.

      *Close one academic term - once closed nothing can post into
      *it again, so the operator must confirm
       221-CLOSE-TERM.
           MOVE SPACES TO WS-TERM-IN.

           PERFORM UNTIL WS-TERM-IN IS NOT EQUAL TO SPACES
               DISPLAY "TERM TO CLOSE (E.G. 2026F)"
               ACCEPT WS-TERM-IN
               IF WS-TERM-IN IS EQUAL TO SPACES
                   DISPLAY "A TERM IS REQUIRED, RE-ENTER"
               END-IF
           END-PERFORM.

           MOVE "NO" TO WS-TERM-FOUND.

           IF TERM-TABLE-COUNT IS GREATER THAN 0
               SET TRM-IDX TO 1
               SEARCH TERM-TABLE-ENTRY
                   AT END
                       MOVE "NO" TO WS-TERM-FOUND
                   WHEN TTBL-ACADEMIC-TERM(TRM-IDX) IS EQUAL TO
                          WS-TERM-IN
                       MOVE "YES" TO WS-TERM-FOUND
               END-SEARCH
           END-IF.

           IF WS-TERM-FOUND IS EQUAL TO "YES"
             AND TTBL-TERM-STATUS(TRM-IDX) IS EQUAL TO "C"
               DISPLAY "TERM " WS-TERM-IN " WAS CLOSED "
                 TTBL-CLOSED-DATE(TRM-IDX) " BY "
                 TTBL-CLOSED-BY(TRM-IDX)
           ELSE
               IF WS-TERM-FOUND IS NOT EQUAL TO "YES"
                 AND TERM-TABLE-COUNT IS NOT LESS THAN 200
                   DISPLAY "TERM TABLE FULL AT 200 TERMS - NOTHING"
                     " CLOSED"
               ELSE
                   DISPLAY "CLOSE TERM " WS-TERM-IN
                     " - NOTHING CAN POST INTO IT AGAIN. CONFIRM Y/N"
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM IS EQUAL TO "Y"
                     OR WS-CONFIRM IS EQUAL TO "y"
                       PERFORM 223-MARK-TERM-CLOSED
                   ELSE
                       DISPLAY "TERM " WS-TERM-IN " LEFT OPEN"
                   END-IF
               END-IF
           END-IF.

      *Mark the term closed in the table, adding it when it has no
      *record yet, and log it
       223-MARK-TERM-CLOSED.
           IF WS-TERM-FOUND IS NOT EQUAL TO "YES"
               ADD 1 TO TERM-TABLE-COUNT
               SET TRM-IDX TO TERM-TABLE-COUNT
               MOVE WS-TERM-IN TO TTBL-ACADEMIC-TERM(TRM-IDX)
           END-IF.

           MOVE "C" TO TTBL-TERM-STATUS(TRM-IDX).
           MOVE WS-BUSINESS-DATE TO TTBL-CLOSED-DATE(TRM-IDX).
           MOVE WS-OPERATOR TO TTBL-CLOSED-BY(TRM-IDX).

           MOVE "CLOSE TERM" TO WS-LOG-FUNCTION.
           MOVE WS-TERM-IN TO WS-LOG-OLD-VALUE.
           MOVE "CLOSED" TO WS-LOG-NEW-VALUE.
           PERFORM 225-WRITE-AUDIT-LINE.

           MOVE "YES" TO WS-TABLE-CHANGED.
           DISPLAY "TERM " WS-TERM-IN " CLOSED".

      *Close one accounting month - months close in order, and only
      *once the business date has moved past them, so the month
      *keyed must be the one after the last closed and earlier than
      *the business date's month
       222-CLOSE-MONTH.
           DISPLAY "LAST MONTH CLOSED " WS-LAST-CLOSED-MONTH.
           MOVE SPACES TO WS-MONTH-IN.

           PERFORM UNTIL WS-MONTH-IN IS NUMERIC
             AND WS-MONTH-IN-MM IS GREATER THAN 0
             AND WS-MONTH-IN-MM IS LESS THAN 13
               DISPLAY "MONTH TO CLOSE (YYYYMM)"
               ACCEPT WS-MONTH-IN
               IF WS-MONTH-IN IS NOT NUMERIC
                 OR WS-MONTH-IN-MM IS EQUAL TO 0
                 OR WS-MONTH-IN-MM IS GREATER THAN 12
                   DISPLAY "MONTH MUST BE YYYYMM, RE-ENTER"
               END-IF
           END-PERFORM.

      *    The month that has to close next
           MOVE WS-LAST-CLOSED-MONTH TO WS-NEXT-CLOSE-MONTH.
           IF WS-NEXT-CLOSE-MM IS EQUAL TO 12
               ADD 1 TO WS-NEXT-CLOSE-YEAR
               MOVE 1 TO WS-NEXT-CLOSE-MM
           ELSE
               ADD 1 TO WS-NEXT-CLOSE-MM
           END-IF.

           IF WS-MONTH-IN-9 IS NOT LESS THAN WS-BUSINESS-MONTH-KEY
               DISPLAY "MONTH " WS-MONTH-IN " IS NOT OVER - THE"
                 " BUSINESS DATE IS " WS-BUSINESS-DATE
           ELSE
               IF WS-LAST-CLOSED-MONTH IS GREATER THAN 0
                 AND WS-MONTH-IN-9 IS NOT EQUAL TO WS-NEXT-CLOSE-MONTH
                   DISPLAY "MONTHS CLOSE IN ORDER - THE NEXT TO CLOSE"
                     " IS " WS-NEXT-CLOSE-MONTH
               ELSE
                   DISPLAY "CLOSE MONTH " WS-MONTH-IN
                     " - NOTHING CAN POST INTO IT AGAIN. CONFIRM Y/N"
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM IS EQUAL TO "Y"
                     OR WS-CONFIRM IS EQUAL TO "y"
                       MOVE "CLOSE MONTH" TO WS-LOG-FUNCTION
                       MOVE WS-LAST-CLOSED-MONTH TO WS-LOG-OLD-VALUE
                       MOVE WS-MONTH-IN TO WS-LOG-NEW-VALUE
                       PERFORM 225-WRITE-AUDIT-LINE

                       MOVE WS-MONTH-IN-9 TO WS-LAST-CLOSED-MONTH
                       MOVE "YES" TO WS-TABLE-CHANGED
                       DISPLAY "MONTH " WS-MONTH-IN " CLOSED"
                   ELSE
                       DISPLAY "MONTH " WS-MONTH-IN " LEFT OPEN"
                   END-IF
               END-IF
           END-IF.

      *Append one audit line for the change just made
       225-WRITE-AUDIT-LINE.
           MOVE SPACES TO CONTROL-LOG-RECORD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.
           MOVE WS-OPERATOR TO PCL-OPERATOR.
           MOVE WS-RUN-DATE TO PCL-LOG-DATE.
           MOVE WS-RUN-TIME TO PCL-LOG-TIME.
           MOVE WS-LOG-FUNCTION TO PCL-FUNCTION.
           MOVE WS-LOG-OLD-VALUE TO PCL-OLD-VALUE.
           MOVE WS-LOG-NEW-VALUE TO PCL-NEW-VALUE.
           WRITE CONTROL-LOG-RECORD.

      *Show the business date, the last month closed, and every term
      *on file with its status
       226-LIST-CONTROL.
           DISPLAY "BUSINESS DATE      " WS-BUSINESS-DATE.
           DISPLAY "LAST MONTH CLOSED  " WS-LAST-CLOSED-MONTH.

           IF TERM-TABLE-COUNT IS EQUAL TO 0
               DISPLAY "NO TERMS ON FILE - EVERY TERM IS OPEN"
           END-IF.

           PERFORM VARYING TRM-IDX FROM 1 BY 1
             UNTIL TRM-IDX > TERM-TABLE-COUNT
               IF TTBL-TERM-STATUS(TRM-IDX) IS EQUAL TO "C"
                   DISPLAY "TERM " TTBL-ACADEMIC-TERM(TRM-IDX)
                     "  CLOSED " TTBL-CLOSED-DATE(TRM-IDX)
                     " BY " TTBL-CLOSED-BY(TRM-IDX)
               ELSE
                   DISPLAY "TERM " TTBL-ACADEMIC-TERM(TRM-IDX)
                     "  OPEN"
               END-IF
           END-PERFORM.

      *Step the work date forward one calendar day, rolling over
      *the month and the year
       230-STEP-ONE-DAY.
           PERFORM 232-SET-DAYS-THIS-MONTH.

           IF WS-WORK-DAY IS LESS THAN WS-DAYS-THIS-MONTH
               ADD 1 TO WS-WORK-DAY
           ELSE
               MOVE 1 TO WS-WORK-DAY
               IF WS-WORK-MONTH IS EQUAL TO 12
                   MOVE 1 TO WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               ELSE
                   ADD 1 TO WS-WORK-MONTH
               END-IF
           END-IF.

      *Check the work date is a real calendar date
       231-CHECK-WORK-DATE.
           MOVE "NO" TO WS-DATE-VALID.

           IF WS-WORK-MONTH IS GREATER THAN 0
             AND WS-WORK-MONTH IS LESS THAN 13
             AND WS-WORK-DAY IS GREATER THAN 0
               PERFORM 232-SET-DAYS-THIS-MONTH
               IF WS-WORK-DAY IS NOT GREATER THAN WS-DAYS-THIS-MONTH
                   MOVE "YES" TO WS-DATE-VALID
               END-IF
           END-IF.

      *How many days the work date's month has - February has 29 in
      *a year divisible by 4, except a century year not divisible
      *by 400
       232-SET-DAYS-THIS-MONTH.
           MOVE MONTH-DAYS(WS-WORK-MONTH) TO WS-DAYS-THIS-MONTH.

           IF WS-WORK-MONTH IS EQUAL TO 2
               DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                 REMAINDER WS-LEAP-REMAINDER-4
               DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                 REMAINDER WS-LEAP-REMAINDER-100
               DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                 REMAINDER WS-LEAP-REMAINDER-400
               IF WS-LEAP-REMAINDER-4 IS EQUAL TO 0
                 AND (WS-LEAP-REMAINDER-100 IS NOT EQUAL TO 0
                   OR WS-LEAP-REMAINDER-400 IS EQUAL TO 0)
                   MOVE 29 TO WS-DAYS-THIS-MONTH
               END-IF
           END-IF.

      *Write the whole control file back from memory - the date
      *record first, then every term
       210-REWRITE-CONTROL-FILE.
           OPEN OUTPUT PROCESSING-CONTROL-FILE.

           MOVE SPACES TO PROCESSING-CONTROL-RECORD.
           MOVE "D" TO PCT-RECORD-TYPE.
           MOVE WS-BUSINESS-DATE TO PCT-BUSINESS-DATE.
           MOVE WS-LAST-CLOSED-MONTH TO PCT-LAST-CLOSED-MONTH.
           WRITE PROCESSING-CONTROL-RECORD.

           PERFORM 212-WRITE-TERM-ENTRY
             VARYING TRM-IDX FROM 1 BY 1
             UNTIL TRM-IDX > TERM-TABLE-COUNT.

           CLOSE PROCESSING-CONTROL-FILE.

      *Write one term back to the control file
       212-WRITE-TERM-ENTRY.
           MOVE SPACES TO PROCESSING-CONTROL-RECORD.
           MOVE "T" TO PCT-RECORD-TYPE.
           MOVE TTBL-ACADEMIC-TERM(TRM-IDX) TO PCT-ACADEMIC-TERM.
           MOVE TTBL-TERM-STATUS(TRM-IDX) TO PCT-TERM-STATUS.
           MOVE TTBL-CLOSED-DATE(TRM-IDX) TO PCT-TERM-CLOSED-DATE.
           MOVE TTBL-CLOSED-BY(TRM-IDX) TO PCT-TERM-CLOSED-BY.
           WRITE PROCESSING-CONTROL-RECORD.

      *Close all external files
       209-CLOSE-EXTERNAL-FILES.
           CLOSE CONTROL-LOG-FILE.

           STOP RUN.
           GOBACK.

       END PROGRAM CST-8283-PROJECT-43.
