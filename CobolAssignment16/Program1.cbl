       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-OVERPAYMENT-STATUS.

      *Link the student mailing address file and set as line
      *sequential - read into a table so each item goes out under
      *a proper address block (see copybooks/address_record.txt)
       SELECT ADDRESS-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\ADDRESS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ADDRESS-FILE-STATUS.

      *Link the held mail file and set as line sequential - an item
      *for a student whose mail comes back, or who has no address on
      *file, is appended here instead of printed, for the
      *undeliverable report (see copybooks/mail_hold_record.txt)
       SELECT MAIL-HOLD-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\MAIL-HOLD.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-MAIL-HOLD-STATUS.

      *Link the statement output and set as line sequential
       SELECT STATEMENT-REPORT
       ASSIGN TO
       FD OVERPAYMENT-FILE.
       COPY "overpayment_record.txt".

      *Student mailing address record - shared layout, see
      *copybooks/address_record.txt
       FD ADDRESS-FILE.
       COPY "address_record.txt".

      *Held mail record - shared layout, see
      *copybooks/mail_hold_record.txt
       FD MAIL-HOLD-FILE.
       COPY "mail_hold_record.txt".

      *Statement output
       FD STATEMENT-REPORT.
       01 STATEMENT-OUT PIC X(80).
       01 WS-LOG-EOF PIC X(4).
       01 WS-QUEUE-EOF PIC X(4).

      *Mailing address working fields - the file statuses, the
      *address table every item is addressed from, and why the
      *current item can't be mailed (spaces when it can)
       01 WS-ADDRESS-FILE-STATUS PIC X(2).
       01 WS-MAIL-HOLD-STATUS PIC X(2).
       01 WS-ADDRESS-EOF PIC X(4).
       01 WS-MAIL-HOLD-REASON PIC X(18).
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

      *Today's date, stamped on held statements
       01 WS-TODAY PIC 9(8).

      *How many statements were held back from the mail
       01 STATEMENTS-HELD PIC 9(5) VALUE 0.

      *Which student the statement is for - ALL prints everyone
       01 WS-STUDENT-REQUEST PIC X(6).

         05 FILLER PIC X(2) VALUE SPACES.
         05 HDR-STUDENT-NAME PIC X(40).

       01 ADDRESS-STREET-LINE.
         05 FILLER PIC X(8) VALUE SPACES.
         05 ASL-STREET PIC X(30).

       01 ADDRESS-CITY-LINE.
         05 FILLER PIC X(8) VALUE SPACES.
         05 ACL-CITY PIC X(20).
         05 FILLER PIC X(1) VALUE SPACE.
         05 ACL-PROVINCE PIC X(2).
         05 FILLER PIC X(2) VALUE SPACES.
         05 ACL-POSTAL-CODE PIC X(7).

       01 OPENING-LINE.
         05 FILLER PIC X(26) VALUE "OPENING ASSESSED AMOUNT - ".
         05 OPENING-LINE-AMOUNT PIC ZZZZ9.99.
      *Load the payment log and the overpayment queue into memory
           PERFORM 203-LOAD-LOG-TABLE.
           PERFORM 204-LOAD-QUEUE-TABLE.
      *Load the mailing addresses the statements go out under
           PERFORM 212-LOAD-ADDRESS-TABLE.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

      *Print one statement by key, or every student front to back
           IF WS-STUDENT-REQUEST IS EQUAL TO "ALL" OR "all"
               PERFORM 205-PRINT-ONE-STATEMENT
           END-IF.

           IF STATEMENTS-HELD IS GREATER THAN 0
               DISPLAY "STATEMENTS HELD - NO MAIL " STATEMENTS-HELD
           END-IF.

      *Close all external files
           PERFORM 209-CLOSE-EXTERNAL-FILES.

               MOVE "YES" TO WS-QUEUE-EOF
           END-IF.

      *    No address file yet means no student can be addressed -
      *    every item is held for the undeliverable report
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "ADDRESS.txt NOT FOUND - EVERY ITEM IS HELD"
               DISPLAY "AS NO ADDRESS ON FILE"
               MOVE "YES" TO WS-ADDRESS-EOF
           END-IF.

      *    Held items accumulate until the undeliverable report
      *    clears them - append, only creating the file fresh when
      *    none exists yet
           OPEN EXTEND MAIL-HOLD-FILE.
           IF WS-MAIL-HOLD-STATUS IS EQUAL TO "35"
               OPEN OUTPUT MAIL-HOLD-FILE
           END-IF.

           OPEN OUTPUT STATEMENT-REPORT.

      *Read the whole payment log into the table, de-editing each
                   DISPLAY "STUDENT " WS-STUDENT-REQUEST
                     " NOT ON THE MASTER"
               NOT INVALID KEY
                   PERFORM 213-ADDRESS-STATEMENT
           END-READ.

      *Read the master front to back printing every statement
                   AT END
                       MOVE "YES" TO WS-EOF
                   NOT AT END
                       PERFORM 213-ADDRESS-STATEMENT
               END-READ
           END-PERFORM.

           MOVE STUDENT-HEADER-LINE TO STATEMENT-OUT.
           WRITE STATEMENT-OUT.

           PERFORM 216-PRINT-ADDRESS-BLOCK.

           MOVE "NO" TO WS-PAYMENTS-FOUND.
           MOVE 0 TO WS-TOTAL-PAYMENTS.
           MOVE TUITION-OWED-INDEXED TO WS-OPENING-BALANCE.
               WRITE STATEMENT-OUT
           END-IF.

      *Read the whole address file into the table - a student past
      *the bound is held as having no address rather than mailed
      *blind
       212-LOAD-ADDRESS-TABLE.
           PERFORM UNTIL WS-ADDRESS-EOF IS EQUAL TO "YES"
               READ ADDRESS-FILE
                   AT END
                       MOVE "YES" TO WS-ADDRESS-EOF
                   NOT AT END
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
                       ELSE
                           DISPLAY "ADDRESS TABLE FULL - STUDENTS PAST"
                             " THE FIRST 2000 ARE HELD"
                           MOVE "YES" TO WS-ADDRESS-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *Print the student's statement when it can be mailed, or hold
      *it for the undeliverable report when it can't
       213-ADDRESS-STATEMENT.
           PERFORM 214-CHECK-MAIL-ADDRESS.

           IF WS-MAIL-HOLD-REASON IS NOT EQUAL TO SPACES
               PERFORM 215-HOLD-STATEMENT
           ELSE
               PERFORM 207-PRINT-STATEMENT-PAGE
           END-IF.

      *Find the student's address, leaving ADR-IDX on it, and say
      *why the item can't be mailed when there is none on file or
      *the post office has sent mail back from it
       214-CHECK-MAIL-ADDRESS.
           MOVE "NO ADDRESS ON FILE" TO WS-MAIL-HOLD-REASON.

           IF ADDRESS-TABLE-COUNT IS GREATER THAN 0
               SET ADR-IDX TO 1
               SEARCH ADDRESS-TABLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN ADTB-STUDENT-NUMBER(ADR-IDX) IS EQUAL TO
                          STUDENT-NUMBER-INDEXED
                       IF ADTB-RETURNED-MAIL(ADR-IDX) IS EQUAL TO "Y"
                           MOVE "RETURNED MAIL" TO WS-MAIL-HOLD-REASON
                       ELSE
                           MOVE SPACES TO WS-MAIL-HOLD-REASON
                       END-IF
               END-SEARCH
           END-IF.

      *Append the statement that would have gone out to the held
      *mail file, with the closing balance it would have shown
       215-HOLD-STATEMENT.
           MOVE SPACES TO MAIL-HOLD-RECORD.
           MOVE STUDENT-NUMBER-INDEXED TO MHL-STUDENT-NUMBER.
           MOVE STUDENT-NAME-INDEXED TO MHL-STUDENT-NAME.
           MOVE "STATEMENT" TO MHL-DOCUMENT.
           MOVE ACADEMIC-TERM-INDEXED TO MHL-REFERENCE.
           MOVE TUITION-OWED-INDEXED TO MHL-AMOUNT.
           MOVE WS-MAIL-HOLD-REASON TO MHL-HOLD-REASON.
           MOVE "CST-8283-PROJECT-16" TO MHL-SOURCE-PROGRAM.
           MOVE WS-TODAY TO MHL-HOLD-DATE.
           WRITE MAIL-HOLD-RECORD.

           ADD 1 TO STATEMENTS-HELD.

      *Print the address block under the name line
       216-PRINT-ADDRESS-BLOCK.
           MOVE ADTB-STREET(ADR-IDX) TO ASL-STREET.
           MOVE ADDRESS-STREET-LINE TO STATEMENT-OUT.
           WRITE STATEMENT-OUT.

           MOVE ADTB-CITY(ADR-IDX) TO ACL-CITY.
           MOVE ADTB-PROVINCE(ADR-IDX) TO ACL-PROVINCE.
           MOVE ADTB-POSTAL-CODE(ADR-IDX) TO ACL-POSTAL-CODE.
           MOVE ADDRESS-CITY-LINE TO STATEMENT-OUT.
           WRITE STATEMENT-OUT.

      *Close all external files
       209-CLOSE-EXTERNAL-FILES.
           CLOSE STUFILE-FILE-INDEXED.
           CLOSE PAYMENT-LOG-FILE.
           CLOSE OVERPAYMENT-FILE.
           CLOSE STATEMENT-REPORT.
           IF WS-ADDRESS-FILE-STATUS IS NOT EQUAL TO "35"
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE MAIL-HOLD-FILE.

           STOP RUN.
           GOBACK.
