
      *Link the dated financial ledger and set as line sequential -
      *the payment trail the eligible tuition paid is totalled
      *from, by calendar year off the posting dates, less the NSFREV
      *reversals of payments that bounced; the NSFFEE returned-
      *payment charge is not tuition paid and is left out (see
      *copybooks/ledger_record.txt). The refund trail was examined
      *and deliberately left out of the total: a PAYMNT entry is
      *already net of any overage - the posting programs cap the
      -"nt 2\TAX-RECEIPTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

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

      *Link the receipt register and set as line sequential - one
      *line per receipt ever issued, for our own filing; the serial
      *numbers continue from the highest already on it so a rerun
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REGISTER-STATUS.

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

      *Link the shared run-control log and set as line sequential -
      *every program in the nightly chain writes a start record and
      *an end record here (see copybooks/run_control_record.txt)
       SELECT RUN-CONTROL-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\RUN-CONTROL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-RUN-CONTROL-STATUS.

      *Link the run-control history and set as line sequential -
      *read only, with tonight's log, for an earlier run of this
      *program for the same period
       SELECT RUN-CONTROL-HISTORY-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
      -"nt 2\RUN-CONTROL-HISTORY.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RECEIPT-PRINT-FILE.
       01 RECEIPT-PRINT-OUT PIC X(80).

      *Student mailing address record - shared layout, see
      *copybooks/address_record.txt
       FD ADDRESS-FILE.
       COPY "address_record.txt".

      *Held mail record - shared layout, see
      *copybooks/mail_hold_record.txt
       FD MAIL-HOLD-FILE.
       COPY "mail_hold_record.txt".

      *Receipt register record - one line per receipt ever issued
       FD RECEIPT-REGISTER-FILE.
       01 RECEIPT-REGISTER-RECORD.
         05 FILLER PIC X(2) VALUE SPACES.
         05 RRG-ISSUED-DATE PIC 9(8).

      *Processing-control record - shared layout, see
      *copybooks/processing_control_record.txt
       FD PROCESSING-CONTROL-FILE.
       COPY "processing_control_record.txt".

      *Run-control record - shared layout, see
      *copybooks/run_control_record.txt
       FD RUN-CONTROL-FILE.
       COPY "run_control_record.txt".

      *Run-control history record - a run-control record kept by
      *the operations summary, read into WS-HISTORY-RUN
       FD RUN-CONTROL-HISTORY-FILE.
       01 RUN-CONTROL-HISTORY-RECORD PIC X(93).

       WORKING-STORAGE SECTION.

      *File status fields, one per file
      *Set when the ledger is missing and nothing can be totalled
       01 WS-ABORT-RUN PIC X(3) VALUE "NO".

      *Run-control working fields - the log's file status and the
      *date/time stamped on the start and end records
       01 WS-RUN-CONTROL-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-TIME-RAW PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

      *Processing-control working fields - the file's status, the
      *business date every posting is stamped with, the last month
      *closed
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 WS-CONTROL-EOF PIC X(4).
       01 WS-CONTROL-REFUSED PIC X(3) VALUE "NO".
       01 WS-DATE-RECORD-FOUND PIC X(3) VALUE "NO".
       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-BUSINESS-YYYYMM REDEFINES WS-BUSINESS-DATE.
         05 WS-BUSINESS-MONTH-KEY PIC 9(6).
         05 FILLER PIC 9(2).
       01 WS-LAST-CLOSED-MONTH PIC 9(6) VALUE 0.

      *Once-per-period working fields - the history's status, the
      *period this run is for, and one run record read back from
      *tonight's log or the history, laid out by the shared
      *run-control copybook
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-HISTORY-EOF PIC X(4).
       01 WS-RUN-PERIOD PIC X(8).
       01 WS-PERIOD-ALREADY-RUN PIC X(3).
       COPY "run_control_record.txt"
         REPLACING ==RUN-CONTROL-RECORD== BY ==WS-HISTORY-RUN==
                   LEADING ==RC-== BY ==HST-==.

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

      *The calendar year the receipts cover, keyed by the clerk
       01 WS-TAX-YEAR-IN PIC X(4).
       01 WS-TAX-YEAR PIC 9(4).

      *The business date, stamped on the receipts and register lines
       01 WS-TODAY PIC 9(8).

      *Per-student totals of the year's posted payments - already
      *net of overages, which never post against tuition - and of
      *the year's reversals of bounced payments
       01 TOTALS-TABLE-COUNT PIC 9(4) VALUE 0.
       01 TOTALS-TABLE-CONTAINER.
         05 TOTALS-TABLE-ENTRY
               INDEXED BY TOT-IDX.
           10 TTBL-STUDENT-NUMBER PIC 9(6).
           10 TTBL-PAID PIC 9(7)V99.
           10 TTBL-REVERSED PIC 9(7)V99.

      *Numeric work fields for de-editing and the receipt arithmetic
       01 WS-WORK-AMOUNT PIC 9(5)V99.
      *Keep track of the run's output
       01 COUNTERS.
         05 RECEIPTS-ISSUED PIC 9(4) VALUE 0.
         05 RECEIPTS-HELD PIC 9(4) VALUE 0.
       01 TOTAL-RECEIPTED PIC 9(9)V99 VALUE 0.

      *Receipt line templates - moved into RECEIPT-PRINT-OUT before
         05 FILLER PIC X(2) VALUE SPACES.
         05 RCP-STUDENT-NAME PIC X(40).

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

      *The receipt serial as it is quoted on the held mail file
       01 WS-SERIAL-REFERENCE.
         05 WSR-SERIAL-YEAR PIC 9(4).
         05 FILLER PIC X(1) VALUE "-".
         05 WSR-SERIAL-NUMBER PIC 9(4).

       01 RECEIPT-AMOUNT-LINE.
         05 FILLER PIC X(26)
            VALUE "ELIGIBLE TUITION PAID -   ".
       PROCEDURE DIVISION.

       100-PRODUCE-TAX-RECEIPTS.
      *Write the run's start record to the shared run-control log
           PERFORM 800-WRITE-RUN-START.
      *Ask which calendar year the receipts cover
           PERFORM 202-GET-TAX-YEAR.
      *Open the files - no ledger means no payment trail to total
           PERFORM 201-OPEN-EXTERNAL-FILES.

      *Take the business date the receipts are issued on, and refuse
      *a year already receipted - a second run would issue every
      *payer a second receipt under a new serial
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
               PERFORM 870-LOAD-PROCESSING-CONTROL

               IF WS-CONTROL-REFUSED IS NOT EQUAL TO "YES"
                   MOVE WS-TAX-YEAR-IN TO WS-RUN-PERIOD
                   PERFORM 875-CHECK-PERIOD-RUN
                   IF WS-PERIOD-ALREADY-RUN IS EQUAL TO "YES"
                       DISPLAY "RECEIPTS FOR " WS-TAX-YEAR-IN
                         " ARE ALREADY ISSUED - NONE ISSUED AGAIN"
                       MOVE "YES" TO WS-CONTROL-REFUSED
                   END-IF
               END-IF

               IF WS-CONTROL-REFUSED IS EQUAL TO "YES"
                   DISPLAY "TAX RECEIPTS REFUSED - RC 8"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
             AND WS-CONTROL-REFUSED IS NOT EQUAL TO "YES"
      *        Total the year's posted payments per student
               PERFORM 203-TOTAL-THE-YEAR
      *        Continue the serial numbers from the register
               PERFORM 204-FIND-NEXT-SERIAL
      *        Load the mailing addresses the receipts go out under
               PERFORM 212-LOAD-ADDRESS-TABLE

               MOVE WS-BUSINESS-DATE TO WS-TODAY

      *        Cut one receipt per student with eligible tuition
               PERFORM 205-ISSUE-ONE-RECEIPT

               DISPLAY "RECEIPTS ISSUED " RECEIPTS-ISSUED
                 " TOTALLING " TOTAL-RECEIPTED
               DISPLAY "RECEIPTS HELD - NO MAIL " RECEIPTS-HELD
           END-IF.

      *Close all external files
               MOVE "YES" TO WS-ARCHIVE-EOF
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

           OPEN OUTPUT RECEIPT-PRINT-FILE.

      *Read the ledger front to back folding the year's posted
      *payments into one entry per student, and the year's NSFREV
      *reversals of bounced payments against them - a returned
      *payment was never paid, so it is netted off the receipt.
      *The NSFFEE returned-payment charge is not tuition and stays
      *out, and REFUND entries stay out
      *of the total on purpose - the posting programs cap a payment
      *at the balance before ledgering it, so the PAYMNT trail is
      *already net of any overage, and a refund only returns that
                   NOT AT END
                       IF LGR-POSTING-DATE(1:4) IS EQUAL TO
                            WS-TAX-YEAR-IN
                         AND (LGR-ENTRY-TYPE IS EQUAL TO "PAYMNT"
                           OR LGR-ENTRY-TYPE IS EQUAL TO "NSFREV")
                           PERFORM 210-FOLD-LEDGER-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

      *Fold one posted payment, or one reversal of a bounced
      *payment, into its student's totals
       210-FOLD-LEDGER-ENTRY.
           MOVE LGR-AMOUNT TO WS-WORK-AMOUNT.
           MOVE "NO" TO WS-PAIR-FOUND.
               IF TTBL-STUDENT-NUMBER(TOT-IDX) IS EQUAL TO
                    LGR-STUDENT-NUMBER
                   MOVE "YES" TO WS-PAIR-FOUND
                   IF LGR-ENTRY-TYPE IS EQUAL TO "NSFREV"
                       ADD WS-WORK-AMOUNT TO TTBL-REVERSED(TOT-IDX)
                   ELSE
                       ADD WS-WORK-AMOUNT TO TTBL-PAID(TOT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

                   ADD 1 TO TOTALS-TABLE-COUNT
                   MOVE LGR-STUDENT-NUMBER TO
                     TTBL-STUDENT-NUMBER(TOTALS-TABLE-COUNT)
                   MOVE ZEROS TO TTBL-PAID(TOTALS-TABLE-COUNT)
                   MOVE ZEROS TO TTBL-REVERSED(TOTALS-TABLE-COUNT)
                   IF LGR-ENTRY-TYPE IS EQUAL TO "NSFREV"
                       MOVE WS-WORK-AMOUNT TO
                         TTBL-REVERSED(TOTALS-TABLE-COUNT)
                   ELSE
                       MOVE WS-WORK-AMOUNT TO
                         TTBL-PAID(TOTALS-TABLE-COUNT)
                   END-IF
               ELSE
                   DISPLAY "TOTALS TABLE FULL - RECEIPTS COVER THE"
                     " FIRST 1000 STUDENTS ONLY"
           END-IF.

      *Issue one receipt when the student paid tuition this year -
      *the posted payments less the bounced ones reversed are the
      *eligible amount, net of overages from the moment they were
      *ledgered. A
      *receipt that can't be mailed is still issued and registered
      *under its serial, so the statutory record is whole, but is
      *held off the print for the undeliverable report
       205-ISSUE-ONE-RECEIPT.
           IF TTBL-PAID(TOT-IDX) IS GREATER THAN
                TTBL-REVERSED(TOT-IDX)
               COMPUTE WS-ELIGIBLE-AMOUNT =
                 TTBL-PAID(TOT-IDX) - TTBL-REVERSED(TOT-IDX)
               PERFORM 206-FIND-STUDENT-NAME
               PERFORM 213-CHECK-MAIL-ADDRESS
               IF WS-MAIL-HOLD-REASON IS NOT EQUAL TO SPACES
                   PERFORM 214-HOLD-RECEIPT
               ELSE
                   PERFORM 207-PRINT-RECEIPT
               END-IF
               PERFORM 208-WRITE-REGISTER-LINE
               ADD 1 TO WS-NEXT-SERIAL
               ADD 1 TO RECEIPTS-ISSUED
           MOVE RECEIPT-STUDENT-LINE TO RECEIPT-PRINT-OUT.
           WRITE RECEIPT-PRINT-OUT.

           PERFORM 215-PRINT-ADDRESS-BLOCK.

           MOVE WS-ELIGIBLE-AMOUNT TO RCP-ELIGIBLE-AMOUNT.
           MOVE RECEIPT-AMOUNT-LINE TO RECEIPT-PRINT-OUT.
           WRITE RECEIPT-PRINT-OUT.
           MOVE WS-TODAY TO RRG-ISSUED-DATE.
           WRITE RECEIPT-REGISTER-RECORD.

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

      *Find the student's address, leaving ADR-IDX on it, and say
      *why the item can't be mailed when there is none on file or
      *the post office has sent mail back from it
       213-CHECK-MAIL-ADDRESS.
           MOVE "NO ADDRESS ON FILE" TO WS-MAIL-HOLD-REASON.

           IF ADDRESS-TABLE-COUNT IS GREATER THAN 0
               SET ADR-IDX TO 1
               SEARCH ADDRESS-TABLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN ADTB-STUDENT-NUMBER(ADR-IDX) IS EQUAL TO
                          TTBL-STUDENT-NUMBER(TOT-IDX)
                       IF ADTB-RETURNED-MAIL(ADR-IDX) IS EQUAL TO "Y"
                           MOVE "RETURNED MAIL" TO WS-MAIL-HOLD-REASON
                       ELSE
                           MOVE SPACES TO WS-MAIL-HOLD-REASON
                       END-IF
               END-SEARCH
           END-IF.

      *Append the receipt that would have gone out to the held mail
      *file under the serial it was issued with
       214-HOLD-RECEIPT.
           MOVE SPACES TO MAIL-HOLD-RECORD.
           MOVE TTBL-STUDENT-NUMBER(TOT-IDX) TO MHL-STUDENT-NUMBER.
           MOVE WS-RECEIPT-NAME TO MHL-STUDENT-NAME.
           MOVE "TAX RECEIPT" TO MHL-DOCUMENT.
           MOVE WS-TAX-YEAR TO WSR-SERIAL-YEAR.
           MOVE WS-NEXT-SERIAL TO WSR-SERIAL-NUMBER.
           MOVE WS-SERIAL-REFERENCE TO MHL-REFERENCE.
           MOVE WS-ELIGIBLE-AMOUNT TO MHL-AMOUNT.
           MOVE WS-MAIL-HOLD-REASON TO MHL-HOLD-REASON.
           MOVE "CST-8283-PROJECT-30" TO MHL-SOURCE-PROGRAM.
           MOVE WS-TODAY TO MHL-HOLD-DATE.
           WRITE MAIL-HOLD-RECORD.

           ADD 1 TO RECEIPTS-HELD.

      *Print the address block under the name line
       215-PRINT-ADDRESS-BLOCK.
           MOVE ADTB-STREET(ADR-IDX) TO ASL-STREET.
           MOVE ADDRESS-STREET-LINE TO RECEIPT-PRINT-OUT.
           WRITE RECEIPT-PRINT-OUT.

           MOVE ADTB-CITY(ADR-IDX) TO ACL-CITY.
           MOVE ADTB-PROVINCE(ADR-IDX) TO ACL-PROVINCE.
           MOVE ADTB-POSTAL-CODE(ADR-IDX) TO ACL-POSTAL-CODE.
           MOVE ADDRESS-CITY-LINE TO RECEIPT-PRINT-OUT.
           WRITE RECEIPT-PRINT-OUT.

      *Close all external files
       209-CLOSE-EXTERNAL-FILES.
           PERFORM 810-WRITE-RUN-END.
           CLOSE LEDGER-FILE.
           IF FILE-STATUS-THING IS NOT EQUAL TO "35"
               CLOSE STUFILE-FILE-INDEXED
               CLOSE STUDENT-ARCHIVE-FILE
           END-IF.
           CLOSE RECEIPT-PRINT-FILE.
           IF WS-ADDRESS-FILE-STATUS IS NOT EQUAL TO "35"
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE MAIL-HOLD-FILE.
           IF WS-ABORT-RUN IS NOT EQUAL TO "YES"
             AND WS-CONTROL-REFUSED IS NOT EQUAL TO "YES"
               CLOSE RECEIPT-REGISTER-FILE
           END-IF.

           STOP RUN.
           GOBACK.

      *Read the processing-control file for the business date and
      *the last month closed - no file, no business date, or a
      *business date in a month already closed refuses the run
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

      *Keep the business date and the last month closed off their
      *record - term records don't concern this run
       871-STORE-CONTROL-RECORD.
           IF PCT-RECORD-TYPE IS EQUAL TO "D"
               MOVE "YES" TO WS-DATE-RECORD-FOUND
               MOVE PCT-BUSINESS-DATE TO WS-BUSINESS-DATE
               MOVE PCT-LAST-CLOSED-MONTH TO WS-LAST-CLOSED-MONTH
           END-IF.

      *Look through tonight's run-control log and the history for
      *a run of this program for the same period that ended NORMAL
      *- finding one refuses the run, so a rerun can't post the
      *period twice
       875-CHECK-PERIOD-RUN.
           MOVE "NO" TO WS-PERIOD-ALREADY-RUN.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS IS NOT EQUAL TO "35"
               MOVE "NO" TO WS-HISTORY-EOF
               PERFORM UNTIL WS-HISTORY-EOF IS EQUAL TO "YES"
                   READ RUN-CONTROL-FILE INTO WS-HISTORY-RUN
                       AT END
                           MOVE "YES" TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM 876-MATCH-PERIOD-RUN
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

           OPEN INPUT RUN-CONTROL-HISTORY-FILE.
           IF WS-HISTORY-STATUS IS NOT EQUAL TO "35"
               MOVE "NO" TO WS-HISTORY-EOF
               PERFORM UNTIL WS-HISTORY-EOF IS EQUAL TO "YES"
                   READ RUN-CONTROL-HISTORY-FILE INTO WS-HISTORY-RUN
                       AT END
                           MOVE "YES" TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM 876-MATCH-PERIOD-RUN
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-HISTORY-FILE
           END-IF.

      *Flag an end record of this program, for this period, that
      *finished NORMAL
       876-MATCH-PERIOD-RUN.
           IF HST-PROGRAM-NAME IS EQUAL TO "CST-8283-PROJECT-30"
             AND HST-RECORD-TYPE IS EQUAL TO "END"
             AND HST-COMPLETION-STATUS IS EQUAL TO "NORMAL"
             AND HST-PERIOD IS EQUAL TO WS-RUN-PERIOD
               MOVE "YES" TO WS-PERIOD-ALREADY-RUN
               DISPLAY "ALREADY RUN FOR " WS-RUN-PERIOD " ON "
                 HST-RUN-DATE " - ENDED NORMAL"
           END-IF.

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

      *Append the run's end record with the year receipted - only a
      *run that issued the year's receipts ends NORMAL, so a refused
      *or aborted run never stops the year being receipted later
       810-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.

           PERFORM 820-STAMP-RUN-RECORD.
           MOVE "END" TO RC-RECORD-TYPE.
           MOVE TOTALS-TABLE-COUNT TO RC-RECORDS-READ.
           MOVE RECEIPTS-ISSUED TO RC-RECORDS-WRITTEN.
           MOVE RECEIPTS-HELD TO RC-EXCEPTION-COUNT.
           MOVE WS-TAX-YEAR-IN TO RC-PERIOD.
           IF WS-CONTROL-REFUSED IS EQUAL TO "YES"
               MOVE "REFUSED" TO RC-COMPLETION-STATUS
           ELSE
               IF WS-ABORT-RUN IS EQUAL TO "YES"
                   MOVE "ABORTED" TO RC-COMPLETION-STATUS
               ELSE
                   MOVE "NORMAL" TO RC-COMPLETION-STATUS
               END-IF
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
           MOVE "CST-8283-PROJECT-30" TO RC-PROGRAM-NAME.
           MOVE WS-RUN-DATE TO RC-RUN-DATE.
           MOVE WS-RUN-TIME TO RC-RUN-TIME.
           MOVE ZEROS TO RC-RECORDS-READ RC-RECORDS-WRITTEN
             RC-EXCEPTION-COUNT RC-REJECT-COUNT.

       END PROGRAM CST-8283-PROJECT-30.
