
      *Link the dated financial ledger and set as line sequential -
      *the payments PROJECT-3 and PROJECT-8 posted are what the
      *instalments are proved against, less the ones PROJECT-32
      *reversed as returned (see copybooks/ledger_record.txt)
       SELECT LEDGER-FILE
       ASSIGN TO
       "C:\Users\Jonathan\Documents\School\Business Programming\Assignme
           10 PTBL-AMOUNT PIC 9(5)V99.
           10 PTBL-STATUS PIC X(1).

      *In-memory table of the ledger's logged payments, and of the
      *NSFREV reversals of payments that bounced, de-edited
       01 PAY-TABLE-COUNT PIC 9(4) VALUE 0.
       01 PAY-TABLE-CONTAINER.
         05 PAY-TABLE-ENTRY
           10 PAYTBL-STUDENT-NUMBER PIC 9(6).
           10 PAYTBL-ACADEMIC-TERM PIC X(5).
           10 PAYTBL-AMOUNT PIC 9(5)V99.
           10 PAYTBL-ENTRY-TYPE PIC X(6).

      *Numeric work field for de-editing the files' edited amounts
       01 WS-WORK-AMOUNT PIC 9(5)V99.
      *What's left of the group's logged payments as instalments
      *are covered in order
       01 WS-PAYMENTS-REMAINING PIC 9(6)V99.
      *The group's bounced payments, netted off before any
      *instalment is covered
       01 WS-PAYMENTS-REVERSED PIC 9(6)V99.

      *Keep track of the run's dispositions
       01 COUNTERS.
           END-PERFORM.

      *Read the ledger front to back keeping the logged payments -
      *what PROJECT-3 and PROJECT-8 posted is what covers instalments,
      *less any of them PROJECT-32 has since reversed as returned
       203-LOAD-PAYMENT-TABLE.
           PERFORM UNTIL WS-LEDGER-EOF IS EQUAL TO "YES"
               READ LEDGER-FILE
                       MOVE "YES" TO WS-LEDGER-EOF
                   NOT AT END
                       IF LGR-ENTRY-TYPE IS EQUAL TO "PAYMNT"
                         OR LGR-ENTRY-TYPE IS EQUAL TO "NSFREV"
                           PERFORM 210-ADD-PAYMENT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

      *Add one logged payment or reversal to the table
       210-ADD-PAYMENT-ENTRY.
           IF PAY-TABLE-COUNT IS LESS THAN 2000
               ADD 1 TO PAY-TABLE-COUNT
                 PAYTBL-ACADEMIC-TERM(PAY-TABLE-COUNT)
               MOVE LGR-AMOUNT TO WS-WORK-AMOUNT
               MOVE WS-WORK-AMOUNT TO PAYTBL-AMOUNT(PAY-TABLE-COUNT)
               MOVE LGR-ENTRY-TYPE TO
                 PAYTBL-ENTRY-TYPE(PAY-TABLE-COUNT)
           ELSE
      *        Proving plans against a short payment list would mark
      *        paid-up students missed - stop the whole run instead
               END-IF
           END-IF.

      *Total the group's logged payments for the term being proved,
      *net of the ones that bounced - a reversal can carry a
      *refunded overage the payment never ledgered, so the net
      *stops at zero
       205-SUM-GROUP-PAYMENTS.
           MOVE 0 TO WS-PAYMENTS-REMAINING.
           MOVE 0 TO WS-PAYMENTS-REVERSED.

           PERFORM VARYING PAY-IDX FROM 1 BY 1
             UNTIL PAY-IDX > PAY-TABLE-COUNT
                    WS-GROUP-STUDENT
                 AND PAYTBL-ACADEMIC-TERM(PAY-IDX) IS EQUAL TO
                    WS-GROUP-TERM
                   IF PAYTBL-ENTRY-TYPE(PAY-IDX) IS EQUAL TO "NSFREV"
                       ADD PAYTBL-AMOUNT(PAY-IDX) TO
                         WS-PAYMENTS-REVERSED
                   ELSE
                       ADD PAYTBL-AMOUNT(PAY-IDX) TO
                         WS-PAYMENTS-REMAINING
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-PAYMENTS-REVERSED IS LESS THAN WS-PAYMENTS-REMAINING
               SUBTRACT WS-PAYMENTS-REVERSED FROM
                 WS-PAYMENTS-REMAINING
           ELSE
               MOVE 0 TO WS-PAYMENTS-REMAINING
           END-IF.

      *List one genuinely missed instalment, with the student's name
      *off the master where the master is available
       206-WRITE-MISSED-LINE.
