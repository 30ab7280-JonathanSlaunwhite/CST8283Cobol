      -"nt 2\PURGE-REGISTER.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

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

       FD JOURNAL-FILE.
       COPY "journal_record.txt".

      *Processing-control record - shared layout, see
      *copybooks/processing_control_record.txt
       FD PROCESSING-CONTROL-FILE.
       COPY "processing_control_record.txt".

      *Purge register output
       FD PURGE-REGISTER.
       01 PURGE-REGISTER-OUT PIC X(100).
       01 FILE-STATUS-THING PIC X(2).
      *File status for the student master journal, the action being
      *journalled, the record as it looked before the delete, and
      *the time stamped on each journal entry
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-JOURNAL-ACTION PIC X(7).
       01 WS-BEFORE-IMAGE PIC X(113).
       01 WS-TIME-RAW PIC 9(8).
       01 WS-RUN-TIME PIC 9(6).

         05 FILLER PIC X(16) VALUE "   COLLECTIONS -".
         05 TOTAL-COLLECTIONS PIC ZZZZ9.

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

       PROCEDURE DIVISION.

       100-ARCHIVE-STUDENT-FILE.
      *The deletes are stamped with the business date - with no open
      *business date nothing is archived and STUFILE.txt is left
      *exactly as it was
           PERFORM 870-LOAD-PROCESSING-CONTROL.

           IF WS-CONTROL-REFUSED IS EQUAL TO "YES"
               DISPLAY "ARCHIVE REFUSED - RC 8"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 210-ARCHIVE-PASS
           END-IF.

           STOP RUN.

      *Open the files, archive, and write the kept records back
       210-ARCHIVE-PASS.
      *Open the files for the archive pass
           PERFORM 201-OPEN-EXTERNAL-FILES.

      *unload
       840-WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-RECORD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.
           MOVE "CST-8283-PROJECT-18" TO JRN-SOURCE-PROGRAM.
           MOVE WS-BUSINESS-DATE TO JRN-JOURNAL-DATE.
           MOVE WS-RUN-TIME TO JRN-JOURNAL-TIME.
           MOVE WS-JOURNAL-ACTION TO JRN-ACTION.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
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

       END PROGRAM CST-8283-PROJECT-18.
