           SELECT SORT-WORK-FILE ASSIGN TO 'credit_check_sortwork.tmp'.
           SELECT SORTED-FILE ASSIGN TO 'credit_check_sorted.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHALLENGER-PARAM-FILE ASSIGN TO
               'credit_check_params_challenger.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHALLENGER-PARAM-STATUS.
           SELECT CHALLENGER-FILE ASSIGN TO
               'credit_check_challenger.csv'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNLOG-FILE.
       01 RUNLOG-RECORD            PIC X(200).

       FD CHALLENGER-PARAM-FILE.
       01 CHALLENGER-PARAM-LINE    PIC X(50).

       FD CHALLENGER-FILE.
       01 CHALLENGER-LINE          PIC X(200).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-FILE              PIC X VALUE 'N'.
       01 WS-HEADER-EOF            PIC X VALUE 'N'.
       01 WS-RESTART-STATUS        PIC XX   VALUE SPACES.
       01 WS-HISTORY-STATUS        PIC XX   VALUE SPACES.
       01 WS-RUN-DATE              PIC X(8) VALUE SPACES.
       01 WS-PRIOR-BUSINESS-DATE   PIC X(8) VALUE SPACES.
       01 WS-BD-STATUS             PIC XX VALUE SPACES.

       01 WS-RUNLOG-STATUS         PIC XX   VALUE SPACES.
       01 WS-READ-COUNT            PIC 9(9) VALUE 0.
       01 WS-PARAM-EOF             PIC X    VALUE 'N'.
       01 WS-PARAM-KEY             PIC X(30) VALUE SPACES.
       01 WS-PARAM-RAW-VALUE       PIC X(10) VALUE SPACES.
       01 WS-PARAM-LINE            PIC X(50) VALUE SPACES.

       01 WS-RUN-MODE              PIC X(20) VALUE SPACES.
       01 WS-CHALLENGER-MODE       PIC X     VALUE 'N'.
       01 WS-CHALLENGER-PARAM-STATUS PIC XX  VALUE SPACES.
       01 WS-RESULT-LINE           PIC X(200) VALUE SPACES.

       01 WS-MISSED-PAYMENT-PENALTY PIC 9(3) VALUE 5.
       01 WS-STATUS-POOR-MAX        PIC 9(3) VALUE 50.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE
           IF WS-RUN-MODE(1:10) = "CHALLENGER"
               MOVE 'Y' TO WS-CHALLENGER-MODE
           END-IF

           PERFORM LOAD-PARAMETERS
           IF WS-CHALLENGER-MODE = 'Y'
               PERFORM LOAD-CHALLENGER-PARAMETERS
           END-IF
           PERFORM LOAD-OVERRIDES
           IF WS-CHALLENGER-MODE = 'N'
               PERFORM LOAD-CHECKPOINT
           END-IF
           PERFORM LOAD-BUSINESS-DATE

           OPEN INPUT TRANSACTION-FILE
           READ TRANSACTION-FILE
                   MOVE 'Y' TO WS-HEADER-EOF
           END-READ

           IF WS-CHALLENGER-MODE = 'Y'
               OPEN OUTPUT CHALLENGER-FILE
           ELSE
               IF WS-SKIP-COUNT > 0
                   OPEN EXTEND OUTPUT-FILE
                   OPEN EXTEND REJECT-FILE
               ELSE
                   OPEN OUTPUT OUTPUT-FILE
                   OPEN OUTPUT REJECT-FILE
                   MOVE "ORIGINAL_LINE,REASON" TO REJECT-LINE
                   WRITE REJECT-LINE
               END-IF

               PERFORM OPEN-HISTORY-FILE
           END-IF

           IF WS-HEADER-EOF = 'N'
               SORT SORT-WORK-FILE
               PERFORM WRITE-RESULTS
           END-IF

           IF WS-CHALLENGER-MODE = 'Y'
               DISPLAY "CREDITCHECK CHALLENGER RUN - READ "
                   WS-READ-COUNT " REJECTED " WS-REJECT-COUNT
                   " SCORED " WS-SCORED-COUNT
                   " CUSTOMERS " WS-CUSTOMERS-PROCESSED
               CLOSE TRANSACTION-FILE
               CLOSE CHALLENGER-FILE
           ELSE
               PERFORM WRITE-RUN-LOG
               PERFORM CLEAR-CHECKPOINT

               CLOSE TRANSACTION-FILE
               CLOSE OUTPUT-FILE
               CLOSE REJECT-FILE
               CLOSE HISTORY-FILE
           END-IF
           STOP RUN.

       LOAD-SORT-RECORDS.
                       AT END
                           MOVE 'Y' TO WS-PARAM-EOF
                       NOT AT END
                           MOVE PARAM-LINE TO WS-PARAM-LINE
                           PERFORM APPLY-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE PARAM-FILE
           END-IF.

       LOAD-CHALLENGER-PARAMETERS.
           MOVE 'N' TO WS-PARAM-EOF
           OPEN INPUT CHALLENGER-PARAM-FILE
           IF WS-CHALLENGER-PARAM-STATUS = "00"
               PERFORM UNTIL WS-PARAM-EOF = 'Y'
                   READ CHALLENGER-PARAM-FILE
                       AT END
                           MOVE 'Y' TO WS-PARAM-EOF
                       NOT AT END
                           MOVE CHALLENGER-PARAM-LINE TO WS-PARAM-LINE
                           PERFORM APPLY-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE CHALLENGER-PARAM-FILE
           ELSE
               DISPLAY "CREDITCHECK WARNING - CHALLENGER PARAMETER "
                   "FILE NOT AVAILABLE " WS-CHALLENGER-PARAM-STATUS
                   " - CHALLENGER SCORES MATCH LIVE PARAMETERS"
           END-IF.

       APPLY-PARAMETER.
           UNSTRING WS-PARAM-LINE DELIMITED BY ","
               INTO WS-PARAM-KEY, WS-PARAM-RAW-VALUE

           EVALUATE WS-PARAM-KEY
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               MOVE "RUN_DATE,CUSTOMER_ID,SCORE,STATUS,MISSED_PAYMENTS"
                   TO HISTORY-LINE
               WRITE HISTORY-LINE
           END-IF.

           END-IF.

       CHECK-CHECKPOINT.
           IF WS-CHALLENGER-MODE = 'N'
               AND FUNCTION MOD(WS-RECORD-COUNT, WS-CHECKPOINT-INTERVAL)
                   = 0
               PERFORM WRITE-CHECKPOINT
           END-IF.

               WS-REJECT-REASON DELIMITED BY SIZE
               INTO REJECT-LINE

           IF WS-CHALLENGER-MODE = 'N'
               WRITE REJECT-LINE
           END-IF
           ADD 1 TO WS-REJECT-COUNT.

       CHECK-CUSTOMER-BREAK.
           PERFORM APPLY-OVERRIDE.

       WRITE-RESULTS.
           MOVE SPACES TO WS-RESULT-LINE
           STRING
               WS-PREV-CUSTOMER-ID DELIMITED BY SIZE ","
               WS-SCORE DELIMITED BY SIZE ","
               WS-SAVE-MISSED-PAYMENTS DELIMITED BY SIZE ","
               WS-SAVE-ACCOUNT-AGE DELIMITED BY SIZE ","
               WS-CREDIT-STATUS DELIMITED BY SIZE
               INTO WS-RESULT-LINE

           ADD 1 TO WS-CUSTOMERS-PROCESSED
           IF WS-CHALLENGER-MODE = 'Y'
               WRITE CHALLENGER-LINE FROM WS-RESULT-LINE
           ELSE
               WRITE OUTPUT-LINE FROM WS-RESULT-LINE
               PERFORM WRITE-HISTORY
           END-IF.

       WRITE-HISTORY.
           MOVE SPACES TO HISTORY-LINE
               WS-RUN-DATE DELIMITED BY SIZE ","
               WS-PREV-CUSTOMER-ID DELIMITED BY SIZE ","
               WS-ORIGINAL-SCORE DELIMITED BY SIZE ","
               WS-ORIGINAL-STATUS DELIMITED BY SIZE ","
               WS-SAVE-MISSED-PAYMENTS DELIMITED BY SIZE
               INTO HISTORY-LINE

           WRITE HISTORY-LINE.

       LOAD-BUSINESS-DATE.
           MOVE SPACES TO WS-RUN-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BD-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       MOVE SPACES TO BUSINESS-DATE-LINE
               END-READ
               READ BUSINESS-DATE-FILE
                   AT END
                       MOVE SPACES TO BUSINESS-DATE-LINE
               END-READ
               UNSTRING BUSINESS-DATE-LINE DELIMITED BY ","
                   INTO WS-RUN-DATE, WS-PRIOR-BUSINESS-DATE
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY "CREDITCHECK - BUSINESS DATE CONTROL "
                   "NOT AVAILABLE " WS-BD-STATUS " - RUN DATEROLL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
