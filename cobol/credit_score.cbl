               FILE STATUS IS WS-WATCHLIST-STATUS.
           SELECT GL-FILE ASSIGN TO 'gl_extract.csv'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHALLENGER-PARAM-FILE ASSIGN TO
               'credit_score_params_challenger.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHALLENGER-PARAM-STATUS.
           SELECT CHALLENGER-FILE ASSIGN TO
               'credit_score_challenger.csv'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-STATUS-FILE ASSIGN TO 'account_status.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AS-ACCOUNT-ID
               FILE STATUS IS WS-AS-STATUS.
           SELECT STATE-EXCEPTION-FILE ASSIGN TO
               'account_state_exceptions.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-EXC-STATUS.
           SELECT BALANCE-BREAK-FILE ASSIGN TO 'balance_breaks.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREAK-STATUS.
           SELECT CREDIT-LIMIT-FILE ASSIGN TO 'credit_limit_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ACCOUNT-ID
               FILE STATUS IS WS-CL-STATUS.
           SELECT OVER-LIMIT-FILE ASSIGN TO
               'over_limit_exceptions.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVER-LIMIT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 DUP-RECORD               PIC X(200).

       FD DISPOSITION-FILE.
       01 DISPOSITION-LINE         PIC X(150).

       FD RATE-FILE.
       01 RATE-LINE                PIC X(50).
       FD PREV-SCORE-FILE.
       01 PREV-SCORE-RECORD        PIC X(200).

       FD CHALLENGER-PARAM-FILE.
       01 CHALLENGER-PARAM-LINE    PIC X(50).

       FD CHALLENGER-FILE.
       01 CHALLENGER-RECORD        PIC X(200).

       FD ACCOUNT-STATUS-FILE.
       01 ACCOUNT-STATUS-REC.
           05 AS-ACCOUNT-ID        PIC X(36).
           05 AS-STATE             PIC X(6).
           05 AS-EFFECTIVE-DATE    PIC X(8).
           05 AS-REASON            PIC X(20).
           05 AS-REFERENCE         PIC X(36).
           05 AS-UPDATED-BY        PIC X(20).
           05 AS-UPDATED-DATE      PIC X(8).

       FD STATE-EXCEPTION-FILE.
       01 STATE-EXCEPTION-RECORD   PIC X(250).

       FD BALANCE-BREAK-FILE.
       01 BALANCE-BREAK-RECORD     PIC X(250).

       FD CREDIT-LIMIT-FILE.
       01 CREDIT-LIMIT-REC.
           05 CL-ACCOUNT-ID        PIC X(36).
           05 CL-APPROVED-LIMIT    PIC 9(7).
           05 CL-APPROVED-DATE     PIC X(8).
           05 CL-PROPOSED-BY       PIC X(20).
           05 CL-APPROVED-BY       PIC X(20).
           05 CL-LAST-DECISION     PIC X(8).
           05 CL-LAST-ACTION       PIC X(8).
           05 CL-LAST-DATE         PIC X(8).
           05 CL-PEND-DECISION     PIC X(8).
           05 CL-PEND-LIMIT        PIC 9(7).
           05 CL-PEND-RECOMMENDED  PIC 9(7).
           05 CL-PEND-BY           PIC X(20).
           05 CL-PEND-DATE         PIC X(8).

       FD OVER-LIMIT-FILE.
       01 OVER-LIMIT-RECORD        PIC X(250).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF                   PIC X VALUE 'N'.
       01 WS-LINE                  PIC X(500).

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

       01 WS-CHALLENGER-MODE       PIC X  VALUE 'N'.
       01 WS-CHALLENGER-OPENED     PIC X  VALUE 'N'.
       01 WS-CHALLENGER-PARAM-STATUS PIC XX VALUE SPACES.

       01 WS-AS-STATUS             PIC XX VALUE SPACES.
       01 WS-AS-OPENED             PIC X  VALUE 'N'.
       01 WS-STATE-EXC-STATUS      PIC XX VALUE SPACES.
       01 WS-STATE-CACHE-ID        PIC X(36) VALUE SPACES.
       01 WS-STATE-CACHE-STATE     PIC X(6)  VALUE SPACES.
       01 WS-STATE-CACHE-DATE      PIC X(8)  VALUE SPACES.
       01 WS-STATE-BLOCKED         PIC X  VALUE 'N'.
       01 WS-TXN-DATE-KEY          PIC X(8)  VALUE SPACES.
       01 WS-STATE-EXC-COUNT       PIC 9(9) VALUE 0.

       01 WS-BREAK-STATUS          PIC XX VALUE SPACES.
       01 WS-BREAK-COUNT           PIC 9(9) VALUE 0.
       01 WS-CONT-ACCOUNT          PIC X(36) VALUE SPACES.
       01 WS-CONT-TXN-ID           PIC X(36) VALUE SPACES.
       01 WS-CONT-DATE             PIC X(26) VALUE SPACES.
       01 WS-CONT-BALANCE          PIC S9(9)V99 VALUE 0.
       01 WS-CONT-AMOUNT           PIC S9(9)V99 VALUE 0.
       01 WS-EXPECTED-BALANCE      PIC S9(9)V99 VALUE 0.
       01 WS-BALANCE-DIFF          PIC S9(9)V99 VALUE 0.
       01 WS-BREAK-TYPE            PIC X(15) VALUE SPACES.
       01 WS-BREAK-PREV-EDIT       PIC -9(9).99.
       01 WS-BREAK-AMT-EDIT        PIC -9(9).99.
       01 WS-BREAK-EXP-EDIT        PIC -9(9).99.
       01 WS-BREAK-REP-EDIT        PIC -9(9).99.
       01 WS-BREAK-DIFF-EDIT       PIC -9(9).99.

       01 WS-CL-STATUS             PIC XX VALUE SPACES.
       01 WS-CL-OPENED             PIC X  VALUE 'N'.
       01 WS-OVER-LIMIT-STATUS     PIC XX VALUE SPACES.
       01 WS-OVER-LIMIT-COUNT      PIC 9(9) VALUE 0.
       01 WS-DRAWN-AMOUNT          PIC S9(9)V99 VALUE 0.
       01 WS-LIMIT-EXCESS          PIC S9(9)V99 VALUE 0.
       01 WS-OVER-BAL-EDIT         PIC -9(9).99.
       01 WS-OVER-EXCESS-EDIT      PIC -9(9).99.

       01 WS-LARGE-DEBIT-THRESHOLD PIC 9(7)V99 VALUE 1000.
       01 WS-SUSPICIOUS-PENALTY    PIC 9(3)    VALUE 15.
           IF WS-RUN-MODE(1:8) = "RESUBMIT"
               MOVE 'Y' TO WS-RESUBMIT-MODE
           END-IF
           IF WS-RUN-MODE(1:10) = "CHALLENGER"
               MOVE 'Y' TO WS-CHALLENGER-MODE
           END-IF

           PERFORM LOAD-PARAMETERS
           IF WS-CHALLENGER-MODE = 'Y'
               PERFORM LOAD-CHALLENGER-PARAMETERS
           END-IF
           PERFORM LOAD-OVERRIDES
           IF WS-RESUBMIT-MODE = 'N' AND WS-CHALLENGER-MODE = 'N'
               PERFORM LOAD-CHECKPOINT
           END-IF
           PERFORM LOAD-BUSINESS-DATE
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM
           COMPUTE WS-CUTOFF-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           PERFORM LOAD-DISPOSITIONS
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-WATCHLIST
           PERFORM OPEN-ACCOUNT-STATUS-FILE

           IF WS-CHALLENGER-MODE = 'N'
               PERFORM OPEN-HISTORY-FILE
               PERFORM OPEN-REGISTER-FILE
           END-IF

           EVALUATE TRUE
               WHEN WS-CHALLENGER-MODE = 'Y'
                   PERFORM RUN-CHALLENGER-PASS
               WHEN WS-RESUBMIT-MODE = 'Y'
                   PERFORM RUN-RESUBMIT-PASS
               WHEN OTHER
                   PERFORM RUN-BATCH-PASS
           END-EVALUATE

           IF WS-FIRST-RECORD = 'N'
               IF WS-RESUBMIT-MODE = 'Y'
                   PERFORM INJECT-CORRECTED-ROWS
                   "BUCKETED: " WS-GL-DROPPED
           END-IF

           IF WS-BREAK-COUNT > 0
               DISPLAY "CREDITCHECK WARNING - RUNNING BALANCE "
                   "BREAKS: " WS-BREAK-COUNT
           END-IF

           IF WS-OVER-LIMIT-COUNT > 0
               DISPLAY "CREDITCHECK WARNING - ACCOUNTS OVER APPROVED "
                   "LIMIT: " WS-OVER-LIMIT-COUNT
           END-IF

           IF WS-RESUBMIT-MODE = 'Y'
               IF WS-RESUBMIT-OPENED = 'Y'
                   IF WS-AFFECTED-OVERFLOW = 'Y'
                   CLOSE SUSPICIOUS-FILE
                   CLOSE RESUB-REJECT-FILE
                   CLOSE DUP-FILE
                   CLOSE STATE-EXCEPTION-FILE
               END-IF
           ELSE
               IF WS-BATCH-OPENED = 'Y'
                   CLOSE SUSPICIOUS-FILE
                   CLOSE REJECT-FILE
                   CLOSE DUP-FILE
                   CLOSE STATE-EXCEPTION-FILE
                   CLOSE BALANCE-BREAK-FILE
                   CLOSE OVER-LIMIT-FILE
                   IF WS-CL-OPENED = 'Y'
                       CLOSE CREDIT-LIMIT-FILE
                   END-IF
               END-IF
           END-IF

           IF WS-AS-OPENED = 'Y'
               CLOSE ACCOUNT-STATUS-FILE
           END-IF

           IF WS-CHALLENGER-MODE = 'Y'
               PERFORM FINISH-CHALLENGER-PASS
           ELSE
               PERFORM WRITE-RUN-LOG

               CLOSE HISTORY-FILE
               CLOSE REGISTER-FILE
               PERFORM REWRITE-TXN-REGISTER
           END-IF
           STOP RUN.

       RUN-BATCH-PASS.
                   END-IF
                   OPEN EXTEND REJECT-FILE
                   OPEN EXTEND DUP-FILE
                   PERFORM OPEN-STATE-EXCEPTION-FILE
                   OPEN EXTEND BALANCE-BREAK-FILE
                   IF WS-BREAK-STATUS = "35"
                       OPEN OUTPUT BALANCE-BREAK-FILE
                       PERFORM WRITE-BALANCE-BREAK-HEADER
                   END-IF
                   OPEN EXTEND OVER-LIMIT-FILE
                   IF WS-OVER-LIMIT-STATUS = "35"
                       OPEN OUTPUT OVER-LIMIT-FILE
                       PERFORM WRITE-OVER-LIMIT-HEADER
                   END-IF
               ELSE
                   OPEN OUTPUT OUTPUT-FILE
                   OPEN OUTPUT SUSPICIOUS-FILE
                   OPEN OUTPUT REJECT-FILE
                   OPEN OUTPUT DUP-FILE
                   OPEN OUTPUT STATE-EXCEPTION-FILE
                   OPEN OUTPUT BALANCE-BREAK-FILE
                   OPEN OUTPUT OVER-LIMIT-FILE
                   PERFORM WRITE-HEADER
                   PERFORM WRITE-SUSPICIOUS-HEADER
                   PERFORM WRITE-REJECT-HEADER
                   PERFORM WRITE-DUP-HEADER
                   PERFORM WRITE-STATE-EXCEPTION-HEADER
                   PERFORM WRITE-BALANCE-BREAK-HEADER
                   PERFORM WRITE-OVER-LIMIT-HEADER
               END-IF
               PERFORM OPEN-CREDIT-LIMIT-FILE

               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANSACTION-FILE
               END-PERFORM
           END-IF.

       RUN-CHALLENGER-PASS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "CREDITCHECK - TRANSACTION FILE NOT "
                   "AVAILABLE " WS-TRANSACTION-STATUS
                   " - CHALLENGER RUN SKIPPED"
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'Y' TO WS-CHALLENGER-OPENED
               OPEN OUTPUT CHALLENGER-FILE
               PERFORM WRITE-CHALLENGER-HEADER

               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANSACTION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                           ADD 1 TO WS-READ-COUNT
                           MOVE TRANSACTION-RECORD TO WS-LINE
                           PERFORM PROCESS-ONE-RECORD
                   END-READ
               END-PERFORM
           END-IF.

       FINISH-CHALLENGER-PASS.
           IF WS-CHALLENGER-OPENED = 'Y'
               CLOSE TRANSACTION-FILE
               CLOSE CHALLENGER-FILE
           END-IF
           DISPLAY "CREDITCHECK CHALLENGER RUN - READ " WS-READ-COUNT
               " REJECTED " WS-REJECT-COUNT
               " DUPLICATES " WS-DUP-COUNT
               " SCORED " WS-SCORED-COUNT
               " ACCOUNTS " WS-ACCOUNTS-PROCESSED
           IF WS-STATE-EXC-COUNT > 0
               DISPLAY "CREDITCHECK CHALLENGER RUN - FROZEN/CLOSED "
                   "ACCOUNT TRANSACTIONS NOT SCORED "
                   WS-STATE-EXC-COUNT
           END-IF.

       RUN-RESUBMIT-PASS.
           OPEN INPUT RESUBMIT-FILE
           IF WS-RESUBMIT-STATUS NOT = "00"
               END-IF
               OPEN OUTPUT RESUB-REJECT-FILE
               OPEN OUTPUT DUP-FILE
               PERFORM OPEN-STATE-EXCEPTION-FILE
               PERFORM WRITE-RESUB-REJECT-HEADER
               PERFORM WRITE-DUP-HEADER

                       IF WS-IS-DUPLICATE = 'Y'
                           PERFORM WRITE-DUPLICATE-ROW
                       ELSE
                           PERFORM CHECK-ACCOUNT-STATE
                           IF WS-STATE-BLOCKED = 'Y'
                               PERFORM WRITE-STATE-EXCEPTION
                           ELSE
                               PERFORM CHECK-ACCOUNT-BREAK
                               PERFORM UPDATE-METRICS
                               ADD 1 TO WS-SCORED-COUNT
                               PERFORM ADD-PENDING-ID
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF WS-IS-DUPLICATE = 'Y'
                   PERFORM WRITE-DUPLICATE-ROW
               ELSE
                   PERFORM CHECK-ACCOUNT-STATE
                   IF WS-STATE-BLOCKED = 'Y'
                       PERFORM WRITE-STATE-EXCEPTION
                   ELSE
                       PERFORM UPDATE-METRICS
                       ADD 1 TO WS-SCORED-COUNT
                       PERFORM ADD-PENDING-ID
                   END-IF
               END-IF
           END-IF.

               IF WS-IS-DUPLICATE = 'Y'
                   PERFORM WRITE-DUPLICATE-ROW
               ELSE
                   IF WS-RESUBMIT-MODE = 'N'
                       AND WS-CHALLENGER-MODE = 'N'
                       PERFORM CHECK-BALANCE-CONTINUITY
                   END-IF
                   PERFORM CHECK-ACCOUNT-STATE
                   IF WS-STATE-BLOCKED = 'Y'
                       PERFORM WRITE-STATE-EXCEPTION
                   ELSE
                       PERFORM CHECK-ACCOUNT-BREAK
                       PERFORM UPDATE-METRICS
                       ADD 1 TO WS-SCORED-COUNT
                       PERFORM ADD-PENDING-ID
                   END-IF
               END-IF
           END-IF.

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
       WRITE-RUN-LOG.
           COMPUTE WS-BALANCE-CHECK = WS-READ-COUNT -
               WS-REJECT-COUNT - WS-DUP-COUNT - WS-SCORED-COUNT
               - WS-STATE-EXC-COUNT
           IF WS-BALANCE-CHECK = 0
               MOVE "BALANCED" TO WS-BALANCE-FLAG
           ELSE
                   WS-READ-COUNT " REJECTED " WS-REJECT-COUNT
                   " DUPLICATES " WS-DUP-COUNT
                   " SCORED " WS-SCORED-COUNT
                   " STATE EXCEPTIONS " WS-STATE-EXC-COUNT
           END-IF

           IF WS-ACCOUNTS-PROCESSED = 0
                       DELIMITED BY SIZE
                   "SCORED,ACCOUNTS,OUTPUT_ROWS,SUSPICIOUS_ROWS,"
                       DELIMITED BY SIZE
                   "RESTARTS,BALANCE,STATE_EXCEPTIONS,"
                       DELIMITED BY SIZE
                   "BALANCE_BREAKS" DELIMITED BY SIZE
                   INTO RUNLOG-RECORD
               WRITE RUNLOG-RECORD
           END-IF
               WS-OUTPUT-ROW-COUNT DELIMITED BY SIZE ","
               WS-SUSP-WRITTEN-COUNT DELIMITED BY SIZE ","
               WS-RESTARTS-TAKEN DELIMITED BY SIZE ","
               WS-BALANCE-FLAG DELIMITED BY SIZE ","
               WS-STATE-EXC-COUNT DELIMITED BY SIZE ","
               WS-BREAK-COUNT DELIMITED BY SIZE
               INTO RUNLOG-RECORD
           WRITE RUNLOG-RECORD
           CLOSE RUNLOG-FILE.
               INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

       WRITE-CHALLENGER-HEADER.
           MOVE SPACES TO CHALLENGER-RECORD
           STRING
               "ACCOUNT_ID,MONTH,CREDIT_SCORE,STATUS,"
                   DELIMITED BY SIZE
               "INCOME_DELTA,EXPENSE_DELTA,"
                   DELIMITED BY SIZE
               "INCOME_PTS,EXPENSE_PTS,SUSPICIOUS_PTS,"
                   DELIMITED BY SIZE
               "LARGE_DEBIT_PTS,BALANCE_PTS,REASON1,REASON2"
                   DELIMITED BY SIZE
               INTO CHALLENGER-RECORD
           WRITE CHALLENGER-RECORD.

       WRITE-SUSPICIOUS-HEADER.
           MOVE SPACES TO SUSPICIOUS-RECORD
           STRING
               INTO SUSPICIOUS-RECORD
           WRITE SUSPICIOUS-RECORD.

       WRITE-STATE-EXCEPTION-HEADER.
           MOVE SPACES TO STATE-EXCEPTION-RECORD
           STRING
               "TRANSACTION_ID,ACCOUNT_ID,TYPE,AMOUNT,DATE,"
                   DELIMITED BY SIZE
               "MERCHANT,ACCOUNT_STATE,STATE_EFFECTIVE_DATE"
                   DELIMITED BY SIZE
               INTO STATE-EXCEPTION-RECORD
           WRITE STATE-EXCEPTION-RECORD.

       OPEN-STATE-EXCEPTION-FILE.
           OPEN EXTEND STATE-EXCEPTION-FILE
           IF WS-STATE-EXC-STATUS = "35"
               OPEN OUTPUT STATE-EXCEPTION-FILE
               PERFORM WRITE-STATE-EXCEPTION-HEADER
           END-IF.

       OPEN-ACCOUNT-STATUS-FILE.
           OPEN INPUT ACCOUNT-STATUS-FILE
           IF WS-AS-STATUS = "00"
               MOVE 'Y' TO WS-AS-OPENED
           ELSE
               DISPLAY "CREDITCHECK WARNING - ACCOUNT STATUS FILE NOT "
                   "AVAILABLE " WS-AS-STATUS
                   " - ALL ACCOUNTS TREATED AS ACTIVE"
           END-IF.

       CHECK-ACCOUNT-STATE.
           MOVE 'N' TO WS-STATE-BLOCKED
           IF WS-AS-OPENED = 'Y'
               IF F-ACCOUNT-ID NOT = WS-STATE-CACHE-ID
                   MOVE F-ACCOUNT-ID TO WS-STATE-CACHE-ID
                   MOVE F-ACCOUNT-ID TO AS-ACCOUNT-ID
                   READ ACCOUNT-STATUS-FILE
                       INVALID KEY
                           MOVE "ACTIVE" TO WS-STATE-CACHE-STATE
                           MOVE SPACES TO WS-STATE-CACHE-DATE
                       NOT INVALID KEY
                           MOVE AS-STATE TO WS-STATE-CACHE-STATE
                           MOVE AS-EFFECTIVE-DATE
                               TO WS-STATE-CACHE-DATE
                   END-READ
               END-IF
               IF WS-STATE-CACHE-STATE = "FROZEN"
                   OR WS-STATE-CACHE-STATE = "CLOSED"
                   MOVE SPACES TO WS-TXN-DATE-KEY
                   STRING
                       F-DATE(1:4) DELIMITED BY SIZE
                       F-DATE(6:2) DELIMITED BY SIZE
                       F-DATE(9:2) DELIMITED BY SIZE
                       INTO WS-TXN-DATE-KEY
                   IF WS-TXN-DATE-KEY >= WS-STATE-CACHE-DATE
                       MOVE 'Y' TO WS-STATE-BLOCKED
                   END-IF
               END-IF
           END-IF.

       WRITE-STATE-EXCEPTION.
           MOVE F-AMOUNT TO WS-DUP-AMT-EDIT
           MOVE SPACES TO STATE-EXCEPTION-RECORD
           STRING
               F-TRANSACTION-ID DELIMITED BY SIZE ","
               F-ACCOUNT-ID DELIMITED BY SIZE ","
               F-TYPE DELIMITED BY SIZE ","
               WS-DUP-AMT-EDIT DELIMITED BY SIZE ","
               F-DATE DELIMITED BY SIZE ","
               F-MERCHANT DELIMITED BY SIZE ","
               WS-STATE-CACHE-STATE DELIMITED BY SIZE ","
               WS-STATE-CACHE-DATE DELIMITED BY SIZE
               INTO STATE-EXCEPTION-RECORD
           IF WS-CHALLENGER-MODE = 'N'
               WRITE STATE-EXCEPTION-RECORD
           END-IF
           ADD 1 TO WS-STATE-EXC-COUNT.

       WRITE-BALANCE-BREAK-HEADER.
           MOVE SPACES TO BALANCE-BREAK-RECORD
           STRING
               "TRANSACTION_ID,ACCOUNT_ID,DATE,PREV_TRANSACTION_ID,"
                   DELIMITED BY SIZE
               "PREVIOUS_BALANCE,AMOUNT,EXPECTED_BALANCE,"
                   DELIMITED BY SIZE
               "REPORTED_BALANCE,DIFFERENCE,BREAK_TYPE"
                   DELIMITED BY SIZE
               INTO BALANCE-BREAK-RECORD
           WRITE BALANCE-BREAK-RECORD.

       CHECK-BALANCE-CONTINUITY.
           IF F-ACCOUNT-ID NOT = WS-CONT-ACCOUNT
               MOVE F-ACCOUNT-ID TO WS-CONT-ACCOUNT
               MOVE F-DATE TO WS-CONT-DATE
           ELSE
               MOVE FUNCTION NUMVAL(WS-RAW-AMOUNT) TO WS-CONT-AMOUNT
               IF F-TYPE = "DEBIT" AND WS-CONT-AMOUNT > 0
                   COMPUTE WS-CONT-AMOUNT = 0 - WS-CONT-AMOUNT
               END-IF
               COMPUTE WS-EXPECTED-BALANCE =
                   WS-CONT-BALANCE + WS-CONT-AMOUNT
               COMPUTE WS-BALANCE-DIFF =
                   F-BAL-AFTER - WS-EXPECTED-BALANCE
               EVALUATE TRUE
                   WHEN F-DATE < WS-CONT-DATE
                       MOVE "OUT OF SEQUENCE" TO WS-BREAK-TYPE
                       PERFORM WRITE-BALANCE-BREAK
                   WHEN WS-BALANCE-DIFF NOT = 0
                       MOVE "BALANCE GAP" TO WS-BREAK-TYPE
                       PERFORM WRITE-BALANCE-BREAK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF F-DATE > WS-CONT-DATE
                   MOVE F-DATE TO WS-CONT-DATE
               END-IF
           END-IF
           MOVE F-BAL-AFTER TO WS-CONT-BALANCE
           MOVE F-TRANSACTION-ID TO WS-CONT-TXN-ID.

       WRITE-BALANCE-BREAK.
           MOVE WS-CONT-BALANCE TO WS-BREAK-PREV-EDIT
           MOVE WS-CONT-AMOUNT TO WS-BREAK-AMT-EDIT
           MOVE WS-EXPECTED-BALANCE TO WS-BREAK-EXP-EDIT
           MOVE F-BAL-AFTER TO WS-BREAK-REP-EDIT
           MOVE WS-BALANCE-DIFF TO WS-BREAK-DIFF-EDIT
           MOVE SPACES TO BALANCE-BREAK-RECORD
           STRING
               F-TRANSACTION-ID DELIMITED BY SIZE ","
               F-ACCOUNT-ID DELIMITED BY SIZE ","
               F-DATE DELIMITED BY SIZE ","
               WS-CONT-TXN-ID DELIMITED BY SIZE ","
               WS-BREAK-PREV-EDIT DELIMITED BY SIZE ","
               WS-BREAK-AMT-EDIT DELIMITED BY SIZE ","
               WS-BREAK-EXP-EDIT DELIMITED BY SIZE ","
               WS-BREAK-REP-EDIT DELIMITED BY SIZE ","
               WS-BREAK-DIFF-EDIT DELIMITED BY SIZE ","
               WS-BREAK-TYPE DELIMITED BY SIZE
               INTO BALANCE-BREAK-RECORD
           WRITE BALANCE-BREAK-RECORD
           ADD 1 TO WS-BREAK-COUNT.

       WRITE-REJECT-HEADER.
           MOVE "ORIGINAL_LINE,REASON" TO REJECT-RECORD
           WRITE REJECT-RECORD.
                   AND WS-REG-RAW-DATE < WS-REGISTER-CUTOFF
                   ADD 1 TO WS-REG-PRUNED
               ELSE
                   IF WS-CHALLENGER-MODE = 'Y'
                       AND WS-REG-RAW-DATE = WS-RUN-DATE
                       CONTINUE
                   ELSE
                       PERFORM ADD-REGISTER-ENTRY
                   END-IF
               END-IF
           END-IF.

       ADD-REGISTER-ENTRY.
           IF WS-REG-COUNT < 50000
               ADD 1 TO WS-REG-COUNT
               MOVE WS-REG-RAW-ID TO WS-REG-ID(WS-REG-COUNT)
               MOVE WS-REG-RAW-ACCOUNT
                   TO WS-REG-ACCOUNT(WS-REG-COUNT)
               MOVE WS-REG-RAW-DATE
                   TO WS-REG-RUN-DATE(WS-REG-COUNT)
               MOVE WS-REG-RAW-AMOUNT
                   TO WS-REG-AMOUNT(WS-REG-COUNT)
           ELSE
               ADD 1 TO WS-REG-DROPPED
           END-IF.

       REWRITE-TXN-REGISTER.
           IF WS-REG-DROPPED = 0
               OPEN OUTPUT REGISTER-FILE
               WS-RUN-DATE DELIMITED BY SIZE ","
               WS-PEND-AMOUNT(WS-PEND-IDX) DELIMITED BY SIZE
               INTO REGISTER-RECORD
           IF WS-CHALLENGER-MODE = 'N'
               WRITE REGISTER-RECORD
           END-IF

           IF WS-REG-COUNT < 50000
               ADD 1 TO WS-REG-COUNT
               WS-ORIG-RUN-DATE DELIMITED BY SIZE ","
               WS-ORIG-AMOUNT DELIMITED BY SIZE
               INTO DUP-RECORD
           IF WS-CHALLENGER-MODE = 'N'
               WRITE DUP-RECORD
           END-IF
           ADD 1 TO WS-DUP-COUNT.

       CHECK-ACCOUNT-BREAK.
                   END-IF
                   PERFORM SCORE-ACCOUNT-MONTHS
                   IF WS-RESUBMIT-MODE = 'N'
                       AND WS-CHALLENGER-MODE = 'N'
                       COMPUTE WS-LAST-BREAK-COUNT =
                           WS-RECORD-COUNT - 1
                       PERFORM WRITE-CHECKPOINT
           IF WS-RESUBMIT-MODE = 'Y'
               WRITE RESUB-REJECT-RECORD FROM WS-REJECT-LINE
           ELSE
               IF WS-CHALLENGER-MODE = 'N'
                   WRITE REJECT-RECORD FROM WS-REJECT-LINE
               END-IF
           END-IF
           ADD 1 TO WS-REJECT-COUNT.

               END-IF
           END-IF

           IF WS-RESUBMIT-MODE = 'N' AND WS-CHALLENGER-MODE = 'N'
               PERFORM ACCUMULATE-GL-TOTALS
           END-IF.

               WS-SUSP-RULE DELIMITED BY SIZE
               INTO SUSPICIOUS-RECORD

           IF WS-CHALLENGER-MODE = 'N'
               WRITE SUSPICIOUS-RECORD
           END-IF
           ADD 1 TO WS-SUSP-WRITTEN-COUNT.

       COMPUTE-CREDIT-SCORE.
               END-PERFORM
           END-IF.

       OPEN-CREDIT-LIMIT-FILE.
           OPEN INPUT CREDIT-LIMIT-FILE
           IF WS-CL-STATUS = "00"
               MOVE 'Y' TO WS-CL-OPENED
           ELSE
               DISPLAY "CREDITCHECK WARNING - CREDIT LIMIT MASTER NOT "
                   "AVAILABLE " WS-CL-STATUS
                   " - OVER-LIMIT CHECK SKIPPED"
           END-IF.

       WRITE-OVER-LIMIT-HEADER.
           MOVE SPACES TO OVER-LIMIT-RECORD
           STRING
               "ACCOUNT_ID,BALANCE_DATE,BALANCE,APPROVED_LIMIT,"
                   DELIMITED BY SIZE
               "EXCESS,LAST_DECISION,APPROVED_DATE,APPROVED_BY"
                   DELIMITED BY SIZE
               INTO OVER-LIMIT-RECORD
           WRITE OVER-LIMIT-RECORD.

       CHECK-APPROVED-LIMIT.
           MOVE WS-PREV-ACCOUNT-ID TO CL-ACCOUNT-ID
           READ CREDIT-LIMIT-FILE
               INVALID KEY
                   MOVE SPACES TO CL-APPROVED-DATE
           END-READ
           IF CL-APPROVED-DATE NOT = SPACES
               AND WS-LAST-BALANCE < 0
               COMPUTE WS-DRAWN-AMOUNT = 0 - WS-LAST-BALANCE
               IF WS-DRAWN-AMOUNT > CL-APPROVED-LIMIT
                   COMPUTE WS-LIMIT-EXCESS =
                       WS-DRAWN-AMOUNT - CL-APPROVED-LIMIT
                   PERFORM WRITE-OVER-LIMIT
               END-IF
           END-IF.

       WRITE-OVER-LIMIT.
           MOVE WS-LAST-BALANCE TO WS-OVER-BAL-EDIT
           MOVE WS-LIMIT-EXCESS TO WS-OVER-EXCESS-EDIT
           MOVE SPACES TO OVER-LIMIT-RECORD
           STRING
               WS-PREV-ACCOUNT-ID DELIMITED BY SIZE ","
               WS-MONTH-BAL-DATE(WS-MONTH-COUNT)(1:10)
                   DELIMITED BY SIZE ","
               WS-OVER-BAL-EDIT DELIMITED BY SIZE ","
               CL-APPROVED-LIMIT DELIMITED BY SIZE ","
               WS-OVER-EXCESS-EDIT DELIMITED BY SIZE ","
               CL-LAST-DECISION DELIMITED BY SIZE ","
               CL-APPROVED-DATE DELIMITED BY SIZE ","
               CL-APPROVED-BY DELIMITED BY SIZE
               INTO OVER-LIMIT-RECORD
           WRITE OVER-LIMIT-RECORD
           ADD 1 TO WS-OVER-LIMIT-COUNT.

       SCORE-ACCOUNT-MONTHS.
           PERFORM SORT-MONTH-TABLE
           MOVE 0 TO WS-PREV-MONTH-INCOME
               PERFORM SCORE-ONE-MONTH
           END-PERFORM
           IF WS-MONTH-COUNT > 0
               IF WS-CHALLENGER-MODE = 'N'
                   PERFORM WRITE-HISTORY
               END-IF
               ADD 1 TO WS-ACCOUNTS-PROCESSED
               IF WS-RESUBMIT-MODE = 'Y'
                   PERFORM RECORD-AFFECTED-ACCOUNT
               END-IF
               IF WS-CL-OPENED = 'Y'
                   PERFORM CHECK-APPROVED-LIMIT
               END-IF
           END-IF.

       RECORD-AFFECTED-ACCOUNT.
                   ADD 1 TO WS-DELTA-DROPPED
               END-IF
           ELSE
               IF WS-CHALLENGER-MODE = 'Y'
                   WRITE CHALLENGER-RECORD FROM WS-RESULT-LINE
               ELSE
                   WRITE OUTPUT-RECORD FROM WS-RESULT-LINE
               END-IF
               ADD 1 TO WS-OUTPUT-ROW-COUNT
           END-IF.

                   END-IF
               END-PERFORM
           END-IF.

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
