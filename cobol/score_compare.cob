       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORECOMPARE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVE-ACCT-FILE ASSIGN TO 'credit_score.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT CHAL-ACCT-FILE ASSIGN TO
               'credit_score_challenger.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAL-STATUS.
           SELECT LIVE-CUST-FILE ASSIGN TO 'credit_score_output.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT CHAL-CUST-FILE ASSIGN TO
               'credit_check_challenger.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAL-STATUS.
           SELECT PARAM-FILE ASSIGN TO 'score_compare_params.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'score_impact_report.csv'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LIVE-ACCT-FILE.
       01 LIVE-ACCT-LINE           PIC X(200).

       FD CHAL-ACCT-FILE.
       01 CHAL-ACCT-LINE           PIC X(200).

       FD LIVE-CUST-FILE.
       01 LIVE-CUST-LINE           PIC X(200).

       FD CHAL-CUST-FILE.
       01 CHAL-CUST-LINE           PIC X(200).

       FD PARAM-FILE.
       01 PARAM-LINE               PIC X(50).

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-LIVE-STATUS           PIC XX VALUE SPACES.
       01 WS-CHAL-STATUS           PIC XX VALUE SPACES.
       01 WS-EOF                   PIC X  VALUE 'N'.
       01 WS-HEADER-FLAG           PIC X  VALUE 'Y'.

       01 WS-PARAM-STATUS          PIC XX    VALUE SPACES.
       01 WS-PARAM-EOF             PIC X     VALUE 'N'.
       01 WS-PARAM-KEY             PIC X(30) VALUE SPACES.
       01 WS-PARAM-RAW-VALUE       PIC X(10) VALUE SPACES.

       01 WS-ACCT-POOR-MAX         PIC 9(5) VALUE 579.
       01 WS-ACCT-FAIR-MAX         PIC 9(5) VALUE 669.
       01 WS-ACCT-GOOD-MAX         PIC 9(5) VALUE 739.

       01 WS-RAW-ID                PIC X(36) VALUE SPACES.
       01 WS-RAW-MONTH             PIC X(7)  VALUE SPACES.
       01 WS-RAW-SCORE             PIC X(12) VALUE SPACES.
       01 WS-RAW-STATUS            PIC X(15) VALUE SPACES.
       01 WS-RAW-DEBIT             PIC X(12) VALUE SPACES.
       01 WS-RAW-CREDIT            PIC X(12) VALUE SPACES.
       01 WS-RAW-MISSED            PIC X(5)  VALUE SPACES.
       01 WS-RAW-AGE               PIC X(5)  VALUE SPACES.

       01 WS-CA-COUNT              PIC 9(5) VALUE 0.
       01 WS-CA-DROPPED            PIC 9(5) VALUE 0.
       01 WS-CA-TABLE.
           05 WS-CA-ENTRY OCCURS 5000 TIMES
                                 INDEXED BY WS-CA-IDX.
               10 WS-CA-ID             PIC X(36).
               10 WS-CA-MONTH          PIC X(7).
               10 WS-CA-SCORE          PIC 9(5).
               10 WS-CA-STATUS         PIC X(15).
               10 WS-CA-MATCHED        PIC X.
       01 WS-CA-MATCH-IDX          PIC 9(5) VALUE 0.

       01 WS-CC-COUNT              PIC 9(5) VALUE 0.
       01 WS-CC-DROPPED            PIC 9(5) VALUE 0.
       01 WS-CC-TABLE.
           05 WS-CC-ENTRY OCCURS 5000 TIMES
                                 INDEXED BY WS-CC-IDX.
               10 WS-CC-ID             PIC X(10).
               10 WS-CC-SCORE          PIC 9(5).
               10 WS-CC-STATUS         PIC X(15).
               10 WS-CC-MATCHED        PIC X.
       01 WS-CC-MATCH-IDX          PIC 9(5) VALUE 0.

       01 WS-LEVEL-IDX             PIC 9    VALUE 0.
       01 WS-LEVEL-TEXT            PIC X(8) VALUE SPACES.
       01 WS-CMP-ID                PIC X(36) VALUE SPACES.
       01 WS-CMP-MONTH             PIC X(7)  VALUE SPACES.
       01 WS-LIVE-PRESENT          PIC X     VALUE 'N'.
       01 WS-CHAL-PRESENT          PIC X     VALUE 'N'.
       01 WS-LIVE-SCORE            PIC 9(5)  VALUE 0.
       01 WS-LIVE-CR-STATUS        PIC X(15) VALUE SPACES.
       01 WS-LIVE-BAND             PIC X(9)  VALUE SPACES.
       01 WS-LIVE-RANK             PIC 9     VALUE 0.
       01 WS-CHAL-SCORE            PIC 9(5)  VALUE 0.
       01 WS-CHAL-CR-STATUS        PIC X(15) VALUE SPACES.
       01 WS-CHAL-BAND             PIC X(9)  VALUE SPACES.
       01 WS-CHAL-RANK             PIC 9     VALUE 0.
       01 WS-BAND-SCORE            PIC 9(5)  VALUE 0.
       01 WS-BAND-STATUS           PIC X(15) VALUE SPACES.
       01 WS-BAND-TEXT             PIC X(9)  VALUE SPACES.
       01 WS-BAND-RANK             PIC 9     VALUE 0.
       01 WS-SCORE-CHANGE          PIC S9(5) VALUE 0.
       01 WS-SCORE-CHANGE-EDIT     PIC -9(5).
       01 WS-MIGRATION             PIC X(16) VALUE SPACES.
       01 WS-LIVE-SCORE-TEXT       PIC X(5)  VALUE SPACES.
       01 WS-CHAL-SCORE-TEXT       PIC X(5)  VALUE SPACES.
       01 WS-CHANGE-TEXT           PIC X(6)  VALUE SPACES.

       01 WS-SUMMARY-TABLE.
           05 WS-SUM-ENTRY OCCURS 2 TIMES
                                 INDEXED BY WS-SUM-IDX.
               10 WS-SUM-COMPARED      PIC 9(7).
               10 WS-SUM-UP            PIC 9(7).
               10 WS-SUM-DOWN          PIC 9(7).
               10 WS-SUM-SAME          PIC 9(7).
               10 WS-SUM-UNRANKED      PIC 9(7).
               10 WS-SUM-INTO-POOR     PIC 9(7).
               10 WS-SUM-OUT-OF-POOR   PIC 9(7).
               10 WS-SUM-LIVE-ONLY     PIC 9(7).
               10 WS-SUM-CHAL-ONLY     PIC 9(7).
               10 WS-SUM-SCORE-CHANGE  PIC S9(9).
       01 WS-AVG-CHANGE            PIC S9(5)V99 VALUE 0.
       01 WS-AVG-CHANGE-EDIT       PIC -9(5).99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-PARAMETERS
           INITIALIZE WS-SUMMARY-TABLE

           PERFORM LOAD-CHALLENGER-ACCOUNTS
           PERFORM LOAD-CHALLENGER-CUSTOMERS

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING
               "LEVEL,ID,MONTH,LIVE_SCORE,LIVE_STATUS,LIVE_BAND,"
                   DELIMITED BY SIZE
               "CHALLENGER_SCORE,CHALLENGER_STATUS,CHALLENGER_BAND,"
                   DELIMITED BY SIZE
               "SCORE_CHANGE,MIGRATION" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 1 TO WS-LEVEL-IDX
           MOVE "ACCOUNT" TO WS-LEVEL-TEXT
           PERFORM COMPARE-LIVE-ACCOUNTS
           PERFORM REPORT-CHALLENGER-ONLY-ACCOUNTS

           MOVE 2 TO WS-LEVEL-IDX
           MOVE "CUSTOMER" TO WS-LEVEL-TEXT
           PERFORM COMPARE-LIVE-CUSTOMERS
           PERFORM REPORT-CHALLENGER-ONLY-CUSTOMERS

           PERFORM WRITE-MIGRATION-SUMMARY
           CLOSE REPORT-FILE

           DISPLAY "SCORECOMPARE ACCOUNTS COMPARED: "
               WS-SUM-COMPARED(1) " CUSTOMERS COMPARED: "
               WS-SUM-COMPARED(2)
           IF WS-CA-DROPPED > 0 OR WS-CC-DROPPED > 0
               DISPLAY "SCORECOMPARE WARNING - CHALLENGER ROWS NOT "
                   "TRACKED: " WS-CA-DROPPED " ACCOUNT, "
                   WS-CC-DROPPED " CUSTOMER"
           END-IF
           STOP RUN.

       LOAD-PARAMETERS.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = "00"
               PERFORM UNTIL WS-PARAM-EOF = 'Y'
                   READ PARAM-FILE
                       AT END
                           MOVE 'Y' TO WS-PARAM-EOF
                       NOT AT END
                           PERFORM APPLY-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE PARAM-FILE
           END-IF.

       APPLY-PARAMETER.
           UNSTRING PARAM-LINE DELIMITED BY ","
               INTO WS-PARAM-KEY, WS-PARAM-RAW-VALUE

           EVALUATE WS-PARAM-KEY
               WHEN "ACCT_BAND_POOR_MAX"
                   MOVE FUNCTION NUMVAL(WS-PARAM-RAW-VALUE)
                       TO WS-ACCT-POOR-MAX
               WHEN "ACCT_BAND_FAIR_MAX"
                   MOVE FUNCTION NUMVAL(WS-PARAM-RAW-VALUE)
                       TO WS-ACCT-FAIR-MAX
               WHEN "ACCT_BAND_GOOD_MAX"
                   MOVE FUNCTION NUMVAL(WS-PARAM-RAW-VALUE)
                       TO WS-ACCT-GOOD-MAX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-CHALLENGER-ACCOUNTS.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT CHAL-ACCT-FILE
           IF WS-CHAL-STATUS NOT = "00"
               DISPLAY "SCORECOMPARE - CHALLENGER ACCOUNT SCORES NOT "
                   "AVAILABLE " WS-CHAL-STATUS
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHAL-ACCT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM STORE-CHALLENGER-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE CHAL-ACCT-FILE
           END-IF.

       STORE-CHALLENGER-ACCOUNT.
           IF WS-HEADER-FLAG = 'Y'
               MOVE 'N' TO WS-HEADER-FLAG
           ELSE
               MOVE SPACES TO WS-RAW-ID
               MOVE SPACES TO WS-RAW-MONTH
               MOVE SPACES TO WS-RAW-SCORE
               MOVE SPACES TO WS-RAW-STATUS
               UNSTRING CHAL-ACCT-LINE DELIMITED BY ","
                   INTO WS-RAW-ID, WS-RAW-MONTH,
                        WS-RAW-SCORE, WS-RAW-STATUS
               IF WS-RAW-ID NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-RAW-SCORE) = 0
                   IF WS-CA-COUNT < 5000
                       ADD 1 TO WS-CA-COUNT
                       MOVE WS-RAW-ID TO WS-CA-ID(WS-CA-COUNT)
                       MOVE WS-RAW-MONTH TO WS-CA-MONTH(WS-CA-COUNT)
                       MOVE FUNCTION NUMVAL(WS-RAW-SCORE)
                           TO WS-CA-SCORE(WS-CA-COUNT)
                       MOVE WS-RAW-STATUS TO WS-CA-STATUS(WS-CA-COUNT)
                       MOVE 'N' TO WS-CA-MATCHED(WS-CA-COUNT)
                   ELSE
                       ADD 1 TO WS-CA-DROPPED
                   END-IF
               END-IF
           END-IF.

       LOAD-CHALLENGER-CUSTOMERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CHAL-CUST-FILE
           IF WS-CHAL-STATUS NOT = "00"
               DISPLAY "SCORECOMPARE - CHALLENGER CUSTOMER SCORES NOT "
                   "AVAILABLE " WS-CHAL-STATUS
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHAL-CUST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM STORE-CHALLENGER-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE CHAL-CUST-FILE
           END-IF.

       STORE-CHALLENGER-CUSTOMER.
           PERFORM SPLIT-CUSTOMER-LINE-CHAL
           IF WS-RAW-ID NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-RAW-SCORE) = 0
               IF WS-CC-COUNT < 5000
                   ADD 1 TO WS-CC-COUNT
                   MOVE WS-RAW-ID TO WS-CC-ID(WS-CC-COUNT)
                   MOVE FUNCTION NUMVAL(WS-RAW-SCORE)
                       TO WS-CC-SCORE(WS-CC-COUNT)
                   MOVE WS-RAW-STATUS TO WS-CC-STATUS(WS-CC-COUNT)
                   MOVE 'N' TO WS-CC-MATCHED(WS-CC-COUNT)
               ELSE
                   ADD 1 TO WS-CC-DROPPED
               END-IF
           END-IF.

       SPLIT-CUSTOMER-LINE-CHAL.
           MOVE SPACES TO WS-RAW-ID
           MOVE SPACES TO WS-RAW-SCORE
           MOVE SPACES TO WS-RAW-STATUS
           UNSTRING CHAL-CUST-LINE DELIMITED BY ","
               INTO WS-RAW-ID, WS-RAW-SCORE, WS-RAW-DEBIT,
                    WS-RAW-CREDIT, WS-RAW-MISSED, WS-RAW-AGE,
                    WS-RAW-STATUS.

       COMPARE-LIVE-ACCOUNTS.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT LIVE-ACCT-FILE
           IF WS-LIVE-STATUS NOT = "00"
               DISPLAY "SCORECOMPARE - LIVE ACCOUNT SCORES NOT "
                   "AVAILABLE " WS-LIVE-STATUS
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LIVE-ACCT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM COMPARE-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE LIVE-ACCT-FILE
           END-IF.

       COMPARE-ONE-ACCOUNT.
           IF WS-HEADER-FLAG = 'Y'
               MOVE 'N' TO WS-HEADER-FLAG
           ELSE
               MOVE SPACES TO WS-RAW-ID
               MOVE SPACES TO WS-RAW-MONTH
               MOVE SPACES TO WS-RAW-SCORE
               MOVE SPACES TO WS-RAW-STATUS
               UNSTRING LIVE-ACCT-LINE DELIMITED BY ","
                   INTO WS-RAW-ID, WS-RAW-MONTH,
                        WS-RAW-SCORE, WS-RAW-STATUS
               IF WS-RAW-ID NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-RAW-SCORE) = 0
                   MOVE WS-RAW-ID TO WS-CMP-ID
                   MOVE WS-RAW-MONTH TO WS-CMP-MONTH
                   MOVE 'Y' TO WS-LIVE-PRESENT
                   MOVE FUNCTION NUMVAL(WS-RAW-SCORE) TO WS-LIVE-SCORE
                   MOVE WS-RAW-STATUS TO WS-LIVE-CR-STATUS
                   MOVE WS-LIVE-SCORE TO WS-BAND-SCORE
                   PERFORM BAND-ACCOUNT-SCORE
                   MOVE WS-BAND-TEXT TO WS-LIVE-BAND
                   MOVE WS-BAND-RANK TO WS-LIVE-RANK

                   MOVE 0 TO WS-CA-MATCH-IDX
                   IF WS-CA-COUNT > 0
                       PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                           UNTIL WS-CA-IDX > WS-CA-COUNT
                           IF WS-CA-ID(WS-CA-IDX) = WS-CMP-ID
                               AND WS-CA-MONTH(WS-CA-IDX)
                                   = WS-CMP-MONTH
                               MOVE WS-CA-IDX TO WS-CA-MATCH-IDX
                           END-IF
                       END-PERFORM
                   END-IF

                   IF WS-CA-MATCH-IDX > 0
                       MOVE 'Y' TO WS-CA-MATCHED(WS-CA-MATCH-IDX)
                       MOVE 'Y' TO WS-CHAL-PRESENT
                       MOVE WS-CA-SCORE(WS-CA-MATCH-IDX)
                           TO WS-CHAL-SCORE
                       MOVE WS-CA-STATUS(WS-CA-MATCH-IDX)
                           TO WS-CHAL-CR-STATUS
                       MOVE WS-CHAL-SCORE TO WS-BAND-SCORE
                       PERFORM BAND-ACCOUNT-SCORE
                       MOVE WS-BAND-TEXT TO WS-CHAL-BAND
                       MOVE WS-BAND-RANK TO WS-CHAL-RANK
                   ELSE
                       PERFORM CLEAR-CHALLENGER-SIDE
                   END-IF

                   PERFORM CLASSIFY-MIGRATION
                   PERFORM WRITE-COMPARISON-ROW
               END-IF
           END-IF.

       REPORT-CHALLENGER-ONLY-ACCOUNTS.
           IF WS-CA-COUNT > 0
               PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-COUNT
                   IF WS-CA-MATCHED(WS-CA-IDX) = 'N'
                       PERFORM CLEAR-LIVE-SIDE
                       MOVE WS-CA-ID(WS-CA-IDX) TO WS-CMP-ID
                       MOVE WS-CA-MONTH(WS-CA-IDX) TO WS-CMP-MONTH
                       MOVE 'Y' TO WS-CHAL-PRESENT
                       MOVE WS-CA-SCORE(WS-CA-IDX) TO WS-CHAL-SCORE
                       MOVE WS-CA-STATUS(WS-CA-IDX)
                           TO WS-CHAL-CR-STATUS
                       MOVE WS-CHAL-SCORE TO WS-BAND-SCORE
                       PERFORM BAND-ACCOUNT-SCORE
                       MOVE WS-BAND-TEXT TO WS-CHAL-BAND
                       MOVE WS-BAND-RANK TO WS-CHAL-RANK
                       PERFORM CLASSIFY-MIGRATION
                       PERFORM WRITE-COMPARISON-ROW
                   END-IF
               END-PERFORM
           END-IF.

       COMPARE-LIVE-CUSTOMERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LIVE-CUST-FILE
           IF WS-LIVE-STATUS NOT = "00"
               DISPLAY "SCORECOMPARE - LIVE CUSTOMER SCORES NOT "
                   "AVAILABLE " WS-LIVE-STATUS
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LIVE-CUST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM COMPARE-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE LIVE-CUST-FILE
           END-IF.

       COMPARE-ONE-CUSTOMER.
           MOVE SPACES TO WS-RAW-ID
           MOVE SPACES TO WS-RAW-SCORE
           MOVE SPACES TO WS-RAW-STATUS
           UNSTRING LIVE-CUST-LINE DELIMITED BY ","
               INTO WS-RAW-ID, WS-RAW-SCORE, WS-RAW-DEBIT,
                    WS-RAW-CREDIT, WS-RAW-MISSED, WS-RAW-AGE,
                    WS-RAW-STATUS
           IF WS-RAW-ID NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-RAW-SCORE) = 0
               MOVE WS-RAW-ID TO WS-CMP-ID
               MOVE SPACES TO WS-CMP-MONTH
               MOVE 'Y' TO WS-LIVE-PRESENT
               MOVE FUNCTION NUMVAL(WS-RAW-SCORE) TO WS-LIVE-SCORE
               MOVE WS-RAW-STATUS TO WS-LIVE-CR-STATUS
               MOVE WS-LIVE-CR-STATUS TO WS-BAND-STATUS
               PERFORM BAND-CUSTOMER-STATUS
               MOVE WS-BAND-TEXT TO WS-LIVE-BAND
               MOVE WS-BAND-RANK TO WS-LIVE-RANK

               MOVE 0 TO WS-CC-MATCH-IDX
               IF WS-CC-COUNT > 0
                   PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                       UNTIL WS-CC-IDX > WS-CC-COUNT
                       IF WS-CC-ID(WS-CC-IDX) = WS-RAW-ID
                           MOVE WS-CC-IDX TO WS-CC-MATCH-IDX
                       END-IF
                   END-PERFORM
               END-IF

               IF WS-CC-MATCH-IDX > 0
                   MOVE 'Y' TO WS-CC-MATCHED(WS-CC-MATCH-IDX)
                   MOVE 'Y' TO WS-CHAL-PRESENT
                   MOVE WS-CC-SCORE(WS-CC-MATCH-IDX) TO WS-CHAL-SCORE
                   MOVE WS-CC-STATUS(WS-CC-MATCH-IDX)
                       TO WS-CHAL-CR-STATUS
                   MOVE WS-CHAL-CR-STATUS TO WS-BAND-STATUS
                   PERFORM BAND-CUSTOMER-STATUS
                   MOVE WS-BAND-TEXT TO WS-CHAL-BAND
                   MOVE WS-BAND-RANK TO WS-CHAL-RANK
               ELSE
                   PERFORM CLEAR-CHALLENGER-SIDE
               END-IF

               PERFORM CLASSIFY-MIGRATION
               PERFORM WRITE-COMPARISON-ROW
           END-IF.

       REPORT-CHALLENGER-ONLY-CUSTOMERS.
           IF WS-CC-COUNT > 0
               PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
                   IF WS-CC-MATCHED(WS-CC-IDX) = 'N'
                       PERFORM CLEAR-LIVE-SIDE
                       MOVE WS-CC-ID(WS-CC-IDX) TO WS-CMP-ID
                       MOVE SPACES TO WS-CMP-MONTH
                       MOVE 'Y' TO WS-CHAL-PRESENT
                       MOVE WS-CC-SCORE(WS-CC-IDX) TO WS-CHAL-SCORE
                       MOVE WS-CC-STATUS(WS-CC-IDX)
                           TO WS-CHAL-CR-STATUS
                       MOVE WS-CHAL-CR-STATUS TO WS-BAND-STATUS
                       PERFORM BAND-CUSTOMER-STATUS
                       MOVE WS-BAND-TEXT TO WS-CHAL-BAND
                       MOVE WS-BAND-RANK TO WS-CHAL-RANK
                       PERFORM CLASSIFY-MIGRATION
                       PERFORM WRITE-COMPARISON-ROW
                   END-IF
               END-PERFORM
           END-IF.

       CLEAR-LIVE-SIDE.
           MOVE 'N' TO WS-LIVE-PRESENT
           MOVE 0 TO WS-LIVE-SCORE
           MOVE SPACES TO WS-LIVE-CR-STATUS
           MOVE SPACES TO WS-LIVE-BAND
           MOVE 0 TO WS-LIVE-RANK.

       CLEAR-CHALLENGER-SIDE.
           MOVE 'N' TO WS-CHAL-PRESENT
           MOVE 0 TO WS-CHAL-SCORE
           MOVE SPACES TO WS-CHAL-CR-STATUS
           MOVE SPACES TO WS-CHAL-BAND
           MOVE 0 TO WS-CHAL-RANK.

       BAND-ACCOUNT-SCORE.
           EVALUATE TRUE
               WHEN WS-BAND-SCORE <= WS-ACCT-POOR-MAX
                   MOVE "POOR" TO WS-BAND-TEXT
                   MOVE 1 TO WS-BAND-RANK
               WHEN WS-BAND-SCORE <= WS-ACCT-FAIR-MAX
                   MOVE "FAIR" TO WS-BAND-TEXT
                   MOVE 2 TO WS-BAND-RANK
               WHEN WS-BAND-SCORE <= WS-ACCT-GOOD-MAX
                   MOVE "GOOD" TO WS-BAND-TEXT
                   MOVE 3 TO WS-BAND-RANK
               WHEN OTHER
                   MOVE "EXCELLENT" TO WS-BAND-TEXT
                   MOVE 4 TO WS-BAND-RANK
           END-EVALUATE.

       BAND-CUSTOMER-STATUS.
           EVALUATE WS-BAND-STATUS
               WHEN "Poor"
                   MOVE "POOR" TO WS-BAND-TEXT
                   MOVE 1 TO WS-BAND-RANK
               WHEN "Fair"
                   MOVE "FAIR" TO WS-BAND-TEXT
                   MOVE 2 TO WS-BAND-RANK
               WHEN "Good"
                   MOVE "GOOD" TO WS-BAND-TEXT
                   MOVE 3 TO WS-BAND-RANK
               WHEN "Excellent"
                   MOVE "EXCELLENT" TO WS-BAND-TEXT
                   MOVE 4 TO WS-BAND-RANK
               WHEN OTHER
                   MOVE "UNRANKED" TO WS-BAND-TEXT
                   MOVE 0 TO WS-BAND-RANK
           END-EVALUATE.

       CLASSIFY-MIGRATION.
           SET WS-SUM-IDX TO WS-LEVEL-IDX
           MOVE 0 TO WS-SCORE-CHANGE
           EVALUATE TRUE
               WHEN WS-CHAL-PRESENT = 'N'
                   MOVE "LIVE ONLY" TO WS-MIGRATION
                   ADD 1 TO WS-SUM-LIVE-ONLY(WS-SUM-IDX)
               WHEN WS-LIVE-PRESENT = 'N'
                   MOVE "CHALLENGER ONLY" TO WS-MIGRATION
                   ADD 1 TO WS-SUM-CHAL-ONLY(WS-SUM-IDX)
               WHEN OTHER
                   ADD 1 TO WS-SUM-COMPARED(WS-SUM-IDX)
                   COMPUTE WS-SCORE-CHANGE =
                       WS-CHAL-SCORE - WS-LIVE-SCORE
                   ADD WS-SCORE-CHANGE
                       TO WS-SUM-SCORE-CHANGE(WS-SUM-IDX)
                   PERFORM CLASSIFY-BAND-MOVE
           END-EVALUATE.

       CLASSIFY-BAND-MOVE.
           EVALUATE TRUE
               WHEN WS-LIVE-RANK = 0 OR WS-CHAL-RANK = 0
                   MOVE "UNRANKED" TO WS-MIGRATION
                   ADD 1 TO WS-SUM-UNRANKED(WS-SUM-IDX)
               WHEN WS-CHAL-RANK > WS-LIVE-RANK
                   MOVE "UP" TO WS-MIGRATION
                   ADD 1 TO WS-SUM-UP(WS-SUM-IDX)
               WHEN WS-CHAL-RANK < WS-LIVE-RANK
                   MOVE "DOWN" TO WS-MIGRATION
                   ADD 1 TO WS-SUM-DOWN(WS-SUM-IDX)
               WHEN OTHER
                   MOVE "SAME" TO WS-MIGRATION
                   ADD 1 TO WS-SUM-SAME(WS-SUM-IDX)
           END-EVALUATE

           IF WS-CHAL-RANK = 1 AND WS-LIVE-RANK > 1
               MOVE "DOWN INTO POOR" TO WS-MIGRATION
               ADD 1 TO WS-SUM-INTO-POOR(WS-SUM-IDX)
           END-IF
           IF WS-LIVE-RANK = 1 AND WS-CHAL-RANK > 1
               MOVE "UP OUT OF POOR" TO WS-MIGRATION
               ADD 1 TO WS-SUM-OUT-OF-POOR(WS-SUM-IDX)
           END-IF.

       WRITE-COMPARISON-ROW.
           MOVE SPACES TO WS-LIVE-SCORE-TEXT
           MOVE SPACES TO WS-CHAL-SCORE-TEXT
           MOVE SPACES TO WS-CHANGE-TEXT
           IF WS-LIVE-PRESENT = 'Y'
               MOVE WS-LIVE-SCORE TO WS-LIVE-SCORE-TEXT
           END-IF
           IF WS-CHAL-PRESENT = 'Y'
               MOVE WS-CHAL-SCORE TO WS-CHAL-SCORE-TEXT
           END-IF
           IF WS-LIVE-PRESENT = 'Y' AND WS-CHAL-PRESENT = 'Y'
               MOVE WS-SCORE-CHANGE TO WS-SCORE-CHANGE-EDIT
               MOVE WS-SCORE-CHANGE-EDIT TO WS-CHANGE-TEXT
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING
               WS-LEVEL-TEXT DELIMITED BY SPACE ","
               WS-CMP-ID DELIMITED BY SIZE ","
               WS-CMP-MONTH DELIMITED BY SIZE ","
               WS-LIVE-SCORE-TEXT DELIMITED BY SIZE ","
               WS-LIVE-CR-STATUS DELIMITED BY SIZE ","
               WS-LIVE-BAND DELIMITED BY SIZE ","
               WS-CHAL-SCORE-TEXT DELIMITED BY SIZE ","
               WS-CHAL-CR-STATUS DELIMITED BY SIZE ","
               WS-CHAL-BAND DELIMITED BY SIZE ","
               WS-CHANGE-TEXT DELIMITED BY SIZE ","
               WS-MIGRATION DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-MIGRATION-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BAND MIGRATION SUMMARY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "LEVEL,COMPARED,MOVED_UP,MOVED_DOWN,UNCHANGED,"
                   DELIMITED BY SIZE
               "UNRANKED,INTO_POOR,OUT_OF_POOR,LIVE_ONLY,"
                   DELIMITED BY SIZE
               "CHALLENGER_ONLY,AVG_SCORE_CHANGE" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 1 TO WS-LEVEL-IDX
           MOVE "ACCOUNT" TO WS-LEVEL-TEXT
           PERFORM WRITE-SUMMARY-ROW
           MOVE 2 TO WS-LEVEL-IDX
           MOVE "CUSTOMER" TO WS-LEVEL-TEXT
           PERFORM WRITE-SUMMARY-ROW.

       WRITE-SUMMARY-ROW.
           SET WS-SUM-IDX TO WS-LEVEL-IDX
           MOVE 0 TO WS-AVG-CHANGE
           IF WS-SUM-COMPARED(WS-SUM-IDX) > 0
               COMPUTE WS-AVG-CHANGE ROUNDED =
                   WS-SUM-SCORE-CHANGE(WS-SUM-IDX)
                   / WS-SUM-COMPARED(WS-SUM-IDX)
           END-IF
           MOVE WS-AVG-CHANGE TO WS-AVG-CHANGE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING
               WS-LEVEL-TEXT DELIMITED BY SPACE ","
               WS-SUM-COMPARED(WS-SUM-IDX) DELIMITED BY SIZE ","
               WS-SUM-UP(WS-SUM-IDX) DELIMITED BY SIZE ","
               WS-SUM-DOWN(WS-SUM-IDX) DELIMITED BY SIZE ","
               WS-SUM-SAME(WS-SUM-IDX) DELIMITED BY SIZE ","
               WS-SUM-UNRANKED(WS-SUM-IDX) DELIMITED BY SIZE ","
               WS-SUM-INTO-POOR(WS-SUM-IDX) DELIMITED BY SIZE ","
               WS-SUM-OUT-OF-POOR(WS-SUM-IDX) DELIMITED BY SIZE ","
               WS-SUM-LIVE-ONLY(WS-SUM-IDX) DELIMITED BY SIZE ","
               WS-SUM-CHAL-ONLY(WS-SUM-IDX) DELIMITED BY SIZE ","
               WS-AVG-CHANGE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.
