       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDEFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPICIOUS-FILE ASSIGN TO
               'suspicious_transactions.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPICIOUS-STATUS.
           SELECT DISPOSITION-FILE ASSIGN TO 'fraud_dispositions.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-STATUS.
           SELECT HIT-LOG-FILE ASSIGN TO 'fraud_rule_hits.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIT-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'fraud_rule_effectiveness.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CSV-FILE ASSIGN TO 'fraud_rule_effectiveness.csv'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUSPICIOUS-FILE.
       01 SUSPICIOUS-LINE          PIC X(200).

       FD DISPOSITION-FILE.
       01 DISPOSITION-LINE         PIC X(150).

       FD HIT-LOG-FILE.
       01 HIT-LOG-LINE             PIC X(150).

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(80).

       FD CSV-FILE.
       01 CSV-LINE                 PIC X(150).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SUSPICIOUS-STATUS     PIC XX VALUE SPACES.
       01 WS-DISPOSITION-STATUS    PIC XX VALUE SPACES.
       01 WS-HIT-LOG-STATUS        PIC XX VALUE SPACES.
       01 WS-EOF                   PIC X  VALUE 'N'.
       01 WS-HEADER-FLAG           PIC X  VALUE 'Y'.
       01 WS-RUN-DATE              PIC X(8) VALUE SPACES.
       01 WS-PRIOR-BUSINESS-DATE   PIC X(8) VALUE SPACES.
       01 WS-BD-STATUS             PIC XX VALUE SPACES.

       01 WS-COMMAND-LINE          PIC X(40) VALUE SPACES.
       01 WS-ARG-1                 PIC X(10) VALUE SPACES.
       01 WS-REPORT-MONTH          PIC X(7) VALUE SPACES.
       01 WS-KEEP-FROM-MONTH       PIC X(7) VALUE SPACES.
       01 WS-KEEP-YEAR             PIC 9(4) VALUE 0.

       01 WS-RAW-ID                PIC X(36) VALUE SPACES.
       01 WS-RAW-ACCOUNT           PIC X(36) VALUE SPACES.
       01 WS-RAW-AMOUNT            PIC X(15) VALUE SPACES.
       01 WS-RAW-MERCHANT          PIC X(25) VALUE SPACES.
       01 WS-RAW-LOCATION          PIC X(30) VALUE SPACES.
       01 WS-RAW-TXN-DATE          PIC X(26) VALUE SPACES.
       01 WS-RAW-RULE              PIC X(20) VALUE SPACES.
       01 WS-RAW-FIRST-SEEN        PIC X(8)  VALUE SPACES.
       01 WS-RAW-DISPOSITION       PIC X(10) VALUE SPACES.
       01 WS-RAW-ANALYST           PIC X(20) VALUE SPACES.
       01 WS-RAW-DATE              PIC X(8)  VALUE SPACES.

       01 WS-HIT-COUNT             PIC 9(5) VALUE 0.
       01 WS-HIT-DROPPED           PIC 9(5) VALUE 0.
       01 WS-HIT-PRUNED            PIC 9(5) VALUE 0.
       01 WS-NEW-HIT-COUNT         PIC 9(5) VALUE 0.
       01 WS-HIT-TABLE.
           05 WS-HIT-ENTRY OCCURS 20000 TIMES
                                 INDEXED BY WS-HIT-IDX.
               10 WS-HIT-ID            PIC X(36).
               10 WS-HIT-RULE          PIC X(20).
               10 WS-HIT-MERCHANT      PIC X(25).
               10 WS-HIT-TXN-DATE      PIC X(10).
               10 WS-HIT-FIRST-SEEN    PIC X(8).
               10 WS-HIT-DISPOSITION   PIC X(10).
               10 WS-HIT-DISP-DATE     PIC X(8).
       01 WS-HIT-MATCH-IDX         PIC 9(5) VALUE 0.

       01 WS-RULE-COUNT            PIC 9(2) VALUE 0.
       01 WS-RULE-DROPPED          PIC 9(5) VALUE 0.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 10 TIMES
                                 INDEXED BY WS-RULE-IDX.
               10 WS-RULE-NAME         PIC X(20).
               10 WS-RULE-HITS         PIC 9(7).
               10 WS-RULE-CONFIRMED    PIC 9(7).
               10 WS-RULE-CLEARED      PIC 9(7).
               10 WS-RULE-PENDING      PIC 9(7).
               10 WS-RULE-TIMED        PIC 9(7).
               10 WS-RULE-PRECISION    PIC 9(3)V9.
               10 WS-RULE-MEDIAN       PIC 9(3)V9.
               10 WS-RULE-DAY-COUNT OCCURS 366 TIMES
                                 PIC 9(5).
       01 WS-RULE-MATCH-IDX        PIC 9(2) VALUE 0.

       01 WS-MER-COUNT             PIC 9(4) VALUE 0.
       01 WS-MER-DROPPED           PIC 9(5) VALUE 0.
       01 WS-MER-TABLE.
           05 WS-MER-ENTRY OCCURS 2000 TIMES
                                 INDEXED BY WS-MER-IDX.
               10 WS-MER-RULE-IDX      PIC 9(2).
               10 WS-MER-NAME          PIC X(25).
               10 WS-MER-HITS          PIC 9(7).
               10 WS-MER-CONFIRMED     PIC 9(7).
               10 WS-MER-CLEARED       PIC 9(7).
               10 WS-MER-LISTED        PIC X.
       01 WS-MER-MATCH-IDX         PIC 9(4) VALUE 0.
       01 WS-TOP-MERCHANTS         PIC 9(2) VALUE 5.
       01 WS-TOP-LISTED            PIC 9(2) VALUE 0.
       01 WS-BEST-IDX              PIC 9(4) VALUE 0.
       01 WS-BEST-HITS             PIC 9(7) VALUE 0.

       01 WS-TXN-DATE-NUM          PIC 9(8) VALUE 0.
       01 WS-DISP-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-DAYS                  PIC S9(6) VALUE 0.
       01 WS-DAY-SLOT              PIC 9(3) VALUE 0.
       01 WS-MEDIAN-POS-LO         PIC 9(7) VALUE 0.
       01 WS-MEDIAN-POS-HI         PIC 9(7) VALUE 0.
       01 WS-MEDIAN-DAY-LO         PIC 9(3) VALUE 0.
       01 WS-MEDIAN-DAY-HI         PIC 9(3) VALUE 0.
       01 WS-RUNNING-COUNT         PIC 9(7) VALUE 0.
       01 WS-DECIDED               PIC 9(7) VALUE 0.

       01 WS-TOTAL-HITS            PIC 9(7) VALUE 0.
       01 WS-TOTAL-CONFIRMED       PIC 9(7) VALUE 0.
       01 WS-TOTAL-CLEARED         PIC 9(7) VALUE 0.
       01 WS-TOTAL-PENDING         PIC 9(7) VALUE 0.

       01 WS-PAGE-NUM              PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT            PIC 9(3) VALUE 99.
       01 WS-PAGE-SIZE             PIC 9(3) VALUE 55.
       01 WS-PRINT-LINE            PIC X(80) VALUE SPACES.
       01 WS-HEADER-LINE           PIC X(80) VALUE SPACES.

       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-CONF-EDIT             PIC ZZZ,ZZ9.
       01 WS-CLR-EDIT              PIC ZZZ,ZZ9.
       01 WS-PEND-EDIT             PIC ZZZ,ZZ9.
       01 WS-PCT                   PIC 9(3)V9 VALUE 0.
       01 WS-PCT-EDIT              PIC ZZ9.9.
       01 WS-MEDIAN-EDIT           PIC ZZ9.9.
       01 WS-PAGE-EDIT             PIC ZZ9.
       01 WS-CSV-PCT               PIC 9(3).9.
       01 WS-CSV-MEDIAN            PIC 9(3).9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM SET-REPORT-MONTH
           PERFORM LOAD-HIT-LOG
           PERFORM SCAN-SUSPICIOUS-FILE

           IF WS-HIT-DROPPED > 0
               DISPLAY "FRAUDEFF ERROR - HIT LIMIT EXCEEDED, "
                   WS-HIT-DROPPED " HITS NOT TRACKED - "
                   "HIT LOG LEFT UNCHANGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM REWRITE-HIT-LOG
           END-IF

           PERFORM LOAD-DISPOSITIONS
           PERFORM TALLY-REPORT-MONTH
           PERFORM COMPUTE-RULE-RATES

           OPEN OUTPUT REPORT-FILE
           PERFORM PRINT-RULE-SECTION
           PERFORM PRINT-MERCHANT-SECTION
           MOVE "END OF REPORT" TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           PERFORM WRITE-CSV-FILE

           DISPLAY "FRAUDEFF MONTH: " WS-REPORT-MONTH
               " HITS: " WS-TOTAL-HITS
               " CONFIRMED: " WS-TOTAL-CONFIRMED
               " CLEARED: " WS-TOTAL-CLEARED
               " PENDING: " WS-TOTAL-PENDING
           DISPLAY "FRAUDEFF HIT LOG: " WS-HIT-COUNT
               " NEW: " WS-NEW-HIT-COUNT
               " AGED OUT: " WS-HIT-PRUNED
           IF WS-RULE-DROPPED > 0 OR WS-MER-DROPPED > 0
               DISPLAY "FRAUDEFF WARNING - RULES NOT TRACKED: "
                   WS-RULE-DROPPED " MERCHANTS NOT TRACKED: "
                   WS-MER-DROPPED
           END-IF
           STOP RUN.

       SET-REPORT-MONTH.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-ARG-1
           IF WS-ARG-1(1:6) IS NUMERIC AND WS-ARG-1(7:1) = SPACE
               STRING WS-ARG-1(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-ARG-1(5:2) DELIMITED BY SIZE
                   INTO WS-REPORT-MONTH
           ELSE
               STRING WS-RUN-DATE(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-RUN-DATE(5:2) DELIMITED BY SIZE
                   INTO WS-REPORT-MONTH
           END-IF
           MOVE WS-RUN-DATE(1:4) TO WS-KEEP-YEAR
           SUBTRACT 1 FROM WS-KEEP-YEAR
           STRING WS-KEEP-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-RUN-DATE(5:2) DELIMITED BY SIZE
               INTO WS-KEEP-FROM-MONTH.

       LOAD-HIT-LOG.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT HIT-LOG-FILE
           IF WS-HIT-LOG-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HIT-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM STORE-HIT-LOG-ROW
                   END-READ
               END-PERFORM
               CLOSE HIT-LOG-FILE
           END-IF.

       STORE-HIT-LOG-ROW.
           IF WS-HEADER-FLAG = 'Y'
               MOVE 'N' TO WS-HEADER-FLAG
           ELSE
               MOVE SPACES TO WS-RAW-ID
               MOVE SPACES TO WS-RAW-RULE
               MOVE SPACES TO WS-RAW-MERCHANT
               MOVE SPACES TO WS-RAW-TXN-DATE
               MOVE SPACES TO WS-RAW-FIRST-SEEN
               UNSTRING HIT-LOG-LINE DELIMITED BY ","
                   INTO WS-RAW-ID,
                        WS-RAW-RULE,
                        WS-RAW-MERCHANT,
                        WS-RAW-TXN-DATE,
                        WS-RAW-FIRST-SEEN
               IF WS-RAW-ID NOT = SPACES
                   IF WS-RAW-TXN-DATE(1:7) < WS-KEEP-FROM-MONTH
                       ADD 1 TO WS-HIT-PRUNED
                   ELSE
                       PERFORM ADD-HIT
                   END-IF
               END-IF
           END-IF.

       SCAN-SUSPICIOUS-FILE.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT SUSPICIOUS-FILE
           IF WS-SUSPICIOUS-STATUS NOT = "00"
               DISPLAY "FRAUDEFF WARNING - SUSPICIOUS FILE NOT "
                   "AVAILABLE " WS-SUSPICIOUS-STATUS
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SUSPICIOUS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM STORE-SUSPICIOUS-ROW
                   END-READ
               END-PERFORM
               CLOSE SUSPICIOUS-FILE
           END-IF.

       STORE-SUSPICIOUS-ROW.
           IF WS-HEADER-FLAG = 'Y'
               MOVE 'N' TO WS-HEADER-FLAG
           ELSE
               MOVE SPACES TO WS-RAW-ID
               MOVE SPACES TO WS-RAW-MERCHANT
               MOVE SPACES TO WS-RAW-TXN-DATE
               MOVE SPACES TO WS-RAW-RULE
               UNSTRING SUSPICIOUS-LINE DELIMITED BY ","
                   INTO WS-RAW-ID,
                        WS-RAW-ACCOUNT,
                        WS-RAW-AMOUNT,
                        WS-RAW-MERCHANT,
                        WS-RAW-LOCATION,
                        WS-RAW-TXN-DATE,
                        WS-RAW-RULE
               IF WS-RAW-RULE = SPACES
                   MOVE "UNTAGGED" TO WS-RAW-RULE
               END-IF
               IF WS-RAW-ID NOT = SPACES
                   PERFORM FIND-HIT
                   IF WS-HIT-MATCH-IDX = 0
                       MOVE WS-RUN-DATE TO WS-RAW-FIRST-SEEN
                       PERFORM ADD-HIT
                       IF WS-HIT-MATCH-IDX > 0
                           ADD 1 TO WS-NEW-HIT-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-HIT.
           MOVE 0 TO WS-HIT-MATCH-IDX
           IF WS-HIT-COUNT > 0
               PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-HIT-COUNT
                   OR WS-HIT-MATCH-IDX > 0
                   IF WS-HIT-ID(WS-HIT-IDX) = WS-RAW-ID
                       AND WS-HIT-RULE(WS-HIT-IDX) = WS-RAW-RULE
                       MOVE WS-HIT-IDX TO WS-HIT-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF.

       ADD-HIT.
           MOVE 0 TO WS-HIT-MATCH-IDX
           IF WS-HIT-COUNT < 20000
               ADD 1 TO WS-HIT-COUNT
               MOVE WS-HIT-COUNT TO WS-HIT-MATCH-IDX
               MOVE WS-RAW-ID TO WS-HIT-ID(WS-HIT-COUNT)
               MOVE WS-RAW-RULE TO WS-HIT-RULE(WS-HIT-COUNT)
               MOVE WS-RAW-MERCHANT TO WS-HIT-MERCHANT(WS-HIT-COUNT)
               MOVE WS-RAW-TXN-DATE(1:10)
                   TO WS-HIT-TXN-DATE(WS-HIT-COUNT)
               MOVE WS-RAW-FIRST-SEEN
                   TO WS-HIT-FIRST-SEEN(WS-HIT-COUNT)
               MOVE SPACES TO WS-HIT-DISPOSITION(WS-HIT-COUNT)
               MOVE SPACES TO WS-HIT-DISP-DATE(WS-HIT-COUNT)
           ELSE
               ADD 1 TO WS-HIT-DROPPED
           END-IF.

       REWRITE-HIT-LOG.
           OPEN OUTPUT HIT-LOG-FILE
           MOVE "TRANSACTION_ID,RULE,MERCHANT,TXN_DATE,FIRST_SEEN"
               TO HIT-LOG-LINE
           WRITE HIT-LOG-LINE
           IF WS-HIT-COUNT > 0
               PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-HIT-COUNT
                   MOVE SPACES TO HIT-LOG-LINE
                   STRING
                       WS-HIT-ID(WS-HIT-IDX) DELIMITED BY SIZE ","
                       WS-HIT-RULE(WS-HIT-IDX) DELIMITED BY SIZE ","
                       WS-HIT-MERCHANT(WS-HIT-IDX)
                           DELIMITED BY SIZE ","
                       WS-HIT-TXN-DATE(WS-HIT-IDX)
                           DELIMITED BY SIZE ","
                       WS-HIT-FIRST-SEEN(WS-HIT-IDX)
                           DELIMITED BY SIZE
                       INTO HIT-LOG-LINE
                   WRITE HIT-LOG-LINE
               END-PERFORM
           END-IF
           CLOSE HIT-LOG-FILE.

       LOAD-DISPOSITIONS.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT DISPOSITION-FILE
           IF WS-DISPOSITION-STATUS NOT = "00"
               DISPLAY "FRAUDEFF WARNING - DISPOSITION FILE NOT "
                   "AVAILABLE " WS-DISPOSITION-STATUS
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DISPOSITION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM APPLY-DISPOSITION-ROW
                   END-READ
               END-PERFORM
               CLOSE DISPOSITION-FILE
           END-IF.

       APPLY-DISPOSITION-ROW.
           IF WS-HEADER-FLAG = 'Y'
               MOVE 'N' TO WS-HEADER-FLAG
           ELSE
               MOVE SPACES TO WS-RAW-ID
               MOVE SPACES TO WS-RAW-DISPOSITION
               MOVE SPACES TO WS-RAW-ANALYST
               MOVE SPACES TO WS-RAW-DATE
               UNSTRING DISPOSITION-LINE DELIMITED BY ","
                   INTO WS-RAW-ID,
                        WS-RAW-DISPOSITION,
                        WS-RAW-ANALYST,
                        WS-RAW-DATE
               IF WS-RAW-ID NOT = SPACES AND WS-HIT-COUNT > 0
                   PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                       UNTIL WS-HIT-IDX > WS-HIT-COUNT
                       IF WS-HIT-ID(WS-HIT-IDX) = WS-RAW-ID
                           MOVE WS-RAW-DISPOSITION
                               TO WS-HIT-DISPOSITION(WS-HIT-IDX)
                           MOVE WS-RAW-DATE
                               TO WS-HIT-DISP-DATE(WS-HIT-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       TALLY-REPORT-MONTH.
           IF WS-HIT-COUNT > 0
               PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-HIT-COUNT
                   IF WS-HIT-TXN-DATE(WS-HIT-IDX)(1:7)
                       = WS-REPORT-MONTH
                       PERFORM TALLY-ONE-HIT
                   END-IF
               END-PERFORM
           END-IF.

       TALLY-ONE-HIT.
           PERFORM FIND-RULE
           IF WS-RULE-MATCH-IDX > 0
               PERFORM FIND-MERCHANT
               ADD 1 TO WS-RULE-HITS(WS-RULE-MATCH-IDX)
               ADD 1 TO WS-TOTAL-HITS
               IF WS-MER-MATCH-IDX > 0
                   ADD 1 TO WS-MER-HITS(WS-MER-MATCH-IDX)
               END-IF
               EVALUATE WS-HIT-DISPOSITION(WS-HIT-IDX)
                   WHEN "CONFIRMED"
                       ADD 1 TO WS-RULE-CONFIRMED(WS-RULE-MATCH-IDX)
                       ADD 1 TO WS-TOTAL-CONFIRMED
                       IF WS-MER-MATCH-IDX > 0
                           ADD 1 TO WS-MER-CONFIRMED(WS-MER-MATCH-IDX)
                       END-IF
                       PERFORM TALLY-DAYS-TO-DISPOSITION
                   WHEN "CLEARED"
                       ADD 1 TO WS-RULE-CLEARED(WS-RULE-MATCH-IDX)
                       ADD 1 TO WS-TOTAL-CLEARED
                       IF WS-MER-MATCH-IDX > 0
                           ADD 1 TO WS-MER-CLEARED(WS-MER-MATCH-IDX)
                       END-IF
                       PERFORM TALLY-DAYS-TO-DISPOSITION
                   WHEN OTHER
                       ADD 1 TO WS-RULE-PENDING(WS-RULE-MATCH-IDX)
                       ADD 1 TO WS-TOTAL-PENDING
               END-EVALUATE
           END-IF.

       FIND-RULE.
           MOVE 0 TO WS-RULE-MATCH-IDX
           IF WS-RULE-COUNT > 0
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   IF WS-RULE-NAME(WS-RULE-IDX)
                       = WS-HIT-RULE(WS-HIT-IDX)
                       MOVE WS-RULE-IDX TO WS-RULE-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RULE-MATCH-IDX = 0
               IF WS-RULE-COUNT < 10
                   ADD 1 TO WS-RULE-COUNT
                   MOVE WS-RULE-COUNT TO WS-RULE-MATCH-IDX
                   INITIALIZE WS-RULE-ENTRY(WS-RULE-COUNT)
                   MOVE WS-HIT-RULE(WS-HIT-IDX)
                       TO WS-RULE-NAME(WS-RULE-COUNT)
               ELSE
                   ADD 1 TO WS-RULE-DROPPED
               END-IF
           END-IF.

       FIND-MERCHANT.
           MOVE 0 TO WS-MER-MATCH-IDX
           IF WS-MER-COUNT > 0
               PERFORM VARYING WS-MER-IDX FROM 1 BY 1
                   UNTIL WS-MER-IDX > WS-MER-COUNT
                   IF WS-MER-RULE-IDX(WS-MER-IDX) = WS-RULE-MATCH-IDX
                       AND WS-MER-NAME(WS-MER-IDX)
                           = WS-HIT-MERCHANT(WS-HIT-IDX)
                       MOVE WS-MER-IDX TO WS-MER-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MER-MATCH-IDX = 0
               IF WS-MER-COUNT < 2000
                   ADD 1 TO WS-MER-COUNT
                   MOVE WS-MER-COUNT TO WS-MER-MATCH-IDX
                   MOVE WS-RULE-MATCH-IDX
                       TO WS-MER-RULE-IDX(WS-MER-COUNT)
                   MOVE WS-HIT-MERCHANT(WS-HIT-IDX)
                       TO WS-MER-NAME(WS-MER-COUNT)
                   MOVE 0 TO WS-MER-HITS(WS-MER-COUNT)
                   MOVE 0 TO WS-MER-CONFIRMED(WS-MER-COUNT)
                   MOVE 0 TO WS-MER-CLEARED(WS-MER-COUNT)
                   MOVE 'N' TO WS-MER-LISTED(WS-MER-COUNT)
               ELSE
                   ADD 1 TO WS-MER-DROPPED
               END-IF
           END-IF.

       TALLY-DAYS-TO-DISPOSITION.
           IF WS-HIT-TXN-DATE(WS-HIT-IDX)(1:4) IS NUMERIC
               AND WS-HIT-TXN-DATE(WS-HIT-IDX)(6:2) IS NUMERIC
               AND WS-HIT-TXN-DATE(WS-HIT-IDX)(9:2) IS NUMERIC
               AND WS-HIT-DISP-DATE(WS-HIT-IDX) IS NUMERIC
               MOVE SPACES TO WS-RAW-DATE
               STRING WS-HIT-TXN-DATE(WS-HIT-IDX)(1:4)
                       DELIMITED BY SIZE
                   WS-HIT-TXN-DATE(WS-HIT-IDX)(6:2) DELIMITED BY SIZE
                   WS-HIT-TXN-DATE(WS-HIT-IDX)(9:2) DELIMITED BY SIZE
                   INTO WS-RAW-DATE
               MOVE WS-RAW-DATE TO WS-TXN-DATE-NUM
               MOVE WS-HIT-DISP-DATE(WS-HIT-IDX) TO WS-DISP-DATE-NUM
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-DISP-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-TXN-DATE-NUM)
               IF WS-DAYS < 0
                   MOVE 0 TO WS-DAYS
               END-IF
               IF WS-DAYS > 365
                   MOVE 365 TO WS-DAYS
               END-IF
               COMPUTE WS-DAY-SLOT = WS-DAYS + 1
               ADD 1 TO WS-RULE-DAY-COUNT(WS-RULE-MATCH-IDX,
                   WS-DAY-SLOT)
               ADD 1 TO WS-RULE-TIMED(WS-RULE-MATCH-IDX)
           END-IF.

       COMPUTE-RULE-RATES.
           IF WS-RULE-COUNT > 0
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   COMPUTE WS-DECIDED =
                       WS-RULE-CONFIRMED(WS-RULE-IDX)
                       + WS-RULE-CLEARED(WS-RULE-IDX)
                   IF WS-DECIDED > 0
                       COMPUTE WS-RULE-PRECISION(WS-RULE-IDX) ROUNDED =
                           WS-RULE-CONFIRMED(WS-RULE-IDX) * 100
                           / WS-DECIDED
                   ELSE
                       MOVE 0 TO WS-RULE-PRECISION(WS-RULE-IDX)
                   END-IF
                   PERFORM COMPUTE-RULE-MEDIAN
               END-PERFORM
           END-IF.

       COMPUTE-RULE-MEDIAN.
           MOVE 0 TO WS-RULE-MEDIAN(WS-RULE-IDX)
           IF WS-RULE-TIMED(WS-RULE-IDX) > 0
               COMPUTE WS-MEDIAN-POS-LO =
                   (WS-RULE-TIMED(WS-RULE-IDX) + 1) / 2
               COMPUTE WS-MEDIAN-POS-HI =
                   (WS-RULE-TIMED(WS-RULE-IDX) + 2) / 2
               MOVE 0 TO WS-RUNNING-COUNT
               MOVE 0 TO WS-MEDIAN-DAY-LO
               MOVE 0 TO WS-MEDIAN-DAY-HI
               PERFORM VARYING WS-DAY-SLOT FROM 1 BY 1
                   UNTIL WS-DAY-SLOT > 366
                   OR WS-RUNNING-COUNT >= WS-MEDIAN-POS-HI
                   ADD WS-RULE-DAY-COUNT(WS-RULE-IDX, WS-DAY-SLOT)
                       TO WS-RUNNING-COUNT
                   IF WS-RUNNING-COUNT >= WS-MEDIAN-POS-LO
                       AND WS-MEDIAN-DAY-LO = 0
                       COMPUTE WS-MEDIAN-DAY-LO = WS-DAY-SLOT
                   END-IF
                   IF WS-RUNNING-COUNT >= WS-MEDIAN-POS-HI
                       COMPUTE WS-MEDIAN-DAY-HI = WS-DAY-SLOT
                   END-IF
               END-PERFORM
               COMPUTE WS-RULE-MEDIAN(WS-RULE-IDX) ROUNDED =
                   (WS-MEDIAN-DAY-LO + WS-MEDIAN-DAY-HI - 2) / 2
           END-IF.

       PRINT-RULE-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "RULE EFFECTIVENESS FOR TRANSACTIONS IN "
                   DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "  RULE" TO WS-PRINT-LINE
           MOVE "HITS" TO WS-PRINT-LINE(27:4)
           MOVE "CONFIRMED" TO WS-PRINT-LINE(33:9)
           MOVE "CLEARED" TO WS-PRINT-LINE(44:7)
           MOVE "PENDING" TO WS-PRINT-LINE(53:7)
           MOVE "PREC%" TO WS-PRINT-LINE(62:5)
           MOVE "MED DAYS" TO WS-PRINT-LINE(69:8)
           PERFORM WRITE-REPORT-LINE
           IF WS-RULE-COUNT = 0
               MOVE "  (NO RULE HITS FOR THE MONTH)" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   PERFORM PRINT-RULE-LINE
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-HITS TO WS-COUNT-EDIT
           MOVE WS-TOTAL-CONFIRMED TO WS-CONF-EDIT
           MOVE WS-TOTAL-CLEARED TO WS-CLR-EDIT
           MOVE WS-TOTAL-PENDING TO WS-PEND-EDIT
           COMPUTE WS-DECIDED = WS-TOTAL-CONFIRMED + WS-TOTAL-CLEARED
           IF WS-DECIDED > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-TOTAL-CONFIRMED * 100 / WS-DECIDED
           ELSE
               MOVE 0 TO WS-PCT
           END-IF
           MOVE WS-PCT TO WS-PCT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING
               "  ALL RULES           " DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-CONF-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CLR-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PEND-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "  PREC% = CONFIRMED / (CONFIRMED + CLEARED). PENDING"
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "  INCLUDES ESCALATED AND HITS WITH NO CASE RECORD."
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-RULE-LINE.
           MOVE WS-RULE-HITS(WS-RULE-IDX) TO WS-COUNT-EDIT
           MOVE WS-RULE-CONFIRMED(WS-RULE-IDX) TO WS-CONF-EDIT
           MOVE WS-RULE-CLEARED(WS-RULE-IDX) TO WS-CLR-EDIT
           MOVE WS-RULE-PENDING(WS-RULE-IDX) TO WS-PEND-EDIT
           MOVE WS-RULE-PRECISION(WS-RULE-IDX) TO WS-PCT-EDIT
           MOVE WS-RULE-MEDIAN(WS-RULE-IDX) TO WS-MEDIAN-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING
               "  " DELIMITED BY SIZE
               WS-RULE-NAME(WS-RULE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-CONF-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CLR-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PEND-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-MEDIAN-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           IF WS-RULE-TIMED(WS-RULE-IDX) = 0
               MOVE "  N/A" TO WS-PRINT-LINE(72:5)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       PRINT-MERCHANT-SECTION.
           IF WS-RULE-COUNT > 0
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   PERFORM PRINT-RULE-MERCHANTS
               END-PERFORM
           END-IF.

       PRINT-RULE-MERCHANTS.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TOP MERCHANTS - " DELIMITED BY SIZE
               WS-RULE-NAME(WS-RULE-IDX) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "  MERCHANT" TO WS-PRINT-LINE
           MOVE "HITS" TO WS-PRINT-LINE(32:4)
           MOVE "CONFIRMED" TO WS-PRINT-LINE(38:9)
           MOVE "CLEARED" TO WS-PRINT-LINE(49:7)
           MOVE "PREC%" TO WS-PRINT-LINE(58:5)
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-TOP-LISTED
           MOVE 1 TO WS-BEST-IDX
           PERFORM UNTIL WS-TOP-LISTED >= WS-TOP-MERCHANTS
               OR WS-BEST-IDX = 0
               PERFORM FIND-BEST-MERCHANT
               IF WS-BEST-IDX > 0
                   MOVE 'Y' TO WS-MER-LISTED(WS-BEST-IDX)
                   ADD 1 TO WS-TOP-LISTED
                   PERFORM PRINT-MERCHANT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       FIND-BEST-MERCHANT.
           MOVE 0 TO WS-BEST-IDX
           MOVE 0 TO WS-BEST-HITS
           IF WS-MER-COUNT > 0
               PERFORM VARYING WS-MER-IDX FROM 1 BY 1
                   UNTIL WS-MER-IDX > WS-MER-COUNT
                   IF WS-MER-RULE-IDX(WS-MER-IDX) = WS-RULE-IDX
                       AND WS-MER-LISTED(WS-MER-IDX) = 'N'
                       AND WS-MER-HITS(WS-MER-IDX) > WS-BEST-HITS
                       MOVE WS-MER-IDX TO WS-BEST-IDX
                       MOVE WS-MER-HITS(WS-MER-IDX) TO WS-BEST-HITS
                   END-IF
               END-PERFORM
           END-IF.

       PRINT-MERCHANT-LINE.
           MOVE WS-MER-HITS(WS-BEST-IDX) TO WS-COUNT-EDIT
           MOVE WS-MER-CONFIRMED(WS-BEST-IDX) TO WS-CONF-EDIT
           MOVE WS-MER-CLEARED(WS-BEST-IDX) TO WS-CLR-EDIT
           COMPUTE WS-DECIDED = WS-MER-CONFIRMED(WS-BEST-IDX)
               + WS-MER-CLEARED(WS-BEST-IDX)
           IF WS-DECIDED > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-MER-CONFIRMED(WS-BEST-IDX) * 100 / WS-DECIDED
           ELSE
               MOVE 0 TO WS-PCT
           END-IF
           MOVE WS-PCT TO WS-PCT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING
               "  " DELIMITED BY SIZE
               WS-MER-NAME(WS-BEST-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-CONF-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CLR-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-CSV-FILE.
           OPEN OUTPUT CSV-FILE
           MOVE SPACES TO CSV-LINE
           STRING
               "REPORT_MONTH,RULE,HITS,CONFIRMED,CLEARED,PENDING,"
                   DELIMITED BY SIZE
               "PRECISION_PCT,MEDIAN_DAYS_TO_DISPOSITION"
                   DELIMITED BY SIZE
               INTO CSV-LINE
           WRITE CSV-LINE
           IF WS-RULE-COUNT > 0
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   MOVE WS-RULE-PRECISION(WS-RULE-IDX) TO WS-CSV-PCT
                   MOVE WS-RULE-MEDIAN(WS-RULE-IDX) TO WS-CSV-MEDIAN
                   MOVE SPACES TO CSV-LINE
                   STRING
                       WS-REPORT-MONTH DELIMITED BY SIZE ","
                       WS-RULE-NAME(WS-RULE-IDX) DELIMITED BY SPACE
                       "," DELIMITED BY SIZE
                       WS-RULE-HITS(WS-RULE-IDX) DELIMITED BY SIZE ","
                       WS-RULE-CONFIRMED(WS-RULE-IDX)
                           DELIMITED BY SIZE ","
                       WS-RULE-CLEARED(WS-RULE-IDX)
                           DELIMITED BY SIZE ","
                       WS-RULE-PENDING(WS-RULE-IDX)
                           DELIMITED BY SIZE ","
                       WS-CSV-PCT DELIMITED BY SIZE ","
                       WS-CSV-MEDIAN DELIMITED BY SIZE
                       INTO CSV-LINE
                   WRITE CSV-LINE
               END-PERFORM
           END-IF
           MOVE "TOP MERCHANTS" TO CSV-LINE
           WRITE CSV-LINE
           MOVE "REPORT_MONTH,RULE,MERCHANT,HITS,CONFIRMED,CLEARED"
               TO CSV-LINE
           WRITE CSV-LINE
           IF WS-RULE-COUNT > 0
               PERFORM VARYING WS-MER-IDX FROM 1 BY 1
                   UNTIL WS-MER-IDX > WS-MER-COUNT
                   IF WS-MER-LISTED(WS-MER-IDX) = 'Y'
                       PERFORM WRITE-CSV-MERCHANT
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CSV-FILE.

       WRITE-CSV-MERCHANT.
           MOVE SPACES TO CSV-LINE
           STRING
               WS-REPORT-MONTH DELIMITED BY SIZE ","
               WS-RULE-NAME(WS-MER-RULE-IDX(WS-MER-IDX))
                   DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-MER-NAME(WS-MER-IDX) DELIMITED BY SIZE ","
               WS-MER-HITS(WS-MER-IDX) DELIMITED BY SIZE ","
               WS-MER-CONFIRMED(WS-MER-IDX) DELIMITED BY SIZE ","
               WS-MER-CLEARED(WS-MER-IDX) DELIMITED BY SIZE
               INTO CSV-LINE
           WRITE CSV-LINE.

       PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-PAGE-EDIT
           MOVE SPACES TO WS-HEADER-LINE
           STRING
               "FINTECH CREDIT SUITE - FRAUD RULE EFFECTIVENESS"
                   DELIMITED BY SIZE
               "  RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  PAGE " DELIMITED BY SIZE
               WS-PAGE-EDIT DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           MOVE ALL "-" TO WS-HEADER-LINE
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           MOVE SPACES TO WS-HEADER-LINE
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           MOVE 3 TO WS-LINE-COUNT.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           WRITE REPORT-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

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
               DISPLAY "FRAUDEFF - BUSINESS DATE CONTROL "
                   "NOT AVAILABLE " WS-BD-STATUS " - RUN DATEROLL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
