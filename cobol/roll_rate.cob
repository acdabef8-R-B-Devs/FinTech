       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLLRATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-FILE ASSIGN TO 'credit_score.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO 'account_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-AM-STATUS.
           SELECT PARAM-FILE ASSIGN TO 'score_compare_params.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'roll_rate_report.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CSV-FILE ASSIGN TO 'roll_rate_report.csv'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'roll_rate_sortwork.tmp'.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCORE-FILE.
       01 SCORE-LINE               PIC X(200).

       FD ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           05 AM-ACCOUNT-ID        PIC X(36).
           05 AM-MONTH             PIC X(7).
           05 AM-SCORE             PIC 9(5).
           05 AM-STATUS            PIC X(15).

       FD PARAM-FILE.
       01 PARAM-LINE               PIC X(50).

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(80).

       FD CSV-FILE.
       01 CSV-LINE                 PIC X(100).

       SD SORT-WORK-FILE.
       01 SORT-REC.
           05 SORT-ACCOUNT-ID      PIC X(36).
           05 SORT-MONTH           PIC X(7).
           05 SORT-SOURCE          PIC X.
           05 SORT-SCORE           PIC 9(5).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SCORE-STATUS          PIC XX VALUE SPACES.
       01 WS-AM-STATUS             PIC XX VALUE SPACES.
       01 WS-EOF                   PIC X  VALUE 'N'.
       01 WS-ACCOUNT-EOF           PIC X  VALUE 'N'.
       01 WS-SORT-OUT-EOF          PIC X  VALUE 'N'.
       01 WS-HEADER-FLAG           PIC X  VALUE 'Y'.
       01 WS-MASTER-OPENED         PIC X  VALUE 'N'.
       01 WS-RUN-DATE              PIC X(8) VALUE SPACES.
       01 WS-PRIOR-BUSINESS-DATE   PIC X(8) VALUE SPACES.
       01 WS-BD-STATUS             PIC XX VALUE SPACES.

       01 WS-PARAM-STATUS          PIC XX    VALUE SPACES.
       01 WS-PARAM-EOF             PIC X     VALUE 'N'.
       01 WS-PARAM-KEY             PIC X(30) VALUE SPACES.
       01 WS-PARAM-RAW-VALUE       PIC X(10) VALUE SPACES.
       01 WS-ACCT-POOR-MAX         PIC 9(5) VALUE 579.
       01 WS-ACCT-FAIR-MAX         PIC 9(5) VALUE 669.
       01 WS-ACCT-GOOD-MAX         PIC 9(5) VALUE 739.

       01 WS-RAW-ACCOUNT           PIC X(36) VALUE SPACES.
       01 WS-RAW-MONTH             PIC X(10) VALUE SPACES.
       01 WS-RAW-SCORE             PIC X(12) VALUE SPACES.

       01 WS-BAND-NAME-VALUES      PIC X(40)
           VALUE "POOR      FAIR      GOOD      EXCELLENT ".
       01 WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAME-VALUES.
           05 WS-BAND-NAME OCCURS 4 TIMES PIC X(10).
       01 WS-BAND-SCORE            PIC 9(5) VALUE 0.
       01 WS-BAND-RANK             PIC 9 VALUE 0.

       01 WS-ROWS-READ             PIC 9(7) VALUE 0.
       01 WS-ROWS-REJECTED         PIC 9(7) VALUE 0.
       01 WS-MASTER-ROWS           PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-REPORTED     PIC 9(7) VALUE 0.
       01 WS-NOT-ON-MASTER         PIC 9(7) VALUE 0.
       01 WS-GAP-COUNT             PIC 9(7) VALUE 0.

       01 WS-CUR-ACCOUNT           PIC X(36) VALUE SPACES.
       01 WS-CUR-ON-MASTER         PIC X VALUE 'N'.
       01 WS-OBS-COUNT             PIC 9(3) VALUE 0.
       01 WS-OBS-DROPPED           PIC 9(7) VALUE 0.
       01 WS-OBS-TABLE.
           05 WS-OBS-ENTRY OCCURS 240 TIMES
                                 INDEXED BY WS-OBS-IDX.
               10 WS-OBS-MONTH         PIC X(7).
               10 WS-OBS-BAND          PIC 9.
       01 WS-PREV-OBS              PIC 9(3) VALUE 0.

       01 WS-MONTH-WORK            PIC X(7) VALUE SPACES.
       01 WS-MONTH-YEAR            PIC 9(4) VALUE 0.
       01 WS-MONTH-NUM             PIC 9(2) VALUE 0.
       01 WS-NEXT-MONTH            PIC X(7) VALUE SPACES.

       01 WS-PAIR-COUNT            PIC 9(3) VALUE 0.
       01 WS-PAIR-DROPPED          PIC 9(7) VALUE 0.
       01 WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 120 TIMES
                                 INDEXED BY WS-PAIR-IDX.
               10 WS-PAIR-FROM         PIC X(7).
               10 WS-PAIR-TO           PIC X(7).
               10 WS-PAIR-LISTED       PIC X.
               10 WS-PAIR-MATRIX.
                   15 WS-PAIR-ROW OCCURS 4 TIMES.
                       20 WS-PAIR-CELL OCCURS 4 TIMES
                                 PIC 9(7).
       01 WS-PAIR-MATCH-IDX        PIC 9(3) VALUE 0.

       01 WS-ALL-MATRIX.
           05 WS-ALL-ROW OCCURS 4 TIMES.
               10 WS-ALL-CELL OCCURS 4 TIMES PIC 9(7).
       01 WS-WORK-MATRIX.
           05 WS-WORK-ROW OCCURS 4 TIMES.
               10 WS-WORK-CELL OCCURS 4 TIMES PIC 9(7).
       01 WS-FROM-BAND             PIC 9 VALUE 0.
       01 WS-TO-BAND               PIC 9 VALUE 0.
       01 WS-ROW-TOTAL             PIC 9(7) VALUE 0.
       01 WS-COL-TOTAL             PIC 9(7) VALUE 0.
       01 WS-GRAND-TOTAL           PIC 9(7) VALUE 0.
       01 WS-CURED                 PIC 9(7) VALUE 0.
       01 WS-WORSENED              PIC 9(7) VALUE 0.
       01 WS-IMPROVED              PIC 9(7) VALUE 0.
       01 WS-RATE-COUNT            PIC 9(7) VALUE 0.
       01 WS-RATE-BASE             PIC 9(7) VALUE 0.
       01 WS-CELL-VALUE            PIC 9(7) VALUE 0.
       01 WS-MATRIX-TITLE          PIC X(40) VALUE SPACES.
       01 WS-CSV-FROM-MONTH        PIC X(7) VALUE SPACES.
       01 WS-CSV-TO-MONTH          PIC X(7) VALUE SPACES.
       01 WS-CSV-TYPE              PIC X(16) VALUE SPACES.
       01 WS-CSV-FROM-BAND         PIC X(10) VALUE SPACES.
       01 WS-CSV-TO-BAND           PIC X(10) VALUE SPACES.

       01 WS-VIN-COUNT             PIC 9(3) VALUE 0.
       01 WS-VIN-DROPPED           PIC 9(7) VALUE 0.
       01 WS-VIN-TABLE.
           05 WS-VIN-ENTRY OCCURS 120 TIMES
                                 INDEXED BY WS-VIN-IDX.
               10 WS-VIN-MONTH         PIC X(7).
               10 WS-VIN-LISTED        PIC X.
               10 WS-VIN-ACCOUNTS      PIC 9(7).
               10 WS-VIN-LATEST OCCURS 4 TIMES
                                 PIC 9(7).
               10 WS-VIN-MOVES         PIC 9(7).
               10 WS-VIN-WORSE         PIC 9(7).
               10 WS-VIN-POOR-FROM     PIC 9(7).
               10 WS-VIN-CURED         PIC 9(7).
       01 WS-VIN-MATCH-IDX         PIC 9(3) VALUE 0.

       01 WS-BEST-IDX              PIC 9(3) VALUE 0.
       01 WS-BEST-MONTH            PIC X(7) VALUE SPACES.

       01 WS-PAGE-NUM              PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT            PIC 9(3) VALUE 99.
       01 WS-PAGE-SIZE             PIC 9(3) VALUE 55.
       01 WS-PRINT-LINE            PIC X(80) VALUE SPACES.
       01 WS-HEADER-LINE           PIC X(80) VALUE SPACES.
       01 WS-PRINT-POS             PIC 9(3) VALUE 0.

       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-BASE-EDIT             PIC ZZZ,ZZ9.
       01 WS-PCT                   PIC 9(3)V9 VALUE 0.
       01 WS-PCT-EDIT              PIC ZZ9.9.
       01 WS-PAGE-EDIT             PIC ZZ9.
       01 WS-CSV-PCT               PIC 9(3).9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-PARAMETERS

           OPEN INPUT SCORE-FILE
           IF WS-SCORE-STATUS NOT = "00"
               DISPLAY "ROLLRATE - SCORE FILE NOT AVAILABLE "
                   WS-SCORE-STATUS " - NO REPORT PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-AM-STATUS = "00"
               MOVE 'Y' TO WS-MASTER-OPENED
           ELSE
               DISPLAY "ROLLRATE WARNING - ACCOUNT MASTER NOT "
                   "AVAILABLE " WS-AM-STATUS
                   " - ALL SCORED ACCOUNTS REPORTED"
           END-IF

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-ACCOUNT-ID
                                SORT-MONTH
                                SORT-SOURCE
               INPUT PROCEDURE IS LOAD-SORT-RECORDS
               OUTPUT PROCEDURE IS UNLOAD-SORT-RECORDS

           CLOSE SCORE-FILE
           IF WS-MASTER-OPENED = 'Y'
               CLOSE ACCOUNT-MASTER
           END-IF

           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT CSV-FILE
           MOVE SPACES TO CSV-LINE
           STRING
               "TYPE,FROM_MONTH,TO_MONTH,FROM_BAND,TO_BAND,"
                   DELIMITED BY SIZE
               "ACCOUNTS,BASE,PCT" DELIMITED BY SIZE
               INTO CSV-LINE
           WRITE CSV-LINE
           PERFORM PRINT-MONTH-PAIRS
           PERFORM PRINT-ALL-PAIRS
           PERFORM PRINT-VINTAGES
           PERFORM PRINT-RUN-TOTALS
           CLOSE REPORT-FILE
           CLOSE CSV-FILE

           DISPLAY "ROLLRATE ACCOUNTS: " WS-ACCOUNTS-REPORTED
               " MONTH PAIRS: " WS-PAIR-COUNT
               " VINTAGES: " WS-VIN-COUNT
               " NOT ON MASTER: " WS-NOT-ON-MASTER
               " REJECTED ROWS: " WS-ROWS-REJECTED
           IF WS-PAIR-DROPPED > 0 OR WS-VIN-DROPPED > 0
               OR WS-OBS-DROPPED > 0
               DISPLAY "ROLLRATE WARNING - MONTH PAIRS NOT TRACKED: "
                   WS-PAIR-DROPPED " VINTAGES NOT TRACKED: "
                   WS-VIN-DROPPED " MONTHS NOT TRACKED: "
                   WS-OBS-DROPPED
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

       LOAD-SORT-RECORDS.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           PERFORM UNTIL WS-EOF = 'Y'
               READ SCORE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM RELEASE-SCORE-ROW
               END-READ
           END-PERFORM

           IF WS-MASTER-OPENED = 'Y'
               MOVE LOW-VALUES TO AM-ACCOUNT-ID
               START ACCOUNT-MASTER KEY NOT < AM-ACCOUNT-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-ACCOUNT-EOF
               END-START
               PERFORM UNTIL WS-ACCOUNT-EOF = 'Y'
                   READ ACCOUNT-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ACCOUNT-EOF
                       NOT AT END
                           PERFORM RELEASE-MASTER-ROW
                   END-READ
               END-PERFORM
           END-IF.

       RELEASE-SCORE-ROW.
           IF WS-HEADER-FLAG = 'Y'
               MOVE 'N' TO WS-HEADER-FLAG
           ELSE
               ADD 1 TO WS-ROWS-READ
               MOVE SPACES TO WS-RAW-ACCOUNT
               MOVE SPACES TO WS-RAW-MONTH
               MOVE SPACES TO WS-RAW-SCORE
               UNSTRING SCORE-LINE DELIMITED BY ","
                   INTO WS-RAW-ACCOUNT,
                        WS-RAW-MONTH,
                        WS-RAW-SCORE
               IF WS-RAW-ACCOUNT = SPACES
                   OR WS-RAW-MONTH(1:4) NOT NUMERIC
                   OR WS-RAW-MONTH(5:1) NOT = "-"
                   OR WS-RAW-MONTH(6:2) NOT NUMERIC
                   OR WS-RAW-SCORE = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-RAW-SCORE) NOT = 0
                   ADD 1 TO WS-ROWS-REJECTED
               ELSE
                   MOVE SPACES TO SORT-REC
                   MOVE WS-RAW-ACCOUNT TO SORT-ACCOUNT-ID
                   MOVE WS-RAW-MONTH(1:7) TO SORT-MONTH
                   MOVE "1" TO SORT-SOURCE
                   MOVE FUNCTION NUMVAL(WS-RAW-SCORE) TO SORT-SCORE
                   RELEASE SORT-REC
               END-IF
           END-IF.

       RELEASE-MASTER-ROW.
           ADD 1 TO WS-MASTER-ROWS
           MOVE SPACES TO SORT-REC
           MOVE AM-ACCOUNT-ID TO SORT-ACCOUNT-ID
           MOVE AM-MONTH TO SORT-MONTH
           MOVE "2" TO SORT-SOURCE
           MOVE AM-SCORE TO SORT-SCORE
           RELEASE SORT-REC.

       UNLOAD-SORT-RECORDS.
           MOVE SPACES TO WS-CUR-ACCOUNT
           MOVE 0 TO WS-OBS-COUNT
           MOVE 'N' TO WS-CUR-ON-MASTER
           PERFORM UNTIL WS-SORT-OUT-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-OUT-EOF
                   NOT AT END
                       PERFORM TAKE-SORTED-ROW
               END-RETURN
           END-PERFORM
           IF WS-CUR-ACCOUNT NOT = SPACES
               PERFORM FINISH-ACCOUNT
           END-IF.

       TAKE-SORTED-ROW.
           IF SORT-ACCOUNT-ID NOT = WS-CUR-ACCOUNT
               IF WS-CUR-ACCOUNT NOT = SPACES
                   PERFORM FINISH-ACCOUNT
               END-IF
               MOVE SORT-ACCOUNT-ID TO WS-CUR-ACCOUNT
               MOVE 0 TO WS-OBS-COUNT
               MOVE 'N' TO WS-CUR-ON-MASTER
           END-IF
           IF SORT-SOURCE = "2"
               MOVE 'Y' TO WS-CUR-ON-MASTER
           END-IF
           IF SORT-MONTH(1:4) IS NUMERIC
               AND SORT-MONTH(6:2) IS NUMERIC
               IF WS-OBS-COUNT > 0
                   AND WS-OBS-MONTH(WS-OBS-COUNT) = SORT-MONTH
                   CONTINUE
               ELSE
                   IF WS-OBS-COUNT < 240
                       ADD 1 TO WS-OBS-COUNT
                       MOVE SORT-MONTH TO WS-OBS-MONTH(WS-OBS-COUNT)
                       MOVE SORT-SCORE TO WS-BAND-SCORE
                       PERFORM BAND-ACCOUNT-SCORE
                       MOVE WS-BAND-RANK TO WS-OBS-BAND(WS-OBS-COUNT)
                   ELSE
                       ADD 1 TO WS-OBS-DROPPED
                   END-IF
               END-IF
           END-IF.

       BAND-ACCOUNT-SCORE.
           EVALUATE TRUE
               WHEN WS-BAND-SCORE <= WS-ACCT-POOR-MAX
                   MOVE 1 TO WS-BAND-RANK
               WHEN WS-BAND-SCORE <= WS-ACCT-FAIR-MAX
                   MOVE 2 TO WS-BAND-RANK
               WHEN WS-BAND-SCORE <= WS-ACCT-GOOD-MAX
                   MOVE 3 TO WS-BAND-RANK
               WHEN OTHER
                   MOVE 4 TO WS-BAND-RANK
           END-EVALUATE.

       FINISH-ACCOUNT.
           IF WS-MASTER-OPENED = 'Y' AND WS-CUR-ON-MASTER = 'N'
               ADD 1 TO WS-NOT-ON-MASTER
           ELSE
               IF WS-OBS-COUNT > 0
                   ADD 1 TO WS-ACCOUNTS-REPORTED
                   PERFORM FIND-VINTAGE
                   IF WS-VIN-MATCH-IDX > 0
                       ADD 1 TO WS-VIN-ACCOUNTS(WS-VIN-MATCH-IDX)
                       ADD 1 TO WS-VIN-LATEST(WS-VIN-MATCH-IDX,
                           WS-OBS-BAND(WS-OBS-COUNT))
                   END-IF
                   PERFORM VARYING WS-OBS-IDX FROM 2 BY 1
                       UNTIL WS-OBS-IDX > WS-OBS-COUNT
                       PERFORM TALLY-TRANSITION
                   END-PERFORM
               END-IF
           END-IF.

       FIND-VINTAGE.
           MOVE 0 TO WS-VIN-MATCH-IDX
           IF WS-VIN-COUNT > 0
               PERFORM VARYING WS-VIN-IDX FROM 1 BY 1
                   UNTIL WS-VIN-IDX > WS-VIN-COUNT
                   IF WS-VIN-MONTH(WS-VIN-IDX) = WS-OBS-MONTH(1)
                       MOVE WS-VIN-IDX TO WS-VIN-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-VIN-MATCH-IDX = 0
               IF WS-VIN-COUNT < 120
                   ADD 1 TO WS-VIN-COUNT
                   MOVE WS-VIN-COUNT TO WS-VIN-MATCH-IDX
                   INITIALIZE WS-VIN-ENTRY(WS-VIN-COUNT)
                   MOVE WS-OBS-MONTH(1) TO WS-VIN-MONTH(WS-VIN-COUNT)
                   MOVE 'N' TO WS-VIN-LISTED(WS-VIN-COUNT)
               ELSE
                   ADD 1 TO WS-VIN-DROPPED
               END-IF
           END-IF.

       TALLY-TRANSITION.
           COMPUTE WS-PREV-OBS = WS-OBS-IDX - 1
           MOVE WS-OBS-MONTH(WS-PREV-OBS) TO WS-MONTH-WORK
           PERFORM COMPUTE-NEXT-MONTH
           IF WS-OBS-MONTH(WS-OBS-IDX) NOT = WS-NEXT-MONTH
               ADD 1 TO WS-GAP-COUNT
           ELSE
               MOVE WS-OBS-BAND(WS-PREV-OBS) TO WS-FROM-BAND
               MOVE WS-OBS-BAND(WS-OBS-IDX) TO WS-TO-BAND
               PERFORM FIND-PAIR
               IF WS-PAIR-MATCH-IDX > 0
                   ADD 1 TO WS-PAIR-CELL(WS-PAIR-MATCH-IDX,
                       WS-FROM-BAND, WS-TO-BAND)
               END-IF
               IF WS-VIN-MATCH-IDX > 0
                   ADD 1 TO WS-VIN-MOVES(WS-VIN-MATCH-IDX)
                   IF WS-TO-BAND < WS-FROM-BAND
                       ADD 1 TO WS-VIN-WORSE(WS-VIN-MATCH-IDX)
                   END-IF
                   IF WS-FROM-BAND = 1
                       ADD 1 TO WS-VIN-POOR-FROM(WS-VIN-MATCH-IDX)
                       IF WS-TO-BAND > 1
                           ADD 1 TO WS-VIN-CURED(WS-VIN-MATCH-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       COMPUTE-NEXT-MONTH.
           MOVE WS-MONTH-WORK(1:4) TO WS-MONTH-YEAR
           MOVE WS-MONTH-WORK(6:2) TO WS-MONTH-NUM
           ADD 1 TO WS-MONTH-NUM
           IF WS-MONTH-NUM > 12
               MOVE 1 TO WS-MONTH-NUM
               ADD 1 TO WS-MONTH-YEAR
           END-IF
           MOVE SPACES TO WS-NEXT-MONTH
           STRING WS-MONTH-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-MONTH-NUM DELIMITED BY SIZE
               INTO WS-NEXT-MONTH.

       FIND-PAIR.
           MOVE 0 TO WS-PAIR-MATCH-IDX
           IF WS-PAIR-COUNT > 0
               PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                   IF WS-PAIR-FROM(WS-PAIR-IDX)
                       = WS-OBS-MONTH(WS-PREV-OBS)
                       MOVE WS-PAIR-IDX TO WS-PAIR-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PAIR-MATCH-IDX = 0
               IF WS-PAIR-COUNT < 120
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-PAIR-COUNT TO WS-PAIR-MATCH-IDX
                   INITIALIZE WS-PAIR-ENTRY(WS-PAIR-COUNT)
                   MOVE WS-OBS-MONTH(WS-PREV-OBS)
                       TO WS-PAIR-FROM(WS-PAIR-COUNT)
                   MOVE WS-NEXT-MONTH TO WS-PAIR-TO(WS-PAIR-COUNT)
                   MOVE 'N' TO WS-PAIR-LISTED(WS-PAIR-COUNT)
               ELSE
                   ADD 1 TO WS-PAIR-DROPPED
               END-IF
           END-IF.

       PRINT-MONTH-PAIRS.
           INITIALIZE WS-ALL-MATRIX
           IF WS-PAIR-COUNT = 0
               MOVE "NO CONSECUTIVE SCORED MONTHS TO COMPARE"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE 1 TO WS-BEST-IDX
           PERFORM UNTIL WS-BEST-IDX = 0
               PERFORM FIND-EARLIEST-PAIR
               IF WS-BEST-IDX > 0
                   MOVE 'Y' TO WS-PAIR-LISTED(WS-BEST-IDX)
                   MOVE WS-PAIR-MATRIX(WS-BEST-IDX) TO WS-WORK-MATRIX
                   PERFORM ADD-TO-ALL-MATRIX
                   MOVE SPACES TO WS-MATRIX-TITLE
                   STRING "ROLL RATES " DELIMITED BY SIZE
                       WS-PAIR-FROM(WS-BEST-IDX) DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WS-PAIR-TO(WS-BEST-IDX) DELIMITED BY SIZE
                       INTO WS-MATRIX-TITLE
                   MOVE WS-PAIR-FROM(WS-BEST-IDX) TO WS-CSV-FROM-MONTH
                   MOVE WS-PAIR-TO(WS-BEST-IDX) TO WS-CSV-TO-MONTH
                   PERFORM PRINT-MATRIX
               END-IF
           END-PERFORM.

       FIND-EARLIEST-PAIR.
           MOVE 0 TO WS-BEST-IDX
           MOVE HIGH-VALUES TO WS-BEST-MONTH
           IF WS-PAIR-COUNT > 0
               PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                   IF WS-PAIR-LISTED(WS-PAIR-IDX) = 'N'
                       AND WS-PAIR-FROM(WS-PAIR-IDX) < WS-BEST-MONTH
                       MOVE WS-PAIR-IDX TO WS-BEST-IDX
                       MOVE WS-PAIR-FROM(WS-PAIR-IDX) TO WS-BEST-MONTH
                   END-IF
               END-PERFORM
           END-IF.

       ADD-TO-ALL-MATRIX.
           PERFORM VARYING WS-FROM-BAND FROM 1 BY 1
               UNTIL WS-FROM-BAND > 4
               PERFORM VARYING WS-TO-BAND FROM 1 BY 1
                   UNTIL WS-TO-BAND > 4
                   ADD WS-WORK-CELL(WS-FROM-BAND, WS-TO-BAND)
                       TO WS-ALL-CELL(WS-FROM-BAND, WS-TO-BAND)
               END-PERFORM
           END-PERFORM.

       PRINT-ALL-PAIRS.
           IF WS-PAIR-COUNT > 1
               MOVE WS-ALL-MATRIX TO WS-WORK-MATRIX
               MOVE "ROLL RATES ALL MONTH PAIRS COMBINED"
                   TO WS-MATRIX-TITLE
               MOVE "ALL" TO WS-CSV-FROM-MONTH
               MOVE "ALL" TO WS-CSV-TO-MONTH
               PERFORM PRINT-MATRIX
           END-IF.

       PRINT-MATRIX.
           IF WS-LINE-COUNT + 12 > WS-PAGE-SIZE
               MOVE WS-PAGE-SIZE TO WS-LINE-COUNT
           END-IF
           MOVE WS-MATRIX-TITLE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "  FROM BAND" TO WS-PRINT-LINE
           PERFORM VARYING WS-TO-BAND FROM 1 BY 1
               UNTIL WS-TO-BAND > 4
               COMPUTE WS-PRINT-POS = 14 * WS-TO-BAND
               MOVE WS-BAND-NAME(WS-TO-BAND)
                   TO WS-PRINT-LINE(WS-PRINT-POS:10)
           END-PERFORM
           MOVE "TOTAL" TO WS-PRINT-LINE(73:5)
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO WS-GRAND-TOTAL
           MOVE 0 TO WS-WORSENED
           MOVE 0 TO WS-IMPROVED
           PERFORM VARYING WS-FROM-BAND FROM 1 BY 1
               UNTIL WS-FROM-BAND > 4
               PERFORM PRINT-MATRIX-ROW
           END-PERFORM
           PERFORM PRINT-MATRIX-TOTAL-ROW

           COMPUTE WS-CURED = WS-WORK-CELL(1, 2) + WS-WORK-CELL(1, 3)
               + WS-WORK-CELL(1, 4)
           COMPUTE WS-RATE-BASE = WS-CURED + WS-WORK-CELL(1, 1)
           MOVE WS-CURED TO WS-RATE-COUNT
           MOVE "CURE" TO WS-CSV-TYPE
           MOVE "POOR" TO WS-CSV-FROM-BAND
           MOVE "FAIR+" TO WS-CSV-TO-BAND
           PERFORM PRINT-RATE-LINE
           MOVE WS-WORSENED TO WS-RATE-COUNT
           MOVE WS-GRAND-TOTAL TO WS-RATE-BASE
           MOVE "DETERIORATION" TO WS-CSV-TYPE
           MOVE "ALL" TO WS-CSV-FROM-BAND
           MOVE "WORSE" TO WS-CSV-TO-BAND
           PERFORM PRINT-RATE-LINE
           MOVE WS-IMPROVED TO WS-RATE-COUNT
           MOVE "IMPROVEMENT" TO WS-CSV-TYPE
           MOVE "ALL" TO WS-CSV-FROM-BAND
           MOVE "BETTER" TO WS-CSV-TO-BAND
           PERFORM PRINT-RATE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-MATRIX-ROW.
           MOVE 0 TO WS-ROW-TOTAL
           PERFORM VARYING WS-TO-BAND FROM 1 BY 1
               UNTIL WS-TO-BAND > 4
               ADD WS-WORK-CELL(WS-FROM-BAND, WS-TO-BAND)
                   TO WS-ROW-TOTAL
               IF WS-TO-BAND < WS-FROM-BAND
                   ADD WS-WORK-CELL(WS-FROM-BAND, WS-TO-BAND)
                       TO WS-WORSENED
               END-IF
               IF WS-TO-BAND > WS-FROM-BAND
                   ADD WS-WORK-CELL(WS-FROM-BAND, WS-TO-BAND)
                       TO WS-IMPROVED
               END-IF
           END-PERFORM
           ADD WS-ROW-TOTAL TO WS-GRAND-TOTAL

           MOVE SPACES TO WS-PRINT-LINE
           MOVE "  " TO WS-PRINT-LINE(1:2)
           MOVE WS-BAND-NAME(WS-FROM-BAND) TO WS-PRINT-LINE(3:10)
           MOVE "MATRIX" TO WS-CSV-TYPE
           MOVE WS-BAND-NAME(WS-FROM-BAND) TO WS-CSV-FROM-BAND
           MOVE WS-ROW-TOTAL TO WS-RATE-BASE
           PERFORM VARYING WS-TO-BAND FROM 1 BY 1
               UNTIL WS-TO-BAND > 4
               MOVE WS-WORK-CELL(WS-FROM-BAND, WS-TO-BAND)
                   TO WS-CELL-VALUE
               PERFORM FORMAT-MATRIX-CELL
               MOVE WS-BAND-NAME(WS-TO-BAND) TO WS-CSV-TO-BAND
               MOVE WS-CELL-VALUE TO WS-RATE-COUNT
               PERFORM WRITE-CSV-ROW
           END-PERFORM
           MOVE WS-ROW-TOTAL TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(71:7)
           PERFORM WRITE-REPORT-LINE.

       PRINT-MATRIX-TOTAL-ROW.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "  TOTAL" TO WS-PRINT-LINE(1:7)
           MOVE WS-GRAND-TOTAL TO WS-RATE-BASE
           PERFORM VARYING WS-TO-BAND FROM 1 BY 1
               UNTIL WS-TO-BAND > 4
               MOVE 0 TO WS-COL-TOTAL
               PERFORM VARYING WS-FROM-BAND FROM 1 BY 1
                   UNTIL WS-FROM-BAND > 4
                   ADD WS-WORK-CELL(WS-FROM-BAND, WS-TO-BAND)
                       TO WS-COL-TOTAL
               END-PERFORM
               MOVE WS-COL-TOTAL TO WS-CELL-VALUE
               PERFORM FORMAT-MATRIX-CELL
           END-PERFORM
           MOVE WS-GRAND-TOTAL TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(71:7)
           PERFORM WRITE-REPORT-LINE
           MOVE "  PERCENTAGES ARE OF THE FROM-BAND ROW TOTAL"
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       FORMAT-MATRIX-CELL.
           IF WS-RATE-BASE > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-CELL-VALUE * 100 / WS-RATE-BASE
           ELSE
               MOVE 0 TO WS-PCT
           END-IF
           MOVE WS-CELL-VALUE TO WS-COUNT-EDIT
           MOVE WS-PCT TO WS-PCT-EDIT
           COMPUTE WS-PRINT-POS = 14 * WS-TO-BAND - 1
           MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(WS-PRINT-POS:7)
           ADD 8 TO WS-PRINT-POS
           MOVE WS-PCT-EDIT TO WS-PRINT-LINE(WS-PRINT-POS:5).

       PRINT-RATE-LINE.
           IF WS-RATE-BASE > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-RATE-COUNT * 100 / WS-RATE-BASE
           ELSE
               MOVE 0 TO WS-PCT
           END-IF
           MOVE WS-PCT TO WS-PCT-EDIT
           MOVE WS-RATE-COUNT TO WS-COUNT-EDIT
           MOVE WS-RATE-BASE TO WS-BASE-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE WS-CSV-TYPE
               WHEN "CURE"
                   MOVE "  CURE RATE (POOR TO FAIR OR BETTER)"
                       TO WS-PRINT-LINE
               WHEN "DETERIORATION"
                   MOVE "  DETERIORATION RATE (TO A WORSE BAND)"
                       TO WS-PRINT-LINE
               WHEN OTHER
                   MOVE "  IMPROVEMENT RATE (TO A BETTER BAND)"
                       TO WS-PRINT-LINE
           END-EVALUATE
           MOVE WS-PCT-EDIT TO WS-PRINT-LINE(42:5)
           MOVE "%" TO WS-PRINT-LINE(47:1)
           MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(50:7)
           MOVE "OF" TO WS-PRINT-LINE(58:2)
           MOVE WS-BASE-EDIT TO WS-PRINT-LINE(61:7)
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-CSV-ROW.

       PRINT-VINTAGES.
           IF WS-LINE-COUNT + 8 > WS-PAGE-SIZE
               MOVE WS-PAGE-SIZE TO WS-LINE-COUNT
           END-IF
           MOVE "VINTAGE BY FIRST SCORED MONTH" TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "  VINTAGE" TO WS-PRINT-LINE
           MOVE "ACCOUNTS" TO WS-PRINT-LINE(11:8)
           MOVE "POOR" TO WS-PRINT-LINE(23:4)
           MOVE "FAIR" TO WS-PRINT-LINE(31:4)
           MOVE "GOOD" TO WS-PRINT-LINE(39:4)
           MOVE "EXC" TO WS-PRINT-LINE(48:3)
           MOVE "MOVES" TO WS-PRINT-LINE(54:5)
           MOVE "WORSE%" TO WS-PRINT-LINE(60:6)
           MOVE "CURE%" TO WS-PRINT-LINE(68:5)
           PERFORM WRITE-REPORT-LINE
           MOVE "  (BAND COLUMNS SHOW EACH ACCOUNT'S LATEST BAND)"
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-VIN-COUNT = 0
               MOVE "  (NO SCORED ACCOUNTS)" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE 1 TO WS-BEST-IDX
           PERFORM UNTIL WS-BEST-IDX = 0
               PERFORM FIND-EARLIEST-VINTAGE
               IF WS-BEST-IDX > 0
                   MOVE 'Y' TO WS-VIN-LISTED(WS-BEST-IDX)
                   PERFORM PRINT-VINTAGE-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       FIND-EARLIEST-VINTAGE.
           MOVE 0 TO WS-BEST-IDX
           MOVE HIGH-VALUES TO WS-BEST-MONTH
           IF WS-VIN-COUNT > 0
               PERFORM VARYING WS-VIN-IDX FROM 1 BY 1
                   UNTIL WS-VIN-IDX > WS-VIN-COUNT
                   IF WS-VIN-LISTED(WS-VIN-IDX) = 'N'
                       AND WS-VIN-MONTH(WS-VIN-IDX) < WS-BEST-MONTH
                       MOVE WS-VIN-IDX TO WS-BEST-IDX
                       MOVE WS-VIN-MONTH(WS-VIN-IDX) TO WS-BEST-MONTH
                   END-IF
               END-PERFORM
           END-IF.

       PRINT-VINTAGE-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-VIN-MONTH(WS-BEST-IDX) TO WS-PRINT-LINE(3:7)
           MOVE WS-VIN-ACCOUNTS(WS-BEST-IDX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(12:7)
           MOVE WS-VIN-MONTH(WS-BEST-IDX) TO WS-CSV-FROM-MONTH
           MOVE "LATEST" TO WS-CSV-TO-MONTH
           MOVE "VINTAGE" TO WS-CSV-TYPE
           MOVE "ALL" TO WS-CSV-FROM-BAND
           MOVE WS-VIN-ACCOUNTS(WS-BEST-IDX) TO WS-RATE-BASE
           PERFORM VARYING WS-TO-BAND FROM 1 BY 1
               UNTIL WS-TO-BAND > 4
               MOVE WS-VIN-LATEST(WS-BEST-IDX, WS-TO-BAND)
                   TO WS-COUNT-EDIT
               COMPUTE WS-PRINT-POS = 8 * WS-TO-BAND + 12
               MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(WS-PRINT-POS:7)
               MOVE WS-BAND-NAME(WS-TO-BAND) TO WS-CSV-TO-BAND
               MOVE WS-VIN-LATEST(WS-BEST-IDX, WS-TO-BAND)
                   TO WS-RATE-COUNT
               PERFORM WRITE-CSV-ROW
           END-PERFORM
           MOVE WS-VIN-MOVES(WS-BEST-IDX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(52:7)

           MOVE "VINTAGE_WORSE" TO WS-CSV-TYPE
           MOVE "ALL" TO WS-CSV-FROM-BAND
           MOVE "WORSE" TO WS-CSV-TO-BAND
           MOVE WS-VIN-WORSE(WS-BEST-IDX) TO WS-RATE-COUNT
           MOVE WS-VIN-MOVES(WS-BEST-IDX) TO WS-RATE-BASE
           PERFORM COMPUTE-RATE-PCT
           MOVE WS-PCT-EDIT TO WS-PRINT-LINE(61:5)
           PERFORM WRITE-CSV-ROW

           MOVE "VINTAGE_CURE" TO WS-CSV-TYPE
           MOVE "POOR" TO WS-CSV-FROM-BAND
           MOVE "FAIR+" TO WS-CSV-TO-BAND
           MOVE WS-VIN-CURED(WS-BEST-IDX) TO WS-RATE-COUNT
           MOVE WS-VIN-POOR-FROM(WS-BEST-IDX) TO WS-RATE-BASE
           PERFORM COMPUTE-RATE-PCT
           MOVE WS-PCT-EDIT TO WS-PRINT-LINE(68:5)
           PERFORM WRITE-CSV-ROW
           PERFORM WRITE-REPORT-LINE.

       COMPUTE-RATE-PCT.
           IF WS-RATE-BASE > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-RATE-COUNT * 100 / WS-RATE-BASE
           ELSE
               MOVE 0 TO WS-PCT
           END-IF
           MOVE WS-PCT TO WS-PCT-EDIT.

       WRITE-CSV-ROW.
           PERFORM COMPUTE-RATE-PCT
           MOVE WS-PCT TO WS-CSV-PCT
           MOVE SPACES TO CSV-LINE
           STRING
               WS-CSV-TYPE DELIMITED BY SPACE ","
               WS-CSV-FROM-MONTH DELIMITED BY SPACE ","
               WS-CSV-TO-MONTH DELIMITED BY SPACE ","
               WS-CSV-FROM-BAND DELIMITED BY SPACE ","
               WS-CSV-TO-BAND DELIMITED BY SPACE ","
               WS-RATE-COUNT DELIMITED BY SIZE ","
               WS-RATE-BASE DELIMITED BY SIZE ","
               WS-CSV-PCT DELIMITED BY SIZE
               INTO CSV-LINE
           WRITE CSV-LINE.

       PRINT-RUN-TOTALS.
           MOVE "RUN TOTALS" TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ROWS-READ TO WS-COUNT-EDIT
           STRING
               "  SCORE ROWS READ          " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ROWS-REJECTED TO WS-COUNT-EDIT
           STRING
               "  SCORE ROWS REJECTED      " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-MASTER-ROWS TO WS-COUNT-EDIT
           STRING
               "  ACCOUNT MASTER RECORDS   " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ACCOUNTS-REPORTED TO WS-COUNT-EDIT
           STRING
               "  ACCOUNTS REPORTED        " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-NOT-ON-MASTER TO WS-COUNT-EDIT
           STRING
               "  SCORED, NOT ON MASTER    " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-GAP-COUNT TO WS-COUNT-EDIT
           STRING
               "  MONTH GAPS NOT COMPARED  " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "END OF REPORT" TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-PAGE-EDIT
           MOVE SPACES TO WS-HEADER-LINE
           STRING
               "FINTECH CREDIT SUITE - SCORE BAND ROLL RATES"
                   DELIMITED BY SIZE
               "   RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   PAGE " DELIMITED BY SIZE
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
               DISPLAY "ROLLRATE - BUSINESS DATE CONTROL "
                   "NOT AVAILABLE " WS-BD-STATUS " - RUN DATEROLL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
