       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO
               'credit_score_output_history.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO 'customer_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CM-STATUS.
           SELECT XREF-MASTER ASSIGN TO 'customer_account_xref.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               ALTERNATE RECORD KEY IS XR-ACCOUNT-ID
               FILE STATUS IS WS-XR-STATUS.
           SELECT PARAM-FILE ASSIGN TO 'collections_params.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT TREATMENT-FILE ASSIGN TO 'collections_treatments.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREATMENT-STATUS.
           SELECT BUCKET-FILE ASSIGN TO 'delinquency_buckets.csv'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKLIST-FILE ASSIGN TO 'collections_worklist.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
       01 HISTORY-LINE             PIC X(100).

       FD CUSTOMER-MASTER.
       01 CUSTOMER-MASTER-REC.
           05 CM-CUSTOMER-ID       PIC X(10).
           05 CM-SCORE             PIC 9(5).
           05 CM-STATUS            PIC X(15).
           05 CM-NAME              PIC X(30).
           05 CM-ADDR-LINE-1       PIC X(30).
           05 CM-ADDR-LINE-2       PIC X(30).
           05 CM-CONTACT-PREF      PIC X(10).

       FD XREF-MASTER.
       01 XREF-REC.
           05 XR-KEY.
               10 XR-CUSTOMER-ID   PIC X(10).
               10 XR-ACCOUNT-ID    PIC X(36).

       FD PARAM-FILE.
       01 PARAM-LINE               PIC X(50).

       FD TREATMENT-FILE.
       01 TREATMENT-LINE           PIC X(100).

       FD BUCKET-FILE.
       01 BUCKET-LINE              PIC X(100).

       FD WORKLIST-FILE.
       01 WORKLIST-LINE            PIC X(80).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS        PIC XX VALUE SPACES.
       01 WS-CM-STATUS             PIC XX VALUE SPACES.
       01 WS-XR-STATUS             PIC XX VALUE SPACES.
       01 WS-TREATMENT-STATUS      PIC XX VALUE SPACES.
       01 WS-EOF                   PIC X  VALUE 'N'.
       01 WS-XREF-EOF              PIC X  VALUE 'N'.
       01 WS-HEADER-FLAG           PIC X  VALUE 'Y'.
       01 WS-RUN-DATE              PIC X(8) VALUE SPACES.
       01 WS-PRIOR-BUSINESS-DATE   PIC X(8) VALUE SPACES.
       01 WS-BD-STATUS             PIC XX VALUE SPACES.
       01 WS-CYCLE                 PIC X(6) VALUE SPACES.
       01 WS-CURRENT-ROW-COUNT     PIC 9(7) VALUE 0.

       01 WS-PARAM-STATUS          PIC XX    VALUE SPACES.
       01 WS-PARAM-EOF             PIC X     VALUE 'N'.
       01 WS-PARAM-KEY             PIC X(30) VALUE SPACES.
       01 WS-PARAM-RAW-VALUE       PIC X(10) VALUE SPACES.
       01 WS-BUCKET-30-MISSED      PIC 9(3) VALUE 1.
       01 WS-BUCKET-60-MISSED      PIC 9(3) VALUE 2.
       01 WS-BUCKET-90-MISSED      PIC 9(3) VALUE 3.
       01 WS-CHARGEOFF-MISSED      PIC 9(3) VALUE 4.

       01 WS-RAW-RUN-DATE          PIC X(8)  VALUE SPACES.
       01 WS-RAW-ID                PIC X(10) VALUE SPACES.
       01 WS-RAW-SCORE             PIC X(12) VALUE SPACES.
       01 WS-RAW-STATUS            PIC X(15) VALUE SPACES.
       01 WS-RAW-MISSED            PIC X(12) VALUE SPACES.
       01 WS-RAW-CYCLE             PIC X(6)  VALUE SPACES.
       01 WS-RAW-TREAT-DATE        PIC X(8)  VALUE SPACES.
       01 WS-RAW-CUSTOMER          PIC X(10) VALUE SPACES.

       01 WS-CUST-COUNT            PIC 9(5) VALUE 0.
       01 WS-CUST-DROPPED          PIC 9(7) VALUE 0.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 5000 TIMES
                                 INDEXED BY WS-CUST-IDX.
               10 WS-CUST-ID           PIC X(10).
               10 WS-CUST-LAST-RUN     PIC X(8).
               10 WS-CUST-MISSED       PIC 9(3).
               10 WS-CUST-HAS-PREV     PIC X.
               10 WS-CUST-PREV-MISSED  PIC 9(3).
       01 WS-CUST-MATCH-IDX        PIC 9(5) VALUE 0.

       01 WS-WORKED-COUNT          PIC 9(5) VALUE 0.
       01 WS-WORKED-DROPPED        PIC 9(7) VALUE 0.
       01 WS-WORKED-TABLE.
           05 WS-WORKED-ENTRY OCCURS 5000 TIMES
                                 INDEXED BY WS-WORKED-IDX.
               10 WS-WORKED-ID         PIC X(10).
       01 WS-ALREADY-WORKED        PIC X VALUE 'N'.

       01 WS-MISSED-NUM            PIC 9(3) VALUE 0.
       01 WS-BUCKET-RANK           PIC 9    VALUE 0.
       01 WS-BUCKET-NAME           PIC X(10) VALUE SPACES.
       01 WS-CUR-RANK              PIC 9    VALUE 0.
       01 WS-CUR-BUCKET            PIC X(10) VALUE SPACES.
       01 WS-PREV-RANK             PIC 9    VALUE 0.
       01 WS-PREV-BUCKET           PIC X(10) VALUE SPACES.
       01 WS-MOVEMENT              PIC X(6)  VALUE SPACES.
       01 WS-TREATMENT             PIC X(12) VALUE SPACES.
       01 WS-PREV-MISSED-TEXT      PIC X(3)  VALUE SPACES.

       01 WS-EVALUATED-COUNT       PIC 9(7) VALUE 0.
       01 WS-RANK-COUNTS.
           05 WS-RANK-COUNT OCCURS 5 TIMES
                                 INDEXED BY WS-RANK-IDX
                                 PIC 9(7).
       01 WS-WORSE-COUNT           PIC 9(7) VALUE 0.
       01 WS-WORKLIST-COUNT        PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT         PIC 9(7) VALUE 0.
       01 WS-NO-MASTER-COUNT       PIC 9(7) VALUE 0.
       01 WS-OLD-FORMAT-COUNT      PIC 9(7) VALUE 0.
       01 WS-LINKED-COUNT          PIC 9(5) VALUE 0.

       01 WS-PAGE-NUM              PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT            PIC 9(3) VALUE 99.
       01 WS-PAGE-SIZE             PIC 9(3) VALUE 55.
       01 WS-PRINT-LINE            PIC X(80) VALUE SPACES.
       01 WS-HEADER-LINE           PIC X(80) VALUE SPACES.
       01 WS-PAGE-EDIT             PIC ZZ9.
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-CYCLE
           INITIALIZE WS-RANK-COUNTS
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-HISTORY
           IF WS-CURRENT-ROW-COUNT = 0
               DISPLAY "COLLECTIONS - NO SCORE HISTORY FOR BUSINESS "
                   "DATE " WS-RUN-DATE " - RUN CREDITCHECK"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-TREATMENTS

           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT XREF-MASTER
           IF WS-CM-STATUS NOT = "00" OR WS-XR-STATUS NOT = "00"
               DISPLAY "COLLECTIONS - MASTER FILES NOT AVAILABLE "
                   WS-CM-STATUS " " WS-XR-STATUS
           ELSE
               OPEN OUTPUT BUCKET-FILE
               MOVE SPACES TO BUCKET-LINE
               STRING
                   "CUSTOMER_ID,RUN_DATE,MISSED_PAYMENTS,BUCKET,"
                       DELIMITED BY SIZE
                   "PREV_MISSED_PAYMENTS,PREV_BUCKET,MOVEMENT"
                       DELIMITED BY SIZE
                   INTO BUCKET-LINE
               WRITE BUCKET-LINE

               OPEN OUTPUT WORKLIST-FILE
               PERFORM OPEN-TREATMENT-LOG

               IF WS-CUST-COUNT > 0
                   PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                       UNTIL WS-CUST-IDX > WS-CUST-COUNT
                       IF WS-CUST-LAST-RUN(WS-CUST-IDX)
                           = WS-RUN-DATE
                           PERFORM EVALUATE-ONE-CUSTOMER
                       END-IF
                   END-PERFORM
               END-IF

               IF WS-WORKLIST-COUNT = 0
                   MOVE "NO CUSTOMERS ROLLED INTO A WORSE BUCKET"
                       TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               PERFORM PRINT-SUMMARY

               CLOSE BUCKET-FILE
               CLOSE WORKLIST-FILE
               CLOSE TREATMENT-FILE
           END-IF
           CLOSE CUSTOMER-MASTER
           CLOSE XREF-MASTER

           DISPLAY "COLLECTIONS EVALUATED: " WS-EVALUATED-COUNT
               " ROLLED WORSE: " WS-WORSE-COUNT
               " WORKLIST: " WS-WORKLIST-COUNT
               " ALREADY WORKED: " WS-SKIPPED-COUNT
           IF WS-OLD-FORMAT-COUNT > 0
               DISPLAY "COLLECTIONS WARNING - HISTORY ROWS WITHOUT "
                   "MISSED PAYMENTS IGNORED: " WS-OLD-FORMAT-COUNT
           END-IF
           IF WS-CUST-DROPPED > 0 OR WS-WORKED-DROPPED > 0
               DISPLAY "COLLECTIONS WARNING - CUSTOMERS NOT "
                   "TRACKED: " WS-CUST-DROPPED
                   " TREATMENTS NOT TRACKED: " WS-WORKED-DROPPED
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
               WHEN "BUCKET_30_MISSED"
                   MOVE FUNCTION NUMVAL(WS-PARAM-RAW-VALUE)
                       TO WS-BUCKET-30-MISSED
               WHEN "BUCKET_60_MISSED"
                   MOVE FUNCTION NUMVAL(WS-PARAM-RAW-VALUE)
                       TO WS-BUCKET-60-MISSED
               WHEN "BUCKET_90_MISSED"
                   MOVE FUNCTION NUMVAL(WS-PARAM-RAW-VALUE)
                       TO WS-BUCKET-90-MISSED
               WHEN "CHARGEOFF_MISSED"
                   MOVE FUNCTION NUMVAL(WS-PARAM-RAW-VALUE)
                       TO WS-CHARGEOFF-MISSED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-HISTORY.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "COLLECTIONS - HISTORY FILE NOT AVAILABLE "
                   WS-HISTORY-STATUS
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM STORE-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       STORE-HISTORY-ROW.
           IF WS-HEADER-FLAG = 'Y'
               MOVE 'N' TO WS-HEADER-FLAG
           ELSE
               MOVE SPACES TO WS-RAW-RUN-DATE
               MOVE SPACES TO WS-RAW-ID
               MOVE SPACES TO WS-RAW-MISSED
               UNSTRING HISTORY-LINE DELIMITED BY ","
                   INTO WS-RAW-RUN-DATE,
                        WS-RAW-ID,
                        WS-RAW-SCORE,
                        WS-RAW-STATUS,
                        WS-RAW-MISSED
               IF WS-RAW-ID NOT = SPACES
                   AND WS-RAW-RUN-DATE NOT > WS-RUN-DATE
                   IF WS-RAW-MISSED = SPACES
                       OR FUNCTION TEST-NUMVAL(WS-RAW-MISSED) NOT = 0
                       ADD 1 TO WS-OLD-FORMAT-COUNT
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-RAW-MISSED)
                           TO WS-MISSED-NUM
                       PERFORM TRACK-CUSTOMER-RUN
                   END-IF
               END-IF
           END-IF.

       TRACK-CUSTOMER-RUN.
           IF WS-RAW-RUN-DATE = WS-RUN-DATE
               ADD 1 TO WS-CURRENT-ROW-COUNT
           END-IF
           MOVE 0 TO WS-CUST-MATCH-IDX
           IF WS-CUST-COUNT > 0
               PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   IF WS-CUST-ID(WS-CUST-IDX) = WS-RAW-ID
                       MOVE WS-CUST-IDX TO WS-CUST-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF

           IF WS-CUST-MATCH-IDX = 0
               IF WS-CUST-COUNT < 5000
                   ADD 1 TO WS-CUST-COUNT
                   MOVE WS-CUST-COUNT TO WS-CUST-MATCH-IDX
                   MOVE WS-RAW-ID TO WS-CUST-ID(WS-CUST-MATCH-IDX)
                   MOVE WS-RAW-RUN-DATE
                       TO WS-CUST-LAST-RUN(WS-CUST-MATCH-IDX)
                   MOVE WS-MISSED-NUM
                       TO WS-CUST-MISSED(WS-CUST-MATCH-IDX)
                   MOVE 'N' TO WS-CUST-HAS-PREV(WS-CUST-MATCH-IDX)
                   MOVE 0 TO WS-CUST-PREV-MISSED(WS-CUST-MATCH-IDX)
               ELSE
                   ADD 1 TO WS-CUST-DROPPED
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-RAW-RUN-DATE
                       > WS-CUST-LAST-RUN(WS-CUST-MATCH-IDX)
                       MOVE 'Y' TO WS-CUST-HAS-PREV(WS-CUST-MATCH-IDX)
                       MOVE WS-CUST-MISSED(WS-CUST-MATCH-IDX)
                           TO WS-CUST-PREV-MISSED(WS-CUST-MATCH-IDX)
                       MOVE WS-RAW-RUN-DATE
                           TO WS-CUST-LAST-RUN(WS-CUST-MATCH-IDX)
                       MOVE WS-MISSED-NUM
                           TO WS-CUST-MISSED(WS-CUST-MATCH-IDX)
                   WHEN WS-RAW-RUN-DATE
                       = WS-CUST-LAST-RUN(WS-CUST-MATCH-IDX)
                       MOVE WS-MISSED-NUM
                           TO WS-CUST-MISSED(WS-CUST-MATCH-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       LOAD-TREATMENTS.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT TREATMENT-FILE
           IF WS-TREATMENT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TREATMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM STORE-TREATMENT-ROW
                   END-READ
               END-PERFORM
               CLOSE TREATMENT-FILE
           END-IF.

       STORE-TREATMENT-ROW.
           IF WS-HEADER-FLAG = 'Y'
               MOVE 'N' TO WS-HEADER-FLAG
           ELSE
               MOVE SPACES TO WS-RAW-CYCLE
               MOVE SPACES TO WS-RAW-CUSTOMER
               UNSTRING TREATMENT-LINE DELIMITED BY ","
                   INTO WS-RAW-CYCLE,
                        WS-RAW-TREAT-DATE,
                        WS-RAW-CUSTOMER
               IF WS-RAW-CYCLE = WS-CYCLE
                   AND WS-RAW-CUSTOMER NOT = SPACES
                   PERFORM ADD-WORKED-CUSTOMER
               END-IF
           END-IF.

       ADD-WORKED-CUSTOMER.
           IF WS-WORKED-COUNT < 5000
               ADD 1 TO WS-WORKED-COUNT
               MOVE WS-RAW-CUSTOMER TO WS-WORKED-ID(WS-WORKED-COUNT)
           ELSE
               ADD 1 TO WS-WORKED-DROPPED
           END-IF.

       OPEN-TREATMENT-LOG.
           OPEN EXTEND TREATMENT-FILE
           IF WS-TREATMENT-STATUS = "35"
               OPEN OUTPUT TREATMENT-FILE
               MOVE SPACES TO TREATMENT-LINE
               STRING
                   "CYCLE,RUN_DATE,CUSTOMER_ID,FROM_BUCKET,"
                       DELIMITED BY SIZE
                   "TO_BUCKET,TREATMENT" DELIMITED BY SIZE
                   INTO TREATMENT-LINE
               WRITE TREATMENT-LINE
           END-IF.

       EVALUATE-ONE-CUSTOMER.
           ADD 1 TO WS-EVALUATED-COUNT
           MOVE WS-CUST-MISSED(WS-CUST-IDX) TO WS-MISSED-NUM
           PERFORM ASSIGN-BUCKET
           MOVE WS-BUCKET-RANK TO WS-CUR-RANK
           MOVE WS-BUCKET-NAME TO WS-CUR-BUCKET
           ADD 1 TO WS-RANK-COUNT(WS-CUR-RANK + 1)

           IF WS-CUST-HAS-PREV(WS-CUST-IDX) = 'Y'
               MOVE WS-CUST-PREV-MISSED(WS-CUST-IDX) TO WS-MISSED-NUM
               MOVE WS-CUST-PREV-MISSED(WS-CUST-IDX)
                   TO WS-PREV-MISSED-TEXT
           ELSE
               MOVE 0 TO WS-MISSED-NUM
               MOVE SPACES TO WS-PREV-MISSED-TEXT
           END-IF
           PERFORM ASSIGN-BUCKET
           MOVE WS-BUCKET-RANK TO WS-PREV-RANK
           MOVE WS-BUCKET-NAME TO WS-PREV-BUCKET

           EVALUATE TRUE
               WHEN WS-CUR-RANK > WS-PREV-RANK
                   MOVE "WORSE" TO WS-MOVEMENT
               WHEN WS-CUST-HAS-PREV(WS-CUST-IDX) = 'N'
                   MOVE "NEW" TO WS-MOVEMENT
               WHEN WS-CUR-RANK < WS-PREV-RANK
                   MOVE "BETTER" TO WS-MOVEMENT
               WHEN OTHER
                   MOVE "SAME" TO WS-MOVEMENT
           END-EVALUATE

           MOVE SPACES TO BUCKET-LINE
           STRING
               WS-CUST-ID(WS-CUST-IDX) DELIMITED BY SIZE ","
               WS-CUST-LAST-RUN(WS-CUST-IDX) DELIMITED BY SIZE ","
               WS-CUST-MISSED(WS-CUST-IDX) DELIMITED BY SIZE ","
               WS-CUR-BUCKET DELIMITED BY SPACE ","
               WS-PREV-MISSED-TEXT DELIMITED BY SPACE ","
               WS-PREV-BUCKET DELIMITED BY SPACE ","
               WS-MOVEMENT DELIMITED BY SPACE
               INTO BUCKET-LINE
           WRITE BUCKET-LINE

           IF WS-MOVEMENT = "WORSE"
               ADD 1 TO WS-WORSE-COUNT
               PERFORM CHECK-ALREADY-WORKED
               IF WS-ALREADY-WORKED = 'Y'
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM ASSIGN-TREATMENT
                   PERFORM PRINT-WORKLIST-ENTRY
                   PERFORM WRITE-TREATMENT-ROW
               END-IF
           END-IF.

       ASSIGN-BUCKET.
           EVALUATE TRUE
               WHEN WS-MISSED-NUM >= WS-CHARGEOFF-MISSED
                   MOVE 4 TO WS-BUCKET-RANK
                   MOVE "CHARGE-OFF" TO WS-BUCKET-NAME
               WHEN WS-MISSED-NUM >= WS-BUCKET-90-MISSED
                   MOVE 3 TO WS-BUCKET-RANK
                   MOVE "90" TO WS-BUCKET-NAME
               WHEN WS-MISSED-NUM >= WS-BUCKET-60-MISSED
                   MOVE 2 TO WS-BUCKET-RANK
                   MOVE "60" TO WS-BUCKET-NAME
               WHEN WS-MISSED-NUM >= WS-BUCKET-30-MISSED
                   MOVE 1 TO WS-BUCKET-RANK
                   MOVE "30" TO WS-BUCKET-NAME
               WHEN OTHER
                   MOVE 0 TO WS-BUCKET-RANK
                   MOVE "CURRENT" TO WS-BUCKET-NAME
           END-EVALUATE.

       ASSIGN-TREATMENT.
           EVALUATE WS-CUR-RANK
               WHEN 1
                   MOVE "REMINDER" TO WS-TREATMENT
               WHEN 2
                   MOVE "CALL" TO WS-TREATMENT
               WHEN OTHER
                   MOVE "FINAL DEMAND" TO WS-TREATMENT
           END-EVALUATE.

       CHECK-ALREADY-WORKED.
           MOVE 'N' TO WS-ALREADY-WORKED
           IF WS-WORKED-COUNT > 0
               PERFORM VARYING WS-WORKED-IDX FROM 1 BY 1
                   UNTIL WS-WORKED-IDX > WS-WORKED-COUNT
                   IF WS-WORKED-ID(WS-WORKED-IDX)
                       = WS-CUST-ID(WS-CUST-IDX)
                       MOVE 'Y' TO WS-ALREADY-WORKED
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-TREATMENT-ROW.
           MOVE SPACES TO TREATMENT-LINE
           STRING
               WS-CYCLE DELIMITED BY SIZE ","
               WS-RUN-DATE DELIMITED BY SIZE ","
               WS-CUST-ID(WS-CUST-IDX) DELIMITED BY SIZE ","
               WS-PREV-BUCKET DELIMITED BY SPACE ","
               WS-CUR-BUCKET DELIMITED BY SPACE ","
               WS-TREATMENT DELIMITED BY SIZE
               INTO TREATMENT-LINE
           WRITE TREATMENT-LINE
           MOVE WS-CUST-ID(WS-CUST-IDX) TO WS-RAW-CUSTOMER
           PERFORM ADD-WORKED-CUSTOMER
           ADD 1 TO WS-WORKLIST-COUNT.

       PRINT-WORKLIST-ENTRY.
           IF WS-LINE-COUNT + 8 > WS-PAGE-SIZE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-CUST-ID(WS-CUST-IDX) TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO WS-NO-MASTER-COUNT
                   MOVE "(NOT ON CUSTOMER MASTER)" TO CM-NAME
                   MOVE SPACES TO CM-ADDR-LINE-1
                   MOVE SPACES TO CM-ADDR-LINE-2
                   MOVE "UNKNOWN" TO CM-CONTACT-PREF
           END-READ

           MOVE SPACES TO WS-PRINT-LINE
           STRING
               "CUSTOMER " DELIMITED BY SIZE
               WS-CUST-ID(WS-CUST-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CM-NAME DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING
               "  ADDRESS   " DELIMITED BY SIZE
               CM-ADDR-LINE-1 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING
               "            " DELIMITED BY SIZE
               CM-ADDR-LINE-2 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING
               "  CONTACT   " DELIMITED BY SIZE
               CM-CONTACT-PREF DELIMITED BY SIZE
               "  MISSED PAYMENTS " DELIMITED BY SIZE
               WS-CUST-MISSED(WS-CUST-IDX) DELIMITED BY SIZE
               "  BUCKET " DELIMITED BY SIZE
               WS-PREV-BUCKET DELIMITED BY SPACE
               " TO " DELIMITED BY SIZE
               WS-CUR-BUCKET DELIMITED BY SPACE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-CUR-RANK = 4
               STRING
                   "  TREATMENT " DELIMITED BY SIZE
                   WS-TREATMENT DELIMITED BY SIZE
                   "  CHARGE-OFF CANDIDATE" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           ELSE
               STRING
                   "  TREATMENT " DELIMITED BY SIZE
                   WS-TREATMENT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-LINKED-ACCOUNTS
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-LINKED-ACCOUNTS.
           MOVE 0 TO WS-LINKED-COUNT
           MOVE 'N' TO WS-XREF-EOF
           MOVE WS-CUST-ID(WS-CUST-IDX) TO XR-CUSTOMER-ID
           MOVE LOW-VALUES TO XR-ACCOUNT-ID
           START XREF-MASTER KEY NOT < XR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XREF-EOF
           END-START
           PERFORM UNTIL WS-XREF-EOF = 'Y'
               READ XREF-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF
                   NOT AT END
                       IF XR-CUSTOMER-ID = WS-CUST-ID(WS-CUST-IDX)
                           ADD 1 TO WS-LINKED-COUNT
                           IF WS-LINKED-COUNT = 1
                               MOVE "  ACCOUNTS  " TO WS-PRINT-LINE
                           END-IF
                           MOVE XR-ACCOUNT-ID TO WS-PRINT-LINE(13:36)
                           PERFORM WRITE-REPORT-LINE
                       ELSE
                           MOVE 'Y' TO WS-XREF-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LINKED-COUNT = 0
               MOVE "  ACCOUNTS  (NONE LINKED)" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-PAGE-EDIT
           MOVE SPACES TO WS-HEADER-LINE
           STRING
               "FINTECH CREDIT SUITE - COLLECTIONS WORKLIST"
                   DELIMITED BY SIZE
               "  RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  PAGE " DELIMITED BY SIZE
               WS-PAGE-EDIT DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE WORKLIST-LINE FROM WS-HEADER-LINE
           MOVE ALL "-" TO WS-HEADER-LINE
           WRITE WORKLIST-LINE FROM WS-HEADER-LINE
           MOVE SPACES TO WS-HEADER-LINE
           WRITE WORKLIST-LINE FROM WS-HEADER-LINE
           MOVE 3 TO WS-LINE-COUNT.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           WRITE WORKLIST-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       PRINT-SUMMARY.
           MOVE "DELINQUENCY BUCKET SUMMARY" TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING
               "  HISTORY RUN DATE        " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   CYCLE " DELIMITED BY SIZE
               WS-CYCLE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-EVALUATED-COUNT TO WS-COUNT-EDIT
           STRING
               "  CUSTOMERS EVALUATED     " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RANK-COUNT(1) TO WS-COUNT-EDIT
           STRING
               "  CURRENT                 " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RANK-COUNT(2) TO WS-COUNT-EDIT
           STRING
               "  30 DAYS                 " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RANK-COUNT(3) TO WS-COUNT-EDIT
           STRING
               "  60 DAYS                 " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RANK-COUNT(4) TO WS-COUNT-EDIT
           STRING
               "  90 DAYS                 " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RANK-COUNT(5) TO WS-COUNT-EDIT
           STRING
               "  CHARGE-OFF CANDIDATES   " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-WORSE-COUNT TO WS-COUNT-EDIT
           STRING
               "  ROLLED WORSE            " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-WORKLIST-COUNT TO WS-COUNT-EDIT
           STRING
               "  ON TODAY'S WORKLIST     " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT
           STRING
               "  ALREADY WORKED IN CYCLE " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-NO-MASTER-COUNT TO WS-COUNT-EDIT
           STRING
               "  NOT ON CUSTOMER MASTER  " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "END OF REPORT" TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

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
               DISPLAY "COLLECTIONS - BUSINESS DATE CONTROL "
                   "NOT AVAILABLE " WS-BD-STATUS " - RUN DATEROLL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
