       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUREAURPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO 'account_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-AM-STATUS.
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
           SELECT SNAPSHOT-FILE ASSIGN TO 'bureau_snapshot.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SN-ACCOUNT-ID
               FILE STATUS IS WS-SN-STATUS.
           SELECT HISTORY-FILE ASSIGN TO
               'credit_score_output_history.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REJECT-FILE ASSIGN TO 'bureau_rejects.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT REJECT-LOG-FILE ASSIGN TO 'bureau_reject_log.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-LOG-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO 'bureau_exceptions.csv'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUREAU-FILE ASSIGN TO 'bureau_furnishing.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUREAU-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER.
       01 ACCOUNT-MASTER-REC.
           05 AM-ACCOUNT-ID        PIC X(36).
           05 AM-MONTH             PIC X(7).
           05 AM-SCORE             PIC 9(5).
           05 AM-STATUS            PIC X(15).

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

       FD SNAPSHOT-FILE.
       01 SNAPSHOT-REC.
           05 SN-ACCOUNT-ID        PIC X(36).
           05 SN-SEGMENT-DATA.
               10 SN-CUSTOMER-ID   PIC X(10).
               10 SN-MONTH         PIC X(7).
               10 SN-SCORE         PIC 9(5).
               10 SN-STATUS        PIC X(15).
               10 SN-MISSED        PIC 9(3).
               10 SN-NAME          PIC X(30).
               10 SN-ADDR-LINE-1   PIC X(30).
               10 SN-ADDR-LINE-2   PIC X(30).
           05 SN-SENT-DATE         PIC X(8).
           05 SN-RESEND            PIC X.
           05 SN-REJECT-MONTH      PIC X(7).
           05 SN-REJECT-CODE       PIC X(10).
           05 SN-REJECT-DATE       PIC X(8).

       FD HISTORY-FILE.
       01 HISTORY-LINE             PIC X(100).

       FD REJECT-FILE.
       01 REJECT-LINE              PIC X(200).

       FD REJECT-LOG-FILE.
       01 REJECT-LOG-LINE          PIC X(250).

       FD EXCEPTION-FILE.
       01 EXCEPTION-LINE           PIC X(100).

       FD BUREAU-FILE.
       01 BUREAU-RECORD            PIC X(200).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-AM-STATUS             PIC XX VALUE SPACES.
       01 WS-CM-STATUS             PIC XX VALUE SPACES.
       01 WS-XR-STATUS             PIC XX VALUE SPACES.
       01 WS-SN-STATUS             PIC XX VALUE SPACES.
       01 WS-HISTORY-STATUS        PIC XX VALUE SPACES.
       01 WS-REJECT-STATUS         PIC XX VALUE SPACES.
       01 WS-REJECT-LOG-STATUS     PIC XX VALUE SPACES.
       01 WS-BUREAU-STATUS         PIC XX VALUE SPACES.
       01 WS-EOF                   PIC X  VALUE 'N'.
       01 WS-HEADER-FLAG           PIC X  VALUE 'Y'.
       01 WS-RUN-DATE              PIC X(8) VALUE SPACES.
       01 WS-PRIOR-BUSINESS-DATE   PIC X(8) VALUE SPACES.
       01 WS-BD-STATUS             PIC XX VALUE SPACES.
       01 WS-RUN-MODE              PIC X(10) VALUE SPACES.
       01 WS-FULL-MODE             PIC X  VALUE 'N'.
       01 WS-FURNISHER-ID          PIC X(10) VALUE "FINTECHCS".

       01 WS-RAW-RUN-DATE          PIC X(8)  VALUE SPACES.
       01 WS-RAW-ID                PIC X(10) VALUE SPACES.
       01 WS-RAW-SCORE             PIC X(12) VALUE SPACES.
       01 WS-RAW-STATUS            PIC X(15) VALUE SPACES.
       01 WS-RAW-MISSED            PIC X(12) VALUE SPACES.
       01 WS-RAW-ACCOUNT           PIC X(36) VALUE SPACES.
       01 WS-RAW-MONTH             PIC X(7)  VALUE SPACES.
       01 WS-RAW-ERROR-CODE        PIC X(10) VALUE SPACES.
       01 WS-RAW-ERROR-TEXT        PIC X(60) VALUE SPACES.

       01 WS-CUST-COUNT            PIC 9(5) VALUE 0.
       01 WS-CUST-DROPPED          PIC 9(7) VALUE 0.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 5000 TIMES
                                 INDEXED BY WS-CUST-IDX.
               10 WS-CUST-ID           PIC X(10).
               10 WS-CUST-LAST-RUN     PIC X(8).
               10 WS-CUST-MISSED       PIC 9(3).
       01 WS-CUST-MATCH-IDX        PIC 9(5) VALUE 0.
       01 WS-MISSED-NUM            PIC 9(3) VALUE 0.

       01 WS-SEGMENT-DATA.
           05 WS-SEG-CUSTOMER-ID   PIC X(10).
           05 WS-SEG-MONTH         PIC X(7).
           05 WS-SEG-SCORE         PIC 9(5).
           05 WS-SEG-STATUS        PIC X(15).
           05 WS-SEG-MISSED        PIC 9(3).
           05 WS-SEG-NAME          PIC X(30).
           05 WS-SEG-ADDR-LINE-1   PIC X(30).
           05 WS-SEG-ADDR-LINE-2   PIC X(30).

       01 WS-HEADER-RECORD.
           05 BH-RECORD-TYPE       PIC X(3)  VALUE "HDR".
           05 BH-FURNISHER-ID      PIC X(10) VALUE SPACES.
           05 BH-RUN-DATE          PIC X(8)  VALUE SPACES.
           05 BH-CYCLE             PIC X(6)  VALUE SPACES.
           05 BH-FILE-TYPE         PIC X(5)  VALUE SPACES.
           05 FILLER               PIC X(168) VALUE SPACES.

       01 WS-BASE-RECORD.
           05 BS-RECORD-TYPE       PIC X(3)  VALUE "BAS".
           05 BS-ACCOUNT-ID        PIC X(36) VALUE SPACES.
           05 BS-CUSTOMER-ID       PIC X(10) VALUE SPACES.
           05 BS-MONTH             PIC X(7)  VALUE SPACES.
           05 BS-SCORE             PIC 9(5)  VALUE 0.
           05 BS-STATUS            PIC X(15) VALUE SPACES.
           05 BS-MISSED            PIC 9(3)  VALUE 0.
           05 BS-NAME              PIC X(30) VALUE SPACES.
           05 BS-ADDR-LINE-1       PIC X(30) VALUE SPACES.
           05 BS-ADDR-LINE-2       PIC X(30) VALUE SPACES.
           05 BS-CHANGE-IND        PIC X     VALUE SPACES.
           05 FILLER               PIC X(30) VALUE SPACES.

       01 WS-TRAILER-RECORD.
           05 BT-RECORD-TYPE       PIC X(3)  VALUE "TRL".
           05 BT-FURNISHER-ID      PIC X(10) VALUE SPACES.
           05 BT-BASE-COUNT        PIC 9(9)  VALUE 0.
           05 BT-TOTAL-COUNT       PIC 9(9)  VALUE 0.
           05 FILLER               PIC X(169) VALUE SPACES.

       01 WS-RECORD-FOUND          PIC X  VALUE 'N'.
       01 WS-SEND-FLAG             PIC X  VALUE 'N'.
       01 WS-CHANGE-IND            PIC X  VALUE SPACES.
       01 WS-EXCEPTION-REASON      PIC X(20) VALUE SPACES.
       01 WS-REJECT-RESULT         PIC X(20) VALUE SPACES.

       01 WS-ACCOUNTS-READ         PIC 9(7) VALUE 0.
       01 WS-SEGMENT-COUNT         PIC 9(9) VALUE 0.
       01 WS-TOTAL-COUNT           PIC 9(9) VALUE 0.
       01 WS-NEW-COUNT             PIC 9(7) VALUE 0.
       01 WS-CHANGED-COUNT         PIC 9(7) VALUE 0.
       01 WS-RESENT-COUNT          PIC 9(7) VALUE 0.
       01 WS-UNCHANGED-COUNT       PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-COUNT       PIC 9(7) VALUE 0.
       01 WS-REJECTS-READ          PIC 9(7) VALUE 0.
       01 WS-REJECTS-QUEUED        PIC 9(7) VALUE 0.
       01 WS-REJECTS-UNMATCHED     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE
           IF WS-RUN-MODE(1:4) = "FULL"
               MOVE 'Y' TO WS-FULL-MODE
           END-IF
           PERFORM LOAD-BUSINESS-DATE

           PERFORM LOAD-HISTORY

           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT XREF-MASTER
           IF WS-AM-STATUS NOT = "00" OR WS-CM-STATUS NOT = "00"
               OR WS-XR-STATUS NOT = "00"
               DISPLAY "BUREAURPT - MASTER FILES NOT AVAILABLE "
                   WS-AM-STATUS " " WS-CM-STATUS " " WS-XR-STATUS
           ELSE
               PERFORM OPEN-SNAPSHOT-FILE
               IF WS-SN-STATUS = "00"
                   PERFORM APPLY-BUREAU-REJECTS
                   PERFORM BUILD-FURNISHING-FILE
                   CLOSE SNAPSHOT-FILE
               ELSE
                   DISPLAY "BUREAURPT - SUBMISSION SNAPSHOT NOT "
                       "AVAILABLE " WS-SN-STATUS
               END-IF
           END-IF
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE XREF-MASTER

           DISPLAY "BUREAURPT ACCOUNTS: " WS-ACCOUNTS-READ
               " SEGMENTS: " WS-SEGMENT-COUNT
               " NEW: " WS-NEW-COUNT
               " CHANGED: " WS-CHANGED-COUNT
               " RESENT: " WS-RESENT-COUNT
               " UNCHANGED: " WS-UNCHANGED-COUNT
           DISPLAY "BUREAURPT REJECTS READ: " WS-REJECTS-READ
               " QUEUED: " WS-REJECTS-QUEUED
               " UNMATCHED: " WS-REJECTS-UNMATCHED
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY "BUREAURPT WARNING - ACCOUNTS WITHHELD: "
                   WS-EXCEPTION-COUNT
           END-IF
           IF WS-CUST-DROPPED > 0
               DISPLAY "BUREAURPT WARNING - CUSTOMERS NOT "
                   "TRACKED: " WS-CUST-DROPPED
           END-IF
           STOP RUN.

       LOAD-HISTORY.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "BUREAURPT WARNING - HISTORY FILE NOT "
                   "AVAILABLE " WS-HISTORY-STATUS
                   " - MISSED PAYMENTS REPORTED AS ZERO"
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
                   AND WS-RAW-MISSED NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-RAW-MISSED) = 0
                   MOVE FUNCTION NUMVAL(WS-RAW-MISSED)
                       TO WS-MISSED-NUM
                   PERFORM TRACK-CUSTOMER-RUN
               END-IF
           END-IF.

       TRACK-CUSTOMER-RUN.
           PERFORM FIND-CUSTOMER-ENTRY
           IF WS-CUST-MATCH-IDX = 0
               IF WS-CUST-COUNT < 5000
                   ADD 1 TO WS-CUST-COUNT
                   MOVE WS-RAW-ID TO WS-CUST-ID(WS-CUST-COUNT)
                   MOVE WS-RAW-RUN-DATE
                       TO WS-CUST-LAST-RUN(WS-CUST-COUNT)
                   MOVE WS-MISSED-NUM TO WS-CUST-MISSED(WS-CUST-COUNT)
               ELSE
                   ADD 1 TO WS-CUST-DROPPED
               END-IF
           ELSE
               IF WS-RAW-RUN-DATE >= WS-CUST-LAST-RUN(WS-CUST-MATCH-IDX)
                   MOVE WS-RAW-RUN-DATE
                       TO WS-CUST-LAST-RUN(WS-CUST-MATCH-IDX)
                   MOVE WS-MISSED-NUM
                       TO WS-CUST-MISSED(WS-CUST-MATCH-IDX)
               END-IF
           END-IF.

       FIND-CUSTOMER-ENTRY.
           MOVE 0 TO WS-CUST-MATCH-IDX
           IF WS-CUST-COUNT > 0
               PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   IF WS-CUST-ID(WS-CUST-IDX) = WS-RAW-ID
                       MOVE WS-CUST-IDX TO WS-CUST-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF.

       OPEN-SNAPSHOT-FILE.
           OPEN I-O SNAPSHOT-FILE
           IF WS-SN-STATUS = "35"
               OPEN OUTPUT SNAPSHOT-FILE
               CLOSE SNAPSHOT-FILE
               OPEN I-O SNAPSHOT-FILE
           END-IF.

       APPLY-BUREAU-REJECTS.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS = "00"
               PERFORM OPEN-REJECT-LOG
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REJECT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-HEADER-FLAG = 'Y'
                               MOVE 'N' TO WS-HEADER-FLAG
                           ELSE
                               PERFORM APPLY-ONE-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
               CLOSE REJECT-LOG-FILE
           END-IF.

       OPEN-REJECT-LOG.
           OPEN EXTEND REJECT-LOG-FILE
           IF WS-REJECT-LOG-STATUS = "35"
               OPEN OUTPUT REJECT-LOG-FILE
               MOVE SPACES TO REJECT-LOG-LINE
               STRING
                   "RUN_DATE,ACCOUNT_ID,CUSTOMER_ID,REPORT_MONTH,"
                       DELIMITED BY SIZE
                   "ERROR_CODE,ERROR_TEXT,RESULT" DELIMITED BY SIZE
                   INTO REJECT-LOG-LINE
               WRITE REJECT-LOG-LINE
           END-IF.

       APPLY-ONE-REJECT.
           MOVE SPACES TO WS-RAW-ACCOUNT
           MOVE SPACES TO WS-RAW-MONTH
           MOVE SPACES TO WS-RAW-ERROR-CODE
           MOVE SPACES TO WS-RAW-ERROR-TEXT
           UNSTRING REJECT-LINE DELIMITED BY ","
               INTO WS-RAW-ACCOUNT,
                    WS-RAW-MONTH,
                    WS-RAW-ERROR-CODE,
                    WS-RAW-ERROR-TEXT
           IF WS-RAW-ACCOUNT NOT = SPACES
               ADD 1 TO WS-REJECTS-READ
               MOVE WS-RAW-ACCOUNT TO SN-ACCOUNT-ID
               READ SNAPSHOT-FILE
                   INVALID KEY
                       MOVE "NOT SUBMITTED" TO WS-REJECT-RESULT
                       MOVE SPACES TO SN-CUSTOMER-ID
                   NOT INVALID KEY
                       PERFORM MATCH-REJECT-TO-SUBMISSION
               END-READ
               IF WS-REJECT-RESULT NOT = "QUEUED FOR RESEND"
                   AND WS-REJECT-RESULT NOT = "ALREADY RECORDED"
                   ADD 1 TO WS-REJECTS-UNMATCHED
               END-IF
               PERFORM WRITE-REJECT-LOG-ROW
           END-IF.

       MATCH-REJECT-TO-SUBMISSION.
           EVALUATE TRUE
               WHEN WS-RAW-MONTH NOT = SN-MONTH
                   MOVE "MONTH MISMATCH" TO WS-REJECT-RESULT
               WHEN WS-RAW-MONTH = SN-REJECT-MONTH
                   AND WS-RAW-ERROR-CODE = SN-REJECT-CODE
                   MOVE "ALREADY RECORDED" TO WS-REJECT-RESULT
               WHEN OTHER
                   MOVE 'Y' TO SN-RESEND
                   MOVE WS-RAW-MONTH TO SN-REJECT-MONTH
                   MOVE WS-RAW-ERROR-CODE TO SN-REJECT-CODE
                   MOVE WS-RUN-DATE TO SN-REJECT-DATE
                   REWRITE SNAPSHOT-REC
                   MOVE "QUEUED FOR RESEND" TO WS-REJECT-RESULT
                   ADD 1 TO WS-REJECTS-QUEUED
           END-EVALUATE.

       WRITE-REJECT-LOG-ROW.
           MOVE SPACES TO REJECT-LOG-LINE
           STRING
               WS-RUN-DATE DELIMITED BY SIZE ","
               WS-RAW-ACCOUNT DELIMITED BY SIZE ","
               SN-CUSTOMER-ID DELIMITED BY SIZE ","
               WS-RAW-MONTH DELIMITED BY SIZE ","
               WS-RAW-ERROR-CODE DELIMITED BY SIZE ","
               WS-RAW-ERROR-TEXT DELIMITED BY SIZE ","
               WS-REJECT-RESULT DELIMITED BY SIZE
               INTO REJECT-LOG-LINE
           WRITE REJECT-LOG-LINE.

       BUILD-FURNISHING-FILE.
           OPEN OUTPUT BUREAU-FILE
           OPEN OUTPUT EXCEPTION-FILE
           MOVE SPACES TO EXCEPTION-LINE
           STRING
               "RUN_DATE,ACCOUNT_ID,CUSTOMER_ID,REASON"
                   DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE

           MOVE WS-FURNISHER-ID TO BH-FURNISHER-ID
           MOVE WS-RUN-DATE TO BH-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO BH-CYCLE
           IF WS-FULL-MODE = 'Y'
               MOVE "FULL" TO BH-FILE-TYPE
           ELSE
               MOVE "DELTA" TO BH-FILE-TYPE
           END-IF
           WRITE BUREAU-RECORD FROM WS-HEADER-RECORD
           ADD 1 TO WS-TOTAL-COUNT

           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO AM-ACCOUNT-ID
           START ACCOUNT-MASTER KEY NOT < AM-ACCOUNT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       PERFORM REPORT-ONE-ACCOUNT
               END-READ
           END-PERFORM

           ADD 1 TO WS-TOTAL-COUNT
           MOVE WS-FURNISHER-ID TO BT-FURNISHER-ID
           MOVE WS-SEGMENT-COUNT TO BT-BASE-COUNT
           MOVE WS-TOTAL-COUNT TO BT-TOTAL-COUNT
           WRITE BUREAU-RECORD FROM WS-TRAILER-RECORD

           CLOSE BUREAU-FILE
           CLOSE EXCEPTION-FILE.

       REPORT-ONE-ACCOUNT.
           MOVE SPACES TO WS-EXCEPTION-REASON
           INITIALIZE WS-SEGMENT-DATA
           MOVE AM-MONTH TO WS-SEG-MONTH
           MOVE AM-SCORE TO WS-SEG-SCORE
           MOVE AM-STATUS TO WS-SEG-STATUS

           MOVE AM-ACCOUNT-ID TO XR-ACCOUNT-ID
           READ XREF-MASTER KEY IS XR-ACCOUNT-ID
               INVALID KEY
                   MOVE "NO CUSTOMER LINK" TO WS-EXCEPTION-REASON
               NOT INVALID KEY
                   MOVE XR-CUSTOMER-ID TO WS-SEG-CUSTOMER-ID
                   MOVE XR-CUSTOMER-ID TO CM-CUSTOMER-ID
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE "CUSTOMER NOT FOUND"
                               TO WS-EXCEPTION-REASON
                       NOT INVALID KEY
                           MOVE CM-NAME TO WS-SEG-NAME
                           MOVE CM-ADDR-LINE-1 TO WS-SEG-ADDR-LINE-1
                           MOVE CM-ADDR-LINE-2 TO WS-SEG-ADDR-LINE-2
                   END-READ
           END-READ

           IF WS-EXCEPTION-REASON = SPACES
               EVALUATE TRUE
                   WHEN WS-SEG-NAME = SPACES
                       MOVE "MISSING NAME" TO WS-EXCEPTION-REASON
                   WHEN WS-SEG-ADDR-LINE-1 = SPACES
                       MOVE "MISSING ADDRESS" TO WS-EXCEPTION-REASON
                   WHEN WS-SEG-MONTH = SPACES
                       MOVE "MISSING MONTH" TO WS-EXCEPTION-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-EXCEPTION-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION-ROW
           ELSE
               MOVE WS-SEG-CUSTOMER-ID TO WS-RAW-ID
               PERFORM FIND-CUSTOMER-ENTRY
               IF WS-CUST-MATCH-IDX > 0
                   MOVE WS-CUST-MISSED(WS-CUST-MATCH-IDX)
                       TO WS-SEG-MISSED
               END-IF
               PERFORM CHECK-SUBMISSION-CHANGE
               IF WS-SEND-FLAG = 'Y'
                   PERFORM WRITE-BASE-SEGMENT
                   PERFORM STORE-SNAPSHOT
               ELSE
                   ADD 1 TO WS-UNCHANGED-COUNT
               END-IF
           END-IF.

       CHECK-SUBMISSION-CHANGE.
           MOVE 'N' TO WS-SEND-FLAG
           MOVE AM-ACCOUNT-ID TO SN-ACCOUNT-ID
           READ SNAPSHOT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RECORD-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-FOUND
           END-READ
           EVALUATE TRUE
               WHEN WS-RECORD-FOUND = 'N'
                   MOVE 'Y' TO WS-SEND-FLAG
                   MOVE "N" TO WS-CHANGE-IND
                   ADD 1 TO WS-NEW-COUNT
               WHEN SN-RESEND = 'Y'
                   MOVE 'Y' TO WS-SEND-FLAG
                   MOVE "R" TO WS-CHANGE-IND
                   ADD 1 TO WS-RESENT-COUNT
               WHEN SN-SEGMENT-DATA NOT = WS-SEGMENT-DATA
                   MOVE 'Y' TO WS-SEND-FLAG
                   MOVE "C" TO WS-CHANGE-IND
                   ADD 1 TO WS-CHANGED-COUNT
               WHEN WS-FULL-MODE = 'Y'
                   MOVE 'Y' TO WS-SEND-FLAG
                   MOVE "F" TO WS-CHANGE-IND
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-BASE-SEGMENT.
           MOVE AM-ACCOUNT-ID TO BS-ACCOUNT-ID
           MOVE WS-SEG-CUSTOMER-ID TO BS-CUSTOMER-ID
           MOVE WS-SEG-MONTH TO BS-MONTH
           MOVE WS-SEG-SCORE TO BS-SCORE
           MOVE WS-SEG-STATUS TO BS-STATUS
           MOVE WS-SEG-MISSED TO BS-MISSED
           MOVE WS-SEG-NAME TO BS-NAME
           MOVE WS-SEG-ADDR-LINE-1 TO BS-ADDR-LINE-1
           MOVE WS-SEG-ADDR-LINE-2 TO BS-ADDR-LINE-2
           MOVE WS-CHANGE-IND TO BS-CHANGE-IND
           WRITE BUREAU-RECORD FROM WS-BASE-RECORD
           ADD 1 TO WS-SEGMENT-COUNT
           ADD 1 TO WS-TOTAL-COUNT.

       STORE-SNAPSHOT.
           MOVE AM-ACCOUNT-ID TO SN-ACCOUNT-ID
           MOVE WS-SEGMENT-DATA TO SN-SEGMENT-DATA
           MOVE WS-RUN-DATE TO SN-SENT-DATE
           MOVE 'N' TO SN-RESEND
           IF WS-RECORD-FOUND = 'Y'
               REWRITE SNAPSHOT-REC
           ELSE
               MOVE SPACES TO SN-REJECT-MONTH
               MOVE SPACES TO SN-REJECT-CODE
               MOVE SPACES TO SN-REJECT-DATE
               WRITE SNAPSHOT-REC
                   INVALID KEY
                       REWRITE SNAPSHOT-REC
               END-WRITE
           END-IF.

       WRITE-EXCEPTION-ROW.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING
               WS-RUN-DATE DELIMITED BY SIZE ","
               AM-ACCOUNT-ID DELIMITED BY SIZE ","
               WS-SEG-CUSTOMER-ID DELIMITED BY SIZE ","
               WS-EXCEPTION-REASON DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

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
               DISPLAY "BUREAURPT - BUSINESS DATE CONTROL "
                   "NOT AVAILABLE " WS-BD-STATUS " - RUN DATEROLL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
