               RECORD KEY IS XR-KEY
               ALTERNATE RECORD KEY IS XR-ACCOUNT-ID
               FILE STATUS IS WS-XR-STATUS.
           SELECT ACCOUNT-STATUS-FILE ASSIGN TO 'account_status.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AS-ACCOUNT-ID
               FILE STATUS IS WS-AS-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'risk_report.csv'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAM-FILE ASSIGN TO 'risk_report_params.csv'
               10 XR-CUSTOMER-ID   PIC X(10).
               10 XR-ACCOUNT-ID    PIC X(36).

       FD ACCOUNT-STATUS-FILE.
       01 ACCOUNT-STATUS-REC.
           05 AS-ACCOUNT-ID        PIC X(36).
           05 AS-STATE             PIC X(6).
           05 AS-EFFECTIVE-DATE    PIC X(8).
           05 AS-REASON            PIC X(20).
           05 AS-REFERENCE         PIC X(36).
           05 AS-UPDATED-BY        PIC X(20).
           05 AS-UPDATED-DATE      PIC X(8).

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(150).

       01 WS-CUSTOMER-EOF          PIC X VALUE 'N'.
       01 WS-ACCOUNT-EOF           PIC X VALUE 'N'.
       01 WS-XREF-EOF              PIC X VALUE 'N'.
       01 WS-AS-STATUS             PIC XX VALUE SPACES.
       01 WS-AS-OPENED             PIC X VALUE 'N'.
       01 WS-ACCOUNT-CLOSED        PIC X VALUE 'N'.
       01 WS-CLOSED-SKIPPED        PIC 9(7) VALUE 0.
       01 WS-CUST-CLOSED-LINKS     PIC 9(5) VALUE 0.
       01 WS-CLOSED-CUSTOMERS      PIC 9(7) VALUE 0.

       01 WS-PARAM-STATUS          PIC XX    VALUE SPACES.
       01 WS-PARAM-EOF             PIC X     VALUE 'N'.
               MOVE 'Y' TO WS-CUSTOMER-EOF
               MOVE 'Y' TO WS-ACCOUNT-EOF
           END-IF
           OPEN INPUT ACCOUNT-STATUS-FILE
           IF WS-AS-STATUS = "00"
               MOVE 'Y' TO WS-AS-OPENED
           ELSE
               DISPLAY "RISKREPORT WARNING - ACCOUNT STATUS FILE NOT "
                   "AVAILABLE " WS-AS-STATUS
                   " - NO ACCOUNTS EXCLUDED AS CLOSED"
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING
           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE XREF-MASTER
           IF WS-AS-OPENED = 'Y'
               CLOSE ACCOUNT-STATUS-FILE
           END-IF
           DISPLAY "RISKREPORT CLOSED ACCOUNTS EXCLUDED: "
               WS-CLOSED-SKIPPED
               " CUSTOMERS WITH ONLY CLOSED ACCOUNTS: "
               WS-CLOSED-CUSTOMERS
           STOP RUN.

       LOAD-PARAMETERS.
                       MOVE 'Y' TO WS-CUSTOMER-EOF
                   NOT AT END
                       PERFORM FIND-ACCOUNT-MATCH
                       IF WS-FOUND-FLAG = 'N'
                           AND WS-CUST-CLOSED-LINKS > 0
                           ADD 1 TO WS-CLOSED-CUSTOMERS
                       ELSE
                           PERFORM WRITE-CUSTOMER-REPORT-ROW
                       END-IF
               END-READ
           END-PERFORM.

       FIND-ACCOUNT-MATCH.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-ACCT-COUNT
           MOVE 0 TO WS-CUST-CLOSED-LINKS
           MOVE 99999 TO WS-WORST-SCORE
           MOVE 0 TO WS-BEST-SCORE
           MOVE 'N' TO WS-XREF-EOF

       TALLY-LINKED-ACCOUNT.
           MOVE XR-ACCOUNT-ID TO AM-ACCOUNT-ID
           PERFORM CHECK-ACCOUNT-CLOSED
           IF WS-ACCOUNT-CLOSED = 'Y'
               ADD 1 TO WS-CLOSED-SKIPPED
               ADD 1 TO WS-CUST-CLOSED-LINKS
           ELSE
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-FLAG
                       ADD 1 TO WS-ACCT-COUNT
                       IF AM-SCORE < WS-WORST-SCORE
                           MOVE AM-SCORE TO WS-WORST-SCORE
                       END-IF
                       IF AM-SCORE > WS-BEST-SCORE
                           MOVE AM-SCORE TO WS-BEST-SCORE
                       END-IF
               END-READ
           END-IF.

       CHECK-ACCOUNT-CLOSED.
           MOVE 'N' TO WS-ACCOUNT-CLOSED
           IF WS-AS-OPENED = 'Y'
               MOVE AM-ACCOUNT-ID TO AS-ACCOUNT-ID
               READ ACCOUNT-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AS-STATE = "CLOSED"
                           MOVE 'Y' TO WS-ACCOUNT-CLOSED
                       END-IF
               END-READ
           END-IF.

       WRITE-CUSTOMER-REPORT-ROW.
           MOVE SPACES TO REPORT-LINE
                       AT END
                           MOVE 'Y' TO WS-ACCOUNT-EOF
                       NOT AT END
                           PERFORM CHECK-ACCOUNT-CLOSED
                           IF WS-ACCOUNT-CLOSED = 'N'
                               PERFORM CHECK-ACCOUNT-CUSTOMER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
