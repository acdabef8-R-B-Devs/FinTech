           SELECT DISPOSITION-FILE ASSIGN TO 'fraud_dispositions.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT CREDIT-LIMIT-FILE ASSIGN TO 'credit_limit_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ACCOUNT-ID
               FILE STATUS IS WS-CL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 SUSPICIOUS-LINE          PIC X(200).

       FD DISPOSITION-FILE.
       01 DISPOSITION-LINE         PIC X(150).

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

       WORKING-STORAGE SECTION.
       01 WS-CM-STATUS             PIC XX VALUE SPACES.
       01 WS-AM-STATUS             PIC XX VALUE SPACES.
       01 WS-XR-STATUS             PIC XX VALUE SPACES.
       01 WS-CSV-STATUS            PIC XX VALUE SPACES.
       01 WS-CL-STATUS             PIC XX VALUE SPACES.
       01 WS-EOF                   PIC X  VALUE 'N'.
       01 WS-HEADER-FLAG           PIC X  VALUE 'Y'.


           PERFORM COLLECT-LINKED-ACCOUNTS
           PERFORM SHOW-LINKED-ACCOUNTS
           PERFORM SHOW-CREDIT-LIMITS
           PERFORM SHOW-CUSTOMER-HISTORY
           PERFORM SHOW-ACCOUNT-HISTORY
           PERFORM SHOW-ALERTS
           DISPLAY "STATUS:     " AM-STATUS
           MOVE 1 TO WS-LINKED-COUNT
           MOVE AM-ACCOUNT-ID TO WS-LINKED-ENTRY(1)
           PERFORM SHOW-CREDIT-LIMITS
           PERFORM SHOW-ACCOUNT-HISTORY
           PERFORM SHOW-ALERTS
           PERFORM SHOW-FRAUD-CASES.
                       " SCORE " AM-SCORE " " AM-STATUS
           END-READ.

       SHOW-CREDIT-LIMITS.
           DISPLAY "=== APPROVED CREDIT LIMITS ==="
           OPEN INPUT CREDIT-LIMIT-FILE
           IF WS-CL-STATUS NOT = "00"
               DISPLAY "  (NOT AVAILABLE)"
           ELSE
               IF WS-LINKED-COUNT = 0
                   DISPLAY "  (NONE)"
               ELSE
                   PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
                       UNTIL WS-LNK-IDX > WS-LINKED-COUNT
                       PERFORM SHOW-ONE-CREDIT-LIMIT
                   END-PERFORM
               END-IF
               CLOSE CREDIT-LIMIT-FILE
           END-IF.

       SHOW-ONE-CREDIT-LIMIT.
           MOVE WS-LINKED-ENTRY(WS-LNK-IDX) TO CL-ACCOUNT-ID
           READ CREDIT-LIMIT-FILE
               INVALID KEY
                   DISPLAY "  " WS-LINKED-ENTRY(WS-LNK-IDX)
                       " (NO LIMIT DECISION)"
               NOT INVALID KEY
                   DISPLAY "  " CL-ACCOUNT-ID
                   IF CL-APPROVED-DATE = SPACES
                       DISPLAY "    LIMIT NONE APPROVED"
                   ELSE
                       DISPLAY "    LIMIT " CL-APPROVED-LIMIT
                           " APPROVED " CL-APPROVED-DATE
                           " BY " CL-APPROVED-BY
                           " PROPOSED BY " CL-PROPOSED-BY
                   END-IF
                   IF CL-LAST-DATE NOT = SPACES
                       DISPLAY "    LAST DECISION " CL-LAST-DECISION
                           " " CL-LAST-ACTION
                           " ON " CL-LAST-DATE
                   END-IF
                   IF CL-PEND-DECISION NOT = SPACES
                       DISPLAY "    PENDING " CL-PEND-DECISION
                           " LIMIT " CL-PEND-LIMIT
                           " BY " CL-PEND-BY
                           " ON " CL-PEND-DATE
                   END-IF
           END-READ.

       CHECK-LINKED-MATCH.
           MOVE 'N' TO WS-LINKED-MATCH
           IF WS-LINKED-COUNT > 0
