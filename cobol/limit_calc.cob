               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-ID
               FILE STATUS IS WS-AM-STATUS.
           SELECT ACCOUNT-STATUS-FILE ASSIGN TO 'account_status.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AS-ACCOUNT-ID
               FILE STATUS IS WS-AS-STATUS.
           SELECT SCORE-FILE ASSIGN TO 'credit_score.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
           05 AM-SCORE             PIC 9(5).
           05 AM-STATUS            PIC X(15).

       FD ACCOUNT-STATUS-FILE.
       01 ACCOUNT-STATUS-REC.
           05 AS-ACCOUNT-ID        PIC X(36).
           05 AS-STATE             PIC X(6).
           05 AS-EFFECTIVE-DATE    PIC X(8).
           05 AS-REASON            PIC X(20).
           05 AS-REFERENCE         PIC X(36).
           05 AS-UPDATED-BY        PIC X(20).
           05 AS-UPDATED-DATE      PIC X(8).

       FD SCORE-FILE.
       01 SCORE-LINE               PIC X(200).

       01 WS-AM-STATUS             PIC XX VALUE SPACES.
       01 WS-SCORE-STATUS          PIC XX VALUE SPACES.
       01 WS-OVERRIDE-STATUS       PIC XX VALUE SPACES.
       01 WS-AS-STATUS             PIC XX VALUE SPACES.
       01 WS-AS-OPENED             PIC X  VALUE 'N'.
       01 WS-ACCOUNT-STATE         PIC X(6) VALUE SPACES.
       01 WS-EOF                   PIC X  VALUE 'N'.
       01 WS-HEADER-FLAG           PIC X  VALUE 'Y'.


       01 WS-RECOMMEND-COUNT       PIC 9(9) VALUE 0.
       01 WS-NO-DATA-COUNT         PIC 9(9) VALUE 0.
       01 WS-CLOSED-COUNT          PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
                   INTO RECOMMEND-LINE
               WRITE RECOMMEND-LINE

               OPEN INPUT ACCOUNT-STATUS-FILE
               IF WS-AS-STATUS = "00"
                   MOVE 'Y' TO WS-AS-OPENED
               ELSE
                   DISPLAY "LIMITCALC WARNING - ACCOUNT STATUS FILE "
                       "NOT AVAILABLE " WS-AS-STATUS
                       " - ALL ACCOUNTS TREATED AS ACTIVE"
               END-IF

               PERFORM SCAN-ACCOUNT-MASTER

               IF WS-AS-OPENED = 'Y'
                   CLOSE ACCOUNT-STATUS-FILE
               END-IF
               CLOSE RECOMMEND-FILE
               CLOSE ACCOUNT-MASTER
           END-IF

           DISPLAY "LIMITCALC RECOMMENDATIONS: " WS-RECOMMEND-COUNT
               " NO MONTHLY DATA: " WS-NO-DATA-COUNT
               " CLOSED EXCLUDED: " WS-CLOSED-COUNT
           IF WS-ACCT-DROPPED > 0
               DISPLAY "LIMITCALC WARNING - ACCOUNTS NOT TRACKED: "
                   WS-ACCT-DROPPED
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM READ-ACCOUNT-STATE
                       IF WS-ACCOUNT-STATE = "CLOSED"
                           ADD 1 TO WS-CLOSED-COUNT
                       ELSE
                           PERFORM RECOMMEND-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       READ-ACCOUNT-STATE.
           MOVE "ACTIVE" TO WS-ACCOUNT-STATE
           IF WS-AS-OPENED = 'Y'
               MOVE AM-ACCOUNT-ID TO AS-ACCOUNT-ID
               READ ACCOUNT-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AS-STATE TO WS-ACCOUNT-STATE
               END-READ
           END-IF.

       RECOMMEND-ONE-ACCOUNT.
           MOVE 0 TO WS-ACCT-MATCH-IDX
           IF WS-ACCT-COUNT > 0
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-ACCOUNT-STATE = "FROZEN"
                   MOVE "ACCOUNT FROZEN" TO WS-REVIEW-FLAG
               WHEN WS-OVERRIDE-MATCH = 'Y'
                   MOVE "MANUAL REVIEW" TO WS-REVIEW-FLAG
               WHEN OTHER
                   MOVE "NONE" TO WS-REVIEW-FLAG
           END-EVALUATE.

       COMPUTE-RECOMMENDATION.
           COMPUTE WS-AVG-INCOME =
