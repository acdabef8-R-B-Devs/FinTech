       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMITMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO 'limit_decisions.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT RECOMMEND-FILE ASSIGN TO
               'credit_limit_recommendations.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOMMEND-STATUS.
           SELECT CREDIT-LIMIT-FILE ASSIGN TO 'credit_limit_master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ACCOUNT-ID
               FILE STATUS IS WS-CL-STATUS.
           SELECT ACCOUNT-STATUS-FILE ASSIGN TO 'account_status.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AS-ACCOUNT-ID
               FILE STATUS IS WS-AS-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'limit_decision_audit.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DECISION-FILE.
       01 DECISION-LINE            PIC X(200).

       FD RECOMMEND-FILE.
       01 RECOMMEND-LINE           PIC X(150).

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

       FD ACCOUNT-STATUS-FILE.
       01 ACCOUNT-STATUS-REC.
           05 AS-ACCOUNT-ID        PIC X(36).
           05 AS-STATE             PIC X(6).
           05 AS-EFFECTIVE-DATE    PIC X(8).
           05 AS-REASON            PIC X(20).
           05 AS-REFERENCE         PIC X(36).
           05 AS-UPDATED-BY        PIC X(20).
           05 AS-UPDATED-DATE      PIC X(8).

       FD AUDIT-FILE.
       01 AUDIT-LINE               PIC X(250).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DECISION-STATUS       PIC XX VALUE SPACES.
       01 WS-RECOMMEND-STATUS      PIC XX VALUE SPACES.
       01 WS-CL-STATUS             PIC XX VALUE SPACES.
       01 WS-AS-STATUS             PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS          PIC XX VALUE SPACES.
       01 WS-EOF                   PIC X  VALUE 'N'.
       01 WS-HEADER-FLAG           PIC X  VALUE 'Y'.
       01 WS-RUN-DATE              PIC X(8) VALUE SPACES.
       01 WS-PRIOR-BUSINESS-DATE   PIC X(8) VALUE SPACES.
       01 WS-BD-STATUS             PIC XX VALUE SPACES.
       01 WS-LIMIT-OPENED          PIC X  VALUE 'N'.
       01 WS-AS-OPENED             PIC X  VALUE 'N'.

       01 WS-RAW-ACCOUNT           PIC X(36) VALUE SPACES.
       01 WS-RAW-ACTION            PIC X(10) VALUE SPACES.
       01 WS-RAW-DECISION          PIC X(10) VALUE SPACES.
       01 WS-RAW-AMOUNT            PIC X(12) VALUE SPACES.
       01 WS-RAW-USER              PIC X(20) VALUE SPACES.
       01 WS-RAW-REASON            PIC X(40) VALUE SPACES.
       01 WS-RAW-SCORE             PIC X(12) VALUE SPACES.
       01 WS-RAW-INCOME            PIC X(15) VALUE SPACES.
       01 WS-RAW-EXPENSES          PIC X(15) VALUE SPACES.
       01 WS-RAW-RANGE             PIC X(10) VALUE SPACES.
       01 WS-RAW-BAND              PIC X(10) VALUE SPACES.
       01 WS-RAW-LIMIT             PIC X(12) VALUE SPACES.

       01 WS-REC-COUNT             PIC 9(5) VALUE 0.
       01 WS-REC-DROPPED           PIC 9(7) VALUE 0.
       01 WS-REC-TABLE.
           05 WS-REC-ENTRY OCCURS 5000 TIMES
                                 INDEXED BY WS-REC-IDX.
               10 WS-REC-ACCOUNT       PIC X(36).
               10 WS-REC-LIMIT         PIC 9(7).
       01 WS-REC-MATCH-IDX         PIC 9(5) VALUE 0.

       01 WS-RECORD-FOUND          PIC X     VALUE 'N'.
       01 WS-RECOMMENDED           PIC 9(7)  VALUE 0.
       01 WS-PROPOSED-LIMIT        PIC 9(7)  VALUE 0.
       01 WS-PREVIOUS-LIMIT        PIC 9(7)  VALUE 0.
       01 WS-NEW-LIMIT             PIC 9(7)  VALUE 0.
       01 WS-PROPOSER              PIC X(20) VALUE SPACES.
       01 WS-AUDIT-DECISION        PIC X(8)  VALUE SPACES.
       01 WS-RESULT                PIC X(40) VALUE SPACES.

       01 WS-PROPOSED-COUNT        PIC 9(7) VALUE 0.
       01 WS-APPROVED-COUNT        PIC 9(7) VALUE 0.
       01 WS-SENT-BACK-COUNT       PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE

           PERFORM LOAD-RECOMMENDATIONS
           PERFORM OPEN-CREDIT-LIMIT-FILE
           IF WS-LIMIT-OPENED = 'Y'
               OPEN INPUT ACCOUNT-STATUS-FILE
               IF WS-AS-STATUS = "00"
                   MOVE 'Y' TO WS-AS-OPENED
               ELSE
                   DISPLAY "LIMITMAINT WARNING - ACCOUNT STATUS FILE "
                       "NOT AVAILABLE " WS-AS-STATUS
                       " - CLOSED CHECK NOT APPLIED"
               END-IF
               PERFORM OPEN-AUDIT-FILE
               PERFORM APPLY-DECISION-FILE
               CLOSE AUDIT-FILE
               IF WS-AS-OPENED = 'Y'
                   CLOSE ACCOUNT-STATUS-FILE
               END-IF
               CLOSE CREDIT-LIMIT-FILE
           END-IF

           DISPLAY "LIMITMAINT PROPOSED: " WS-PROPOSED-COUNT
               " APPROVED: " WS-APPROVED-COUNT
               " SENT BACK: " WS-SENT-BACK-COUNT
               " REJECTED: " WS-REJECTED-COUNT
           IF WS-REC-DROPPED > 0
               DISPLAY "LIMITMAINT WARNING - RECOMMENDATIONS NOT "
                   "TRACKED: " WS-REC-DROPPED
           END-IF
           STOP RUN.

       LOAD-RECOMMENDATIONS.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT RECOMMEND-FILE
           IF WS-RECOMMEND-STATUS NOT = "00"
               DISPLAY "LIMITMAINT WARNING - RECOMMENDATIONS NOT "
                   "AVAILABLE " WS-RECOMMEND-STATUS
                   " - ACCEPT DECISIONS WILL BE REJECTED"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RECOMMEND-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM STORE-RECOMMENDATION
                   END-READ
               END-PERFORM
               CLOSE RECOMMEND-FILE
           END-IF.

       STORE-RECOMMENDATION.
           IF WS-HEADER-FLAG = 'Y'
               MOVE 'N' TO WS-HEADER-FLAG
           ELSE
               MOVE SPACES TO WS-RAW-ACCOUNT
               MOVE SPACES TO WS-RAW-LIMIT
               UNSTRING RECOMMEND-LINE DELIMITED BY ","
                   INTO WS-RAW-ACCOUNT,
                        WS-RAW-SCORE,
                        WS-RAW-INCOME,
                        WS-RAW-EXPENSES,
                        WS-RAW-RANGE,
                        WS-RAW-BAND,
                        WS-RAW-LIMIT
               IF WS-RAW-ACCOUNT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-RAW-LIMIT) = 0
                   IF WS-REC-COUNT < 5000
                       ADD 1 TO WS-REC-COUNT
                       MOVE WS-RAW-ACCOUNT
                           TO WS-REC-ACCOUNT(WS-REC-COUNT)
                       MOVE FUNCTION NUMVAL(WS-RAW-LIMIT)
                           TO WS-REC-LIMIT(WS-REC-COUNT)
                   ELSE
                       ADD 1 TO WS-REC-DROPPED
                   END-IF
               END-IF
           END-IF.

       OPEN-CREDIT-LIMIT-FILE.
           OPEN I-O CREDIT-LIMIT-FILE
           IF WS-CL-STATUS = "35"
               OPEN OUTPUT CREDIT-LIMIT-FILE
               CLOSE CREDIT-LIMIT-FILE
               OPEN I-O CREDIT-LIMIT-FILE
           END-IF
           IF WS-CL-STATUS = "00"
               MOVE 'Y' TO WS-LIMIT-OPENED
           ELSE
               DISPLAY "LIMITMAINT - CREDIT LIMIT MASTER NOT "
                   "AVAILABLE " WS-CL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               MOVE SPACES TO AUDIT-LINE
               STRING
                   "RUN_DATE,ACCOUNT_ID,ACTION,DECISION,"
                       DELIMITED BY SIZE
                   "RECOMMENDED_LIMIT,PROPOSED_LIMIT,PREVIOUS_LIMIT,"
                       DELIMITED BY SIZE
                   "NEW_LIMIT,USER_ID,PROPOSED_BY,REASON,RESULT"
                       DELIMITED BY SIZE
                   INTO AUDIT-LINE
               WRITE AUDIT-LINE
           END-IF.

       APPLY-DECISION-FILE.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DECISION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-HEADER-FLAG = 'Y'
                               MOVE 'N' TO WS-HEADER-FLAG
                           ELSE
                               PERFORM APPLY-ONE-DECISION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DECISION-FILE
           END-IF.

       APPLY-ONE-DECISION.
           MOVE SPACES TO WS-RAW-ACCOUNT
           MOVE SPACES TO WS-RAW-ACTION
           MOVE SPACES TO WS-RAW-DECISION
           MOVE SPACES TO WS-RAW-AMOUNT
           MOVE SPACES TO WS-RAW-USER
           MOVE SPACES TO WS-RAW-REASON
           UNSTRING DECISION-LINE DELIMITED BY ","
               INTO WS-RAW-ACCOUNT,
                    WS-RAW-ACTION,
                    WS-RAW-DECISION,
                    WS-RAW-AMOUNT,
                    WS-RAW-USER,
                    WS-RAW-REASON
           IF WS-RAW-ACCOUNT NOT = SPACES
               MOVE SPACES TO WS-RESULT
               MOVE SPACES TO WS-PROPOSER
               MOVE WS-RAW-DECISION TO WS-AUDIT-DECISION
               MOVE 0 TO WS-RECOMMENDED
               MOVE 0 TO WS-PROPOSED-LIMIT
               PERFORM READ-LIMIT-RECORD
               MOVE WS-PREVIOUS-LIMIT TO WS-NEW-LIMIT
               IF WS-RAW-USER = SPACES
                   MOVE "MISSING USER ID" TO WS-RESULT
               ELSE
                   EVALUATE WS-RAW-ACTION
                       WHEN "PROPOSE"
                           PERFORM APPLY-PROPOSAL
                       WHEN "APPROVE"
                           PERFORM APPLY-AUTHORISATION
                       WHEN "REJECT"
                           PERFORM APPLY-AUTHORISATION
                       WHEN OTHER
                           MOVE "INVALID ACTION" TO WS-RESULT
                   END-EVALUATE
               END-IF
               IF WS-RESULT = "PROPOSED" OR "APPROVED" OR "SENT BACK"
                   PERFORM STORE-LIMIT-RECORD
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "LIMITMAINT REJECTED " WS-RAW-ACTION
                       " FOR " WS-RAW-ACCOUNT " - " WS-RESULT
               END-IF
               PERFORM WRITE-AUDIT-ROW
           END-IF.

       READ-LIMIT-RECORD.
           MOVE WS-RAW-ACCOUNT TO CL-ACCOUNT-ID
           READ CREDIT-LIMIT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RECORD-FOUND
                   INITIALIZE CREDIT-LIMIT-REC
                   MOVE WS-RAW-ACCOUNT TO CL-ACCOUNT-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-FOUND
           END-READ
           MOVE CL-APPROVED-LIMIT TO WS-PREVIOUS-LIMIT.

       APPLY-PROPOSAL.
           PERFORM FIND-RECOMMENDATION
           MOVE WS-RAW-USER TO WS-PROPOSER
           EVALUATE TRUE
               WHEN CL-PEND-DECISION NOT = SPACES
                   MOVE "PROPOSAL ALREADY PENDING" TO WS-RESULT
               WHEN WS-RAW-DECISION = "ACCEPT"
                   IF WS-RECOMMENDED = 0
                       MOVE "NO LIMITCALC RECOMMENDATION"
                           TO WS-RESULT
                   ELSE
                       MOVE WS-RECOMMENDED TO WS-PROPOSED-LIMIT
                   END-IF
               WHEN WS-RAW-DECISION = "AMEND"
                   IF FUNCTION TEST-NUMVAL(WS-RAW-AMOUNT) NOT = 0
                       MOVE "INVALID AMENDED LIMIT" TO WS-RESULT
                   ELSE
                       IF FUNCTION NUMVAL(WS-RAW-AMOUNT) < 0
                           OR FUNCTION NUMVAL(WS-RAW-AMOUNT) > 9999999
                           MOVE "INVALID AMENDED LIMIT" TO WS-RESULT
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-RAW-AMOUNT)
                               TO WS-PROPOSED-LIMIT
                       END-IF
                   END-IF
               WHEN WS-RAW-DECISION = "DECLINE"
                   MOVE CL-APPROVED-LIMIT TO WS-PROPOSED-LIMIT
               WHEN OTHER
                   MOVE "INVALID DECISION" TO WS-RESULT
           END-EVALUATE

           IF WS-RESULT = SPACES AND WS-AS-OPENED = 'Y'
               IF AS-STATE = "CLOSED"
                   AND WS-PROPOSED-LIMIT > CL-APPROVED-LIMIT
                   MOVE "ACCOUNT CLOSED" TO WS-RESULT
               END-IF
           END-IF

           IF WS-RESULT = SPACES
               MOVE WS-RAW-DECISION TO CL-PEND-DECISION
               MOVE WS-PROPOSED-LIMIT TO CL-PEND-LIMIT
               MOVE WS-RECOMMENDED TO CL-PEND-RECOMMENDED
               MOVE WS-RAW-USER TO CL-PEND-BY
               MOVE WS-RUN-DATE TO CL-PEND-DATE
               MOVE "PROPOSED" TO WS-RESULT
               ADD 1 TO WS-PROPOSED-COUNT
           END-IF.

       FIND-RECOMMENDATION.
           MOVE 0 TO WS-REC-MATCH-IDX
           MOVE 0 TO WS-RECOMMENDED
           IF WS-REC-COUNT > 0
               PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-COUNT
                   IF WS-REC-ACCOUNT(WS-REC-IDX) = WS-RAW-ACCOUNT
                       MOVE WS-REC-IDX TO WS-REC-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-REC-MATCH-IDX > 0
               MOVE WS-REC-LIMIT(WS-REC-MATCH-IDX) TO WS-RECOMMENDED
           END-IF
           IF WS-AS-OPENED = 'Y'
               MOVE WS-RAW-ACCOUNT TO AS-ACCOUNT-ID
               READ ACCOUNT-STATUS-FILE
                   INVALID KEY
                       MOVE "ACTIVE" TO AS-STATE
               END-READ
           END-IF.

       APPLY-AUTHORISATION.
           EVALUATE TRUE
               WHEN CL-PEND-DECISION = SPACES
                   MOVE "NO PENDING PROPOSAL" TO WS-RESULT
               WHEN WS-RAW-USER = CL-PEND-BY
                   MOVE "PROPOSER CANNOT AUTHORISE" TO WS-RESULT
                   MOVE CL-PEND-BY TO WS-PROPOSER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-RESULT = SPACES
               MOVE CL-PEND-BY TO WS-PROPOSER
               MOVE CL-PEND-DECISION TO WS-AUDIT-DECISION
               MOVE CL-PEND-RECOMMENDED TO WS-RECOMMENDED
               MOVE CL-PEND-LIMIT TO WS-PROPOSED-LIMIT
               IF WS-RAW-ACTION = "APPROVE"
                   IF CL-PEND-DECISION NOT = "DECLINE"
                       MOVE CL-PEND-LIMIT TO CL-APPROVED-LIMIT
                       MOVE CL-PEND-LIMIT TO WS-NEW-LIMIT
                       MOVE WS-RUN-DATE TO CL-APPROVED-DATE
                       MOVE CL-PEND-BY TO CL-PROPOSED-BY
                       MOVE WS-RAW-USER TO CL-APPROVED-BY
                   END-IF
                   MOVE "APPROVED" TO WS-RESULT
                   ADD 1 TO WS-APPROVED-COUNT
               ELSE
                   MOVE "SENT BACK" TO WS-RESULT
                   ADD 1 TO WS-SENT-BACK-COUNT
               END-IF
               MOVE CL-PEND-DECISION TO CL-LAST-DECISION
               MOVE WS-RAW-ACTION TO CL-LAST-ACTION
               MOVE WS-RUN-DATE TO CL-LAST-DATE
               MOVE SPACES TO CL-PEND-DECISION
               MOVE 0 TO CL-PEND-LIMIT
               MOVE 0 TO CL-PEND-RECOMMENDED
               MOVE SPACES TO CL-PEND-BY
               MOVE SPACES TO CL-PEND-DATE
           END-IF.

       STORE-LIMIT-RECORD.
           IF WS-RECORD-FOUND = 'Y'
               REWRITE CREDIT-LIMIT-REC
           ELSE
               WRITE CREDIT-LIMIT-REC
                   INVALID KEY
                       REWRITE CREDIT-LIMIT-REC
               END-WRITE
           END-IF.

       WRITE-AUDIT-ROW.
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-RUN-DATE DELIMITED BY SIZE ","
               WS-RAW-ACCOUNT DELIMITED BY SIZE ","
               WS-RAW-ACTION DELIMITED BY SIZE ","
               WS-AUDIT-DECISION DELIMITED BY SIZE ","
               WS-RECOMMENDED DELIMITED BY SIZE ","
               WS-PROPOSED-LIMIT DELIMITED BY SIZE ","
               WS-PREVIOUS-LIMIT DELIMITED BY SIZE ","
               WS-NEW-LIMIT DELIMITED BY SIZE ","
               WS-RAW-USER DELIMITED BY SIZE ","
               WS-PROPOSER DELIMITED BY SIZE ","
               WS-RAW-REASON DELIMITED BY SIZE ","
               WS-RESULT DELIMITED BY SIZE
               INTO AUDIT-LINE
           WRITE AUDIT-LINE.

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
               DISPLAY "LIMITMAINT - BUSINESS DATE CONTROL "
                   "NOT AVAILABLE " WS-BD-STATUS " - RUN DATEROLL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
