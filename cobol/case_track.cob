               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-FILE ASSIGN TO 'case_aging_report.csv'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-STATUS-FILE ASSIGN TO 'account_status.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AS-ACCOUNT-ID
               FILE STATUS IS WS-AS-STATUS.
           SELECT STATE-AUDIT-FILE ASSIGN TO
               'account_status_audit.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-AUDIT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 SUSPICIOUS-LINE          PIC X(200).

       FD DISPOSITION-FILE.
       01 DISPOSITION-LINE         PIC X(150).

       FD UPDATE-FILE.
       01 UPDATE-LINE              PIC X(100).
       FD AGING-FILE.
       01 AGING-LINE               PIC X(80).

       FD ACCOUNT-STATUS-FILE.
       01 ACCOUNT-STATUS-REC.
           05 AS-ACCOUNT-ID        PIC X(36).
           05 AS-STATE             PIC X(6).
           05 AS-EFFECTIVE-DATE    PIC X(8).
           05 AS-REASON            PIC X(20).
           05 AS-REFERENCE         PIC X(36).
           05 AS-UPDATED-BY        PIC X(20).
           05 AS-UPDATED-DATE      PIC X(8).

       FD STATE-AUDIT-FILE.
       01 STATE-AUDIT-LINE         PIC X(250).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SUSPICIOUS-STATUS     PIC XX VALUE SPACES.
       01 WS-DISPOSITION-STATUS    PIC XX VALUE SPACES.
       01 WS-EOF                   PIC X  VALUE 'N'.
       01 WS-HEADER-FLAG           PIC X  VALUE 'Y'.
       01 WS-RUN-DATE              PIC X(8) VALUE SPACES.
       01 WS-PRIOR-BUSINESS-DATE   PIC X(8) VALUE SPACES.
       01 WS-BD-STATUS             PIC XX VALUE SPACES.
       01 WS-RUN-DATE-NUM          PIC 9(8) VALUE 0.

       01 WS-PARAM-STATUS          PIC XX    VALUE SPACES.
       01 WS-RAW-DISPOSITION       PIC X(10) VALUE SPACES.
       01 WS-RAW-ANALYST           PIC X(20) VALUE SPACES.
       01 WS-RAW-DATE              PIC X(8)  VALUE SPACES.
       01 WS-RAW-ACCOUNT           PIC X(36) VALUE SPACES.

       01 WS-CASE-COUNT            PIC 9(5) VALUE 0.
       01 WS-CASE-DROPPED          PIC 9(5) VALUE 0.
               10 WS-CASE-DISPOSITION  PIC X(10).
               10 WS-CASE-ANALYST      PIC X(20).
               10 WS-CASE-DATE         PIC X(8).
               10 WS-CASE-ACCOUNT      PIC X(36).
               10 WS-CASE-NEW-CONFIRM  PIC X.
       01 WS-CASE-MATCH-IDX        PIC 9(5) VALUE 0.

       01 WS-NEW-PENDING-COUNT     PIC 9(5) VALUE 0.
       01 WS-ANALYST-DROPPED       PIC 9(5) VALUE 0.
       01 WS-AGING-ANALYST         PIC X(20) VALUE SPACES.

       01 WS-AS-STATUS             PIC XX VALUE SPACES.
       01 WS-STATE-AUDIT-STATUS    PIC XX VALUE SPACES.
       01 WS-FREEZE-PENDING        PIC 9(5) VALUE 0.
       01 WS-FROZEN-COUNT          PIC 9(5) VALUE 0.
       01 WS-NO-ACCOUNT-COUNT      PIC 9(5) VALUE 0.
       01 WS-OLD-STATE             PIC X(6)  VALUE SPACES.
       01 WS-FREEZE-RESULT         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-NUM
           PERFORM LOAD-PARAMETERS
           COMPUTE WS-CUTOFF-DATE-NUM = FUNCTION DATE-OF-INTEGER(
           PERFORM SCAN-SUSPICIOUS-WORKLIST
           PERFORM APPLY-CASE-UPDATES
           PERFORM APPLY-SUPERVISOR-UPDATES
           PERFORM FREEZE-CONFIRMED-ACCOUNTS
           PERFORM ESCALATE-AGED-CASES
           PERFORM WRITE-AGING-REPORT

           DISPLAY "CASETRACK ESCALATED: " WS-ESCALATED-COUNT
               " SUPERVISOR UPDATES: " WS-SUPER-UPDATED-COUNT
               " BLOCKED UPDATES: " WS-BLOCKED-UPDATE-COUNT
           IF WS-FREEZE-PENDING > 0
               DISPLAY "CASETRACK CONFIRMED FRAUD ACCOUNTS FROZEN: "
                   WS-FROZEN-COUNT " NO ACCOUNT ON CASE: "
                   WS-NO-ACCOUNT-COUNT
           END-IF
           IF WS-CASE-PRUNED > 0
               DISPLAY "CASETRACK CLOSED CASES PRUNED: "
                   WS-CASE-PRUNED
               MOVE SPACES TO WS-RAW-DISPOSITION
               MOVE SPACES TO WS-RAW-ANALYST
               MOVE SPACES TO WS-RAW-DATE
               MOVE SPACES TO WS-RAW-ACCOUNT
               UNSTRING DISPOSITION-LINE DELIMITED BY ","
                   INTO WS-RAW-ID,
                        WS-RAW-DISPOSITION,
                        WS-RAW-ANALYST,
                        WS-RAW-DATE,
                        WS-RAW-ACCOUNT
               IF (WS-RAW-DISPOSITION = "CLEARED"
                   OR WS-RAW-DISPOSITION = "CONFIRMED")
                   AND WS-RAW-DATE NOT = SPACES
                           TO WS-CASE-ANALYST(WS-CASE-COUNT)
                       MOVE WS-RAW-DATE
                           TO WS-CASE-DATE(WS-CASE-COUNT)
                       MOVE WS-RAW-ACCOUNT
                           TO WS-CASE-ACCOUNT(WS-CASE-COUNT)
                       MOVE 'N'
                           TO WS-CASE-NEW-CONFIRM(WS-CASE-COUNT)
                   ELSE
                       ADD 1 TO WS-CASE-DROPPED
                   END-IF
               MOVE 'N' TO WS-HEADER-FLAG
           ELSE
               MOVE SPACES TO WS-RAW-ID
               MOVE SPACES TO WS-RAW-ACCOUNT
               UNSTRING SUSPICIOUS-LINE DELIMITED BY ","
                   INTO WS-RAW-ID, WS-RAW-ACCOUNT
               IF WS-RAW-ID NOT = SPACES
                   PERFORM FIND-CASE-BY-ID
                   IF WS-CASE-MATCH-IDX > 0
                       AND WS-CASE-ACCOUNT(WS-CASE-MATCH-IDX) = SPACES
                       MOVE WS-RAW-ACCOUNT
                           TO WS-CASE-ACCOUNT(WS-CASE-MATCH-IDX)
                   END-IF
                   IF WS-CASE-MATCH-IDX = 0
                       IF WS-CASE-COUNT < 20000
                           ADD 1 TO WS-CASE-COUNT
                               TO WS-CASE-ANALYST(WS-CASE-COUNT)
                           MOVE WS-RUN-DATE
                               TO WS-CASE-DATE(WS-CASE-COUNT)
                           MOVE WS-RAW-ACCOUNT
                               TO WS-CASE-ACCOUNT(WS-CASE-COUNT)
                           MOVE 'N'
                               TO WS-CASE-NEW-CONFIRM(WS-CASE-COUNT)
                           ADD 1 TO WS-NEW-PENDING-COUNT
                       ELSE
                           ADD 1 TO WS-CASE-DROPPED
                               "CASE ESCALATED, NEEDS SUPERVISOR: "
                               WS-RAW-ID
                       ELSE
                           PERFORM NOTE-CONFIRMATION
                           MOVE WS-RAW-DISPOSITION TO
                               WS-CASE-DISPOSITION(WS-CASE-MATCH-IDX)
                           MOVE WS-RAW-ANALYST
                               TO WS-CASE-ANALYST(WS-CASE-COUNT)
                           MOVE WS-RAW-DATE
                               TO WS-CASE-DATE(WS-CASE-COUNT)
                           MOVE SPACES
                               TO WS-CASE-ACCOUNT(WS-CASE-COUNT)
                           MOVE 'N'
                               TO WS-CASE-NEW-CONFIRM(WS-CASE-COUNT)
                           IF WS-RAW-DISPOSITION = "CONFIRMED"
                               MOVE 'Y' TO
                                   WS-CASE-NEW-CONFIRM(WS-CASE-COUNT)
                           END-IF
                           ADD 1 TO WS-UPDATED-COUNT
                       ELSE
                           ADD 1 TO WS-CASE-DROPPED
               ELSE
                   PERFORM FIND-CASE-BY-ID
                   IF WS-CASE-MATCH-IDX > 0
                       PERFORM NOTE-CONFIRMATION
                       MOVE WS-RAW-DISPOSITION
                           TO WS-CASE-DISPOSITION(WS-CASE-MATCH-IDX)
                       MOVE WS-RAW-ANALYST
               END-IF
           END-IF.

       NOTE-CONFIRMATION.
           IF WS-RAW-DISPOSITION = "CONFIRMED"
               AND WS-CASE-DISPOSITION(WS-CASE-MATCH-IDX)
                   NOT = "CONFIRMED"
               MOVE 'Y' TO WS-CASE-NEW-CONFIRM(WS-CASE-MATCH-IDX)
           END-IF
           IF WS-RAW-DISPOSITION NOT = "CONFIRMED"
               MOVE 'N' TO WS-CASE-NEW-CONFIRM(WS-CASE-MATCH-IDX)
           END-IF.

       FREEZE-CONFIRMED-ACCOUNTS.
           MOVE 0 TO WS-FREEZE-PENDING
           IF WS-CASE-COUNT > 0
               PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
                   IF WS-CASE-NEW-CONFIRM(WS-CASE-IDX) = 'Y'
                       ADD 1 TO WS-FREEZE-PENDING
                   END-IF
               END-PERFORM
           END-IF

           IF WS-FREEZE-PENDING > 0
               OPEN I-O ACCOUNT-STATUS-FILE
               IF WS-AS-STATUS = "35"
                   OPEN OUTPUT ACCOUNT-STATUS-FILE
                   CLOSE ACCOUNT-STATUS-FILE
                   OPEN I-O ACCOUNT-STATUS-FILE
               END-IF
               IF WS-AS-STATUS NOT = "00"
                   DISPLAY "CASETRACK ERROR - ACCOUNT STATUS FILE NOT "
                       "AVAILABLE " WS-AS-STATUS
                       " - CONFIRMED FRAUD ACCOUNTS NOT FROZEN"
               ELSE
                   PERFORM OPEN-STATE-AUDIT-FILE
                   PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                       UNTIL WS-CASE-IDX > WS-CASE-COUNT
                       IF WS-CASE-NEW-CONFIRM(WS-CASE-IDX) = 'Y'
                           PERFORM FREEZE-ONE-ACCOUNT
                       END-IF
                   END-PERFORM
                   CLOSE STATE-AUDIT-FILE
                   CLOSE ACCOUNT-STATUS-FILE
               END-IF
           END-IF.

       OPEN-STATE-AUDIT-FILE.
           OPEN EXTEND STATE-AUDIT-FILE
           IF WS-STATE-AUDIT-STATUS = "35"
               OPEN OUTPUT STATE-AUDIT-FILE
               MOVE SPACES TO STATE-AUDIT-LINE
               STRING
                   "RUN_DATE,ACCOUNT_ID,ACTION,OLD_STATE,NEW_STATE,"
                       DELIMITED BY SIZE
                   "EFFECTIVE_DATE,REASON,REQUESTED_BY,REFERENCE,"
                       DELIMITED BY SIZE
                   "RESULT" DELIMITED BY SIZE
                   INTO STATE-AUDIT-LINE
               WRITE STATE-AUDIT-LINE
           END-IF.

       FREEZE-ONE-ACCOUNT.
           IF WS-CASE-ACCOUNT(WS-CASE-IDX) = SPACES
               ADD 1 TO WS-NO-ACCOUNT-COUNT
               DISPLAY "CASETRACK WARNING - CONFIRMED CASE HAS NO "
                   "ACCOUNT, FREEZE BY HAND: " WS-CASE-ID(WS-CASE-IDX)
           ELSE
               MOVE SPACES TO WS-FREEZE-RESULT
               MOVE WS-CASE-ACCOUNT(WS-CASE-IDX) TO AS-ACCOUNT-ID
               READ ACCOUNT-STATUS-FILE
                   INVALID KEY
                       MOVE "ACTIVE" TO WS-OLD-STATE
                       PERFORM BUILD-FROZEN-RECORD
                       WRITE ACCOUNT-STATUS-REC
                           INVALID KEY
                               REWRITE ACCOUNT-STATUS-REC
                       END-WRITE
                   NOT INVALID KEY
                       MOVE AS-STATE TO WS-OLD-STATE
                       IF AS-STATE = "ACTIVE"
                           PERFORM BUILD-FROZEN-RECORD
                           REWRITE ACCOUNT-STATUS-REC
                       ELSE
                           STRING "ACCOUNT ALREADY " DELIMITED BY SIZE
                               AS-STATE DELIMITED BY SIZE
                               INTO WS-FREEZE-RESULT
                       END-IF
               END-READ
               IF WS-FREEZE-RESULT = SPACES
                   MOVE "APPLIED" TO WS-FREEZE-RESULT
                   ADD 1 TO WS-FROZEN-COUNT
               END-IF
               PERFORM WRITE-FREEZE-AUDIT-ROW
           END-IF.

       BUILD-FROZEN-RECORD.
           MOVE WS-CASE-ACCOUNT(WS-CASE-IDX) TO AS-ACCOUNT-ID
           MOVE "FROZEN" TO AS-STATE
           MOVE WS-CASE-DATE(WS-CASE-IDX) TO AS-EFFECTIVE-DATE
           IF AS-EFFECTIVE-DATE = SPACES
               MOVE WS-RUN-DATE TO AS-EFFECTIVE-DATE
           END-IF
           MOVE "CONFIRMED FRAUD" TO AS-REASON
           MOVE WS-CASE-ID(WS-CASE-IDX) TO AS-REFERENCE
           MOVE WS-CASE-ANALYST(WS-CASE-IDX) TO AS-UPDATED-BY
           MOVE WS-RUN-DATE TO AS-UPDATED-DATE.

       WRITE-FREEZE-AUDIT-ROW.
           MOVE SPACES TO STATE-AUDIT-LINE
           STRING
               WS-RUN-DATE DELIMITED BY SIZE ","
               WS-CASE-ACCOUNT(WS-CASE-IDX) DELIMITED BY SIZE ","
               "FREEZE" DELIMITED BY SIZE ","
               WS-OLD-STATE DELIMITED BY SIZE ","
               "FROZEN" DELIMITED BY SIZE ","
               WS-CASE-DATE(WS-CASE-IDX) DELIMITED BY SIZE ","
               "CONFIRMED FRAUD" DELIMITED BY SIZE ","
               "CASETRACK" DELIMITED BY SIZE ","
               WS-CASE-ID(WS-CASE-IDX) DELIMITED BY SIZE ","
               WS-FREEZE-RESULT DELIMITED BY SIZE
               INTO STATE-AUDIT-LINE
           WRITE STATE-AUDIT-LINE.

       COMPUTE-CASE-AGE.
           MOVE 0 TO WS-CASE-AGE
           IF WS-CASE-DATE(WS-CASE-IDX) NOT = SPACES

       REWRITE-DISPOSITION-FILE.
           OPEN OUTPUT DISPOSITION-FILE
           MOVE "TRANSACTION_ID,DISPOSITION,ANALYST,DATE,ACCOUNT_ID"
               TO DISPOSITION-LINE
           WRITE DISPOSITION-LINE
           IF WS-CASE-COUNT > 0
               WS-CASE-ID(WS-CASE-IDX) DELIMITED BY SIZE ","
               WS-CASE-DISPOSITION(WS-CASE-IDX) DELIMITED BY SIZE ","
               WS-CASE-ANALYST(WS-CASE-IDX) DELIMITED BY SIZE ","
               WS-CASE-DATE(WS-CASE-IDX) DELIMITED BY SIZE ","
               WS-CASE-ACCOUNT(WS-CASE-IDX) DELIMITED BY SIZE
               INTO DISPOSITION-LINE
           WRITE DISPOSITION-LINE.

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
               DISPLAY "CASETRACK - BUSINESS DATE CONTROL "
                   "NOT AVAILABLE " WS-BD-STATUS " - RUN DATEROLL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
