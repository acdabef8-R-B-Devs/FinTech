       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO 'account_maintenance.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT ACCOUNT-STATUS-FILE ASSIGN TO 'account_status.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AS-ACCOUNT-ID
               FILE STATUS IS WS-AS-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'account_status_audit.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAINT-FILE.
       01 MAINT-LINE               PIC X(200).

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
       01 WS-MAINT-STATUS          PIC XX VALUE SPACES.
       01 WS-AS-STATUS             PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS          PIC XX VALUE SPACES.
       01 WS-EOF                   PIC X  VALUE 'N'.
       01 WS-HEADER-FLAG           PIC X  VALUE 'Y'.
       01 WS-RUN-DATE              PIC X(8) VALUE SPACES.
       01 WS-PRIOR-BUSINESS-DATE   PIC X(8) VALUE SPACES.
       01 WS-BD-STATUS             PIC XX VALUE SPACES.
       01 WS-STATUS-OPENED         PIC X  VALUE 'N'.

       01 WS-RAW-ACCOUNT           PIC X(36) VALUE SPACES.
       01 WS-RAW-ACTION            PIC X(10) VALUE SPACES.
       01 WS-RAW-EFFECTIVE         PIC X(10) VALUE SPACES.
       01 WS-RAW-REASON            PIC X(20) VALUE SPACES.
       01 WS-RAW-REQUESTED-BY      PIC X(20) VALUE SPACES.
       01 WS-RAW-REFERENCE         PIC X(36) VALUE SPACES.
       01 WS-EFFECTIVE-NUM         PIC 9(8)  VALUE 0.

       01 WS-RECORD-FOUND          PIC X     VALUE 'N'.
       01 WS-OLD-STATE             PIC X(6)  VALUE SPACES.
       01 WS-NEW-STATE             PIC X(6)  VALUE SPACES.
       01 WS-RESULT                PIC X(40) VALUE SPACES.

       01 WS-APPLIED-COUNT         PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE

           PERFORM OPEN-ACCOUNT-STATUS-FILE
           IF WS-STATUS-OPENED = 'Y'
               PERFORM OPEN-AUDIT-FILE
               PERFORM APPLY-MAINTENANCE-FILE
               CLOSE AUDIT-FILE
               CLOSE ACCOUNT-STATUS-FILE
           END-IF

           DISPLAY "ACCTMAINT APPLIED: " WS-APPLIED-COUNT
               " REJECTED: " WS-REJECTED-COUNT
           STOP RUN.

       OPEN-ACCOUNT-STATUS-FILE.
           OPEN I-O ACCOUNT-STATUS-FILE
           IF WS-AS-STATUS = "35"
               OPEN OUTPUT ACCOUNT-STATUS-FILE
               CLOSE ACCOUNT-STATUS-FILE
               OPEN I-O ACCOUNT-STATUS-FILE
           END-IF
           IF WS-AS-STATUS = "00"
               MOVE 'Y' TO WS-STATUS-OPENED
           ELSE
               DISPLAY "ACCTMAINT - ACCOUNT STATUS FILE NOT "
                   "AVAILABLE " WS-AS-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               MOVE SPACES TO AUDIT-LINE
               STRING
                   "RUN_DATE,ACCOUNT_ID,ACTION,OLD_STATE,NEW_STATE,"
                       DELIMITED BY SIZE
                   "EFFECTIVE_DATE,REASON,REQUESTED_BY,REFERENCE,"
                       DELIMITED BY SIZE
                   "RESULT" DELIMITED BY SIZE
                   INTO AUDIT-LINE
               WRITE AUDIT-LINE
           END-IF.

       APPLY-MAINTENANCE-FILE.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT MAINT-FILE
           IF WS-MAINT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MAINT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-HEADER-FLAG = 'Y'
                               MOVE 'N' TO WS-HEADER-FLAG
                           ELSE
                               PERFORM APPLY-ONE-MAINTENANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-FILE
           END-IF.

       APPLY-ONE-MAINTENANCE.
           MOVE SPACES TO WS-RAW-ACCOUNT
           MOVE SPACES TO WS-RAW-ACTION
           MOVE SPACES TO WS-RAW-EFFECTIVE
           MOVE SPACES TO WS-RAW-REASON
           MOVE SPACES TO WS-RAW-REQUESTED-BY
           MOVE SPACES TO WS-RAW-REFERENCE
           UNSTRING MAINT-LINE DELIMITED BY ","
               INTO WS-RAW-ACCOUNT,
                    WS-RAW-ACTION,
                    WS-RAW-EFFECTIVE,
                    WS-RAW-REASON,
                    WS-RAW-REQUESTED-BY,
                    WS-RAW-REFERENCE
           IF WS-RAW-ACCOUNT NOT = SPACES
               PERFORM VALIDATE-MAINTENANCE
               IF WS-RESULT = SPACES
                   PERFORM READ-CURRENT-STATE
                   PERFORM RESOLVE-TRANSITION
               END-IF
               IF WS-RESULT = SPACES
                   PERFORM STORE-NEW-STATE
                   MOVE "APPLIED" TO WS-RESULT
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "ACCTMAINT REJECTED " WS-RAW-ACTION
                       " FOR " WS-RAW-ACCOUNT " - " WS-RESULT
               END-IF
               PERFORM WRITE-AUDIT-ROW
           END-IF.

       VALIDATE-MAINTENANCE.
           MOVE SPACES TO WS-RESULT
           MOVE SPACES TO WS-OLD-STATE
           MOVE SPACES TO WS-NEW-STATE
           IF WS-RAW-EFFECTIVE = SPACES
               MOVE WS-RUN-DATE TO WS-RAW-EFFECTIVE
           END-IF
           EVALUATE TRUE
               WHEN WS-RAW-REQUESTED-BY = SPACES
                   MOVE "MISSING REQUESTED BY" TO WS-RESULT
               WHEN WS-RAW-EFFECTIVE(1:8) NOT NUMERIC
                   OR WS-RAW-EFFECTIVE(9:2) NOT = SPACES
                   MOVE "INVALID EFFECTIVE DATE" TO WS-RESULT
               WHEN OTHER
                   MOVE WS-RAW-EFFECTIVE(1:8) TO WS-EFFECTIVE-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-NUM)
                       NOT = 0
                       MOVE "INVALID EFFECTIVE DATE" TO WS-RESULT
                   ELSE
                       IF WS-RAW-EFFECTIVE(1:8) > WS-RUN-DATE
                           MOVE "EFFECTIVE DATE IN FUTURE"
                               TO WS-RESULT
                       END-IF
                   END-IF
           END-EVALUATE.

       READ-CURRENT-STATE.
           MOVE WS-RAW-ACCOUNT TO AS-ACCOUNT-ID
           READ ACCOUNT-STATUS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RECORD-FOUND
                   MOVE SPACES TO WS-OLD-STATE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-FOUND
                   MOVE AS-STATE TO WS-OLD-STATE
           END-READ.

       RESOLVE-TRANSITION.
           EVALUATE WS-RAW-ACTION
               WHEN "ACTIVATE"
                   IF WS-RECORD-FOUND = 'Y'
                       MOVE "ACCOUNT ALREADY ON FILE" TO WS-RESULT
                   ELSE
                       MOVE "ACTIVE" TO WS-NEW-STATE
                   END-IF
               WHEN "FREEZE"
                   EVALUATE WS-OLD-STATE
                       WHEN "FROZEN"
                           MOVE "ALREADY FROZEN" TO WS-RESULT
                       WHEN "CLOSED"
                           MOVE "ACCOUNT CLOSED" TO WS-RESULT
                       WHEN OTHER
                           MOVE "FROZEN" TO WS-NEW-STATE
                   END-EVALUATE
               WHEN "UNFREEZE"
                   IF WS-OLD-STATE = "FROZEN"
                       MOVE "ACTIVE" TO WS-NEW-STATE
                   ELSE
                       MOVE "ACCOUNT NOT FROZEN" TO WS-RESULT
                   END-IF
               WHEN "CLOSE"
                   IF WS-OLD-STATE = "CLOSED"
                       MOVE "ALREADY CLOSED" TO WS-RESULT
                   ELSE
                       MOVE "CLOSED" TO WS-NEW-STATE
                   END-IF
               WHEN OTHER
                   MOVE "INVALID ACTION" TO WS-RESULT
           END-EVALUATE

           IF WS-RESULT = SPACES
               AND WS-RECORD-FOUND = 'Y'
               AND WS-RAW-EFFECTIVE(1:8) < AS-EFFECTIVE-DATE
               MOVE "EFFECTIVE DATE BEFORE CURRENT STATE"
                   TO WS-RESULT
           END-IF

           IF WS-OLD-STATE = SPACES
               MOVE "ACTIVE" TO WS-OLD-STATE
           END-IF.

       STORE-NEW-STATE.
           MOVE WS-RAW-ACCOUNT TO AS-ACCOUNT-ID
           MOVE WS-NEW-STATE TO AS-STATE
           MOVE WS-RAW-EFFECTIVE(1:8) TO AS-EFFECTIVE-DATE
           MOVE WS-RAW-REASON TO AS-REASON
           MOVE WS-RAW-REFERENCE TO AS-REFERENCE
           MOVE WS-RAW-REQUESTED-BY TO AS-UPDATED-BY
           MOVE WS-RUN-DATE TO AS-UPDATED-DATE
           IF WS-RECORD-FOUND = 'Y'
               REWRITE ACCOUNT-STATUS-REC
           ELSE
               WRITE ACCOUNT-STATUS-REC
                   INVALID KEY
                       REWRITE ACCOUNT-STATUS-REC
               END-WRITE
           END-IF.

       WRITE-AUDIT-ROW.
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-RUN-DATE DELIMITED BY SIZE ","
               WS-RAW-ACCOUNT DELIMITED BY SIZE ","
               WS-RAW-ACTION DELIMITED BY SIZE ","
               WS-OLD-STATE DELIMITED BY SIZE ","
               WS-NEW-STATE DELIMITED BY SIZE ","
               WS-RAW-EFFECTIVE DELIMITED BY SIZE ","
               WS-RAW-REASON DELIMITED BY SIZE ","
               WS-RAW-REQUESTED-BY DELIMITED BY SIZE ","
               WS-RAW-REFERENCE DELIMITED BY SIZE ","
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
               DISPLAY "ACCTMAINT - BUSINESS DATE CONTROL "
                   "NOT AVAILABLE " WS-BD-STATUS " - RUN DATEROLL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
