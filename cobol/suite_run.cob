               'credit_check_runlog.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT PARAM-FILE ASSIGN TO 'credit_score_params.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHECK-RUNLOG-FILE.
       01 CHECK-RUNLOG-LINE        PIC X(200).

       FD PARAM-FILE.
       01 PARAM-LINE               PIC X(50).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATE-STATUS          PIC XX VALUE SPACES.
       01 WS-RUNLOG-STATUS         PIC XX VALUE SPACES.
       01 WS-EOF                   PIC X  VALUE 'N'.
       01 WS-HEADER-FLAG           PIC X  VALUE 'Y'.
       01 WS-RUN-DATE              PIC X(8) VALUE SPACES.
       01 WS-PRIOR-BUSINESS-DATE   PIC X(8) VALUE SPACES.
       01 WS-BD-STATUS             PIC XX VALUE SPACES.

       01 WS-PARAM-STATUS          PIC XX    VALUE SPACES.
       01 WS-PARAM-EOF             PIC X     VALUE 'N'.
       01 WS-PARAM-KEY             PIC X(30) VALUE SPACES.
       01 WS-PARAM-RAW-VALUE       PIC X(10) VALUE SPACES.
       01 WS-BREAK-TOLERANCE       PIC 9(9)  VALUE 0.
       01 WS-BREAK-COUNT           PIC 9(9)  VALUE 0.

       01 WS-STEP-COUNT            PIC 9(2) VALUE 11.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 11 TIMES
                                 INDEXED BY WS-STEP-IDX
                                            WS-STEP-IDX-2.
               10 WS-STEP-NAME         PIC X(12).
               10 WS-STEP-RUNLOG       PIC X(30).
               10 WS-STEP-BAL-FIELD    PIC 9(2).
               10 WS-STEP-BREAK-FIELD  PIC 9(2).
               10 WS-STEP-STATE        PIC X(8).
       01 WS-STEP-MATCH-IDX        PIC 9(2) VALUE 0.

           05 WS-LOG-F8            PIC X(20).
           05 WS-LOG-F9            PIC X(20).
           05 WS-LOG-F10           PIC X(20).
           05 WS-LOG-F11           PIC X(20).
           05 WS-LOG-F12           PIC X(20).
       01 WS-LOG-FIELD-TABLE REDEFINES WS-LOG-FIELDS.
           05 WS-LOG-FIELD OCCURS 12 TIMES
                                 INDEXED BY WS-LOG-IDX
                                 PIC X(20).
       01 WS-BALANCE-TEXT          PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-PARAMETERS
           PERFORM INIT-STEP-TABLE
           PERFORM LOAD-RUN-STATE
           PERFORM CHECK-PRIOR-RUN
           STOP RUN.

       INIT-STEP-TABLE.
           MOVE "acctmaint" TO WS-STEP-NAME(1)
           MOVE SPACES TO WS-STEP-RUNLOG(1)
           MOVE 0 TO WS-STEP-BAL-FIELD(1)
           MOVE 0 TO WS-STEP-BREAK-FIELD(1)
           MOVE "limitmaint" TO WS-STEP-NAME(2)
           MOVE SPACES TO WS-STEP-RUNLOG(2)
           MOVE 0 TO WS-STEP-BAL-FIELD(2)
           MOVE 0 TO WS-STEP-BREAK-FIELD(2)
           MOVE "credit_check" TO WS-STEP-NAME(3)
           MOVE "credit_check_runlog.csv" TO WS-STEP-RUNLOG(3)
           MOVE 7 TO WS-STEP-BAL-FIELD(3)
           MOVE 0 TO WS-STEP-BREAK-FIELD(3)
           MOVE "credit_score" TO WS-STEP-NAME(4)
           MOVE "credit_score_runlog.csv" TO WS-STEP-RUNLOG(4)
           MOVE 10 TO WS-STEP-BAL-FIELD(4)
           MOVE 12 TO WS-STEP-BREAK-FIELD(4)
           MOVE "masterload" TO WS-STEP-NAME(5)
           MOVE SPACES TO WS-STEP-RUNLOG(5)
           MOVE 0 TO WS-STEP-BAL-FIELD(5)
           MOVE 0 TO WS-STEP-BREAK-FIELD(5)
           MOVE "riskreport" TO WS-STEP-NAME(6)
           MOVE SPACES TO WS-STEP-RUNLOG(6)
           MOVE 0 TO WS-STEP-BAL-FIELD(6)
           MOVE 0 TO WS-STEP-BREAK-FIELD(6)
           MOVE "mgmtreport" TO WS-STEP-NAME(7)
           MOVE SPACES TO WS-STEP-RUNLOG(7)
           MOVE 0 TO WS-STEP-BAL-FIELD(7)
           MOVE 0 TO WS-STEP-BREAK-FIELD(7)
           MOVE "trendwatch" TO WS-STEP-NAME(8)
           MOVE SPACES TO WS-STEP-RUNLOG(8)
           MOVE 0 TO WS-STEP-BAL-FIELD(8)
           MOVE 0 TO WS-STEP-BREAK-FIELD(8)
           MOVE "casetrack" TO WS-STEP-NAME(9)
           MOVE SPACES TO WS-STEP-RUNLOG(9)
           MOVE 0 TO WS-STEP-BAL-FIELD(9)
           MOVE 0 TO WS-STEP-BREAK-FIELD(9)
           MOVE "collections" TO WS-STEP-NAME(10)
           MOVE SPACES TO WS-STEP-RUNLOG(10)
           MOVE 0 TO WS-STEP-BAL-FIELD(10)
           MOVE 0 TO WS-STEP-BREAK-FIELD(10)
           MOVE "fraudeff" TO WS-STEP-NAME(11)
           MOVE SPACES TO WS-STEP-RUNLOG(11)
           MOVE 0 TO WS-STEP-BAL-FIELD(11)
           MOVE 0 TO WS-STEP-BREAK-FIELD(11)
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE "PENDING" TO WS-STEP-STATE(WS-STEP-IDX)
                   INTO WS-LOG-F1, WS-LOG-F2, WS-LOG-F3,
                        WS-LOG-F4, WS-LOG-F5, WS-LOG-F6,
                        WS-LOG-F7, WS-LOG-F8, WS-LOG-F9,
                        WS-LOG-F10, WS-LOG-F11, WS-LOG-F12
               IF WS-LOG-F1(1:8) NOT = WS-RUN-DATE
                   MOVE "NO RUNLOG ENTRY TODAY" TO WS-FAIL-REASON
               ELSE
                   IF WS-BALANCE-TEXT NOT = "BALANCED"
                       MOVE WS-BALANCE-TEXT(1:14)
                           TO WS-FAIL-REASON
                   ELSE
                       IF WS-STEP-BREAK-FIELD(WS-STEP-IDX) > 0
                           PERFORM CHECK-BREAK-TOLERANCE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-BREAK-TOLERANCE.
           MOVE 0 TO WS-BREAK-COUNT
           IF FUNCTION TEST-NUMVAL(
               WS-LOG-FIELD(WS-STEP-BREAK-FIELD(WS-STEP-IDX))) = 0
               MOVE FUNCTION NUMVAL(
                   WS-LOG-FIELD(WS-STEP-BREAK-FIELD(WS-STEP-IDX)))
                   TO WS-BREAK-COUNT
           END-IF
           IF WS-BREAK-COUNT > WS-BREAK-TOLERANCE
               MOVE "BALANCE BREAKS OVER TOLERANCE" TO WS-FAIL-REASON
               DISPLAY "SUITERUN BALANCE BREAKS: " WS-BREAK-COUNT
                   " TOLERANCE: " WS-BREAK-TOLERANCE
           END-IF.

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
               WHEN "BALANCE_BREAK_TOLERANCE"
                   MOVE FUNCTION NUMVAL(WS-PARAM-RAW-VALUE)
                       TO WS-BREAK-TOLERANCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       READ-SCORE-RUNLOG.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
               WS-RUN-DATE DELIMITED BY SIZE
               INTO STATE-LINE
           WRITE STATE-LINE.

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
               DISPLAY "SUITERUN - BUSINESS DATE CONTROL "
                   "NOT AVAILABLE " WS-BD-STATUS " - RUN DATEROLL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
