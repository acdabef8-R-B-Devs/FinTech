       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATEROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO 'business_holidays.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT ROLL-LOG-FILE ASSIGN TO 'business_date_log.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-LINE       PIC X(80).

       FD HOLIDAY-FILE.
       01 HOLIDAY-LINE             PIC X(80).

       FD ROLL-LOG-FILE.
       01 ROLL-LOG-LINE            PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-BD-STATUS             PIC XX VALUE SPACES.
       01 WS-HOLIDAY-STATUS        PIC XX VALUE SPACES.
       01 WS-LOG-STATUS            PIC XX VALUE SPACES.
       01 WS-EOF                   PIC X  VALUE 'N'.
       01 WS-HEADER-FLAG           PIC X  VALUE 'Y'.

       01 WS-COMMAND-LINE          PIC X(40) VALUE SPACES.
       01 WS-ARG-1                 PIC X(10) VALUE SPACES.
       01 WS-ARG-2                 PIC X(10) VALUE SPACES.
       01 WS-ACTION                PIC X(6)  VALUE SPACES.
       01 WS-REQUESTED-DATE        PIC X(8)  VALUE SPACES.

       01 WS-CONTROL-FOUND         PIC X  VALUE 'N'.
       01 WS-PROCESS-DATE          PIC X(8) VALUE SPACES.
       01 WS-PRIOR-DATE            PIC X(8) VALUE SPACES.
       01 WS-LATEST-DATE           PIC X(8) VALUE SPACES.
       01 WS-LATEST-PRIOR          PIC X(8) VALUE SPACES.
       01 WS-OLD-PROCESS-DATE      PIC X(8) VALUE SPACES.
       01 WS-NEW-PROCESS-DATE      PIC X(8) VALUE SPACES.
       01 WS-NEW-PRIOR-DATE        PIC X(8) VALUE SPACES.
       01 WS-RESULT                PIC X(40) VALUE SPACES.

       01 WS-HOLIDAY-COUNT         PIC 9(3) VALUE 0.
       01 WS-HOLIDAY-DROPPED       PIC 9(5) VALUE 0.
       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-ENTRY OCCURS 200 TIMES
                                 INDEXED BY WS-HOL-IDX
                                 PIC X(8).
       01 WS-RAW-HOLIDAY           PIC X(10) VALUE SPACES.

       01 WS-DATE-TEXT             PIC X(8) VALUE SPACES.
       01 WS-DATE-NUM              PIC 9(8) VALUE 0.
       01 WS-DAY-INT               PIC 9(7) VALUE 0.
       01 WS-WEEKDAY               PIC 9    VALUE 0.
       01 WS-BUSINESS-DAY          PIC X    VALUE 'N'.
       01 WS-VALID-DATE            PIC X    VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
               INTO WS-ARG-1, WS-ARG-2
           EVALUATE WS-ARG-1
               WHEN "INIT"
                   MOVE "INIT" TO WS-ACTION
                   MOVE WS-ARG-2 TO WS-REQUESTED-DATE
               WHEN "RERUN"
                   MOVE "RERUN" TO WS-ACTION
                   MOVE WS-ARG-2 TO WS-REQUESTED-DATE
               WHEN "RESUME"
                   MOVE "RESUME" TO WS-ACTION
               WHEN OTHER
                   MOVE "ROLL" TO WS-ACTION
                   MOVE WS-ARG-1 TO WS-REQUESTED-DATE
           END-EVALUATE

           PERFORM LOAD-HOLIDAYS
           PERFORM READ-CONTROL-RECORD
           MOVE WS-PROCESS-DATE TO WS-OLD-PROCESS-DATE
           MOVE SPACES TO WS-RESULT

           EVALUATE WS-ACTION
               WHEN "INIT"
                   PERFORM APPLY-INIT
               WHEN "RERUN"
                   PERFORM APPLY-RERUN
               WHEN "RESUME"
                   PERFORM APPLY-RESUME
               WHEN OTHER
                   PERFORM APPLY-ROLL
           END-EVALUATE

           IF WS-RESULT = SPACES
               MOVE WS-NEW-PROCESS-DATE TO WS-PROCESS-DATE
               MOVE WS-NEW-PRIOR-DATE TO WS-PRIOR-DATE
               PERFORM WRITE-CONTROL-RECORD
               MOVE "ACCEPTED" TO WS-RESULT
               DISPLAY "DATEROLL " WS-ACTION " - BUSINESS DATE "
                   WS-PROCESS-DATE " PRIOR " WS-PRIOR-DATE
           ELSE
               DISPLAY "DATEROLL " WS-ACTION " REFUSED - " WS-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-ROLL-LOG

           IF WS-HOLIDAY-DROPPED > 0
               DISPLAY "DATEROLL WARNING - HOLIDAYS NOT LOADED: "
                   WS-HOLIDAY-DROPPED
           END-IF
           STOP RUN.

       LOAD-HOLIDAYS.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HOLIDAY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM STORE-HOLIDAY-ROW
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       STORE-HOLIDAY-ROW.
           IF WS-HEADER-FLAG = 'Y'
               MOVE 'N' TO WS-HEADER-FLAG
           ELSE
               MOVE SPACES TO WS-RAW-HOLIDAY
               UNSTRING HOLIDAY-LINE DELIMITED BY ","
                   INTO WS-RAW-HOLIDAY
               IF WS-RAW-HOLIDAY(1:8) IS NUMERIC
                   IF WS-HOLIDAY-COUNT < 200
                       ADD 1 TO WS-HOLIDAY-COUNT
                       MOVE WS-RAW-HOLIDAY(1:8)
                           TO WS-HOLIDAY-ENTRY(WS-HOLIDAY-COUNT)
                   ELSE
                       ADD 1 TO WS-HOLIDAY-DROPPED
                   END-IF
               END-IF
           END-IF.

       READ-CONTROL-RECORD.
           MOVE 'N' TO WS-CONTROL-FOUND
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
                   INTO WS-PROCESS-DATE,
                        WS-PRIOR-DATE,
                        WS-LATEST-DATE,
                        WS-LATEST-PRIOR
               CLOSE BUSINESS-DATE-FILE
               IF WS-PROCESS-DATE IS NUMERIC
                   MOVE 'Y' TO WS-CONTROL-FOUND
                   IF WS-LATEST-DATE NOT NUMERIC
                       MOVE WS-PROCESS-DATE TO WS-LATEST-DATE
                       MOVE WS-PRIOR-DATE TO WS-LATEST-PRIOR
                   END-IF
               END-IF
           END-IF.

       APPLY-INIT.
           MOVE WS-REQUESTED-DATE TO WS-DATE-TEXT
           PERFORM CHECK-DATE-VALID
           EVALUATE TRUE
               WHEN WS-CONTROL-FOUND = 'Y'
                   MOVE "CONTROL RECORD ALREADY EXISTS" TO WS-RESULT
               WHEN WS-VALID-DATE = 'N'
                   MOVE "INVALID DATE" TO WS-RESULT
               WHEN OTHER
                   PERFORM CHECK-BUSINESS-DAY
                   IF WS-BUSINESS-DAY = 'N'
                       MOVE "NOT A BUSINESS DAY" TO WS-RESULT
                   ELSE
                       MOVE WS-REQUESTED-DATE TO WS-NEW-PROCESS-DATE
                       PERFORM FIND-PRIOR-BUSINESS-DAY
                       MOVE WS-DATE-TEXT TO WS-NEW-PRIOR-DATE
                       MOVE WS-NEW-PROCESS-DATE TO WS-LATEST-DATE
                       MOVE WS-NEW-PRIOR-DATE TO WS-LATEST-PRIOR
                   END-IF
           END-EVALUATE.

       APPLY-ROLL.
           IF WS-CONTROL-FOUND = 'N'
               MOVE "NO CONTROL RECORD - USE INIT" TO WS-RESULT
           ELSE
               MOVE WS-LATEST-DATE TO WS-DATE-TEXT
               PERFORM FIND-NEXT-BUSINESS-DAY
               MOVE WS-DATE-TEXT TO WS-NEW-PROCESS-DATE
               MOVE WS-LATEST-DATE TO WS-NEW-PRIOR-DATE
               IF WS-REQUESTED-DATE NOT = SPACES
                   EVALUATE TRUE
                       WHEN WS-REQUESTED-DATE NOT NUMERIC
                           MOVE "INVALID DATE" TO WS-RESULT
                       WHEN WS-REQUESTED-DATE <= WS-LATEST-DATE
                           MOVE "DATE ALREADY PROCESSED" TO WS-RESULT
                       WHEN WS-REQUESTED-DATE > WS-NEW-PROCESS-DATE
                           MOVE "DATE WOULD SKIP A BUSINESS DAY"
                               TO WS-RESULT
                       WHEN WS-REQUESTED-DATE < WS-NEW-PROCESS-DATE
                           MOVE "NOT A BUSINESS DAY" TO WS-RESULT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               IF WS-RESULT = SPACES
                   MOVE WS-NEW-PROCESS-DATE TO WS-LATEST-DATE
                   MOVE WS-NEW-PRIOR-DATE TO WS-LATEST-PRIOR
               END-IF
           END-IF.

       APPLY-RERUN.
           MOVE WS-REQUESTED-DATE TO WS-DATE-TEXT
           PERFORM CHECK-DATE-VALID
           EVALUATE TRUE
               WHEN WS-CONTROL-FOUND = 'N'
                   MOVE "NO CONTROL RECORD - USE INIT" TO WS-RESULT
               WHEN WS-VALID-DATE = 'N'
                   MOVE "INVALID DATE" TO WS-RESULT
               WHEN WS-REQUESTED-DATE > WS-LATEST-DATE
                   MOVE "DATE NOT YET PROCESSED" TO WS-RESULT
               WHEN OTHER
                   PERFORM CHECK-BUSINESS-DAY
                   IF WS-BUSINESS-DAY = 'N'
                       MOVE "NOT A BUSINESS DAY" TO WS-RESULT
                   ELSE
                       MOVE WS-REQUESTED-DATE TO WS-NEW-PROCESS-DATE
                       PERFORM FIND-PRIOR-BUSINESS-DAY
                       MOVE WS-DATE-TEXT TO WS-NEW-PRIOR-DATE
                   END-IF
           END-EVALUATE.

       APPLY-RESUME.
           IF WS-CONTROL-FOUND = 'N'
               MOVE "NO CONTROL RECORD - USE INIT" TO WS-RESULT
           ELSE
               MOVE WS-LATEST-DATE TO WS-NEW-PROCESS-DATE
               MOVE WS-LATEST-PRIOR TO WS-NEW-PRIOR-DATE
           END-IF.

       CHECK-DATE-VALID.
           MOVE 'N' TO WS-VALID-DATE
           IF WS-DATE-TEXT IS NUMERIC
               MOVE WS-DATE-TEXT TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   MOVE 'Y' TO WS-VALID-DATE
               END-IF
           END-IF.

       CHECK-BUSINESS-DAY.
           MOVE WS-DATE-TEXT TO WS-DATE-NUM
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           PERFORM TEST-BUSINESS-DAY.

       TEST-BUSINESS-DAY.
           MOVE 'Y' TO WS-BUSINESS-DAY
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT, 7)
           IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
               MOVE 'N' TO WS-BUSINESS-DAY
           ELSE
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE WS-DATE-NUM TO WS-DATE-TEXT
               IF WS-HOLIDAY-COUNT > 0
                   PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                       UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
                       IF WS-HOLIDAY-ENTRY(WS-HOL-IDX) = WS-DATE-TEXT
                           MOVE 'N' TO WS-BUSINESS-DAY
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       FIND-NEXT-BUSINESS-DAY.
           MOVE WS-DATE-TEXT TO WS-DATE-NUM
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE 'N' TO WS-BUSINESS-DAY
           PERFORM UNTIL WS-BUSINESS-DAY = 'Y'
               ADD 1 TO WS-DAY-INT
               PERFORM TEST-BUSINESS-DAY
           END-PERFORM
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-DATE-NUM TO WS-DATE-TEXT.

       FIND-PRIOR-BUSINESS-DAY.
           MOVE WS-DATE-TEXT TO WS-DATE-NUM
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE 'N' TO WS-BUSINESS-DAY
           PERFORM UNTIL WS-BUSINESS-DAY = 'Y'
               SUBTRACT 1 FROM WS-DAY-INT
               PERFORM TEST-BUSINESS-DAY
           END-PERFORM
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-DATE-NUM TO WS-DATE-TEXT.

       WRITE-CONTROL-RECORD.
           OPEN OUTPUT BUSINESS-DATE-FILE
           MOVE SPACES TO BUSINESS-DATE-LINE
           STRING
               "PROCESS_DATE,PRIOR_BUSINESS_DATE,LATEST_DATE,"
                   DELIMITED BY SIZE
               "LATEST_PRIOR_DATE" DELIMITED BY SIZE
               INTO BUSINESS-DATE-LINE
           WRITE BUSINESS-DATE-LINE
           MOVE SPACES TO BUSINESS-DATE-LINE
           STRING
               WS-PROCESS-DATE DELIMITED BY SIZE ","
               WS-PRIOR-DATE DELIMITED BY SIZE ","
               WS-LATEST-DATE DELIMITED BY SIZE ","
               WS-LATEST-PRIOR DELIMITED BY SIZE
               INTO BUSINESS-DATE-LINE
           WRITE BUSINESS-DATE-LINE
           CLOSE BUSINESS-DATE-FILE.

       WRITE-ROLL-LOG.
           OPEN EXTEND ROLL-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT ROLL-LOG-FILE
               MOVE SPACES TO ROLL-LOG-LINE
               STRING
                   "ACTION,REQUESTED_DATE,OLD_PROCESS_DATE,"
                       DELIMITED BY SIZE
                   "PROCESS_DATE,PRIOR_BUSINESS_DATE,RESULT"
                       DELIMITED BY SIZE
                   INTO ROLL-LOG-LINE
               WRITE ROLL-LOG-LINE
           END-IF
           MOVE SPACES TO ROLL-LOG-LINE
           STRING
               WS-ACTION DELIMITED BY SIZE ","
               WS-REQUESTED-DATE DELIMITED BY SIZE ","
               WS-OLD-PROCESS-DATE DELIMITED BY SIZE ","
               WS-PROCESS-DATE DELIMITED BY SIZE ","
               WS-PRIOR-DATE DELIMITED BY SIZE ","
               WS-RESULT DELIMITED BY SIZE
               INTO ROLL-LOG-LINE
           WRITE ROLL-LOG-LINE
           CLOSE ROLL-LOG-FILE.
