           SELECT DEMOG-FILE ASSIGN TO 'customer_demographics.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEMOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DEMOG-FILE.
       01 DEMOG-LINE               PIC X(150).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-STATUS          PIC XX VALUE SPACES.
       01 WS-CM-STATUS             PIC XX VALUE SPACES.
       01 WS-RUN-MODE              PIC X(20) VALUE SPACES.
       01 WS-INCREMENTAL-MODE      PIC X  VALUE 'N'.
       01 WS-RUN-DATE              PIC X(8) VALUE SPACES.
       01 WS-PRIOR-BUSINESS-DATE   PIC X(8) VALUE SPACES.
       01 WS-BD-STATUS             PIC XX VALUE SPACES.
       01 WS-CM-OPEN-MODE          PIC X  VALUE 'O'.
       01 WS-AM-OPEN-MODE          PIC X  VALUE 'O'.
       01 WS-XR-OPEN-MODE          PIC X  VALUE 'O'.
           IF WS-RUN-MODE(1:11) = "INCREMENTAL"
               MOVE 'Y' TO WS-INCREMENTAL-MODE
           END-IF
           PERFORM LOAD-BUSINESS-DATE

           IF WS-INCREMENTAL-MODE = 'Y'
               PERFORM OPEN-AUDIT-FILE
               NOT INVALID KEY
                   ADD 1 TO WS-XREF-LOADED
           END-WRITE.

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
               DISPLAY "MASTERLOAD - BUSINESS DATE CONTROL "
                   "NOT AVAILABLE " WS-BD-STATUS " - RUN DATEROLL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
