       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERASURE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO 'erasure_requests.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT ERASURE-LOG-FILE ASSIGN TO 'erasure_log.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELOG-STATUS.
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
           SELECT CUST-HISTORY-FILE ASSIGN TO
               'credit_score_output_history.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT CUST-ARCHIVE-FILE ASSIGN TO
               'credit_score_output_history_archive.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT ACCT-HISTORY-FILE ASSIGN TO
               'credit_score_history.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT ACCT-ARCHIVE-FILE ASSIGN TO
               'credit_score_history_archive.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT DISPOSITION-FILE ASSIGN TO 'fraud_dispositions.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT REGISTER-FILE ASSIGN TO
               'transaction_id_register.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT NOTICE-FILE ASSIGN TO 'customer_notices.rpt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT COLLECTIONS-LOG-FILE ASSIGN TO
               'collections_treatments.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT BUREAU-REJECT-LOG-FILE ASSIGN TO
               'bureau_reject_log.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT WORK-FILE ASSIGN TO 'erasure_work.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT CERTIFICATE-FILE ASSIGN TO 'erasure_certificate.rpt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'business_date.ctl'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       01 REQUEST-LINE             PIC X(150).

       FD ERASURE-LOG-FILE.
       01 ERASURE-LOG-LINE         PIC X(150).

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

       FD CUST-HISTORY-FILE.
       01 CUST-HISTORY-LINE        PIC X(250).

       FD CUST-ARCHIVE-FILE.
       01 CUST-ARCHIVE-LINE        PIC X(250).

       FD ACCT-HISTORY-FILE.
       01 ACCT-HISTORY-LINE        PIC X(250).

       FD ACCT-ARCHIVE-FILE.
       01 ACCT-ARCHIVE-LINE        PIC X(250).

       FD DISPOSITION-FILE.
       01 DISPOSITION-LINE         PIC X(250).

       FD REGISTER-FILE.
       01 REGISTER-LINE            PIC X(250).

       FD NOTICE-FILE.
       01 NOTICE-LINE              PIC X(80).

       FD COLLECTIONS-LOG-FILE.
       01 COLLECTIONS-LOG-LINE     PIC X(250).

       FD BUREAU-REJECT-LOG-FILE.
       01 BUREAU-REJECT-LOG-LINE   PIC X(250).

       FD WORK-FILE.
       01 WORK-LINE                PIC X(250).

       FD CERTIFICATE-FILE.
       01 CERTIFICATE-LINE         PIC X(80).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-STATUS        PIC XX VALUE SPACES.
       01 WS-ELOG-STATUS           PIC XX VALUE SPACES.
       01 WS-CM-STATUS             PIC XX VALUE SPACES.
       01 WS-XR-STATUS             PIC XX VALUE SPACES.
       01 WS-SN-STATUS             PIC XX VALUE SPACES.
       01 WS-CSV-STATUS            PIC XX VALUE SPACES.
       01 WS-WORK-STATUS           PIC XX VALUE SPACES.
       01 WS-EOF                   PIC X  VALUE 'N'.
       01 WS-XREF-EOF              PIC X  VALUE 'N'.
       01 WS-HEADER-FLAG           PIC X  VALUE 'Y'.
       01 WS-RUN-DATE              PIC X(8) VALUE SPACES.
       01 WS-PRIOR-BUSINESS-DATE   PIC X(8) VALUE SPACES.
       01 WS-BD-STATUS             PIC XX VALUE SPACES.

       01 WS-RAW-REQUEST-ID        PIC X(20) VALUE SPACES.
       01 WS-RAW-CUSTOMER          PIC X(10) VALUE SPACES.
       01 WS-RAW-REASON            PIC X(12) VALUE SPACES.
       01 WS-RAW-REQUESTED-BY      PIC X(20) VALUE SPACES.
       01 WS-RAW-TOKEN             PIC X(10) VALUE SPACES.
       01 WS-RAW-RESULT            PIC X(20) VALUE SPACES.

       01 WS-TOKEN-SEQ             PIC 9(8) VALUE 0.
       01 WS-DONE-COUNT            PIC 9(5) VALUE 0.
       01 WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 5000 TIMES
                                 INDEXED BY WS-DONE-IDX
                                 PIC X(20).
       01 WS-ALREADY-DONE          PIC X VALUE 'N'.

       01 WS-REQ-COUNT             PIC 9(3) VALUE 0.
       01 WS-REQ-DROPPED           PIC 9(5) VALUE 0.
       01 WS-REQ-SKIPPED           PIC 9(5) VALUE 0.
       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 500 TIMES
                                 INDEXED BY WS-REQ-IDX.
               10 WS-REQ-ID            PIC X(20).
               10 WS-REQ-CUSTOMER      PIC X(10).
               10 WS-REQ-REASON        PIC X(12).
               10 WS-REQ-BY            PIC X(20).
               10 WS-REQ-TOKEN         PIC X(10).
               10 WS-REQ-ACCOUNTS      PIC 9(3).
               10 WS-REQ-RESULT        PIC X(20).
       01 WS-REQ-MATCH-IDX         PIC 9(3) VALUE 0.

       01 WS-ACCT-COUNT            PIC 9(4) VALUE 0.
       01 WS-ACCT-DROPPED          PIC 9(5) VALUE 0.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 2000 TIMES
                                 INDEXED BY WS-ACCT-IDX.
               10 WS-ACCT-ID           PIC X(36).
               10 WS-ACCT-CUSTOMER     PIC X(10).
               10 WS-ACCT-TOKEN        PIC X(36).
       01 WS-ACCT-MATCH-IDX        PIC 9(4) VALUE 0.
       01 WS-ACCT-SEQ              PIC 9(3) VALUE 0.

       01 WS-TXN-COUNT             PIC 9(5) VALUE 0.
       01 WS-TXN-DROPPED           PIC 9(7) VALUE 0.
       01 WS-TXN-TABLE.
           05 WS-TXN-ENTRY OCCURS 20000 TIMES
                                 INDEXED BY WS-TXN-IDX.
               10 WS-TXN-ID            PIC X(36).
               10 WS-TXN-ACCT-IDX      PIC 9(4).

       01 WS-FILE-COUNT            PIC 9(2) VALUE 12.
       01 WS-FILE-TABLE.
           05 WS-FILE-ENTRY OCCURS 12 TIMES
                                 INDEXED BY WS-FILE-IDX.
               10 WS-FILE-NAME         PIC X(40).
               10 WS-FILE-STATE        PIC X(13).
               10 WS-FILE-DELETED      PIC 9(7).
               10 WS-FILE-MASKED       PIC 9(7).
       01 WS-CUR-FILE              PIC 9(2) VALUE 0.

       01 WS-LINE                  PIC X(250) VALUE SPACES.
       01 WS-NEW-LINE              PIC X(250) VALUE SPACES.
       01 WS-ROW-ACTION            PIC X VALUE 'K'.
       01 WS-FILE-CHANGED          PIC X VALUE 'N'.
       01 WS-FIELD-NO              PIC 9(2) VALUE 0.
       01 WS-FIELD-IDX             PIC 9(2) VALUE 0.
       01 WS-FIELD-VALUE           PIC X(36) VALUE SPACES.
       01 WS-SKIP-FIELD            PIC X(250) VALUE SPACES.
       01 WS-FIELD-START           PIC 9(3) VALUE 0.
       01 WS-REST-START            PIC 9(3) VALUE 0.
       01 WS-PTR                   PIC 9(3) VALUE 0.
       01 WS-OUT-PTR               PIC 9(3) VALUE 0.
       01 WS-MASK-VALUE            PIC X(36) VALUE SPACES.
       01 WS-MASK-LEN              PIC 9(2) VALUE 0.
       01 WS-RAW-DISPOSITION       PIC X(12) VALUE SPACES.
       01 WS-RAW-TXN-ID            PIC X(36) VALUE SPACES.

       01 WS-PAGE-LINE-COUNT       PIC 9(3) VALUE 0.
       01 WS-PAGE-OVERFLOW         PIC 9(5) VALUE 0.
       01 WS-PAGE-TABLE.
           05 WS-PAGE-LINE OCCURS 100 TIMES
                                 INDEXED BY WS-PAGE-IDX
                                 PIC X(80).
       01 WS-ID-LINE-IDX           PIC 9(3) VALUE 0.
       01 WS-NOTICE-TITLE          PIC X(38)
           VALUE "FINTECH CREDIT SUITE - CUSTOMER NOTICE".

       01 WS-TOTAL-ACCOUNTS        PIC 9(5) VALUE 0.
       01 WS-OPEN-CASES-MASKED     PIC 9(7) VALUE 0.

       01 WS-PAGE-NUM              PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT            PIC 9(3) VALUE 99.
       01 WS-PAGE-SIZE             PIC 9(3) VALUE 55.
       01 WS-PRINT-LINE            PIC X(80) VALUE SPACES.
       01 WS-HEADER-LINE           PIC X(80) VALUE SPACES.
       01 WS-PAGE-EDIT             PIC ZZ9.
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-COUNT-EDIT-2          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM INIT-FILE-TABLE
           PERFORM LOAD-ERASURE-LOG
           PERFORM LOAD-REQUESTS

           IF WS-REQ-COUNT = 0
               DISPLAY "ERASURE - NO NEW ERASURE REQUESTS"
           ELSE
               OPEN I-O CUSTOMER-MASTER
               OPEN I-O XREF-MASTER
               IF WS-CM-STATUS NOT = "00" OR WS-XR-STATUS NOT = "00"
                   DISPLAY "ERASURE - MASTER FILES NOT AVAILABLE "
                       WS-CM-STATUS " " WS-XR-STATUS
                       " - NO RECORDS TOUCHED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
                       PERFORM ERASE-MASTER-RECORDS
                   END-PERFORM
                   CLOSE CUSTOMER-MASTER
                   CLOSE XREF-MASTER

                   PERFORM ERASE-BUREAU-SNAPSHOT
                   PERFORM ERASE-REGISTER
                   PERFORM ERASE-DISPOSITIONS
                   PERFORM ERASE-CUST-HISTORY
                   PERFORM ERASE-CUST-ARCHIVE
                   PERFORM ERASE-ACCT-HISTORY
                   PERFORM ERASE-ACCT-ARCHIVE
                   PERFORM ERASE-NOTICES
                   PERFORM ERASE-COLLECTIONS-LOG
                   PERFORM ERASE-BUREAU-REJECTS
                   PERFORM CLEAR-WORK-FILE

                   PERFORM WRITE-ERASURE-LOG
                   PERFORM WRITE-CERTIFICATE
               END-IF
           END-IF

           DISPLAY "ERASURE REQUESTS: " WS-REQ-COUNT
               " ALREADY ERASED: " WS-REQ-SKIPPED
               " LINKED ACCOUNTS: " WS-TOTAL-ACCOUNTS
               " OPEN CASES MASKED: " WS-OPEN-CASES-MASKED
           IF WS-REQ-DROPPED > 0 OR WS-ACCT-DROPPED > 0
               OR WS-TXN-DROPPED > 0 OR WS-PAGE-OVERFLOW > 0
               DISPLAY "ERASURE WARNING - REQUESTS NOT TAKEN: "
                   WS-REQ-DROPPED " ACCOUNTS NOT TRACKED: "
                   WS-ACCT-DROPPED " TXN IDS NOT TRACKED: "
                   WS-TXN-DROPPED " OVERLONG NOTICE PAGES: "
                   WS-PAGE-OVERFLOW
           END-IF
           STOP RUN.

       INIT-FILE-TABLE.
           INITIALIZE WS-FILE-TABLE
           MOVE "customer_master.dat" TO WS-FILE-NAME(1)
           MOVE "customer_account_xref.dat" TO WS-FILE-NAME(2)
           MOVE "bureau_snapshot.dat" TO WS-FILE-NAME(3)
           MOVE "transaction_id_register.csv" TO WS-FILE-NAME(4)
           MOVE "fraud_dispositions.csv" TO WS-FILE-NAME(5)
           MOVE "credit_score_output_history.csv"
               TO WS-FILE-NAME(6)
           MOVE "credit_score_output_history_archive.csv"
               TO WS-FILE-NAME(7)
           MOVE "credit_score_history.csv" TO WS-FILE-NAME(8)
           MOVE "credit_score_history_archive.csv"
               TO WS-FILE-NAME(9)
           MOVE "customer_notices.rpt" TO WS-FILE-NAME(10)
           MOVE "collections_treatments.csv" TO WS-FILE-NAME(11)
           MOVE "bureau_reject_log.csv" TO WS-FILE-NAME(12)
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
               MOVE "NOT PRESENT" TO WS-FILE-STATE(WS-FILE-IDX)
           END-PERFORM.

       LOAD-ERASURE-LOG.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT ERASURE-LOG-FILE
           IF WS-ELOG-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ERASURE-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM STORE-ERASURE-LOG-ROW
                   END-READ
               END-PERFORM
               CLOSE ERASURE-LOG-FILE
           END-IF.

       STORE-ERASURE-LOG-ROW.
           IF WS-HEADER-FLAG = 'Y'
               MOVE 'N' TO WS-HEADER-FLAG
           ELSE
               MOVE SPACES TO WS-RAW-REQUEST-ID
               MOVE SPACES TO WS-RAW-TOKEN
               UNSTRING ERASURE-LOG-LINE DELIMITED BY ","
                   INTO WS-RAW-REQUEST-ID,
                        WS-RAW-RESULT,
                        WS-RAW-TOKEN
               IF WS-RAW-TOKEN(1:2) = "ER"
                   AND WS-RAW-TOKEN(3:8) IS NUMERIC
                   AND WS-RAW-TOKEN(3:8) > WS-TOKEN-SEQ
                   MOVE WS-RAW-TOKEN(3:8) TO WS-TOKEN-SEQ
               END-IF
               IF WS-RAW-REQUEST-ID NOT = SPACES
                   IF WS-DONE-COUNT < 5000
                       ADD 1 TO WS-DONE-COUNT
                       MOVE WS-RAW-REQUEST-ID
                           TO WS-DONE-ENTRY(WS-DONE-COUNT)
                   END-IF
               END-IF
           END-IF.

       LOAD-REQUESTS.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "ERASURE - REQUEST FILE NOT AVAILABLE "
                   WS-REQUEST-STATUS
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REQUEST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM STORE-REQUEST-ROW
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
           END-IF.

       STORE-REQUEST-ROW.
           IF WS-HEADER-FLAG = 'Y'
               MOVE 'N' TO WS-HEADER-FLAG
           ELSE
               MOVE SPACES TO WS-RAW-REQUEST-ID
               MOVE SPACES TO WS-RAW-CUSTOMER
               MOVE SPACES TO WS-RAW-REASON
               MOVE SPACES TO WS-RAW-REQUESTED-BY
               UNSTRING REQUEST-LINE DELIMITED BY ","
                   INTO WS-RAW-REQUEST-ID,
                        WS-RAW-CUSTOMER,
                        WS-RAW-REASON,
                        WS-RAW-REQUESTED-BY
               IF WS-RAW-REQUEST-ID NOT = SPACES
                   AND WS-RAW-CUSTOMER NOT = SPACES
                   MOVE 'N' TO WS-ALREADY-DONE
                   IF WS-DONE-COUNT > 0
                       PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                           UNTIL WS-DONE-IDX > WS-DONE-COUNT
                           IF WS-DONE-ENTRY(WS-DONE-IDX)
                               = WS-RAW-REQUEST-ID
                               MOVE 'Y' TO WS-ALREADY-DONE
                           END-IF
                       END-PERFORM
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-ALREADY-DONE = 'Y'
                           ADD 1 TO WS-REQ-SKIPPED
                       WHEN WS-REQ-COUNT >= 500
                           ADD 1 TO WS-REQ-DROPPED
                       WHEN OTHER
                           PERFORM ADD-REQUEST
                   END-EVALUATE
               END-IF
           END-IF.

       ADD-REQUEST.
           ADD 1 TO WS-REQ-COUNT
           ADD 1 TO WS-TOKEN-SEQ
           MOVE WS-RAW-REQUEST-ID TO WS-REQ-ID(WS-REQ-COUNT)
           MOVE WS-RAW-CUSTOMER TO WS-REQ-CUSTOMER(WS-REQ-COUNT)
           IF WS-RAW-REASON = SPACES
               MOVE "ERASURE" TO WS-REQ-REASON(WS-REQ-COUNT)
           ELSE
               MOVE WS-RAW-REASON TO WS-REQ-REASON(WS-REQ-COUNT)
           END-IF
           MOVE WS-RAW-REQUESTED-BY TO WS-REQ-BY(WS-REQ-COUNT)
           MOVE SPACES TO WS-REQ-TOKEN(WS-REQ-COUNT)
           STRING "ER" DELIMITED BY SIZE
               WS-TOKEN-SEQ DELIMITED BY SIZE
               INTO WS-REQ-TOKEN(WS-REQ-COUNT)
           MOVE 0 TO WS-REQ-ACCOUNTS(WS-REQ-COUNT)
           MOVE SPACES TO WS-REQ-RESULT(WS-REQ-COUNT).

       ERASE-MASTER-RECORDS.
           MOVE 0 TO WS-ACCT-SEQ
           MOVE 'N' TO WS-XREF-EOF
           MOVE WS-REQ-CUSTOMER(WS-REQ-IDX) TO XR-CUSTOMER-ID
           MOVE LOW-VALUES TO XR-ACCOUNT-ID
           START XREF-MASTER KEY NOT < XR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XREF-EOF
           END-START
           PERFORM UNTIL WS-XREF-EOF = 'Y'
               READ XREF-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF
                   NOT AT END
                       IF XR-CUSTOMER-ID = WS-REQ-CUSTOMER(WS-REQ-IDX)
                           PERFORM ADD-LINKED-ACCOUNT
                       ELSE
                           MOVE 'Y' TO WS-XREF-EOF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ACCT-COUNT > 0
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   IF WS-ACCT-CUSTOMER(WS-ACCT-IDX)
                       = WS-REQ-CUSTOMER(WS-REQ-IDX)
                       PERFORM DELETE-XREF-LINK
                   END-IF
               END-PERFORM
           END-IF

           MOVE WS-REQ-CUSTOMER(WS-REQ-IDX) TO CM-CUSTOMER-ID
           DELETE CUSTOMER-MASTER
               INVALID KEY
                   MOVE "NO MASTER RECORD" TO WS-REQ-RESULT(WS-REQ-IDX)
               NOT INVALID KEY
                   ADD 1 TO WS-FILE-DELETED(1)
                   MOVE "ERASED" TO WS-REQ-RESULT(WS-REQ-IDX)
           END-DELETE
           MOVE "PROCESSED" TO WS-FILE-STATE(1)
           MOVE "PROCESSED" TO WS-FILE-STATE(2).

       ADD-LINKED-ACCOUNT.
           IF WS-ACCT-COUNT < 2000
               ADD 1 TO WS-ACCT-COUNT
               ADD 1 TO WS-ACCT-SEQ
               ADD 1 TO WS-TOTAL-ACCOUNTS
               ADD 1 TO WS-REQ-ACCOUNTS(WS-REQ-IDX)
               MOVE XR-ACCOUNT-ID TO WS-ACCT-ID(WS-ACCT-COUNT)
               MOVE XR-CUSTOMER-ID TO WS-ACCT-CUSTOMER(WS-ACCT-COUNT)
               MOVE SPACES TO WS-ACCT-TOKEN(WS-ACCT-COUNT)
               STRING "ERASED-" DELIMITED BY SIZE
                   WS-REQ-TOKEN(WS-REQ-IDX) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-ACCT-SEQ DELIMITED BY SIZE
                   INTO WS-ACCT-TOKEN(WS-ACCT-COUNT)
           ELSE
               ADD 1 TO WS-ACCT-DROPPED
           END-IF.

       DELETE-XREF-LINK.
           MOVE WS-ACCT-CUSTOMER(WS-ACCT-IDX) TO XR-CUSTOMER-ID
           MOVE WS-ACCT-ID(WS-ACCT-IDX) TO XR-ACCOUNT-ID
           DELETE XREF-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-FILE-DELETED(2)
           END-DELETE.

       ERASE-BUREAU-SNAPSHOT.
           OPEN I-O SNAPSHOT-FILE
           IF WS-SN-STATUS = "00"
               MOVE "PROCESSED" TO WS-FILE-STATE(3)
               IF WS-ACCT-COUNT > 0
                   PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                       MOVE WS-ACCT-ID(WS-ACCT-IDX) TO SN-ACCOUNT-ID
                       DELETE SNAPSHOT-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-FILE-DELETED(3)
                       END-DELETE
                   END-PERFORM
               END-IF
               CLOSE SNAPSHOT-FILE
           END-IF.

       ERASE-REGISTER.
           MOVE 4 TO WS-CUR-FILE
           MOVE 'N' TO WS-FILE-CHANGED
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT REGISTER-FILE
           IF WS-CSV-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE REGISTER-LINE TO WS-LINE
                           PERFORM CHECK-REGISTER-ROW
                           PERFORM WRITE-WORK-ROW
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
               CLOSE WORK-FILE
               IF WS-FILE-CHANGED = 'Y'
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT WORK-FILE
                   OPEN OUTPUT REGISTER-FILE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               WRITE REGISTER-LINE FROM WORK-LINE
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
                   CLOSE REGISTER-FILE
               END-IF
               MOVE "PROCESSED" TO WS-FILE-STATE(WS-CUR-FILE)
           END-IF.

       CHECK-REGISTER-ROW.
           MOVE 'K' TO WS-ROW-ACTION
           IF WS-HEADER-FLAG = 'Y'
               MOVE 'N' TO WS-HEADER-FLAG
           ELSE
               MOVE 2 TO WS-FIELD-NO
               PERFORM LOCATE-FIELD
               PERFORM FIND-LINKED-ACCOUNT
               IF WS-ACCT-MATCH-IDX > 0
                   MOVE SPACES TO WS-SKIP-FIELD
                   UNSTRING WS-LINE DELIMITED BY ","
                       INTO WS-SKIP-FIELD
                   IF WS-TXN-COUNT < 20000
                       ADD 1 TO WS-TXN-COUNT
                       MOVE WS-SKIP-FIELD TO WS-TXN-ID(WS-TXN-COUNT)
                       MOVE WS-ACCT-MATCH-IDX
                           TO WS-TXN-ACCT-IDX(WS-TXN-COUNT)
                   ELSE
                       ADD 1 TO WS-TXN-DROPPED
                   END-IF
                   MOVE WS-ACCT-TOKEN(WS-ACCT-MATCH-IDX)
                       TO WS-MASK-VALUE
                   MOVE 36 TO WS-MASK-LEN
                   PERFORM REPLACE-FIELD
                   MOVE 'M' TO WS-ROW-ACTION
               END-IF
           END-IF.

       ERASE-DISPOSITIONS.
           MOVE 5 TO WS-CUR-FILE
           MOVE 'N' TO WS-FILE-CHANGED
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT DISPOSITION-FILE
           IF WS-CSV-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DISPOSITION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE DISPOSITION-LINE TO WS-LINE
                           PERFORM CHECK-DISPOSITION-ROW
                           PERFORM WRITE-WORK-ROW
                   END-READ
               END-PERFORM
               CLOSE DISPOSITION-FILE
               CLOSE WORK-FILE
               IF WS-FILE-CHANGED = 'Y'
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT WORK-FILE
                   OPEN OUTPUT DISPOSITION-FILE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               WRITE DISPOSITION-LINE FROM WORK-LINE
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
                   CLOSE DISPOSITION-FILE
               END-IF
               MOVE "PROCESSED" TO WS-FILE-STATE(WS-CUR-FILE)
           END-IF.

       CHECK-DISPOSITION-ROW.
           MOVE 'K' TO WS-ROW-ACTION
           IF WS-HEADER-FLAG = 'Y'
               MOVE 'N' TO WS-HEADER-FLAG
           ELSE
               MOVE SPACES TO WS-RAW-TXN-ID
               MOVE SPACES TO WS-RAW-DISPOSITION
               UNSTRING WS-LINE DELIMITED BY ","
                   INTO WS-RAW-TXN-ID, WS-RAW-DISPOSITION
               MOVE 5 TO WS-FIELD-NO
               PERFORM LOCATE-FIELD
               PERFORM FIND-LINKED-ACCOUNT
               IF WS-ACCT-MATCH-IDX = 0
                   AND WS-TXN-COUNT > 0
                   PERFORM VARYING WS-TXN-IDX FROM 1 BY 1
                       UNTIL WS-TXN-IDX > WS-TXN-COUNT
                       IF WS-TXN-ID(WS-TXN-IDX) = WS-RAW-TXN-ID
                           MOVE WS-TXN-ACCT-IDX(WS-TXN-IDX)
                               TO WS-ACCT-MATCH-IDX
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-ACCT-MATCH-IDX > 0
                   EVALUATE TRUE
                   WHEN WS-RAW-DISPOSITION = "CONFIRMED"
                       OR WS-RAW-DISPOSITION = "CLEARED"
                       MOVE 'D' TO WS-ROW-ACTION
                   WHEN WS-FIELD-START > 250
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-ACCT-TOKEN(WS-ACCT-MATCH-IDX)
                           TO WS-MASK-VALUE
                       MOVE 36 TO WS-MASK-LEN
                       PERFORM REPLACE-FIELD
                       MOVE 'M' TO WS-ROW-ACTION
                       ADD 1 TO WS-OPEN-CASES-MASKED
                   END-EVALUATE
               END-IF
           END-IF.

       ERASE-CUST-HISTORY.
           MOVE 6 TO WS-CUR-FILE
           MOVE 'N' TO WS-FILE-CHANGED
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT CUST-HISTORY-FILE
           IF WS-CSV-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CUST-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE CUST-HISTORY-LINE TO WS-LINE
                           PERFORM CHECK-CUSTOMER-ROW
                           PERFORM WRITE-WORK-ROW
                   END-READ
               END-PERFORM
               CLOSE CUST-HISTORY-FILE
               CLOSE WORK-FILE
               IF WS-FILE-CHANGED = 'Y'
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT WORK-FILE
                   OPEN OUTPUT CUST-HISTORY-FILE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               WRITE CUST-HISTORY-LINE FROM WORK-LINE
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
                   CLOSE CUST-HISTORY-FILE
               END-IF
               MOVE "PROCESSED" TO WS-FILE-STATE(WS-CUR-FILE)
           END-IF.

       ERASE-CUST-ARCHIVE.
           MOVE 7 TO WS-CUR-FILE
           MOVE 'N' TO WS-FILE-CHANGED
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT CUST-ARCHIVE-FILE
           IF WS-CSV-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CUST-ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE CUST-ARCHIVE-LINE TO WS-LINE
                           PERFORM CHECK-CUSTOMER-ROW
                           PERFORM WRITE-WORK-ROW
                   END-READ
               END-PERFORM
               CLOSE CUST-ARCHIVE-FILE
               CLOSE WORK-FILE
               IF WS-FILE-CHANGED = 'Y'
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT WORK-FILE
                   OPEN OUTPUT CUST-ARCHIVE-FILE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               WRITE CUST-ARCHIVE-LINE FROM WORK-LINE
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
                   CLOSE CUST-ARCHIVE-FILE
               END-IF
               MOVE "PROCESSED" TO WS-FILE-STATE(WS-CUR-FILE)
           END-IF.

       CHECK-CUSTOMER-ROW.
           MOVE 'K' TO WS-ROW-ACTION
           IF WS-HEADER-FLAG = 'Y'
               MOVE 'N' TO WS-HEADER-FLAG
           ELSE
               MOVE 2 TO WS-FIELD-NO
               PERFORM LOCATE-FIELD
               MOVE 0 TO WS-REQ-MATCH-IDX
               PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
                   IF WS-REQ-CUSTOMER(WS-REQ-IDX) = WS-FIELD-VALUE
                       MOVE WS-REQ-IDX TO WS-REQ-MATCH-IDX
                   END-IF
               END-PERFORM
               IF WS-REQ-MATCH-IDX > 0
                   MOVE WS-REQ-TOKEN(WS-REQ-MATCH-IDX)
                       TO WS-MASK-VALUE
                   MOVE 10 TO WS-MASK-LEN
                   PERFORM REPLACE-FIELD
                   MOVE 'M' TO WS-ROW-ACTION
               END-IF
           END-IF.

       ERASE-ACCT-HISTORY.
           MOVE 8 TO WS-CUR-FILE
           MOVE 'N' TO WS-FILE-CHANGED
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT ACCT-HISTORY-FILE
           IF WS-CSV-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACCT-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE ACCT-HISTORY-LINE TO WS-LINE
                           PERFORM CHECK-ACCOUNT-ROW
                           PERFORM WRITE-WORK-ROW
                   END-READ
               END-PERFORM
               CLOSE ACCT-HISTORY-FILE
               CLOSE WORK-FILE
               IF WS-FILE-CHANGED = 'Y'
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT WORK-FILE
                   OPEN OUTPUT ACCT-HISTORY-FILE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               WRITE ACCT-HISTORY-LINE FROM WORK-LINE
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
                   CLOSE ACCT-HISTORY-FILE
               END-IF
               MOVE "PROCESSED" TO WS-FILE-STATE(WS-CUR-FILE)
           END-IF.

       ERASE-ACCT-ARCHIVE.
           MOVE 9 TO WS-CUR-FILE
           MOVE 'N' TO WS-FILE-CHANGED
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT ACCT-ARCHIVE-FILE
           IF WS-CSV-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACCT-ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE ACCT-ARCHIVE-LINE TO WS-LINE
                           PERFORM CHECK-ACCOUNT-ROW
                           PERFORM WRITE-WORK-ROW
                   END-READ
               END-PERFORM
               CLOSE ACCT-ARCHIVE-FILE
               CLOSE WORK-FILE
               IF WS-FILE-CHANGED = 'Y'
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT WORK-FILE
                   OPEN OUTPUT ACCT-ARCHIVE-FILE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               WRITE ACCT-ARCHIVE-LINE FROM WORK-LINE
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
                   CLOSE ACCT-ARCHIVE-FILE
               END-IF
               MOVE "PROCESSED" TO WS-FILE-STATE(WS-CUR-FILE)
           END-IF.

       CHECK-ACCOUNT-ROW.
           MOVE 'K' TO WS-ROW-ACTION
           IF WS-HEADER-FLAG = 'Y'
               MOVE 'N' TO WS-HEADER-FLAG
           ELSE
               MOVE 2 TO WS-FIELD-NO
               PERFORM LOCATE-FIELD
               PERFORM FIND-LINKED-ACCOUNT
               IF WS-ACCT-MATCH-IDX > 0
                   MOVE WS-ACCT-TOKEN(WS-ACCT-MATCH-IDX)
                       TO WS-MASK-VALUE
                   MOVE 36 TO WS-MASK-LEN
                   PERFORM REPLACE-FIELD
                   MOVE 'M' TO WS-ROW-ACTION
               END-IF
           END-IF.

       FIND-LINKED-ACCOUNT.
           MOVE 0 TO WS-ACCT-MATCH-IDX
           IF WS-ACCT-COUNT > 0 AND WS-FIELD-VALUE NOT = SPACES
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   IF WS-ACCT-ID(WS-ACCT-IDX) = WS-FIELD-VALUE
                       MOVE WS-ACCT-IDX TO WS-ACCT-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF.

       LOCATE-FIELD.
           MOVE 1 TO WS-PTR
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
               UNTIL WS-FIELD-IDX >= WS-FIELD-NO
               OR WS-PTR > 250
               MOVE SPACES TO WS-SKIP-FIELD
               UNSTRING WS-LINE DELIMITED BY ","
                   INTO WS-SKIP-FIELD
                   WITH POINTER WS-PTR
           END-PERFORM
           MOVE WS-PTR TO WS-FIELD-START
           MOVE SPACES TO WS-FIELD-VALUE
           IF WS-PTR <= 250
               UNSTRING WS-LINE DELIMITED BY ","
                   INTO WS-FIELD-VALUE
                   WITH POINTER WS-PTR
           END-IF
           MOVE WS-PTR TO WS-REST-START.

       REPLACE-FIELD.
           MOVE SPACES TO WS-NEW-LINE
           MOVE 1 TO WS-OUT-PTR
           IF WS-FIELD-START > 1
               STRING WS-LINE(1:WS-FIELD-START - 1) DELIMITED BY SIZE
                   INTO WS-NEW-LINE
                   WITH POINTER WS-OUT-PTR
           END-IF
           STRING WS-MASK-VALUE(1:WS-MASK-LEN) DELIMITED BY SIZE
               INTO WS-NEW-LINE
               WITH POINTER WS-OUT-PTR
           IF WS-REST-START <= 250
               STRING "," DELIMITED BY SIZE
                   WS-LINE(WS-REST-START:) DELIMITED BY SIZE
                   INTO WS-NEW-LINE
                   WITH POINTER WS-OUT-PTR
           END-IF
           MOVE WS-NEW-LINE TO WS-LINE.

       WRITE-WORK-ROW.
           EVALUATE WS-ROW-ACTION
               WHEN 'D'
                   ADD 1 TO WS-FILE-DELETED(WS-CUR-FILE)
                   MOVE 'Y' TO WS-FILE-CHANGED
               WHEN 'M'
                   ADD 1 TO WS-FILE-MASKED(WS-CUR-FILE)
                   MOVE 'Y' TO WS-FILE-CHANGED
                   WRITE WORK-LINE FROM WS-LINE
               WHEN OTHER
                   WRITE WORK-LINE FROM WS-LINE
           END-EVALUATE.

       ERASE-NOTICES.
           MOVE 10 TO WS-CUR-FILE
           MOVE 'N' TO WS-FILE-CHANGED
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-PAGE-LINE-COUNT
           OPEN INPUT NOTICE-FILE
           IF WS-CSV-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NOTICE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF NOTICE-LINE(1:38) = WS-NOTICE-TITLE
                               PERFORM FLUSH-NOTICE-PAGE
                           END-IF
                           PERFORM BUFFER-NOTICE-LINE
                   END-READ
               END-PERFORM
               PERFORM FLUSH-NOTICE-PAGE
               CLOSE NOTICE-FILE
               CLOSE WORK-FILE
               IF WS-FILE-CHANGED = 'Y'
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT WORK-FILE
                   OPEN OUTPUT NOTICE-FILE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               WRITE NOTICE-LINE FROM WORK-LINE
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
                   CLOSE NOTICE-FILE
               END-IF
               MOVE "PROCESSED" TO WS-FILE-STATE(WS-CUR-FILE)
           END-IF.

       BUFFER-NOTICE-LINE.
           IF WS-PAGE-LINE-COUNT >= 100
               ADD 1 TO WS-PAGE-OVERFLOW
               PERFORM FLUSH-NOTICE-PAGE
           END-IF
           ADD 1 TO WS-PAGE-LINE-COUNT
           MOVE NOTICE-LINE TO WS-PAGE-LINE(WS-PAGE-LINE-COUNT).

       FLUSH-NOTICE-PAGE.
           IF WS-PAGE-LINE-COUNT > 0
               MOVE 0 TO WS-ID-LINE-IDX
               PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
                   UNTIL WS-PAGE-IDX > WS-PAGE-LINE-COUNT
                   IF WS-PAGE-LINE(WS-PAGE-IDX)(1:13) = "CUSTOMER ID: "
                       AND WS-ID-LINE-IDX = 0
                       MOVE WS-PAGE-IDX TO WS-ID-LINE-IDX
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-REQ-MATCH-IDX
               IF WS-ID-LINE-IDX > 0
                   PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
                       IF WS-REQ-CUSTOMER(WS-REQ-IDX)
                           = WS-PAGE-LINE(WS-ID-LINE-IDX)(14:10)
                           MOVE WS-REQ-IDX TO WS-REQ-MATCH-IDX
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-REQ-MATCH-IDX > 0
                   PERFORM MASK-NOTICE-PAGE
               END-IF
               PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
                   UNTIL WS-PAGE-IDX > WS-PAGE-LINE-COUNT
                   WRITE WORK-LINE FROM WS-PAGE-LINE(WS-PAGE-IDX)
               END-PERFORM
               MOVE 0 TO WS-PAGE-LINE-COUNT
           END-IF.

       MASK-NOTICE-PAGE.
           PERFORM VARYING WS-PAGE-IDX FROM 4 BY 1
               UNTIL WS-PAGE-IDX > WS-ID-LINE-IDX - 2
               MOVE SPACES TO WS-PAGE-LINE(WS-PAGE-IDX)
           END-PERFORM
           IF WS-ID-LINE-IDX > 5
               MOVE "*** PERSONAL DATA ERASED ***" TO WS-PAGE-LINE(4)
           END-IF
           MOVE WS-REQ-TOKEN(WS-REQ-MATCH-IDX)
               TO WS-PAGE-LINE(WS-ID-LINE-IDX)(14:10)
           ADD 1 TO WS-FILE-MASKED(WS-CUR-FILE)
           MOVE 'Y' TO WS-FILE-CHANGED.

       ERASE-COLLECTIONS-LOG.
           MOVE 11 TO WS-CUR-FILE
           MOVE 'N' TO WS-FILE-CHANGED
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT COLLECTIONS-LOG-FILE
           IF WS-CSV-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ COLLECTIONS-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE COLLECTIONS-LOG-LINE TO WS-LINE
                           PERFORM CHECK-COLLECTIONS-ROW
                           PERFORM WRITE-WORK-ROW
                   END-READ
               END-PERFORM
               CLOSE COLLECTIONS-LOG-FILE
               CLOSE WORK-FILE
               IF WS-FILE-CHANGED = 'Y'
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT WORK-FILE
                   OPEN OUTPUT COLLECTIONS-LOG-FILE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               WRITE COLLECTIONS-LOG-LINE FROM WORK-LINE
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
                   CLOSE COLLECTIONS-LOG-FILE
               END-IF
               MOVE "PROCESSED" TO WS-FILE-STATE(WS-CUR-FILE)
           END-IF.

       CHECK-COLLECTIONS-ROW.
           MOVE 'K' TO WS-ROW-ACTION
           IF WS-HEADER-FLAG = 'Y'
               MOVE 'N' TO WS-HEADER-FLAG
           ELSE
               MOVE 3 TO WS-FIELD-NO
               PERFORM MASK-CUSTOMER-FIELD
           END-IF.

       ERASE-BUREAU-REJECTS.
           MOVE 12 TO WS-CUR-FILE
           MOVE 'N' TO WS-FILE-CHANGED
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-HEADER-FLAG
           OPEN INPUT BUREAU-REJECT-LOG-FILE
           IF WS-CSV-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BUREAU-REJECT-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE BUREAU-REJECT-LOG-LINE TO WS-LINE
                           PERFORM CHECK-BUREAU-REJECT-ROW
                           PERFORM WRITE-WORK-ROW
                   END-READ
               END-PERFORM
               CLOSE BUREAU-REJECT-LOG-FILE
               CLOSE WORK-FILE
               IF WS-FILE-CHANGED = 'Y'
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT WORK-FILE
                   OPEN OUTPUT BUREAU-REJECT-LOG-FILE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ WORK-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               WRITE BUREAU-REJECT-LOG-LINE
                                   FROM WORK-LINE
                       END-READ
                   END-PERFORM
                   CLOSE WORK-FILE
                   CLOSE BUREAU-REJECT-LOG-FILE
               END-IF
               MOVE "PROCESSED" TO WS-FILE-STATE(WS-CUR-FILE)
           END-IF.

       CHECK-BUREAU-REJECT-ROW.
           MOVE 'K' TO WS-ROW-ACTION
           IF WS-HEADER-FLAG = 'Y'
               MOVE 'N' TO WS-HEADER-FLAG
           ELSE
               MOVE 2 TO WS-FIELD-NO
               PERFORM LOCATE-FIELD
               PERFORM FIND-LINKED-ACCOUNT
               IF WS-ACCT-MATCH-IDX > 0
                   MOVE WS-ACCT-TOKEN(WS-ACCT-MATCH-IDX)
                       TO WS-MASK-VALUE
                   MOVE 36 TO WS-MASK-LEN
                   PERFORM REPLACE-FIELD
                   MOVE 'M' TO WS-ROW-ACTION
               END-IF
               MOVE 3 TO WS-FIELD-NO
               PERFORM MASK-CUSTOMER-FIELD
           END-IF.

       MASK-CUSTOMER-FIELD.
           PERFORM LOCATE-FIELD
           MOVE 0 TO WS-REQ-MATCH-IDX
           IF WS-FIELD-START <= 250
               PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
                   IF WS-REQ-CUSTOMER(WS-REQ-IDX) = WS-FIELD-VALUE
                       MOVE WS-REQ-IDX TO WS-REQ-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-REQ-MATCH-IDX > 0
               MOVE WS-REQ-TOKEN(WS-REQ-MATCH-IDX) TO WS-MASK-VALUE
               MOVE 10 TO WS-MASK-LEN
               PERFORM REPLACE-FIELD
               MOVE 'M' TO WS-ROW-ACTION
           END-IF.

       CLEAR-WORK-FILE.
           OPEN OUTPUT WORK-FILE
           CLOSE WORK-FILE.

       WRITE-ERASURE-LOG.
           OPEN EXTEND ERASURE-LOG-FILE
           IF WS-ELOG-STATUS = "35"
               OPEN OUTPUT ERASURE-LOG-FILE
               MOVE SPACES TO ERASURE-LOG-LINE
               STRING
                   "REQUEST_ID,RESULT,TOKEN,RUN_DATE,REASON,"
                       DELIMITED BY SIZE
                   "REQUESTED_BY,LINKED_ACCOUNTS" DELIMITED BY SIZE
                   INTO ERASURE-LOG-LINE
               WRITE ERASURE-LOG-LINE
           END-IF
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
               MOVE SPACES TO ERASURE-LOG-LINE
               STRING
                   WS-REQ-ID(WS-REQ-IDX) DELIMITED BY SIZE ","
                   WS-REQ-RESULT(WS-REQ-IDX) DELIMITED BY SIZE ","
                   WS-REQ-TOKEN(WS-REQ-IDX) DELIMITED BY SIZE ","
                   WS-RUN-DATE DELIMITED BY SIZE ","
                   WS-REQ-REASON(WS-REQ-IDX) DELIMITED BY SIZE ","
                   WS-REQ-BY(WS-REQ-IDX) DELIMITED BY SIZE ","
                   WS-REQ-ACCOUNTS(WS-REQ-IDX) DELIMITED BY SIZE
                   INTO ERASURE-LOG-LINE
               WRITE ERASURE-LOG-LINE
           END-PERFORM
           CLOSE ERASURE-LOG-FILE.

       WRITE-CERTIFICATE.
           OPEN OUTPUT CERTIFICATE-FILE
           MOVE "REQUESTS PROCESSED" TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "  REQUEST ID           TOKEN       REASON       ACCTS"
               TO WS-PRINT-LINE
           MOVE "RESULT" TO WS-PRINT-LINE(58:6)
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
               MOVE WS-REQ-ACCOUNTS(WS-REQ-IDX) TO WS-PAGE-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING
                   "  " DELIMITED BY SIZE
                   WS-REQ-ID(WS-REQ-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REQ-TOKEN(WS-REQ-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-REQ-REASON(WS-REQ-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PAGE-EDIT DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-REQ-RESULT(WS-REQ-IDX) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "FILES TOUCHED" TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "  FILE" TO WS-PRINT-LINE
           MOVE "STATE" TO WS-PRINT-LINE(44:5)
           MOVE "DELETED" TO WS-PRINT-LINE(58:7)
           MOVE "MASKED" TO WS-PRINT-LINE(68:6)
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
               MOVE WS-FILE-DELETED(WS-FILE-IDX) TO WS-COUNT-EDIT
               MOVE WS-FILE-MASKED(WS-FILE-IDX) TO WS-COUNT-EDIT-2
               MOVE SPACES TO WS-PRINT-LINE
               STRING
                   "  " DELIMITED BY SIZE
                   WS-FILE-NAME(WS-FILE-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FILE-STATE(WS-FILE-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-COUNT-EDIT-2 DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-OPEN-CASES-MASKED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING
               "  OPEN FRAUD CASES MASKED, NOT DELETED: "
                   DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "  SCORE HISTORY AND ARCHIVES RETAINED WITH IDENTIFIERS"
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "  REPLACED BY THE TOKEN SHOWN FOR EACH REQUEST."
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "END OF REPORT" TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE CERTIFICATE-FILE.

       PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-PAGE-EDIT
           MOVE SPACES TO WS-HEADER-LINE
           STRING
               "FINTECH CREDIT SUITE - ERASURE CERTIFICATE"
                   DELIMITED BY SIZE
               "  RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  PAGE " DELIMITED BY SIZE
               WS-PAGE-EDIT DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           WRITE CERTIFICATE-LINE FROM WS-HEADER-LINE
           MOVE ALL "-" TO WS-HEADER-LINE
           WRITE CERTIFICATE-LINE FROM WS-HEADER-LINE
           MOVE SPACES TO WS-HEADER-LINE
           WRITE CERTIFICATE-LINE FROM WS-HEADER-LINE
           MOVE 3 TO WS-LINE-COUNT.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           WRITE CERTIFICATE-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

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
               DISPLAY "ERASURE - BUSINESS DATE CONTROL "
                   "NOT AVAILABLE " WS-BD-STATUS " - RUN DATEROLL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
