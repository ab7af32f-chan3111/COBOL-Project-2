                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PH-HISTORY-KEY
                   FILE STATUS IS WS-PAY-HISTORY-STATUS.
           SELECT PAY-HISTORY-ARCHIVE
               ASSIGN "PAYHISTARCH.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PA-HISTORY-KEY
                   FILE STATUS IS WS-HISTORY-ARCHIVE-STATUS.
           SELECT YTD-MASTER
               ASSIGN "YTDMASTER.DAT"
                   ORGANIZATION IS INDEXED
               ASSIGN "PAYCALENDAR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-RUN-KEY
                   FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT CORRECTION-ACH-FILE
               ASSIGN TO WS-CORRECTION-ACH-FILENAME
           SELECT VOID-REGISTER-OUT
               ASSIGN TO WS-VOID-REGISTER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-CONTROL
               ASSIGN "CHECKCONTROL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHECK-CONTROL-STATUS.
           SELECT POSITIVE-PAY-VOID-FILE
               ASSIGN TO WS-POSITIVE-PAY-VOID-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

           05  RV-EMPLOYEE-NUMBER   PIC X(9).
           05  RV-PAY-PERIOD-END    PIC X(8).
           05  RV-REASON            PIC X(30).
           05  RV-RUN-SEQUENCE      PIC X(2).

       FD PAY-HISTORY.
       COPY PAYHIST.

       FD PAY-HISTORY-ARCHIVE.
       COPY PAYHISTA.

       FD YTD-MASTER.
       COPY YTDMAST.

       FD VOID-REGISTER-OUT.
       01  VOID-REGISTER-LINE-OUT  PIC X(132).

       FD CHECK-CONTROL.
       COPY CHKCTL.

       FD POSITIVE-PAY-VOID-FILE.
       COPY POSPAY.

       WORKING-STORAGE SECTION.
       01  WS-VOID-REGISTER-HEADER.
           05  FILLER  PIC X(6) VALUE SPACE.
           05  TOTAL-REVERSAL-TRANS       PIC 9(4)  VALUE ZERO.
           05  TOTAL-REVERSALS-APPLIED    PIC 9(4)  VALUE ZERO.
           05  TOTAL-REVERSALS-REJECTED   PIC 9(4)  VALUE ZERO.
           05  WS-CHECK-CONTROL-STATUS    PIC X(2)  VALUE SPACE.
           05  WS-CHECK-PAYMENT-SW        PIC X(1)  VALUE 'N'.
               88  CHECK-PAYMENT              VALUE 'Y'.
           05  TOTAL-CHECKS-VOIDED        PIC 9(4)  VALUE ZERO.
           05  WS-HISTORY-ARCHIVE-STATUS  PIC X(2)  VALUE SPACE.
           05  WS-ARCHIVE-FILE-OPEN-SW    PIC X(1)  VALUE 'N'.
               88  ARCHIVE-FILE-OPEN          VALUE 'Y'.

       01  WS-REVERSAL-REJECT-REASON  PIC X(35)  VALUE SPACE.


       01  WS-REVERSAL-RUN-TOTALS.
           05  WS-TOTAL-NET-REVERSED   PIC 9(9)V99  VALUE ZERO.
           05  WS-DISBURSE-ACCOUNT     PIC X(17)    VALUE SPACE.

       01  WS-QUARTER-BACKOUT-CONTROLS.
           05  WS-REVERSAL-MONTH    PIC 9(2)  VALUE ZERO.
           05  WS-RUN-PERIOD-EDITED        PIC X(8)   VALUE SPACE.
           05  WS-CORRECTION-ACH-FILENAME  PIC X(30)  VALUE SPACE.
           05  WS-VOID-REGISTER-FILENAME   PIC X(30)  VALUE SPACE.
           05  WS-POSITIVE-PAY-VOID-FILENAME PIC X(30) VALUE SPACE.

       01  WS-VOID-REGISTER-EDITS.
           05  WS-VOID-GROSS-EDIT   PIC ZZZ,ZZ9.99.
           IF NOT RUN-ABANDONED
               PERFORM 700-OPEN-EMPLOYEE-MASTER-FILE
               PERFORM 700-OPEN-GARNISHMENT-ORDERS-FILE
               PERFORM 700-OPEN-HISTORY-ARCHIVE-FILE
               PERFORM 700-OPEN-RUN-CONTROL-FILE
               OPEN OUTPUT CORRECTION-ACH-FILE
               OPEN OUTPUT VOID-REGISTER-OUT
               OPEN OUTPUT POSITIVE-PAY-VOID-FILE
               PERFORM 700-LOAD-DISBURSE-ACCOUNT
               PERFORM 700-WRITE-VOID-REGISTER-HEADER
           END-IF.

               CLOSE EMPLOYEE-MASTER
               CLOSE CORRECTION-ACH-FILE
               CLOSE VOID-REGISTER-OUT
               CLOSE POSITIVE-PAY-VOID-FILE
           END-IF.
           IF RUN-CONTROL-OPEN
               CLOSE RUN-CONTROL
           IF GARNISH-ORDERS-OPEN
               CLOSE GARNISHMENT-ORDERS
           END-IF.
           IF ARCHIVE-FILE-OPEN
               CLOSE PAY-HISTORY-ARCHIVE
           END-IF.
           IF RUN-ABANDONED AND WS-PAY-HISTORY-STATUS = "00"
               CLOSE PAY-HISTORY
           END-IF.
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-VOID-REGISTER-FILENAME
           END-STRING.
           MOVE SPACE TO WS-POSITIVE-PAY-VOID-FILENAME.
           STRING "POSITIVEPAYVOID."           DELIMITED BY SIZE
                  WS-RUN-PERIOD-EDITED         DELIMITED BY SIZE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-POSITIVE-PAY-VOID-FILENAME
           END-STRING.

       700-LOAD-DISBURSE-ACCOUNT.
           OPEN INPUT CHECK-CONTROL.
           IF WS-CHECK-CONTROL-STATUS = "00"
               READ CHECK-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CC-DISBURSE-ACCOUNT TO WS-DISBURSE-ACCOUNT
               END-READ
               CLOSE CHECK-CONTROL
           END-IF.
           IF WS-DISBURSE-ACCOUNT = SPACE
               DISPLAY "PAYREVERSAL - NO DISBURSEMENT ACCOUNT ON CHECK"
                   " CONTROL FILE - CHECK REVERSALS WILL BE REJECTED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       700-OPEN-PAY-HISTORY-FILE.
           OPEN I-O PAY-HISTORY.
               MOVE 'Y' TO WS-GARNISH-ORDERS-OPEN-SW
           END-IF.

       700-OPEN-HISTORY-ARCHIVE-FILE.
           OPEN INPUT PAY-HISTORY-ARCHIVE.
           IF WS-HISTORY-ARCHIVE-STATUS = "00"
               MOVE 'Y' TO WS-ARCHIVE-FILE-OPEN-SW
           END-IF.

       700-RESTORE-GARNISH-CAP.
           IF GARNISH-ORDERS-OPEN AND
              PH-GARNISH-DEDUCTION NUMERIC AND
       700-RECORD-RUN-CONTROL.
           IF RUN-CONTROL-OPEN
               MOVE RV-PAY-PERIOD-END TO RC-PERIOD-END
               MOVE ZERO TO RC-RUN-SEQUENCE
               IF RV-RUN-SEQUENCE NUMERIC
                   MOVE RV-RUN-SEQUENCE TO RC-RUN-SEQUENCE
               END-IF
               READ RUN-CONTROL
                   INVALID KEY
                       CONTINUE
               MOVE "PAY PERIOD NOT NUMERIC"
                   TO WS-REVERSAL-REJECT-REASON
           END-IF.
           IF REVERSAL-VALID AND RV-RUN-SEQUENCE NOT = SPACE AND
              RV-RUN-SEQUENCE NOT NUMERIC
               MOVE 'N' TO WS-REVERSAL-VALID-SW
               MOVE "RUN SEQUENCE NOT NUMERIC"
                   TO WS-REVERSAL-REJECT-REASON
           END-IF.

       700-LOCATE-PAY-HISTORY-RECORD.
           MOVE RV-EMPLOYEE-NUMBER TO PH-EMPLOYEE-NUMBER.
           MOVE RV-PAY-PERIOD-END TO PH-PAY-PERIOD-END.
           MOVE ZERO TO PH-RUN-SEQUENCE.
           IF RV-RUN-SEQUENCE NUMERIC
               MOVE RV-RUN-SEQUENCE TO PH-RUN-SEQUENCE
           END-IF.
           READ PAY-HISTORY
               INVALID KEY
                   MOVE 'N' TO WS-REVERSAL-VALID-SW
                   MOVE "NO PAY HISTORY FOR EMPLOYEE/PERIOD"
                       TO WS-REVERSAL-REJECT-REASON
                   PERFORM 700-CHECK-ARCHIVED-PAYMENT
               NOT INVALID KEY
                   IF PH-REVERSED
                       MOVE 'N' TO WS-REVERSAL-VALID-SW
                           TO WS-REVERSAL-REJECT-REASON
                   END-IF
           END-READ.
           MOVE 'N' TO WS-CHECK-PAYMENT-SW.
           IF REVERSAL-VALID AND PH-CHECK-NUMBER NUMERIC
               IF PH-CHECK-NUMBER GREATER THAN ZERO
                   MOVE 'Y' TO WS-CHECK-PAYMENT-SW
               END-IF
           END-IF.
           IF REVERSAL-VALID AND PH-PAYMENT-RETURNED AND
              NOT PH-PAYMENT-REISSUED
               MOVE 'N' TO WS-REVERSAL-VALID-SW
               MOVE "PAYMENT RETURNED, NOT YET RE-ISSUED"
                   TO WS-REVERSAL-REJECT-REASON
           END-IF.
           IF REVERSAL-VALID AND WS-DISBURSE-ACCOUNT = SPACE AND
              (CHECK-PAYMENT OR PH-PAYMENT-REISSUED)
               MOVE 'N' TO WS-REVERSAL-VALID-SW
               MOVE "DISBURSEMENT ACCOUNT NOT AVAILABLE"
                   TO WS-REVERSAL-REJECT-REASON
           END-IF.

       700-CHECK-ARCHIVED-PAYMENT.
           IF ARCHIVE-FILE-OPEN
               MOVE PH-HISTORY-KEY TO PA-HISTORY-KEY
               READ PAY-HISTORY-ARCHIVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "PAYMENT ARCHIVED - CANNOT REVERSE"
                           TO WS-REVERSAL-REJECT-REASON
               END-READ
           END-IF.

       700-BACK-OUT-YTD-AMOUNTS.
           MOVE PH-EMPLOYEE-NUMBER TO YTD-EMPLOYEE-NUMBER.
                       FROM YTD-GARNISH-DEDUCTION
                   SUBTRACT PH-NET-PAY FROM YTD-NET-PAY
                   PERFORM 700-BACK-OUT-QUARTER-AMOUNTS
                   IF YTD-LAST-PERIOD-POSTED = PH-PAY-PERIOD-END AND
                      YTD-LAST-RUN-SEQUENCE = PH-RUN-SEQUENCE
                       MOVE SPACE TO YTD-LAST-PERIOD-POSTED
                       MOVE ZERO TO YTD-LAST-RUN-SEQUENCE
                   END-IF
                   REWRITE YTD-MASTER-RECORD
                       INVALID KEY

       700-WRITE-CORRECTION-ACH-ENTRY.
           PERFORM 700-LOOKUP-EMPLOYEE-NAME.
           IF CHECK-PAYMENT
               PERFORM 700-WRITE-CHECK-VOID-ENTRY
           END-IF.
           IF PH-PAYMENT-REISSUED
               PERFORM 700-WRITE-REISSUE-VOID-ENTRY
           END-IF.
           IF NOT PH-PAYMENT-RETURNED
               PERFORM 700-WRITE-DEPOSIT-CORRECTIONS
           END-IF.

       700-WRITE-DEPOSIT-CORRECTIONS.
           IF PH-DEPOSIT-SPLIT-COUNT NUMERIC AND
              PH-DEPOSIT-SPLIT-COUNT GREATER THAN ZERO
               PERFORM 700-WRITE-SPLIT-CORRECTION-ENTRY
                   VARYING PDS-IDX FROM 1 BY 1
                   UNTIL PDS-IDX > PH-DEPOSIT-SPLIT-COUNT
           ELSE
               IF NOT CHECK-PAYMENT
                   PERFORM 700-WRITE-LEGACY-CORRECTION-ENTRY
               END-IF
           END-IF.

       700-WRITE-CHECK-VOID-ENTRY.
           MOVE 'V' TO PP-ISSUE-CODE.
           MOVE WS-DISBURSE-ACCOUNT TO PP-ACCOUNT-NUMBER.
           MOVE PH-CHECK-NUMBER TO PP-CHECK-NUMBER.
           MOVE WS-RUN-DATE TO PP-ISSUE-DATE.
           MOVE PH-CHECK-AMOUNT TO PP-AMOUNT.
           MOVE CA-INDIVIDUAL-NAME TO PP-PAYEE-NAME.
           WRITE POSITIVE-PAY-RECORD-OUT.
           ADD 1 TO TOTAL-CHECKS-VOIDED.

       700-WRITE-REISSUE-VOID-ENTRY.
           MOVE 'V' TO PP-ISSUE-CODE.
           MOVE WS-DISBURSE-ACCOUNT TO PP-ACCOUNT-NUMBER.
           MOVE PH-REISSUE-CHECK-NUMBER TO PP-CHECK-NUMBER.
           MOVE WS-RUN-DATE TO PP-ISSUE-DATE.
           MOVE PH-REISSUE-AMOUNT TO PP-AMOUNT.
           MOVE CA-INDIVIDUAL-NAME TO PP-PAYEE-NAME.
           WRITE POSITIVE-PAY-RECORD-OUT.
           ADD 1 TO TOTAL-CHECKS-VOIDED.

       700-WRITE-SPLIT-CORRECTION-ENTRY.
           MOVE '6' TO CA-RECORD-TYPE-CODE.
           IF PH-DS-BANK-ACCT-TYPE (PDS-IDX) = 'S'
               INTO VOID-REGISTER-LINE-OUT
           END-STRING.
           WRITE VOID-REGISTER-LINE-OUT.
           IF CHECK-PAYMENT
               MOVE PH-CHECK-AMOUNT TO WS-VOID-NET-EDIT
               MOVE SPACE TO VOID-REGISTER-LINE-OUT
               STRING "  CHECK VOIDED: "    DELIMITED BY SIZE
                      PH-CHECK-NUMBER       DELIMITED BY SIZE
                      " AMOUNT "            DELIMITED BY SIZE
                      WS-VOID-NET-EDIT      DELIMITED BY SIZE
                   INTO VOID-REGISTER-LINE-OUT
               END-STRING
               WRITE VOID-REGISTER-LINE-OUT
           END-IF.

       700-WRITE-VOID-REJECT-ENTRY.
           MOVE SPACE TO VOID-REGISTER-LINE-OUT.
               INTO VOID-REGISTER-LINE-OUT
           END-STRING.
           WRITE VOID-REGISTER-LINE-OUT.
           MOVE TOTAL-CHECKS-VOIDED TO WS-VOID-COUNT-EDIT.
           MOVE SPACE TO VOID-REGISTER-LINE-OUT.
           STRING "CHECKS VOIDED      "  DELIMITED BY SIZE
                  WS-VOID-COUNT-EDIT     DELIMITED BY SIZE
               INTO VOID-REGISTER-LINE-OUT
           END-STRING.
           WRITE VOID-REGISTER-LINE-OUT.
           MOVE WS-TOTAL-NET-REVERSED TO WS-VOID-TOTAL-EDIT.
           MOVE SPACE TO VOID-REGISTER-LINE-OUT.
           STRING "TOTAL NET REVERSED "  DELIMITED BY SIZE
