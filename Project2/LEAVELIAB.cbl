       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVELIAB.
       AUTHOR.  CHANDLER NEWMAN-REED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-BALANCE
               ASSIGN "LEAVEBALANCE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LB-LEAVE-KEY
                   FILE STATUS IS WS-LEAVE-BALANCE-STATUS.
           SELECT EMPLOYEE-MASTER
               ASSIGN "EMPLOYEEMASTER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EM-EMPLOYEE-NUMBER
                   FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
           SELECT PAY-HISTORY
               ASSIGN "PAYHISTORY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PH-HISTORY-KEY
                   FILE STATUS IS WS-PAY-HISTORY-STATUS.
           SELECT LEAVE-LIABILITY-OUT
               ASSIGN TO WS-LIABILITY-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD LEAVE-BALANCE.
       COPY LEAVEBAL.

       FD EMPLOYEE-MASTER.
       COPY EMPMAST.

       FD PAY-HISTORY.
       COPY PAYHIST.

       FD LEAVE-LIABILITY-OUT.
       01  LEAVE-LIABILITY-LINE-OUT  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-HEADER.
           05  FILLER  PIC X(6) VALUE SPACE.
           05  HEADER  PIC X(30) VALUE 'ACCRUED LEAVE LIABILITY REPORT'.

       01  WS-COLUMN-HEADERS.
           05  FILLER  PIC X(10)  VALUE "EMPLOYEE".
           05  FILLER  PIC X(17)  VALUE "NAME".
           05  FILLER  PIC X(6)   VALUE "TYPE".
           05  FILLER  PIC X(11)  VALUE "  BAL HRS".
           05  FILLER  PIC X(9)   VALUE "   RATE".
           05  FILLER  PIC X(13)  VALUE "   LIABILITY".

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG                   PIC X(1)  VALUE "N".
           05  WS-LEAVE-BALANCE-STATUS    PIC X(2)  VALUE SPACE.
           05  WS-EMPLOYEE-MASTER-STATUS  PIC X(2)  VALUE SPACE.
           05  WS-PAY-HISTORY-STATUS      PIC X(2)  VALUE SPACE.
           05  WS-RUN-ABANDONED-SW        PIC X(1)  VALUE 'N'.
               88  RUN-ABANDONED              VALUE 'Y'.
           05  WS-HISTORY-OPEN-SW         PIC X(1)  VALUE 'N'.
               88  PAY-HISTORY-OPEN           VALUE 'Y'.
           05  WS-HISTORY-DONE-SW         PIC X(1)  VALUE 'N'.
               88  HISTORY-SCAN-DONE          VALUE 'Y'.
           05  WS-EMPLOYEE-FOUND-SW       PIC X(1)  VALUE 'N'.
               88  EMPLOYEE-ON-MASTER         VALUE 'Y'.
           05  TOTAL-BALANCE-RECORDS      PIC 9(5)  VALUE ZERO.
           05  TOTAL-ZERO-BALANCES        PIC 9(5)  VALUE ZERO.
           05  TOTAL-UNVALUED-BALANCES    PIC 9(5)  VALUE ZERO.

       01  WS-LIABILITY-CONTROLS.
           05  WS-RUN-DATE                PIC 9(8)     VALUE ZERO.
           05  WS-STANDARD-PERIOD-HOURS   PIC 9(3)V99  VALUE 80.00.
           05  WS-RATE-EMPLOYEE-NUMBER    PIC 9(9)     VALUE ZERO.
           05  WS-CURRENT-RATE            PIC 9(4)V99  VALUE ZERO.
           05  WS-LIABILITY-AMOUNT        PIC 9(7)V99  VALUE ZERO.
           05  WS-EMPLOYEE-NAME           PIC X(16)    VALUE SPACE.
           05  WS-LIABILITY-NOTE          PIC X(16)    VALUE SPACE.

       01  WS-LEAVE-TYPE-TOTALS.
           05  WS-VAC-TOTAL-HOURS      PIC 9(7)V99  VALUE ZERO.
           05  WS-VAC-TOTAL-LIABILITY  PIC 9(9)V99  VALUE ZERO.
           05  WS-VAC-TOTAL-COUNT      PIC 9(5)     VALUE ZERO.
           05  WS-SCK-TOTAL-HOURS      PIC 9(7)V99  VALUE ZERO.
           05  WS-SCK-TOTAL-LIABILITY  PIC 9(9)V99  VALUE ZERO.
           05  WS-SCK-TOTAL-COUNT      PIC 9(5)     VALUE ZERO.
           05  WS-GRAND-TOTAL-HOURS    PIC 9(7)V99  VALUE ZERO.
           05  WS-GRAND-TOTAL-LIABILITY PIC 9(9)V99 VALUE ZERO.

       01  WS-FILE-NAME-CONTROLS.
           05  WS-RUN-DATE-EDITED       PIC X(8)   VALUE SPACE.
           05  WS-LIABILITY-FILENAME    PIC X(35)  VALUE SPACE.

       01  WS-REPORT-EDITS.
           05  WS-HOURS-EDIT           PIC Z,ZZ9.99.
           05  WS-RATE-EDIT            PIC Z,ZZ9.99.
           05  WS-AMOUNT-EDIT          PIC ZZZ,ZZ9.99.
           05  WS-TOTAL-HOURS-EDIT     PIC Z,ZZZ,ZZ9.99.
           05  WS-TOTAL-AMOUNT-EDIT    PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-STD-HOURS-EDIT       PIC ZZ9.99.
           05  WS-COUNT-EDIT           PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-REPORT-LEAVE-LIABILITY.
           PERFORM 200-INITIATE-LEAVE-LIABILITY.
           IF NOT RUN-ABANDONED
               PERFORM 200-VALUE-LEAVE-BALANCE
                   UNTIL EOF-FLAG = 'Y'
           END-IF.
           PERFORM 200-TERMINATE-LEAVE-LIABILITY.
           STOP RUN.

       200-INITIATE-LEAVE-LIABILITY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 700-BUILD-DATE-STAMPED-FILENAME.
           PERFORM 700-OPEN-LEAVE-BALANCE-FILE.
           IF NOT RUN-ABANDONED
               OPEN INPUT EMPLOYEE-MASTER
               PERFORM 700-OPEN-PAY-HISTORY-FILE
               OPEN OUTPUT LEAVE-LIABILITY-OUT
               PERFORM 700-WRITE-REPORT-HEADER
               PERFORM 700-POSITION-LEAVE-BALANCE
           END-IF.

       200-VALUE-LEAVE-BALANCE.
           ADD 1 TO TOTAL-BALANCE-RECORDS.
           IF LB-BALANCE-HOURS = ZERO
               ADD 1 TO TOTAL-ZERO-BALANCES
           ELSE
               IF LB-EMPLOYEE-NUMBER NOT = WS-RATE-EMPLOYEE-NUMBER
                   PERFORM 700-DETERMINE-CURRENT-RATE
               END-IF
               COMPUTE WS-LIABILITY-AMOUNT ROUNDED =
                   LB-BALANCE-HOURS * WS-CURRENT-RATE
               PERFORM 700-ACCUMULATE-LEAVE-TYPE-TOTALS
               PERFORM 700-WRITE-LIABILITY-DETAIL
           END-IF.
           PERFORM 700-READ-NEXT-LEAVE-BALANCE.

       200-TERMINATE-LEAVE-LIABILITY.
           IF NOT RUN-ABANDONED
               PERFORM 700-WRITE-LIABILITY-TOTALS
               CLOSE LEAVE-BALANCE
               CLOSE EMPLOYEE-MASTER
               IF PAY-HISTORY-OPEN
                   CLOSE PAY-HISTORY
               END-IF
               CLOSE LEAVE-LIABILITY-OUT
           END-IF.

       700-BUILD-DATE-STAMPED-FILENAME.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-EDITED.
           MOVE SPACE TO WS-LIABILITY-FILENAME.
           STRING "LEAVELIABILITY."            DELIMITED BY SIZE
                  WS-RUN-DATE-EDITED           DELIMITED BY SIZE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-LIABILITY-FILENAME
           END-STRING.

       700-OPEN-LEAVE-BALANCE-FILE.
           OPEN INPUT LEAVE-BALANCE.
           IF WS-LEAVE-BALANCE-STATUS NOT = "00"
               DISPLAY "LEAVELIAB - CANNOT OPEN LEAVE BALANCE FILE,"
                   " STATUS " WS-LEAVE-BALANCE-STATUS
                   " - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-RUN-ABANDONED-SW
           END-IF.

       700-OPEN-PAY-HISTORY-FILE.
           OPEN INPUT PAY-HISTORY.
           IF WS-PAY-HISTORY-STATUS = "00"
               MOVE 'Y' TO WS-HISTORY-OPEN-SW
           END-IF.

       700-POSITION-LEAVE-BALANCE.
           MOVE ZERO TO LB-EMPLOYEE-NUMBER.
           MOVE SPACE TO LB-LEAVE-TYPE.
           START LEAVE-BALANCE
               KEY IS NOT LESS THAN LB-LEAVE-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-FLAG
           END-START.
           IF EOF-FLAG NOT = 'Y'
               PERFORM 700-READ-NEXT-LEAVE-BALANCE
           END-IF.

       700-READ-NEXT-LEAVE-BALANCE.
           READ LEAVE-BALANCE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-FLAG
           END-READ.

       700-WRITE-REPORT-HEADER.
           WRITE LEAVE-LIABILITY-LINE-OUT FROM WS-REPORT-HEADER.
           MOVE WS-STANDARD-PERIOD-HOURS TO WS-STD-HOURS-EDIT.
           MOVE SPACE TO LEAVE-LIABILITY-LINE-OUT.
           STRING "AS OF "                     DELIMITED BY SIZE
                  WS-RUN-DATE-EDITED           DELIMITED BY SIZE
                  "  SALARIED RATE = PERIOD SALARY / "
                                               DELIMITED BY SIZE
                  WS-STD-HOURS-EDIT            DELIMITED BY SIZE
                  " HRS"                       DELIMITED BY SIZE
               INTO LEAVE-LIABILITY-LINE-OUT
           END-STRING.
           WRITE LEAVE-LIABILITY-LINE-OUT.
           WRITE LEAVE-LIABILITY-LINE-OUT FROM WS-COLUMN-HEADERS.

       700-DETERMINE-CURRENT-RATE.
           MOVE LB-EMPLOYEE-NUMBER TO WS-RATE-EMPLOYEE-NUMBER.
           MOVE ZERO TO WS-CURRENT-RATE.
           MOVE SPACE TO WS-LIABILITY-NOTE.
           MOVE SPACE TO WS-EMPLOYEE-NAME.
           MOVE 'N' TO WS-EMPLOYEE-FOUND-SW.
           MOVE LB-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "*NOT ON MASTER*" TO WS-EMPLOYEE-NAME
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMPLOYEE-FOUND-SW
                   STRING EM-LAST-NAME   DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          EM-INITIALS    DELIMITED BY SIZE
                       INTO WS-EMPLOYEE-NAME
                   END-STRING
           END-READ.
           IF EMPLOYEE-ON-MASTER
               IF EM-PAY-TYPE-SALARIED
                   COMPUTE WS-CURRENT-RATE ROUNDED =
                       EM-SALARY-AMOUNT / WS-STANDARD-PERIOD-HOURS
               ELSE
                   PERFORM 700-FIND-LAST-HOURLY-RATE
               END-IF
           END-IF.
           IF WS-CURRENT-RATE = ZERO
               MOVE "NO RATE ON FILE" TO WS-LIABILITY-NOTE
           END-IF.

       700-FIND-LAST-HOURLY-RATE.
           MOVE 'N' TO WS-HISTORY-DONE-SW.
           IF NOT PAY-HISTORY-OPEN
               MOVE 'Y' TO WS-HISTORY-DONE-SW
           ELSE
               MOVE LB-EMPLOYEE-NUMBER TO PH-EMPLOYEE-NUMBER
               MOVE LOW-VALUES TO PH-PAY-PERIOD-END
               MOVE ZERO TO PH-RUN-SEQUENCE
               START PAY-HISTORY KEY NOT LESS THAN PH-HISTORY-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HISTORY-DONE-SW
               END-START
           END-IF.
           IF NOT HISTORY-SCAN-DONE
               PERFORM 700-READ-NEXT-PAY-HISTORY
           END-IF.
           PERFORM 700-TAKE-HISTORY-RATE
               UNTIL HISTORY-SCAN-DONE.

       700-READ-NEXT-PAY-HISTORY.
           READ PAY-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HISTORY-DONE-SW
           END-READ.
           IF NOT HISTORY-SCAN-DONE AND
              PH-EMPLOYEE-NUMBER NOT = LB-EMPLOYEE-NUMBER
               MOVE 'Y' TO WS-HISTORY-DONE-SW
           END-IF.

       700-TAKE-HISTORY-RATE.
           IF NOT PH-REVERSED AND PH-HOURLY-RATE > ZERO
               MOVE PH-HOURLY-RATE TO WS-CURRENT-RATE
           END-IF.
           PERFORM 700-READ-NEXT-PAY-HISTORY.

       700-ACCUMULATE-LEAVE-TYPE-TOTALS.
           IF WS-CURRENT-RATE = ZERO
               ADD 1 TO TOTAL-UNVALUED-BALANCES
           END-IF.
           IF LB-LEAVE-VACATION
               ADD LB-BALANCE-HOURS TO WS-VAC-TOTAL-HOURS
               ADD WS-LIABILITY-AMOUNT TO WS-VAC-TOTAL-LIABILITY
               ADD 1 TO WS-VAC-TOTAL-COUNT
           END-IF.
           IF LB-LEAVE-SICK
               ADD LB-BALANCE-HOURS TO WS-SCK-TOTAL-HOURS
               ADD WS-LIABILITY-AMOUNT TO WS-SCK-TOTAL-LIABILITY
               ADD 1 TO WS-SCK-TOTAL-COUNT
           END-IF.
           ADD LB-BALANCE-HOURS TO WS-GRAND-TOTAL-HOURS.
           ADD WS-LIABILITY-AMOUNT TO WS-GRAND-TOTAL-LIABILITY.

       700-WRITE-LIABILITY-DETAIL.
           MOVE LB-BALANCE-HOURS TO WS-HOURS-EDIT.
           MOVE WS-CURRENT-RATE TO WS-RATE-EDIT.
           MOVE WS-LIABILITY-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACE TO LEAVE-LIABILITY-LINE-OUT.
           STRING LB-EMPLOYEE-NUMBER       DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-EMPLOYEE-NAME         DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  LB-LEAVE-TYPE            DELIMITED BY SIZE
                  "   "                    DELIMITED BY SIZE
                  WS-HOURS-EDIT            DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  WS-RATE-EDIT             DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  WS-AMOUNT-EDIT           DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  WS-LIABILITY-NOTE        DELIMITED BY SIZE
               INTO LEAVE-LIABILITY-LINE-OUT
           END-STRING.
           WRITE LEAVE-LIABILITY-LINE-OUT.

       700-WRITE-LIABILITY-TOTALS.
           MOVE SPACE TO LEAVE-LIABILITY-LINE-OUT.
           WRITE LEAVE-LIABILITY-LINE-OUT.
           MOVE WS-VAC-TOTAL-HOURS TO WS-TOTAL-HOURS-EDIT.
           MOVE WS-VAC-TOTAL-LIABILITY TO WS-TOTAL-AMOUNT-EDIT.
           MOVE WS-VAC-TOTAL-COUNT TO WS-COUNT-EDIT.
           MOVE SPACE TO LEAVE-LIABILITY-LINE-OUT.
           STRING "VAC  HOURS "                DELIMITED BY SIZE
                  WS-TOTAL-HOURS-EDIT          DELIMITED BY SIZE
                  "  LIABILITY "               DELIMITED BY SIZE
                  WS-TOTAL-AMOUNT-EDIT         DELIMITED BY SIZE
                  "  EMPLOYEES "               DELIMITED BY SIZE
                  WS-COUNT-EDIT                DELIMITED BY SIZE
               INTO LEAVE-LIABILITY-LINE-OUT
           END-STRING.
           WRITE LEAVE-LIABILITY-LINE-OUT.
           MOVE WS-SCK-TOTAL-HOURS TO WS-TOTAL-HOURS-EDIT.
           MOVE WS-SCK-TOTAL-LIABILITY TO WS-TOTAL-AMOUNT-EDIT.
           MOVE WS-SCK-TOTAL-COUNT TO WS-COUNT-EDIT.
           MOVE SPACE TO LEAVE-LIABILITY-LINE-OUT.
           STRING "SCK  HOURS "                DELIMITED BY SIZE
                  WS-TOTAL-HOURS-EDIT          DELIMITED BY SIZE
                  "  LIABILITY "               DELIMITED BY SIZE
                  WS-TOTAL-AMOUNT-EDIT         DELIMITED BY SIZE
                  "  EMPLOYEES "               DELIMITED BY SIZE
                  WS-COUNT-EDIT                DELIMITED BY SIZE
               INTO LEAVE-LIABILITY-LINE-OUT
           END-STRING.
           WRITE LEAVE-LIABILITY-LINE-OUT.
           MOVE WS-GRAND-TOTAL-HOURS TO WS-TOTAL-HOURS-EDIT.
           MOVE WS-GRAND-TOTAL-LIABILITY TO WS-TOTAL-AMOUNT-EDIT.
           MOVE SPACE TO LEAVE-LIABILITY-LINE-OUT.
           STRING "ALL  HOURS "                DELIMITED BY SIZE
                  WS-TOTAL-HOURS-EDIT          DELIMITED BY SIZE
                  "  LIABILITY "               DELIMITED BY SIZE
                  WS-TOTAL-AMOUNT-EDIT         DELIMITED BY SIZE
               INTO LEAVE-LIABILITY-LINE-OUT
           END-STRING.
           WRITE LEAVE-LIABILITY-LINE-OUT.
           MOVE TOTAL-BALANCE-RECORDS TO WS-COUNT-EDIT.
           MOVE SPACE TO LEAVE-LIABILITY-LINE-OUT.
           STRING "BALANCE RECORDS READ   "    DELIMITED BY SIZE
                  WS-COUNT-EDIT                DELIMITED BY SIZE
               INTO LEAVE-LIABILITY-LINE-OUT
           END-STRING.
           WRITE LEAVE-LIABILITY-LINE-OUT.
           MOVE TOTAL-ZERO-BALANCES TO WS-COUNT-EDIT.
           MOVE SPACE TO LEAVE-LIABILITY-LINE-OUT.
           STRING "ZERO BALANCES SKIPPED  "    DELIMITED BY SIZE
                  WS-COUNT-EDIT                DELIMITED BY SIZE
               INTO LEAVE-LIABILITY-LINE-OUT
           END-STRING.
           WRITE LEAVE-LIABILITY-LINE-OUT.
           MOVE TOTAL-UNVALUED-BALANCES TO WS-COUNT-EDIT.
           MOVE SPACE TO LEAVE-LIABILITY-LINE-OUT.
           STRING "BALANCES NOT VALUED    "    DELIMITED BY SIZE
                  WS-COUNT-EDIT                DELIMITED BY SIZE
               INTO LEAVE-LIABILITY-LINE-OUT
           END-STRING.
           WRITE LEAVE-LIABILITY-LINE-OUT.
