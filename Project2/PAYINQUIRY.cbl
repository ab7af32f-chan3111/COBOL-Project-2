                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PH-HISTORY-KEY
                   FILE STATUS IS WS-PAY-HISTORY-STATUS.
           SELECT PAY-HISTORY-ARCHIVE
               ASSIGN "PAYHISTARCH.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PA-HISTORY-KEY
                   FILE STATUS IS WS-HISTORY-ARCHIVE-STATUS.
           SELECT EMPLOYEE-MASTER
               ASSIGN "EMPLOYEEMASTER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EM-EMPLOYEE-NUMBER
                   FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
           SELECT LEAVE-BALANCE
               ASSIGN "LEAVEBALANCE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LB-LEAVE-KEY
                   FILE STATUS IS WS-LEAVE-BALANCE-STATUS.
           SELECT EARNINGS-HISTORY-OUT
               ASSIGN TO WS-HISTORY-STMT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
       FD PAY-HISTORY.
       COPY PAYHIST.

       FD PAY-HISTORY-ARCHIVE.
       COPY PAYHISTA.

       FD EMPLOYEE-MASTER.
       COPY EMPMAST.

       FD LEAVE-BALANCE.
       COPY LEAVEBAL.

       FD EARNINGS-HISTORY-OUT.
       01  EARNINGS-HISTORY-LINE-OUT  PIC X(132).

               88  RUN-ABANDONED              VALUE 'Y'.
           05  WS-HISTORY-DONE-SW         PIC X(1)  VALUE 'N'.
               88  HISTORY-RANGE-DONE         VALUE 'Y'.
           05  WS-LEAVE-BALANCE-STATUS    PIC X(2)  VALUE SPACE.
           05  WS-LEAVE-FILE-OPEN-SW      PIC X(1)  VALUE 'N'.
               88  LEAVE-FILE-OPEN            VALUE 'Y'.
           05  WS-HISTORY-ARCHIVE-STATUS  PIC X(2)  VALUE SPACE.
           05  WS-ARCHIVE-FILE-OPEN-SW    PIC X(1)  VALUE 'N'.
               88  ARCHIVE-FILE-OPEN          VALUE 'Y'.
           05  WS-ARCHIVE-DONE-SW         PIC X(1)  VALUE 'N'.
               88  ARCHIVE-RANGE-DONE         VALUE 'Y'.
           05  WS-ARCHIVED-PERIOD-SW      PIC X(1)  VALUE 'N'.
               88  ARCHIVED-PERIOD            VALUE 'Y'.
           05  TOTAL-INQUIRY-REQUESTS     PIC 9(4)  VALUE ZERO.
           05  TOTAL-STATEMENTS-WRITTEN   PIC 9(4)  VALUE ZERO.
           05  TOTAL-REQUEST-EXCEPTIONS   PIC 9(4)  VALUE ZERO.

       01  WS-REQUEST-REJECT-REASON  PIC X(40)  VALUE SPACE.

       01  WS-LIVE-HISTORY-PENDING.
           05  WS-LIVE-PENDING-KEY     PIC X(19).
           05  FILLER                  PIC X(297).

       01  WS-RANGE-CONTROLS.
           05  WS-RANGE-PERIOD-COUNT   PIC 9(4)     VALUE ZERO.
           05  WS-RANGE-ARCHIVED-COUNT PIC 9(4)     VALUE ZERO.
           05  WS-RANGE-TOTAL-GROSS    PIC 9(9)V99  VALUE ZERO.
           05  WS-RANGE-TOTAL-TAX      PIC 9(7)V99  VALUE ZERO.
           05  WS-RANGE-TOTAL-JURIS    PIC 9(7)V99  VALUE ZERO.
           05  WS-STMT-TOT-PLAN-EDIT PIC Z,ZZZ,ZZ9.99.
           05  WS-STMT-TOT-UNION-EDIT PIC Z,ZZZ,ZZ9.99.
           05  WS-STMT-COUNT-EDIT    PIC ZZZ9.
           05  WS-STMT-ARCHIVE-MARK  PIC X(2)  VALUE SPACE.
           05  WS-STMT-REVERSED-NOTE PIC X(8)  VALUE SPACE.
           05  WS-STMT-RUN-NOTE      PIC X(12) VALUE SPACE.
           05  WS-STMT-EMPLOYEE-NAME PIC X(16) VALUE SPACE.
           05  WS-STMT-LEAVE-TYPE    PIC X(3)  VALUE SPACE.
           05  WS-STMT-LEAVE-BAL-EDIT PIC Z,ZZ9.99.
           05  WS-STMT-LEAVE-ACC-EDIT PIC Z,ZZ9.99.
           05  WS-STMT-LEAVE-USE-EDIT PIC Z,ZZ9.99.
           05  WS-STMT-LEAVE-CAR-EDIT PIC Z,ZZ9.99.

       PROCEDURE DIVISION.
       100-INQUIRE-PAY-HISTORY.
           PERFORM 700-OPEN-PAY-HISTORY-FILE.
           IF NOT RUN-ABANDONED
               PERFORM 700-OPEN-EMPLOYEE-MASTER-FILE
               PERFORM 700-OPEN-LEAVE-BALANCE-FILE
               PERFORM 700-OPEN-HISTORY-ARCHIVE-FILE
               OPEN OUTPUT EARNINGS-HISTORY-OUT
               PERFORM 700-WRITE-STATEMENT-REPORT-HEADER
           END-IF.
               PERFORM 700-WRITE-STATEMENT-RUN-TOTALS
               CLOSE PAY-HISTORY
               CLOSE EMPLOYEE-MASTER
               IF LEAVE-FILE-OPEN
                   CLOSE LEAVE-BALANCE
               END-IF
               IF ARCHIVE-FILE-OPEN
                   CLOSE PAY-HISTORY-ARCHIVE
               END-IF
               CLOSE EARNINGS-HISTORY-OUT
           END-IF.
           IF RUN-ABANDONED AND WS-PAY-HISTORY-STATUS = "00"
       700-OPEN-EMPLOYEE-MASTER-FILE.
           OPEN INPUT EMPLOYEE-MASTER.

       700-OPEN-LEAVE-BALANCE-FILE.
           OPEN INPUT LEAVE-BALANCE.
           IF WS-LEAVE-BALANCE-STATUS = "00"
               MOVE 'Y' TO WS-LEAVE-FILE-OPEN-SW
           END-IF.

       700-OPEN-HISTORY-ARCHIVE-FILE.
           OPEN INPUT PAY-HISTORY-ARCHIVE.
           IF WS-HISTORY-ARCHIVE-STATUS = "00"
               MOVE 'Y' TO WS-ARCHIVE-FILE-OPEN-SW
           END-IF.

       700-WRITE-STATEMENT-REPORT-HEADER.
           WRITE EARNINGS-HISTORY-LINE-OUT FROM WS-STATEMENT-HEADER.


       700-WRITE-EMPLOYEE-STATEMENT.
           MOVE ZERO TO WS-RANGE-PERIOD-COUNT.
           MOVE ZERO TO WS-RANGE-ARCHIVED-COUNT.
           MOVE ZERO TO WS-RANGE-TOTAL-GROSS.
           MOVE ZERO TO WS-RANGE-TOTAL-TAX.
           MOVE ZERO TO WS-RANGE-TOTAL-JURIS.
           PERFORM 700-LOOKUP-EMPLOYEE-NAME.
           PERFORM 700-WRITE-STATEMENT-EMPLOYEE-HEAD.
           PERFORM 700-START-PAY-HISTORY-RANGE.
           PERFORM 700-START-ARCHIVE-RANGE.
           PERFORM 700-LIST-PAY-HISTORY-PERIOD
               UNTIL HISTORY-RANGE-DONE AND ARCHIVE-RANGE-DONE.
           IF WS-RANGE-PERIOD-COUNT = ZERO
               PERFORM 700-WRITE-NO-HISTORY-EXCEPTION
           ELSE
               PERFORM 700-WRITE-RANGE-TOTAL-LINE
               IF WS-RANGE-ARCHIVED-COUNT NOT = ZERO
                   PERFORM 700-WRITE-ARCHIVED-PERIOD-NOTE
               END-IF
               ADD 1 TO TOTAL-STATEMENTS-WRITTEN
           END-IF.
           IF LEAVE-FILE-OPEN
               MOVE "VAC" TO WS-STMT-LEAVE-TYPE
               PERFORM 700-WRITE-LEAVE-BALANCE-LINE
               MOVE "SCK" TO WS-STMT-LEAVE-TYPE
               PERFORM 700-WRITE-LEAVE-BALANCE-LINE
           END-IF.
           MOVE SPACE TO EARNINGS-HISTORY-LINE-OUT.
           WRITE EARNINGS-HISTORY-LINE-OUT.

           MOVE 'N' TO WS-HISTORY-DONE-SW.
           MOVE IQ-EMPLOYEE-NUMBER TO PH-EMPLOYEE-NUMBER.
           MOVE IQ-FROM-PERIOD TO PH-PAY-PERIOD-END.
           MOVE ZERO TO PH-RUN-SEQUENCE.
           START PAY-HISTORY KEY NOT LESS THAN PH-HISTORY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-DONE-SW
                   MOVE 'Y' TO WS-HISTORY-DONE-SW
               END-IF
           END-IF.
           IF NOT HISTORY-RANGE-DONE
               MOVE PAY-HISTORY-RECORD TO WS-LIVE-HISTORY-PENDING
           END-IF.

       700-START-ARCHIVE-RANGE.
           MOVE 'Y' TO WS-ARCHIVE-DONE-SW.
           IF ARCHIVE-FILE-OPEN
               MOVE 'N' TO WS-ARCHIVE-DONE-SW
               MOVE IQ-EMPLOYEE-NUMBER TO PA-EMPLOYEE-NUMBER
               MOVE IQ-FROM-PERIOD TO PA-PAY-PERIOD-END
               MOVE ZERO TO PA-RUN-SEQUENCE
               START PAY-HISTORY-ARCHIVE
                   KEY NOT LESS THAN PA-HISTORY-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ARCHIVE-DONE-SW
               END-START
           END-IF.
           IF NOT ARCHIVE-RANGE-DONE
               PERFORM 700-READ-NEXT-ARCHIVE-HISTORY
           END-IF.

       700-READ-NEXT-ARCHIVE-HISTORY.
           READ PAY-HISTORY-ARCHIVE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ARCHIVE-DONE-SW
           END-READ.
           IF WS-HISTORY-ARCHIVE-STATUS NOT = "00" AND
              WS-HISTORY-ARCHIVE-STATUS NOT = "02"
               MOVE 'Y' TO WS-ARCHIVE-DONE-SW
           END-IF.
           IF NOT ARCHIVE-RANGE-DONE
               IF PA-EMPLOYEE-NUMBER NOT = IQ-EMPLOYEE-NUMBER OR
                  PA-PAY-PERIOD-END > IQ-TO-PERIOD
                   MOVE 'Y' TO WS-ARCHIVE-DONE-SW
               END-IF
           END-IF.

       700-SELECT-NEXT-HISTORY-PERIOD.
           IF NOT HISTORY-RANGE-DONE AND NOT ARCHIVE-RANGE-DONE AND
              PA-HISTORY-KEY = WS-LIVE-PENDING-KEY
               PERFORM 700-READ-NEXT-ARCHIVE-HISTORY
           END-IF.
           MOVE 'N' TO WS-ARCHIVED-PERIOD-SW.
           IF HISTORY-RANGE-DONE
               MOVE 'Y' TO WS-ARCHIVED-PERIOD-SW
           ELSE
               IF NOT ARCHIVE-RANGE-DONE AND
                  PA-HISTORY-KEY < WS-LIVE-PENDING-KEY
                   MOVE 'Y' TO WS-ARCHIVED-PERIOD-SW
               END-IF
           END-IF.
           IF ARCHIVED-PERIOD
               MOVE PAY-HISTORY-ARCHIVE-RECORD TO PAY-HISTORY-RECORD
               ADD 1 TO WS-RANGE-ARCHIVED-COUNT
           ELSE
               MOVE WS-LIVE-HISTORY-PENDING TO PAY-HISTORY-RECORD
           END-IF.

       700-LIST-PAY-HISTORY-PERIOD.
           PERFORM 700-SELECT-NEXT-HISTORY-PERIOD.
           PERFORM 700-WRITE-PERIOD-DETAIL-LINE.
           ADD 1 TO WS-RANGE-PERIOD-COUNT.
           ADD PH-GROSS-PAY TO WS-RANGE-TOTAL-GROSS.
           ADD PH-HEALTH-DEDUCTION TO WS-RANGE-TOTAL-PLANS.
           ADD PH-UNION-DUES TO WS-RANGE-TOTAL-UNION.
           ADD PH-NET-PAY TO WS-RANGE-TOTAL-NET.
           IF ARCHIVED-PERIOD
               PERFORM 700-READ-NEXT-ARCHIVE-HISTORY
           ELSE
               PERFORM 700-READ-NEXT-PAY-HISTORY
           END-IF.

       700-WRITE-PERIOD-DETAIL-LINE.
           MOVE PH-GROSS-PAY TO WS-STMT-GROSS-EDIT.
           IF PH-REVERSED
               MOVE "REVERSED" TO WS-STMT-REVERSED-NOTE
           ELSE
               IF PH-PAYMENT-REISSUED
                   MOVE "REISSUED" TO WS-STMT-REVERSED-NOTE
               ELSE
                   IF PH-PAYMENT-RETURNED
                       MOVE "RETURNED" TO WS-STMT-REVERSED-NOTE
                   ELSE
                       MOVE SPACE TO WS-STMT-REVERSED-NOTE
                   END-IF
               END-IF
           END-IF.
           MOVE SPACE TO WS-STMT-RUN-NOTE.
           IF PH-RUN-SEQUENCE NOT = ZERO
               STRING "OFF-CYCLE "       DELIMITED BY SIZE
                      PH-RUN-SEQUENCE    DELIMITED BY SIZE
                   INTO WS-STMT-RUN-NOTE
               END-STRING
           END-IF.
           IF ARCHIVED-PERIOD
               MOVE "A " TO WS-STMT-ARCHIVE-MARK
           ELSE
               MOVE SPACE TO WS-STMT-ARCHIVE-MARK
           END-IF.
           MOVE SPACE TO EARNINGS-HISTORY-LINE-OUT.
           STRING WS-STMT-ARCHIVE-MARK   DELIMITED BY SIZE
                  PH-PAY-PERIOD-END      DELIMITED BY SIZE
                  " GROSS "              DELIMITED BY SIZE
                  WS-STMT-GROSS-EDIT     DELIMITED BY SIZE
                  WS-STMT-NET-EDIT       DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-STMT-REVERSED-NOTE  DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-STMT-RUN-NOTE       DELIMITED BY SIZE
               INTO EARNINGS-HISTORY-LINE-OUT
           END-STRING.
           WRITE EARNINGS-HISTORY-LINE-OUT.
           END-STRING.
           WRITE EARNINGS-HISTORY-LINE-OUT.

       700-WRITE-ARCHIVED-PERIOD-NOTE.
           MOVE WS-RANGE-ARCHIVED-COUNT TO WS-STMT-COUNT-EDIT.
           MOVE SPACE TO EARNINGS-HISTORY-LINE-OUT.
           STRING "  A = ARCHIVED PERIOD - "  DELIMITED BY SIZE
                  WS-STMT-COUNT-EDIT          DELIMITED BY SIZE
                  " PERIODS READ FROM THE PAY HISTORY ARCHIVE"
                                              DELIMITED BY SIZE
               INTO EARNINGS-HISTORY-LINE-OUT
           END-STRING.
           WRITE EARNINGS-HISTORY-LINE-OUT.

       700-WRITE-LEAVE-BALANCE-LINE.
           MOVE IQ-EMPLOYEE-NUMBER TO LB-EMPLOYEE-NUMBER.
           MOVE WS-STMT-LEAVE-TYPE TO LB-LEAVE-TYPE.
           READ LEAVE-BALANCE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LB-BALANCE-HOURS TO WS-STMT-LEAVE-BAL-EDIT
                   MOVE LB-CARRIED-IN-HOURS TO WS-STMT-LEAVE-CAR-EDIT
                   MOVE LB-YTD-ACCRUED-HOURS TO WS-STMT-LEAVE-ACC-EDIT
                   MOVE LB-YTD-USED-HOURS TO WS-STMT-LEAVE-USE-EDIT
                   MOVE SPACE TO EARNINGS-HISTORY-LINE-OUT
                   STRING "  "                   DELIMITED BY SIZE
                          LB-LEAVE-TYPE          DELIMITED BY SIZE
                          " LEAVE BALANCE "      DELIMITED BY SIZE
                          WS-STMT-LEAVE-BAL-EDIT DELIMITED BY SIZE
                          " HRS AS OF "          DELIMITED BY SIZE
                          LB-LAST-PERIOD-POSTED  DELIMITED BY SIZE
                          "  "                   DELIMITED BY SIZE
                          LB-BALANCE-YEAR        DELIMITED BY SIZE
                          " CARRIED IN "         DELIMITED BY SIZE
                          WS-STMT-LEAVE-CAR-EDIT DELIMITED BY SIZE
                          " EARNED "             DELIMITED BY SIZE
                          WS-STMT-LEAVE-ACC-EDIT DELIMITED BY SIZE
                          " USED "               DELIMITED BY SIZE
                          WS-STMT-LEAVE-USE-EDIT DELIMITED BY SIZE
                       INTO EARNINGS-HISTORY-LINE-OUT
                   END-STRING
                   WRITE EARNINGS-HISTORY-LINE-OUT
           END-READ.

       700-WRITE-NO-HISTORY-EXCEPTION.
           ADD 1 TO TOTAL-REQUEST-EXCEPTIONS.
           MOVE SPACE TO EARNINGS-HISTORY-LINE-OUT.
