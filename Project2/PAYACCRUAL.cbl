       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYACCRUAL.
       AUTHOR.  CHANDLER NEWMAN-REED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRUAL-PARM-IN
               ASSIGN "ACCRUALPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL
               ASSIGN "PAYCALENDAR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-RUN-KEY
                   FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT PAY-HISTORY
               ASSIGN "PAYHISTORY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PH-HISTORY-KEY
                   FILE STATUS IS WS-PAY-HISTORY-STATUS.
           SELECT GL-ACCOUNT-MAP-IN
               ASSIGN "GLACCOUNTMAP.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-MAP-STATUS.
           SELECT DEPARTMENT-TOTALS-IN
               ASSIGN TO WS-DEPT-TOTALS-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEPT-TOTALS-STATUS.
           SELECT GL-ACCRUAL-OUT
               ASSIGN TO WS-GL-ACCRUAL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCRUAL-REPORT-OUT
               ASSIGN TO WS-ACCRUAL-REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD ACCRUAL-PARM-IN.
       01  ACCRUAL-PARM-RECORD.
           05  AP-ACCRUAL-YEAR      PIC X(4).
           05  AP-ACCRUAL-MONTH     PIC X(2).

       FD RUN-CONTROL.
       COPY RUNCTL.

       FD PAY-HISTORY.
       COPY PAYHIST.

       FD GL-ACCOUNT-MAP-IN.
       01  GL-ACCOUNT-MAP-RECORD.
           05  GM-MAP-KEY           PIC X(4).
           05  GM-ACCOUNT-NUMBER    PIC X(8).
           05  GM-DESCRIPTION       PIC X(24).

       FD DEPARTMENT-TOTALS-IN.
       COPY DEPTTOT.

       FD GL-ACCRUAL-OUT.
       01  GL-POSTING-ENTRY-OUT.
           05  GL-ACCOUNT-NUMBER-OUT    PIC X(8).
           05  GL-DEBIT-CREDIT-OUT      PIC X(1).
           05  GL-AMOUNT-OUT            PIC 9(9)V99.
           05  GL-PERIOD-END-DATE-OUT   PIC X(8).
           05  GL-DESCRIPTION-OUT       PIC X(24).

       FD ACCRUAL-REPORT-OUT.
       01  ACCRUAL-REPORT-LINE-OUT  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-HEADER.
           05  FILLER  PIC X(6) VALUE SPACE.
           05  HEADER  PIC X(32)
                   VALUE 'PAYROLL MONTH-END ACCRUAL REPORT'.

       01  WS-COLUMN-HEADERS.
           05  FILLER  PIC X(8)   VALUE "DEPT".
           05  FILLER  PIC X(16)  VALUE "  PERIOD GROSS".
           05  FILLER  PIC X(16)  VALUE " PERIOD BURDEN".
           05  FILLER  PIC X(16)  VALUE " ACCRUED WAGES".
           05  FILLER  PIC X(16)  VALUE "ACCRUED BURDEN".
           05  FILLER  PIC X(16)  VALUE " TOTAL ACCRUED".

       01  FLAGS-AND-COUNTERS.
           05  WS-RUN-CONTROL-STATUS      PIC X(2)  VALUE SPACE.
           05  WS-PAY-HISTORY-STATUS      PIC X(2)  VALUE SPACE.
           05  WS-GL-MAP-STATUS           PIC X(2)  VALUE SPACE.
           05  WS-DEPT-TOTALS-STATUS      PIC X(2)  VALUE SPACE.
           05  WS-PARM-VALID-SW           PIC X(1)  VALUE 'Y'.
               88  PARM-VALID                 VALUE 'Y'.
               88  PARM-INVALID               VALUE 'N'.
           05  WS-RUN-ABANDONED-SW        PIC X(1)  VALUE 'N'.
               88  RUN-ABANDONED              VALUE 'Y'.
           05  WS-OUTPUTS-OPEN-SW         PIC X(1)  VALUE 'N'.
               88  OUTPUTS-OPEN               VALUE 'Y'.
           05  WS-CALENDAR-DONE-SW        PIC X(1)  VALUE 'N'.
               88  CALENDAR-SCAN-DONE         VALUE 'Y'.
           05  WS-HISTORY-OPEN-SW         PIC X(1)  VALUE 'N'.
               88  PAY-HISTORY-OPEN           VALUE 'Y'.
           05  WS-HISTORY-DONE-SW         PIC X(1)  VALUE 'N'.
               88  HISTORY-SCAN-DONE          VALUE 'Y'.
           05  WS-DEPT-TOTALS-EOF-SW      PIC X(1)  VALUE 'N'.
               88  DEPT-TOTALS-DONE           VALUE 'Y'.
           05  WS-GL-MAP-EOF-FLAG         PIC X(1)  VALUE 'N'.
           05  WS-GL-MAP-FOUND-SW         PIC X(1)  VALUE 'N'.
               88  GL-MAP-FOUND               VALUE 'Y'.
           05  WS-PRIOR-PERIOD-SW         PIC X(1)  VALUE 'N'.
               88  PRIOR-PERIOD-FOUND         VALUE 'Y'.
           05  WS-PRIOR-COMPLETE-SW       PIC X(1)  VALUE 'N'.
               88  PRIOR-PERIOD-COMPLETE      VALUE 'Y'.
           05  WS-STRADDLE-PERIOD-SW      PIC X(1)  VALUE 'N'.
               88  STRADDLE-PERIOD-FOUND      VALUE 'Y'.
           05  WS-STRADDLE-COMPLETE-SW    PIC X(1)  VALUE 'N'.
               88  STRADDLE-PERIOD-COMPLETE   VALUE 'Y'.
           05  WS-JOURNAL-PASS-SW         PIC X(1)  VALUE 'A'.
               88  ACCRUAL-PASS               VALUE 'A'.
               88  REVERSING-PASS             VALUE 'R'.
           05  TOTAL-HISTORY-RECORDS      PIC 9(7)  VALUE ZERO.
           05  TOTAL-DEPARTMENTS-SKIPPED  PIC 9(4)  VALUE ZERO.
           05  TOTAL-ACCRUAL-ENTRIES      PIC 9(4)  VALUE ZERO.
           05  TOTAL-REVERSING-ENTRIES    PIC 9(4)  VALUE ZERO.
           05  TOTAL-UNMAPPED-ACCOUNTS    PIC 9(4)  VALUE ZERO.

       01  WS-ACCRUAL-DATES.
           05  WS-ACCRUAL-YEAR            PIC 9(4)  VALUE ZERO.
           05  WS-ACCRUAL-MONTH           PIC 9(2)  VALUE ZERO.
           05  WS-NEXT-YEAR               PIC 9(4)  VALUE ZERO.
           05  WS-NEXT-MONTH              PIC 9(2)  VALUE ZERO.
           05  WS-NEXT-MONTH-FIRST        PIC 9(8)  VALUE ZERO.
           05  WS-MONTH-END-DATE          PIC 9(8)  VALUE ZERO.
           05  WS-MONTH-END-X             PIC X(8)  VALUE SPACE.
           05  WS-REVERSAL-DATE-X         PIC X(8)  VALUE SPACE.
           05  WS-PRIOR-PERIOD-END        PIC X(8)  VALUE SPACE.
           05  WS-STRADDLE-PERIOD-END     PIC X(8)  VALUE SPACE.
           05  WS-BASIS-PERIOD-END        PIC X(8)  VALUE SPACE.
           05  WS-PRIOR-PERIOD-DATE       PIC 9(8)  VALUE ZERO.
           05  WS-STRADDLE-PERIOD-DATE    PIC 9(8)  VALUE ZERO.
           05  WS-UNPAID-DAYS             PIC 9(3)  VALUE ZERO.
           05  WS-PERIOD-DAYS             PIC 9(3)  VALUE ZERO.
           05  WS-BASIS-NOTE              PIC X(40) VALUE SPACE.

       01  WS-FILE-NAME-CONTROLS.
           05  WS-DEPT-TOTALS-FILENAME     PIC X(40)  VALUE SPACE.
           05  WS-GL-ACCRUAL-FILENAME      PIC X(40)  VALUE SPACE.
           05  WS-ACCRUAL-REPORT-FILENAME  PIC X(40)  VALUE SPACE.

       01  WS-ACCRUAL-DEPT-COUNT   PIC 9(4)  VALUE ZERO.
       01  WS-ACCRUAL-DEPT-TABLE.
           05  WS-ACCRUAL-DEPT-ENTRY OCCURS 20 TIMES
                   INDEXED BY AD-IDX.
               10  WS-AD-DEPARTMENT-CODE   PIC X(4)     VALUE SPACE.
               10  WS-AD-PERIOD-GROSS      PIC 9(7)V99  VALUE ZERO.
               10  WS-AD-PERIOD-BURDEN     PIC 9(7)V99  VALUE ZERO.
               10  WS-AD-ACCRUED-WAGES     PIC 9(7)V99  VALUE ZERO.
               10  WS-AD-ACCRUED-BURDEN    PIC 9(7)V99  VALUE ZERO.

       01  WS-ACCRUAL-TOTALS.
           05  WS-TOTAL-PERIOD-GROSS      PIC 9(9)V99  VALUE ZERO.
           05  WS-TOTAL-PERIOD-BURDEN     PIC 9(9)V99  VALUE ZERO.
           05  WS-TOTAL-ACCRUED-WAGES     PIC 9(9)V99  VALUE ZERO.
           05  WS-TOTAL-ACCRUED-BURDEN    PIC 9(9)V99  VALUE ZERO.
           05  WS-DEPT-ACCRUED-TOTAL      PIC 9(9)V99  VALUE ZERO.
           05  WS-GRAND-ACCRUED-TOTAL     PIC 9(9)V99  VALUE ZERO.
           05  WS-HISTORY-GROSS           PIC 9(9)V99  VALUE ZERO.
           05  WS-HISTORY-DIFFERENCE      PIC S9(9)V99 VALUE ZERO.
           05  WS-JOURNAL-DEBIT-TOTAL     PIC 9(9)V99  VALUE ZERO.
           05  WS-JOURNAL-CREDIT-TOTAL    PIC 9(9)V99  VALUE ZERO.

       01  WS-GL-MAP-COUNT        PIC 9(4)  VALUE ZERO.
       01  WS-GL-POSTING-CONTROLS.
           05  WS-GL-LOOKUP-KEY       PIC X(4)  VALUE SPACE.
           05  WS-GL-ACCOUNT-FOUND    PIC X(8)  VALUE SPACE.
           05  WS-GL-SUSPENSE-ACCOUNT PIC X(8)  VALUE "99999999".
           05  WS-GL-DC-CODE          PIC X(1)  VALUE SPACE.
           05  WS-GL-ENTRY-AMOUNT     PIC 9(9)V99  VALUE ZERO.
           05  WS-GL-ENTRY-DESC       PIC X(24) VALUE SPACE.
       01  WS-GL-ACCOUNT-MAP-TABLE.
           05  WS-GL-MAP-ENTRY OCCURS 25 TIMES
                   INDEXED BY GM-IDX.
               10  WS-GM-MAP-KEY         PIC X(4).
               10  WS-GM-ACCOUNT-NUMBER  PIC X(8).
               10  WS-GM-DESCRIPTION     PIC X(24).

       01  WS-REPORT-EDITS.
           05  WS-AMOUNT-EDIT-1        PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-AMOUNT-EDIT-2        PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-AMOUNT-EDIT-3        PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-AMOUNT-EDIT-4        PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-AMOUNT-EDIT-5        PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-DIFFERENCE-EDIT      PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DAYS-EDIT-1          PIC ZZ9.
           05  WS-DAYS-EDIT-2          PIC ZZ9.
           05  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-CREATE-MONTH-END-ACCRUAL.
           PERFORM 200-INITIATE-MONTH-END-ACCRUAL.
           IF NOT RUN-ABANDONED
               PERFORM 200-COMPUTE-DEPARTMENT-ACCRUALS
               PERFORM 200-CREATE-ACCRUAL-JOURNAL
           END-IF.
           PERFORM 200-TERMINATE-MONTH-END-ACCRUAL.
           STOP RUN.

       200-INITIATE-MONTH-END-ACCRUAL.
           PERFORM 700-READ-ACCRUAL-PARM.
           IF PARM-INVALID
               MOVE 'Y' TO WS-RUN-ABANDONED-SW
           ELSE
               PERFORM 700-DETERMINE-ACCRUAL-DATES
               PERFORM 700-BUILD-MONTH-STAMPED-FILENAMES
               PERFORM 700-FIND-STRADDLING-PERIOD
           END-IF.
           IF NOT RUN-ABANDONED
               PERFORM 700-SELECT-BASIS-PERIOD
           END-IF.
           IF NOT RUN-ABANDONED
               PERFORM 700-LOAD-DEPARTMENT-TOTALS
           END-IF.
           IF NOT RUN-ABANDONED
               PERFORM 700-LOAD-GL-ACCOUNT-MAP
               PERFORM 700-TOTAL-BASIS-PAY-HISTORY
               OPEN OUTPUT GL-ACCRUAL-OUT
               OPEN OUTPUT ACCRUAL-REPORT-OUT
               MOVE 'Y' TO WS-OUTPUTS-OPEN-SW
               PERFORM 700-WRITE-ACCRUAL-REPORT-HEADER
           END-IF.

       200-COMPUTE-DEPARTMENT-ACCRUALS.
           PERFORM 700-COMPUTE-DEPARTMENT-ACCRUAL
               VARYING AD-IDX FROM 1 BY 1
               UNTIL AD-IDX > WS-ACCRUAL-DEPT-COUNT.
           PERFORM 700-WRITE-ACCRUAL-TOTALS.
           PERFORM 700-WRITE-HISTORY-RECONCILIATION.

       200-CREATE-ACCRUAL-JOURNAL.
           MOVE SPACE TO ACCRUAL-REPORT-LINE-OUT.
           WRITE ACCRUAL-REPORT-LINE-OUT.
           IF WS-UNPAID-DAYS = ZERO
               MOVE SPACE TO ACCRUAL-REPORT-LINE-OUT
               STRING "MONTH END FALLS ON A PAY PERIOD END - "
                                               DELIMITED BY SIZE
                      "NO ACCRUAL REQUIRED, NO JOURNAL ENTRIES WRITTEN"
                                               DELIMITED BY SIZE
                   INTO ACCRUAL-REPORT-LINE-OUT
               END-STRING
               WRITE ACCRUAL-REPORT-LINE-OUT
           ELSE
               MOVE 'A' TO WS-JOURNAL-PASS-SW
               PERFORM 700-WRITE-ACCRUAL-JOURNAL-PASS
               MOVE 'R' TO WS-JOURNAL-PASS-SW
               PERFORM 700-WRITE-ACCRUAL-JOURNAL-PASS
               PERFORM 700-WRITE-JOURNAL-CONTROL-TOTALS
           END-IF.

       200-TERMINATE-MONTH-END-ACCRUAL.
           IF OUTPUTS-OPEN
               CLOSE GL-ACCRUAL-OUT
               CLOSE ACCRUAL-REPORT-OUT
           END-IF.

       700-READ-ACCRUAL-PARM.
           MOVE 'Y' TO WS-PARM-VALID-SW.
           OPEN INPUT ACCRUAL-PARM-IN.
           READ ACCRUAL-PARM-IN
               AT END
                   MOVE 'N' TO WS-PARM-VALID-SW
           END-READ.
           CLOSE ACCRUAL-PARM-IN.
           IF PARM-VALID AND AP-ACCRUAL-YEAR NOT NUMERIC
               MOVE 'N' TO WS-PARM-VALID-SW
           END-IF.
           IF PARM-VALID AND
              (AP-ACCRUAL-MONTH NOT NUMERIC OR
               AP-ACCRUAL-MONTH = '00' OR
               AP-ACCRUAL-MONTH > '12')
               MOVE 'N' TO WS-PARM-VALID-SW
           END-IF.
           IF PARM-INVALID
               DISPLAY "PAYACCRUAL - YEAR/MONTH PARM MISSING OR "
                   "INVALID - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE AP-ACCRUAL-YEAR TO WS-ACCRUAL-YEAR
               MOVE AP-ACCRUAL-MONTH TO WS-ACCRUAL-MONTH
           END-IF.

       700-DETERMINE-ACCRUAL-DATES.
           IF WS-ACCRUAL-MONTH = 12
               COMPUTE WS-NEXT-YEAR = WS-ACCRUAL-YEAR + 1
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               MOVE WS-ACCRUAL-YEAR TO WS-NEXT-YEAR
               COMPUTE WS-NEXT-MONTH = WS-ACCRUAL-MONTH + 1
           END-IF.
           COMPUTE WS-NEXT-MONTH-FIRST =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1.
           COMPUTE WS-MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-FIRST) - 1).
           MOVE WS-MONTH-END-DATE TO WS-MONTH-END-X.
           MOVE WS-NEXT-MONTH-FIRST TO WS-REVERSAL-DATE-X.

       700-BUILD-MONTH-STAMPED-FILENAMES.
           MOVE SPACE TO WS-GL-ACCRUAL-FILENAME.
           STRING "GLACCRUAL."                 DELIMITED BY SIZE
                  WS-MONTH-END-X               DELIMITED BY SIZE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-GL-ACCRUAL-FILENAME
           END-STRING.
           MOVE SPACE TO WS-ACCRUAL-REPORT-FILENAME.
           STRING "ACCRUALREPORT."             DELIMITED BY SIZE
                  WS-MONTH-END-X               DELIMITED BY SIZE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-ACCRUAL-REPORT-FILENAME
           END-STRING.

       700-FIND-STRADDLING-PERIOD.
           OPEN INPUT RUN-CONTROL.
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "PAYACCRUAL - CANNOT OPEN PAY CALENDAR FILE,"
                   " STATUS " WS-RUN-CONTROL-STATUS
                   " - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-RUN-ABANDONED-SW
           ELSE
               MOVE 'N' TO WS-CALENDAR-DONE-SW
               MOVE LOW-VALUES TO RC-PERIOD-END
               MOVE ZERO TO RC-RUN-SEQUENCE
               START RUN-CONTROL KEY NOT LESS THAN RC-RUN-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-CALENDAR-DONE-SW
               END-START
               IF NOT CALENDAR-SCAN-DONE
                   PERFORM 700-READ-NEXT-CALENDAR-PERIOD
               END-IF
               PERFORM 700-CLASSIFY-CALENDAR-PERIOD
                   UNTIL CALENDAR-SCAN-DONE
               CLOSE RUN-CONTROL
               PERFORM 700-CHECK-STRADDLING-PERIOD
           END-IF.

       700-READ-NEXT-CALENDAR-PERIOD.
           READ RUN-CONTROL NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CALENDAR-DONE-SW
           END-READ.

       700-CLASSIFY-CALENDAR-PERIOD.
           IF RC-SCHEDULED-RUN AND RC-PERIOD-END NUMERIC
               IF RC-PERIOD-END NOT > WS-MONTH-END-X
                   MOVE 'Y' TO WS-PRIOR-PERIOD-SW
                   MOVE RC-PERIOD-END TO WS-PRIOR-PERIOD-END
                   MOVE 'N' TO WS-PRIOR-COMPLETE-SW
                   IF RC-PERIOD-COMPLETE
                       MOVE 'Y' TO WS-PRIOR-COMPLETE-SW
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-STRADDLE-PERIOD-SW
                   MOVE RC-PERIOD-END TO WS-STRADDLE-PERIOD-END
                   IF RC-PERIOD-COMPLETE
                       MOVE 'Y' TO WS-STRADDLE-COMPLETE-SW
                   END-IF
                   MOVE 'Y' TO WS-CALENDAR-DONE-SW
               END-IF
           END-IF.
           IF NOT CALENDAR-SCAN-DONE
               PERFORM 700-READ-NEXT-CALENDAR-PERIOD
           END-IF.

       700-CHECK-STRADDLING-PERIOD.
           IF NOT PRIOR-PERIOD-FOUND OR NOT STRADDLE-PERIOD-FOUND
               DISPLAY "PAYACCRUAL - PAY CALENDAR HAS NO PERIODS ON"
                   " BOTH SIDES OF MONTH END " WS-MONTH-END-X
                   " - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-RUN-ABANDONED-SW
           ELSE
               MOVE WS-PRIOR-PERIOD-END TO WS-PRIOR-PERIOD-DATE
               MOVE WS-STRADDLE-PERIOD-END TO WS-STRADDLE-PERIOD-DATE
               COMPUTE WS-UNPAID-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-MONTH-END-DATE) -
                   FUNCTION INTEGER-OF-DATE (WS-PRIOR-PERIOD-DATE)
               COMPUTE WS-PERIOD-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-STRADDLE-PERIOD-DATE) -
                   FUNCTION INTEGER-OF-DATE (WS-PRIOR-PERIOD-DATE)
           END-IF.

       700-SELECT-BASIS-PERIOD.
           MOVE SPACE TO WS-BASIS-NOTE.
           IF STRADDLE-PERIOD-COMPLETE
               MOVE WS-STRADDLE-PERIOD-END TO WS-BASIS-PERIOD-END
               MOVE "ACTUAL - STRADDLING PERIOD ALREADY PAID"
                   TO WS-BASIS-NOTE
           ELSE
               IF PRIOR-PERIOD-COMPLETE
                   MOVE WS-PRIOR-PERIOD-END TO WS-BASIS-PERIOD-END
                   MOVE "ESTIMATE - LAST PERIOD PAID"
                       TO WS-BASIS-NOTE
               ELSE
                   DISPLAY "PAYACCRUAL - NEITHER PERIOD "
                       WS-PRIOR-PERIOD-END " NOR "
                       WS-STRADDLE-PERIOD-END
                       " IS COMPLETE - RUN ABANDONED"
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO WS-RUN-ABANDONED-SW
               END-IF
           END-IF.

       700-LOAD-DEPARTMENT-TOTALS.
           MOVE SPACE TO WS-DEPT-TOTALS-FILENAME.
           STRING "DEPTTOTALS."                DELIMITED BY SIZE
                  WS-BASIS-PERIOD-END          DELIMITED BY SIZE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-DEPT-TOTALS-FILENAME
           END-STRING.
           OPEN INPUT DEPARTMENT-TOTALS-IN.
           IF WS-DEPT-TOTALS-STATUS NOT = "00"
               DISPLAY "PAYACCRUAL - CANNOT OPEN "
                   WS-DEPT-TOTALS-FILENAME
                   " STATUS " WS-DEPT-TOTALS-STATUS
                   " - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-RUN-ABANDONED-SW
           ELSE
               MOVE 'N' TO WS-DEPT-TOTALS-EOF-SW
               PERFORM 700-READ-DEPARTMENT-TOTALS
               PERFORM 700-STORE-DEPARTMENT-TOTALS
                   UNTIL DEPT-TOTALS-DONE
               CLOSE DEPARTMENT-TOTALS-IN
           END-IF.

       700-READ-DEPARTMENT-TOTALS.
           READ DEPARTMENT-TOTALS-IN
               AT END
                   MOVE 'Y' TO WS-DEPT-TOTALS-EOF-SW
           END-READ.

       700-STORE-DEPARTMENT-TOTALS.
           IF DT-PERIOD-END = WS-BASIS-PERIOD-END AND
              DT-RUN-SEQUENCE = ZERO
               IF WS-ACCRUAL-DEPT-COUNT LESS THAN 20
                   ADD 1 TO WS-ACCRUAL-DEPT-COUNT
                   SET AD-IDX TO WS-ACCRUAL-DEPT-COUNT
                   MOVE DT-DEPARTMENT-CODE
                       TO WS-AD-DEPARTMENT-CODE (AD-IDX)
                   MOVE DT-TOTAL-GROSS TO WS-AD-PERIOD-GROSS (AD-IDX)
                   MOVE DT-TOTAL-BURDEN
                       TO WS-AD-PERIOD-BURDEN (AD-IDX)
               ELSE
                   ADD 1 TO TOTAL-DEPARTMENTS-SKIPPED
               END-IF
           END-IF.
           PERFORM 700-READ-DEPARTMENT-TOTALS.

       700-LOAD-GL-ACCOUNT-MAP.
           MOVE 'N' TO WS-GL-MAP-EOF-FLAG.
           OPEN INPUT GL-ACCOUNT-MAP-IN.
           IF WS-GL-MAP-STATUS = "00"
               PERFORM 700-READ-GL-MAP-RECORD
               PERFORM 700-STORE-GL-MAP-ENTRY
                   UNTIL WS-GL-MAP-EOF-FLAG = 'Y' OR
                         WS-GL-MAP-COUNT = 25
               CLOSE GL-ACCOUNT-MAP-IN
           END-IF.

       700-READ-GL-MAP-RECORD.
           READ GL-ACCOUNT-MAP-IN
               AT END
                   MOVE 'Y' TO WS-GL-MAP-EOF-FLAG
           END-READ.

       700-STORE-GL-MAP-ENTRY.
           ADD 1 TO WS-GL-MAP-COUNT.
           SET GM-IDX TO WS-GL-MAP-COUNT.
           MOVE GM-MAP-KEY TO WS-GM-MAP-KEY (GM-IDX).
           MOVE GM-ACCOUNT-NUMBER TO WS-GM-ACCOUNT-NUMBER (GM-IDX).
           MOVE GM-DESCRIPTION TO WS-GM-DESCRIPTION (GM-IDX).
           PERFORM 700-READ-GL-MAP-RECORD.

       700-TOTAL-BASIS-PAY-HISTORY.
           MOVE ZERO TO WS-HISTORY-GROSS.
           MOVE 'N' TO WS-HISTORY-DONE-SW.
           OPEN INPUT PAY-HISTORY.
           IF WS-PAY-HISTORY-STATUS = "00"
               MOVE 'Y' TO WS-HISTORY-OPEN-SW
               MOVE ZERO TO PH-EMPLOYEE-NUMBER
               MOVE LOW-VALUES TO PH-PAY-PERIOD-END
               MOVE ZERO TO PH-RUN-SEQUENCE
               START PAY-HISTORY KEY NOT LESS THAN PH-HISTORY-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HISTORY-DONE-SW
               END-START
               IF NOT HISTORY-SCAN-DONE
                   PERFORM 700-READ-NEXT-PAY-HISTORY
               END-IF
               PERFORM 700-ACCUMULATE-BASIS-HISTORY
                   UNTIL HISTORY-SCAN-DONE
               CLOSE PAY-HISTORY
           END-IF.

       700-READ-NEXT-PAY-HISTORY.
           READ PAY-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HISTORY-DONE-SW
           END-READ.

       700-ACCUMULATE-BASIS-HISTORY.
           IF PH-PAY-PERIOD-END = WS-BASIS-PERIOD-END AND
              PH-RUN-SEQUENCE = ZERO AND NOT PH-REVERSED
               ADD PH-GROSS-PAY TO WS-HISTORY-GROSS
               ADD 1 TO TOTAL-HISTORY-RECORDS
           END-IF.
           PERFORM 700-READ-NEXT-PAY-HISTORY.

       700-WRITE-ACCRUAL-REPORT-HEADER.
           WRITE ACCRUAL-REPORT-LINE-OUT FROM WS-REPORT-HEADER.
           MOVE SPACE TO ACCRUAL-REPORT-LINE-OUT.
           STRING "MONTH ENDING: "             DELIMITED BY SIZE
                  WS-MONTH-END-X               DELIMITED BY SIZE
                  "   REVERSAL DATED: "        DELIMITED BY SIZE
                  WS-REVERSAL-DATE-X           DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE-OUT
           END-STRING.
           WRITE ACCRUAL-REPORT-LINE-OUT.
           MOVE SPACE TO ACCRUAL-REPORT-LINE-OUT.
           STRING "LAST PERIOD ENDING IN MONTH: " DELIMITED BY SIZE
                  WS-PRIOR-PERIOD-END          DELIMITED BY SIZE
                  "   STRADDLING PERIOD ENDING: " DELIMITED BY SIZE
                  WS-STRADDLE-PERIOD-END       DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE-OUT
           END-STRING.
           WRITE ACCRUAL-REPORT-LINE-OUT.
           MOVE WS-UNPAID-DAYS TO WS-DAYS-EDIT-1.
           MOVE WS-PERIOD-DAYS TO WS-DAYS-EDIT-2.
           MOVE SPACE TO ACCRUAL-REPORT-LINE-OUT.
           STRING "DAYS EARNED IN MONTH NOT YET PAID: "
                                               DELIMITED BY SIZE
                  WS-DAYS-EDIT-1               DELIMITED BY SIZE
                  " OF "                       DELIMITED BY SIZE
                  WS-DAYS-EDIT-2               DELIMITED BY SIZE
                  " DAYS IN PERIOD"            DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE-OUT
           END-STRING.
           WRITE ACCRUAL-REPORT-LINE-OUT.
           MOVE SPACE TO ACCRUAL-REPORT-LINE-OUT.
           STRING "BASIS: DEPARTMENT TOTALS FOR PERIOD "
                                               DELIMITED BY SIZE
                  WS-BASIS-PERIOD-END          DELIMITED BY SIZE
                  " ("                         DELIMITED BY SIZE
                  WS-BASIS-NOTE                DELIMITED BY "  "
                  ")"                          DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE-OUT
           END-STRING.
           WRITE ACCRUAL-REPORT-LINE-OUT.
           MOVE SPACE TO ACCRUAL-REPORT-LINE-OUT.
           STRING "ACCRUED = PERIOD AMOUNT X "  DELIMITED BY SIZE
                  WS-DAYS-EDIT-1               DELIMITED BY SIZE
                  " / "                        DELIMITED BY SIZE
                  WS-DAYS-EDIT-2               DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE-OUT
           END-STRING.
           WRITE ACCRUAL-REPORT-LINE-OUT.
           MOVE SPACE TO ACCRUAL-REPORT-LINE-OUT.
           WRITE ACCRUAL-REPORT-LINE-OUT.
           WRITE ACCRUAL-REPORT-LINE-OUT FROM WS-COLUMN-HEADERS.

       700-COMPUTE-DEPARTMENT-ACCRUAL.
           IF WS-PERIOD-DAYS = ZERO
               MOVE ZERO TO WS-AD-ACCRUED-WAGES (AD-IDX)
               MOVE ZERO TO WS-AD-ACCRUED-BURDEN (AD-IDX)
           ELSE
               COMPUTE WS-AD-ACCRUED-WAGES (AD-IDX) ROUNDED =
                   WS-AD-PERIOD-GROSS (AD-IDX) * WS-UNPAID-DAYS
                   / WS-PERIOD-DAYS
               COMPUTE WS-AD-ACCRUED-BURDEN (AD-IDX) ROUNDED =
                   WS-AD-PERIOD-BURDEN (AD-IDX) * WS-UNPAID-DAYS
                   / WS-PERIOD-DAYS
           END-IF.
           ADD WS-AD-PERIOD-GROSS (AD-IDX) TO WS-TOTAL-PERIOD-GROSS.
           ADD WS-AD-PERIOD-BURDEN (AD-IDX) TO WS-TOTAL-PERIOD-BURDEN.
           ADD WS-AD-ACCRUED-WAGES (AD-IDX) TO WS-TOTAL-ACCRUED-WAGES.
           ADD WS-AD-ACCRUED-BURDEN (AD-IDX)
               TO WS-TOTAL-ACCRUED-BURDEN.
           COMPUTE WS-DEPT-ACCRUED-TOTAL =
               WS-AD-ACCRUED-WAGES (AD-IDX) +
               WS-AD-ACCRUED-BURDEN (AD-IDX).
           MOVE WS-AD-PERIOD-GROSS (AD-IDX) TO WS-AMOUNT-EDIT-1.
           MOVE WS-AD-PERIOD-BURDEN (AD-IDX) TO WS-AMOUNT-EDIT-2.
           MOVE WS-AD-ACCRUED-WAGES (AD-IDX) TO WS-AMOUNT-EDIT-3.
           MOVE WS-AD-ACCRUED-BURDEN (AD-IDX) TO WS-AMOUNT-EDIT-4.
           MOVE WS-DEPT-ACCRUED-TOTAL TO WS-AMOUNT-EDIT-5.
           MOVE SPACE TO ACCRUAL-REPORT-LINE-OUT.
           STRING WS-AD-DEPARTMENT-CODE (AD-IDX) DELIMITED BY SIZE
                  "    "                       DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-1             DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2             DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-3             DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-4             DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-5             DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE-OUT
           END-STRING.
           WRITE ACCRUAL-REPORT-LINE-OUT.

       700-WRITE-ACCRUAL-TOTALS.
           COMPUTE WS-GRAND-ACCRUED-TOTAL =
               WS-TOTAL-ACCRUED-WAGES + WS-TOTAL-ACCRUED-BURDEN.
           MOVE WS-TOTAL-PERIOD-GROSS TO WS-AMOUNT-EDIT-1.
           MOVE WS-TOTAL-PERIOD-BURDEN TO WS-AMOUNT-EDIT-2.
           MOVE WS-TOTAL-ACCRUED-WAGES TO WS-AMOUNT-EDIT-3.
           MOVE WS-TOTAL-ACCRUED-BURDEN TO WS-AMOUNT-EDIT-4.
           MOVE WS-GRAND-ACCRUED-TOTAL TO WS-AMOUNT-EDIT-5.
           MOVE SPACE TO ACCRUAL-REPORT-LINE-OUT.
           STRING "TOTAL   "                   DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-1             DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2             DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-3             DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-4             DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-5             DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE-OUT
           END-STRING.
           WRITE ACCRUAL-REPORT-LINE-OUT.
           IF TOTAL-DEPARTMENTS-SKIPPED > ZERO
               MOVE TOTAL-DEPARTMENTS-SKIPPED TO WS-COUNT-EDIT
               MOVE SPACE TO ACCRUAL-REPORT-LINE-OUT
               STRING "*** "                   DELIMITED BY SIZE
                      WS-COUNT-EDIT            DELIMITED BY SIZE
                      " DEPARTMENTS OVER THE 20 DEPARTMENT LIMIT"
                                               DELIMITED BY SIZE
                      " NOT ACCRUED ***"       DELIMITED BY SIZE
                   INTO ACCRUAL-REPORT-LINE-OUT
               END-STRING
               WRITE ACCRUAL-REPORT-LINE-OUT
               MOVE 4 TO RETURN-CODE
           END-IF.

       700-WRITE-HISTORY-RECONCILIATION.
           MOVE SPACE TO ACCRUAL-REPORT-LINE-OUT.
           WRITE ACCRUAL-REPORT-LINE-OUT.
           IF NOT PAY-HISTORY-OPEN
               MOVE SPACE TO ACCRUAL-REPORT-LINE-OUT
               STRING "PAY HISTORY FILE NOT AVAILABLE - BASIS "
                                               DELIMITED BY SIZE
                      "PERIOD NOT RECONCILED"  DELIMITED BY SIZE
                   INTO ACCRUAL-REPORT-LINE-OUT
               END-STRING
               WRITE ACCRUAL-REPORT-LINE-OUT
           ELSE
               COMPUTE WS-HISTORY-DIFFERENCE =
                   WS-HISTORY-GROSS - WS-TOTAL-PERIOD-GROSS
               MOVE WS-TOTAL-PERIOD-GROSS TO WS-AMOUNT-EDIT-1
               MOVE SPACE TO ACCRUAL-REPORT-LINE-OUT
               STRING "BASIS PERIOD GROSS - DEPARTMENT TOTALS   "
                                               DELIMITED BY SIZE
                      WS-AMOUNT-EDIT-1         DELIMITED BY SIZE
                   INTO ACCRUAL-REPORT-LINE-OUT
               END-STRING
               WRITE ACCRUAL-REPORT-LINE-OUT
               MOVE WS-HISTORY-GROSS TO WS-AMOUNT-EDIT-1
               MOVE TOTAL-HISTORY-RECORDS TO WS-COUNT-EDIT
               MOVE SPACE TO ACCRUAL-REPORT-LINE-OUT
               STRING "BASIS PERIOD GROSS - PAY HISTORY         "
                                               DELIMITED BY SIZE
                      WS-AMOUNT-EDIT-1         DELIMITED BY SIZE
                      "  PAYMENTS "            DELIMITED BY SIZE
                      WS-COUNT-EDIT            DELIMITED BY SIZE
                   INTO ACCRUAL-REPORT-LINE-OUT
               END-STRING
               WRITE ACCRUAL-REPORT-LINE-OUT
               MOVE WS-HISTORY-DIFFERENCE TO WS-DIFFERENCE-EDIT
               MOVE SPACE TO ACCRUAL-REPORT-LINE-OUT
               STRING "DIFFERENCE (REVERSALS SINCE THE RUN)    "
                                               DELIMITED BY SIZE
                      WS-DIFFERENCE-EDIT       DELIMITED BY SIZE
                   INTO ACCRUAL-REPORT-LINE-OUT
               END-STRING
               WRITE ACCRUAL-REPORT-LINE-OUT
           END-IF.

       700-WRITE-ACCRUAL-JOURNAL-PASS.
           PERFORM 700-WRITE-GL-DEPT-ACCRUAL
               VARYING AD-IDX FROM 1 BY 1
               UNTIL AD-IDX > WS-ACCRUAL-DEPT-COUNT.
           MOVE "*ETX" TO WS-GL-LOOKUP-KEY.
           PERFORM 700-LOOKUP-GL-ACCOUNT.
           MOVE 'D' TO WS-GL-DC-CODE.
           MOVE WS-TOTAL-ACCRUED-BURDEN TO WS-GL-ENTRY-AMOUNT.
           MOVE "ACCR EMPLOYER BURDEN" TO WS-GL-ENTRY-DESC.
           PERFORM 700-WRITE-GL-ACCRUAL-ENTRY.
           MOVE "*ACW" TO WS-GL-LOOKUP-KEY.
           PERFORM 700-LOOKUP-GL-ACCOUNT.
           MOVE 'C' TO WS-GL-DC-CODE.
           MOVE WS-TOTAL-ACCRUED-WAGES TO WS-GL-ENTRY-AMOUNT.
           MOVE "ACCR WAGES PAYABLE" TO WS-GL-ENTRY-DESC.
           PERFORM 700-WRITE-GL-ACCRUAL-ENTRY.
           MOVE "*ACB" TO WS-GL-LOOKUP-KEY.
           PERFORM 700-LOOKUP-GL-ACCOUNT.
           MOVE 'C' TO WS-GL-DC-CODE.
           MOVE WS-TOTAL-ACCRUED-BURDEN TO WS-GL-ENTRY-AMOUNT.
           MOVE "ACCR BURDEN PAYABLE" TO WS-GL-ENTRY-DESC.
           PERFORM 700-WRITE-GL-ACCRUAL-ENTRY.

       700-WRITE-GL-DEPT-ACCRUAL.
           MOVE WS-AD-DEPARTMENT-CODE (AD-IDX) TO WS-GL-LOOKUP-KEY.
           PERFORM 700-LOOKUP-GL-ACCOUNT.
           MOVE 'D' TO WS-GL-DC-CODE.
           MOVE WS-AD-ACCRUED-WAGES (AD-IDX) TO WS-GL-ENTRY-AMOUNT.
           MOVE SPACE TO WS-GL-ENTRY-DESC.
           STRING "ACCR WAGES DEPT "           DELIMITED BY SIZE
                  WS-AD-DEPARTMENT-CODE (AD-IDX)
                                               DELIMITED BY SIZE
               INTO WS-GL-ENTRY-DESC
           END-STRING.
           PERFORM 700-WRITE-GL-ACCRUAL-ENTRY.

       700-LOOKUP-GL-ACCOUNT.
           MOVE 'N' TO WS-GL-MAP-FOUND-SW.
           MOVE WS-GL-SUSPENSE-ACCOUNT TO WS-GL-ACCOUNT-FOUND.
           PERFORM 700-SCAN-GL-MAP-ENTRY
               VARYING GM-IDX FROM 1 BY 1
               UNTIL GM-IDX > WS-GL-MAP-COUNT OR GL-MAP-FOUND.
           IF NOT GL-MAP-FOUND AND ACCRUAL-PASS
               PERFORM 700-WRITE-GL-UNMAPPED-EXCEPTION
           END-IF.

       700-SCAN-GL-MAP-ENTRY.
           IF WS-GM-MAP-KEY (GM-IDX) = WS-GL-LOOKUP-KEY
               MOVE WS-GM-ACCOUNT-NUMBER (GM-IDX)
                   TO WS-GL-ACCOUNT-FOUND
               MOVE 'Y' TO WS-GL-MAP-FOUND-SW
           END-IF.

       700-WRITE-GL-UNMAPPED-EXCEPTION.
           ADD 1 TO TOTAL-UNMAPPED-ACCOUNTS.
           MOVE SPACE TO ACCRUAL-REPORT-LINE-OUT.
           STRING "GL MAPPING "              DELIMITED BY SIZE
                  WS-GL-LOOKUP-KEY           DELIMITED BY SIZE
                  " - NO CHART OF ACCOUNTS ENTRY,"
                                             DELIMITED BY SIZE
                  " POSTED TO SUSPENSE "     DELIMITED BY SIZE
                  WS-GL-SUSPENSE-ACCOUNT     DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE-OUT
           END-STRING.
           WRITE ACCRUAL-REPORT-LINE-OUT.

       700-WRITE-GL-ACCRUAL-ENTRY.
           MOVE WS-GL-ACCOUNT-FOUND TO GL-ACCOUNT-NUMBER-OUT.
           MOVE WS-GL-ENTRY-AMOUNT TO GL-AMOUNT-OUT.
           IF REVERSING-PASS
               IF WS-GL-DC-CODE = 'D'
                   MOVE 'C' TO GL-DEBIT-CREDIT-OUT
               ELSE
                   MOVE 'D' TO GL-DEBIT-CREDIT-OUT
               END-IF
               MOVE WS-REVERSAL-DATE-X TO GL-PERIOD-END-DATE-OUT
               MOVE SPACE TO GL-DESCRIPTION-OUT
               STRING "REV "                 DELIMITED BY SIZE
                      WS-GL-ENTRY-DESC       DELIMITED BY SIZE
                   INTO GL-DESCRIPTION-OUT
               END-STRING
               ADD 1 TO TOTAL-REVERSING-ENTRIES
           ELSE
               MOVE WS-GL-DC-CODE TO GL-DEBIT-CREDIT-OUT
               MOVE WS-MONTH-END-X TO GL-PERIOD-END-DATE-OUT
               MOVE WS-GL-ENTRY-DESC TO GL-DESCRIPTION-OUT
               ADD 1 TO TOTAL-ACCRUAL-ENTRIES
               IF WS-GL-DC-CODE = 'D'
                   ADD WS-GL-ENTRY-AMOUNT TO WS-JOURNAL-DEBIT-TOTAL
               ELSE
                   ADD WS-GL-ENTRY-AMOUNT TO WS-JOURNAL-CREDIT-TOTAL
               END-IF
           END-IF.
           WRITE GL-POSTING-ENTRY-OUT.

       700-WRITE-JOURNAL-CONTROL-TOTALS.
           MOVE TOTAL-ACCRUAL-ENTRIES TO WS-COUNT-EDIT.
           MOVE SPACE TO ACCRUAL-REPORT-LINE-OUT.
           STRING "ACCRUAL ENTRIES WRITTEN   "  DELIMITED BY SIZE
                  WS-COUNT-EDIT                DELIMITED BY SIZE
                  "  DATED "                   DELIMITED BY SIZE
                  WS-MONTH-END-X               DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE-OUT
           END-STRING.
           WRITE ACCRUAL-REPORT-LINE-OUT.
           MOVE TOTAL-REVERSING-ENTRIES TO WS-COUNT-EDIT.
           MOVE SPACE TO ACCRUAL-REPORT-LINE-OUT.
           STRING "REVERSING ENTRIES WRITTEN "  DELIMITED BY SIZE
                  WS-COUNT-EDIT                DELIMITED BY SIZE
                  "  DATED "                   DELIMITED BY SIZE
                  WS-REVERSAL-DATE-X           DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE-OUT
           END-STRING.
           WRITE ACCRUAL-REPORT-LINE-OUT.
           MOVE WS-JOURNAL-DEBIT-TOTAL TO WS-AMOUNT-EDIT-1.
           MOVE WS-JOURNAL-CREDIT-TOTAL TO WS-AMOUNT-EDIT-2.
           MOVE SPACE TO ACCRUAL-REPORT-LINE-OUT.
           STRING "ACCRUAL DEBITS "            DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-1             DELIMITED BY SIZE
                  "  CREDITS "                 DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2             DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE-OUT
           END-STRING.
           WRITE ACCRUAL-REPORT-LINE-OUT.
           MOVE SPACE TO ACCRUAL-REPORT-LINE-OUT.
           IF WS-JOURNAL-DEBIT-TOTAL = WS-JOURNAL-CREDIT-TOTAL
               MOVE "ACCRUAL JOURNAL IN BALANCE"
                   TO ACCRUAL-REPORT-LINE-OUT
           ELSE
               MOVE "*** ACCRUAL JOURNAL OUT OF BALANCE ***"
                   TO ACCRUAL-REPORT-LINE-OUT
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE ACCRUAL-REPORT-LINE-OUT.
           IF TOTAL-UNMAPPED-ACCOUNTS > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
