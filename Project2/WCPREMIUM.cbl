       IDENTIFICATION DIVISION.
       PROGRAM-ID. WCPREMIUM.
       AUTHOR.  CHANDLER NEWMAN-REED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WC-PREMIUM-PARM-IN
               ASSIGN "WCPREMPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WC-PARM-STATUS.
           SELECT PAY-HISTORY
               ASSIGN "PAYHISTORY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PH-HISTORY-KEY
                   FILE STATUS IS WS-PAY-HISTORY-STATUS.
           SELECT PAY-HISTORY-ARCHIVE
               ASSIGN "PAYHISTARCH.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PA-HISTORY-KEY
                   FILE STATUS IS WS-HISTORY-ARCHIVE-STATUS.
           SELECT WC-PREMIUM-REPORT-OUT
               ASSIGN TO WS-WC-REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD WC-PREMIUM-PARM-IN.
       01  WC-PREMIUM-PARM-RECORD.
           05  WP-REPORT-YEAR       PIC X(4).
           05  WP-REPORT-QUARTER    PIC X(1).

       FD PAY-HISTORY.
       COPY PAYHIST.

       FD PAY-HISTORY-ARCHIVE.
       COPY PAYHISTA.

       FD WC-PREMIUM-REPORT-OUT.
       01  WC-PREMIUM-REPORT-LINE-OUT  PIC X(132).

       WORKING-STORAGE SECTION.
       01  FLAGS-AND-COUNTERS.
           05  WS-WC-PARM-STATUS          PIC X(2)  VALUE SPACE.
           05  WS-PAY-HISTORY-STATUS      PIC X(2)  VALUE SPACE.
           05  WS-PARM-VALID-SW           PIC X(1)  VALUE 'Y'.
               88  PARM-VALID                 VALUE 'Y'.
               88  PARM-INVALID               VALUE 'N'.
           05  WS-HISTORY-EOF-FLAG        PIC X(1)  VALUE 'N'.
           05  WS-CLASS-ROW-FOUND-SW      PIC X(1)  VALUE 'N'.
               88  CLASS-ROW-FOUND            VALUE 'Y'.
           05  WS-CLASS-SORT-SW           PIC X(1)  VALUE 'N'.
           05  TOTAL-HISTORY-RECORDS      PIC 9(7)  VALUE ZERO.
           05  TOTAL-UNCLASSIFIED-RECORDS PIC 9(7)  VALUE ZERO.
           05  WS-HISTORY-ARCHIVE-STATUS  PIC X(2)  VALUE SPACE.
           05  WS-ARCHIVE-FILE-OPEN-SW    PIC X(1)  VALUE 'N'.
               88  ARCHIVE-FILE-OPEN          VALUE 'Y'.
           05  WS-ARCHIVE-EOF-FLAG        PIC X(1)  VALUE 'N'.
           05  WS-STILL-ON-LIVE-SW        PIC X(1)  VALUE 'N'.
               88  STILL-ON-LIVE-FILE         VALUE 'Y'.
           05  TOTAL-ARCHIVED-RECORDS     PIC 9(7)  VALUE ZERO.

       01  WS-REPORT-QUARTER  PIC 9(1)  VALUE ZERO.

       01  WS-QUARTER-COMPARE-CONTROLS.
           05  WS-HISTORY-MONTH    PIC 9(2)  VALUE ZERO.
           05  WS-HISTORY-QUARTER  PIC 9(1)  VALUE ZERO.

       01  WS-HISTORY-CLASS-CODE  PIC X(4)  VALUE SPACE.

       01  WS-CLASS-TOTAL-COUNT  PIC 9(2)  VALUE ZERO.
       01  WS-CLASS-PREMIUM-TABLE.
           05  WS-CLASS-PREMIUM-ENTRY OCCURS 60 TIMES
                   INDEXED BY CP-IDX.
               10  WS-CP-JURISDICTION   PIC X(3).
               10  WS-CP-CLASS-CODE     PIC X(4).
               10  WS-CP-QTR-PAYROLL    PIC 9(9)V99.
               10  WS-CP-QTR-PREMIUM    PIC 9(7)V99.
               10  WS-CP-YTD-PAYROLL    PIC 9(9)V99.
               10  WS-CP-YTD-PREMIUM    PIC 9(7)V99.
       01  WS-CLASS-SWAP-AREA  PIC X(47)  VALUE SPACE.

       01  WS-JURISDICTION-BREAK-CONTROLS.
           05  WS-CURRENT-JURISDICTION  PIC X(3)     VALUE SPACE.
           05  WS-JUR-QTR-PAYROLL       PIC 9(9)V99  VALUE ZERO.
           05  WS-JUR-QTR-PREMIUM       PIC 9(7)V99  VALUE ZERO.
           05  WS-JUR-YTD-PAYROLL       PIC 9(9)V99  VALUE ZERO.
           05  WS-JUR-YTD-PREMIUM       PIC 9(7)V99  VALUE ZERO.

       01  WS-PREMIUM-RUN-TOTALS.
           05  WS-TOTAL-QTR-PAYROLL     PIC 9(9)V99  VALUE ZERO.
           05  WS-TOTAL-QTR-PREMIUM     PIC 9(7)V99  VALUE ZERO.
           05  WS-TOTAL-YTD-PAYROLL     PIC 9(9)V99  VALUE ZERO.
           05  WS-TOTAL-YTD-PREMIUM     PIC 9(7)V99  VALUE ZERO.

       01  WS-FILE-NAME-CONTROLS.
           05  WS-WC-REPORT-FILENAME  PIC X(30)  VALUE SPACE.

       01  WS-REPORT-EDITS.
           05  WS-LINE-LABEL           PIC X(20)  VALUE SPACE.
           05  WS-QTR-PAYROLL-EDIT     PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-QTR-PREMIUM-EDIT     PIC Z,ZZZ,ZZ9.99.
           05  WS-YTD-PAYROLL-EDIT     PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-YTD-PREMIUM-EDIT     PIC Z,ZZZ,ZZ9.99.
           05  WS-RECORD-COUNT-EDIT    PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-REPORT-WC-PREMIUM.
           PERFORM 200-INITIATE-WC-PREMIUM-REPORT.
           IF PARM-VALID
               PERFORM 200-ACCUMULATE-PAY-HISTORY
                   UNTIL WS-HISTORY-EOF-FLAG = 'Y'
               PERFORM 700-START-ARCHIVE-HISTORY
               PERFORM 200-ACCUMULATE-ARCHIVED-HISTORY
                   UNTIL WS-ARCHIVE-EOF-FLAG = 'Y'
               PERFORM 200-WRITE-WC-PREMIUM-REPORT
           END-IF.
           PERFORM 200-TERMINATE-WC-PREMIUM-REPORT.
           STOP RUN.

       200-INITIATE-WC-PREMIUM-REPORT.
           PERFORM 700-READ-WC-PREMIUM-PARM.
           IF PARM-VALID
               PERFORM 700-BUILD-QUARTER-STAMPED-FILENAME
               PERFORM 700-OPEN-PAY-HISTORY-FILE
           END-IF.
           IF PARM-VALID
               PERFORM 700-OPEN-HISTORY-ARCHIVE-FILE
               OPEN OUTPUT WC-PREMIUM-REPORT-OUT
               PERFORM 700-WRITE-WC-REPORT-HEADER
               PERFORM 700-START-PAY-HISTORY
           END-IF.

       200-ACCUMULATE-PAY-HISTORY.
           IF PH-PAY-PERIOD-END (1:4) = WP-REPORT-YEAR AND
              NOT PH-REVERSED
               MOVE PH-PAY-PERIOD-END (5:2) TO WS-HISTORY-MONTH
               COMPUTE WS-HISTORY-QUARTER =
                   (WS-HISTORY-MONTH + 2) / 3
               IF WS-HISTORY-QUARTER NOT GREATER THAN
                       WS-REPORT-QUARTER
                   ADD 1 TO TOTAL-HISTORY-RECORDS
                   PERFORM 700-ACCUMULATE-CLASS-PREMIUM
               END-IF
           END-IF.
           PERFORM 700-READ-NEXT-PAY-HISTORY.

       200-ACCUMULATE-ARCHIVED-HISTORY.
           MOVE PAY-HISTORY-ARCHIVE-RECORD TO PAY-HISTORY-RECORD.
           IF PH-PAY-PERIOD-END (1:4) = WP-REPORT-YEAR AND
              NOT PH-REVERSED
               MOVE PH-PAY-PERIOD-END (5:2) TO WS-HISTORY-MONTH
               COMPUTE WS-HISTORY-QUARTER =
                   (WS-HISTORY-MONTH + 2) / 3
               IF WS-HISTORY-QUARTER NOT GREATER THAN
                       WS-REPORT-QUARTER
                   PERFORM 700-CHECK-STILL-ON-LIVE-FILE
                   IF NOT STILL-ON-LIVE-FILE
                       MOVE PAY-HISTORY-ARCHIVE-RECORD
                           TO PAY-HISTORY-RECORD
                       ADD 1 TO TOTAL-HISTORY-RECORDS
                       ADD 1 TO TOTAL-ARCHIVED-RECORDS
                       PERFORM 700-ACCUMULATE-CLASS-PREMIUM
                   END-IF
               END-IF
           END-IF.
           PERFORM 700-READ-NEXT-ARCHIVE-HISTORY.

       200-WRITE-WC-PREMIUM-REPORT.
           PERFORM 700-SORT-CLASS-TABLE.
           PERFORM 700-WRITE-CLASS-PREMIUM-LINE
               VARYING CP-IDX FROM 1 BY 1
               UNTIL CP-IDX > WS-CLASS-TOTAL-COUNT.
           IF WS-CLASS-TOTAL-COUNT > ZERO
               PERFORM 700-WRITE-JURISDICTION-SUBTOTAL
           END-IF.
           PERFORM 700-WRITE-WC-REPORT-TOTALS.

       200-TERMINATE-WC-PREMIUM-REPORT.
           IF PARM-VALID
               CLOSE PAY-HISTORY
               IF ARCHIVE-FILE-OPEN
                   CLOSE PAY-HISTORY-ARCHIVE
               END-IF
               CLOSE WC-PREMIUM-REPORT-OUT
           END-IF.

       700-READ-WC-PREMIUM-PARM.
           MOVE 'Y' TO WS-PARM-VALID-SW.
           OPEN INPUT WC-PREMIUM-PARM-IN.
           IF WS-WC-PARM-STATUS NOT = "00"
               MOVE 'N' TO WS-PARM-VALID-SW
           ELSE
               READ WC-PREMIUM-PARM-IN
                   AT END
                       MOVE 'N' TO WS-PARM-VALID-SW
               END-READ
               CLOSE WC-PREMIUM-PARM-IN
           END-IF.
           IF PARM-VALID AND WP-REPORT-YEAR NOT NUMERIC
               MOVE 'N' TO WS-PARM-VALID-SW
           END-IF.
           IF PARM-VALID AND
              (WP-REPORT-QUARTER NOT NUMERIC OR
               WP-REPORT-QUARTER = '0' OR
               WP-REPORT-QUARTER > '4')
               MOVE 'N' TO WS-PARM-VALID-SW
           END-IF.
           IF PARM-INVALID
               DISPLAY "WCPREMIUM - YEAR/QUARTER PARM MISSING OR "
                   "INVALID - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WP-REPORT-QUARTER TO WS-REPORT-QUARTER
           END-IF.

       700-BUILD-QUARTER-STAMPED-FILENAME.
           MOVE SPACE TO WS-WC-REPORT-FILENAME.
           STRING "WCPREMIUM."                 DELIMITED BY SIZE
                  WP-REPORT-YEAR               DELIMITED BY SIZE
                  "Q"                          DELIMITED BY SIZE
                  WP-REPORT-QUARTER            DELIMITED BY SIZE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-WC-REPORT-FILENAME
           END-STRING.

       700-OPEN-PAY-HISTORY-FILE.
           OPEN INPUT PAY-HISTORY.
           IF WS-PAY-HISTORY-STATUS NOT = "00"
               DISPLAY "WCPREMIUM - CANNOT OPEN PAY HISTORY FILE,"
                   " STATUS " WS-PAY-HISTORY-STATUS
                   " - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               MOVE 'N' TO WS-PARM-VALID-SW
           END-IF.

       700-OPEN-HISTORY-ARCHIVE-FILE.
           OPEN INPUT PAY-HISTORY-ARCHIVE.
           IF WS-HISTORY-ARCHIVE-STATUS = "00"
               MOVE 'Y' TO WS-ARCHIVE-FILE-OPEN-SW
           END-IF.

       700-WRITE-WC-REPORT-HEADER.
           MOVE SPACE TO WC-PREMIUM-REPORT-LINE-OUT.
           STRING "WORKERS COMPENSATION PREMIUM REPORT - YEAR "
                                              DELIMITED BY SIZE
                  WP-REPORT-YEAR              DELIMITED BY SIZE
                  " QUARTER "                 DELIMITED BY SIZE
                  WP-REPORT-QUARTER           DELIMITED BY SIZE
               INTO WC-PREMIUM-REPORT-LINE-OUT
           END-STRING.
           WRITE WC-PREMIUM-REPORT-LINE-OUT.
           MOVE SPACE TO WC-PREMIUM-REPORT-LINE-OUT.
           IF WS-REPORT-QUARTER = 4
               MOVE "YEAR-TO-DATE COLUMNS ARE THE ANNUAL FIGURES"
                   TO WC-PREMIUM-REPORT-LINE-OUT
           ELSE
               STRING "YEAR-TO-DATE COLUMNS ARE THROUGH QUARTER "
                                              DELIMITED BY SIZE
                      WP-REPORT-QUARTER       DELIMITED BY SIZE
                   INTO WC-PREMIUM-REPORT-LINE-OUT
               END-STRING
           END-IF.
           WRITE WC-PREMIUM-REPORT-LINE-OUT.
           MOVE "PAYROLL IS PREMIUM BASIS - OVERTIME AT STRAIGHT TIME"
               TO WC-PREMIUM-REPORT-LINE-OUT.
           WRITE WC-PREMIUM-REPORT-LINE-OUT.
           MOVE "PREMIUM IS THE ESTIMATE ACCRUED AT PAY TIME"
               TO WC-PREMIUM-REPORT-LINE-OUT.
           WRITE WC-PREMIUM-REPORT-LINE-OUT.
           MOVE SPACE TO WC-PREMIUM-REPORT-LINE-OUT.
           WRITE WC-PREMIUM-REPORT-LINE-OUT.
           MOVE SPACE TO WC-PREMIUM-REPORT-LINE-OUT.
           STRING "JUR CLASS                  "  DELIMITED BY SIZE
                  "QTR PAYROLL  QTR PREMIUM   "  DELIMITED BY SIZE
                  "  YTD PAYROLL  YTD PREMIUM"   DELIMITED BY SIZE
               INTO WC-PREMIUM-REPORT-LINE-OUT
           END-STRING.
           WRITE WC-PREMIUM-REPORT-LINE-OUT.

       700-START-PAY-HISTORY.
           MOVE 'N' TO WS-HISTORY-EOF-FLAG.
           MOVE ZERO TO PH-EMPLOYEE-NUMBER.
           MOVE "00000000" TO PH-PAY-PERIOD-END.
           MOVE ZERO TO PH-RUN-SEQUENCE.
           START PAY-HISTORY KEY NOT LESS THAN PH-HISTORY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-EOF-FLAG
           END-START.
           IF WS-HISTORY-EOF-FLAG NOT = 'Y'
               PERFORM 700-READ-NEXT-PAY-HISTORY
           END-IF.

       700-READ-NEXT-PAY-HISTORY.
           READ PAY-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-FLAG
           END-READ.
           IF WS-PAY-HISTORY-STATUS NOT = "00" AND
              WS-PAY-HISTORY-STATUS NOT = "02"
               MOVE 'Y' TO WS-HISTORY-EOF-FLAG
           END-IF.

       700-START-ARCHIVE-HISTORY.
           MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG.
           IF ARCHIVE-FILE-OPEN
               MOVE 'N' TO WS-ARCHIVE-EOF-FLAG
               MOVE ZERO TO PA-EMPLOYEE-NUMBER
               MOVE "00000000" TO PA-PAY-PERIOD-END
               MOVE ZERO TO PA-RUN-SEQUENCE
               START PAY-HISTORY-ARCHIVE
                   KEY NOT LESS THAN PA-HISTORY-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
               END-START
           END-IF.
           IF WS-ARCHIVE-EOF-FLAG NOT = 'Y'
               PERFORM 700-READ-NEXT-ARCHIVE-HISTORY
           END-IF.

       700-READ-NEXT-ARCHIVE-HISTORY.
           READ PAY-HISTORY-ARCHIVE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
           END-READ.
           IF WS-HISTORY-ARCHIVE-STATUS NOT = "00" AND
              WS-HISTORY-ARCHIVE-STATUS NOT = "02"
               MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
           END-IF.

       700-CHECK-STILL-ON-LIVE-FILE.
           MOVE 'N' TO WS-STILL-ON-LIVE-SW.
           MOVE PA-HISTORY-KEY TO PH-HISTORY-KEY.
           READ PAY-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-STILL-ON-LIVE-SW
           END-READ.

       700-ACCUMULATE-CLASS-PREMIUM.
           MOVE PH-WC-CLASS-CODE TO WS-HISTORY-CLASS-CODE.
           IF WS-HISTORY-CLASS-CODE = SPACE
               MOVE "NONE" TO WS-HISTORY-CLASS-CODE
               ADD 1 TO TOTAL-UNCLASSIFIED-RECORDS
           END-IF.
           MOVE 'N' TO WS-CLASS-ROW-FOUND-SW.
           PERFORM 700-MATCH-CLASS-PREMIUM-ROW
               VARYING CP-IDX FROM 1 BY 1
               UNTIL CP-IDX > WS-CLASS-TOTAL-COUNT OR
                     CLASS-ROW-FOUND.
           IF NOT CLASS-ROW-FOUND
               IF WS-CLASS-TOTAL-COUNT LESS THAN 60
                   ADD 1 TO WS-CLASS-TOTAL-COUNT
                   SET CP-IDX TO WS-CLASS-TOTAL-COUNT
                   MOVE PH-WC-JURISDICTION
                       TO WS-CP-JURISDICTION (CP-IDX)
                   MOVE WS-HISTORY-CLASS-CODE
                       TO WS-CP-CLASS-CODE (CP-IDX)
                   MOVE ZERO TO WS-CP-QTR-PAYROLL (CP-IDX)
                   MOVE ZERO TO WS-CP-QTR-PREMIUM (CP-IDX)
                   MOVE ZERO TO WS-CP-YTD-PAYROLL (CP-IDX)
                   MOVE ZERO TO WS-CP-YTD-PREMIUM (CP-IDX)
                   PERFORM 700-ADD-HISTORY-TO-CLASS-ROW
               ELSE
                   DISPLAY "WCPREMIUM - CLASS TABLE FULL (60 MAX), "
                       WS-HISTORY-CLASS-CODE " " PH-WC-JURISDICTION
                       " NOT REPORTED"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       700-MATCH-CLASS-PREMIUM-ROW.
           IF WS-CP-JURISDICTION (CP-IDX) = PH-WC-JURISDICTION AND
              WS-CP-CLASS-CODE (CP-IDX) = WS-HISTORY-CLASS-CODE
               PERFORM 700-ADD-HISTORY-TO-CLASS-ROW
               MOVE 'Y' TO WS-CLASS-ROW-FOUND-SW
           END-IF.

       700-ADD-HISTORY-TO-CLASS-ROW.
           ADD PH-WC-BASIS-WAGES TO WS-CP-YTD-PAYROLL (CP-IDX).
           ADD PH-WC-PREMIUM TO WS-CP-YTD-PREMIUM (CP-IDX).
           IF WS-HISTORY-QUARTER = WS-REPORT-QUARTER
               ADD PH-WC-BASIS-WAGES TO WS-CP-QTR-PAYROLL (CP-IDX)
               ADD PH-WC-PREMIUM TO WS-CP-QTR-PREMIUM (CP-IDX)
           END-IF.

       700-SORT-CLASS-TABLE.
           IF WS-CLASS-TOTAL-COUNT > 1
               MOVE 'Y' TO WS-CLASS-SORT-SW
               PERFORM 700-CLASS-SORT-PASS
                   UNTIL WS-CLASS-SORT-SW = 'N'
           END-IF.

       700-CLASS-SORT-PASS.
           MOVE 'N' TO WS-CLASS-SORT-SW.
           PERFORM 700-CLASS-SORT-COMPARE
               VARYING CP-IDX FROM 1 BY 1
               UNTIL CP-IDX >= WS-CLASS-TOTAL-COUNT.

       700-CLASS-SORT-COMPARE.
           IF WS-CP-JURISDICTION (CP-IDX) >
                   WS-CP-JURISDICTION (CP-IDX + 1) OR
              (WS-CP-JURISDICTION (CP-IDX) =
                   WS-CP-JURISDICTION (CP-IDX + 1) AND
               WS-CP-CLASS-CODE (CP-IDX) >
                   WS-CP-CLASS-CODE (CP-IDX + 1))
               MOVE WS-CLASS-PREMIUM-ENTRY (CP-IDX)
                   TO WS-CLASS-SWAP-AREA
               MOVE WS-CLASS-PREMIUM-ENTRY (CP-IDX + 1)
                   TO WS-CLASS-PREMIUM-ENTRY (CP-IDX)
               MOVE WS-CLASS-SWAP-AREA
                   TO WS-CLASS-PREMIUM-ENTRY (CP-IDX + 1)
               MOVE 'Y' TO WS-CLASS-SORT-SW
           END-IF.

       700-WRITE-CLASS-PREMIUM-LINE.
           IF CP-IDX > 1 AND
              WS-CP-JURISDICTION (CP-IDX) NOT = WS-CURRENT-JURISDICTION
               PERFORM 700-WRITE-JURISDICTION-SUBTOTAL
           END-IF.
           MOVE WS-CP-JURISDICTION (CP-IDX) TO WS-CURRENT-JURISDICTION.
           ADD WS-CP-QTR-PAYROLL (CP-IDX) TO WS-JUR-QTR-PAYROLL.
           ADD WS-CP-QTR-PREMIUM (CP-IDX) TO WS-JUR-QTR-PREMIUM.
           ADD WS-CP-YTD-PAYROLL (CP-IDX) TO WS-JUR-YTD-PAYROLL.
           ADD WS-CP-YTD-PREMIUM (CP-IDX) TO WS-JUR-YTD-PREMIUM.
           ADD WS-CP-QTR-PAYROLL (CP-IDX) TO WS-TOTAL-QTR-PAYROLL.
           ADD WS-CP-QTR-PREMIUM (CP-IDX) TO WS-TOTAL-QTR-PREMIUM.
           ADD WS-CP-YTD-PAYROLL (CP-IDX) TO WS-TOTAL-YTD-PAYROLL.
           ADD WS-CP-YTD-PREMIUM (CP-IDX) TO WS-TOTAL-YTD-PREMIUM.
           MOVE SPACE TO WS-LINE-LABEL.
           STRING WS-CP-JURISDICTION (CP-IDX)  DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-CP-CLASS-CODE (CP-IDX)    DELIMITED BY SIZE
               INTO WS-LINE-LABEL
           END-STRING.
           MOVE WS-CP-QTR-PAYROLL (CP-IDX) TO WS-QTR-PAYROLL-EDIT.
           MOVE WS-CP-QTR-PREMIUM (CP-IDX) TO WS-QTR-PREMIUM-EDIT.
           MOVE WS-CP-YTD-PAYROLL (CP-IDX) TO WS-YTD-PAYROLL-EDIT.
           MOVE WS-CP-YTD-PREMIUM (CP-IDX) TO WS-YTD-PREMIUM-EDIT.
           PERFORM 700-WRITE-PREMIUM-AMOUNT-LINE.

       700-WRITE-JURISDICTION-SUBTOTAL.
           MOVE SPACE TO WS-LINE-LABEL.
           STRING WS-CURRENT-JURISDICTION      DELIMITED BY SIZE
                  " TOTAL"                     DELIMITED BY SIZE
               INTO WS-LINE-LABEL
           END-STRING.
           MOVE WS-JUR-QTR-PAYROLL TO WS-QTR-PAYROLL-EDIT.
           MOVE WS-JUR-QTR-PREMIUM TO WS-QTR-PREMIUM-EDIT.
           MOVE WS-JUR-YTD-PAYROLL TO WS-YTD-PAYROLL-EDIT.
           MOVE WS-JUR-YTD-PREMIUM TO WS-YTD-PREMIUM-EDIT.
           PERFORM 700-WRITE-PREMIUM-AMOUNT-LINE.
           MOVE SPACE TO WC-PREMIUM-REPORT-LINE-OUT.
           WRITE WC-PREMIUM-REPORT-LINE-OUT.
           MOVE ZERO TO WS-JUR-QTR-PAYROLL.
           MOVE ZERO TO WS-JUR-QTR-PREMIUM.
           MOVE ZERO TO WS-JUR-YTD-PAYROLL.
           MOVE ZERO TO WS-JUR-YTD-PREMIUM.

       700-WRITE-PREMIUM-AMOUNT-LINE.
           MOVE SPACE TO WC-PREMIUM-REPORT-LINE-OUT.
           STRING WS-LINE-LABEL          DELIMITED BY SIZE
                  WS-QTR-PAYROLL-EDIT    DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-QTR-PREMIUM-EDIT    DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-YTD-PAYROLL-EDIT    DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-YTD-PREMIUM-EDIT    DELIMITED BY SIZE
               INTO WC-PREMIUM-REPORT-LINE-OUT
           END-STRING.
           WRITE WC-PREMIUM-REPORT-LINE-OUT.

       700-WRITE-WC-REPORT-TOTALS.
           MOVE "ALL JURISDICTIONS" TO WS-LINE-LABEL.
           MOVE WS-TOTAL-QTR-PAYROLL TO WS-QTR-PAYROLL-EDIT.
           MOVE WS-TOTAL-QTR-PREMIUM TO WS-QTR-PREMIUM-EDIT.
           MOVE WS-TOTAL-YTD-PAYROLL TO WS-YTD-PAYROLL-EDIT.
           MOVE WS-TOTAL-YTD-PREMIUM TO WS-YTD-PREMIUM-EDIT.
           PERFORM 700-WRITE-PREMIUM-AMOUNT-LINE.
           MOVE SPACE TO WC-PREMIUM-REPORT-LINE-OUT.
           WRITE WC-PREMIUM-REPORT-LINE-OUT.
           MOVE TOTAL-HISTORY-RECORDS TO WS-RECORD-COUNT-EDIT.
           MOVE SPACE TO WC-PREMIUM-REPORT-LINE-OUT.
           STRING "PAY HISTORY RECORDS READ  "  DELIMITED BY SIZE
                  WS-RECORD-COUNT-EDIT          DELIMITED BY SIZE
               INTO WC-PREMIUM-REPORT-LINE-OUT
           END-STRING.
           WRITE WC-PREMIUM-REPORT-LINE-OUT.
           MOVE TOTAL-ARCHIVED-RECORDS TO WS-RECORD-COUNT-EDIT.
           MOVE SPACE TO WC-PREMIUM-REPORT-LINE-OUT.
           STRING "  FROM HISTORY ARCHIVE     "  DELIMITED BY SIZE
                  WS-RECORD-COUNT-EDIT          DELIMITED BY SIZE
               INTO WC-PREMIUM-REPORT-LINE-OUT
           END-STRING.
           WRITE WC-PREMIUM-REPORT-LINE-OUT.
           IF NOT ARCHIVE-FILE-OPEN
               MOVE "PAY HISTORY ARCHIVE NOT AVAILABLE - LIVE FILE ONLY"
                   TO WC-PREMIUM-REPORT-LINE-OUT
               WRITE WC-PREMIUM-REPORT-LINE-OUT
           END-IF.
           IF TOTAL-UNCLASSIFIED-RECORDS > ZERO
               MOVE TOTAL-UNCLASSIFIED-RECORDS TO WS-RECORD-COUNT-EDIT
               MOVE SPACE TO WC-PREMIUM-REPORT-LINE-OUT
               STRING "*** PAYMENTS WITH NO CLASS CODE "
                                                DELIMITED BY SIZE
                      WS-RECORD-COUNT-EDIT      DELIMITED BY SIZE
                      " - REPORTED AS CLASS NONE ***"
                                                DELIMITED BY SIZE
                   INTO WC-PREMIUM-REPORT-LINE-OUT
               END-STRING
               WRITE WC-PREMIUM-REPORT-LINE-OUT
               MOVE 4 TO RETURN-CODE
           END-IF.
