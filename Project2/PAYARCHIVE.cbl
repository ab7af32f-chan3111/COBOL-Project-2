       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYARCHIVE.
       AUTHOR.  CHANDLER NEWMAN-REED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-PARM-IN
               ASSIGN "ARCHIVEPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ARCHIVE-PARM-STATUS.
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
           SELECT PAY-HISTORY-ARCHIVE
               ASSIGN "PAYHISTARCH.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PA-HISTORY-KEY
                   FILE STATUS IS WS-HISTORY-ARCHIVE-STATUS.
           SELECT ARCHIVE-REPORT-OUT
               ASSIGN TO WS-ARCHIVE-REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD ARCHIVE-PARM-IN.
       01  ARCHIVE-PARM-RECORD.
           05  AP-RETENTION-MONTHS  PIC X(3).

       FD RUN-CONTROL.
       COPY RUNCTL.

       FD PAY-HISTORY.
       COPY PAYHIST.

       FD PAY-HISTORY-ARCHIVE.
       COPY PAYHISTA.

       FD ARCHIVE-REPORT-OUT.
       01  ARCHIVE-REPORT-LINE-OUT  PIC X(132).

       WORKING-STORAGE SECTION.
       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG                   PIC X(1)  VALUE "N".
           05  WS-ARCHIVE-PARM-STATUS     PIC X(2)  VALUE SPACE.
           05  WS-PAY-HISTORY-STATUS      PIC X(2)  VALUE SPACE.
           05  WS-HISTORY-ARCHIVE-STATUS  PIC X(2)  VALUE SPACE.
           05  WS-PARM-VALID-SW           PIC X(1)  VALUE 'Y'.
               88  PARM-VALID                 VALUE 'Y'.
               88  PARM-INVALID               VALUE 'N'.
           05  WS-PAY-HISTORY-OPEN-SW     PIC X(1)  VALUE 'N'.
               88  PAY-HISTORY-OPEN           VALUE 'Y'.
           05  WS-ARCHIVE-OPEN-SW         PIC X(1)  VALUE 'N'.
               88  ARCHIVE-FILE-OPEN          VALUE 'Y'.
           05  WS-COUNT-EOF-FLAG          PIC X(1)  VALUE 'N'.
           05  WS-RECORD-ELIGIBLE-SW      PIC X(1)  VALUE 'N'.
               88  RECORD-ELIGIBLE            VALUE 'Y'.
           05  WS-ARCHIVE-WRITTEN-SW      PIC X(1)  VALUE 'N'.
               88  ARCHIVE-RECORD-WRITTEN     VALUE 'Y'.
           05  WS-ARCHIVE-VERIFIED-SW     PIC X(1)  VALUE 'N'.
               88  ARCHIVE-COPY-VERIFIED      VALUE 'Y'.
           05  WS-YEAR-ROW-FOUND-SW       PIC X(1)  VALUE 'N'.
               88  YEAR-ROW-FOUND             VALUE 'Y'.
           05  WS-ARCHIVE-BALANCED-SW     PIC X(1)  VALUE 'Y'.
               88  ARCHIVE-IN-BALANCE         VALUE 'Y'.
           05  TOTAL-LIVE-RECORDS-READ    PIC 9(7)  VALUE ZERO.
           05  TOTAL-RETAINED-WINDOW      PIC 9(7)  VALUE ZERO.
           05  TOTAL-RETAINED-YEAR-OPEN   PIC 9(7)  VALUE ZERO.
           05  TOTAL-RETAINED-QTR-OPEN    PIC 9(7)  VALUE ZERO.
           05  TOTAL-RECORDS-MOVED        PIC 9(7)  VALUE ZERO.
           05  TOTAL-ARCHIVE-WRITES       PIC 9(7)  VALUE ZERO.
           05  TOTAL-ARCHIVE-EXCEPTIONS   PIC 9(7)  VALUE ZERO.
           05  TOTAL-LIVE-RECORDS-AFTER   PIC 9(7)  VALUE ZERO.
           05  TOTAL-ARCHIVE-BEFORE       PIC 9(7)  VALUE ZERO.
           05  TOTAL-ARCHIVE-AFTER        PIC 9(7)  VALUE ZERO.
           05  WS-RECORD-TALLY            PIC 9(7)  VALUE ZERO.

       01  WS-RUN-CONTROL-CONTROLS.
           05  WS-RUN-CONTROL-STATUS   PIC X(2)  VALUE SPACE.
           05  WS-RUN-CONTROL-EOF-FLAG PIC X(1)  VALUE 'N'.

       01  WS-RETENTION-CONTROLS.
           05  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
           05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR         PIC 9(4).
               10  WS-RUN-MONTH        PIC 9(2).
               10  WS-RUN-DAY          PIC 9(2).
           05  WS-RUN-QUARTER          PIC 9(1)  VALUE ZERO.
           05  WS-RETENTION-MONTHS     PIC 9(3)  VALUE ZERO.
           05  WS-CUTOFF-MONTH-COUNT   PIC 9(6)  VALUE ZERO.
           05  WS-CUTOFF-MONTH-INDEX   PIC 9(2)  VALUE ZERO.
           05  WS-CUTOFF-DATE.
               10  WS-CUTOFF-YEAR      PIC 9(4)  VALUE ZERO.
               10  WS-CUTOFF-MONTH     PIC 9(2)  VALUE ZERO.
               10  WS-CUTOFF-DAY       PIC 9(2)  VALUE ZERO.
           05  WS-LOOKUP-YEAR          PIC 9(4)  VALUE ZERO.
           05  WS-LOOKUP-MONTH         PIC 9(2)  VALUE ZERO.
           05  WS-LOOKUP-QUARTER       PIC 9(1)  VALUE ZERO.
           05  WS-YEAR-SLOT            PIC 9(2)  VALUE ZERO.
           05  WS-YEAR-TABLE-MAX       PIC 9(2)  VALUE 50.

       01  WS-ARCHIVE-VERIFY-RECORD    PIC X(316)  VALUE SPACE.

       01  WS-YEAR-TABLE-COUNT  PIC 9(2)  VALUE ZERO.
       01  WS-ARCHIVE-YEAR-TABLE.
           05  WS-ARCHIVE-YEAR-ENTRY OCCURS 50 TIMES
                   INDEXED BY AY-IDX.
               10  WS-AY-YEAR              PIC 9(4).
               10  WS-AY-CLOSED-SW         PIC X(1).
                   88  AY-YEAR-CLOSED          VALUE 'Y'.
               10  WS-AY-QUARTER-OPEN-SW   PIC X(1)
                       OCCURS 4 TIMES.
                   88  AY-QUARTER-OPEN         VALUE 'Y'.
               10  WS-AY-RETAINED-COUNT    PIC 9(7).
               10  WS-AY-SELECTED-COUNT    PIC 9(7).
               10  WS-AY-SELECTED-GROSS    PIC 9(9)V99.
               10  WS-AY-SELECTED-NET      PIC 9(9)V99.
               10  WS-AY-ARCHIVED-COUNT    PIC 9(7).
               10  WS-AY-ARCHIVED-GROSS    PIC 9(9)V99.
               10  WS-AY-ARCHIVED-NET      PIC 9(9)V99.
               10  WS-AY-DELETED-COUNT     PIC 9(7).
               10  WS-AY-DELETED-GROSS     PIC 9(9)V99.
               10  WS-AY-DELETED-NET       PIC 9(9)V99.

       01  WS-FILE-NAME-CONTROLS.
           05  WS-ARCHIVE-REPORT-FILENAME  PIC X(30)  VALUE SPACE.

       01  WS-REPORT-EDITS.
           05  WS-ARC-COUNT-EDIT     PIC Z,ZZZ,ZZ9.
           05  WS-ARC-GROSS-EDIT     PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-ARC-NET-EDIT       PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-ARC-MONTHS-EDIT    PIC ZZ9.
           05  WS-ARC-LINE-LABEL     PIC X(30)  VALUE SPACE.
           05  WS-ARC-YEAR-NOTE      PIC X(20)  VALUE SPACE.
           05  WS-ARC-EXCEPTION-REASON PIC X(40) VALUE SPACE.

       PROCEDURE DIVISION.
       100-ARCHIVE-PAY-HISTORY.
           PERFORM 200-INITIATE-PAY-ARCHIVE.
           IF PARM-VALID
               PERFORM 200-ARCHIVE-PAY-HISTORY-RECORD
                   UNTIL EOF-FLAG = 'Y'
               PERFORM 200-PROVE-ARCHIVE-MOVE
               PERFORM 200-WRITE-ARCHIVE-CONTROL-TOTALS
           END-IF.
           PERFORM 200-TERMINATE-PAY-ARCHIVE.
           STOP RUN.

       200-INITIATE-PAY-ARCHIVE.
           PERFORM 700-READ-ARCHIVE-PARM.
           IF PARM-VALID
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 700-COMPUTE-RETENTION-CUTOFF
               PERFORM 700-BUILD-DATE-STAMPED-FILENAME
               PERFORM 700-LOAD-YEAR-STATUS
           END-IF.
           IF PARM-VALID
               PERFORM 700-OPEN-PAY-HISTORY-FILE
           END-IF.
           IF PARM-VALID
               PERFORM 700-OPEN-HISTORY-ARCHIVE-FILE
           END-IF.
           IF PARM-VALID
               PERFORM 700-COUNT-ARCHIVE-RECORDS
               MOVE WS-RECORD-TALLY TO TOTAL-ARCHIVE-BEFORE
               OPEN OUTPUT ARCHIVE-REPORT-OUT
               PERFORM 700-WRITE-ARCHIVE-REPORT-HEADER
               PERFORM 700-START-PAY-HISTORY
           END-IF.

       200-ARCHIVE-PAY-HISTORY-RECORD.
           ADD 1 TO TOTAL-LIVE-RECORDS-READ.
           PERFORM 700-CHECK-ARCHIVE-ELIGIBILITY.
           IF RECORD-ELIGIBLE
               PERFORM 700-MOVE-RECORD-TO-ARCHIVE
           END-IF.
           PERFORM 700-READ-NEXT-PAY-HISTORY.

       200-PROVE-ARCHIVE-MOVE.
           PERFORM 700-COUNT-LIVE-RECORDS.
           MOVE WS-RECORD-TALLY TO TOTAL-LIVE-RECORDS-AFTER.
           PERFORM 700-COUNT-ARCHIVE-RECORDS.
           MOVE WS-RECORD-TALLY TO TOTAL-ARCHIVE-AFTER.
           IF TOTAL-LIVE-RECORDS-READ - TOTAL-RECORDS-MOVED NOT =
              TOTAL-LIVE-RECORDS-AFTER
               MOVE 'N' TO WS-ARCHIVE-BALANCED-SW
           END-IF.
           IF TOTAL-ARCHIVE-BEFORE + TOTAL-ARCHIVE-WRITES NOT =
              TOTAL-ARCHIVE-AFTER
               MOVE 'N' TO WS-ARCHIVE-BALANCED-SW
           END-IF.
           PERFORM 700-PROVE-ARCHIVE-YEAR
               VARYING AY-IDX FROM 1 BY 1
               UNTIL AY-IDX > WS-YEAR-TABLE-COUNT.

       200-WRITE-ARCHIVE-CONTROL-TOTALS.
           MOVE SPACE TO ARCHIVE-REPORT-LINE-OUT.
           WRITE ARCHIVE-REPORT-LINE-OUT.
           MOVE "CONTROL TOTALS BY YEAR" TO ARCHIVE-REPORT-LINE-OUT.
           WRITE ARCHIVE-REPORT-LINE-OUT.
           PERFORM 700-WRITE-ARCHIVE-YEAR-LINES
               VARYING AY-IDX FROM 1 BY 1
               UNTIL AY-IDX > WS-YEAR-TABLE-COUNT.
           PERFORM 700-WRITE-ARCHIVE-RUN-TOTALS.

       200-TERMINATE-PAY-ARCHIVE.
           IF PARM-VALID
               CLOSE ARCHIVE-REPORT-OUT
           END-IF.
           IF PAY-HISTORY-OPEN
               CLOSE PAY-HISTORY
           END-IF.
           IF ARCHIVE-FILE-OPEN
               CLOSE PAY-HISTORY-ARCHIVE
           END-IF.
           IF PARM-VALID AND NOT ARCHIVE-IN-BALANCE
               DISPLAY "PAYARCHIVE - ARCHIVE OUT OF BALANCE - SEE "
                   WS-ARCHIVE-REPORT-FILENAME
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF PARM-VALID AND ARCHIVE-IN-BALANCE AND
              TOTAL-ARCHIVE-EXCEPTIONS NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       700-READ-ARCHIVE-PARM.
           MOVE 'Y' TO WS-PARM-VALID-SW.
           OPEN INPUT ARCHIVE-PARM-IN.
           IF WS-ARCHIVE-PARM-STATUS = "00"
               READ ARCHIVE-PARM-IN
                   AT END
                       MOVE 'N' TO WS-PARM-VALID-SW
               END-READ
               CLOSE ARCHIVE-PARM-IN
           ELSE
               MOVE 'N' TO WS-PARM-VALID-SW
           END-IF.
           IF PARM-VALID AND AP-RETENTION-MONTHS NOT NUMERIC
               MOVE 'N' TO WS-PARM-VALID-SW
           END-IF.
           IF PARM-VALID AND AP-RETENTION-MONTHS = "000"
               MOVE 'N' TO WS-PARM-VALID-SW
           END-IF.
           IF PARM-INVALID
               DISPLAY "PAYARCHIVE - RETENTION MONTHS PARM MISSING OR "
                   "INVALID - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE AP-RETENTION-MONTHS TO WS-RETENTION-MONTHS
           END-IF.

       700-COMPUTE-RETENTION-CUTOFF.
           COMPUTE WS-RUN-QUARTER = (WS-RUN-MONTH + 2) / 3.
           COMPUTE WS-CUTOFF-MONTH-COUNT =
               WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1
               - WS-RETENTION-MONTHS.
           DIVIDE 12 INTO WS-CUTOFF-MONTH-COUNT
               GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH-INDEX.
           COMPUTE WS-CUTOFF-MONTH = WS-CUTOFF-MONTH-INDEX + 1.
           MOVE 1 TO WS-CUTOFF-DAY.

       700-BUILD-DATE-STAMPED-FILENAME.
           MOVE SPACE TO WS-ARCHIVE-REPORT-FILENAME.
           STRING "ARCHIVECONTROL."            DELIMITED BY SIZE
                  WS-RUN-DATE                  DELIMITED BY SIZE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-ARCHIVE-REPORT-FILENAME
           END-STRING.

       700-LOAD-YEAR-STATUS.
           OPEN INPUT RUN-CONTROL.
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "PAYARCHIVE - CANNOT OPEN PAY CALENDAR,"
                   " STATUS " WS-RUN-CONTROL-STATUS
                   " - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               MOVE 'N' TO WS-PARM-VALID-SW
           ELSE
               MOVE 'N' TO WS-RUN-CONTROL-EOF-FLAG
               MOVE "00000000" TO RC-PERIOD-END
               MOVE ZERO TO RC-RUN-SEQUENCE
               START RUN-CONTROL KEY NOT LESS THAN RC-RUN-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-RUN-CONTROL-EOF-FLAG
               END-START
               PERFORM 700-SCAN-RUN-CONTROL-YEAR
                   UNTIL WS-RUN-CONTROL-EOF-FLAG = 'Y'
               CLOSE RUN-CONTROL
           END-IF.

       700-SCAN-RUN-CONTROL-YEAR.
           READ RUN-CONTROL NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RUN-CONTROL-EOF-FLAG
           END-READ.
           IF WS-RUN-CONTROL-EOF-FLAG NOT = 'Y' AND
              WS-RUN-CONTROL-STATUS NOT = "00" AND
              WS-RUN-CONTROL-STATUS NOT = "02"
               MOVE 'Y' TO WS-RUN-CONTROL-EOF-FLAG
           END-IF.
           IF WS-RUN-CONTROL-EOF-FLAG NOT = 'Y' AND
              RC-PERIOD-END IS NUMERIC
               MOVE RC-PERIOD-END (1:4) TO WS-LOOKUP-YEAR
               MOVE RC-PERIOD-END (5:2) TO WS-LOOKUP-MONTH
               PERFORM 700-FIND-YEAR-ROW
               IF YEAR-ROW-FOUND
                   PERFORM 700-RECORD-YEAR-STATUS
               END-IF
           END-IF.

       700-RECORD-YEAR-STATUS.
           IF RC-PERIOD-END (5:4) = "1231" AND RC-SCHEDULED-RUN
               IF RC-YEAR-CLOSED-DATE NOT = SPACE OR
                  RC-LAST-RUN-PROGRAM = "YEAREND"
                   MOVE 'Y' TO WS-AY-CLOSED-SW (AY-IDX)
               END-IF
           END-IF.
           IF NOT RC-PERIOD-COMPLETE AND
              WS-LOOKUP-MONTH > ZERO AND WS-LOOKUP-MONTH < 13
               COMPUTE WS-LOOKUP-QUARTER = (WS-LOOKUP-MONTH + 2) / 3
               MOVE 'Y'
                   TO WS-AY-QUARTER-OPEN-SW (AY-IDX, WS-LOOKUP-QUARTER)
           END-IF.

       700-FIND-YEAR-ROW.
           MOVE 'N' TO WS-YEAR-ROW-FOUND-SW.
           PERFORM 700-MATCH-YEAR-ROW
               VARYING AY-IDX FROM 1 BY 1
               UNTIL AY-IDX > WS-YEAR-TABLE-COUNT OR
                     YEAR-ROW-FOUND.
           IF YEAR-ROW-FOUND
               SET AY-IDX TO WS-YEAR-SLOT
           ELSE
               IF WS-YEAR-TABLE-COUNT < WS-YEAR-TABLE-MAX
                   ADD 1 TO WS-YEAR-TABLE-COUNT
                   SET AY-IDX TO WS-YEAR-TABLE-COUNT
                   INITIALIZE WS-ARCHIVE-YEAR-ENTRY (AY-IDX)
                   MOVE WS-LOOKUP-YEAR TO WS-AY-YEAR (AY-IDX)
                   MOVE 'N' TO WS-AY-CLOSED-SW (AY-IDX)
                   MOVE 'Y' TO WS-YEAR-ROW-FOUND-SW
               ELSE
                   DISPLAY "PAYARCHIVE - YEAR TABLE FULL, YEAR "
                       WS-LOOKUP-YEAR " NOT ARCHIVED"
               END-IF
           END-IF.

       700-MATCH-YEAR-ROW.
           IF WS-AY-YEAR (AY-IDX) = WS-LOOKUP-YEAR
               MOVE 'Y' TO WS-YEAR-ROW-FOUND-SW
               SET WS-YEAR-SLOT TO AY-IDX
           END-IF.

       700-OPEN-PAY-HISTORY-FILE.
           OPEN I-O PAY-HISTORY.
           IF WS-PAY-HISTORY-STATUS = "00"
               MOVE 'Y' TO WS-PAY-HISTORY-OPEN-SW
           ELSE
               DISPLAY "PAYARCHIVE - CANNOT OPEN PAY HISTORY FILE,"
                   " STATUS " WS-PAY-HISTORY-STATUS
                   " - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               MOVE 'N' TO WS-PARM-VALID-SW
           END-IF.

       700-OPEN-HISTORY-ARCHIVE-FILE.
           OPEN I-O PAY-HISTORY-ARCHIVE.
           IF WS-HISTORY-ARCHIVE-STATUS = "35"
               OPEN OUTPUT PAY-HISTORY-ARCHIVE
               CLOSE PAY-HISTORY-ARCHIVE
               OPEN I-O PAY-HISTORY-ARCHIVE
           END-IF.
           IF WS-HISTORY-ARCHIVE-STATUS = "00"
               MOVE 'Y' TO WS-ARCHIVE-OPEN-SW
           ELSE
               DISPLAY "PAYARCHIVE - CANNOT OPEN PAY HISTORY ARCHIVE,"
                   " STATUS " WS-HISTORY-ARCHIVE-STATUS
                   " - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               MOVE 'N' TO WS-PARM-VALID-SW
           END-IF.

       700-WRITE-ARCHIVE-REPORT-HEADER.
           MOVE SPACE TO ARCHIVE-REPORT-LINE-OUT.
           STRING "PAY HISTORY ARCHIVE CONTROL REPORT - RUN DATE "
                                              DELIMITED BY SIZE
                  WS-RUN-DATE                 DELIMITED BY SIZE
               INTO ARCHIVE-REPORT-LINE-OUT
           END-STRING.
           WRITE ARCHIVE-REPORT-LINE-OUT.
           MOVE WS-RETENTION-MONTHS TO WS-ARC-MONTHS-EDIT.
           MOVE SPACE TO ARCHIVE-REPORT-LINE-OUT.
           STRING "RETENTION "                DELIMITED BY SIZE
                  WS-ARC-MONTHS-EDIT          DELIMITED BY SIZE
                  " MONTHS - PERIODS ENDING BEFORE "
                                              DELIMITED BY SIZE
                  WS-CUTOFF-DATE              DELIMITED BY SIZE
                  " IN CLOSED YEARS AND QUARTERS ARE ARCHIVED"
                                              DELIMITED BY SIZE
               INTO ARCHIVE-REPORT-LINE-OUT
           END-STRING.
           WRITE ARCHIVE-REPORT-LINE-OUT.
           MOVE SPACE TO ARCHIVE-REPORT-LINE-OUT.
           WRITE ARCHIVE-REPORT-LINE-OUT.

       700-START-PAY-HISTORY.
           MOVE ZERO TO PH-EMPLOYEE-NUMBER.
           MOVE "00000000" TO PH-PAY-PERIOD-END.
           MOVE ZERO TO PH-RUN-SEQUENCE.
           START PAY-HISTORY KEY NOT LESS THAN PH-HISTORY-KEY
               INVALID KEY
                   MOVE 'Y' TO EOF-FLAG
           END-START.
           IF EOF-FLAG NOT = 'Y'
               PERFORM 700-READ-NEXT-PAY-HISTORY
           END-IF.

       700-READ-NEXT-PAY-HISTORY.
           READ PAY-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-FLAG
           END-READ.
           IF WS-PAY-HISTORY-STATUS NOT = "00" AND
              WS-PAY-HISTORY-STATUS NOT = "02"
               MOVE 'Y' TO EOF-FLAG
           END-IF.

       700-CHECK-ARCHIVE-ELIGIBILITY.
           MOVE 'N' TO WS-RECORD-ELIGIBLE-SW.
           MOVE 'N' TO WS-YEAR-ROW-FOUND-SW.
           IF PH-PAY-PERIOD-END IS NUMERIC AND
              PH-PAY-PERIOD-END < WS-CUTOFF-DATE
               MOVE PH-PAY-PERIOD-END (1:4) TO WS-LOOKUP-YEAR
               MOVE PH-PAY-PERIOD-END (5:2) TO WS-LOOKUP-MONTH
               COMPUTE WS-LOOKUP-QUARTER = (WS-LOOKUP-MONTH + 2) / 3
               PERFORM 700-FIND-YEAR-ROW
               IF YEAR-ROW-FOUND
                   PERFORM 700-CHECK-YEAR-AND-QUARTER
               ELSE
                   ADD 1 TO TOTAL-RETAINED-YEAR-OPEN
               END-IF
           ELSE
               ADD 1 TO TOTAL-RETAINED-WINDOW
           END-IF.

       700-CHECK-YEAR-AND-QUARTER.
           IF NOT AY-YEAR-CLOSED (AY-IDX)
               ADD 1 TO TOTAL-RETAINED-YEAR-OPEN
               ADD 1 TO WS-AY-RETAINED-COUNT (AY-IDX)
           ELSE
               IF WS-LOOKUP-QUARTER < 1 OR WS-LOOKUP-QUARTER > 4
                   ADD 1 TO TOTAL-RETAINED-QTR-OPEN
                   ADD 1 TO WS-AY-RETAINED-COUNT (AY-IDX)
               ELSE
                   IF AY-QUARTER-OPEN (AY-IDX, WS-LOOKUP-QUARTER) OR
                      WS-LOOKUP-YEAR > WS-RUN-YEAR OR
                      (WS-LOOKUP-YEAR = WS-RUN-YEAR AND
                       WS-LOOKUP-QUARTER NOT < WS-RUN-QUARTER)
                       ADD 1 TO TOTAL-RETAINED-QTR-OPEN
                       ADD 1 TO WS-AY-RETAINED-COUNT (AY-IDX)
                   ELSE
                       MOVE 'Y' TO WS-RECORD-ELIGIBLE-SW
                   END-IF
               END-IF
           END-IF.

       700-MOVE-RECORD-TO-ARCHIVE.
           ADD 1 TO WS-AY-SELECTED-COUNT (AY-IDX).
           ADD PH-GROSS-PAY TO WS-AY-SELECTED-GROSS (AY-IDX).
           ADD PH-NET-PAY TO WS-AY-SELECTED-NET (AY-IDX).
           MOVE 'N' TO WS-ARCHIVE-WRITTEN-SW.
           WRITE PAY-HISTORY-ARCHIVE-RECORD FROM PAY-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ARCHIVE-WRITTEN-SW
                   ADD 1 TO TOTAL-ARCHIVE-WRITES
           END-WRITE.
           PERFORM 700-VERIFY-ARCHIVE-COPY.
           IF ARCHIVE-COPY-VERIFIED
               ADD 1 TO WS-AY-ARCHIVED-COUNT (AY-IDX)
               ADD PH-GROSS-PAY TO WS-AY-ARCHIVED-GROSS (AY-IDX)
               ADD PH-NET-PAY TO WS-AY-ARCHIVED-NET (AY-IDX)
               PERFORM 700-DELETE-LIVE-HISTORY-RECORD
           ELSE
               IF ARCHIVE-RECORD-WRITTEN
                   MOVE "ARCHIVE COPY DOES NOT READ BACK"
                       TO WS-ARC-EXCEPTION-REASON
               ELSE
                   MOVE "DIFFERENT RECORD ALREADY ON ARCHIVE"
                       TO WS-ARC-EXCEPTION-REASON
               END-IF
               PERFORM 700-WRITE-ARCHIVE-EXCEPTION
           END-IF.

       700-VERIFY-ARCHIVE-COPY.
           MOVE 'N' TO WS-ARCHIVE-VERIFIED-SW.
           MOVE SPACE TO WS-ARCHIVE-VERIFY-RECORD.
           MOVE PH-HISTORY-KEY TO PA-HISTORY-KEY.
           READ PAY-HISTORY-ARCHIVE INTO WS-ARCHIVE-VERIFY-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-ARCHIVE-VERIFY-RECORD = PAY-HISTORY-RECORD
                       MOVE 'Y' TO WS-ARCHIVE-VERIFIED-SW
                   END-IF
           END-READ.

       700-DELETE-LIVE-HISTORY-RECORD.
           DELETE PAY-HISTORY RECORD
               INVALID KEY
                   MOVE "LIVE RECORD NOT DELETED"
                       TO WS-ARC-EXCEPTION-REASON
                   PERFORM 700-WRITE-ARCHIVE-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-AY-DELETED-COUNT (AY-IDX)
                   ADD PH-GROSS-PAY TO WS-AY-DELETED-GROSS (AY-IDX)
                   ADD PH-NET-PAY TO WS-AY-DELETED-NET (AY-IDX)
                   ADD 1 TO TOTAL-RECORDS-MOVED
           END-DELETE.

       700-WRITE-ARCHIVE-EXCEPTION.
           ADD 1 TO TOTAL-ARCHIVE-EXCEPTIONS.
           MOVE SPACE TO ARCHIVE-REPORT-LINE-OUT.
           STRING "EXCEPTION EMPLOYEE "       DELIMITED BY SIZE
                  PH-EMPLOYEE-NUMBER          DELIMITED BY SIZE
                  " PERIOD "                  DELIMITED BY SIZE
                  PH-PAY-PERIOD-END           DELIMITED BY SIZE
                  " RUN "                     DELIMITED BY SIZE
                  PH-RUN-SEQUENCE             DELIMITED BY SIZE
                  " - "                       DELIMITED BY SIZE
                  WS-ARC-EXCEPTION-REASON     DELIMITED BY SIZE
                  " - LEFT ON PAY HISTORY"    DELIMITED BY SIZE
               INTO ARCHIVE-REPORT-LINE-OUT
           END-STRING.
           WRITE ARCHIVE-REPORT-LINE-OUT.

       700-COUNT-LIVE-RECORDS.
           MOVE ZERO TO WS-RECORD-TALLY.
           MOVE 'N' TO WS-COUNT-EOF-FLAG.
           MOVE ZERO TO PH-EMPLOYEE-NUMBER.
           MOVE "00000000" TO PH-PAY-PERIOD-END.
           MOVE ZERO TO PH-RUN-SEQUENCE.
           START PAY-HISTORY KEY NOT LESS THAN PH-HISTORY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-COUNT-EOF-FLAG
           END-START.
           PERFORM 700-TALLY-LIVE-RECORD
               UNTIL WS-COUNT-EOF-FLAG = 'Y'.

       700-TALLY-LIVE-RECORD.
           READ PAY-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-COUNT-EOF-FLAG
           END-READ.
           IF WS-COUNT-EOF-FLAG NOT = 'Y'
               IF WS-PAY-HISTORY-STATUS = "00" OR
                  WS-PAY-HISTORY-STATUS = "02"
                   ADD 1 TO WS-RECORD-TALLY
               ELSE
                   MOVE 'Y' TO WS-COUNT-EOF-FLAG
               END-IF
           END-IF.

       700-COUNT-ARCHIVE-RECORDS.
           MOVE ZERO TO WS-RECORD-TALLY.
           MOVE 'N' TO WS-COUNT-EOF-FLAG.
           MOVE ZERO TO PA-EMPLOYEE-NUMBER.
           MOVE "00000000" TO PA-PAY-PERIOD-END.
           MOVE ZERO TO PA-RUN-SEQUENCE.
           START PAY-HISTORY-ARCHIVE KEY NOT LESS THAN PA-HISTORY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-COUNT-EOF-FLAG
           END-START.
           PERFORM 700-TALLY-ARCHIVE-RECORD
               UNTIL WS-COUNT-EOF-FLAG = 'Y'.

       700-TALLY-ARCHIVE-RECORD.
           READ PAY-HISTORY-ARCHIVE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-COUNT-EOF-FLAG
           END-READ.
           IF WS-COUNT-EOF-FLAG NOT = 'Y'
               IF WS-HISTORY-ARCHIVE-STATUS = "00" OR
                  WS-HISTORY-ARCHIVE-STATUS = "02"
                   ADD 1 TO WS-RECORD-TALLY
               ELSE
                   MOVE 'Y' TO WS-COUNT-EOF-FLAG
               END-IF
           END-IF.

       700-PROVE-ARCHIVE-YEAR.
           IF WS-AY-ARCHIVED-COUNT (AY-IDX) NOT =
              WS-AY-DELETED-COUNT (AY-IDX) OR
              WS-AY-ARCHIVED-GROSS (AY-IDX) NOT =
              WS-AY-DELETED-GROSS (AY-IDX) OR
              WS-AY-ARCHIVED-NET (AY-IDX) NOT =
              WS-AY-DELETED-NET (AY-IDX)
               MOVE 'N' TO WS-ARCHIVE-BALANCED-SW
           END-IF.

       700-WRITE-ARCHIVE-YEAR-LINES.
           IF WS-AY-SELECTED-COUNT (AY-IDX) NOT = ZERO OR
              WS-AY-RETAINED-COUNT (AY-IDX) NOT = ZERO
               MOVE SPACE TO WS-ARC-YEAR-NOTE
               IF AY-YEAR-CLOSED (AY-IDX)
                   MOVE "YEAR CLOSED" TO WS-ARC-YEAR-NOTE
               ELSE
                   MOVE "YEAR NOT CLOSED" TO WS-ARC-YEAR-NOTE
               END-IF
               MOVE SPACE TO ARCHIVE-REPORT-LINE-OUT
               STRING "YEAR "                 DELIMITED BY SIZE
                      WS-AY-YEAR (AY-IDX)     DELIMITED BY SIZE
                      "  "                    DELIMITED BY SIZE
                      WS-ARC-YEAR-NOTE        DELIMITED BY SIZE
                   INTO ARCHIVE-REPORT-LINE-OUT
               END-STRING
               WRITE ARCHIVE-REPORT-LINE-OUT
               MOVE "  SELECTED FROM PAY HISTORY" TO WS-ARC-LINE-LABEL
               MOVE WS-AY-SELECTED-COUNT (AY-IDX) TO WS-ARC-COUNT-EDIT
               MOVE WS-AY-SELECTED-GROSS (AY-IDX) TO WS-ARC-GROSS-EDIT
               MOVE WS-AY-SELECTED-NET (AY-IDX) TO WS-ARC-NET-EDIT
               PERFORM 700-WRITE-ARCHIVE-AMOUNT-LINE
               MOVE "  READ BACK FROM ARCHIVE" TO WS-ARC-LINE-LABEL
               MOVE WS-AY-ARCHIVED-COUNT (AY-IDX) TO WS-ARC-COUNT-EDIT
               MOVE WS-AY-ARCHIVED-GROSS (AY-IDX) TO WS-ARC-GROSS-EDIT
               MOVE WS-AY-ARCHIVED-NET (AY-IDX) TO WS-ARC-NET-EDIT
               PERFORM 700-WRITE-ARCHIVE-AMOUNT-LINE
               MOVE "  DELETED FROM PAY HISTORY" TO WS-ARC-LINE-LABEL
               MOVE WS-AY-DELETED-COUNT (AY-IDX) TO WS-ARC-COUNT-EDIT
               MOVE WS-AY-DELETED-GROSS (AY-IDX) TO WS-ARC-GROSS-EDIT
               MOVE WS-AY-DELETED-NET (AY-IDX) TO WS-ARC-NET-EDIT
               PERFORM 700-WRITE-ARCHIVE-AMOUNT-LINE
               MOVE "  RETAINED ON PAY HISTORY" TO WS-ARC-LINE-LABEL
               MOVE WS-AY-RETAINED-COUNT (AY-IDX) TO WS-ARC-COUNT-EDIT
               PERFORM 700-WRITE-ARCHIVE-COUNT-LINE
           END-IF.

       700-WRITE-ARCHIVE-AMOUNT-LINE.
           MOVE SPACE TO ARCHIVE-REPORT-LINE-OUT.
           STRING WS-ARC-LINE-LABEL           DELIMITED BY SIZE
                  " RECORDS "                 DELIMITED BY SIZE
                  WS-ARC-COUNT-EDIT           DELIMITED BY SIZE
                  "  GROSS "                  DELIMITED BY SIZE
                  WS-ARC-GROSS-EDIT           DELIMITED BY SIZE
                  "  NET "                    DELIMITED BY SIZE
                  WS-ARC-NET-EDIT             DELIMITED BY SIZE
               INTO ARCHIVE-REPORT-LINE-OUT
           END-STRING.
           WRITE ARCHIVE-REPORT-LINE-OUT.

       700-WRITE-ARCHIVE-COUNT-LINE.
           MOVE SPACE TO ARCHIVE-REPORT-LINE-OUT.
           STRING WS-ARC-LINE-LABEL           DELIMITED BY SIZE
                  " RECORDS "                 DELIMITED BY SIZE
                  WS-ARC-COUNT-EDIT           DELIMITED BY SIZE
               INTO ARCHIVE-REPORT-LINE-OUT
           END-STRING.
           WRITE ARCHIVE-REPORT-LINE-OUT.

       700-WRITE-ARCHIVE-RUN-TOTALS.
           MOVE SPACE TO ARCHIVE-REPORT-LINE-OUT.
           WRITE ARCHIVE-REPORT-LINE-OUT.
           MOVE "RUN TOTALS" TO ARCHIVE-REPORT-LINE-OUT.
           WRITE ARCHIVE-REPORT-LINE-OUT.
           MOVE "  PAY HISTORY RECORDS BEFORE" TO WS-ARC-LINE-LABEL.
           MOVE TOTAL-LIVE-RECORDS-READ TO WS-ARC-COUNT-EDIT.
           PERFORM 700-WRITE-ARCHIVE-COUNT-LINE.
           MOVE "  RETAINED - INSIDE WINDOW" TO WS-ARC-LINE-LABEL.
           MOVE TOTAL-RETAINED-WINDOW TO WS-ARC-COUNT-EDIT.
           PERFORM 700-WRITE-ARCHIVE-COUNT-LINE.
           MOVE "  RETAINED - YEAR NOT CLOSED" TO WS-ARC-LINE-LABEL.
           MOVE TOTAL-RETAINED-YEAR-OPEN TO WS-ARC-COUNT-EDIT.
           PERFORM 700-WRITE-ARCHIVE-COUNT-LINE.
           MOVE "  RETAINED - QUARTER OPEN" TO WS-ARC-LINE-LABEL.
           MOVE TOTAL-RETAINED-QTR-OPEN TO WS-ARC-COUNT-EDIT.
           PERFORM 700-WRITE-ARCHIVE-COUNT-LINE.
           MOVE "  MOVED TO ARCHIVE" TO WS-ARC-LINE-LABEL.
           MOVE TOTAL-RECORDS-MOVED TO WS-ARC-COUNT-EDIT.
           PERFORM 700-WRITE-ARCHIVE-COUNT-LINE.
           MOVE "  PAY HISTORY RECORDS AFTER" TO WS-ARC-LINE-LABEL.
           MOVE TOTAL-LIVE-RECORDS-AFTER TO WS-ARC-COUNT-EDIT.
           PERFORM 700-WRITE-ARCHIVE-COUNT-LINE.
           MOVE "  ARCHIVE RECORDS BEFORE" TO WS-ARC-LINE-LABEL.
           MOVE TOTAL-ARCHIVE-BEFORE TO WS-ARC-COUNT-EDIT.
           PERFORM 700-WRITE-ARCHIVE-COUNT-LINE.
           MOVE "  ARCHIVE RECORDS WRITTEN" TO WS-ARC-LINE-LABEL.
           MOVE TOTAL-ARCHIVE-WRITES TO WS-ARC-COUNT-EDIT.
           PERFORM 700-WRITE-ARCHIVE-COUNT-LINE.
           MOVE "  ARCHIVE RECORDS AFTER" TO WS-ARC-LINE-LABEL.
           MOVE TOTAL-ARCHIVE-AFTER TO WS-ARC-COUNT-EDIT.
           PERFORM 700-WRITE-ARCHIVE-COUNT-LINE.
           MOVE "  EXCEPTIONS" TO WS-ARC-LINE-LABEL.
           MOVE TOTAL-ARCHIVE-EXCEPTIONS TO WS-ARC-COUNT-EDIT.
           PERFORM 700-WRITE-ARCHIVE-COUNT-LINE.
           MOVE SPACE TO ARCHIVE-REPORT-LINE-OUT.
           IF ARCHIVE-IN-BALANCE
               MOVE "ARCHIVE IN BALANCE" TO ARCHIVE-REPORT-LINE-OUT
           ELSE
               MOVE "*** ARCHIVE OUT OF BALANCE ***"
                   TO ARCHIVE-REPORT-LINE-OUT
           END-IF.
           WRITE ARCHIVE-REPORT-LINE-OUT.
