               ASSIGN "PAYCALENDAR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-RUN-KEY
                   FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT ANNUAL-STATEMENTS-OUT
               ASSIGN TO WS-STATEMENT-FILENAME
           05  YH-HISTORY-KEY.
               10  YH-EMPLOYEE-NUMBER  PIC 9(9).
               10  YH-YEAR             PIC 9(4).
           05  FILLER                  PIC X(308).

       FD RUN-CONTROL.
       COPY RUNCTL.
                      "1231"          DELIMITED BY SIZE
                   INTO RC-PERIOD-END
               END-STRING
               MOVE ZERO TO RC-RUN-SEQUENCE
               READ RUN-CONTROL
                   INVALID KEY
                       MOVE 'C' TO RC-PERIOD-STATUS
                       MOVE WS-RUN-DATE TO RC-COMPLETED-DATE
                       MOVE "YEAREND" TO RC-LAST-RUN-PROGRAM
                       MOVE WS-RUN-DATE TO RC-LAST-RUN-DATE
                       MOVE SPACE TO RC-RUN-DESCRIPTION
                       MOVE SPACE TO RC-BATCH-ID
                       MOVE WS-RUN-DATE TO RC-YEAR-CLOSED-DATE
                       WRITE RUN-CONTROL-RECORD
                           INVALID KEY
                               CONTINUE
                   NOT INVALID KEY
                       MOVE "YEAREND" TO RC-LAST-RUN-PROGRAM
                       MOVE WS-RUN-DATE TO RC-LAST-RUN-DATE
                       MOVE WS-RUN-DATE TO RC-YEAR-CLOSED-DATE
                       REWRITE RUN-CONTROL-RECORD
                           INVALID KEY
                               CONTINUE
