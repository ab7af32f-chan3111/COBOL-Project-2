               ASSIGN "PAYCALENDAR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-RUN-KEY
                   FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT CALENDAR-REGISTER-OUT
               ASSIGN TO WS-CAL-REGISTER-FILENAME

       700-ADD-SCHEDULED-PERIOD.
           MOVE CL-PERIOD-END TO RC-PERIOD-END.
           MOVE ZERO TO RC-RUN-SEQUENCE.
           MOVE 'S' TO RC-PERIOD-STATUS.
           MOVE SPACE TO RC-COMPLETED-DATE.
           MOVE SPACE TO RC-LAST-RUN-PROGRAM.
           MOVE SPACE TO RC-LAST-RUN-DATE.
           MOVE SPACE TO RC-RUN-DESCRIPTION.
           MOVE SPACE TO RC-BATCH-ID.
           MOVE SPACE TO RC-YEAR-CLOSED-DATE.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-TRANSACTION-VALID-SW
