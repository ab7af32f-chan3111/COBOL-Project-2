       700-START-PAY-HISTORY.
           MOVE ZERO TO PH-EMPLOYEE-NUMBER.
           MOVE "00000000" TO PH-PAY-PERIOD-END.
           MOVE ZERO TO PH-RUN-SEQUENCE.
           START PAY-HISTORY KEY NOT LESS THAN PH-HISTORY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-EOF-FLAG
