           05  BR-CORRECTED-ACCOUNT     PIC X(17).
           05  BR-CORRECTED-ACCT-TYPE   PIC X(1).
           05  BR-BANK-DATE             PIC X(8).
           05  BR-TRANSACTION-CODE      PIC X(2).
               88  BR-PRENOTE-ENTRY         VALUE '23' '33'.
           05  BR-RETURNED-ROUTING      PIC X(9).
           05  BR-RETURNED-ACCOUNT      PIC X(17).
           05  BR-RUN-SEQUENCE          PIC X(2).

       FD PAY-HISTORY.
       COPY PAYHIST.
               88  RETURN-ENTRY-VALID         VALUE 'Y'.
           05  WS-RUN-ABANDONED-SW        PIC X(1)  VALUE 'N'.
               88  RUN-ABANDONED              VALUE 'Y'.
           05  WS-PRENOTE-MATCH-SW        PIC X(1)  VALUE 'N'.
               88  PRENOTE-ACCOUNT-MATCHED    VALUE 'Y'.
               88  PRENOTE-ACCOUNT-FAILED     VALUE 'F'.
           05  WS-MATCHED-SLOT            PIC 9(1)  VALUE ZERO.
           05  WS-RETURNED-ROUTING        PIC 9(9)  VALUE ZERO.
           05  TOTAL-BANK-ENTRIES         PIC 9(4)  VALUE ZERO.
           05  TOTAL-RETURNS-FLAGGED      PIC 9(4)  VALUE ZERO.
           05  TOTAL-NOC-TRANS-WRITTEN    PIC 9(4)  VALUE ZERO.
           05  TOTAL-CHECK-TRANS-WRITTEN  PIC 9(4)  VALUE ZERO.
           05  TOTAL-PRENOTES-FAILED      PIC 9(4)  VALUE ZERO.
           05  TOTAL-RETURN-EXCEPTIONS    PIC 9(4)  VALUE ZERO.

       01  WS-RETURN-REJECT-REASON  PIC X(40)  VALUE SPACE.
           PERFORM 700-VALIDATE-BANK-RETURN-ENTRY.
           IF RETURN-ENTRY-VALID
               IF BR-ENTRY-RETURN
                   IF BR-PRENOTE-ENTRY
                       PERFORM 700-APPLY-RETURNED-PRENOTE
                   ELSE
                       PERFORM 700-APPLY-RETURNED-DEPOSIT
                   END-IF
               ELSE
                   PERFORM 700-APPLY-NOTIFICATION-OF-CHANGE
               END-IF
                   TO WS-RETURN-REJECT-REASON
           END-IF.
           IF RETURN-ENTRY-VALID AND BR-ENTRY-RETURN AND
              NOT BR-PRENOTE-ENTRY AND
              BR-PAY-PERIOD-END NOT NUMERIC
               MOVE 'N' TO WS-RETURN-VALID-SW
               MOVE "PAY PERIOD NOT NUMERIC"
                   TO WS-RETURN-REJECT-REASON
           END-IF.
           IF RETURN-ENTRY-VALID AND BR-ENTRY-RETURN AND
              BR-PRENOTE-ENTRY AND
              (BR-RETURNED-ROUTING NOT NUMERIC OR
               BR-RETURNED-ACCOUNT = SPACE)
               MOVE 'N' TO WS-RETURN-VALID-SW
               MOVE "PRENOTE RETURN HAS NO ACCOUNT"
                   TO WS-RETURN-REJECT-REASON
           END-IF.
           IF RETURN-ENTRY-VALID AND BR-ENTRY-NOC
               PERFORM 700-VALIDATE-NOC-FIELDS
           END-IF.
       700-APPLY-RETURNED-DEPOSIT.
           MOVE BR-EMPLOYEE-NUMBER TO PH-EMPLOYEE-NUMBER.
           MOVE BR-PAY-PERIOD-END TO PH-PAY-PERIOD-END.
           MOVE ZERO TO PH-RUN-SEQUENCE.
           IF BR-RUN-SEQUENCE NUMERIC
               MOVE BR-RUN-SEQUENCE TO PH-RUN-SEQUENCE
           END-IF.
           READ PAY-HISTORY
               INVALID KEY
                   MOVE 'N' TO WS-RETURN-VALID-SW
                       MOVE 'N' TO WS-RETURN-VALID-SW
                       MOVE "PAYMENT ALREADY FLAGGED RETURNED"
                           TO WS-RETURN-REJECT-REASON
                   END-IF
                   IF RETURN-ENTRY-VALID AND
                      PH-CHECK-NUMBER NOT = ZERO AND
                      PH-DEPOSIT-SPLIT-COUNT = ZERO
                       MOVE 'N' TO WS-RETURN-VALID-SW
                       MOVE "PAYMENT WAS BY CHECK, NOT DEPOSIT"
                           TO WS-RETURN-REJECT-REASON
                   END-IF
                   IF RETURN-ENTRY-VALID
                       PERFORM 700-FLAG-PAYMENT-RETURNED
                   END-IF
           END-READ.
           END-REWRITE.
           ADD 1 TO TOTAL-RETURNS-FLAGGED.
           PERFORM 700-WRITE-REISSUE-WORKLIST-ENTRY.
           PERFORM 700-WRITE-PAY-BY-CHECK-TRANS.

       700-APPLY-RETURNED-PRENOTE.
           MOVE BR-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-RETURN-VALID-SW
                   MOVE "EMPLOYEE NOT ON MASTER"
                       TO WS-RETURN-REJECT-REASON
               NOT INVALID KEY
                   PERFORM 700-MATCH-PRENOTE-ACCOUNT
                   IF PRENOTE-ACCOUNT-MATCHED
                       PERFORM 700-WRITE-PRENOTE-FAILED-TRANS
                   ELSE
                       MOVE 'N' TO WS-RETURN-VALID-SW
                       IF PRENOTE-ACCOUNT-FAILED
                           MOVE "PRENOTE ACCOUNT ALREADY FAILED"
                               TO WS-RETURN-REJECT-REASON
                       ELSE
                           MOVE "PRENOTE ACCOUNT NOT ON MASTER"
                               TO WS-RETURN-REJECT-REASON
                       END-IF
                   END-IF
           END-READ.

       700-MATCH-PRENOTE-ACCOUNT.
           MOVE 'N' TO WS-PRENOTE-MATCH-SW.
           MOVE ZERO TO WS-MATCHED-SLOT.
           MOVE BR-RETURNED-ROUTING TO WS-RETURNED-ROUTING.
           IF EM-BANK-ROUTING-NUMBER = WS-RETURNED-ROUTING AND
              EM-BANK-ACCOUNT-NUMBER = BR-RETURNED-ACCOUNT
               IF EM-PRENOTE-FAILED
                   MOVE 'F' TO WS-PRENOTE-MATCH-SW
               ELSE
                   MOVE 'Y' TO WS-PRENOTE-MATCH-SW
               END-IF
           END-IF.
           PERFORM 700-MATCH-PRENOTE-ALLOC-SLOT
               VARYING DA-IDX FROM 1 BY 1
               UNTIL DA-IDX > 3 OR PRENOTE-ACCOUNT-MATCHED.

       700-MATCH-PRENOTE-ALLOC-SLOT.
           SET DP-IDX TO DA-IDX.
           IF (EM-DA-TYPE-FLAT (DA-IDX) OR
               EM-DA-TYPE-PERCENT (DA-IDX)) AND
              EM-DA-BANK-ROUTING (DA-IDX) = WS-RETURNED-ROUTING AND
              EM-DA-BANK-ACCOUNT (DA-IDX) = BR-RETURNED-ACCOUNT
               IF EM-DA-PRENOTE-FAILED (DP-IDX)
                   MOVE 'F' TO WS-PRENOTE-MATCH-SW
               ELSE
                   MOVE 'Y' TO WS-PRENOTE-MATCH-SW
                   SET WS-MATCHED-SLOT TO DA-IDX
               END-IF
           END-IF.

       700-WRITE-PRENOTE-FAILED-TRANS.
           MOVE SPACE TO MAINT-TRANSACTION-RECORD.
           MOVE 'C' TO TR-ACTION-CODE.
           MOVE BR-EMPLOYEE-NUMBER TO TR-EMPLOYEE-NUMBER.
           MOVE WS-MATCHED-SLOT TO TR-PRENOTE-SLOT.
           MOVE 'F' TO TR-PRENOTE-STATUS.
           MOVE "ACHRETRN" TO TR-CHANGED-BY.
           MOVE BR-BANK-DATE TO TR-CHANGE-DATE.
           WRITE MAINT-TRANSACTION-RECORD.
           ADD 1 TO TOTAL-PRENOTES-FAILED.

       700-WRITE-REISSUE-WORKLIST-ENTRY.
           PERFORM 700-LOOKUP-EMPLOYEE-NAME.
           WRITE MAINT-TRANSACTION-RECORD.
           ADD 1 TO TOTAL-NOC-TRANS-WRITTEN.

       700-WRITE-PAY-BY-CHECK-TRANS.
           MOVE SPACE TO MAINT-TRANSACTION-RECORD.
           MOVE 'C' TO TR-ACTION-CODE.
           MOVE BR-EMPLOYEE-NUMBER TO TR-EMPLOYEE-NUMBER.
           MOVE 'C' TO TR-PAY-METHOD.
           MOVE "ACHRETRN" TO TR-CHANGED-BY.
           MOVE BR-BANK-DATE TO TR-CHANGE-DATE.
           WRITE MAINT-TRANSACTION-RECORD.
           ADD 1 TO TOTAL-CHECK-TRANS-WRITTEN.

       700-WRITE-RETURN-EXCEPTION.
           ADD 1 TO TOTAL-RETURN-EXCEPTIONS.
           MOVE SPACE TO RETURN-EXCEPTION-LINE-OUT.
               INTO REISSUE-WORKLIST-LINE-OUT
           END-STRING.
           WRITE REISSUE-WORKLIST-LINE-OUT.
           MOVE TOTAL-CHECK-TRANS-WRITTEN TO WS-WORK-COUNT-EDIT.
           MOVE SPACE TO REISSUE-WORKLIST-LINE-OUT.
           STRING "PAY METHOD TRANS  "    DELIMITED BY SIZE
                  WS-WORK-COUNT-EDIT      DELIMITED BY SIZE
               INTO REISSUE-WORKLIST-LINE-OUT
           END-STRING.
           WRITE REISSUE-WORKLIST-LINE-OUT.
           MOVE TOTAL-PRENOTES-FAILED TO WS-WORK-COUNT-EDIT.
           MOVE SPACE TO REISSUE-WORKLIST-LINE-OUT.
           STRING "PRENOTES FAILED   "    DELIMITED BY SIZE
                  WS-WORK-COUNT-EDIT      DELIMITED BY SIZE
               INTO REISSUE-WORKLIST-LINE-OUT
           END-STRING.
           WRITE REISSUE-WORKLIST-LINE-OUT.
           MOVE TOTAL-RETURN-EXCEPTIONS TO WS-WORK-COUNT-EDIT.
           MOVE SPACE TO REISSUE-WORKLIST-LINE-OUT.
           STRING "ENTRY EXCEPTIONS  "    DELIMITED BY SIZE
