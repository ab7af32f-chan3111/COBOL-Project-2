       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHPRENOTE.
       AUTHOR.  CHANDLER NEWMAN-REED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER
               ASSIGN "EMPLOYEEMASTER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EM-EMPLOYEE-NUMBER
                   FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.
           SELECT PRENOTE-ACH-FILE
               ASSIGN TO WS-PRENOTE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRENOTE-REGISTER-OUT
               ASSIGN TO WS-PRENOTE-REGISTER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD EMPLOYEE-MASTER.
       COPY EMPMAST.

       FD PRENOTE-ACH-FILE.
       01  PRENOTE-ENTRY-OUT.
           05  ACH-RECORD-TYPE-CODE         PIC X(1).
           05  ACH-TRANSACTION-CODE         PIC X(2).
           05  ACH-RECEIVING-ROUTING-NUMBER PIC 9(9).
           05  ACH-RECEIVING-ACCOUNT-NUMBER PIC X(17).
           05  ACH-AMOUNT                   PIC 9(8)V99.
           05  ACH-INDIVIDUAL-ID-NUMBER     PIC 9(9).
           05  ACH-INDIVIDUAL-NAME          PIC X(16).

       FD PRENOTE-REGISTER-OUT.
       01  PRENOTE-REGISTER-LINE-OUT  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-HEADER.
           05  FILLER  PIC X(6) VALUE SPACE.
           05  HEADER  PIC X(28) VALUE 'ACH PRENOTE CONTROL REGISTER'.

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG                   PIC X(1)  VALUE "N".
           05  WS-EMPLOYEE-MASTER-STATUS  PIC X(2)  VALUE SPACE.
           05  WS-RUN-ABANDONED-SW        PIC X(1)  VALUE 'N'.
               88  RUN-ABANDONED              VALUE 'Y'.
           05  WS-MASTER-UPDATED-SW       PIC X(1)  VALUE 'N'.
               88  MASTER-UPDATED             VALUE 'Y'.
           05  TOTAL-MASTER-RECORDS       PIC 9(5)  VALUE ZERO.
           05  TOTAL-PRENOTES-SENT        PIC 9(4)  VALUE ZERO.
           05  TOTAL-ACCOUNTS-VERIFIED    PIC 9(4)  VALUE ZERO.
           05  TOTAL-ACCOUNTS-WAITING     PIC 9(4)  VALUE ZERO.
           05  TOTAL-ACCOUNTS-FAILED      PIC 9(4)  VALUE ZERO.

       01  WS-PRENOTE-CONTROLS.
           05  WS-RUN-DATE               PIC 9(8)  VALUE ZERO.
           05  WS-PRENOTE-WAIT-DAYS      PIC 9(3)  VALUE 6.
           05  WS-DAYS-SINCE-PRENOTE     PIC S9(5) VALUE ZERO.
           05  WS-PRENOTE-ROUTING        PIC 9(9)  VALUE ZERO.
           05  WS-PRENOTE-ACCOUNT        PIC X(17) VALUE SPACE.
           05  WS-PRENOTE-ACCT-TYPE      PIC X(1)  VALUE SPACE.
           05  WS-PRENOTE-SLOT           PIC 9(1)  VALUE ZERO.
           05  WS-PRENOTE-ACCOUNT-LABEL  PIC X(7)  VALUE SPACE.
           05  WS-PRENOTE-ACTION         PIC X(8)  VALUE SPACE.
           05  WS-EMPLOYEE-NAME          PIC X(16) VALUE SPACE.

       01  WS-FILE-NAME-CONTROLS.
           05  WS-RUN-DATE-EDITED            PIC X(8)   VALUE SPACE.
           05  WS-PRENOTE-FILENAME           PIC X(35)  VALUE SPACE.
           05  WS-PRENOTE-REGISTER-FILENAME  PIC X(35)  VALUE SPACE.

       01  WS-REGISTER-EDITS.
           05  WS-COUNT-EDIT         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-SEND-ACCOUNT-PRENOTES.
           PERFORM 200-INITIATE-PRENOTE-RUN.
           IF NOT RUN-ABANDONED
               PERFORM 200-PROCESS-EMPLOYEE-ACCOUNTS
                   UNTIL EOF-FLAG = 'Y'
           END-IF.
           PERFORM 200-TERMINATE-PRENOTE-RUN.
           STOP RUN.

       200-INITIATE-PRENOTE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 700-BUILD-DATE-STAMPED-FILENAMES.
           PERFORM 700-OPEN-EMPLOYEE-MASTER-FILE.
           IF NOT RUN-ABANDONED
               OPEN OUTPUT PRENOTE-ACH-FILE
               OPEN OUTPUT PRENOTE-REGISTER-OUT
               PERFORM 700-WRITE-REGISTER-HEADER
               PERFORM 700-POSITION-EMPLOYEE-MASTER
           END-IF.

       200-PROCESS-EMPLOYEE-ACCOUNTS.
           ADD 1 TO TOTAL-MASTER-RECORDS.
           MOVE 'N' TO WS-MASTER-UPDATED-SW.
           IF NOT EM-STATUS-TERMINATED
               PERFORM 700-CHECK-PRIMARY-PRENOTE
               PERFORM 700-CHECK-ALLOC-PRENOTE
                   VARYING DA-IDX FROM 1 BY 1 UNTIL DA-IDX > 3
           END-IF.
           IF MASTER-UPDATED
               REWRITE EMPLOYEE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ACHPRENOTE - MASTER REWRITE FAILED FOR "
                           EM-EMPLOYEE-NUMBER
               END-REWRITE
           END-IF.
           PERFORM 700-READ-NEXT-EMPLOYEE-MASTER.

       200-TERMINATE-PRENOTE-RUN.
           IF NOT RUN-ABANDONED
               PERFORM 700-WRITE-REGISTER-TOTALS
               CLOSE EMPLOYEE-MASTER
               CLOSE PRENOTE-ACH-FILE
               CLOSE PRENOTE-REGISTER-OUT
           END-IF.

       700-BUILD-DATE-STAMPED-FILENAMES.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-EDITED.
           MOVE SPACE TO WS-PRENOTE-FILENAME.
           STRING "ACHPRENOTEFILE."            DELIMITED BY SIZE
                  WS-RUN-DATE-EDITED           DELIMITED BY SIZE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-PRENOTE-FILENAME
           END-STRING.
           MOVE SPACE TO WS-PRENOTE-REGISTER-FILENAME.
           STRING "PRENOTEREGISTER."           DELIMITED BY SIZE
                  WS-RUN-DATE-EDITED           DELIMITED BY SIZE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-PRENOTE-REGISTER-FILENAME
           END-STRING.

       700-OPEN-EMPLOYEE-MASTER-FILE.
           OPEN I-O EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               DISPLAY "ACHPRENOTE - CANNOT OPEN EMPLOYEE MASTER,"
                   " STATUS " WS-EMPLOYEE-MASTER-STATUS
                   " - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-RUN-ABANDONED-SW
           END-IF.

       700-POSITION-EMPLOYEE-MASTER.
           MOVE ZERO TO EM-EMPLOYEE-NUMBER.
           START EMPLOYEE-MASTER
               KEY IS NOT LESS THAN EM-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE 'Y' TO EOF-FLAG
           END-START.
           IF EOF-FLAG NOT = 'Y'
               PERFORM 700-READ-NEXT-EMPLOYEE-MASTER
           END-IF.

       700-READ-NEXT-EMPLOYEE-MASTER.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-FLAG
           END-READ.

       700-WRITE-REGISTER-HEADER.
           WRITE PRENOTE-REGISTER-LINE-OUT FROM WS-REGISTER-HEADER.
           MOVE SPACE TO PRENOTE-REGISTER-LINE-OUT.
           STRING "RUN DATE "                  DELIMITED BY SIZE
                  WS-RUN-DATE-EDITED           DELIMITED BY SIZE
                  "  WAITING PERIOD DAYS "     DELIMITED BY SIZE
                  WS-PRENOTE-WAIT-DAYS         DELIMITED BY SIZE
               INTO PRENOTE-REGISTER-LINE-OUT
           END-STRING.
           WRITE PRENOTE-REGISTER-LINE-OUT.

       700-CHECK-PRIMARY-PRENOTE.
           MOVE "PRIMARY" TO WS-PRENOTE-ACCOUNT-LABEL.
           MOVE EM-BANK-ROUTING-NUMBER TO WS-PRENOTE-ROUTING.
           MOVE EM-BANK-ACCOUNT-NUMBER TO WS-PRENOTE-ACCOUNT.
           MOVE EM-BANK-ACCOUNT-TYPE TO WS-PRENOTE-ACCT-TYPE.
           IF EM-PRENOTE-PENDING
               PERFORM 700-WRITE-PRENOTE-ENTRY
               MOVE 'S' TO EM-PRENOTE-STATUS
               MOVE WS-RUN-DATE TO EM-PRENOTE-DATE
               MOVE 'Y' TO WS-MASTER-UPDATED-SW
           ELSE
               IF EM-PRENOTE-SENT
                   PERFORM 700-COMPUTE-DAYS-SINCE-PRIMARY
                   IF WS-DAYS-SINCE-PRENOTE >= WS-PRENOTE-WAIT-DAYS
                       MOVE 'V' TO EM-PRENOTE-STATUS
                       MOVE WS-RUN-DATE TO EM-PRENOTE-DATE
                       MOVE ZERO TO EM-PRIOR-BANK-ROUTING
                       MOVE SPACE TO EM-PRIOR-BANK-ACCOUNT
                       MOVE SPACE TO EM-PRIOR-BANK-ACCT-TYPE
                       MOVE 'Y' TO WS-MASTER-UPDATED-SW
                       MOVE "VERIFIED" TO WS-PRENOTE-ACTION
                       ADD 1 TO TOTAL-ACCOUNTS-VERIFIED
                       PERFORM 700-WRITE-REGISTER-ENTRY
                   ELSE
                       ADD 1 TO TOTAL-ACCOUNTS-WAITING
                   END-IF
               END-IF
               IF EM-PRENOTE-FAILED
                   MOVE "FAILED" TO WS-PRENOTE-ACTION
                   ADD 1 TO TOTAL-ACCOUNTS-FAILED
                   PERFORM 700-WRITE-REGISTER-ENTRY
               END-IF
           END-IF.

       700-CHECK-ALLOC-PRENOTE.
           SET DP-IDX TO DA-IDX.
           IF EM-DA-TYPE-FLAT (DA-IDX) OR EM-DA-TYPE-PERCENT (DA-IDX)
               PERFORM 700-CHECK-ALLOC-SLOT-STATUS
           END-IF.

       700-CHECK-ALLOC-SLOT-STATUS.
           SET WS-PRENOTE-SLOT TO DA-IDX.
           MOVE SPACE TO WS-PRENOTE-ACCOUNT-LABEL.
           STRING "ALLOC "                     DELIMITED BY SIZE
                  WS-PRENOTE-SLOT              DELIMITED BY SIZE
               INTO WS-PRENOTE-ACCOUNT-LABEL
           END-STRING.
           MOVE EM-DA-BANK-ROUTING (DA-IDX) TO WS-PRENOTE-ROUTING.
           MOVE EM-DA-BANK-ACCOUNT (DA-IDX) TO WS-PRENOTE-ACCOUNT.
           MOVE EM-DA-BANK-ACCT-TYPE (DA-IDX) TO WS-PRENOTE-ACCT-TYPE.
           IF EM-DA-PRENOTE-PENDING (DP-IDX)
               PERFORM 700-WRITE-PRENOTE-ENTRY
               MOVE 'S' TO EM-DA-PRENOTE-STATUS (DP-IDX)
               MOVE WS-RUN-DATE TO EM-DA-PRENOTE-DATE (DP-IDX)
               MOVE 'Y' TO WS-MASTER-UPDATED-SW
           ELSE
               IF EM-DA-PRENOTE-SENT (DP-IDX)
                   PERFORM 700-COMPUTE-DAYS-SINCE-ALLOC
                   IF WS-DAYS-SINCE-PRENOTE >= WS-PRENOTE-WAIT-DAYS
                       MOVE 'V' TO EM-DA-PRENOTE-STATUS (DP-IDX)
                       MOVE WS-RUN-DATE TO EM-DA-PRENOTE-DATE (DP-IDX)
                       MOVE 'Y' TO WS-MASTER-UPDATED-SW
                       MOVE "VERIFIED" TO WS-PRENOTE-ACTION
                       ADD 1 TO TOTAL-ACCOUNTS-VERIFIED
                       PERFORM 700-WRITE-REGISTER-ENTRY
                   ELSE
                       ADD 1 TO TOTAL-ACCOUNTS-WAITING
                   END-IF
               END-IF
               IF EM-DA-PRENOTE-FAILED (DP-IDX)
                   MOVE "FAILED" TO WS-PRENOTE-ACTION
                   ADD 1 TO TOTAL-ACCOUNTS-FAILED
                   PERFORM 700-WRITE-REGISTER-ENTRY
               END-IF
           END-IF.

       700-COMPUTE-DAYS-SINCE-PRIMARY.
           IF EM-PRENOTE-DATE NUMERIC AND EM-PRENOTE-DATE > ZERO
               COMPUTE WS-DAYS-SINCE-PRENOTE =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE (EM-PRENOTE-DATE)
           ELSE
               MOVE WS-PRENOTE-WAIT-DAYS TO WS-DAYS-SINCE-PRENOTE
           END-IF.

       700-COMPUTE-DAYS-SINCE-ALLOC.
           IF EM-DA-PRENOTE-DATE (DP-IDX) NUMERIC AND
              EM-DA-PRENOTE-DATE (DP-IDX) > ZERO
               COMPUTE WS-DAYS-SINCE-PRENOTE =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE
                       (EM-DA-PRENOTE-DATE (DP-IDX))
           ELSE
               MOVE WS-PRENOTE-WAIT-DAYS TO WS-DAYS-SINCE-PRENOTE
           END-IF.

       700-WRITE-PRENOTE-ENTRY.
           MOVE '6' TO ACH-RECORD-TYPE-CODE.
           IF WS-PRENOTE-ACCT-TYPE = 'S'
               MOVE '33' TO ACH-TRANSACTION-CODE
           ELSE
               MOVE '23' TO ACH-TRANSACTION-CODE
           END-IF.
           MOVE WS-PRENOTE-ROUTING TO ACH-RECEIVING-ROUTING-NUMBER.
           MOVE WS-PRENOTE-ACCOUNT TO ACH-RECEIVING-ACCOUNT-NUMBER.
           MOVE ZERO TO ACH-AMOUNT.
           MOVE EM-EMPLOYEE-NUMBER TO ACH-INDIVIDUAL-ID-NUMBER.
           PERFORM 700-BUILD-EMPLOYEE-NAME.
           MOVE WS-EMPLOYEE-NAME TO ACH-INDIVIDUAL-NAME.
           WRITE PRENOTE-ENTRY-OUT.
           ADD 1 TO TOTAL-PRENOTES-SENT.
           MOVE "SENT" TO WS-PRENOTE-ACTION.
           PERFORM 700-WRITE-REGISTER-ENTRY.

       700-BUILD-EMPLOYEE-NAME.
           MOVE SPACE TO WS-EMPLOYEE-NAME.
           STRING EM-LAST-NAME   DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  EM-INITIALS    DELIMITED BY SIZE
               INTO WS-EMPLOYEE-NAME
           END-STRING.

       700-WRITE-REGISTER-ENTRY.
           PERFORM 700-BUILD-EMPLOYEE-NAME.
           MOVE SPACE TO PRENOTE-REGISTER-LINE-OUT.
           STRING WS-PRENOTE-ACTION         DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  EM-EMPLOYEE-NUMBER        DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-EMPLOYEE-NAME          DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-PRENOTE-ACCOUNT-LABEL  DELIMITED BY SIZE
                  " RTN "                   DELIMITED BY SIZE
                  WS-PRENOTE-ROUTING        DELIMITED BY SIZE
                  " ACCT "                  DELIMITED BY SIZE
                  WS-PRENOTE-ACCOUNT        DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-PRENOTE-ACCT-TYPE      DELIMITED BY SIZE
               INTO PRENOTE-REGISTER-LINE-OUT
           END-STRING.
           WRITE PRENOTE-REGISTER-LINE-OUT.

       700-WRITE-REGISTER-TOTALS.
           MOVE TOTAL-MASTER-RECORDS TO WS-COUNT-EDIT.
           MOVE SPACE TO PRENOTE-REGISTER-LINE-OUT.
           STRING "MASTER RECORDS READ    "  DELIMITED BY SIZE
                  WS-COUNT-EDIT              DELIMITED BY SIZE
               INTO PRENOTE-REGISTER-LINE-OUT
           END-STRING.
           WRITE PRENOTE-REGISTER-LINE-OUT.
           MOVE TOTAL-PRENOTES-SENT TO WS-COUNT-EDIT.
           MOVE SPACE TO PRENOTE-REGISTER-LINE-OUT.
           STRING "PRENOTES SENT          "  DELIMITED BY SIZE
                  WS-COUNT-EDIT              DELIMITED BY SIZE
               INTO PRENOTE-REGISTER-LINE-OUT
           END-STRING.
           WRITE PRENOTE-REGISTER-LINE-OUT.
           MOVE TOTAL-ACCOUNTS-VERIFIED TO WS-COUNT-EDIT.
           MOVE SPACE TO PRENOTE-REGISTER-LINE-OUT.
           STRING "ACCOUNTS NOW LIVE      "  DELIMITED BY SIZE
                  WS-COUNT-EDIT              DELIMITED BY SIZE
               INTO PRENOTE-REGISTER-LINE-OUT
           END-STRING.
           WRITE PRENOTE-REGISTER-LINE-OUT.
           MOVE TOTAL-ACCOUNTS-WAITING TO WS-COUNT-EDIT.
           MOVE SPACE TO PRENOTE-REGISTER-LINE-OUT.
           STRING "STILL IN WAITING PERIOD"  DELIMITED BY SIZE
                  WS-COUNT-EDIT              DELIMITED BY SIZE
               INTO PRENOTE-REGISTER-LINE-OUT
           END-STRING.
           WRITE PRENOTE-REGISTER-LINE-OUT.
           MOVE TOTAL-ACCOUNTS-FAILED TO WS-COUNT-EDIT.
           MOVE SPACE TO PRENOTE-REGISTER-LINE-OUT.
           STRING "FAILED - NEED EMPMAINT "  DELIMITED BY SIZE
                  WS-COUNT-EDIT              DELIMITED BY SIZE
               INTO PRENOTE-REGISTER-LINE-OUT
           END-STRING.
           WRITE PRENOTE-REGISTER-LINE-OUT.
