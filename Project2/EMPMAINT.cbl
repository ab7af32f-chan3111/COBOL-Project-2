           SELECT MAINT-EXCEPTIONS-OUT
               ASSIGN TO WS-MAINT-EXCEPTION-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-HIRE-PARM-IN
               ASSIGN "NEWHIREPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NEW-HIRE-PARM-STATUS.
           SELECT NEW-HIRE-WORK
               ASSIGN "NEWHIRE.WRK"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-HIRE-SORT-FILE
               ASSIGN "NHSORTWORK.TMP".
           SELECT NEW-HIRE-SORTED
               ASSIGN "NEWHIRE.SRT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-HIRE-FILE-OUT
               ASSIGN TO WS-NEW-HIRE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NEW-HIRE-FILE-STATUS.
           SELECT NEW-HIRE-EXCEPTIONS-OUT
               ASSIGN TO WS-NEW-HIRE-EXCEPTION-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       COPY EMPMAST.

       FD CHANGE-REGISTER-OUT.
       01  CHANGE-REGISTER-LINE-OUT  PIC X(190).

       FD MAINT-EXCEPTIONS-OUT.
       01  MAINT-EXCEPTION-LINE-OUT  PIC X(80).

       FD NEW-HIRE-PARM-IN.
       01  NEW-HIRE-PARM-RECORD.
           05  NP-EMPLOYER-FEIN     PIC X(9).
           05  NP-EMPLOYER-NAME     PIC X(30).
           05  NP-DEADLINE-DAYS     PIC X(3).

       FD NEW-HIRE-WORK.
       01  NEW-HIRE-WORK-RECORD  PIC X(150).

       SD  NEW-HIRE-SORT-FILE.
       01  NEW-HIRE-SORT-RECORD.
           05  FILLER              PIC X(1).
           05  NS-STATE-CODE       PIC X(3).
           05  NS-EMPLOYEE-NUMBER  PIC 9(9).
           05  FILLER              PIC X(137).

       FD NEW-HIRE-SORTED.
       01  NEW-HIRE-SORTED-RECORD  PIC X(150).

       FD NEW-HIRE-FILE-OUT.
       01  NEW-HIRE-LINE-OUT  PIC X(150).

       FD NEW-HIRE-EXCEPTIONS-OUT.
       01  NEW-HIRE-EXCEPTION-LINE-OUT  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-HEADER.
           05  FILLER  PIC X(6) VALUE SPACE.
           05  WS-MASTER-ACTION-SW        PIC X(1)  VALUE 'Y'.
               88  MASTER-ACTION-GOOD         VALUE 'Y'.
               88  MASTER-ACTION-FAILED       VALUE 'N'.
           05  WS-BANK-CHANGE-SW          PIC X(1)  VALUE 'N'.
               88  PRIMARY-BANK-CHANGED       VALUE 'Y'.
           05  WS-NEW-HIRE-PARM-STATUS    PIC X(2)  VALUE SPACE.
           05  WS-NEW-HIRE-FILE-STATUS    PIC X(2)  VALUE SPACE.
           05  WS-NEW-HIRE-PARM-SW        PIC X(1)  VALUE 'Y'.
               88  NEW-HIRE-PARM-VALID        VALUE 'Y'.
               88  NEW-HIRE-PARM-INVALID      VALUE 'N'.
           05  WS-MASTER-SCAN-DONE-SW     PIC X(1)  VALUE 'N'.
               88  MASTER-SCAN-DONE           VALUE 'Y'.
           05  WS-SORTED-DONE-SW          PIC X(1)  VALUE 'N'.
               88  SORTED-NEW-HIRES-DONE      VALUE 'Y'.
           05  WS-FIRST-STATE-SW          PIC X(1)  VALUE 'Y'.
               88  FIRST-STATE                VALUE 'Y'.
           05  WS-NEW-HIRE-HELD-SW        PIC X(1)  VALUE 'N'.
               88  NEW-HIRE-HELD              VALUE 'Y'.
           05  TOTAL-MAINT-TRANSACTIONS   PIC 9(4)  VALUE ZERO.
           05  TOTAL-MAINT-APPLIED        PIC 9(4)  VALUE ZERO.
           05  TOTAL-MAINT-EXCEPTIONS     PIC 9(4)  VALUE ZERO.
           05  TOTAL-NEW-HIRES-REPORTED   PIC 9(5)  VALUE ZERO.
           05  TOTAL-NEW-HIRES-HELD       PIC 9(5)  VALUE ZERO.
           05  TOTAL-NEW-HIRES-LATE       PIC 9(5)  VALUE ZERO.
           05  TOTAL-NEW-HIRE-STATES      PIC 9(3)  VALUE ZERO.

       01  WS-MAINT-EXCEPTION-REASON  PIC X(40)  VALUE SPACE.

       01  WS-NEW-HIRE-CONTROLS.
           05  WS-RUN-DATE                PIC 9(8)  VALUE ZERO.
           05  WS-EMPLOYER-FEIN           PIC 9(9)  VALUE ZERO.
           05  WS-EMPLOYER-NAME           PIC X(30) VALUE SPACE.
           05  WS-NEW-HIRE-DEADLINE-DAYS  PIC 9(3)  VALUE 20.
           05  WS-DAYS-SINCE-HIRE         PIC 9(5)  VALUE ZERO.
           05  WS-CURRENT-STATE-CODE      PIC X(3)  VALUE SPACE.
           05  WS-STATE-RECORD-COUNT      PIC 9(7)  VALUE ZERO.
           05  WS-PRIOR-EMPLOYEE-STATUS   PIC X(1)  VALUE SPACE.
           05  WS-NEW-HIRE-REASON         PIC X(26) VALUE SPACE.
           05  WS-NEW-HIRE-LATE-NOTE      PIC X(21) VALUE SPACE.
           05  WS-NEW-HIRE-DETAIL-SAVE    PIC X(150) VALUE SPACE.

       COPY NEWHIRE.

       01  WS-FILE-NAME-CONTROLS.
           05  WS-CHANGE-DATE-EDITED        PIC X(8)   VALUE SPACE.
           05  WS-CHANGE-REGISTER-FILENAME  PIC X(35)  VALUE SPACE.
           05  WS-MAINT-EXCEPTION-FILENAME  PIC X(35)  VALUE SPACE.
           05  WS-NEW-HIRE-FILENAME         PIC X(35)  VALUE SPACE.
           05  WS-NEW-HIRE-EXCEPTION-FILENAME PIC X(35) VALUE SPACE.

       01  WS-RECORD-IMAGE-CONTROLS.
           05  WS-BEFORE-RECORD-IMAGE  PIC X(180)  VALUE SPACE.
           05  WS-AFTER-RECORD-IMAGE   PIC X(180)  VALUE SPACE.
           05  WS-RECORD-IMAGE-WORK    PIC X(180)  VALUE SPACE.

       01  WS-ALLOC-CONTROLS.
           05  WS-ALLOC-SLOT          PIC 9(1)   VALUE ZERO.
           05  WS-AFTER-ALLOC-IMAGE   PIC X(80)  VALUE SPACE.
           05  WS-ALLOC-IMAGE-WORK    PIC X(80)  VALUE SPACE.

       01  WS-ADDRESS-CONTROLS.
           05  WS-BEFORE-ADDRESS-IMAGE  PIC X(100)  VALUE SPACE.
           05  WS-AFTER-ADDRESS-IMAGE   PIC X(100)  VALUE SPACE.
           05  WS-ADDRESS-IMAGE-WORK    PIC X(100)  VALUE SPACE.
           05  WS-SSN-DIGITS            PIC 9(9)    VALUE ZERO.
           05  WS-SSN-DIGITS-X REDEFINES WS-SSN-DIGITS.
               10  FILLER               PIC X(5).
               10  WS-SSN-LAST-FOUR     PIC X(4).

       01  WS-MAINT-TOTALS-EDIT.
           05  WS-TRANSACTIONS-EDIT  PIC ZZZ9.
           05  WS-APPLIED-EDIT       PIC ZZZ9.
           05  WS-EXCEPTIONS-EDIT    PIC ZZZ9.
           05  WS-DAYS-EDIT          PIC ZZZZ9.
           05  WS-NEW-HIRE-COUNT-EDIT PIC ZZZZ9.
           05  WS-STATE-COUNT-EDIT   PIC ZZ9.

       PROCEDURE DIVISION.
       100-MAINTAIN-EMPLOYEE-MASTER.

       200-APPLY-MAINT-TRANSACTION.
           ADD 1 TO TOTAL-MAINT-TRANSACTIONS.
           MOVE SPACE TO WS-BEFORE-ADDRESS-IMAGE.
           MOVE SPACE TO WS-AFTER-ADDRESS-IMAGE.
           PERFORM 700-VALIDATE-MAINT-TRANSACTION.
           IF TRANSACTION-VALID
               IF TR-ACTION-ADD

       200-TERMINATE-EMPLOYEE-MAINT.
           PERFORM 700-WRITE-CHANGE-REGISTER-TOTALS.
           PERFORM 200-CREATE-NEW-HIRE-REPORT.
           PERFORM 700-CLOSE-FILES.

       200-CREATE-NEW-HIRE-REPORT.
           PERFORM 700-READ-NEW-HIRE-PARM.
           IF NEW-HIRE-PARM-VALID
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               OPEN OUTPUT NEW-HIRE-EXCEPTIONS-OUT
               PERFORM 700-WRITE-NEW-HIRE-EXCEPTION-HEADER
               OPEN OUTPUT NEW-HIRE-WORK
               PERFORM 700-SCAN-MASTER-FOR-NEW-HIRES
               CLOSE NEW-HIRE-WORK
               PERFORM 700-SORT-NEW-HIRES-BY-STATE
               PERFORM 700-WRITE-NEW-HIRE-FILE
               PERFORM 700-WRITE-NEW-HIRE-TOTALS
               CLOSE NEW-HIRE-EXCEPTIONS-OUT
           END-IF.

       700-OPEN-MAINT-TRANS-FILE.
           OPEN INPUT MAINT-TRANS-IN.

                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-MAINT-EXCEPTION-FILENAME
           END-STRING.
           MOVE SPACE TO WS-NEW-HIRE-FILENAME.
           STRING "NEWHIRE."                   DELIMITED BY SIZE
                  WS-CHANGE-DATE-EDITED        DELIMITED BY SIZE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-NEW-HIRE-FILENAME
           END-STRING.
           MOVE SPACE TO WS-NEW-HIRE-EXCEPTION-FILENAME.
           STRING "NEWHIREEXCEPTIONS."         DELIMITED BY SIZE
                  WS-CHANGE-DATE-EDITED        DELIMITED BY SIZE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-NEW-HIRE-EXCEPTION-FILENAME
           END-STRING.

       700-OPEN-EMPLOYEE-MASTER-FILE.
           OPEN I-O EMPLOYEE-MASTER.
                   TO WS-MAINT-EXCEPTION-REASON
           END-IF.
           IF TRANSACTION-VALID AND
              TR-PAY-METHOD NOT = SPACE AND
              TR-PAY-METHOD NOT = 'D' AND
              TR-PAY-METHOD NOT = 'C'
               MOVE 'N' TO WS-TRANSACTION-VALID-SW
               MOVE "ADD PAY METHOD MUST BE D OR C"
                   TO WS-MAINT-EXCEPTION-REASON
           END-IF.
           IF TRANSACTION-VALID AND
              TR-PAY-METHOD NOT = 'C' AND
              TR-BANK-ROUTING-NUMBER NOT NUMERIC
               MOVE 'N' TO WS-TRANSACTION-VALID-SW
               MOVE "ADD REQUIRES NUMERIC BANK ROUTING"
                   TO WS-MAINT-EXCEPTION-REASON
           END-IF.
           IF TRANSACTION-VALID AND
              TR-PAY-METHOD NOT = 'C' AND
              TR-BANK-ACCOUNT-TYPE NOT = 'C' AND
              TR-BANK-ACCOUNT-TYPE NOT = 'S'
               MOVE 'N' TO WS-TRANSACTION-VALID-SW
               MOVE "ADD ACCOUNT TYPE MUST BE C OR S"
                   TO WS-MAINT-EXCEPTION-REASON
           END-IF.
           IF TRANSACTION-VALID AND
              TR-PAY-METHOD = 'C' AND
              TR-BANK-ROUTING-NUMBER NOT = SPACE AND
              TR-BANK-ROUTING-NUMBER NOT NUMERIC
               MOVE 'N' TO WS-TRANSACTION-VALID-SW
               MOVE "ADD BANK ROUTING NOT NUMERIC"
                   TO WS-MAINT-EXCEPTION-REASON
           END-IF.
           IF TRANSACTION-VALID AND
              TR-PAY-TYPE NOT = 'H' AND
              TR-PAY-TYPE NOT = 'S'
               MOVE "SALARIED ADD REQUIRES NUMERIC SALARY"
                   TO WS-MAINT-EXCEPTION-REASON
           END-IF.
           IF TRANSACTION-VALID AND
              TR-SSN NOT = SPACE AND
              TR-SSN NOT NUMERIC
               MOVE 'N' TO WS-TRANSACTION-VALID-SW
               MOVE "ADD SSN NOT NUMERIC"
                   TO WS-MAINT-EXCEPTION-REASON
           END-IF.

       700-VALIDATE-CHANGE-FIELDS.
           IF TR-EMPLOYEE-STATUS NOT = SPACE AND
               MOVE "CHANGE SALARY AMOUNT NOT NUMERIC"
                   TO WS-MAINT-EXCEPTION-REASON
           END-IF.
           IF TRANSACTION-VALID AND
              TR-PAY-METHOD NOT = SPACE AND
              TR-PAY-METHOD NOT = 'D' AND
              TR-PAY-METHOD NOT = 'C'
               MOVE 'N' TO WS-TRANSACTION-VALID-SW
               MOVE "CHANGE PAY METHOD MUST BE D OR C"
                   TO WS-MAINT-EXCEPTION-REASON
           END-IF.
           IF TRANSACTION-VALID AND
              TR-SSN NOT = SPACE AND
              TR-SSN NOT NUMERIC
               MOVE 'N' TO WS-TRANSACTION-VALID-SW
               MOVE "CHANGE SSN NOT NUMERIC"
                   TO WS-MAINT-EXCEPTION-REASON
           END-IF.
           IF TRANSACTION-VALID AND TR-ALLOC-SLOT NOT = SPACE
               PERFORM 700-VALIDATE-ALLOC-FIELDS
           END-IF.
           IF TRANSACTION-VALID AND TR-PRENOTE-STATUS NOT = SPACE
               PERFORM 700-VALIDATE-PRENOTE-FIELDS
           END-IF.

       700-VALIDATE-ALLOC-FIELDS.
           IF TR-ALLOC-SLOT NOT NUMERIC OR
               END-IF
           END-IF.

       700-VALIDATE-PRENOTE-FIELDS.
           IF TR-PRENOTE-STATUS NOT = 'F'
               MOVE 'N' TO WS-TRANSACTION-VALID-SW
               MOVE "PRENOTE STATUS MUST BE F"
                   TO WS-MAINT-EXCEPTION-REASON
           END-IF.
           IF TRANSACTION-VALID AND
              (TR-PRENOTE-SLOT NOT NUMERIC OR
               TR-PRENOTE-SLOT > '3')
               MOVE 'N' TO WS-TRANSACTION-VALID-SW
               MOVE "PRENOTE SLOT MUST BE 0 THRU 3"
                   TO WS-MAINT-EXCEPTION-REASON
           END-IF.

       700-VALIDATE-TERM-FIELDS.
           IF TR-TERM-DATE NOT NUMERIC
               MOVE 'N' TO WS-TRANSACTION-VALID-SW
           MOVE TR-INITIALS TO EM-INITIALS.
           MOVE TR-HIRE-DATE TO EM-HIRE-DATE.
           MOVE ZERO TO EM-TERM-DATE.
           IF TR-BANK-ROUTING-NUMBER NUMERIC
               MOVE TR-BANK-ROUTING-NUMBER TO EM-BANK-ROUTING-NUMBER
           ELSE
               MOVE ZERO TO EM-BANK-ROUTING-NUMBER
           END-IF.
           MOVE TR-BANK-ACCOUNT-NUMBER TO EM-BANK-ACCOUNT-NUMBER.
           MOVE TR-BANK-ACCOUNT-TYPE TO EM-BANK-ACCOUNT-TYPE.
           MOVE ZERO TO EM-PRIOR-BANK-ROUTING.
           MOVE SPACE TO EM-PRIOR-BANK-ACCOUNT.
           MOVE SPACE TO EM-PRIOR-BANK-ACCT-TYPE.
           IF EM-BANK-ROUTING-NUMBER > ZERO AND
              EM-BANK-ACCOUNT-NUMBER NOT = SPACE
               MOVE 'P' TO EM-PRENOTE-STATUS
               MOVE TR-CHANGE-DATE TO EM-PRENOTE-DATE
           ELSE
               MOVE SPACE TO EM-PRENOTE-STATUS
               MOVE ZERO TO EM-PRENOTE-DATE
           END-IF.
           IF TR-PAY-METHOD = SPACE
               MOVE 'D' TO EM-PAY-METHOD
           ELSE
               MOVE TR-PAY-METHOD TO EM-PAY-METHOD
           END-IF.
           MOVE TR-PAY-TYPE TO EM-PAY-TYPE.
           IF TR-SALARY-AMOUNT-X NUMERIC
               MOVE TR-SALARY-AMOUNT TO EM-SALARY-AMOUNT
               MOVE ZERO TO EM-SALARY-AMOUNT
           END-IF.
           MOVE TR-WORK-JURISDICTION TO EM-WORK-JURISDICTION.
           IF TR-SSN NUMERIC
               MOVE TR-SSN TO EM-SSN
           ELSE
               MOVE ZERO TO EM-SSN
           END-IF.
           MOVE TR-STREET-ADDRESS TO EM-STREET-ADDRESS.
           MOVE TR-CITY TO EM-CITY.
           MOVE TR-STATE TO EM-STATE.
           MOVE TR-ZIP-CODE TO EM-ZIP-CODE.
           MOVE TR-WC-CLASS-CODE TO EM-WC-CLASS-CODE.
           MOVE 'P' TO EM-NEW-HIRE-STATUS.
           MOVE 'N' TO EM-NEW-HIRE-TYPE.
           MOVE TR-HIRE-DATE TO EM-NEW-HIRE-DATE.
           MOVE ZERO TO EM-NEW-HIRE-SENT-DATE.
           MOVE ZERO TO EM-DEPOSIT-ALLOC-COUNT.
           PERFORM 700-CLEAR-ALLOC-SLOT
               VARYING DA-IDX FROM 1 BY 1 UNTIL DA-IDX > 3.
           IF MASTER-ACTION-GOOD
               PERFORM 700-BUILD-MASTER-RECORD-IMAGE
               MOVE WS-RECORD-IMAGE-WORK TO WS-AFTER-RECORD-IMAGE
               PERFORM 700-BUILD-ADDRESS-IMAGE
               MOVE WS-ADDRESS-IMAGE-WORK TO WS-AFTER-ADDRESS-IMAGE
           END-IF.

       700-APPLY-CHANGE-TRANSACTION.
                       TO WS-BEFORE-RECORD-IMAGE
                   MOVE SPACE TO WS-BEFORE-ALLOC-IMAGE
                   MOVE SPACE TO WS-AFTER-ALLOC-IMAGE
                   PERFORM 700-DETERMINE-IMAGED-SLOT
                   IF WS-ALLOC-SLOT > ZERO
                       PERFORM 700-BUILD-ALLOC-IMAGE
                       MOVE WS-ALLOC-IMAGE-WORK
                           TO WS-BEFORE-ALLOC-IMAGE
                   END-IF
                   MOVE EM-EMPLOYEE-STATUS
                       TO WS-PRIOR-EMPLOYEE-STATUS
                   IF TR-SSN NOT = SPACE OR
                      TR-STREET-ADDRESS NOT = SPACE OR
                      TR-CITY NOT = SPACE OR
                      TR-STATE NOT = SPACE OR
                      TR-ZIP-CODE NOT = SPACE
                       PERFORM 700-BUILD-ADDRESS-IMAGE
                       MOVE WS-ADDRESS-IMAGE-WORK
                           TO WS-BEFORE-ADDRESS-IMAGE
                   END-IF
                   PERFORM 700-MOVE-CHANGED-FIELDS
                   PERFORM 700-CHECK-FOR-REHIRE
                   PERFORM 700-DETERMINE-IMAGED-SLOT
                   IF WS-ALLOC-SLOT > ZERO
                       PERFORM 700-BUILD-ALLOC-IMAGE
                       MOVE WS-ALLOC-IMAGE-WORK
                           TO WS-AFTER-ALLOC-IMAGE
                   END-IF
                   IF WS-BEFORE-ADDRESS-IMAGE NOT = SPACE
                       PERFORM 700-BUILD-ADDRESS-IMAGE
                       MOVE WS-ADDRESS-IMAGE-WORK
                           TO WS-AFTER-ADDRESS-IMAGE
                   END-IF
                   REWRITE EMPLOYEE-MASTER-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-MASTER-ACTION-SW
               MOVE WS-RECORD-IMAGE-WORK TO WS-AFTER-RECORD-IMAGE
           END-IF.

       700-DETERMINE-IMAGED-SLOT.
           MOVE ZERO TO WS-ALLOC-SLOT.
           IF TR-ALLOC-SLOT NOT = SPACE
               MOVE TR-ALLOC-SLOT TO WS-ALLOC-SLOT
           ELSE
               IF TR-PRENOTE-STATUS NOT = SPACE
                   MOVE TR-PRENOTE-SLOT TO WS-ALLOC-SLOT
               END-IF
           END-IF.

       700-MOVE-CHANGED-FIELDS.
           IF TR-EMPLOYEE-STATUS NOT = SPACE
               MOVE TR-EMPLOYEE-STATUS TO EM-EMPLOYEE-STATUS
           IF TR-TERM-DATE NOT = SPACE
               MOVE TR-TERM-DATE TO EM-TERM-DATE
           END-IF.
           MOVE 'N' TO WS-BANK-CHANGE-SW.
           IF TR-BANK-ROUTING-NUMBER NOT = SPACE OR
              TR-BANK-ACCOUNT-NUMBER NOT = SPACE OR
              TR-BANK-ACCOUNT-TYPE NOT = SPACE
               MOVE 'Y' TO WS-BANK-CHANGE-SW
               PERFORM 700-SAVE-PRIOR-BANK-ACCOUNT
           END-IF.
           IF TR-BANK-ROUTING-NUMBER NOT = SPACE
               MOVE TR-BANK-ROUTING-NUMBER TO EM-BANK-ROUTING-NUMBER
           END-IF.
           IF TR-BANK-ACCOUNT-TYPE NOT = SPACE
               MOVE TR-BANK-ACCOUNT-TYPE TO EM-BANK-ACCOUNT-TYPE
           END-IF.
           IF PRIMARY-BANK-CHANGED
               MOVE 'P' TO EM-PRENOTE-STATUS
               MOVE TR-CHANGE-DATE TO EM-PRENOTE-DATE
           END-IF.
           IF TR-PAY-TYPE NOT = SPACE
               MOVE TR-PAY-TYPE TO EM-PAY-TYPE
           END-IF.
           IF TR-WORK-JURISDICTION NOT = SPACE
               MOVE TR-WORK-JURISDICTION TO EM-WORK-JURISDICTION
           END-IF.
           IF TR-PAY-METHOD NOT = SPACE
               MOVE TR-PAY-METHOD TO EM-PAY-METHOD
           END-IF.
           IF TR-SSN NOT = SPACE
               MOVE TR-SSN TO EM-SSN
           END-IF.
           IF TR-STREET-ADDRESS NOT = SPACE
               MOVE TR-STREET-ADDRESS TO EM-STREET-ADDRESS
           END-IF.
           IF TR-CITY NOT = SPACE
               MOVE TR-CITY TO EM-CITY
           END-IF.
           IF TR-STATE NOT = SPACE
               MOVE TR-STATE TO EM-STATE
           END-IF.
           IF TR-ZIP-CODE NOT = SPACE
               MOVE TR-ZIP-CODE TO EM-ZIP-CODE
           END-IF.
           IF TR-WC-CLASS-CODE NOT = SPACE
               MOVE TR-WC-CLASS-CODE TO EM-WC-CLASS-CODE
           END-IF.
           IF TR-ALLOC-SLOT NOT = SPACE
               PERFORM 700-APPLY-ALLOC-CHANGE
           END-IF.
           IF TR-PRENOTE-STATUS NOT = SPACE
               PERFORM 700-APPLY-PRENOTE-RESULT
           END-IF.

       700-CHECK-FOR-REHIRE.
           IF WS-PRIOR-EMPLOYEE-STATUS = 'T' AND EM-STATUS-ACTIVE
               MOVE 'P' TO EM-NEW-HIRE-STATUS
               MOVE 'R' TO EM-NEW-HIRE-TYPE
               IF TR-HIRE-DATE NUMERIC
                   MOVE TR-HIRE-DATE TO EM-NEW-HIRE-DATE
               ELSE
                   MOVE TR-CHANGE-DATE TO EM-NEW-HIRE-DATE
               END-IF
               MOVE ZERO TO EM-NEW-HIRE-SENT-DATE
           END-IF.

       700-SAVE-PRIOR-BANK-ACCOUNT.
           IF EM-PRENOTE-LIVE AND
              EM-BANK-ROUTING-NUMBER NUMERIC AND
              EM-BANK-ROUTING-NUMBER > ZERO AND
              EM-BANK-ACCOUNT-NUMBER NOT = SPACE
               MOVE EM-BANK-ROUTING-NUMBER TO EM-PRIOR-BANK-ROUTING
               MOVE EM-BANK-ACCOUNT-NUMBER TO EM-PRIOR-BANK-ACCOUNT
               MOVE EM-BANK-ACCOUNT-TYPE TO EM-PRIOR-BANK-ACCT-TYPE
           END-IF.

       700-APPLY-PRENOTE-RESULT.
           IF TR-PRENOTE-SLOT = '0'
               MOVE TR-PRENOTE-STATUS TO EM-PRENOTE-STATUS
               MOVE TR-CHANGE-DATE TO EM-PRENOTE-DATE
           ELSE
               MOVE TR-PRENOTE-SLOT TO WS-ALLOC-SLOT
               SET DP-IDX TO WS-ALLOC-SLOT
               MOVE TR-PRENOTE-STATUS TO EM-DA-PRENOTE-STATUS (DP-IDX)
               MOVE TR-CHANGE-DATE TO EM-DA-PRENOTE-DATE (DP-IDX)
           END-IF.

       700-APPLY-ALLOC-CHANGE.
           MOVE TR-ALLOC-SLOT TO WS-ALLOC-SLOT.
               ELSE
                   MOVE ZERO TO EM-DA-PERCENT-RATE (DA-IDX)
               END-IF
               SET DP-IDX TO DA-IDX
               MOVE 'P' TO EM-DA-PRENOTE-STATUS (DP-IDX)
               MOVE TR-CHANGE-DATE TO EM-DA-PRENOTE-DATE (DP-IDX)
           END-IF.
           PERFORM 700-RECOUNT-DEPOSIT-ALLOCS.

           MOVE SPACE TO EM-DA-BANK-ACCT-TYPE (DA-IDX).
           MOVE ZERO TO EM-DA-FLAT-AMOUNT (DA-IDX).
           MOVE ZERO TO EM-DA-PERCENT-RATE (DA-IDX).
           SET DP-IDX TO DA-IDX.
           MOVE SPACE TO EM-DA-PRENOTE-STATUS (DP-IDX).
           MOVE ZERO TO EM-DA-PRENOTE-DATE (DP-IDX).

       700-RECOUNT-DEPOSIT-ALLOCS.
           MOVE ZERO TO EM-DEPOSIT-ALLOC-COUNT.

       700-BUILD-ALLOC-IMAGE.
           SET DA-IDX TO WS-ALLOC-SLOT.
           SET DP-IDX TO WS-ALLOC-SLOT.
           MOVE SPACE TO WS-ALLOC-IMAGE-WORK.
           STRING "TYPE "                        DELIMITED BY SIZE
                  EM-DA-ALLOC-TYPE (DA-IDX)      DELIMITED BY SIZE
                  EM-DA-FLAT-AMOUNT (DA-IDX)     DELIMITED BY SIZE
                  " PCT "                        DELIMITED BY SIZE
                  EM-DA-PERCENT-RATE (DA-IDX)    DELIMITED BY SIZE
                  " PN "                         DELIMITED BY SIZE
                  EM-DA-PRENOTE-STATUS (DP-IDX)  DELIMITED BY SIZE
               INTO WS-ALLOC-IMAGE-WORK
           END-STRING.

                  EM-SALARY-AMOUNT          DELIMITED BY SIZE
                  " JUR "                   DELIMITED BY SIZE
                  EM-WORK-JURISDICTION      DELIMITED BY SIZE
                  " PM "                    DELIMITED BY SIZE
                  EM-PAY-METHOD             DELIMITED BY SIZE
                  " PN "                    DELIMITED BY SIZE
                  EM-PRENOTE-STATUS         DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  EM-PRENOTE-DATE           DELIMITED BY SIZE
                  " NH "                    DELIMITED BY SIZE
                  EM-NEW-HIRE-STATUS        DELIMITED BY SIZE
                  " WC "                    DELIMITED BY SIZE
                  EM-WC-CLASS-CODE          DELIMITED BY SIZE
               INTO WS-RECORD-IMAGE-WORK
               ON OVERFLOW
                   DISPLAY "EMPMAINT - RECORD IMAGE TRUNCATED FOR "
                       "EMPLOYEE " EM-EMPLOYEE-NUMBER
           END-STRING.

       700-BUILD-ADDRESS-IMAGE.
           IF EM-SSN NUMERIC
               MOVE EM-SSN TO WS-SSN-DIGITS
           ELSE
               MOVE ZERO TO WS-SSN-DIGITS
           END-IF.
           MOVE SPACE TO WS-ADDRESS-IMAGE-WORK.
           STRING "SSN ***-**-"             DELIMITED BY SIZE
                  WS-SSN-LAST-FOUR          DELIMITED BY SIZE
                  " ADDR "                  DELIMITED BY SIZE
                  EM-STREET-ADDRESS         DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  EM-CITY                   DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  EM-STATE                  DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  EM-ZIP-CODE               DELIMITED BY SIZE
               INTO WS-ADDRESS-IMAGE-WORK
           END-STRING.

       700-WRITE-CHANGE-REGISTER-ENTRY.
           IF WS-AFTER-ALLOC-IMAGE NOT = SPACE
               MOVE SPACE TO CHANGE-REGISTER-LINE-OUT
               STRING "  ALLOC "                DELIMITED BY SIZE
                      WS-ALLOC-SLOT             DELIMITED BY SIZE
                      " BEFORE "                DELIMITED BY SIZE
                      WS-BEFORE-ALLOC-IMAGE     DELIMITED BY SIZE
                   INTO CHANGE-REGISTER-LINE-OUT
               WRITE CHANGE-REGISTER-LINE-OUT
               MOVE SPACE TO CHANGE-REGISTER-LINE-OUT
               STRING "  ALLOC "                DELIMITED BY SIZE
                      WS-ALLOC-SLOT             DELIMITED BY SIZE
                      " AFTER  "                DELIMITED BY SIZE
                      WS-AFTER-ALLOC-IMAGE      DELIMITED BY SIZE
                   INTO CHANGE-REGISTER-LINE-OUT
               END-STRING
               WRITE CHANGE-REGISTER-LINE-OUT
           END-IF.
           IF WS-BEFORE-ADDRESS-IMAGE NOT = SPACE
               MOVE SPACE TO CHANGE-REGISTER-LINE-OUT
               STRING "  ID BEFORE "            DELIMITED BY SIZE
                      WS-BEFORE-ADDRESS-IMAGE   DELIMITED BY SIZE
                   INTO CHANGE-REGISTER-LINE-OUT
               END-STRING
               WRITE CHANGE-REGISTER-LINE-OUT
           END-IF.
           IF WS-AFTER-ADDRESS-IMAGE NOT = SPACE
               MOVE SPACE TO CHANGE-REGISTER-LINE-OUT
               STRING "  ID AFTER  "            DELIMITED BY SIZE
                      WS-AFTER-ADDRESS-IMAGE    DELIMITED BY SIZE
                   INTO CHANGE-REGISTER-LINE-OUT
               END-STRING
               WRITE CHANGE-REGISTER-LINE-OUT
           END-IF.

       700-WRITE-MAINT-EXCEPTION.
           ADD 1 TO TOTAL-MAINT-EXCEPTIONS.
           CLOSE EMPLOYEE-MASTER.
           CLOSE CHANGE-REGISTER-OUT.
           CLOSE MAINT-EXCEPTIONS-OUT.

       700-READ-NEW-HIRE-PARM.
           MOVE 'Y' TO WS-NEW-HIRE-PARM-SW.
           OPEN INPUT NEW-HIRE-PARM-IN.
           IF WS-NEW-HIRE-PARM-STATUS NOT = "00"
               MOVE 'N' TO WS-NEW-HIRE-PARM-SW
           ELSE
               READ NEW-HIRE-PARM-IN
                   AT END
                       MOVE 'N' TO WS-NEW-HIRE-PARM-SW
               END-READ
               CLOSE NEW-HIRE-PARM-IN
           END-IF.
           IF NEW-HIRE-PARM-VALID AND
              (NP-EMPLOYER-FEIN NOT NUMERIC OR
               NP-EMPLOYER-NAME = SPACE)
               MOVE 'N' TO WS-NEW-HIRE-PARM-SW
           END-IF.
           IF NEW-HIRE-PARM-INVALID
               DISPLAY "EMPMAINT - NEW HIRE PARM MISSING OR INVALID"
                   " - NEW HIRES HELD FOR THE NEXT RUN"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE NP-EMPLOYER-FEIN TO WS-EMPLOYER-FEIN
               MOVE NP-EMPLOYER-NAME TO WS-EMPLOYER-NAME
               IF NP-DEADLINE-DAYS NUMERIC
                   MOVE NP-DEADLINE-DAYS TO WS-NEW-HIRE-DEADLINE-DAYS
               END-IF
           END-IF.

       700-WRITE-NEW-HIRE-EXCEPTION-HEADER.
           MOVE WS-NEW-HIRE-DEADLINE-DAYS TO WS-DAYS-EDIT.
           MOVE SPACE TO NEW-HIRE-EXCEPTION-LINE-OUT.
           STRING "      NEW HIRE REPORTING EXCEPTIONS - "
                                               DELIMITED BY SIZE
                  "REPORTING DEADLINE "        DELIMITED BY SIZE
                  WS-DAYS-EDIT                 DELIMITED BY SIZE
                  " DAYS"                      DELIMITED BY SIZE
               INTO NEW-HIRE-EXCEPTION-LINE-OUT
           END-STRING.
           WRITE NEW-HIRE-EXCEPTION-LINE-OUT.

       700-SCAN-MASTER-FOR-NEW-HIRES.
           MOVE 'N' TO WS-MASTER-SCAN-DONE-SW.
           MOVE ZERO TO EM-EMPLOYEE-NUMBER.
           START EMPLOYEE-MASTER
               KEY IS NOT LESS THAN EM-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-SCAN-DONE-SW
           END-START.
           IF NOT MASTER-SCAN-DONE
               PERFORM 700-READ-NEXT-MASTER
           END-IF.
           PERFORM 700-SELECT-NEW-HIRE
               UNTIL MASTER-SCAN-DONE.

       700-READ-NEXT-MASTER.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-SCAN-DONE-SW
           END-READ.

       700-SELECT-NEW-HIRE.
           IF EM-NEW-HIRE-PENDING
               PERFORM 700-COMPUTE-DAYS-SINCE-HIRE
               PERFORM 700-CHECK-NEW-HIRE-DATA
               IF NEW-HIRE-HELD
                   ADD 1 TO TOTAL-NEW-HIRES-HELD
                   PERFORM 700-WRITE-NEW-HIRE-EXCEPTION
               ELSE
                   PERFORM 700-BUILD-NEW-HIRE-DETAIL
                   WRITE NEW-HIRE-WORK-RECORD FROM NEW-HIRE-RECORD
                   IF WS-DAYS-SINCE-HIRE > WS-NEW-HIRE-DEADLINE-DAYS
                       MOVE "REPORTED LATE" TO WS-NEW-HIRE-REASON
                       PERFORM 700-WRITE-NEW-HIRE-EXCEPTION
                   END-IF
               END-IF
           END-IF.
           PERFORM 700-READ-NEXT-MASTER.

       700-COMPUTE-DAYS-SINCE-HIRE.
           MOVE ZERO TO WS-DAYS-SINCE-HIRE.
           IF EM-NEW-HIRE-DATE NUMERIC AND
              EM-NEW-HIRE-DATE > ZERO AND
              EM-NEW-HIRE-DATE < WS-RUN-DATE
               COMPUTE WS-DAYS-SINCE-HIRE =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE (EM-NEW-HIRE-DATE)
           END-IF.

       700-CHECK-NEW-HIRE-DATA.
           MOVE 'N' TO WS-NEW-HIRE-HELD-SW.
           MOVE SPACE TO WS-NEW-HIRE-REASON.
           IF EM-SSN NOT NUMERIC OR EM-SSN = ZERO
               MOVE 'Y' TO WS-NEW-HIRE-HELD-SW
               MOVE "NOT SENT - NO SSN" TO WS-NEW-HIRE-REASON
           END-IF.
           IF NOT NEW-HIRE-HELD AND
              (EM-STREET-ADDRESS = SPACE OR
               EM-CITY = SPACE OR
               EM-STATE = SPACE OR
               EM-ZIP-CODE = SPACE)
               MOVE 'Y' TO WS-NEW-HIRE-HELD-SW
               MOVE "NOT SENT - NO ADDRESS" TO WS-NEW-HIRE-REASON
           END-IF.
           IF NOT NEW-HIRE-HELD AND EM-WORK-JURISDICTION = SPACE
               MOVE 'Y' TO WS-NEW-HIRE-HELD-SW
               MOVE "NOT SENT - NO WORK STATE" TO WS-NEW-HIRE-REASON
           END-IF.

       700-BUILD-NEW-HIRE-DETAIL.
           MOVE SPACE TO NEW-HIRE-RECORD.
           MOVE 'D' TO NH-RECORD-TYPE.
           MOVE EM-WORK-JURISDICTION TO NH-STATE-CODE.
           MOVE EM-EMPLOYEE-NUMBER TO NH-EMPLOYEE-NUMBER.
           MOVE EM-SSN TO NH-EMPLOYEE-SSN.
           MOVE EM-LAST-NAME TO NH-LAST-NAME.
           MOVE EM-INITIALS TO NH-INITIALS.
           MOVE EM-STREET-ADDRESS TO NH-STREET-ADDRESS.
           MOVE EM-CITY TO NH-CITY.
           MOVE EM-STATE TO NH-ADDRESS-STATE.
           MOVE EM-ZIP-CODE TO NH-ZIP-CODE.
           MOVE EM-NEW-HIRE-DATE TO NH-HIRE-DATE.
           MOVE EM-NEW-HIRE-TYPE TO NH-HIRE-TYPE.
           MOVE WS-EMPLOYER-FEIN TO NH-DETAIL-FEIN.

       700-WRITE-NEW-HIRE-EXCEPTION.
           MOVE SPACE TO WS-NEW-HIRE-LATE-NOTE.
           IF WS-DAYS-SINCE-HIRE > WS-NEW-HIRE-DEADLINE-DAYS
               ADD 1 TO TOTAL-NEW-HIRES-LATE
               MOVE "*** PAST DEADLINE ***" TO WS-NEW-HIRE-LATE-NOTE
           END-IF.
           MOVE WS-DAYS-SINCE-HIRE TO WS-DAYS-EDIT.
           MOVE SPACE TO NEW-HIRE-EXCEPTION-LINE-OUT.
           STRING EM-EMPLOYEE-NUMBER         DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  EM-LAST-NAME               DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  EM-INITIALS                DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  EM-NEW-HIRE-TYPE           DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  EM-NEW-HIRE-DATE           DELIMITED BY SIZE
                  " DAYS "                   DELIMITED BY SIZE
                  WS-DAYS-EDIT               DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-NEW-HIRE-REASON         DELIMITED BY SIZE
                  WS-NEW-HIRE-LATE-NOTE      DELIMITED BY SIZE
               INTO NEW-HIRE-EXCEPTION-LINE-OUT
           END-STRING.
           WRITE NEW-HIRE-EXCEPTION-LINE-OUT.

       700-SORT-NEW-HIRES-BY-STATE.
           SORT NEW-HIRE-SORT-FILE
               ON ASCENDING KEY NS-STATE-CODE
               ON ASCENDING KEY NS-EMPLOYEE-NUMBER
               USING NEW-HIRE-WORK
               GIVING NEW-HIRE-SORTED.

       700-WRITE-NEW-HIRE-FILE.
           OPEN INPUT NEW-HIRE-SORTED.
           PERFORM 700-OPEN-NEW-HIRE-FILE.
           MOVE 'N' TO WS-SORTED-DONE-SW.
           MOVE 'Y' TO WS-FIRST-STATE-SW.
           PERFORM 700-READ-SORTED-NEW-HIRE.
           PERFORM 700-REPORT-NEW-HIRE
               UNTIL SORTED-NEW-HIRES-DONE.
           IF NOT FIRST-STATE
               PERFORM 700-WRITE-STATE-TRAILER
           END-IF.
           CLOSE NEW-HIRE-SORTED.
           CLOSE NEW-HIRE-FILE-OUT.

       700-OPEN-NEW-HIRE-FILE.
           OPEN EXTEND NEW-HIRE-FILE-OUT.
           IF WS-NEW-HIRE-FILE-STATUS = "35"
               OPEN OUTPUT NEW-HIRE-FILE-OUT
           END-IF.

       700-READ-SORTED-NEW-HIRE.
           READ NEW-HIRE-SORTED INTO NEW-HIRE-RECORD
               AT END
                   MOVE 'Y' TO WS-SORTED-DONE-SW
           END-READ.

       700-REPORT-NEW-HIRE.
           MOVE NEW-HIRE-RECORD TO WS-NEW-HIRE-DETAIL-SAVE.
           IF FIRST-STATE OR NH-STATE-CODE NOT = WS-CURRENT-STATE-CODE
               IF NOT FIRST-STATE
                   PERFORM 700-WRITE-STATE-TRAILER
                   MOVE WS-NEW-HIRE-DETAIL-SAVE TO NEW-HIRE-RECORD
               END-IF
               MOVE NH-STATE-CODE TO WS-CURRENT-STATE-CODE
               PERFORM 700-WRITE-STATE-HEADER
               MOVE WS-NEW-HIRE-DETAIL-SAVE TO NEW-HIRE-RECORD
           END-IF.
           WRITE NEW-HIRE-LINE-OUT FROM NEW-HIRE-RECORD.
           ADD 1 TO WS-STATE-RECORD-COUNT.
           ADD 1 TO TOTAL-NEW-HIRES-REPORTED.
           PERFORM 700-MARK-NEW-HIRE-REPORTED.
           PERFORM 700-READ-SORTED-NEW-HIRE.

       700-WRITE-STATE-HEADER.
           MOVE 'N' TO WS-FIRST-STATE-SW.
           ADD 1 TO TOTAL-NEW-HIRE-STATES.
           MOVE ZERO TO WS-STATE-RECORD-COUNT.
           MOVE SPACE TO NEW-HIRE-RECORD.
           MOVE 'H' TO NH-RECORD-TYPE.
           MOVE WS-CURRENT-STATE-CODE TO NH-STATE-CODE.
           MOVE WS-EMPLOYER-FEIN TO NH-EMPLOYER-FEIN.
           MOVE WS-EMPLOYER-NAME TO NH-EMPLOYER-NAME.
           MOVE WS-RUN-DATE TO NH-FILE-DATE.
           WRITE NEW-HIRE-LINE-OUT FROM NEW-HIRE-RECORD.

       700-WRITE-STATE-TRAILER.
           MOVE SPACE TO NEW-HIRE-RECORD.
           MOVE 'T' TO NH-RECORD-TYPE.
           MOVE WS-CURRENT-STATE-CODE TO NH-STATE-CODE.
           MOVE WS-EMPLOYER-FEIN TO NH-TRAILER-FEIN.
           MOVE WS-STATE-RECORD-COUNT TO NH-TRAILER-COUNT.
           WRITE NEW-HIRE-LINE-OUT FROM NEW-HIRE-RECORD.

       700-MARK-NEW-HIRE-REPORTED.
           MOVE NH-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "EMPMAINT - NEW HIRE " NH-EMPLOYEE-NUMBER
                       " NOT ON MASTER - NOT MARKED REPORTED"
               NOT INVALID KEY
                   MOVE 'R' TO EM-NEW-HIRE-STATUS
                   MOVE WS-RUN-DATE TO EM-NEW-HIRE-SENT-DATE
                   REWRITE EMPLOYEE-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "EMPMAINT - NEW HIRE "
                               NH-EMPLOYEE-NUMBER
                               " REWRITE FAILED - NOT MARKED REPORTED"
                   END-REWRITE
           END-READ.

       700-WRITE-NEW-HIRE-TOTALS.
           MOVE TOTAL-NEW-HIRES-REPORTED TO WS-NEW-HIRE-COUNT-EDIT.
           MOVE TOTAL-NEW-HIRE-STATES TO WS-STATE-COUNT-EDIT.
           MOVE SPACE TO NEW-HIRE-EXCEPTION-LINE-OUT.
           STRING "NEW HIRES REPORTED="        DELIMITED BY SIZE
                  WS-NEW-HIRE-COUNT-EDIT       DELIMITED BY SIZE
                  "  STATES="                  DELIMITED BY SIZE
                  WS-STATE-COUNT-EDIT          DELIMITED BY SIZE
                  "  FILE "                    DELIMITED BY SIZE
                  WS-NEW-HIRE-FILENAME         DELIMITED BY SPACE
               INTO NEW-HIRE-EXCEPTION-LINE-OUT
           END-STRING.
           WRITE NEW-HIRE-EXCEPTION-LINE-OUT.
           MOVE TOTAL-NEW-HIRES-HELD TO WS-NEW-HIRE-COUNT-EDIT.
           MOVE TOTAL-NEW-HIRES-LATE TO WS-DAYS-EDIT.
           MOVE SPACE TO NEW-HIRE-EXCEPTION-LINE-OUT.
           STRING "NEW HIRES HELD="            DELIMITED BY SIZE
                  WS-NEW-HIRE-COUNT-EDIT       DELIMITED BY SIZE
                  "  PAST DEADLINE="           DELIMITED BY SIZE
                  WS-DAYS-EDIT                 DELIMITED BY SIZE
               INTO NEW-HIRE-EXCEPTION-LINE-OUT
           END-STRING.
           WRITE NEW-HIRE-EXCEPTION-LINE-OUT.
           IF TOTAL-NEW-HIRES-LATE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
