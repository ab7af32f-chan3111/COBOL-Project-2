               ASSIGN "EMPFILE2.SRT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RAW-PAYRECORD-IN
               ASSIGN TO WS-PAYRECORD-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAYRECORD-STATUS.
           SELECT BATCH-DETAIL-WORK
               ASSIGN "EMPFILE2.DTL"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-RUN-PARM-IN
               ASSIGN "PAYRUNPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAY-RUN-PARM-STATUS.
           SELECT SORT-WORK-FILE
               ASSIGN "SORTWORK.TMP".
           SELECT AUDIT-PAYRECORD-IN
               ASSIGN "EMPFILE2.AUD"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRE-RELEASE-AUDIT-OUT
               ASSIGN TO WS-PRE-RELEASE-AUDIT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT YTD-MASTER
               ASSIGN "YTDMASTER.DAT"
                   ORGANIZATION IS INDEXED
               ASSIGN "PAYCALENDAR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-RUN-KEY
                   FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT FED-TAX-RATES-IN
               ASSIGN "FEDTAXRATES.TXT"
               ASSIGN "UNIONDUERATES.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNION-RATES-STATUS.
           SELECT WC-PREMIUM-RATES-IN
               ASSIGN "WCRATES.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WC-RATES-STATUS.
           SELECT GARNISHMENT-ORDERS
               ASSIGN "GARNISHORDERS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PH-HISTORY-KEY
                   FILE STATUS IS WS-PAY-HISTORY-STATUS.
           SELECT LEAVE-BALANCE
               ASSIGN "LEAVEBALANCE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LB-LEAVE-KEY
                   FILE STATUS IS WS-LEAVE-BALANCE-STATUS.
           SELECT LEAVE-RULES-IN
               ASSIGN "LEAVERULES.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LEAVE-RULES-STATUS.
           SELECT CHECK-CONTROL
               ASSIGN "CHECKCONTROL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHECK-CONTROL-STATUS.
           SELECT CHECK-PRINT-FILE
               ASSIGN TO WS-CHECK-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-REGISTER-OUT
               ASSIGN TO WS-CHECK-REGISTER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITIVE-PAY-FILE
               ASSIGN TO WS-POSITIVE-PAY-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPARTMENT-TOTALS-OUT
               ASSIGN TO WS-DEPT-TOTALS-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FD RAW-PAYRECORD-IN.
       01  RAW-PAYRECORD.
           05  RAW-PAYRECORD-DATA  PIC X(121).
       01  RAW-PAYRECORD-DETAIL.
           05  RD-EMPLOYEE-NUMBER  PIC 9(9).
           05  FILLER              PIC X(19).
           05  RD-HOURS-WORKED     PIC 9(2)V99.
           05  FILLER              PIC X(9).
           05  RD-PAY-PERIOD-END-DATE PIC X(8).
           05  RD-EARNINGS-LINE OCCURS 4 TIMES
                   INDEXED BY RD-ERN-IDX.
               10  RD-EARNINGS-TYPE    PIC X(3).
               10  FILLER              PIC X(15).
       COPY BATCHCTL.

       FD BATCH-DETAIL-WORK.
       01  BATCH-DETAIL-RECORD     PIC X(121).

       FD AUDIT-PAYRECORD-IN.
       01  AUDIT-PAYRECORD.
           05  AU-EMPLOYEE-NUMBER  PIC 9(9).
           05  FILLER              PIC X(112).

       FD PRE-RELEASE-AUDIT-OUT.
       01  PRE-RELEASE-AUDIT-LINE-OUT  PIC X(100).

       FD PAY-RUN-PARM-IN.
       01  PAY-RUN-PARM-RECORD.
           05  PM-RUN-TYPE              PIC X(1).
               88  PM-OFF-CYCLE-RUN         VALUE 'O'.
           05  PM-TAKE-PLAN-DEDUCTIONS  PIC X(1).
           05  PM-TAKE-UNION-DUES       PIC X(1).
           05  PM-PAY-BASE-SALARY       PIC X(1).
           05  PM-RUN-DESCRIPTION       PIC X(20).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  CP-TOTAL-EMPLOYER-SUTA      PIC 9(7)V99.
           05  CP-TOTAL-EMPLOYER-PLAN      PIC 9(7)V99.
           05  CP-TOTAL-EMPLOYER-BURDEN    PIC 9(9)V99.
           05  CP-FIRST-CHECK-NUMBER       PIC 9(8).
           05  CP-TOTAL-CHECKS-ISSUED      PIC 9(4).
           05  CP-TOTAL-CHECK-AMOUNT       PIC 9(9)V99.
           05  CP-RUN-TYPE                 PIC X(1).
           05  CP-RUN-SEQUENCE             PIC 9(2).
           05  CP-TOTAL-EMPLOYER-WC        PIC 9(7)V99.
           05  CP-WC-CLASS-COUNT           PIC 9(2).
           05  CP-WC-CLASS-TABLE OCCURS 40 TIMES
                   INDEXED BY CP-WCC-IDX.
               10  CP-WCC-CLASS-CODE       PIC X(4).
               10  CP-WCC-JURISDICTION     PIC X(3).
               10  CP-WCC-BASIS-WAGES      PIC 9(9)V99.
               10  CP-WCC-PREMIUM          PIC 9(7)V99.
               10  CP-WCC-RECORD-COUNT     PIC 9(4).

       FD PAYROLL-EXCEPTION-REPORT.
       01  PAYROLL-EXCEPTION-LINE-OUT  PIC X(80).
           05  ACH-INDIVIDUAL-ID-NUMBER     PIC 9(9).
           05  ACH-INDIVIDUAL-NAME          PIC X(16).

       FD CHECK-CONTROL.
       COPY CHKCTL.

       FD CHECK-PRINT-FILE.
       01  CHECK-PRINT-RECORD-OUT.
           05  CK-CHECK-NUMBER              PIC 9(8).
           05  CK-CHECK-DATE                PIC X(8).
           05  CK-EMPLOYEE-NUMBER           PIC 9(9).
           05  CK-PAYEE-NAME                PIC X(16).
           05  CK-DEPARTMENT-CODE           PIC X(4).
           05  CK-PAY-PERIOD-END            PIC X(8).
           05  CK-GROSS-PAY                 PIC 9(6)V99.
           05  CK-TOTAL-DEDUCTIONS          PIC 9(6)V99.
           05  CK-NET-AMOUNT                PIC 9(7)V99.
           05  CK-AMOUNT-PROTECTED          PIC $*,***,**9.99.
           05  CK-REISSUE-FLAG              PIC X(1).
               88  CK-REISSUED-PAYMENT          VALUE 'Y'.

       FD CHECK-REGISTER-OUT.
       01  CHECK-REGISTER-LINE-OUT  PIC X(80).

       FD POSITIVE-PAY-FILE.
       COPY POSPAY.

       FD TIMESHEET-CORRECTIONS.
       01  TIMESHEET-CORRECTION-RECORD.
           05  TC-EMPLOYEE-NUMBER             PIC 9(9).
           05  GM-ACCOUNT-NUMBER    PIC X(8).
           05  GM-DESCRIPTION       PIC X(24).

       FD DEPARTMENT-TOTALS-OUT.
       COPY DEPTTOT.

       FD BALANCING-REPORT-OUT.
       01  BALANCING-REPORT-LINE-OUT  PIC X(80).

       FD UNION-DUES-RATES-IN.
       COPY UNIONDR.

       FD WC-PREMIUM-RATES-IN.
       COPY WCRATER.

       FD GARNISHMENT-ORDERS.
       COPY GARNORD.

       FD PAY-HISTORY.
       COPY PAYHIST.

       FD LEAVE-BALANCE.
       COPY LEAVEBAL.

       FD LEAVE-RULES-IN.
       01  LEAVE-RULE-RECORD.
           05  LR-LEAVE-TYPE        PIC X(3).
           05  LR-PAY-TYPE          PIC X(1).
           05  LR-ACCRUAL-BASIS     PIC X(1).
           05  LR-ACCRUAL-RATE      PIC 9(2)V9999.
           05  LR-CARRYOVER-CAP     PIC 9(4)V99.

       FD GL-POSTING-OUT.
       01  GL-POSTING-ENTRY-OUT.
           05  GL-ACCOUNT-NUMBER-OUT    PIC X(8).
               88  GARNISH-ORDER-FOUND        VALUE 'Y'.
           05  WS-GARNISH-PAYEE-MATCH-SW  PIC X(1)  VALUE 'N'.
               88  GARNISH-PAYEE-MATCHED      VALUE 'Y'.
           05  WS-CHECK-CONTROL-STATUS    PIC X(2)  VALUE SPACE.
           05  WS-CHECK-CONTROL-FOUND-SW  PIC X(1)  VALUE 'N'.
               88  CHECK-CONTROL-FOUND        VALUE 'Y'.
           05  WS-PAY-METHOD-SW           PIC X(1)  VALUE 'D'.
               88  PAY-BY-DEPOSIT             VALUE 'D'.
               88  PAY-BY-CHECK               VALUE 'C'.
           05  WS-LEAVE-BALANCE-STATUS    PIC X(2)  VALUE SPACE.
           05  WS-LEAVE-RULES-STATUS      PIC X(2)  VALUE SPACE.
           05  WS-LEAVE-RULE-EOF-FLAG     PIC X(1)  VALUE 'N'.
           05  WS-LEAVE-RULE-FOUND-SW     PIC X(1)  VALUE 'N'.
               88  LEAVE-RULE-FOUND           VALUE 'Y'.
           05  WS-LEAVE-TYPE-FOUND-SW     PIC X(1)  VALUE 'N'.
               88  LEAVE-TYPE-FOUND           VALUE 'Y'.
           05  WS-LEAVE-OVERDRAW-SW       PIC X(1)  VALUE 'N'.
               88  LEAVE-LINE-OVERDRAWN       VALUE 'Y'.

       01  WS-EXCEPTION-REASON        PIC X(40)  VALUE SPACE.
       01  WS-PAYRATE-EXCEPTION-REASON PIC X(40) VALUE SPACE.
           05  WS-MAX-HOURS-WORKED     PIC 9(2)V99  VALUE 80.00.
           05  WS-MIN-HOURLY-RATE      PIC 9(2)V99  VALUE 00.01.
           05  WS-MAX-PERIOD-SALARY    PIC 9(7)V99  VALUE 30000.00.
           05  WS-MAX-PAY-VARIANCE-PCT PIC 9(3)V99  VALUE 25.00.

       01  WS-DEPARTMENT-BREAK-CONTROLS.
           05  WS-CURRENT-DEPARTMENT-CODE  PIC X(4)  VALUE SPACE.

       01  WS-FILE-NAME-CONTROLS.
           05  WS-PAY-PERIOD-DATE-EDITED  PIC X(8)   VALUE SPACE.
           05  WS-REGISTER-FILENAME       PIC X(40)  VALUE SPACE.
           05  WS-SUMMARY-FILENAME        PIC X(40)  VALUE SPACE.
           05  WS-EXCEPTION-FILENAME      PIC X(40)  VALUE SPACE.
           05  WS-PAYROLL-EXCEPTION-FILENAME PIC X(40) VALUE SPACE.
           05  WS-ACH-FILENAME            PIC X(40)  VALUE SPACE.
           05  WS-CORRECTION-AUDIT-FILENAME PIC X(40) VALUE SPACE.
           05  WS-PAYSTUB-FILENAME        PIC X(40)  VALUE SPACE.
           05  WS-GL-POSTING-FILENAME     PIC X(40)  VALUE SPACE.
           05  WS-BALANCING-FILENAME      PIC X(40)  VALUE SPACE.
           05  WS-UNION-REMIT-FILENAME    PIC X(40)  VALUE SPACE.
           05  WS-PLAN-REMIT-FILENAME     PIC X(40)  VALUE SPACE.
           05  WS-DEPOSIT-SCHED-FILENAME  PIC X(40)  VALUE SPACE.
           05  WS-GARNISH-REMIT-FILENAME  PIC X(40)  VALUE SPACE.
           05  WS-RETRO-AUDIT-FILENAME    PIC X(40)  VALUE SPACE.
           05  WS-CHECK-PRINT-FILENAME    PIC X(40)  VALUE SPACE.
           05  WS-CHECK-REGISTER-FILENAME PIC X(40)  VALUE SPACE.
           05  WS-POSITIVE-PAY-FILENAME   PIC X(40)  VALUE SPACE.
           05  WS-DEPT-TOTALS-FILENAME    PIC X(40)  VALUE SPACE.
           05  WS-PRE-RELEASE-AUDIT-FILENAME PIC X(40) VALUE SPACE.

       01  WS-CORRECTION-CONTROLS.
           05  WS-ORIGINAL-HOURS-WORKED      PIC 9(2)V99  VALUE ZERO.
           05  WS-STUB-CURRENT-EDIT  PIC ZZZ,ZZ9.99.
           05  WS-STUB-YTD-EDIT      PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-STUB-SALARY-EDIT   PIC Z,ZZZ,ZZ9.99.
           05  WS-STUB-NOTE          PIC X(40)  VALUE SPACE.

       01  WS-DEPARTMENT-AMOUNT-EDIT.
           05  WS-DEPT-GROSS-EDIT  PIC $ZZ,ZZZ.99.

       COPY UNIONDUE.

       COPY WCRATE.

       COPY TAXBRKT.

       COPY JURTAX.
           05  WS-CURRENT-PERIOD-X      PIC X(8)  VALUE SPACE.
           05  WS-EARLIEST-OPEN-PERIOD  PIC X(8)  VALUE SPACE.
           05  WS-RUN-DATE              PIC 9(8)  VALUE ZERO.
           05  WS-HIGH-RUN-SEQUENCE     PIC 9(2)  VALUE ZERO.
           05  WS-OPEN-RUN-SEQUENCE     PIC 9(2)  VALUE ZERO.
           05  WS-OTHER-BATCH-SEQUENCE  PIC 9(2)  VALUE ZERO.

       01  WS-RUN-MODE-CONTROLS.
           05  WS-PAY-RUN-PARM-STATUS   PIC X(2)  VALUE SPACE.
           05  WS-PAYRECORD-STATUS      PIC X(2)  VALUE SPACE.
           05  WS-RUN-TYPE-SW           PIC X(1)  VALUE 'R'.
               88  REGULAR-RUN              VALUE 'R'.
               88  OFF-CYCLE-RUN            VALUE 'O'.
           05  WS-PLAN-DEDUCTIONS-SW    PIC X(1)  VALUE 'Y'.
               88  TAKE-PLAN-DEDUCTIONS     VALUE 'Y'.
           05  WS-UNION-DUES-SW         PIC X(1)  VALUE 'Y'.
               88  TAKE-UNION-DUES          VALUE 'Y'.
           05  WS-BASE-SALARY-SW        PIC X(1)  VALUE 'Y'.
               88  PAY-BASE-SALARY          VALUE 'Y'.
           05  WS-CHECKPOINT-RUN-TYPE   PIC X(1)  VALUE SPACE.
           05  WS-RUN-SEQUENCE          PIC 9(2)  VALUE ZERO.
           05  WS-RUN-DESCRIPTION       PIC X(20) VALUE SPACE.
           05  WS-PAYRECORD-FILENAME    PIC X(20)
                   VALUE "EMPFILE2.TXT".
           05  WS-RUN-FILE-STAMP        PIC X(13) VALUE SPACE.
           05  WS-RUN-LABEL             PIC X(13) VALUE SPACE.

       01  WS-BATCH-CONTROLS.
           05  WS-BATCH-EOF-FLAG        PIC X(1)  VALUE 'N'.
           05  WS-BATCH-REJECTED-SW     PIC X(1)  VALUE 'N'.
               88  BATCH-REJECTED           VALUE 'Y'.
           05  WS-PAYROLL-INPUTS-OPEN-SW PIC X(1) VALUE 'N'.
               88  PAYROLL-INPUTS-OPEN      VALUE 'Y'.
           05  WS-BATCH-REJECT-REASON   PIC X(40) VALUE SPACE.
           05  WS-BATCH-TRAILER-VALID-SW PIC X(1) VALUE 'N'.
               88  BATCH-TRAILER-VALID      VALUE 'Y'.
           05  WS-BATCH-PERIOD-CHECK-SW PIC X(1)  VALUE SPACE.
               88  BATCH-PERIOD-PASSED      VALUE 'P'.
               88  BATCH-PERIOD-FAILED      VALUE 'F'.
           05  WS-BATCH-DUPLICATE-SW    PIC X(1)  VALUE SPACE.
               88  BATCH-NOT-DUPLICATE      VALUE 'N'.
               88  BATCH-DUPLICATE          VALUE 'Y'.
           05  WS-BATCH-ID              PIC X(12) VALUE SPACE.
           05  WS-BATCH-PERIOD-END      PIC X(8)  VALUE SPACE.
           05  WS-BATCH-DUP-PERIOD      PIC X(8)  VALUE SPACE.
           05  WS-BATCH-DUP-SEQUENCE    PIC 9(2)  VALUE ZERO.
           05  WS-BATCH-INPUT-RECORDS   PIC 9(7)  VALUE ZERO.
           05  WS-BATCH-HEADER-COUNT    PIC 9(3)  VALUE ZERO.
           05  WS-BATCH-TRAILER-COUNT   PIC 9(3)  VALUE ZERO.
           05  WS-BATCH-SEQUENCE-ERRORS PIC 9(7)  VALUE ZERO.
           05  WS-BATCH-PERIOD-ERRORS   PIC 9(7)  VALUE ZERO.
           05  WS-BATCH-TRAILER-RECORDS PIC 9(7)  VALUE ZERO.
           05  WS-BATCH-TRAILER-HOURS   PIC 9(9)V99 VALUE ZERO.
           05  WS-BATCH-TRAILER-EMPLOYEES PIC 9(15) VALUE ZERO.
           05  WS-BATCH-TRAILER-EARN-LINES PIC 9(7) VALUE ZERO.
           05  WS-BATCH-READ-RECORDS    PIC 9(7)  VALUE ZERO.
           05  WS-BATCH-READ-HOURS      PIC 9(9)V99 VALUE ZERO.
           05  WS-BATCH-READ-EMPLOYEES  PIC 9(15) VALUE ZERO.
           05  WS-BATCH-READ-EARN-LINES PIC 9(7)  VALUE ZERO.
           05  WS-BATCH-TRAILER-EDIT    PIC Z(15)9.
           05  WS-BATCH-READ-EDIT       PIC Z(15)9.
           05  WS-BATCH-TRAILER-HOURS-EDIT PIC Z(12)9.99.
           05  WS-BATCH-READ-HOURS-EDIT PIC Z(12)9.99.
           05  WS-BATCH-RESULT          PIC X(5)  VALUE SPACE.

       01  WS-RATE-TABLE-CONTROLS.
           05  WS-FED-RATES-STATUS      PIC X(2)  VALUE SPACE.
           05  WS-JURIS-RATES-STATUS    PIC X(2)  VALUE SPACE.
           05  WS-UNION-RATES-STATUS    PIC X(2)  VALUE SPACE.
           05  WS-WC-RATES-STATUS       PIC X(2)  VALUE SPACE.
           05  WS-FED-RATE-EOF-FLAG     PIC X(1)  VALUE 'N'.
           05  WS-JURIS-RATE-EOF-FLAG   PIC X(1)  VALUE 'N'.
           05  WS-UNION-RATE-EOF-FLAG   PIC X(1)  VALUE 'N'.
           05  WS-WC-RATE-EOF-FLAG      PIC X(1)  VALUE 'N'.
           05  WS-FED-RATE-FOUND-SW     PIC X(1)  VALUE 'N'.
               88  FED-RATE-SET-FOUND       VALUE 'Y'.
           05  WS-RATE-SLOT-FOUND-SW    PIC X(1)  VALUE 'N'.
           05  WS-JURIS-TABLE-COUNT     PIC 9(2)  VALUE ZERO.
           05  WS-UNION-RATE-COUNT      PIC 9(2)  VALUE ZERO.
           05  WS-UNION-DFLT-SLOT       PIC 9(2)  VALUE ZERO.
           05  WS-WC-RATE-COUNT         PIC 9(2)  VALUE ZERO.
           05  WS-RATE-SLOT             PIC 9(2)  VALUE ZERO.

       01  WS-JURIS-SLOT-EFFECTIVE-TABLE.
           05  WS-SPLIT-POST-ACCOUNT    PIC X(17)   VALUE SPACE.
           05  WS-SPLIT-POST-ACCT-TYPE  PIC X(1)    VALUE SPACE.
           05  WS-SPLIT-POST-AMOUNT     PIC 9(7)V99 VALUE ZERO.
           05  WS-PRIMARY-ROUTING       PIC 9(9)    VALUE ZERO.
           05  WS-PRIMARY-ACCOUNT       PIC X(17)   VALUE SPACE.
           05  WS-PRIMARY-ACCT-TYPE     PIC X(1)    VALUE SPACE.
           05  WS-PRIMARY-HOLD-SW       PIC X(1)    VALUE 'N'.
               88  PRIMARY-NOT-HELD         VALUE 'N'.
               88  PRIMARY-HELD-TO-PRIOR    VALUE 'O'.
               88  PRIMARY-HELD-TO-CHECK    VALUE 'C'.
           05  WS-ALLOC-HELD-COUNT      PIC 9(1)    VALUE ZERO.

       01  WS-DEPOSIT-SPLIT-TABLE.
           05  WS-DEPOSIT-SPLIT-ENTRY OCCURS 4 TIMES
               10  WS-DS-BANK-ACCT-TYPE  PIC X(1).
               10  WS-DS-AMOUNT          PIC 9(7)V99.

       01  WS-CHECK-WRITER-CONTROLS.
           05  WS-NEXT-CHECK-NUMBER     PIC 9(8)     VALUE ZERO.
           05  WS-CHECK-NUMBER-ISSUED   PIC 9(8)     VALUE ZERO.
           05  WS-FIRST-CHECK-NUMBER    PIC 9(8)     VALUE ZERO.
           05  WS-LAST-CHECK-NUMBER     PIC 9(8)     VALUE ZERO.
           05  WS-CHECK-AMOUNT          PIC 9(7)V99  VALUE ZERO.
           05  WS-DISBURSE-ACCOUNT      PIC X(17)    VALUE SPACE.
           05  WS-CHECK-PAYEE-NAME      PIC X(16)    VALUE SPACE.
           05  WS-CHECK-AMOUNT-EDIT     PIC ZZZ,ZZ9.99.
           05  WS-CHECK-TOTAL-EDIT      PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-CHECK-COUNT-EDIT      PIC ZZZ9.
           05  TOTAL-CHECKS-ISSUED      PIC 9(4)     VALUE ZERO.
           05  TOTAL-CHECK-AMOUNT       PIC 9(9)V99  VALUE ZERO.
           05  WS-CHECK-EMPLOYEE-NUMBER PIC 9(9)     VALUE ZERO.
           05  WS-CHECK-DEPARTMENT-CODE PIC X(4)     VALUE SPACE.
           05  WS-CHECK-PERIOD-END      PIC X(8)     VALUE SPACE.
           05  WS-CHECK-GROSS-PAY       PIC 9(6)V99  VALUE ZERO.
           05  WS-CHECK-DEDUCTIONS      PIC 9(6)V99  VALUE ZERO.
           05  WS-CHECK-REISSUE-SW      PIC X(1)     VALUE 'N'.
               88  REISSUE-CHECK            VALUE 'Y'.

       01  WS-REISSUE-CONTROLS.
           05  WS-REISSUE-DONE-SW       PIC X(1)     VALUE 'N'.
               88  REISSUE-SCAN-DONE        VALUE 'Y'.
           05  WS-REISSUE-AMOUNT        PIC S9(7)V99 VALUE ZERO.
           05  TOTAL-REISSUES-ISSUED    PIC 9(4)     VALUE ZERO.
           05  TOTAL-REISSUE-AMOUNT     PIC 9(9)V99  VALUE ZERO.

       01  WS-LEAVE-CONTROLS.
           05  WS-LEAVE-RULE-COUNT      PIC 9(2)     VALUE ZERO.
           05  WS-LEAVE-POST-YEAR       PIC 9(4)     VALUE ZERO.
           05  WS-LEAVE-CAP-HOURS       PIC 9(4)V99  VALUE ZERO.
           05  WS-LEAVE-HOURS-EDIT      PIC Z,ZZ9.99.
           05  WS-LEAVE-BALANCE-EDIT    PIC Z,ZZ9.99.
           05  WS-LEAVE-USED-EDIT       PIC Z,ZZ9.99.
           05  WS-LEAVE-ACCRUED-EDIT    PIC ZZ9.99.

       01  WS-LEAVE-RULE-TABLE.
           05  WS-LEAVE-RULE-ENTRY OCCURS 10 TIMES
                   INDEXED BY LR-IDX.
               10  WS-LR-LEAVE-TYPE      PIC X(3).
               10  WS-LR-PAY-TYPE        PIC X(1).
               10  WS-LR-ACCRUAL-BASIS   PIC X(1).
                   88  LR-ACCRUE-PER-HOUR    VALUE 'H'.
                   88  LR-ACCRUE-FLAT        VALUE 'F'.
               10  WS-LR-ACCRUAL-RATE    PIC 9(2)V9999.
               10  WS-LR-CARRYOVER-CAP   PIC 9(4)V99.

       01  WS-EMPLOYEE-LEAVE-TABLE.
           05  WS-EMP-LEAVE-ENTRY OCCURS 2 TIMES
                   INDEXED BY LV-IDX.
               10  WS-LV-LEAVE-TYPE      PIC X(3).
               10  WS-LV-ON-FILE-SW      PIC X(1).
                   88  LV-ON-FILE            VALUE 'Y'.
               10  WS-LV-POSTED-SW       PIC X(1).
                   88  LV-ALREADY-POSTED     VALUE 'Y'.
               10  WS-LV-BALANCE-HOURS   PIC 9(4)V99.
               10  WS-LV-BALANCE-YEAR    PIC 9(4).
               10  WS-LV-CARRIED-IN      PIC 9(4)V99.
               10  WS-LV-FORFEITED       PIC 9(4)V99.
               10  WS-LV-YTD-ACCRUED     PIC 9(4)V99.
               10  WS-LV-YTD-USED        PIC 9(4)V99.
               10  WS-LV-PERIOD-ACCRUED  PIC 9(3)V99.
               10  WS-LV-PERIOD-USED     PIC 9(4)V99.

       01  WS-QUARTER-POSTING-CONTROLS.
           05  WS-POSTING-MONTH    PIC 9(2)  VALUE ZERO.
           05  WS-POSTING-QUARTER  PIC 9(1)  VALUE ZERO.
           05  WS-EMPLOYER-FUTA-AMOUNT  PIC 9(6)V99  VALUE ZERO.
           05  WS-EMPLOYER-SUTA-AMOUNT  PIC 9(6)V99  VALUE ZERO.
           05  WS-EMPLOYER-PLAN-SHARE   PIC 9(6)V99  VALUE ZERO.
           05  WS-EMPLOYER-WC-PREMIUM   PIC 9(6)V99  VALUE ZERO.
           05  WS-EMPLOYER-BURDEN       PIC 9(7)V99  VALUE ZERO.

       01  WS-WC-PREMIUM-CONTROLS.
           05  WS-WC-OVERTIME-PREMIUM   PIC 9(6)V99  VALUE ZERO.
           05  WS-WC-STRAIGHT-TIME      PIC 9(6)V99  VALUE ZERO.
           05  WS-WC-BASIS-WAGES        PIC 9(6)V99  VALUE ZERO.
           05  WS-WC-RATE-FOUND-SW      PIC X(1)     VALUE 'N'.
               88  WC-RATE-FOUND            VALUE 'Y'.
           05  WS-WC-CLASS-FOUND-SW     PIC X(1)     VALUE 'N'.
               88  WC-CLASS-ROW-FOUND       VALUE 'Y'.
           05  WS-WC-BASIS-EDIT         PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-WC-PREMIUM-EDIT       PIC ZZZ,ZZ9.99.

       01  WS-WC-CLASS-COUNT  PIC 9(2)  VALUE ZERO.
       01  WS-WC-CLASS-TABLE.
           05  WS-WC-CLASS-ENTRY OCCURS 40 TIMES
                   INDEXED BY WCC-IDX.
               10  WS-WCC-CLASS-CODE    PIC X(4).
               10  WS-WCC-JURISDICTION  PIC X(3).
               10  WS-WCC-BASIS-WAGES   PIC 9(9)V99.
               10  WS-WCC-PREMIUM       PIC 9(7)V99.
               10  WS-WCC-RECORD-COUNT  PIC 9(4).

       01  WS-DEPOSIT-SCHEDULE-CONTROLS.
           05  WS-SCHED-LIABILITY-LABEL PIC X(24)    VALUE SPACE.
           05  WS-SCHED-AMOUNT-EDIT     PIC ZZZ,ZZZ,ZZ9.99.
           05  TOTAL-EMPLOYER-FUTA     PIC 9(7)V99  VALUE ZERO.
           05  TOTAL-EMPLOYER-SUTA     PIC 9(7)V99  VALUE ZERO.
           05  TOTAL-EMPLOYER-PLAN     PIC 9(7)V99  VALUE ZERO.
           05  TOTAL-EMPLOYER-WC       PIC 9(7)V99  VALUE ZERO.
           05  TOTAL-EMPLOYER-BURDEN   PIC 9(9)V99  VALUE ZERO.

       01  WS-TAX-BRACKET-CONTROLS.
           05  WS-ACH-REREAD-TOTAL     PIC 9(9)V99   VALUE ZERO.
           05  WS-ACH-ENTRY-COUNT      PIC 9(4)      VALUE ZERO.
           05  WS-ACH-EOF-FLAG         PIC X(1)      VALUE 'N'.
           05  WS-CHECK-REREAD-TOTAL   PIC 9(9)V99   VALUE ZERO.
           05  WS-CHECK-REREAD-COUNT   PIC 9(4)      VALUE ZERO.
           05  WS-CHECK-EOF-FLAG       PIC X(1)      VALUE 'N'.
           05  WS-REISSUE-REREAD-TOTAL PIC 9(9)V99   VALUE ZERO.
           05  WS-REISSUE-REREAD-COUNT PIC 9(4)      VALUE ZERO.
           05  WS-DISBURSED-TOTAL      PIC 9(9)V99   VALUE ZERO.
           05  WS-NET-DIFFERENCE       PIC S9(9)V99  VALUE ZERO.
           05  WS-RECORD-DIFFERENCE    PIC S9(4)     VALUE ZERO.
           05  WS-RUN-BALANCED-SW      PIC X(1)      VALUE 'Y'.
           05  WS-BAL-COUNT-EDIT       PIC ZZZ9.
           05  WS-BAL-COUNT-DIFF-EDIT  PIC -ZZZ9.

       01  WS-PRE-RELEASE-AUDIT-CONTROLS.
           05  WS-PRIOR-PERIOD-END       PIC X(8)      VALUE SPACE.
           05  WS-AUDIT-MASTER-DONE-SW   PIC X(1)      VALUE 'N'.
               88  AUDIT-MASTER-DONE         VALUE 'Y'.
           05  WS-AUDIT-FEED-DONE-SW     PIC X(1)      VALUE 'N'.
               88  AUDIT-FEED-DONE           VALUE 'Y'.
           05  WS-AUDIT-HISTORY-DONE-SW  PIC X(1)      VALUE 'N'.
               88  AUDIT-HISTORY-DONE        VALUE 'Y'.
           05  WS-AUDIT-IN-FEED-SW       PIC X(1)      VALUE 'N'.
               88  AUDIT-IN-FEED             VALUE 'Y'.
           05  WS-AUDIT-PAID-SW          PIC X(1)      VALUE 'N'.
               88  AUDIT-PAID-THIS-RUN       VALUE 'Y'.
           05  WS-AUDIT-LAST-FOUND-SW    PIC X(1)      VALUE 'N'.
               88  AUDIT-LAST-FOUND          VALUE 'Y'.
           05  WS-AUDIT-THIS-GROSS       PIC 9(7)V99   VALUE ZERO.
           05  WS-AUDIT-THIS-NET         PIC 9(7)V99   VALUE ZERO.
           05  WS-AUDIT-LAST-PERIOD      PIC X(8)      VALUE SPACE.
           05  WS-AUDIT-LAST-GROSS       PIC 9(7)V99   VALUE ZERO.
           05  WS-AUDIT-LAST-NET         PIC 9(7)V99   VALUE ZERO.
           05  WS-AUDIT-COMPARE-LAST     PIC 9(7)V99   VALUE ZERO.
           05  WS-AUDIT-COMPARE-THIS     PIC 9(7)V99   VALUE ZERO.
           05  WS-AUDIT-DIFFERENCE       PIC 9(7)V99   VALUE ZERO.
           05  WS-AUDIT-VARIANCE-PCT     PIC 9(4)V9    VALUE ZERO.
           05  WS-AUDIT-REASON           PIC X(22)     VALUE SPACE.
           05  WS-AUDIT-DETAIL           PIC X(44)     VALUE SPACE.
           05  WS-AUDIT-SIGN             PIC X(1)      VALUE SPACE.
           05  TOTAL-AUDIT-CHECKED       PIC 9(4)      VALUE ZERO.
           05  TOTAL-AUDIT-NO-TIMESHEET  PIC 9(4)      VALUE ZERO.
           05  TOTAL-AUDIT-NOT-PAID-LAST PIC 9(4)      VALUE ZERO.
           05  TOTAL-AUDIT-VARIANCE      PIC 9(4)      VALUE ZERO.
           05  TOTAL-AUDIT-SALARY        PIC 9(4)      VALUE ZERO.
           05  WS-AUDIT-LAST-EDIT        PIC ZZZZZZ9.99.
           05  WS-AUDIT-THIS-EDIT        PIC ZZZZZZ9.99.
           05  WS-AUDIT-PCT-EDIT         PIC ZZZ9.9.
           05  WS-AUDIT-LIMIT-EDIT       PIC ZZ9.99.

       01  WS-DEDUCTION-RUN-TOTALS.
           05  TOTAL-TAX-DEDUCTION     PIC 9(7)V99  VALUE ZERO.
           05  TOTAL-HEALTH-DEDUCTION  PIC 9(7)V99  VALUE ZERO.
               PERFORM 200-INITIATE-CREATE-PAYREGISTER-RECORD
               PERFORM 200-CREATE-PAYREGISTER-RECORD
                   UNTIL EOF-FLAG = 'Y'
               PERFORM 200-REISSUE-RETURNED-PAYMENTS
               PERFORM 200-CREATE-PRE-RELEASE-AUDIT
               PERFORM 200-CREATE-PAYSUMMARY-FILE
               PERFORM 200-CREATE-GL-POSTING-FILE
               PERFORM 200-CREATE-TAX-DEPOSIT-SCHEDULE
           STOP RUN.

       200-INITIATE-CREATE-PAYROLL-FILES.
           PERFORM 700-READ-PAY-RUN-PARM.
           PERFORM 700-VALIDATE-PAYRECORD-BATCH.
           IF NOT BATCH-REJECTED
               PERFORM 700-SORT-PAYRECORD-BY-DEPARTMENT
               PERFORM 700-OPEN-PAYRECORD-FILE
               PERFORM 700-OPEN-YTD-MASTER-FILE
               PERFORM 700-OPEN-EMPLOYEE-MASTER-FILE
               PERFORM 700-OPEN-TIMESHEET-CORRECTIONS-FILE
               PERFORM 700-OPEN-RETRO-PAY-TRANS-FILE
               PERFORM 700-OPEN-GARNISHMENT-ORDERS-FILE
               PERFORM 700-OPEN-PAY-HISTORY-FILE
               PERFORM 700-OPEN-LEAVE-BALANCE-FILE
               MOVE 'Y' TO WS-PAYROLL-INPUTS-OPEN-SW
               PERFORM 700-LOAD-GL-ACCOUNT-MAP
               PERFORM 700-READ-PAYRECORD-FILE-RECORD
               PERFORM 700-LOAD-RATE-TABLES
               PERFORM 700-LOAD-CHECK-CONTROL
               PERFORM 700-VERIFY-RUN-CONTROL
           END-IF.
           IF NOT RUN-ABANDONED
               MOVE PAY-PERIOD-END-DATE TO WS-PAY-PERIOD-DATE-EDITED
               PERFORM 700-BUILD-PERIOD-STAMPED-FILENAMES
               PERFORM 700-OPEN-EMPLOYEE-EXCEPTIONS-FILE
               PERFORM 700-OPEN-PAYROLL-EXCEPTION-REPORT-FILE
               PERFORM 700-LOAD-DEDUCTION-PLANS
               PERFORM 700-LOAD-DEDUCTION-ELECTIONS
               PERFORM 700-LOAD-LEAVE-RULES
               PERFORM 700-OPEN-ACH-DEPOSIT-FILE
               PERFORM 700-OPEN-CHECK-WRITER-FILES
               PERFORM 700-OPEN-CORRECTION-AUDIT-FILE
               PERFORM 700-OPEN-RETRO-AUDIT-FILE
               PERFORM 700-OPEN-PAY-STUB-FILE

       200-ABANDON-PAYROLL-RUN.
           PERFORM 700-CLOSE-RUN-CONTROL.
           IF PAYROLL-INPUTS-OPEN
               CLOSE PAYRECORD-IN
               CLOSE YTD-MASTER
               CLOSE EMPLOYEE-MASTER
               CLOSE TIMESHEET-CORRECTIONS
               CLOSE RETRO-PAY-TRANS
               CLOSE GARNISHMENT-ORDERS
               CLOSE PAY-HISTORY
               CLOSE LEAVE-BALANCE
           END-IF.
           IF BATCH-REJECTED
               PERFORM 700-WRITE-REJECTED-BATCH-REPORT
           END-IF.

       200-INITIATE-CREATE-PAYREGISTER-RECORD.
           IF WS-RESTART-EMPLOYEE-NUMBER = ZERO
           PERFORM 700-CONSUME-TIMESHEET-CORRECTION.
           PERFORM 700-CONSUME-RETRO-TRANSACTION.
           PERFORM 700-READ-PAYRECORD-FILE-RECORD.

       200-REISSUE-RETURNED-PAYMENTS.
           MOVE 'N' TO WS-REISSUE-DONE-SW.
           MOVE ZERO TO PH-EMPLOYEE-NUMBER.
           MOVE "00000000" TO PH-PAY-PERIOD-END.
           MOVE ZERO TO PH-RUN-SEQUENCE.
           START PAY-HISTORY KEY NOT LESS THAN PH-HISTORY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REISSUE-DONE-SW
           END-START.
           IF NOT REISSUE-SCAN-DONE
               PERFORM 700-READ-NEXT-REISSUE-HISTORY
           END-IF.
           PERFORM 700-REISSUE-RETURNED-PAYMENT
               UNTIL REISSUE-SCAN-DONE.
           
       200-CREATE-PRE-RELEASE-AUDIT.
           PERFORM 700-OPEN-PRE-RELEASE-AUDIT-FILE.
           PERFORM 700-FIND-PRIOR-PERIOD.
           PERFORM 700-SORT-PAYRECORD-BY-EMPLOYEE.
           OPEN INPUT AUDIT-PAYRECORD-IN.
           MOVE 'N' TO WS-AUDIT-FEED-DONE-SW.
           PERFORM 700-READ-AUDIT-PAYRECORD.
           PERFORM 700-START-AUDIT-MASTER-BROWSE.
           PERFORM 700-AUDIT-EMPLOYEE
               UNTIL AUDIT-MASTER-DONE.
           CLOSE AUDIT-PAYRECORD-IN.
           PERFORM 700-WRITE-PRE-RELEASE-AUDIT-TOTALS.
           CLOSE PRE-RELEASE-AUDIT-OUT.

       200-TERMINATE-CREATE-PAYROLL-FILES.
           PERFORM   700-WRITE-CHECK-REGISTER-TOTALS.
           PERFORM   700-CLOSE-FILES.
           PERFORM   700-BALANCE-PAYROLL-RUN.
           PERFORM   700-CLOSE-RUN-CONTROL.
           PERFORM 700-WRITE-JURISDICTION-SUMMARY
               VARYING JTX-IDX FROM 1 BY 1
               UNTIL JTX-IDX > WS-JURIS-TABLE-COUNT.
           PERFORM 700-WRITE-WC-CLASS-SUMMARY
               VARYING WCC-IDX FROM 1 BY 1
               UNTIL WCC-IDX > WS-WC-CLASS-COUNT.
           
       700-BUILD-PERIOD-STAMPED-FILENAMES.
           MOVE SPACE TO WS-RUN-FILE-STAMP.
           MOVE SPACE TO WS-RUN-LABEL.
           IF OFF-CYCLE-RUN
               STRING WS-PAY-PERIOD-DATE-EDITED DELIMITED BY SIZE
                      ".OC"                     DELIMITED BY SIZE
                      WS-RUN-SEQUENCE           DELIMITED BY SIZE
                   INTO WS-RUN-FILE-STAMP
               END-STRING
               STRING " OFF-CYCLE "             DELIMITED BY SIZE
                      WS-RUN-SEQUENCE           DELIMITED BY SIZE
                   INTO WS-RUN-LABEL
               END-STRING
           ELSE
               MOVE WS-PAY-PERIOD-DATE-EDITED TO WS-RUN-FILE-STAMP
           END-IF.
           MOVE SPACE TO WS-REGISTER-FILENAME.
           STRING "PAYROLLREGISTER."          DELIMITED BY SIZE
                  WS-RUN-FILE-STAMP            DELIMITED BY SPACE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-REGISTER-FILENAME
           END-STRING.
           MOVE SPACE TO WS-SUMMARY-FILENAME.
           STRING "PAYROLLSUMMARY."            DELIMITED BY SIZE
                  WS-RUN-FILE-STAMP            DELIMITED BY SPACE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-SUMMARY-FILENAME
           END-STRING.
           MOVE SPACE TO WS-EXCEPTION-FILENAME.
           STRING "EMPLOYEEEXCEPTIONS."        DELIMITED BY SIZE
                  WS-RUN-FILE-STAMP            DELIMITED BY SPACE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-EXCEPTION-FILENAME
           END-STRING.
           MOVE SPACE TO WS-PAYROLL-EXCEPTION-FILENAME.
           STRING "PAYROLLEXCEPTIONREPORT."    DELIMITED BY SIZE
                  WS-RUN-FILE-STAMP            DELIMITED BY SPACE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-PAYROLL-EXCEPTION-FILENAME
           END-STRING.
           MOVE SPACE TO WS-ACH-FILENAME.
           STRING "ACHDEPOSITFILE."            DELIMITED BY SIZE
                  WS-RUN-FILE-STAMP            DELIMITED BY SPACE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-ACH-FILENAME
           END-STRING.
           MOVE SPACE TO WS-CORRECTION-AUDIT-FILENAME.
           STRING "CORRECTIONAUDIT."           DELIMITED BY SIZE
                  WS-RUN-FILE-STAMP            DELIMITED BY SPACE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-CORRECTION-AUDIT-FILENAME
           END-STRING.
           MOVE SPACE TO WS-PAYSTUB-FILENAME.
           STRING "PAYSTUBS."                  DELIMITED BY SIZE
                  WS-RUN-FILE-STAMP            DELIMITED BY SPACE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-PAYSTUB-FILENAME
           END-STRING.
           MOVE SPACE TO WS-GL-POSTING-FILENAME.
           STRING "GLPOSTING."                 DELIMITED BY SIZE
                  WS-RUN-FILE-STAMP            DELIMITED BY SPACE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-GL-POSTING-FILENAME
           END-STRING.
           MOVE SPACE TO WS-BALANCING-FILENAME.
           STRING "PAYROLLBALANCING."          DELIMITED BY SIZE
                  WS-RUN-FILE-STAMP            DELIMITED BY SPACE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-BALANCING-FILENAME
           END-STRING.
           MOVE SPACE TO WS-UNION-REMIT-FILENAME.
           STRING "UNIONREMITTANCE."           DELIMITED BY SIZE
                  WS-RUN-FILE-STAMP            DELIMITED BY SPACE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-UNION-REMIT-FILENAME
           END-STRING.
           MOVE SPACE TO WS-PLAN-REMIT-FILENAME.
           STRING "PLANREMITTANCE."            DELIMITED BY SIZE
                  WS-RUN-FILE-STAMP            DELIMITED BY SPACE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-PLAN-REMIT-FILENAME
           END-STRING.
           MOVE SPACE TO WS-RETRO-AUDIT-FILENAME.
           STRING "RETROPAYAUDIT."             DELIMITED BY SIZE
                  WS-RUN-FILE-STAMP            DELIMITED BY SPACE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-RETRO-AUDIT-FILENAME
           END-STRING.
           MOVE SPACE TO WS-GARNISH-REMIT-FILENAME.
           STRING "GARNISHREMITTANCE."         DELIMITED BY SIZE
                  WS-RUN-FILE-STAMP            DELIMITED BY SPACE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-GARNISH-REMIT-FILENAME
           END-STRING.
           MOVE SPACE TO WS-DEPOSIT-SCHED-FILENAME.
           STRING "TAXDEPOSITSCHEDULE."        DELIMITED BY SIZE
                  WS-RUN-FILE-STAMP            DELIMITED BY SPACE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-DEPOSIT-SCHED-FILENAME
           END-STRING.
           MOVE SPACE TO WS-CHECK-PRINT-FILENAME.
           STRING "CHECKPRINT."                DELIMITED BY SIZE
                  WS-RUN-FILE-STAMP            DELIMITED BY SPACE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-CHECK-PRINT-FILENAME
           END-STRING.
           MOVE SPACE TO WS-CHECK-REGISTER-FILENAME.
           STRING "CHECKREGISTER."             DELIMITED BY SIZE
                  WS-RUN-FILE-STAMP            DELIMITED BY SPACE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-CHECK-REGISTER-FILENAME
           END-STRING.
           MOVE SPACE TO WS-POSITIVE-PAY-FILENAME.
           STRING "POSITIVEPAY."               DELIMITED BY SIZE
                  WS-RUN-FILE-STAMP            DELIMITED BY SPACE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-POSITIVE-PAY-FILENAME
           END-STRING.
           MOVE SPACE TO WS-DEPT-TOTALS-FILENAME.
           STRING "DEPTTOTALS."                DELIMITED BY SIZE
                  WS-RUN-FILE-STAMP            DELIMITED BY SPACE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-DEPT-TOTALS-FILENAME
           END-STRING.
           MOVE SPACE TO WS-PRE-RELEASE-AUDIT-FILENAME.
           STRING "PRERELEASEAUDIT."           DELIMITED BY SIZE
                  WS-RUN-FILE-STAMP            DELIMITED BY SPACE
                  ".TXT"                       DELIMITED BY SIZE
               INTO WS-PRE-RELEASE-AUDIT-FILENAME
           END-STRING.

       700-WRITE-PAYREGISTER-HEADERS.
           WRITE REPORT-HEADER-OUT FROM WS-REPORT-HEADER.
           MOVE SPACE TO PERIOD-HEADER-OUT.
           STRING "PAY PERIOD ENDING: "     DELIMITED BY SIZE
                  WS-PAY-PERIOD-DATE-EDITED DELIMITED BY SIZE
                  WS-RUN-LABEL              DELIMITED BY SIZE
               INTO PERIOD-HEADER-OUT
           END-STRING.
           WRITE PERIOD-HEADER-OUT.
           IF OFF-CYCLE-RUN AND WS-RUN-DESCRIPTION NOT = SPACE
               MOVE SPACE TO PERIOD-HEADER-OUT
               STRING "RUN: "                DELIMITED BY SIZE
                      WS-RUN-DESCRIPTION     DELIMITED BY SIZE
                   INTO PERIOD-HEADER-OUT
               END-STRING
               WRITE PERIOD-HEADER-OUT
           END-IF.
      
       700-PROCESS-PAYREGISTER.
           PERFORM 700-CHECK-DEPARTMENT-BREAK.
           PERFORM 700-LOAD-LEAVE-BALANCES.
           PERFORM 1000-COMPUTE-GROSS-PAY.
           PERFORM 1000-COMPUTE-LEAVE-ACCRUAL.
           PERFORM 1000-COMPUTE-RETRO-ADJUSTMENT.
           PERFORM 1000-COMPUTE-TOTAL-GROSS.
           PERFORM 1000-COMPUTE-TAX-DEDUCTION.
           PERFORM 1000-COMPUTE-EMPLOYER-BURDEN.
           PERFORM 700-WRITE-ACH-DEPOSIT-ENTRY.
           PERFORM 700-UPDATE-YTD-MASTER.
           PERFORM 700-UPDATE-LEAVE-BALANCES.
           PERFORM 700-WRITE-PAY-HISTORY.
           PERFORM 700-WRITE-PAY-STUB.
           PERFORM 700-ACCUMULATE-DEPARTMENT-TOTALS.
               INTO DEPT-SUMMARY-LINE-OUT
           END-STRING.
           WRITE DEPT-SUMMARY-LINE-OUT.
           PERFORM 700-WRITE-DEPARTMENT-TOTALS-RECORD.

       700-WRITE-DEPARTMENT-TOTALS-RECORD.
           MOVE WS-PAY-PERIOD-DATE-EDITED TO DT-PERIOD-END.
           MOVE WS-RUN-SEQUENCE TO DT-RUN-SEQUENCE.
           MOVE WS-DT-DEPARTMENT-CODE (WS-DEPT-IDX)
               TO DT-DEPARTMENT-CODE.
           MOVE WS-DT-TOTAL-GROSS (WS-DEPT-IDX) TO DT-TOTAL-GROSS.
           MOVE WS-DT-TOTAL-NET (WS-DEPT-IDX) TO DT-TOTAL-NET.
           MOVE WS-DT-TOTAL-BURDEN (WS-DEPT-IDX) TO DT-TOTAL-BURDEN.
           MOVE WS-DT-RECORD-COUNT (WS-DEPT-IDX) TO DT-RECORD-COUNT.
           WRITE DEPARTMENT-TOTALS-RECORD.

       200-CREATE-GL-POSTING-FILE.
           PERFORM 700-WRITE-GL-DEPT-DEBIT
           MOVE TOTAL-EMPLOYER-PLAN TO WS-GL-ENTRY-AMOUNT.
           MOVE "EMPLOYER PLAN PAYABLE" TO WS-GL-ENTRY-DESC.
           PERFORM 700-WRITE-GL-POSTING-ENTRY.
           MOVE "*WCA" TO WS-GL-LOOKUP-KEY.
           PERFORM 700-LOOKUP-GL-ACCOUNT.
           MOVE 'C' TO WS-GL-DC-CODE.
           MOVE TOTAL-EMPLOYER-WC TO WS-GL-ENTRY-AMOUNT.
           MOVE "WC PREMIUM ACCRUED" TO WS-GL-ENTRY-DESC.
           PERFORM 700-WRITE-GL-POSTING-ENTRY.

       700-LOOKUP-GL-ACCOUNT.
           MOVE 'N' TO WS-GL-MAP-FOUND-SW.
           END-STRING.
           WRITE DEPT-SUMMARY-LINE-OUT.

       700-WRITE-WC-CLASS-SUMMARY.
           MOVE WS-WCC-BASIS-WAGES (WCC-IDX) TO WS-WC-BASIS-EDIT.
           MOVE WS-WCC-PREMIUM (WCC-IDX) TO WS-WC-PREMIUM-EDIT.
           MOVE SPACE TO DEPT-SUMMARY-LINE-OUT.
           STRING "WC CLASS "         DELIMITED BY SIZE
                  WS-WCC-CLASS-CODE (WCC-IDX)
                                      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-WCC-JURISDICTION (WCC-IDX)
                                      DELIMITED BY SIZE
                  " PAYROLL="         DELIMITED BY SIZE
                  WS-WC-BASIS-EDIT    DELIMITED BY SIZE
                  " PREMIUM="         DELIMITED BY SIZE
                  WS-WC-PREMIUM-EDIT  DELIMITED BY SIZE
               INTO DEPT-SUMMARY-LINE-OUT
           END-STRING.
           WRITE DEPT-SUMMARY-LINE-OUT.

       200-CREATE-TAX-DEPOSIT-SCHEDULE.
           OPEN OUTPUT TAX-DEPOSIT-SCHEDULE-OUT.
           MOVE WS-PAY-PERIOD-DATE-EDITED TO WS-PERIOD-END-PARTS.
           MOVE TOTAL-EMPLOYER-PLAN TO WS-SCHED-AMOUNT-EDIT.
           PERFORM 700-SET-MONTHLY-DUE-DATE.
           PERFORM 700-WRITE-DEPOSIT-SCHEDULE-LINE.
           MOVE "WORKERS COMP PREMIUM" TO WS-SCHED-LIABILITY-LABEL.
           MOVE TOTAL-EMPLOYER-WC TO WS-SCHED-AMOUNT-EDIT.
           PERFORM 700-SET-QUARTERLY-DUE-DATE.
           PERFORM 700-WRITE-DEPOSIT-SCHEDULE-LINE.
           MOVE SPACE TO DEPOSIT-SCHEDULE-LINE-OUT.
           WRITE DEPOSIT-SCHEDULE-LINE-OUT.
           PERFORM 700-WRITE-DEPT-BURDEN-LINE
       700-DISPLAY-PAYRECORD-RECORD.
           DISPLAY PAYROLL-RECORD.

       700-READ-PAY-RUN-PARM.
           OPEN INPUT PAY-RUN-PARM-IN.
           IF WS-PAY-RUN-PARM-STATUS = "00"
               READ PAY-RUN-PARM-IN
                   AT END
                       MOVE SPACE TO PAY-RUN-PARM-RECORD
               END-READ
               CLOSE PAY-RUN-PARM-IN
               IF PM-OFF-CYCLE-RUN
                   PERFORM 700-SET-OFF-CYCLE-RUN-MODE
               END-IF
           END-IF.

       700-SET-OFF-CYCLE-RUN-MODE.
           MOVE 'O' TO WS-RUN-TYPE-SW.
           MOVE "OFFCYCLEPAY.TXT" TO WS-PAYRECORD-FILENAME.
           MOVE PM-RUN-DESCRIPTION TO WS-RUN-DESCRIPTION.
           MOVE 'N' TO WS-PLAN-DEDUCTIONS-SW.
           MOVE 'N' TO WS-UNION-DUES-SW.
           MOVE 'N' TO WS-BASE-SALARY-SW.
           IF PM-TAKE-PLAN-DEDUCTIONS = 'Y'
               MOVE 'Y' TO WS-PLAN-DEDUCTIONS-SW
           END-IF.
           IF PM-TAKE-UNION-DUES = 'Y'
               MOVE 'Y' TO WS-UNION-DUES-SW
           END-IF.
           IF PM-PAY-BASE-SALARY = 'Y'
               MOVE 'Y' TO WS-BASE-SALARY-SW
           END-IF.

       700-VALIDATE-PAYRECORD-BATCH.
           MOVE 'N' TO WS-BATCH-EOF-FLAG.
           OPEN INPUT RAW-PAYRECORD-IN.
           IF WS-PAYRECORD-STATUS NOT = "00"
               MOVE "PAY RECORD FEED NOT FOUND"
                   TO WS-BATCH-REJECT-REASON
               PERFORM 700-REJECT-PAYRECORD-BATCH
           ELSE
               OPEN OUTPUT BATCH-DETAIL-WORK
               PERFORM 700-READ-RAW-PAYRECORD
               PERFORM 700-TALLY-RAW-PAYRECORD
                   UNTIL WS-BATCH-EOF-FLAG = 'Y'
               CLOSE RAW-PAYRECORD-IN
               CLOSE BATCH-DETAIL-WORK
               PERFORM 700-PROVE-BATCH-CONTROLS
           END-IF.

       700-READ-RAW-PAYRECORD.
           READ RAW-PAYRECORD-IN
               AT END
                   MOVE 'Y' TO WS-BATCH-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-BATCH-INPUT-RECORDS
           END-READ.

       700-TALLY-RAW-PAYRECORD.
           EVALUATE TRUE
               WHEN BC-HEADER-RECORD
                   ADD 1 TO WS-BATCH-HEADER-COUNT
                   IF WS-BATCH-INPUT-RECORDS = 1
                       MOVE BH-PERIOD-END-DATE TO WS-BATCH-PERIOD-END
                       MOVE BH-BATCH-ID TO WS-BATCH-ID
                   ELSE
                       ADD 1 TO WS-BATCH-SEQUENCE-ERRORS
                   END-IF
               WHEN BC-TRAILER-RECORD
                   ADD 1 TO WS-BATCH-TRAILER-COUNT
                   IF WS-BATCH-TRAILER-COUNT = 1
                       PERFORM 700-STORE-BATCH-TRAILER
                   END-IF
               WHEN OTHER
                   IF WS-BATCH-TRAILER-COUNT NOT = ZERO
                       ADD 1 TO WS-BATCH-SEQUENCE-ERRORS
                   END-IF
                   PERFORM 700-TALLY-BATCH-DETAIL
           END-EVALUATE.
           PERFORM 700-READ-RAW-PAYRECORD.

       700-STORE-BATCH-TRAILER.
           IF BT-RECORD-COUNT IS NUMERIC AND
              BT-HOURS-HASH IS NUMERIC AND
              BT-EMPLOYEE-HASH IS NUMERIC AND
              BT-EARNINGS-LINE-COUNT IS NUMERIC
               MOVE 'Y' TO WS-BATCH-TRAILER-VALID-SW
               MOVE BT-RECORD-COUNT TO WS-BATCH-TRAILER-RECORDS
               MOVE BT-HOURS-HASH TO WS-BATCH-TRAILER-HOURS
               MOVE BT-EMPLOYEE-HASH TO WS-BATCH-TRAILER-EMPLOYEES
               MOVE BT-EARNINGS-LINE-COUNT
                   TO WS-BATCH-TRAILER-EARN-LINES
           END-IF.

       700-TALLY-BATCH-DETAIL.
           ADD 1 TO WS-BATCH-READ-RECORDS.
           IF RD-EMPLOYEE-NUMBER IS NUMERIC
               ADD RD-EMPLOYEE-NUMBER TO WS-BATCH-READ-EMPLOYEES
           END-IF.
           IF RD-HOURS-WORKED IS NUMERIC
               ADD RD-HOURS-WORKED TO WS-BATCH-READ-HOURS
           END-IF.
           IF RD-PAY-PERIOD-END-DATE NOT = WS-BATCH-PERIOD-END
               ADD 1 TO WS-BATCH-PERIOD-ERRORS
           END-IF.
           PERFORM 700-COUNT-BATCH-EARNINGS-LINE
               VARYING RD-ERN-IDX FROM 1 BY 1
               UNTIL RD-ERN-IDX > 4.
           WRITE BATCH-DETAIL-RECORD FROM RAW-PAYRECORD.

       700-COUNT-BATCH-EARNINGS-LINE.
           IF RD-EARNINGS-TYPE (RD-ERN-IDX) NOT = SPACE
               ADD 1 TO WS-BATCH-READ-EARN-LINES
           END-IF.

       700-PROVE-BATCH-CONTROLS.
           IF WS-BATCH-HEADER-COUNT = ZERO
               MOVE "BATCH HEADER RECORD MISSING"
                   TO WS-BATCH-REJECT-REASON
               PERFORM 700-REJECT-PAYRECORD-BATCH
           END-IF.
           IF WS-BATCH-TRAILER-COUNT = ZERO AND NOT BATCH-REJECTED
               MOVE "BATCH TRAILER RECORD MISSING"
                   TO WS-BATCH-REJECT-REASON
               PERFORM 700-REJECT-PAYRECORD-BATCH
           END-IF.
           IF (WS-BATCH-HEADER-COUNT > 1 OR
               WS-BATCH-TRAILER-COUNT > 1) AND NOT BATCH-REJECTED
               MOVE "MORE THAN ONE BATCH HEADER OR TRAILER"
                   TO WS-BATCH-REJECT-REASON
               PERFORM 700-REJECT-PAYRECORD-BATCH
           END-IF.
           IF WS-BATCH-SEQUENCE-ERRORS NOT = ZERO AND
              NOT BATCH-REJECTED
               MOVE "HEADER NOT FIRST OR TRAILER NOT LAST"
                   TO WS-BATCH-REJECT-REASON
               PERFORM 700-REJECT-PAYRECORD-BATCH
           END-IF.
           IF (WS-BATCH-PERIOD-END IS NOT NUMERIC OR
               WS-BATCH-ID = SPACE) AND NOT BATCH-REJECTED
               MOVE "BATCH HEADER PERIOD OR BATCH ID INVALID"
                   TO WS-BATCH-REJECT-REASON
               PERFORM 700-REJECT-PAYRECORD-BATCH
           END-IF.
           IF NOT BATCH-TRAILER-VALID AND NOT BATCH-REJECTED
               MOVE "BATCH TRAILER CONTROLS NOT NUMERIC"
                   TO WS-BATCH-REJECT-REASON
               PERFORM 700-REJECT-PAYRECORD-BATCH
           END-IF.
           IF WS-BATCH-READ-RECORDS NOT = WS-BATCH-TRAILER-RECORDS AND
              NOT BATCH-REJECTED
               MOVE "RECORD COUNT DOES NOT MATCH TRAILER"
                   TO WS-BATCH-REJECT-REASON
               PERFORM 700-REJECT-PAYRECORD-BATCH
           END-IF.
           IF WS-BATCH-READ-HOURS NOT = WS-BATCH-TRAILER-HOURS AND
              NOT BATCH-REJECTED
               MOVE "HOURS HASH TOTAL DOES NOT MATCH TRAILER"
                   TO WS-BATCH-REJECT-REASON
               PERFORM 700-REJECT-PAYRECORD-BATCH
           END-IF.
           IF WS-BATCH-READ-EMPLOYEES NOT = WS-BATCH-TRAILER-EMPLOYEES
              AND NOT BATCH-REJECTED
               MOVE "EMPLOYEE HASH TOTAL DOES NOT MATCH TRAILER"
                   TO WS-BATCH-REJECT-REASON
               PERFORM 700-REJECT-PAYRECORD-BATCH
           END-IF.
           IF WS-BATCH-READ-EARN-LINES NOT =
              WS-BATCH-TRAILER-EARN-LINES AND NOT BATCH-REJECTED
               MOVE "EARNINGS LINE COUNT DOES NOT MATCH TRAILER"
                   TO WS-BATCH-REJECT-REASON
               PERFORM 700-REJECT-PAYRECORD-BATCH
           END-IF.
           IF WS-BATCH-PERIOD-ERRORS NOT = ZERO AND NOT BATCH-REJECTED
               MOVE "PAY RECORD PERIOD NOT HEADER PERIOD"
                   TO WS-BATCH-REJECT-REASON
               PERFORM 700-REJECT-PAYRECORD-BATCH
           END-IF.

       700-REJECT-PAYRECORD-BATCH.
           MOVE 'Y' TO WS-BATCH-REJECTED-SW.
           DISPLAY "PROJECT2PAYROLL - BATCH " WS-BATCH-ID
               " REJECTED - " WS-BATCH-REJECT-REASON.
           DISPLAY "PROJECT2PAYROLL - NO PAY CALCULATED"
               " - RUN ABANDONED".
           MOVE 8 TO RETURN-CODE.
           MOVE 'Y' TO WS-RUN-ABANDONED-SW.

       700-SORT-PAYRECORD-BY-DEPARTMENT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-DEPARTMENT-CODE
               ON ASCENDING KEY SW-EMPLOYEE-NUMBER
               USING BATCH-DETAIL-WORK
               GIVING PAYRECORD-IN.

       700-SORT-PAYRECORD-BY-EMPLOYEE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-EMPLOYEE-NUMBER
               USING BATCH-DETAIL-WORK
               GIVING AUDIT-PAYRECORD-IN.

       700-OPEN-PAYRECORD-FILE.
           OPEN INPUT PAYRECORD-IN.
           PERFORM 700-CHECK-FOR-RESTART.
               END-READ
               CLOSE CHECKPOINT-FILE
               IF CP-LAST-EMPLOYEE-NUMBER NOT = ZERO
                   PERFORM 700-CHECK-CHECKPOINT-RUN-TYPE
               END-IF
               IF CP-LAST-EMPLOYEE-NUMBER NOT = ZERO AND
                  NOT RUN-ABANDONED
                   MOVE CP-RUN-SEQUENCE TO WS-RUN-SEQUENCE
                   MOVE CP-LAST-EMPLOYEE-NUMBER
                       TO WS-RESTART-EMPLOYEE-NUMBER
                   MOVE CP-TOTAL-GROSS-PAY TO TOTAL-GROSS-PAY
                   MOVE CP-TOTAL-EMPLOYER-FUTA TO TOTAL-EMPLOYER-FUTA
                   MOVE CP-TOTAL-EMPLOYER-SUTA TO TOTAL-EMPLOYER-SUTA
                   MOVE CP-TOTAL-EMPLOYER-PLAN TO TOTAL-EMPLOYER-PLAN
                   MOVE CP-TOTAL-EMPLOYER-WC TO TOTAL-EMPLOYER-WC
                   MOVE CP-WC-CLASS-COUNT TO WS-WC-CLASS-COUNT
                   PERFORM 700-RESTORE-WC-CLASS-ROW
                       VARYING WCC-IDX FROM 1 BY 1
                       UNTIL WCC-IDX > WS-WC-CLASS-COUNT
                   MOVE CP-TOTAL-EMPLOYER-BURDEN
                       TO TOTAL-EMPLOYER-BURDEN
                   MOVE CP-FIRST-CHECK-NUMBER TO WS-FIRST-CHECK-NUMBER
                   MOVE CP-TOTAL-CHECKS-ISSUED TO TOTAL-CHECKS-ISSUED
                   MOVE CP-TOTAL-CHECK-AMOUNT TO TOTAL-CHECK-AMOUNT
                   MOVE CP-DEPARTMENT-TOTAL-COUNT
                       TO WS-DEPARTMENT-TOTAL-COUNT
                   IF CP-CURRENT-DEPARTMENT-CODE NOT = SPACE
               CLOSE CHECKPOINT-FILE
           END-IF.

       700-CHECK-CHECKPOINT-RUN-TYPE.
           MOVE CP-RUN-TYPE TO WS-CHECKPOINT-RUN-TYPE.
           IF WS-CHECKPOINT-RUN-TYPE = SPACE
               MOVE 'R' TO WS-CHECKPOINT-RUN-TYPE
           END-IF.
           IF WS-CHECKPOINT-RUN-TYPE NOT = WS-RUN-TYPE-SW
               IF WS-CHECKPOINT-RUN-TYPE = 'O'
                   DISPLAY "PROJECT2PAYROLL - CHECKPOINT PENDING FOR"
                       " OFF-CYCLE RUN " CP-RUN-SEQUENCE
                       " - RUN ABANDONED"
               ELSE
                   DISPLAY "PROJECT2PAYROLL - CHECKPOINT PENDING FOR"
                       " REGULAR RUN - RUN ABANDONED"
               END-IF
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-RUN-ABANDONED-SW
           END-IF.

       700-RESTORE-DEPARTMENT-TOTALS-ROW.
           SET CP-DEPT-IDX TO WS-DEPT-IDX.
           MOVE CP-DT-DEPARTMENT-CODE (CP-DEPT-IDX)
           MOVE CP-JURIS-TAX-TOTAL (CP-JRT-IDX)
               TO WS-JRT-TAX-TOTAL (JRT-IDX).

       700-RESTORE-WC-CLASS-ROW.
           SET CP-WCC-IDX TO WCC-IDX.
           MOVE CP-WCC-CLASS-CODE (CP-WCC-IDX)
               TO WS-WCC-CLASS-CODE (WCC-IDX).
           MOVE CP-WCC-JURISDICTION (CP-WCC-IDX)
               TO WS-WCC-JURISDICTION (WCC-IDX).
           MOVE CP-WCC-BASIS-WAGES (CP-WCC-IDX)
               TO WS-WCC-BASIS-WAGES (WCC-IDX).
           MOVE CP-WCC-PREMIUM (CP-WCC-IDX)
               TO WS-WCC-PREMIUM (WCC-IDX).
           MOVE CP-WCC-RECORD-COUNT (CP-WCC-IDX)
               TO WS-WCC-RECORD-COUNT (WCC-IDX).

       700-RESTORE-GARNISH-PAYEE-ROW.
           SET CP-GP-IDX TO GP-IDX.
           MOVE CP-GP-PAYEE (CP-GP-IDX) TO WS-GP-PAYEE (GP-IDX).
           MOVE TOTAL-EMPLOYER-FUTA TO CP-TOTAL-EMPLOYER-FUTA.
           MOVE TOTAL-EMPLOYER-SUTA TO CP-TOTAL-EMPLOYER-SUTA.
           MOVE TOTAL-EMPLOYER-PLAN TO CP-TOTAL-EMPLOYER-PLAN.
           MOVE TOTAL-EMPLOYER-WC TO CP-TOTAL-EMPLOYER-WC.
           MOVE WS-WC-CLASS-COUNT TO CP-WC-CLASS-COUNT.
           PERFORM 700-SAVE-WC-CLASS-TO-CP
               VARYING WCC-IDX FROM 1 BY 1
               UNTIL WCC-IDX > WS-WC-CLASS-COUNT.
           MOVE TOTAL-EMPLOYER-BURDEN TO CP-TOTAL-EMPLOYER-BURDEN.
           MOVE WS-FIRST-CHECK-NUMBER TO CP-FIRST-CHECK-NUMBER.
           MOVE TOTAL-CHECKS-ISSUED TO CP-TOTAL-CHECKS-ISSUED.
           MOVE TOTAL-CHECK-AMOUNT TO CP-TOTAL-CHECK-AMOUNT.
           MOVE WS-RUN-TYPE-SW TO CP-RUN-TYPE.
           MOVE WS-RUN-SEQUENCE TO CP-RUN-SEQUENCE.
           MOVE WS-DEPARTMENT-TOTAL-COUNT TO CP-DEPARTMENT-TOTAL-COUNT.
           PERFORM 700-SAVE-DEPARTMENT-TOTALS-TO-CP
               VARYING WS-DEPT-IDX FROM 1 BY 1
           MOVE WS-JRT-TAX-TOTAL (JRT-IDX)
               TO CP-JURIS-TAX-TOTAL (CP-JRT-IDX).

       700-SAVE-WC-CLASS-TO-CP.
           SET CP-WCC-IDX TO WCC-IDX.
           MOVE WS-WCC-CLASS-CODE (WCC-IDX)
               TO CP-WCC-CLASS-CODE (CP-WCC-IDX).
           MOVE WS-WCC-JURISDICTION (WCC-IDX)
               TO CP-WCC-JURISDICTION (CP-WCC-IDX).
           MOVE WS-WCC-BASIS-WAGES (WCC-IDX)
               TO CP-WCC-BASIS-WAGES (CP-WCC-IDX).
           MOVE WS-WCC-PREMIUM (WCC-IDX)
               TO CP-WCC-PREMIUM (CP-WCC-IDX).
           MOVE WS-WCC-RECORD-COUNT (WCC-IDX)
               TO CP-WCC-RECORD-COUNT (CP-WCC-IDX).

       700-SAVE-GARNISH-PAYEE-TO-CP.
           SET CP-GP-IDX TO GP-IDX.
           MOVE WS-GP-PAYEE (GP-IDX) TO CP-GP-PAYEE (CP-GP-IDX).
           MOVE ZERO TO CP-TOTAL-EMPLOYER-FUTA.
           MOVE ZERO TO CP-TOTAL-EMPLOYER-SUTA.
           MOVE ZERO TO CP-TOTAL-EMPLOYER-PLAN.
           MOVE ZERO TO CP-TOTAL-EMPLOYER-WC.
           MOVE ZERO TO CP-WC-CLASS-COUNT.
           MOVE ZERO TO CP-TOTAL-EMPLOYER-BURDEN.
           MOVE ZERO TO CP-FIRST-CHECK-NUMBER.
           MOVE ZERO TO CP-TOTAL-CHECKS-ISSUED.
           MOVE ZERO TO CP-TOTAL-CHECK-AMOUNT.
           MOVE SPACE TO CP-RUN-TYPE.
           MOVE ZERO TO CP-RUN-SEQUENCE.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

       700-OPEN-PAYROLL-SUMMARY-FILE.
           OPEN OUTPUT PAYROLL-SUMMARY-OUT.
           OPEN OUTPUT DEPARTMENT-TOTALS-OUT.

       700-CLOSE-FILES.
           CLOSE PAYRECORD-IN.
           CLOSE PAYROLL-REGISTER-OUT.
           CLOSE PAYROLL-SUMMARY-OUT.
           CLOSE DEPARTMENT-TOTALS-OUT.
           CLOSE YTD-MASTER.
           CLOSE EMPLOYEE-MASTER.
           CLOSE EMPLOYEE-EXCEPTIONS-OUT.
           CLOSE PAYROLL-EXCEPTION-REPORT.
           CLOSE ACH-DEPOSIT-FILE.
           CLOSE CHECK-PRINT-FILE.
           CLOSE CHECK-REGISTER-OUT.
           CLOSE POSITIVE-PAY-FILE.
           CLOSE TIMESHEET-CORRECTIONS.
           CLOSE RETRO-PAY-TRANS.
           CLOSE GARNISHMENT-ORDERS.
           CLOSE PAY-STUB-FILE.
           CLOSE GL-POSTING-OUT.
           CLOSE PAY-HISTORY.
           CLOSE LEAVE-BALANCE.

       700-VERIFY-RUN-CONTROL.
           IF EOF-FLAG NOT = 'Y' AND NOT RUN-ABANDONED
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE PAY-PERIOD-END-DATE TO WS-CURRENT-PERIOD-X
               PERFORM 700-CHECK-PERIOD-STATUS
               IF NOT RUN-ABANDONED AND REGULAR-RUN AND
                  WS-RESTART-EMPLOYEE-NUMBER = ZERO
                   PERFORM 700-CHECK-PERIOD-SEQUENCE
               END-IF
               IF NOT RUN-ABANDONED AND OFF-CYCLE-RUN AND
                  WS-RESTART-EMPLOYEE-NUMBER = ZERO
                   PERFORM 700-ASSIGN-OFF-CYCLE-SEQUENCE
               END-IF
               IF NOT RUN-ABANDONED
                   PERFORM 700-VERIFY-BATCH-AGAINST-CALENDAR
               END-IF
           END-IF.

       700-OPEN-RUN-CONTROL-FILE.

       700-CHECK-PERIOD-STATUS.
           MOVE WS-CURRENT-PERIOD-X TO RC-PERIOD-END.
           MOVE ZERO TO RC-RUN-SEQUENCE.
           READ RUN-CONTROL
               INVALID KEY
                   DISPLAY "PROJECT2PAYROLL - PERIOD "
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO WS-RUN-ABANDONED-SW
               NOT INVALID KEY
                   IF RC-PERIOD-COMPLETE AND REGULAR-RUN
                       DISPLAY "PROJECT2PAYROLL - PERIOD "
                           WS-CURRENT-PERIOD-X
                           " ALREADY MARKED COMPLETE - RUN ABANDONED"
           MOVE SPACE TO WS-EARLIEST-OPEN-PERIOD.
           MOVE 'N' TO WS-RUN-CONTROL-EOF-FLAG.
           MOVE "00000000" TO RC-PERIOD-END.
           MOVE ZERO TO RC-RUN-SEQUENCE.
           START RUN-CONTROL KEY NOT LESS THAN RC-RUN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RUN-CONTROL-EOF-FLAG
           END-START.
               MOVE 'Y' TO WS-RUN-CONTROL-EOF-FLAG
           END-IF.
           IF WS-RUN-CONTROL-EOF-FLAG NOT = 'Y' AND
              RC-SCHEDULED-RUN AND
              NOT RC-PERIOD-COMPLETE
               MOVE RC-PERIOD-END TO WS-EARLIEST-OPEN-PERIOD
           END-IF.

       700-ASSIGN-OFF-CYCLE-SEQUENCE.
           MOVE ZERO TO WS-HIGH-RUN-SEQUENCE.
           MOVE ZERO TO WS-OPEN-RUN-SEQUENCE.
           MOVE ZERO TO WS-OTHER-BATCH-SEQUENCE.
           MOVE 'N' TO WS-RUN-CONTROL-EOF-FLAG.
           MOVE WS-CURRENT-PERIOD-X TO RC-PERIOD-END.
           MOVE 1 TO RC-RUN-SEQUENCE.
           START RUN-CONTROL KEY NOT LESS THAN RC-RUN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RUN-CONTROL-EOF-FLAG
           END-START.
           PERFORM 700-SCAN-OFF-CYCLE-RUNS
               UNTIL WS-RUN-CONTROL-EOF-FLAG = 'Y'.
           IF WS-OTHER-BATCH-SEQUENCE NOT = ZERO
               DISPLAY "PROJECT2PAYROLL - OFF-CYCLE RUN "
                   WS-OTHER-BATCH-SEQUENCE " FOR PERIOD "
                   WS-CURRENT-PERIOD-X
                   " IS OPEN FOR ANOTHER BATCH - NOT REUSED"
           END-IF.
           IF WS-OPEN-RUN-SEQUENCE NOT = ZERO
               MOVE WS-OPEN-RUN-SEQUENCE TO WS-RUN-SEQUENCE
               PERFORM 700-REOPEN-OFF-CYCLE-RUN-CONTROL
           ELSE
               IF WS-HIGH-RUN-SEQUENCE = 99
                   DISPLAY "PROJECT2PAYROLL - PERIOD "
                       WS-CURRENT-PERIOD-X
                       " HAS NO OFF-CYCLE SEQUENCE LEFT"
                       " - RUN ABANDONED"
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO WS-RUN-ABANDONED-SW
               ELSE
                   COMPUTE WS-RUN-SEQUENCE = WS-HIGH-RUN-SEQUENCE + 1
                   PERFORM 700-ADD-OFF-CYCLE-RUN-CONTROL
               END-IF
           END-IF.

       700-SCAN-OFF-CYCLE-RUNS.
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
              RC-PERIOD-END NOT = WS-CURRENT-PERIOD-X
               MOVE 'Y' TO WS-RUN-CONTROL-EOF-FLAG
           END-IF.
           IF WS-RUN-CONTROL-EOF-FLAG NOT = 'Y'
               MOVE RC-RUN-SEQUENCE TO WS-HIGH-RUN-SEQUENCE
               IF NOT RC-PERIOD-COMPLETE AND
                  WS-OPEN-RUN-SEQUENCE = ZERO
                   IF RC-BATCH-ID = SPACE OR
                      RC-BATCH-ID = WS-BATCH-ID
                       MOVE RC-RUN-SEQUENCE TO WS-OPEN-RUN-SEQUENCE
                   ELSE
                       MOVE RC-RUN-SEQUENCE TO WS-OTHER-BATCH-SEQUENCE
                   END-IF
               END-IF
           END-IF.

       700-REOPEN-OFF-CYCLE-RUN-CONTROL.
           MOVE WS-CURRENT-PERIOD-X TO RC-PERIOD-END.
           MOVE WS-RUN-SEQUENCE TO RC-RUN-SEQUENCE.
           READ RUN-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "PROJECT2PAYROLL" TO RC-LAST-RUN-PROGRAM
                   MOVE WS-RUN-DATE TO RC-LAST-RUN-DATE
                   MOVE WS-RUN-DESCRIPTION TO RC-RUN-DESCRIPTION
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

       700-ADD-OFF-CYCLE-RUN-CONTROL.
           MOVE WS-CURRENT-PERIOD-X TO RC-PERIOD-END.
           MOVE WS-RUN-SEQUENCE TO RC-RUN-SEQUENCE.
           MOVE 'S' TO RC-PERIOD-STATUS.
           MOVE SPACE TO RC-COMPLETED-DATE.
           MOVE "PROJECT2PAYROLL" TO RC-LAST-RUN-PROGRAM.
           MOVE WS-RUN-DATE TO RC-LAST-RUN-DATE.
           MOVE WS-RUN-DESCRIPTION TO RC-RUN-DESCRIPTION.
           MOVE SPACE TO RC-BATCH-ID.
           MOVE SPACE TO RC-YEAR-CLOSED-DATE.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "PROJECT2PAYROLL - CANNOT ADD OFF-CYCLE RUN "
                       WS-RUN-SEQUENCE " FOR PERIOD "
                       WS-CURRENT-PERIOD-X " - RUN ABANDONED"
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO WS-RUN-ABANDONED-SW
           END-WRITE.

       700-VERIFY-BATCH-AGAINST-CALENDAR.
           IF WS-BATCH-PERIOD-END = WS-CURRENT-PERIOD-X
               MOVE 'P' TO WS-BATCH-PERIOD-CHECK-SW
               PERFORM 700-CHECK-DUPLICATE-BATCH-ID
           ELSE
               MOVE 'F' TO WS-BATCH-PERIOD-CHECK-SW
               MOVE "HEADER PERIOD NOT PAY CALENDAR PERIOD"
                   TO WS-BATCH-REJECT-REASON
               PERFORM 700-REJECT-PAYRECORD-BATCH
           END-IF.

       700-CHECK-DUPLICATE-BATCH-ID.
           MOVE 'N' TO WS-BATCH-DUPLICATE-SW.
           MOVE 'N' TO WS-RUN-CONTROL-EOF-FLAG.
           MOVE "00000000" TO RC-PERIOD-END.
           MOVE ZERO TO RC-RUN-SEQUENCE.
           START RUN-CONTROL KEY NOT LESS THAN RC-RUN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RUN-CONTROL-EOF-FLAG
           END-START.
           PERFORM 700-SCAN-FOR-BATCH-ID
               UNTIL WS-RUN-CONTROL-EOF-FLAG = 'Y' OR
                     BATCH-DUPLICATE.
           IF BATCH-DUPLICATE
               MOVE "BATCH ID ALREADY PROCESSED"
                   TO WS-BATCH-REJECT-REASON
               DISPLAY "PROJECT2PAYROLL - BATCH " WS-BATCH-ID
                   " WAS RUN FOR PERIOD " WS-BATCH-DUP-PERIOD
                   " RUN " WS-BATCH-DUP-SEQUENCE
               PERFORM 700-REJECT-PAYRECORD-BATCH
           ELSE
               PERFORM 700-RECORD-BATCH-ID
           END-IF.

       700-SCAN-FOR-BATCH-ID.
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
              RC-BATCH-ID = WS-BATCH-ID AND
              (RC-PERIOD-END NOT = WS-CURRENT-PERIOD-X OR
               RC-RUN-SEQUENCE NOT = WS-RUN-SEQUENCE)
               MOVE 'Y' TO WS-BATCH-DUPLICATE-SW
               MOVE RC-PERIOD-END TO WS-BATCH-DUP-PERIOD
               MOVE RC-RUN-SEQUENCE TO WS-BATCH-DUP-SEQUENCE
           END-IF.

       700-RECORD-BATCH-ID.
           MOVE WS-CURRENT-PERIOD-X TO RC-PERIOD-END.
           MOVE WS-RUN-SEQUENCE TO RC-RUN-SEQUENCE.
           READ RUN-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-BATCH-ID TO RC-BATCH-ID
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

       700-MARK-PERIOD-COMPLETE.
           IF RUN-CONTROL-OPEN
               MOVE WS-PAY-PERIOD-DATE-EDITED TO RC-PERIOD-END
               MOVE WS-RUN-SEQUENCE TO RC-RUN-SEQUENCE
               READ RUN-CONTROL
                   INVALID KEY
                       CONTINUE
               PERFORM 700-LOAD-FEDERAL-RATE-TABLE
               PERFORM 700-LOAD-JURIS-RATE-TABLE
               PERFORM 700-LOAD-UNION-RATE-TABLE
               PERFORM 700-LOAD-WC-RATE-TABLE
           END-IF.

       700-LOAD-FEDERAL-RATE-TABLE.
               MOVE WS-RATE-SLOT TO WS-UNION-DFLT-SLOT
           END-IF.

       700-LOAD-WC-RATE-TABLE.
           INITIALIZE WC-PREMIUM-RATE-TABLE.
           MOVE ZERO TO WS-WC-RATE-COUNT.
           MOVE 'N' TO WS-WC-RATE-EOF-FLAG.
           OPEN INPUT WC-PREMIUM-RATES-IN.
           IF WS-WC-RATES-STATUS = "00"
               PERFORM 700-READ-WC-RATE-RECORD
               PERFORM 700-SELECT-WC-RATE-SET
                   UNTIL WS-WC-RATE-EOF-FLAG = 'Y'
               CLOSE WC-PREMIUM-RATES-IN
           END-IF.
           IF WS-WC-RATE-COUNT = ZERO
               DISPLAY "PROJECT2PAYROLL - NO WORKERS COMP RATE SET IN"
                   " EFFECT FOR PERIOD " PAY-PERIOD-END-DATE
                   " - NO PREMIUM ACCRUED"
           END-IF.

       700-READ-WC-RATE-RECORD.
           READ WC-PREMIUM-RATES-IN
               AT END
                   MOVE 'Y' TO WS-WC-RATE-EOF-FLAG
           END-READ.

       700-SELECT-WC-RATE-SET.
           IF WR-EFFECTIVE-DATE NUMERIC AND
              WR-RATE-PER-100 NUMERIC AND
              WR-EFFECTIVE-DATE NOT GREATER THAN PAY-PERIOD-END-DATE
               PERFORM 700-FIND-WC-RATE-SLOT
               IF RATE-SLOT-FOUND
                   SET WCT-IDX TO WS-RATE-SLOT
                   IF WR-EFFECTIVE-DATE NOT LESS THAN
                           WCT-EFFECTIVE-DATE (WCT-IDX)
                       PERFORM 700-STORE-WC-RATE-SET
                   END-IF
               ELSE
                   IF WS-WC-RATE-COUNT LESS THAN 40
                       ADD 1 TO WS-WC-RATE-COUNT
                       SET WCT-IDX TO WS-WC-RATE-COUNT
                       PERFORM 700-STORE-WC-RATE-SET
                   ELSE
                       DISPLAY "PROJECT2PAYROLL - WORKERS COMP RATE"
                           " TABLE FULL (40 MAX), " WR-CLASS-CODE
                           " " WR-JURISDICTION-CODE
                           " RATE SET DROPPED"
                   END-IF
               END-IF
           END-IF.
           PERFORM 700-READ-WC-RATE-RECORD.

       700-FIND-WC-RATE-SLOT.
           MOVE 'N' TO WS-RATE-SLOT-FOUND-SW.
           MOVE ZERO TO WS-RATE-SLOT.
           PERFORM 700-MATCH-WC-RATE-SLOT
               VARYING WCT-IDX FROM 1 BY 1
               UNTIL WCT-IDX > WS-WC-RATE-COUNT OR
                     RATE-SLOT-FOUND.

       700-MATCH-WC-RATE-SLOT.
           IF WCT-CLASS-CODE (WCT-IDX) = WR-CLASS-CODE AND
              WCT-JURISDICTION-CODE (WCT-IDX) = WR-JURISDICTION-CODE
               MOVE 'Y' TO WS-RATE-SLOT-FOUND-SW
               SET WS-RATE-SLOT TO WCT-IDX
           END-IF.

       700-STORE-WC-RATE-SET.
           MOVE WR-CLASS-CODE TO WCT-CLASS-CODE (WCT-IDX).
           MOVE WR-JURISDICTION-CODE
               TO WCT-JURISDICTION-CODE (WCT-IDX).
           MOVE WR-RATE-PER-100 TO WCT-RATE-PER-100 (WCT-IDX).
           MOVE WR-EFFECTIVE-DATE TO WCT-EFFECTIVE-DATE (WCT-IDX).

       700-LOAD-DEDUCTION-PLANS.
           MOVE 'N' TO WS-PLAN-EOF-FLAG.
           OPEN INPUT DEDUCT-PLAN-IN.
           END-IF.
           WRITE UNION-REMITTANCE-LINE-OUT.

       700-OPEN-PRE-RELEASE-AUDIT-FILE.
           OPEN OUTPUT PRE-RELEASE-AUDIT-OUT.
           MOVE SPACE TO PRE-RELEASE-AUDIT-LINE-OUT.
           STRING "PRE-RELEASE PAYROLL AUDIT - PERIOD ENDING "
                                              DELIMITED BY SIZE
                  WS-PAY-PERIOD-DATE-EDITED   DELIMITED BY SIZE
                  WS-RUN-LABEL                DELIMITED BY SIZE
               INTO PRE-RELEASE-AUDIT-LINE-OUT
           END-STRING.
           WRITE PRE-RELEASE-AUDIT-LINE-OUT.
           MOVE WS-MAX-PAY-VARIANCE-PCT TO WS-AUDIT-LIMIT-EDIT.
           MOVE SPACE TO PRE-RELEASE-AUDIT-LINE-OUT.
           STRING "VARIANCE LIMIT "           DELIMITED BY SIZE
                  WS-AUDIT-LIMIT-EDIT         DELIMITED BY SIZE
                  " PERCENT OF LAST PAY HISTORY PERIOD"
                                              DELIMITED BY SIZE
               INTO PRE-RELEASE-AUDIT-LINE-OUT
           END-STRING.
           WRITE PRE-RELEASE-AUDIT-LINE-OUT.
           MOVE SPACE TO PRE-RELEASE-AUDIT-LINE-OUT.
           STRING "EMPLOYEE  NAME          "  DELIMITED BY SIZE
                  "AUDIT ITEM             "   DELIMITED BY SIZE
                  "DETAIL"                    DELIMITED BY SIZE
               INTO PRE-RELEASE-AUDIT-LINE-OUT
           END-STRING.
           WRITE PRE-RELEASE-AUDIT-LINE-OUT.

       700-FIND-PRIOR-PERIOD.
           MOVE SPACE TO WS-PRIOR-PERIOD-END.
           IF RUN-CONTROL-OPEN
               MOVE 'N' TO WS-RUN-CONTROL-EOF-FLAG
               MOVE "00000000" TO RC-PERIOD-END
               MOVE ZERO TO RC-RUN-SEQUENCE
               START RUN-CONTROL KEY NOT LESS THAN RC-RUN-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-RUN-CONTROL-EOF-FLAG
               END-START
               PERFORM 700-SCAN-FOR-PRIOR-PERIOD
                   UNTIL WS-RUN-CONTROL-EOF-FLAG = 'Y'
           END-IF.

       700-SCAN-FOR-PRIOR-PERIOD.
           READ RUN-CONTROL NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RUN-CONTROL-EOF-FLAG
           END-READ.
           IF WS-RUN-CONTROL-EOF-FLAG NOT = 'Y' AND
              WS-RUN-CONTROL-STATUS NOT = "00" AND
              WS-RUN-CONTROL-STATUS NOT = "02"
               MOVE 'Y' TO WS-RUN-CONTROL-EOF-FLAG
           END-IF.
           IF WS-RUN-CONTROL-EOF-FLAG NOT = 'Y'
               IF RC-PERIOD-END NOT < WS-CURRENT-PERIOD-X
                   MOVE 'Y' TO WS-RUN-CONTROL-EOF-FLAG
               ELSE
                   IF RC-SCHEDULED-RUN
                       MOVE RC-PERIOD-END TO WS-PRIOR-PERIOD-END
                   END-IF
               END-IF
           END-IF.

       700-READ-AUDIT-PAYRECORD.
           READ AUDIT-PAYRECORD-IN
               AT END
                   MOVE 'Y' TO WS-AUDIT-FEED-DONE-SW
           END-READ.

       700-START-AUDIT-MASTER-BROWSE.
           MOVE 'N' TO WS-AUDIT-MASTER-DONE-SW.
           MOVE ZERO TO EM-EMPLOYEE-NUMBER.
           START EMPLOYEE-MASTER
               KEY IS NOT LESS THAN EM-EMPLOYEE-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-AUDIT-MASTER-DONE-SW
           END-START.
           IF NOT AUDIT-MASTER-DONE
               PERFORM 700-READ-NEXT-AUDIT-MASTER
           END-IF.

       700-READ-NEXT-AUDIT-MASTER.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-AUDIT-MASTER-DONE-SW
           END-READ.
           IF WS-AUDIT-MASTER-DONE-SW NOT = 'Y' AND
              WS-EMPLOYEE-MASTER-STATUS NOT = "00" AND
              WS-EMPLOYEE-MASTER-STATUS NOT = "02"
               MOVE 'Y' TO WS-AUDIT-MASTER-DONE-SW
           END-IF.

       700-AUDIT-EMPLOYEE.
           PERFORM 700-READ-AUDIT-PAYRECORD
               UNTIL AUDIT-FEED-DONE OR
                     AU-EMPLOYEE-NUMBER NOT < EM-EMPLOYEE-NUMBER.
           MOVE 'N' TO WS-AUDIT-IN-FEED-SW.
           IF NOT AUDIT-FEED-DONE AND
              AU-EMPLOYEE-NUMBER = EM-EMPLOYEE-NUMBER
               MOVE 'Y' TO WS-AUDIT-IN-FEED-SW
           END-IF.
           PERFORM 700-READ-AUDIT-PAY-HISTORY.
           IF REGULAR-RUN AND EM-STATUS-ACTIVE AND
              NOT AUDIT-IN-FEED
               ADD 1 TO TOTAL-AUDIT-NO-TIMESHEET
               MOVE "NO TIMESHEET IN FEED" TO WS-AUDIT-REASON
               MOVE "ACTIVE ON EMPLOYEE MASTER" TO WS-AUDIT-DETAIL
               PERFORM 700-WRITE-AUDIT-LINE
           END-IF.
           IF AUDIT-PAID-THIS-RUN
               ADD 1 TO TOTAL-AUDIT-CHECKED
               PERFORM 700-AUDIT-CHECK-LAST-PERIOD
               IF REGULAR-RUN AND AUDIT-LAST-FOUND
                   PERFORM 700-AUDIT-CHECK-PAY-VARIANCE
               END-IF
               IF PAY-BASE-SALARY AND EM-PAY-TYPE-SALARIED AND
                  WS-AUDIT-THIS-GROSS NOT = EM-SALARY-AMOUNT
                   PERFORM 700-AUDIT-SALARY-MISMATCH
               END-IF
           END-IF.
           PERFORM 700-READ-NEXT-AUDIT-MASTER.

       700-READ-AUDIT-PAY-HISTORY.
           MOVE 'N' TO WS-AUDIT-PAID-SW.
           MOVE 'N' TO WS-AUDIT-LAST-FOUND-SW.
           MOVE 'N' TO WS-AUDIT-HISTORY-DONE-SW.
           MOVE EM-EMPLOYEE-NUMBER TO PH-EMPLOYEE-NUMBER.
           MOVE "00000000" TO PH-PAY-PERIOD-END.
           MOVE ZERO TO PH-RUN-SEQUENCE.
           START PAY-HISTORY KEY NOT LESS THAN PH-HISTORY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AUDIT-HISTORY-DONE-SW
           END-START.
           IF NOT AUDIT-HISTORY-DONE
               PERFORM 700-READ-NEXT-AUDIT-HISTORY
           END-IF.
           PERFORM 700-CLASSIFY-AUDIT-HISTORY
               UNTIL AUDIT-HISTORY-DONE.

       700-READ-NEXT-AUDIT-HISTORY.
           READ PAY-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-AUDIT-HISTORY-DONE-SW
           END-READ.
           IF WS-AUDIT-HISTORY-DONE-SW NOT = 'Y' AND
              WS-PAY-HISTORY-STATUS NOT = "00" AND
              WS-PAY-HISTORY-STATUS NOT = "02"
               MOVE 'Y' TO WS-AUDIT-HISTORY-DONE-SW
           END-IF.
           IF WS-AUDIT-HISTORY-DONE-SW NOT = 'Y'
               IF PH-EMPLOYEE-NUMBER NOT = EM-EMPLOYEE-NUMBER OR
                  PH-PAY-PERIOD-END > WS-CURRENT-PERIOD-X
                   MOVE 'Y' TO WS-AUDIT-HISTORY-DONE-SW
               END-IF
           END-IF.

       700-CLASSIFY-AUDIT-HISTORY.
           IF PH-PAY-PERIOD-END = WS-CURRENT-PERIOD-X AND
              PH-RUN-SEQUENCE = WS-RUN-SEQUENCE
               MOVE 'Y' TO WS-AUDIT-PAID-SW
               MOVE PH-GROSS-PAY TO WS-AUDIT-THIS-GROSS
               MOVE PH-NET-PAY TO WS-AUDIT-THIS-NET
           END-IF.
           IF PH-PAY-PERIOD-END < WS-CURRENT-PERIOD-X AND
              PH-RUN-SEQUENCE = ZERO AND
              NOT PH-REVERSED
               MOVE 'Y' TO WS-AUDIT-LAST-FOUND-SW
               MOVE PH-PAY-PERIOD-END TO WS-AUDIT-LAST-PERIOD
               MOVE PH-GROSS-PAY TO WS-AUDIT-LAST-GROSS
               MOVE PH-NET-PAY TO WS-AUDIT-LAST-NET
           END-IF.
           PERFORM 700-READ-NEXT-AUDIT-HISTORY.

       700-AUDIT-CHECK-LAST-PERIOD.
           IF NOT AUDIT-LAST-FOUND
               ADD 1 TO TOTAL-AUDIT-NOT-PAID-LAST
               MOVE "NOT PAID LAST PERIOD" TO WS-AUDIT-REASON
               MOVE "NO EARLIER PAY HISTORY" TO WS-AUDIT-DETAIL
               PERFORM 700-WRITE-AUDIT-LINE
           ELSE
               IF WS-PRIOR-PERIOD-END NOT = SPACE AND
                  WS-AUDIT-LAST-PERIOD NOT = WS-PRIOR-PERIOD-END
                   ADD 1 TO TOTAL-AUDIT-NOT-PAID-LAST
                   MOVE "NOT PAID LAST PERIOD" TO WS-AUDIT-REASON
                   MOVE SPACE TO WS-AUDIT-DETAIL
                   STRING "LAST PAID FOR PERIOD "   DELIMITED BY SIZE
                          WS-AUDIT-LAST-PERIOD      DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   END-STRING
                   PERFORM 700-WRITE-AUDIT-LINE
               END-IF
           END-IF.

       700-AUDIT-CHECK-PAY-VARIANCE.
           MOVE WS-AUDIT-LAST-GROSS TO WS-AUDIT-COMPARE-LAST.
           MOVE WS-AUDIT-THIS-GROSS TO WS-AUDIT-COMPARE-THIS.
           PERFORM 700-COMPUTE-AUDIT-VARIANCE.
           IF WS-AUDIT-VARIANCE-PCT > WS-MAX-PAY-VARIANCE-PCT
               ADD 1 TO TOTAL-AUDIT-VARIANCE
               MOVE "GROSS PAY VARIANCE" TO WS-AUDIT-REASON
               PERFORM 700-BUILD-VARIANCE-DETAIL
               PERFORM 700-WRITE-AUDIT-LINE
           END-IF.
           MOVE WS-AUDIT-LAST-NET TO WS-AUDIT-COMPARE-LAST.
           MOVE WS-AUDIT-THIS-NET TO WS-AUDIT-COMPARE-THIS.
           PERFORM 700-COMPUTE-AUDIT-VARIANCE.
           IF WS-AUDIT-VARIANCE-PCT > WS-MAX-PAY-VARIANCE-PCT
               ADD 1 TO TOTAL-AUDIT-VARIANCE
               MOVE "NET PAY VARIANCE" TO WS-AUDIT-REASON
               PERFORM 700-BUILD-VARIANCE-DETAIL
               PERFORM 700-WRITE-AUDIT-LINE
           END-IF.

       700-COMPUTE-AUDIT-VARIANCE.
           IF WS-AUDIT-COMPARE-THIS < WS-AUDIT-COMPARE-LAST
               MOVE '-' TO WS-AUDIT-SIGN
               COMPUTE WS-AUDIT-DIFFERENCE =
                   WS-AUDIT-COMPARE-LAST - WS-AUDIT-COMPARE-THIS
           ELSE
               MOVE '+' TO WS-AUDIT-SIGN
               COMPUTE WS-AUDIT-DIFFERENCE =
                   WS-AUDIT-COMPARE-THIS - WS-AUDIT-COMPARE-LAST
           END-IF.
           IF WS-AUDIT-COMPARE-LAST = ZERO
               IF WS-AUDIT-DIFFERENCE = ZERO
                   MOVE ZERO TO WS-AUDIT-VARIANCE-PCT
               ELSE
                   MOVE 9999.9 TO WS-AUDIT-VARIANCE-PCT
               END-IF
           ELSE
               COMPUTE WS-AUDIT-VARIANCE-PCT ROUNDED =
                   WS-AUDIT-DIFFERENCE * 100 / WS-AUDIT-COMPARE-LAST
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-AUDIT-VARIANCE-PCT
               END-COMPUTE
           END-IF.

       700-BUILD-VARIANCE-DETAIL.
           MOVE WS-AUDIT-COMPARE-LAST TO WS-AUDIT-LAST-EDIT.
           MOVE WS-AUDIT-COMPARE-THIS TO WS-AUDIT-THIS-EDIT.
           MOVE WS-AUDIT-VARIANCE-PCT TO WS-AUDIT-PCT-EDIT.
           MOVE SPACE TO WS-AUDIT-DETAIL.
           STRING "LAST "                     DELIMITED BY SIZE
                  WS-AUDIT-LAST-EDIT          DELIMITED BY SIZE
                  " NOW "                     DELIMITED BY SIZE
                  WS-AUDIT-THIS-EDIT          DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-AUDIT-SIGN               DELIMITED BY SIZE
                  WS-AUDIT-PCT-EDIT           DELIMITED BY SIZE
                  "%"                         DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.

       700-AUDIT-SALARY-MISMATCH.
           ADD 1 TO TOTAL-AUDIT-SALARY.
           MOVE "SALARY AMOUNT MISMATCH" TO WS-AUDIT-REASON.
           MOVE EM-SALARY-AMOUNT TO WS-AUDIT-LAST-EDIT.
           MOVE WS-AUDIT-THIS-GROSS TO WS-AUDIT-THIS-EDIT.
           MOVE SPACE TO WS-AUDIT-DETAIL.
           STRING "SALARY "                   DELIMITED BY SIZE
                  WS-AUDIT-LAST-EDIT          DELIMITED BY SIZE
                  " PAID "                    DELIMITED BY SIZE
                  WS-AUDIT-THIS-EDIT          DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           PERFORM 700-WRITE-AUDIT-LINE.

       700-WRITE-AUDIT-LINE.
           MOVE SPACE TO PRE-RELEASE-AUDIT-LINE-OUT.
           STRING EM-EMPLOYEE-NUMBER          DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  EM-LAST-NAME                DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-AUDIT-REASON             DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-AUDIT-DETAIL             DELIMITED BY SIZE
               INTO PRE-RELEASE-AUDIT-LINE-OUT
           END-STRING.
           WRITE PRE-RELEASE-AUDIT-LINE-OUT.

       700-WRITE-PRE-RELEASE-AUDIT-TOTALS.
           MOVE SPACE TO PRE-RELEASE-AUDIT-LINE-OUT.
           WRITE PRE-RELEASE-AUDIT-LINE-OUT.
           MOVE TOTAL-AUDIT-CHECKED TO WS-BAL-COUNT-EDIT.
           MOVE SPACE TO PRE-RELEASE-AUDIT-LINE-OUT.
           STRING "EMPLOYEES PAID THIS RUN      " DELIMITED BY SIZE
                  WS-BAL-COUNT-EDIT              DELIMITED BY SIZE
               INTO PRE-RELEASE-AUDIT-LINE-OUT
           END-STRING.
           WRITE PRE-RELEASE-AUDIT-LINE-OUT.
           MOVE TOTAL-AUDIT-NO-TIMESHEET TO WS-BAL-COUNT-EDIT.
           MOVE SPACE TO PRE-RELEASE-AUDIT-LINE-OUT.
           STRING "ACTIVE WITH NO TIMESHEET     " DELIMITED BY SIZE
                  WS-BAL-COUNT-EDIT              DELIMITED BY SIZE
               INTO PRE-RELEASE-AUDIT-LINE-OUT
           END-STRING.
           WRITE PRE-RELEASE-AUDIT-LINE-OUT.
           MOVE TOTAL-AUDIT-NOT-PAID-LAST TO WS-BAL-COUNT-EDIT.
           MOVE SPACE TO PRE-RELEASE-AUDIT-LINE-OUT.
           STRING "PAID NOW, NOT LAST PERIOD    " DELIMITED BY SIZE
                  WS-BAL-COUNT-EDIT              DELIMITED BY SIZE
                  "  LAST PERIOD "               DELIMITED BY SIZE
                  WS-PRIOR-PERIOD-END            DELIMITED BY SIZE
               INTO PRE-RELEASE-AUDIT-LINE-OUT
           END-STRING.
           WRITE PRE-RELEASE-AUDIT-LINE-OUT.
           MOVE TOTAL-AUDIT-VARIANCE TO WS-BAL-COUNT-EDIT.
           MOVE SPACE TO PRE-RELEASE-AUDIT-LINE-OUT.
           STRING "PAY VARIANCES OVER LIMIT     " DELIMITED BY SIZE
                  WS-BAL-COUNT-EDIT              DELIMITED BY SIZE
               INTO PRE-RELEASE-AUDIT-LINE-OUT
           END-STRING.
           WRITE PRE-RELEASE-AUDIT-LINE-OUT.
           MOVE TOTAL-AUDIT-SALARY TO WS-BAL-COUNT-EDIT.
           MOVE SPACE TO PRE-RELEASE-AUDIT-LINE-OUT.
           STRING "SALARY AMOUNT MISMATCHES     " DELIMITED BY SIZE
                  WS-BAL-COUNT-EDIT              DELIMITED BY SIZE
               INTO PRE-RELEASE-AUDIT-LINE-OUT
           END-STRING.
           WRITE PRE-RELEASE-AUDIT-LINE-OUT.
           MOVE SPACE TO PRE-RELEASE-AUDIT-LINE-OUT.
           WRITE PRE-RELEASE-AUDIT-LINE-OUT.
           MOVE "PAYROLL SUPERVISOR SIGN-OFF - ACH FILE IS NOT TO BE"
               TO PRE-RELEASE-AUDIT-LINE-OUT.
           WRITE PRE-RELEASE-AUDIT-LINE-OUT.
           MOVE "RELEASED UNTIL EVERY ITEM ABOVE HAS BEEN REVIEWED."
               TO PRE-RELEASE-AUDIT-LINE-OUT.
           WRITE PRE-RELEASE-AUDIT-LINE-OUT.
           MOVE SPACE TO PRE-RELEASE-AUDIT-LINE-OUT.
           WRITE PRE-RELEASE-AUDIT-LINE-OUT.
           MOVE "REVIEWED BY ________________________ DATE __________"
               TO PRE-RELEASE-AUDIT-LINE-OUT.
           WRITE PRE-RELEASE-AUDIT-LINE-OUT.
           MOVE SPACE TO PRE-RELEASE-AUDIT-LINE-OUT.
           WRITE PRE-RELEASE-AUDIT-LINE-OUT.
           MOVE "RELEASED BY ________________________ DATE __________"
               TO PRE-RELEASE-AUDIT-LINE-OUT.
           WRITE PRE-RELEASE-AUDIT-LINE-OUT.

       700-BALANCE-PAYROLL-RUN.
           PERFORM 700-REREAD-ACH-DEPOSIT-FILE.
           PERFORM 700-REREAD-CHECK-PRINT-FILE.
           COMPUTE WS-DISBURSED-TOTAL =
               WS-ACH-REREAD-TOTAL + WS-CHECK-REREAD-TOTAL.
           COMPUTE WS-NET-DIFFERENCE =
               WS-DISBURSED-TOTAL - TOTAL-NET-PAY
               - WS-REISSUE-REREAD-TOTAL.
           COMPUTE WS-RECORD-DIFFERENCE =
               TOTAL-PAY-RECORDS - TOTAL-REGISTER-RECORDS
               - TOTAL-EXCEPTION-RECORDS.
           IF WS-NET-DIFFERENCE NOT = ZERO OR
              WS-RECORD-DIFFERENCE NOT = ZERO
               MOVE 'N' TO WS-RUN-BALANCED-SW
           END-IF.
           PERFORM 700-WRITE-BALANCING-REPORT.
           IF RUN-IN-BALANCE
               PERFORM 700-MARK-PERIOD-COMPLETE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       700-REREAD-ACH-DEPOSIT-FILE.
           MOVE 'N' TO WS-ACH-EOF-FLAG.
           MOVE ZERO TO WS-ACH-REREAD-TOTAL.
           MOVE ZERO TO WS-ACH-ENTRY-COUNT.
           ADD 1 TO WS-ACH-ENTRY-COUNT.
           PERFORM 700-READ-ACH-DEPOSIT-ENTRY.

       700-REREAD-CHECK-PRINT-FILE.
           MOVE 'N' TO WS-CHECK-EOF-FLAG.
           MOVE ZERO TO WS-CHECK-REREAD-TOTAL.
           MOVE ZERO TO WS-CHECK-REREAD-COUNT.
           MOVE ZERO TO WS-REISSUE-REREAD-TOTAL.
           MOVE ZERO TO WS-REISSUE-REREAD-COUNT.
           OPEN INPUT CHECK-PRINT-FILE.
           PERFORM 700-READ-CHECK-PRINT-RECORD.
           PERFORM 700-ADD-CHECK-PRINT-RECORD
               UNTIL WS-CHECK-EOF-FLAG = 'Y'.
           CLOSE CHECK-PRINT-FILE.

       700-READ-CHECK-PRINT-RECORD.
           READ CHECK-PRINT-FILE
               AT END
                   MOVE 'Y' TO WS-CHECK-EOF-FLAG
           END-READ.

       700-ADD-CHECK-PRINT-RECORD.
           ADD CK-NET-AMOUNT TO WS-CHECK-REREAD-TOTAL.
           ADD 1 TO WS-CHECK-REREAD-COUNT.
           IF CK-REISSUED-PAYMENT
               ADD CK-NET-AMOUNT TO WS-REISSUE-REREAD-TOTAL
               ADD 1 TO WS-REISSUE-REREAD-COUNT
           END-IF.
           PERFORM 700-READ-CHECK-PRINT-RECORD.

       700-WRITE-BALANCING-REPORT.
           OPEN OUTPUT BALANCING-REPORT-OUT.
           PERFORM 700-WRITE-BALANCING-HEADING.
           PERFORM 700-WRITE-BATCH-CONTROL-LINES.
           MOVE WS-ACH-REREAD-TOTAL TO WS-BAL-AMOUNT-EDIT.
           MOVE WS-ACH-ENTRY-COUNT TO WS-BAL-COUNT-EDIT.
           MOVE SPACE TO BALANCING-REPORT-LINE-OUT.
               INTO BALANCING-REPORT-LINE-OUT
           END-STRING.
           WRITE BALANCING-REPORT-LINE-OUT.
           MOVE WS-CHECK-REREAD-TOTAL TO WS-BAL-AMOUNT-EDIT.
           MOVE WS-CHECK-REREAD-COUNT TO WS-BAL-COUNT-EDIT.
           MOVE SPACE TO BALANCING-REPORT-LINE-OUT.
           STRING "PAPER CHECK TOTAL     "  DELIMITED BY SIZE
                  WS-BAL-AMOUNT-EDIT        DELIMITED BY SIZE
                  "  CHECKS  "              DELIMITED BY SIZE
                  WS-BAL-COUNT-EDIT         DELIMITED BY SIZE
               INTO BALANCING-REPORT-LINE-OUT
           END-STRING.
           WRITE BALANCING-REPORT-LINE-OUT.
           MOVE WS-DISBURSED-TOTAL TO WS-BAL-AMOUNT-EDIT.
           MOVE SPACE TO BALANCING-REPORT-LINE-OUT.
           STRING "ACH PLUS CHECKS       "  DELIMITED BY SIZE
                  WS-BAL-AMOUNT-EDIT        DELIMITED BY SIZE
               INTO BALANCING-REPORT-LINE-OUT
           END-STRING.
           WRITE BALANCING-REPORT-LINE-OUT.
           MOVE TOTAL-NET-PAY TO WS-BAL-AMOUNT-EDIT.
           MOVE SPACE TO BALANCING-REPORT-LINE-OUT.
           STRING "REGISTER NET TOTAL    "  DELIMITED BY SIZE
               INTO BALANCING-REPORT-LINE-OUT
           END-STRING.
           WRITE BALANCING-REPORT-LINE-OUT.
           MOVE WS-REISSUE-REREAD-TOTAL TO WS-BAL-AMOUNT-EDIT.
           MOVE WS-REISSUE-REREAD-COUNT TO WS-BAL-COUNT-EDIT.
           MOVE SPACE TO BALANCING-REPORT-LINE-OUT.
           STRING "RETURNED RE-ISSUES    "  DELIMITED BY SIZE
                  WS-BAL-AMOUNT-EDIT        DELIMITED BY SIZE
                  "  CHECKS  "              DELIMITED BY SIZE
                  WS-BAL-COUNT-EDIT         DELIMITED BY SIZE
               INTO BALANCING-REPORT-LINE-OUT
           END-STRING.
           WRITE BALANCING-REPORT-LINE-OUT.
           MOVE WS-NET-DIFFERENCE TO WS-BAL-DIFF-EDIT.
           MOVE SPACE TO BALANCING-REPORT-LINE-OUT.
           STRING "NET DIFFERENCE       "   DELIMITED BY SIZE
               INTO BALANCING-REPORT-LINE-OUT
           END-STRING.
           WRITE BALANCING-REPORT-LINE-OUT.
           MOVE WS-DISBURSED-TOTAL TO WS-BAL-AMOUNT-EDIT.
           MOVE SPACE TO BALANCING-REPORT-LINE-OUT.
           STRING "FUNDING REQUIREMENT   "  DELIMITED BY SIZE
                  WS-BAL-AMOUNT-EDIT        DELIMITED BY SIZE
           IF RUN-IN-BALANCE
               MOVE "RUN IN BALANCE" TO BALANCING-REPORT-LINE-OUT
           ELSE
               MOVE "*** RUN OUT OF BALANCE - HOLD ACH AND CHECKS ***"
                   TO BALANCING-REPORT-LINE-OUT
           END-IF.
           WRITE BALANCING-REPORT-LINE-OUT.
           CLOSE BALANCING-REPORT-OUT.

       700-WRITE-REJECTED-BATCH-REPORT.
           MOVE WS-BATCH-PERIOD-END TO WS-PAY-PERIOD-DATE-EDITED.
           IF WS-BATCH-PERIOD-END IS NOT NUMERIC
               MOVE "00000000" TO WS-PAY-PERIOD-DATE-EDITED
           END-IF.
           PERFORM 700-BUILD-PERIOD-STAMPED-FILENAMES.
           OPEN OUTPUT BALANCING-REPORT-OUT.
           PERFORM 700-WRITE-BALANCING-HEADING.
           PERFORM 700-WRITE-BATCH-CONTROL-LINES.
           MOVE "*** BATCH REJECTED - NO PAY CALCULATED ***"
               TO BALANCING-REPORT-LINE-OUT.
           WRITE BALANCING-REPORT-LINE-OUT.
           CLOSE BALANCING-REPORT-OUT.

       700-WRITE-BALANCING-HEADING.
           MOVE SPACE TO BALANCING-REPORT-LINE-OUT.
           STRING "PAYROLL BALANCING REPORT - PERIOD ENDING "
                                              DELIMITED BY SIZE
                  WS-PAY-PERIOD-DATE-EDITED   DELIMITED BY SIZE
                  WS-RUN-LABEL                DELIMITED BY SIZE
               INTO BALANCING-REPORT-LINE-OUT
           END-STRING.
           WRITE BALANCING-REPORT-LINE-OUT.

       700-WRITE-BATCH-CONTROL-LINES.
           MOVE SPACE TO BALANCING-REPORT-LINE-OUT.
           STRING "FEED BATCH ID "          DELIMITED BY SIZE
                  WS-BATCH-ID               DELIMITED BY SIZE
                  "  HEADER PERIOD "        DELIMITED BY SIZE
                  WS-BATCH-PERIOD-END       DELIMITED BY SIZE
               INTO BALANCING-REPORT-LINE-OUT
           END-STRING.
           WRITE BALANCING-REPORT-LINE-OUT.
           MOVE SPACE TO BALANCING-REPORT-LINE-OUT.
           STRING "BATCH CONTROL              "   DELIMITED BY SIZE
                  "TRAILER              READ"     DELIMITED BY SIZE
               INTO BALANCING-REPORT-LINE-OUT
           END-STRING.
           WRITE BALANCING-REPORT-LINE-OUT.
           MOVE WS-BATCH-TRAILER-RECORDS TO WS-BATCH-TRAILER-EDIT.
           MOVE WS-BATCH-READ-RECORDS TO WS-BATCH-READ-EDIT.
           MOVE "MATCH" TO WS-BATCH-RESULT.
           IF WS-BATCH-TRAILER-RECORDS NOT = WS-BATCH-READ-RECORDS
               MOVE "DIFF" TO WS-BATCH-RESULT
           END-IF.
           MOVE SPACE TO BALANCING-REPORT-LINE-OUT.
           STRING "  PAY RECORDS     "      DELIMITED BY SIZE
                  WS-BATCH-TRAILER-EDIT     DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-BATCH-READ-EDIT        DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-BATCH-RESULT           DELIMITED BY SIZE
               INTO BALANCING-REPORT-LINE-OUT
           END-STRING.
           WRITE BALANCING-REPORT-LINE-OUT.
           MOVE WS-BATCH-TRAILER-HOURS TO WS-BATCH-TRAILER-HOURS-EDIT.
           MOVE WS-BATCH-READ-HOURS TO WS-BATCH-READ-HOURS-EDIT.
           MOVE "MATCH" TO WS-BATCH-RESULT.
           IF WS-BATCH-TRAILER-HOURS NOT = WS-BATCH-READ-HOURS
               MOVE "DIFF" TO WS-BATCH-RESULT
           END-IF.
           MOVE SPACE TO BALANCING-REPORT-LINE-OUT.
           STRING "  HOURS HASH      "      DELIMITED BY SIZE
                  WS-BATCH-TRAILER-HOURS-EDIT DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-BATCH-READ-HOURS-EDIT  DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-BATCH-RESULT           DELIMITED BY SIZE
               INTO BALANCING-REPORT-LINE-OUT
           END-STRING.
           WRITE BALANCING-REPORT-LINE-OUT.
           MOVE WS-BATCH-TRAILER-EMPLOYEES TO WS-BATCH-TRAILER-EDIT.
           MOVE WS-BATCH-READ-EMPLOYEES TO WS-BATCH-READ-EDIT.
           MOVE "MATCH" TO WS-BATCH-RESULT.
           IF WS-BATCH-TRAILER-EMPLOYEES NOT = WS-BATCH-READ-EMPLOYEES
               MOVE "DIFF" TO WS-BATCH-RESULT
           END-IF.
           MOVE SPACE TO BALANCING-REPORT-LINE-OUT.
           STRING "  EMPLOYEE HASH   "      DELIMITED BY SIZE
                  WS-BATCH-TRAILER-EDIT     DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-BATCH-READ-EDIT        DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-BATCH-RESULT           DELIMITED BY SIZE
               INTO BALANCING-REPORT-LINE-OUT
           END-STRING.
           WRITE BALANCING-REPORT-LINE-OUT.
           MOVE WS-BATCH-TRAILER-EARN-LINES TO WS-BATCH-TRAILER-EDIT.
           MOVE WS-BATCH-READ-EARN-LINES TO WS-BATCH-READ-EDIT.
           MOVE "MATCH" TO WS-BATCH-RESULT.
           IF WS-BATCH-TRAILER-EARN-LINES NOT = WS-BATCH-READ-EARN-LINES
               MOVE "DIFF" TO WS-BATCH-RESULT
           END-IF.
           MOVE SPACE TO BALANCING-REPORT-LINE-OUT.
           STRING "  EARNINGS LINES  "      DELIMITED BY SIZE
                  WS-BATCH-TRAILER-EDIT     DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-BATCH-READ-EDIT        DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-BATCH-RESULT           DELIMITED BY SIZE
               INTO BALANCING-REPORT-LINE-OUT
           END-STRING.
           WRITE BALANCING-REPORT-LINE-OUT.
           MOVE WS-BATCH-PERIOD-ERRORS TO WS-BAL-COUNT-EDIT.
           MOVE SPACE TO BALANCING-REPORT-LINE-OUT.
           STRING "RECORDS NOT FOR HEADER PERIOD "
                                            DELIMITED BY SIZE
                  WS-BAL-COUNT-EDIT         DELIMITED BY SIZE
               INTO BALANCING-REPORT-LINE-OUT
           END-STRING.
           WRITE BALANCING-REPORT-LINE-OUT.
           MOVE SPACE TO BALANCING-REPORT-LINE-OUT.
           EVALUATE TRUE
               WHEN BATCH-PERIOD-PASSED
                   MOVE "HEADER PERIOD ON PAY CALENDAR  PASSED"
                       TO BALANCING-REPORT-LINE-OUT
               WHEN BATCH-PERIOD-FAILED
                   MOVE "HEADER PERIOD ON PAY CALENDAR  FAILED"
                       TO BALANCING-REPORT-LINE-OUT
               WHEN OTHER
                   MOVE "HEADER PERIOD ON PAY CALENDAR  NOT CHECKED"
                       TO BALANCING-REPORT-LINE-OUT
           END-EVALUATE.
           WRITE BALANCING-REPORT-LINE-OUT.
           MOVE SPACE TO BALANCING-REPORT-LINE-OUT.
           EVALUATE TRUE
               WHEN BATCH-NOT-DUPLICATE
                   MOVE "BATCH ID PREVIOUSLY PROCESSED  NO"
                       TO BALANCING-REPORT-LINE-OUT
               WHEN BATCH-DUPLICATE
                   STRING "BATCH ID PREVIOUSLY PROCESSED  YES - PERIOD "
                                            DELIMITED BY SIZE
                          WS-BATCH-DUP-PERIOD DELIMITED BY SIZE
                          " RUN "           DELIMITED BY SIZE
                          WS-BATCH-DUP-SEQUENCE DELIMITED BY SIZE
                       INTO BALANCING-REPORT-LINE-OUT
                   END-STRING
               WHEN OTHER
                   MOVE "BATCH ID PREVIOUSLY PROCESSED  NOT CHECKED"
                       TO BALANCING-REPORT-LINE-OUT
           END-EVALUATE.
           WRITE BALANCING-REPORT-LINE-OUT.
           MOVE SPACE TO BALANCING-REPORT-LINE-OUT.
           IF BATCH-REJECTED
               STRING "*** BATCH REJECTED - "  DELIMITED BY SIZE
                      WS-BATCH-REJECT-REASON   DELIMITED BY SIZE
                   INTO BALANCING-REPORT-LINE-OUT
               END-STRING
           ELSE
               MOVE "BATCH CONTROLS IN BALANCE"
                   TO BALANCING-REPORT-LINE-OUT
           END-IF.
           WRITE BALANCING-REPORT-LINE-OUT.
           MOVE SPACE TO BALANCING-REPORT-LINE-OUT.
           WRITE BALANCING-REPORT-LINE-OUT.

       700-OPEN-PAYROLL-EXCEPTION-REPORT-FILE.
           IF WS-RESTART-EMPLOYEE-NUMBER NOT = ZERO
               OPEN EXTEND PAYROLL-EXCEPTION-REPORT
           MOVE NET-PAY TO WS-DEPOSIT-REMAINING.
           MOVE ZERO TO WS-SPLIT-COUNT.
           INITIALIZE WS-DEPOSIT-SPLIT-TABLE.
           MOVE ZERO TO WS-CHECK-NUMBER-ISSUED.
           MOVE ZERO TO WS-CHECK-AMOUNT.
           MOVE ZERO TO WS-ALLOC-HELD-COUNT.
           PERFORM 700-DETERMINE-PAY-METHOD.
           IF EM-DEPOSIT-ALLOC-COUNT NUMERIC AND PAY-BY-DEPOSIT
               MOVE EM-DEPOSIT-ALLOC-COUNT TO WS-ALLOC-COUNT
           ELSE
               MOVE ZERO TO WS-ALLOC-COUNT
               VARYING DA-IDX FROM 1 BY 1
               UNTIL DA-IDX > WS-ALLOC-COUNT.
           IF WS-DEPOSIT-REMAINING GREATER THAN ZERO
               IF PAY-BY-CHECK
                   PERFORM 700-SET-CHECK-FROM-PAY-RECORD
                   PERFORM 700-ISSUE-PAYROLL-CHECK
               ELSE
                   PERFORM 700-WRITE-PRIMARY-ACH-ENTRY
               END-IF
           END-IF.

       700-DETERMINE-PAY-METHOD.
           MOVE 'D' TO WS-PAY-METHOD-SW.
           IF EM-PAY-BY-CHECK
               MOVE 'C' TO WS-PAY-METHOD-SW
           END-IF.
           IF EM-BANK-ROUTING-NUMBER NOT NUMERIC
               MOVE 'C' TO WS-PAY-METHOD-SW
           ELSE
               IF EM-BANK-ROUTING-NUMBER = ZERO
                   MOVE 'C' TO WS-PAY-METHOD-SW
               END-IF
           END-IF.
           IF EM-BANK-ACCOUNT-NUMBER = SPACE
               MOVE 'C' TO WS-PAY-METHOD-SW
           END-IF.
           MOVE 'N' TO WS-PRIMARY-HOLD-SW.
           IF PAY-BY-DEPOSIT
               MOVE EM-BANK-ROUTING-NUMBER TO WS-PRIMARY-ROUTING
               MOVE EM-BANK-ACCOUNT-NUMBER TO WS-PRIMARY-ACCOUNT
               MOVE EM-BANK-ACCOUNT-TYPE TO WS-PRIMARY-ACCT-TYPE
               IF NOT EM-PRENOTE-LIVE
                   PERFORM 700-HOLD-PRIMARY-DEPOSIT
               END-IF
           END-IF.

       700-HOLD-PRIMARY-DEPOSIT.
           IF EM-PRIOR-BANK-ROUTING NUMERIC AND
              EM-PRIOR-BANK-ROUTING > ZERO AND
              EM-PRIOR-BANK-ACCOUNT NOT = SPACE
               MOVE 'O' TO WS-PRIMARY-HOLD-SW
               MOVE EM-PRIOR-BANK-ROUTING TO WS-PRIMARY-ROUTING
               MOVE EM-PRIOR-BANK-ACCOUNT TO WS-PRIMARY-ACCOUNT
               MOVE EM-PRIOR-BANK-ACCT-TYPE TO WS-PRIMARY-ACCT-TYPE
           ELSE
               MOVE 'C' TO WS-PRIMARY-HOLD-SW
               MOVE 'C' TO WS-PAY-METHOD-SW
           END-IF.

       700-WRITE-ALLOCATION-ACH-ENTRY.
           SET DP-IDX TO DA-IDX.
           IF EM-DA-PRENOTE-LIVE (DP-IDX)
               PERFORM 700-WRITE-LIVE-ALLOCATION-ENTRY
           ELSE
               ADD 1 TO WS-ALLOC-HELD-COUNT
           END-IF.

       700-WRITE-LIVE-ALLOCATION-ENTRY.
           MOVE ZERO TO WS-ALLOC-AMOUNT.
           IF EM-DA-TYPE-FLAT (DA-IDX)
               MOVE EM-DA-FLAT-AMOUNT (DA-IDX) TO WS-ALLOC-AMOUNT

       700-WRITE-PRIMARY-ACH-ENTRY.
           MOVE '6' TO ACH-RECORD-TYPE-CODE.
           IF WS-PRIMARY-ACCT-TYPE = 'S'
               MOVE '32' TO ACH-TRANSACTION-CODE
           ELSE
               MOVE '22' TO ACH-TRANSACTION-CODE
           END-IF.
           MOVE WS-PRIMARY-ROUTING TO ACH-RECEIVING-ROUTING-NUMBER.
           MOVE WS-PRIMARY-ACCOUNT TO ACH-RECEIVING-ACCOUNT-NUMBER.
           MOVE WS-DEPOSIT-REMAINING TO ACH-AMOUNT.
           MOVE EMPLOYEE-NUMBER TO ACH-INDIVIDUAL-ID-NUMBER.
           STRING EMPLOYEE-LAST-NAME  DELIMITED BY SIZE
               INTO ACH-INDIVIDUAL-NAME
           END-STRING.
           WRITE ACH-DEPOSIT-ENTRY-OUT.
           MOVE WS-PRIMARY-ROUTING TO WS-SPLIT-POST-ROUTING.
           MOVE WS-PRIMARY-ACCOUNT TO WS-SPLIT-POST-ACCOUNT.
           MOVE WS-PRIMARY-ACCT-TYPE TO WS-SPLIT-POST-ACCT-TYPE.
           MOVE WS-DEPOSIT-REMAINING TO WS-SPLIT-POST-AMOUNT.
           MOVE ZERO TO WS-DEPOSIT-REMAINING.
           PERFORM 700-SAVE-DEPOSIT-SPLIT.

       700-SET-CHECK-FROM-PAY-RECORD.
           MOVE 'N' TO WS-CHECK-REISSUE-SW.
           MOVE EMPLOYEE-NUMBER TO WS-CHECK-EMPLOYEE-NUMBER.
           MOVE DEPARTMENT-CODE TO WS-CHECK-DEPARTMENT-CODE.
           MOVE WS-PAY-PERIOD-DATE-EDITED TO WS-CHECK-PERIOD-END.
           MOVE GROSS-PAY TO WS-CHECK-GROSS-PAY.
           COMPUTE WS-CHECK-DEDUCTIONS = GROSS-PAY - NET-PAY.
           MOVE SPACE TO WS-CHECK-PAYEE-NAME.
           STRING EMPLOYEE-LAST-NAME  DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  EMPLOYEE-INITIALS   DELIMITED BY SIZE
               INTO WS-CHECK-PAYEE-NAME
           END-STRING.

       700-ISSUE-PAYROLL-CHECK.
           MOVE WS-NEXT-CHECK-NUMBER TO WS-CHECK-NUMBER-ISSUED.
           ADD 1 TO WS-NEXT-CHECK-NUMBER.
           PERFORM 700-SAVE-CHECK-CONTROL.
           IF TOTAL-CHECKS-ISSUED = ZERO
               MOVE WS-CHECK-NUMBER-ISSUED TO WS-FIRST-CHECK-NUMBER
           END-IF.
           MOVE WS-DEPOSIT-REMAINING TO WS-CHECK-AMOUNT.
           PERFORM 700-WRITE-CHECK-PRINT-RECORD.
           PERFORM 700-WRITE-CHECK-REGISTER-ENTRY.
           PERFORM 700-WRITE-POSITIVE-PAY-ISSUE.
           ADD 1 TO TOTAL-CHECKS-ISSUED.
           ADD WS-CHECK-AMOUNT TO TOTAL-CHECK-AMOUNT.
           MOVE ZERO TO WS-DEPOSIT-REMAINING.

       700-WRITE-CHECK-PRINT-RECORD.
           MOVE WS-CHECK-NUMBER-ISSUED TO CK-CHECK-NUMBER.
           MOVE WS-RUN-DATE TO CK-CHECK-DATE.
           MOVE WS-CHECK-EMPLOYEE-NUMBER TO CK-EMPLOYEE-NUMBER.
           MOVE WS-CHECK-PAYEE-NAME TO CK-PAYEE-NAME.
           MOVE WS-CHECK-DEPARTMENT-CODE TO CK-DEPARTMENT-CODE.
           MOVE WS-CHECK-PERIOD-END TO CK-PAY-PERIOD-END.
           MOVE WS-CHECK-GROSS-PAY TO CK-GROSS-PAY.
           MOVE WS-CHECK-DEDUCTIONS TO CK-TOTAL-DEDUCTIONS.
           MOVE WS-CHECK-AMOUNT TO CK-NET-AMOUNT.
           MOVE WS-CHECK-AMOUNT TO CK-AMOUNT-PROTECTED.
           MOVE WS-CHECK-REISSUE-SW TO CK-REISSUE-FLAG.
           WRITE CHECK-PRINT-RECORD-OUT.

       700-WRITE-CHECK-REGISTER-ENTRY.
           MOVE WS-CHECK-AMOUNT TO WS-CHECK-AMOUNT-EDIT.
           MOVE SPACE TO CHECK-REGISTER-LINE-OUT.
           STRING WS-CHECK-NUMBER-ISSUED  DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  WS-CHECK-EMPLOYEE-NUMBER DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  WS-CHECK-PAYEE-NAME     DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  WS-CHECK-DEPARTMENT-CODE DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  WS-CHECK-AMOUNT-EDIT    DELIMITED BY SIZE
               INTO CHECK-REGISTER-LINE-OUT
           END-STRING.
           IF REISSUE-CHECK
               MOVE "RE-ISSUE" TO CHECK-REGISTER-LINE-OUT (58:8)
               MOVE WS-CHECK-PERIOD-END
                   TO CHECK-REGISTER-LINE-OUT (67:8)
           END-IF.
           WRITE CHECK-REGISTER-LINE-OUT.

       700-WRITE-POSITIVE-PAY-ISSUE.
           MOVE 'I' TO PP-ISSUE-CODE.
           MOVE WS-DISBURSE-ACCOUNT TO PP-ACCOUNT-NUMBER.
           MOVE WS-CHECK-NUMBER-ISSUED TO PP-CHECK-NUMBER.
           MOVE WS-RUN-DATE TO PP-ISSUE-DATE.
           MOVE WS-CHECK-AMOUNT TO PP-AMOUNT.
           MOVE WS-CHECK-PAYEE-NAME TO PP-PAYEE-NAME.
           WRITE POSITIVE-PAY-RECORD-OUT.

       700-READ-NEXT-REISSUE-HISTORY.
           READ PAY-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REISSUE-DONE-SW
           END-READ.
           IF WS-PAY-HISTORY-STATUS NOT = "00" AND
              WS-PAY-HISTORY-STATUS NOT = "02"
               MOVE 'Y' TO WS-REISSUE-DONE-SW
           END-IF.

       700-REISSUE-RETURNED-PAYMENT.
           IF PH-PAYMENT-RETURNED AND NOT PH-PAYMENT-REISSUED AND
              NOT PH-REVERSED
               PERFORM 700-ISSUE-REISSUE-CHECK
           END-IF.
           PERFORM 700-READ-NEXT-REISSUE-HISTORY.

       700-ISSUE-REISSUE-CHECK.
           IF PH-CHECK-AMOUNT NUMERIC
               COMPUTE WS-REISSUE-AMOUNT =
                   PH-NET-PAY - PH-CHECK-AMOUNT
           ELSE
               MOVE PH-NET-PAY TO WS-REISSUE-AMOUNT
           END-IF.
           MOVE PH-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "PROJECT2PAYROLL - RETURNED PAYMENT FOR "
                       PH-EMPLOYEE-NUMBER " " PH-PAY-PERIOD-END
                       " NOT RE-ISSUED - NOT ON EMPLOYEE MASTER"
                   MOVE 4 TO RETURN-CODE
                   MOVE ZERO TO WS-REISSUE-AMOUNT
           END-READ.
           IF WS-REISSUE-AMOUNT > ZERO
               MOVE 'Y' TO WS-CHECK-REISSUE-SW
               MOVE PH-EMPLOYEE-NUMBER TO WS-CHECK-EMPLOYEE-NUMBER
               MOVE SPACE TO WS-CHECK-DEPARTMENT-CODE
               MOVE PH-PAY-PERIOD-END TO WS-CHECK-PERIOD-END
               MOVE PH-GROSS-PAY TO WS-CHECK-GROSS-PAY
               COMPUTE WS-CHECK-DEDUCTIONS = PH-GROSS-PAY - PH-NET-PAY
               MOVE SPACE TO WS-CHECK-PAYEE-NAME
               STRING EM-LAST-NAME        DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      EM-INITIALS         DELIMITED BY SIZE
                   INTO WS-CHECK-PAYEE-NAME
               END-STRING
               MOVE WS-REISSUE-AMOUNT TO WS-DEPOSIT-REMAINING
               PERFORM 700-ISSUE-PAYROLL-CHECK
               MOVE 'Y' TO PH-REISSUE-FLAG
               MOVE WS-CHECK-NUMBER-ISSUED TO PH-REISSUE-CHECK-NUMBER
               MOVE WS-CHECK-AMOUNT TO PH-REISSUE-AMOUNT
               MOVE WS-RUN-DATE TO PH-REISSUE-DATE
               REWRITE PAY-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "PROJECT2PAYROLL - CANNOT FLAG RE-ISSUE"
                           " ON PAY HISTORY " PH-HISTORY-KEY
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
               ADD 1 TO TOTAL-REISSUES-ISSUED
               ADD WS-CHECK-AMOUNT TO TOTAL-REISSUE-AMOUNT
               MOVE 'N' TO WS-CHECK-REISSUE-SW
           END-IF.

       700-LOAD-CHECK-CONTROL.
           IF EOF-FLAG NOT = 'Y' AND NOT RUN-ABANDONED
               MOVE 'N' TO WS-CHECK-CONTROL-FOUND-SW
               OPEN INPUT CHECK-CONTROL
               IF WS-CHECK-CONTROL-STATUS = "00"
                   READ CHECK-CONTROL
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CC-NEXT-CHECK-NUMBER NUMERIC AND
                              CC-NEXT-CHECK-NUMBER > ZERO
                               MOVE 'Y' TO WS-CHECK-CONTROL-FOUND-SW
                           END-IF
                   END-READ
                   CLOSE CHECK-CONTROL
               END-IF
               IF CHECK-CONTROL-FOUND
                   MOVE CC-NEXT-CHECK-NUMBER TO WS-NEXT-CHECK-NUMBER
                   MOVE CC-DISBURSE-ACCOUNT TO WS-DISBURSE-ACCOUNT
               ELSE
                   DISPLAY "PROJECT2PAYROLL - NO NEXT CHECK NUMBER ON"
                       " CHECK CONTROL FILE - RUN ABANDONED"
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO WS-RUN-ABANDONED-SW
               END-IF
           END-IF.

       700-SAVE-CHECK-CONTROL.
           MOVE WS-NEXT-CHECK-NUMBER TO CC-NEXT-CHECK-NUMBER.
           MOVE WS-DISBURSE-ACCOUNT TO CC-DISBURSE-ACCOUNT.
           MOVE WS-CHECK-NUMBER-ISSUED TO CC-LAST-CHECK-ISSUED.
           MOVE WS-PAY-PERIOD-DATE-EDITED TO CC-LAST-PERIOD-END.
           MOVE WS-RUN-DATE TO CC-LAST-RUN-DATE.
           OPEN OUTPUT CHECK-CONTROL.
           WRITE CHECK-CONTROL-RECORD.
           CLOSE CHECK-CONTROL.

       700-OPEN-CHECK-WRITER-FILES.
           IF WS-RESTART-EMPLOYEE-NUMBER NOT = ZERO
               OPEN EXTEND CHECK-PRINT-FILE
               OPEN EXTEND CHECK-REGISTER-OUT
               OPEN EXTEND POSITIVE-PAY-FILE
           ELSE
               OPEN OUTPUT CHECK-PRINT-FILE
               OPEN OUTPUT CHECK-REGISTER-OUT
               OPEN OUTPUT POSITIVE-PAY-FILE
               PERFORM 700-WRITE-CHECK-REGISTER-HEADER
           END-IF.

       700-WRITE-CHECK-REGISTER-HEADER.
           MOVE SPACE TO CHECK-REGISTER-LINE-OUT.
           STRING "PAYROLL CHECK REGISTER - PERIOD ENDING "
                                              DELIMITED BY SIZE
                  WS-PAY-PERIOD-DATE-EDITED   DELIMITED BY SIZE
                  WS-RUN-LABEL                DELIMITED BY SIZE
               INTO CHECK-REGISTER-LINE-OUT
           END-STRING.
           WRITE CHECK-REGISTER-LINE-OUT.
           MOVE SPACE TO CHECK-REGISTER-LINE-OUT.
           STRING "CHECK NO  EMPLOYEE   PAYEE             DEPT"
                                              DELIMITED BY SIZE
                  "    NET AMOUNT"            DELIMITED BY SIZE
               INTO CHECK-REGISTER-LINE-OUT
           END-STRING.
           WRITE CHECK-REGISTER-LINE-OUT.

       700-WRITE-CHECK-REGISTER-TOTALS.
           MOVE TOTAL-CHECKS-ISSUED TO WS-CHECK-COUNT-EDIT.
           MOVE TOTAL-CHECK-AMOUNT TO WS-CHECK-TOTAL-EDIT.
           MOVE SPACE TO CHECK-REGISTER-LINE-OUT.
           STRING "CHECKS ISSUED "        DELIMITED BY SIZE
                  WS-CHECK-COUNT-EDIT     DELIMITED BY SIZE
                  "  TOTAL "              DELIMITED BY SIZE
                  WS-CHECK-TOTAL-EDIT     DELIMITED BY SIZE
               INTO CHECK-REGISTER-LINE-OUT
           END-STRING.
           WRITE CHECK-REGISTER-LINE-OUT.
           IF TOTAL-CHECKS-ISSUED > ZERO
               COMPUTE WS-LAST-CHECK-NUMBER =
                   WS-FIRST-CHECK-NUMBER + TOTAL-CHECKS-ISSUED - 1
               MOVE SPACE TO CHECK-REGISTER-LINE-OUT
               STRING "CHECK NUMBERS "        DELIMITED BY SIZE
                      WS-FIRST-CHECK-NUMBER   DELIMITED BY SIZE
                      " THRU "                DELIMITED BY SIZE
                      WS-LAST-CHECK-NUMBER    DELIMITED BY SIZE
                      "  NEXT CHECK "         DELIMITED BY SIZE
                      WS-NEXT-CHECK-NUMBER    DELIMITED BY SIZE
                   INTO CHECK-REGISTER-LINE-OUT
               END-STRING
               WRITE CHECK-REGISTER-LINE-OUT
           END-IF.
           IF TOTAL-REISSUES-ISSUED > ZERO
               MOVE TOTAL-REISSUES-ISSUED TO WS-CHECK-COUNT-EDIT
               MOVE TOTAL-REISSUE-AMOUNT TO WS-CHECK-TOTAL-EDIT
               MOVE SPACE TO CHECK-REGISTER-LINE-OUT
               STRING "RE-ISSUES INCL "       DELIMITED BY SIZE
                      WS-CHECK-COUNT-EDIT     DELIMITED BY SIZE
                      "  TOTAL "              DELIMITED BY SIZE
                      WS-CHECK-TOTAL-EDIT     DELIMITED BY SIZE
                   INTO CHECK-REGISTER-LINE-OUT
               END-STRING
               WRITE CHECK-REGISTER-LINE-OUT
           END-IF.

       700-SAVE-DEPOSIT-SPLIT.
           IF WS-SPLIT-COUNT LESS THAN 4
               ADD 1 TO WS-SPLIT-COUNT

       700-APPLY-TIMESHEET-CORRECTION.
           MOVE 'N' TO WS-CORRECTION-PENDING-SW.
           IF REGULAR-RUN
               PERFORM 700-READ-TIMESHEET-CORRECTION
           END-IF.

       700-READ-TIMESHEET-CORRECTION.
           MOVE EMPLOYEE-NUMBER TO TC-EMPLOYEE-NUMBER.
           READ TIMESHEET-CORRECTIONS
               INVALID KEY
                   MOVE "EMPLOYEE NUMBER NOT ON EMPLOYEE MASTER"
                       TO WS-EXCEPTION-REASON
               NOT INVALID KEY
                   IF NOT EM-STATUS-ACTIVE AND
                      NOT (OFF-CYCLE-RUN AND EM-STATUS-TERMINATED)
                       MOVE 'N' TO WS-EMPLOYEE-VALID-SW
                       MOVE "EMPLOYEE IS INACTIVE OR TERMINATED"
                           TO WS-EXCEPTION-REASON
                   MOVE UNION-DUES TO YTD-UNION-DUES
                   MOVE NET-PAY TO YTD-NET-PAY
                   MOVE PAY-PERIOD-END-DATE TO YTD-LAST-PERIOD-POSTED
                   MOVE WS-RUN-SEQUENCE TO YTD-LAST-RUN-SEQUENCE
                   MOVE EM-WORK-JURISDICTION TO YTD-JURIS-CODE
                   MOVE JURIS-TAX-DEDUCTION
                       TO YTD-JURIS-TAX-DEDUCTION
                   WRITE YTD-MASTER-RECORD
               NOT INVALID KEY
                   IF YTD-LAST-PERIOD-POSTED NOT = PAY-PERIOD-END-DATE
                      OR YTD-LAST-RUN-SEQUENCE NOT = WS-RUN-SEQUENCE
                       ADD GROSS-PAY TO YTD-GROSS-PAY
                       ADD TAX-DEDUCTION TO YTD-TAX-DEDUCTION
                       ADD HEALTH-DEDUCTION TO YTD-HEALTH-DEDUCTION
                           TO YTD-GARNISH-DEDUCTION
                       MOVE PAY-PERIOD-END-DATE
                           TO YTD-LAST-PERIOD-POSTED
                       MOVE WS-RUN-SEQUENCE TO YTD-LAST-RUN-SEQUENCE
                       MOVE EM-WORK-JURISDICTION TO YTD-JURIS-CODE
                       PERFORM 700-POST-YTD-EARN-TYPE
                           VARYING ED-IDX FROM 1 BY 1
           MOVE ZERO TO WS-RETRO-TOTAL-DIFF.
           MOVE 'N' TO WS-RETRO-PENDING-SW.
           MOVE 'N' TO WS-RETRO-APPLIED-SW.
           IF REGULAR-RUN
               PERFORM 700-READ-RETRO-TRANSACTION
           END-IF.

       700-READ-RETRO-TRANSACTION.
           MOVE EMPLOYEE-NUMBER TO RP-EMPLOYEE-NUMBER.
           READ RETRO-PAY-TRANS
               INVALID KEY
           MOVE 'N' TO WS-RETRO-HIST-DONE-SW.
           MOVE EMPLOYEE-NUMBER TO PH-EMPLOYEE-NUMBER.
           MOVE RP-FROM-PERIOD TO PH-PAY-PERIOD-END.
           MOVE ZERO TO PH-RUN-SEQUENCE.
           START PAY-HISTORY KEY NOT LESS THAN PH-HISTORY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RETRO-HIST-DONE-SW
               OPEN I-O PAY-HISTORY
           END-IF.

       700-OPEN-LEAVE-BALANCE-FILE.
           OPEN I-O LEAVE-BALANCE.
           IF WS-LEAVE-BALANCE-STATUS = "35"
               OPEN OUTPUT LEAVE-BALANCE
               CLOSE LEAVE-BALANCE
               OPEN I-O LEAVE-BALANCE
           END-IF.

       700-LOAD-LEAVE-RULES.
           MOVE 'N' TO WS-LEAVE-RULE-EOF-FLAG.
           INITIALIZE WS-LEAVE-RULE-TABLE.
           OPEN INPUT LEAVE-RULES-IN.
           IF WS-LEAVE-RULES-STATUS = "00"
               PERFORM 700-READ-LEAVE-RULE-RECORD
               PERFORM 700-STORE-LEAVE-RULE-ENTRY
                   UNTIL WS-LEAVE-RULE-EOF-FLAG = 'Y' OR
                         WS-LEAVE-RULE-COUNT = 10
               CLOSE LEAVE-RULES-IN
           END-IF.

       700-READ-LEAVE-RULE-RECORD.
           READ LEAVE-RULES-IN
               AT END
                   MOVE 'Y' TO WS-LEAVE-RULE-EOF-FLAG
           END-READ.

       700-STORE-LEAVE-RULE-ENTRY.
           ADD 1 TO WS-LEAVE-RULE-COUNT.
           SET LR-IDX TO WS-LEAVE-RULE-COUNT.
           MOVE LR-LEAVE-TYPE TO WS-LR-LEAVE-TYPE (LR-IDX).
           MOVE LR-PAY-TYPE TO WS-LR-PAY-TYPE (LR-IDX).
           MOVE LR-ACCRUAL-BASIS TO WS-LR-ACCRUAL-BASIS (LR-IDX).
           MOVE LR-ACCRUAL-RATE TO WS-LR-ACCRUAL-RATE (LR-IDX).
           MOVE LR-CARRYOVER-CAP TO WS-LR-CARRYOVER-CAP (LR-IDX).
           PERFORM 700-READ-LEAVE-RULE-RECORD.

       700-LOAD-LEAVE-BALANCES.
           INITIALIZE WS-EMPLOYEE-LEAVE-TABLE.
           MOVE PAY-PERIOD-END-DATE (1:4) TO WS-LEAVE-POST-YEAR.
           SET LV-IDX TO 1.
           MOVE "VAC" TO WS-LV-LEAVE-TYPE (LV-IDX).
           SET LV-IDX TO 2.
           MOVE "SCK" TO WS-LV-LEAVE-TYPE (LV-IDX).
           PERFORM 700-READ-LEAVE-BALANCE
               VARYING LV-IDX FROM 1 BY 1 UNTIL LV-IDX > 2.

       700-READ-LEAVE-BALANCE.
           MOVE 'N' TO WS-LV-ON-FILE-SW (LV-IDX).
           MOVE 'N' TO WS-LV-POSTED-SW (LV-IDX).
           MOVE WS-LEAVE-POST-YEAR TO WS-LV-BALANCE-YEAR (LV-IDX).
           MOVE EMPLOYEE-NUMBER TO LB-EMPLOYEE-NUMBER.
           MOVE WS-LV-LEAVE-TYPE (LV-IDX) TO LB-LEAVE-TYPE.
           READ LEAVE-BALANCE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LV-ON-FILE-SW (LV-IDX)
                   MOVE LB-BALANCE-HOURS
                       TO WS-LV-BALANCE-HOURS (LV-IDX)
                   MOVE LB-BALANCE-YEAR TO WS-LV-BALANCE-YEAR (LV-IDX)
                   MOVE LB-CARRIED-IN-HOURS
                       TO WS-LV-CARRIED-IN (LV-IDX)
                   MOVE LB-FORFEITED-HOURS TO WS-LV-FORFEITED (LV-IDX)
                   MOVE LB-YTD-ACCRUED-HOURS
                       TO WS-LV-YTD-ACCRUED (LV-IDX)
                   MOVE LB-YTD-USED-HOURS TO WS-LV-YTD-USED (LV-IDX)
                   IF LB-LAST-PERIOD-POSTED = PAY-PERIOD-END-DATE AND
                      LB-LAST-RUN-SEQUENCE = WS-RUN-SEQUENCE
                       MOVE 'Y' TO WS-LV-POSTED-SW (LV-IDX)
                   END-IF
                   IF LB-BALANCE-YEAR < WS-LEAVE-POST-YEAR
                       PERFORM 700-ROLL-LEAVE-BALANCE-YEAR
                   END-IF
           END-READ.

       700-ROLL-LEAVE-BALANCE-YEAR.
           MOVE ZERO TO WS-LV-FORFEITED (LV-IDX).
           PERFORM 700-LOOKUP-LEAVE-RULE.
           IF LEAVE-RULE-FOUND
               IF WS-LV-BALANCE-HOURS (LV-IDX) >
                       WS-LR-CARRYOVER-CAP (LR-IDX)
                   COMPUTE WS-LV-FORFEITED (LV-IDX) =
                       WS-LV-BALANCE-HOURS (LV-IDX) -
                       WS-LR-CARRYOVER-CAP (LR-IDX)
                   MOVE WS-LR-CARRYOVER-CAP (LR-IDX)
                       TO WS-LV-BALANCE-HOURS (LV-IDX)
               END-IF
           END-IF.
           MOVE WS-LV-BALANCE-HOURS (LV-IDX)
               TO WS-LV-CARRIED-IN (LV-IDX).
           MOVE ZERO TO WS-LV-YTD-ACCRUED (LV-IDX).
           MOVE ZERO TO WS-LV-YTD-USED (LV-IDX).
           MOVE WS-LEAVE-POST-YEAR TO WS-LV-BALANCE-YEAR (LV-IDX).

       700-UPDATE-LEAVE-BALANCES.
           PERFORM 700-POST-LEAVE-BALANCE
               VARYING LV-IDX FROM 1 BY 1 UNTIL LV-IDX > 2.

       700-POST-LEAVE-BALANCE.
           IF NOT LV-ALREADY-POSTED (LV-IDX) AND
              (LV-ON-FILE (LV-IDX) OR
               WS-LV-PERIOD-ACCRUED (LV-IDX) > ZERO)
               MOVE EMPLOYEE-NUMBER TO LB-EMPLOYEE-NUMBER
               MOVE WS-LV-LEAVE-TYPE (LV-IDX) TO LB-LEAVE-TYPE
               MOVE WS-LV-BALANCE-HOURS (LV-IDX) TO LB-BALANCE-HOURS
               MOVE WS-LV-BALANCE-YEAR (LV-IDX) TO LB-BALANCE-YEAR
               MOVE WS-LV-CARRIED-IN (LV-IDX) TO LB-CARRIED-IN-HOURS
               MOVE WS-LV-FORFEITED (LV-IDX) TO LB-FORFEITED-HOURS
               MOVE WS-LV-YTD-ACCRUED (LV-IDX)
                   TO LB-YTD-ACCRUED-HOURS
               MOVE WS-LV-YTD-USED (LV-IDX) TO LB-YTD-USED-HOURS
               MOVE WS-LV-PERIOD-ACCRUED (LV-IDX)
                   TO LB-LAST-ACCRUAL-HOURS
               MOVE PAY-PERIOD-END-DATE TO LB-LAST-PERIOD-POSTED
               MOVE WS-RUN-SEQUENCE TO LB-LAST-RUN-SEQUENCE
               WRITE LEAVE-BALANCE-RECORD
                   INVALID KEY
                       REWRITE LEAVE-BALANCE-RECORD
                       END-REWRITE
               END-WRITE
           END-IF.

       700-WRITE-PAY-HISTORY.
           MOVE EMPLOYEE-NUMBER TO PH-EMPLOYEE-NUMBER.
           MOVE PAY-PERIOD-END-DATE TO PH-PAY-PERIOD-END.
           MOVE WS-RUN-SEQUENCE TO PH-RUN-SEQUENCE.
           MOVE GROSS-PAY TO PH-GROSS-PAY.
           MOVE TAX-DEDUCTION TO PH-TAX-DEDUCTION.
           MOVE HEALTH-DEDUCTION TO PH-HEALTH-DEDUCTION.
           MOVE JURIS-TAX-DEDUCTION TO PH-JURIS-TAX-DEDUCTION.
           MOVE GARNISH-DEDUCTION TO PH-GARNISH-DEDUCTION.
           MOVE NET-PAY TO PH-NET-PAY.
           IF PRIMARY-HELD-TO-PRIOR
               MOVE WS-PRIMARY-ROUTING TO PH-BANK-ROUTING-NUMBER
               MOVE WS-PRIMARY-ACCOUNT TO PH-BANK-ACCOUNT-NUMBER
               MOVE WS-PRIMARY-ACCT-TYPE TO PH-BANK-ACCOUNT-TYPE
           ELSE
               MOVE EM-BANK-ROUTING-NUMBER TO PH-BANK-ROUTING-NUMBER
               MOVE EM-BANK-ACCOUNT-NUMBER TO PH-BANK-ACCOUNT-NUMBER
               MOVE EM-BANK-ACCOUNT-TYPE TO PH-BANK-ACCOUNT-TYPE
           END-IF.
           MOVE 'N' TO PH-REVERSED-FLAG.
           MOVE 'N' TO PH-RETURNED-FLAG.
           MOVE SPACE TO PH-RETURN-REASON.
           MOVE 'N' TO PH-REISSUE-FLAG.
           MOVE ZERO TO PH-REISSUE-CHECK-NUMBER.
           MOVE ZERO TO PH-REISSUE-AMOUNT.
           MOVE SPACE TO PH-REISSUE-DATE.
           MOVE WS-SPLIT-COUNT TO PH-DEPOSIT-SPLIT-COUNT.
           MOVE WS-CHECK-NUMBER-ISSUED TO PH-CHECK-NUMBER.
           MOVE WS-CHECK-AMOUNT TO PH-CHECK-AMOUNT.
           MOVE EM-WC-CLASS-CODE TO PH-WC-CLASS-CODE.
           MOVE EM-WORK-JURISDICTION TO PH-WC-JURISDICTION.
           MOVE WS-WC-BASIS-WAGES TO PH-WC-BASIS-WAGES.
           MOVE WS-EMPLOYER-WC-PREMIUM TO PH-WC-PREMIUM.
           PERFORM 700-MOVE-SPLIT-TO-HISTORY
               VARYING DS-IDX FROM 1 BY 1 UNTIL DS-IDX > 4.
           IF EM-PAY-TYPE-SALARIED
           MOVE SPACE TO PAY-STUB-LINE-OUT.
           STRING "PAY PERIOD ENDING: "     DELIMITED BY SIZE
                  WS-PAY-PERIOD-DATE-EDITED DELIMITED BY SIZE
                  WS-RUN-LABEL              DELIMITED BY SIZE
               INTO PAY-STUB-LINE-OUT
           END-STRING.
           WRITE PAY-STUB-LINE-OUT.
           MOVE SPACE TO PAY-STUB-LINE-OUT.
           IF EM-PAY-TYPE-SALARIED AND PAY-BASE-SALARY
               MOVE EM-SALARY-AMOUNT TO WS-STUB-SALARY-EDIT
               STRING "SALARIED  PERIOD SALARY "  DELIMITED BY SIZE
                      WS-STUB-SALARY-EDIT         DELIMITED BY SIZE
           MOVE NET-PAY TO WS-STUB-CURRENT-EDIT.
           MOVE YTD-NET-PAY TO WS-STUB-YTD-EDIT.
           PERFORM 700-WRITE-PAY-STUB-AMOUNT-LINE.
           PERFORM 700-WRITE-PAY-STUB-LEAVE-LINE
               VARYING LV-IDX FROM 1 BY 1 UNTIL LV-IDX > 2.
           IF WS-CHECK-NUMBER-ISSUED NOT = ZERO
               PERFORM 700-WRITE-PAY-STUB-CHECK-NOTE
           END-IF.
           IF NOT PRIMARY-NOT-HELD
               PERFORM 700-WRITE-PAY-STUB-PRENOTE-NOTE
           END-IF.
           IF WS-ALLOC-HELD-COUNT > ZERO
               PERFORM 700-WRITE-PAY-STUB-ALLOC-HELD
           END-IF.
           IF WS-CORRECTION-PENDING-SW = 'Y'
               PERFORM 700-WRITE-PAY-STUB-CORRECTION
           END-IF.
           END-STRING.
           WRITE PAY-STUB-LINE-OUT.

       700-WRITE-PAY-STUB-LEAVE-LINE.
           IF LV-ON-FILE (LV-IDX) OR
              WS-LV-PERIOD-ACCRUED (LV-IDX) > ZERO
               MOVE WS-LV-BALANCE-HOURS (LV-IDX)
                   TO WS-LEAVE-BALANCE-EDIT
               MOVE WS-LV-PERIOD-ACCRUED (LV-IDX)
                   TO WS-LEAVE-ACCRUED-EDIT
               MOVE WS-LV-PERIOD-USED (LV-IDX) TO WS-LEAVE-USED-EDIT
               MOVE SPACE TO PAY-STUB-LINE-OUT
               STRING WS-LV-LEAVE-TYPE (LV-IDX) DELIMITED BY SIZE
                      " BALANCE "               DELIMITED BY SIZE
                      WS-LEAVE-BALANCE-EDIT     DELIMITED BY SIZE
                      " HRS  EARNED "           DELIMITED BY SIZE
                      WS-LEAVE-ACCRUED-EDIT     DELIMITED BY SIZE
                      "  USED "                 DELIMITED BY SIZE
                      WS-LEAVE-USED-EDIT        DELIMITED BY SIZE
                   INTO PAY-STUB-LINE-OUT
               END-STRING
               WRITE PAY-STUB-LINE-OUT
           END-IF.

       700-WRITE-PAY-STUB-EARN-LINE.
           MOVE WS-ED-HOURS (ED-IDX) TO WS-EARN-HOURS-EDIT.
           MOVE WS-ED-AMOUNT (ED-IDX) TO WS-EARN-AMOUNT-EDIT.
           END-STRING.
           WRITE PAY-STUB-LINE-OUT.

       700-WRITE-PAY-STUB-CHECK-NOTE.
           MOVE WS-CHECK-AMOUNT TO WS-CHECK-AMOUNT-EDIT.
           MOVE SPACE TO PAY-STUB-LINE-OUT.
           STRING "PAID BY CHECK NUMBER "     DELIMITED BY SIZE
                  WS-CHECK-NUMBER-ISSUED      DELIMITED BY SIZE
                  " AMOUNT "                  DELIMITED BY SIZE
                  WS-CHECK-AMOUNT-EDIT        DELIMITED BY SIZE
               INTO PAY-STUB-LINE-OUT
           END-STRING.
           WRITE PAY-STUB-LINE-OUT.

       700-WRITE-PAY-STUB-PRENOTE-NOTE.
           MOVE SPACE TO PAY-STUB-LINE-OUT.
           IF EM-PRENOTE-FAILED
               MOVE "NEW BANK ACCOUNT FAILED PRENOTE" TO WS-STUB-NOTE
           ELSE
               MOVE "NEW BANK ACCOUNT AWAITING PRENOTE" TO WS-STUB-NOTE
           END-IF.
           IF PRIMARY-HELD-TO-PRIOR
               STRING WS-STUB-NOTE                DELIMITED BY "  "
                      " - NET PAID TO PRIOR ACCOUNT"
                                                  DELIMITED BY SIZE
                   INTO PAY-STUB-LINE-OUT
               END-STRING
           ELSE
               STRING WS-STUB-NOTE                DELIMITED BY "  "
                      " - NET PAID BY CHECK"      DELIMITED BY SIZE
                   INTO PAY-STUB-LINE-OUT
               END-STRING
           END-IF.
           WRITE PAY-STUB-LINE-OUT.

       700-WRITE-PAY-STUB-ALLOC-HELD.
           MOVE SPACE TO PAY-STUB-LINE-OUT.
           STRING "DEPOSIT ALLOCATIONS HELD FOR PRENOTE: "
                                              DELIMITED BY SIZE
                  WS-ALLOC-HELD-COUNT         DELIMITED BY SIZE
                  " - SHARE PAID WITH NET"    DELIMITED BY SIZE
               INTO PAY-STUB-LINE-OUT
           END-STRING.
           WRITE PAY-STUB-LINE-OUT.

       700-WRITE-PAY-STUB-CORRECTION.
           MOVE SPACE TO PAY-STUB-LINE-OUT.
           STRING "TIMESHEET CORRECTION APPLIED - " DELIMITED BY SIZE
           MOVE SPACE TO SUMMARY-PERIOD-HEADER-OUT.
           STRING "PAY PERIOD ENDING: "     DELIMITED BY SIZE
                  WS-PAY-PERIOD-DATE-EDITED DELIMITED BY SIZE
                  WS-RUN-LABEL              DELIMITED BY SIZE
               INTO SUMMARY-PERIOD-HEADER-OUT
           END-STRING.
           WRITE SUMMARY-PERIOD-HEADER-OUT.

       1000-COMPUTE-GROSS-PAY.
           MOVE ZERO TO WS-EARN-TYPE-COUNT.
           MOVE ZERO TO WS-WC-OVERTIME-PREMIUM.
           INITIALIZE WS-EARNINGS-BREAKDOWN-TABLE.
           IF EM-PAY-TYPE-SALARIED
               MOVE ZERO TO GROSS-PAY
               IF PAY-BASE-SALARY
                   MOVE EM-SALARY-AMOUNT TO GROSS-PAY
                   MOVE "REG" TO WS-EARN-POST-CODE
                   MOVE ZERO TO WS-EARN-POST-HOURS
                   MOVE EM-SALARY-AMOUNT TO WS-EARN-POST-AMOUNT
                   PERFORM 700-POST-EARNINGS-BUCKET
               END-IF
           ELSE
               PERFORM 700-COMPUTE-BASE-HOURLY-GROSS
           END-IF.
               COMPUTE WS-EARN-POST-AMOUNT ROUNDED =
                   HOURLY-PAY-RECORD * (HOURS-WORKED - 40) * 1.5
               ADD WS-EARN-POST-AMOUNT TO GROSS-PAY
               COMPUTE WS-WC-STRAIGHT-TIME ROUNDED =
                   HOURLY-PAY-RECORD * (HOURS-WORKED - 40)
               COMPUTE WS-WC-OVERTIME-PREMIUM =
                   WS-WC-OVERTIME-PREMIUM + WS-EARN-POST-AMOUNT
                   - WS-WC-STRAIGHT-TIME
               PERFORM 700-POST-EARNINGS-BUCKET
           END-IF.

           IF PE-EARNINGS-TYPE (ERN-IDX) NOT = SPACE
               PERFORM 700-LOOKUP-EARNINGS-TYPE
               IF EARN-TYPE-FOUND
                   PERFORM 700-CHECK-LEAVE-HOURS-AVAILABLE
                   IF LEAVE-LINE-OVERDRAWN
                       PERFORM 700-WRITE-LEAVE-OVERDRAW-EXCEPTION
                   ELSE
                       PERFORM 700-PAY-EARNINGS-LINE
                   END-IF
               ELSE
                   PERFORM 700-WRITE-EARNINGS-TYPE-EXCEPTION
               END-IF
           END-IF.

       700-PAY-EARNINGS-LINE.
           IF ETT-BASIS-HOURS (ETT-IDX)
               COMPUTE WS-EARN-LINE-AMOUNT ROUNDED =
                   PE-EARN-HOURS (ERN-IDX) *
                   PE-EARN-RATE (ERN-IDX) *
                   ETT-PREMIUM-FACTOR (ETT-IDX)
               IF ETT-PREMIUM-FACTOR (ETT-IDX) GREATER THAN 1
                   COMPUTE WS-WC-STRAIGHT-TIME ROUNDED =
                       PE-EARN-HOURS (ERN-IDX) *
                       PE-EARN-RATE (ERN-IDX)
                   COMPUTE WS-WC-OVERTIME-PREMIUM =
                       WS-WC-OVERTIME-PREMIUM + WS-EARN-LINE-AMOUNT
                       - WS-WC-STRAIGHT-TIME
               END-IF
           ELSE
               MOVE PE-EARN-AMOUNT (ERN-IDX) TO WS-EARN-LINE-AMOUNT
           END-IF.
           ADD WS-EARN-LINE-AMOUNT TO GROSS-PAY.
           MOVE PE-EARNINGS-TYPE (ERN-IDX) TO WS-EARN-POST-CODE.
           MOVE PE-EARN-HOURS (ERN-IDX) TO WS-EARN-POST-HOURS.
           MOVE WS-EARN-LINE-AMOUNT TO WS-EARN-POST-AMOUNT.
           PERFORM 700-POST-EARNINGS-BUCKET.

       700-CHECK-LEAVE-HOURS-AVAILABLE.
           MOVE 'N' TO WS-LEAVE-OVERDRAW-SW.
           MOVE 'N' TO WS-LEAVE-TYPE-FOUND-SW.
           SET LV-IDX TO 1.
           SEARCH WS-EMP-LEAVE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-LV-LEAVE-TYPE (LV-IDX) =
                       PE-EARNINGS-TYPE (ERN-IDX)
                   MOVE 'Y' TO WS-LEAVE-TYPE-FOUND-SW
           END-SEARCH.
           IF LEAVE-TYPE-FOUND AND NOT LV-ALREADY-POSTED (LV-IDX)
               IF PE-EARN-HOURS (ERN-IDX) >
                       WS-LV-BALANCE-HOURS (LV-IDX)
                   MOVE 'Y' TO WS-LEAVE-OVERDRAW-SW
               ELSE
                   SUBTRACT PE-EARN-HOURS (ERN-IDX)
                       FROM WS-LV-BALANCE-HOURS (LV-IDX)
                   ADD PE-EARN-HOURS (ERN-IDX)
                       TO WS-LV-PERIOD-USED (LV-IDX)
                   ADD PE-EARN-HOURS (ERN-IDX)
                       TO WS-LV-YTD-USED (LV-IDX)
               END-IF
           END-IF.

       700-WRITE-LEAVE-OVERDRAW-EXCEPTION.
           MOVE PE-EARN-HOURS (ERN-IDX) TO WS-LEAVE-HOURS-EDIT.
           MOVE WS-LV-BALANCE-HOURS (LV-IDX) TO WS-LEAVE-BALANCE-EDIT.
           MOVE SPACE TO PAYROLL-EXCEPTION-LINE-OUT.
           STRING EMPLOYEE-NUMBER            DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  EMPLOYEE-LAST-NAME         DELIMITED BY SIZE
                  " - "                      DELIMITED BY SIZE
                  PE-EARNINGS-TYPE (ERN-IDX) DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-LEAVE-HOURS-EDIT        DELIMITED BY SIZE
                  " HRS OVER BALANCE "       DELIMITED BY SIZE
                  WS-LEAVE-BALANCE-EDIT      DELIMITED BY SIZE
                  ", NOT PAID"               DELIMITED BY SIZE
               INTO PAYROLL-EXCEPTION-LINE-OUT
           END-STRING.
           WRITE PAYROLL-EXCEPTION-LINE-OUT.

       700-LOOKUP-EARNINGS-TYPE.
           MOVE 'N' TO WS-EARN-TYPE-FOUND-SW.
           SET ETT-IDX TO 1.
           END-STRING.
           WRITE PAYROLL-EXCEPTION-LINE-OUT.

       1000-COMPUTE-LEAVE-ACCRUAL.
           IF REGULAR-RUN
               PERFORM 700-ACCRUE-LEAVE-TYPE
                   VARYING LV-IDX FROM 1 BY 1 UNTIL LV-IDX > 2
           END-IF.

       700-ACCRUE-LEAVE-TYPE.
           IF NOT LV-ALREADY-POSTED (LV-IDX)
               PERFORM 700-LOOKUP-LEAVE-RULE
               IF LEAVE-RULE-FOUND
                   IF LR-ACCRUE-PER-HOUR (LR-IDX)
                       COMPUTE WS-LV-PERIOD-ACCRUED (LV-IDX) ROUNDED =
                           HOURS-WORKED * WS-LR-ACCRUAL-RATE (LR-IDX)
                   ELSE
                       MOVE WS-LR-ACCRUAL-RATE (LR-IDX)
                           TO WS-LV-PERIOD-ACCRUED (LV-IDX)
                   END-IF
                   ADD WS-LV-PERIOD-ACCRUED (LV-IDX)
                       TO WS-LV-BALANCE-HOURS (LV-IDX)
                   ADD WS-LV-PERIOD-ACCRUED (LV-IDX)
                       TO WS-LV-YTD-ACCRUED (LV-IDX)
               END-IF
           END-IF.

       700-LOOKUP-LEAVE-RULE.
           MOVE 'N' TO WS-LEAVE-RULE-FOUND-SW.
           SET LR-IDX TO 1.
           SEARCH WS-LEAVE-RULE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-LR-LEAVE-TYPE (LR-IDX) =
                       WS-LV-LEAVE-TYPE (LV-IDX) AND
                    WS-LR-PAY-TYPE (LR-IDX) = EM-PAY-TYPE
                   MOVE 'Y' TO WS-LEAVE-RULE-FOUND-SW
           END-SEARCH.

       1000-COMPUTE-TAX-DEDUCTION.
           MOVE ZERO TO TAX-DEDUCTION.
           MOVE ZERO TO WS-BRACKET-LOWER-LIMIT.
           COMPUTE WS-AVAILABLE-NET =
               GROSS-PAY - TAX-DEDUCTION - JURIS-TAX-DEDUCTION
               - GARNISH-DEDUCTION - UNION-DUES.
           IF TAKE-PLAN-DEDUCTIONS
               PERFORM 700-APPLY-PLAN-DEDUCTION
                   VARYING PL-IDX FROM 1 BY 1
                   UNTIL PL-IDX > WS-PLAN-COUNT OR PLAN-APPLY-STOPPED
           END-IF.

       700-APPLY-PLAN-DEDUCTION.
           MOVE 'N' TO WS-ELECTION-FOUND-SW.
               WS-SUTA-TAXABLE * EBR-SUTA-RATE.
           COMPUTE WS-EMPLOYER-PLAN-SHARE ROUNDED =
               HEALTH-DEDUCTION * EBR-PLAN-MATCH-RATE.
           PERFORM 1000-COMPUTE-WC-PREMIUM.
           COMPUTE WS-EMPLOYER-BURDEN =
               WS-EMPLOYER-FICA-MATCH + WS-EMPLOYER-FUTA-AMOUNT +
               WS-EMPLOYER-SUTA-AMOUNT + WS-EMPLOYER-PLAN-SHARE +
               WS-EMPLOYER-WC-PREMIUM.
           ADD WS-EMPLOYER-FICA-MATCH TO TOTAL-EMPLOYER-FICA.
           ADD WS-EMPLOYER-FUTA-AMOUNT TO TOTAL-EMPLOYER-FUTA.
           ADD WS-EMPLOYER-SUTA-AMOUNT TO TOTAL-EMPLOYER-SUTA.
           ADD WS-EMPLOYER-PLAN-SHARE TO TOTAL-EMPLOYER-PLAN.
           ADD WS-EMPLOYER-WC-PREMIUM TO TOTAL-EMPLOYER-WC.
           ADD WS-EMPLOYER-BURDEN TO TOTAL-EMPLOYER-BURDEN.

       1000-COMPUTE-WC-PREMIUM.
           MOVE ZERO TO WS-EMPLOYER-WC-PREMIUM.
           IF GROSS-PAY GREATER THAN WS-WC-OVERTIME-PREMIUM
               COMPUTE WS-WC-BASIS-WAGES =
                   GROSS-PAY - WS-WC-OVERTIME-PREMIUM
           ELSE
               MOVE ZERO TO WS-WC-BASIS-WAGES
           END-IF.
           MOVE 'N' TO WS-WC-RATE-FOUND-SW.
           IF EM-WC-CLASS-CODE NOT = SPACE
               PERFORM 700-LOOKUP-WC-RATE-ENTRY
           END-IF.
           IF WC-RATE-FOUND
               COMPUTE WS-EMPLOYER-WC-PREMIUM ROUNDED =
                   WS-WC-BASIS-WAGES * WCT-RATE-PER-100 (WCT-IDX)
                   / 100
           ELSE
               IF WS-WC-BASIS-WAGES GREATER THAN ZERO
                   PERFORM 700-WRITE-WC-RATE-EXCEPTION
               END-IF
           END-IF.
           PERFORM 700-ACCUMULATE-WC-CLASS.

       700-LOOKUP-WC-RATE-ENTRY.
           SET WCT-IDX TO 1.
           SEARCH WC-PREMIUM-RATE-ENTRY
               AT END
                   CONTINUE
               WHEN WCT-CLASS-CODE (WCT-IDX) = EM-WC-CLASS-CODE AND
                    WCT-JURISDICTION-CODE (WCT-IDX) =
                        EM-WORK-JURISDICTION
                   MOVE 'Y' TO WS-WC-RATE-FOUND-SW
           END-SEARCH.

       700-WRITE-WC-RATE-EXCEPTION.
           MOVE SPACE TO PAYROLL-EXCEPTION-LINE-OUT.
           IF EM-WC-CLASS-CODE = SPACE
               STRING EMPLOYEE-NUMBER        DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      EMPLOYEE-LAST-NAME     DELIMITED BY SIZE
                      " - NO WORKERS COMP CLASS CODE,"
                                             DELIMITED BY SIZE
                      " NO PREMIUM"          DELIMITED BY SIZE
                   INTO PAYROLL-EXCEPTION-LINE-OUT
               END-STRING
           ELSE
               STRING EMPLOYEE-NUMBER        DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      EMPLOYEE-LAST-NAME     DELIMITED BY SIZE
                      " - NO WC RATE FOR CLASS "
                                             DELIMITED BY SIZE
                      EM-WC-CLASS-CODE       DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      EM-WORK-JURISDICTION   DELIMITED BY SIZE
                      ", NO PREMIUM"         DELIMITED BY SIZE
                   INTO PAYROLL-EXCEPTION-LINE-OUT
               END-STRING
           END-IF.
           WRITE PAYROLL-EXCEPTION-LINE-OUT.

       700-ACCUMULATE-WC-CLASS.
           MOVE 'N' TO WS-WC-CLASS-FOUND-SW.
           PERFORM 700-MATCH-WC-CLASS-ROW
               VARYING WCC-IDX FROM 1 BY 1
               UNTIL WCC-IDX > WS-WC-CLASS-COUNT OR
                     WC-CLASS-ROW-FOUND.
           IF NOT WC-CLASS-ROW-FOUND
               IF WS-WC-CLASS-COUNT LESS THAN 40
                   ADD 1 TO WS-WC-CLASS-COUNT
                   SET WCC-IDX TO WS-WC-CLASS-COUNT
                   MOVE EM-WC-CLASS-CODE
                       TO WS-WCC-CLASS-CODE (WCC-IDX)
                   MOVE EM-WORK-JURISDICTION
                       TO WS-WCC-JURISDICTION (WCC-IDX)
                   MOVE WS-WC-BASIS-WAGES
                       TO WS-WCC-BASIS-WAGES (WCC-IDX)
                   MOVE WS-EMPLOYER-WC-PREMIUM
                       TO WS-WCC-PREMIUM (WCC-IDX)
                   MOVE 1 TO WS-WCC-RECORD-COUNT (WCC-IDX)
               ELSE
                   PERFORM 700-WRITE-WC-CLASS-OVERFLOW-EXCEPTION
               END-IF
           END-IF.

       700-MATCH-WC-CLASS-ROW.
           IF WS-WCC-CLASS-CODE (WCC-IDX) = EM-WC-CLASS-CODE AND
              WS-WCC-JURISDICTION (WCC-IDX) = EM-WORK-JURISDICTION
               ADD WS-WC-BASIS-WAGES TO WS-WCC-BASIS-WAGES (WCC-IDX)
               ADD WS-EMPLOYER-WC-PREMIUM TO WS-WCC-PREMIUM (WCC-IDX)
               ADD 1 TO WS-WCC-RECORD-COUNT (WCC-IDX)
               MOVE 'Y' TO WS-WC-CLASS-FOUND-SW
           END-IF.

       700-WRITE-WC-CLASS-OVERFLOW-EXCEPTION.
           MOVE SPACE TO PAYROLL-EXCEPTION-LINE-OUT.
           STRING "WC CLASS TABLE FULL (40 MAX), CLASS "
                                             DELIMITED BY SIZE
                  EM-WC-CLASS-CODE           DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  EM-WORK-JURISDICTION       DELIMITED BY SIZE
                  " NOT ON SUMMARY"          DELIMITED BY SIZE
               INTO PAYROLL-EXCEPTION-LINE-OUT
           END-STRING.
           WRITE PAYROLL-EXCEPTION-LINE-OUT.

       700-GET-PRIOR-YTD-GROSS.
           MOVE EMPLOYEE-NUMBER TO YTD-EMPLOYEE-NUMBER.
           MOVE PAY-PERIOD-END-DATE (1:4) TO YTD-YEAR.
               INVALID KEY
                   MOVE ZERO TO WS-PRIOR-YTD-GROSS
               NOT INVALID KEY
                   IF YTD-LAST-PERIOD-POSTED = PAY-PERIOD-END-DATE AND
                      YTD-LAST-RUN-SEQUENCE = WS-RUN-SEQUENCE
                       COMPUTE WS-PRIOR-YTD-GROSS =
                           YTD-GROSS-PAY - GROSS-PAY
                   ELSE
           END-READ.

       1000-COMPUTE-UNION-DUES.
           IF UNION-MEMBER = 'U' AND TAKE-UNION-DUES
               PERFORM 700-LOOKUP-UNION-DUES-ENTRY
               PERFORM 700-CALCULATE-UNION-DUES-AMOUNT
               PERFORM 700-WRITE-UNION-REMIT-WORK
