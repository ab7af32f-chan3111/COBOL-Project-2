      *PAY HISTORY RECORD - INDEXED BY EMPLOYEE NUMBER, PAY PERIOD
      *END DATE AND RUN SEQUENCE. WRITTEN BY PROJECT2PAYROLL FOR EVERY
      *REGISTER RECORD WITH THE AMOUNTS AND BANK ROUTING ACTUALLY
      *PAID THAT PERIOD. PAYREVERSAL USES THESE AMOUNTS TO BACK A
      *PAYMENT OUT OF THE YTD MASTER AND TO BUILD THE OFFSETTING
      *ACHRETURN SETS
      *PH-RETURNED-FLAG AND THE BANK REASON CODE WHEN THE BANK
      *RETURNS A DEPOSIT, WHICH PUTS THE PAYMENT ON THE RE-ISSUE
      *WORKLIST FOR THE PAYROLL CLERK. PH-CHECK-NUMBER AND
      *PH-CHECK-AMOUNT RECORD THE PAPER CHECK ISSUED WHEN NET PAY
      *WAS NOT DEPOSITED, SO PAYREVERSAL CAN VOID THE CHECK ON THE
      *POSITIVE-PAY FILE INSTEAD OF BUILDING A CORRECTION ACH ENTRY.
      *PH-RUN-SEQUENCE IS THE RUN-CONTROL SEQUENCE OF THE RUN THAT
      *MADE THE PAYMENT - 00 FOR THE SCHEDULED RUN, 01-99 FOR AN
      *OFF-CYCLE RUN IN THE SAME PERIOD (SEE RUNCTL). THE WORKERS'
      *COMPENSATION FIELDS RECORD THE CLASS CODE AND JURISDICTION THE
      *PAYMENT WAS PRICED UNDER, THE PREMIUM-BASIS WAGES (GROSS PAY
      *WITH OVERTIME COUNTED AT STRAIGHT TIME) AND THE EMPLOYER
      *PREMIUM ACCRUED; WCPREMIUM REPORTS FROM THEM. PAYARCHIVE MOVES
      *PERIODS OLDER THAN THE RETENTION WINDOW, UNCHANGED, TO THE PAY
      *HISTORY ARCHIVE (PAYHISTA), WHICH MUST KEEP THIS RECORD LENGTH.
      *THE NEXT PROJECT2PAYROLL RUN RE-ISSUES EVERY RETURNED PAYMENT
      *NOT YET RE-ISSUED AS A PAPER CHECK FOR THE DEPOSITED PORTION
      *OF NET PAY, THEN SETS PH-REISSUE-FLAG WITH THE CHECK NUMBER,
      *AMOUNT AND RUN DATE SO THE RETURN IS NEVER PAID TWICE.
      *PAYREVERSAL VOIDS THE RE-ISSUE CHECK AND SENDS NO CORRECTION
      *ACH ENTRY FOR A RETURNED DEPOSIT.
       01  PAY-HISTORY-RECORD.
           05  PH-HISTORY-KEY.
               10  PH-EMPLOYEE-NUMBER  PIC 9(9).
               10  PH-PAY-PERIOD-END   PIC X(8).
               10  PH-RUN-SEQUENCE     PIC 9(2).
           05  PH-GROSS-PAY            PIC 9(6)V99.
           05  PH-TAX-DEDUCTION        PIC 9(4)V99.
           05  PH-HEALTH-DEDUCTION     PIC 9(4)V99.
               10  PH-DS-AMOUNT          PIC 9(7)V99.
           05  PH-HOURS-WORKED         PIC 9(2)V99.
           05  PH-HOURLY-RATE          PIC 9(2)V99.
           05  PH-CHECK-NUMBER         PIC 9(8).
           05  PH-CHECK-AMOUNT         PIC 9(7)V99.
           05  PH-WC-CLASS-CODE        PIC X(4).
           05  PH-WC-JURISDICTION      PIC X(3).
           05  PH-WC-BASIS-WAGES       PIC 9(6)V99.
           05  PH-WC-PREMIUM           PIC 9(5)V99.
           05  PH-REISSUE-FLAG         PIC X(1).
               88  PH-PAYMENT-REISSUED     VALUE 'Y'.
           05  PH-REISSUE-CHECK-NUMBER PIC 9(8).
           05  PH-REISSUE-AMOUNT       PIC 9(7)V99.
           05  PH-REISSUE-DATE         PIC X(8).
