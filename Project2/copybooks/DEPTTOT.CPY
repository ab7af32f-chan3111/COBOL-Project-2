      *DEPARTMENT TOTALS RECORD - ONE PER DEPARTMENT PER PAYROLL RUN,
      *WRITTEN BY PROJECT2PAYROLL TO DEPTTOTALS.<PERIOD>.TXT (OR
      *DEPTTOTALS.<PERIOD>.OCNN.TXT FOR AN OFF-CYCLE RUN) FROM THE SAME
      *DEPARTMENT SUBTOTALS THAT FEED THE PAYROLL SUMMARY AND THE GL
      *DEPARTMENT EXPENSE DEBITS. DT-TOTAL-BURDEN IS THE EMPLOYER
      *BURDEN (FICA, FUTA, SUTA, EMPLOYER PLAN SHARE, WORKERS' COMP
      *PREMIUM) FOR THE DEPARTMENT. PAYACCRUAL READS THE FILE FOR THE
      *SCHEDULED RUN OF THE PERIOD THAT STRADDLES A MONTH END TO
      *ESTIMATE THE WAGES AND BURDEN EARNED IN THE MONTH BUT NOT YET
      *PAID.
       01  DEPARTMENT-TOTALS-RECORD.
           05  DT-PERIOD-END           PIC X(8).
           05  DT-RUN-SEQUENCE         PIC 9(2).
           05  DT-DEPARTMENT-CODE      PIC X(4).
           05  DT-TOTAL-GROSS          PIC 9(7)V99.
           05  DT-TOTAL-NET            PIC 9(7)V99.
           05  DT-TOTAL-BURDEN         PIC 9(7)V99.
           05  DT-RECORD-COUNT         PIC 9(4).
