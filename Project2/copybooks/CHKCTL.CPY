      *CHECK NUMBER CONTROL RECORD - THE SINGLE RECORD ON
      *CHECKCONTROL.TXT. CC-NEXT-CHECK-NUMBER IS THE NEXT NUMBER ON
      *THE PAYROLL CHECK STOCK. PROJECT2PAYROLL READS IT AT THE START
      *OF THE RUN AND REWRITES IT AS EACH CHECK IS ISSUED, SO A
      *NUMBER IS NEVER SKIPPED OR USED TWICE EVEN ACROSS A RESTART.
      *CC-DISBURSE-ACCOUNT IS THE PAYROLL DISBURSEMENT ACCOUNT THE
      *CHECKS ARE DRAWN ON, CARRIED ON EVERY POSITIVE-PAY RECORD.
      *PAYREVERSAL READS IT TO BUILD POSITIVE-PAY VOID RECORDS.
       01  CHECK-CONTROL-RECORD.
           05  CC-NEXT-CHECK-NUMBER    PIC 9(8).
           05  CC-DISBURSE-ACCOUNT     PIC X(17).
           05  CC-LAST-CHECK-ISSUED    PIC 9(8).
           05  CC-LAST-PERIOD-END      PIC X(8).
           05  CC-LAST-RUN-DATE        PIC X(8).
