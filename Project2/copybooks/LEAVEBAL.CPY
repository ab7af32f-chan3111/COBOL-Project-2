      *LEAVE BALANCE MASTER RECORD - INDEXED BY EMPLOYEE NUMBER PLUS
      *LEAVE TYPE. THE LEAVE TYPES ARE THE VAC AND SCK EARNINGS-TYPE
      *CODES (SEE EARNTYP). PROJECT2PAYROLL ADDS THE RECORD THE FIRST
      *TIME AN EMPLOYEE ACCRUES, ADDS EACH PERIOD'S ACCRUAL FROM THE
      *LEAVE RULE TABLE (LEAVERULES.TXT - HOURS PER HOUR WORKED OR A
      *FLAT AMOUNT PER PERIOD, BY LEAVE TYPE AND PAY TYPE), AND
      *SUBTRACTS THE HOURS ON EVERY VAC/SCK EARNINGS LINE PAID. A
      *LINE THAT WOULD TAKE THE BALANCE BELOW ZERO IS NOT PAID AND
      *GOES TO THE PAYROLL EXCEPTION REPORT INSTEAD. THE FIRST
      *POSTING IN A NEW CALENDAR YEAR CUTS THE BALANCE BACK TO THE
      *RULE'S CARRYOVER CAP, KEEPS THE HOURS FORFEITED, AND RESTARTS
      *THE YEAR-TO-DATE ACCRUED AND USED HOURS. LB-LAST-PERIOD-POSTED
      *AND LB-LAST-RUN-SEQUENCE GUARD AGAINST DOUBLE POSTING ON A
      *CHECKPOINT RESTART. AN OFF-CYCLE RUN ACCRUES NOTHING BUT
      *STILL SUBTRACTS THE VAC/SCK HOURS IT PAYS.
      *PAYINQUIRY PRINTS THE BALANCES ON THE EARNINGS STATEMENT AND
      *LEAVELIAB VALUES THEM AT THE CURRENT RATE FOR THE LEAVE
      *LIABILITY REPORT.
       01  LEAVE-BALANCE-RECORD.
           05  LB-LEAVE-KEY.
               10  LB-EMPLOYEE-NUMBER  PIC 9(9).
               10  LB-LEAVE-TYPE       PIC X(3).
                   88  LB-LEAVE-VACATION   VALUE 'VAC'.
                   88  LB-LEAVE-SICK       VALUE 'SCK'.
           05  LB-BALANCE-HOURS        PIC 9(4)V99.
           05  LB-BALANCE-YEAR         PIC 9(4).
           05  LB-CARRIED-IN-HOURS     PIC 9(4)V99.
           05  LB-FORFEITED-HOURS      PIC 9(4)V99.
           05  LB-YTD-ACCRUED-HOURS    PIC 9(4)V99.
           05  LB-YTD-USED-HOURS       PIC 9(4)V99.
           05  LB-LAST-ACCRUAL-HOURS   PIC 9(3)V99.
           05  LB-LAST-PERIOD-POSTED   PIC X(8).
           05  LB-LAST-RUN-SEQUENCE    PIC 9(2).
