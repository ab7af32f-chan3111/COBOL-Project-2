      *PAY-PERIOD RUN-CONTROL MASTER - INDEXED BY PERIOD END DATE
      *PLUS RUN SEQUENCE.
      *ONE RECORD PER SCHEDULED PAY PERIOD, LOADED FROM THE PAY
      *CALENDAR FILE BY CALMAINT. PROJECT2PAYROLL REFUSES TO START
      *FOR A PERIOD THAT IS NOT ON THE CALENDAR, IS ALREADY MARKED
      *PROVES THE RUN IN BALANCE. PAYREVERSAL AND YEAREND RECORD
      *THEIR RUNS IN THE LAST-RUN FIELDS (YEAREND UNDER THE KEY
      *YYYY1231 FOR THE YEAR IT CLOSES) SO THIS FILE IS THE ONE
      *PLACE SHOWING WHAT HAS AND HAS NOT RUN. THE SCHEDULED RUN
      *FOR A PERIOD IS RUN SEQUENCE 00. EACH OFF-CYCLE PAYROLL RUN
      *(BONUS, FINAL PAY, MANUAL CORRECTION) GETS ITS OWN RECORD
      *UNDER THE SAME PERIOD WITH THE NEXT SEQUENCE 01-99, ADDED BY
      *PROJECT2PAYROLL WHEN THE OFF-CYCLE RUN STARTS AND MARKED
      *COMPLETE WHEN IT BALANCES; AN OFF-CYCLE SEQUENCE LEFT OPEN IS
      *RE-USED BY THE NEXT OFF-CYCLE RUN FOR THAT PERIOD. OFF-CYCLE
      *RECORDS NEVER HOLD UP THE SCHEDULED-PERIOD SEQUENCE CHECK.
      *RC-BATCH-ID IS THE TIMEKEEPING FEED BATCH ID (BATCHCTL.CPY)
      *ACCEPTED BY THE PAYROLL RUN FOR THE RECORD; A BATCH ID ALREADY
      *ON ANOTHER RECORD IS REJECTED AS A DUPLICATE FEED.
      *RC-YEAR-CLOSED-DATE IS SET ONLY ON THE YYYY1231 RECORD, BY
      *YEAREND, TO THE DATE THE YEAR WAS CLOSED; PAYARCHIVE NEVER
      *MOVES PAY HISTORY FOR A YEAR WITHOUT IT.
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-KEY.
               10  RC-PERIOD-END    PIC X(8).
               10  RC-RUN-SEQUENCE  PIC 9(2).
                   88  RC-SCHEDULED-RUN     VALUE ZERO.
           05  RC-PERIOD-STATUS     PIC X(1).
               88  RC-PERIOD-SCHEDULED  VALUE 'S'.
               88  RC-PERIOD-COMPLETE   VALUE 'C'.
           05  RC-COMPLETED-DATE    PIC X(8).
           05  RC-LAST-RUN-PROGRAM  PIC X(16).
           05  RC-LAST-RUN-DATE     PIC X(8).
           05  RC-RUN-DESCRIPTION   PIC X(20).
           05  RC-BATCH-ID          PIC X(12).
           05  RC-YEAR-CLOSED-DATE  PIC X(8).
