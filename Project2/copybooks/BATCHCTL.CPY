      *TIMEKEEPING FEED BATCH CONTROL RECORDS - 121-BYTE HEADER AND
      *TRAILER OF THE EMPFILE2.TXT (SCHEDULED) AND OFFCYCLEPAY.TXT
      *(OFF-CYCLE) PAY RECORD FEEDS. THE FIRST RECORD OF THE FEED IS
      *ONE 'HDR' HEADER CARRYING THE PAY PERIOD END DATE AND THE
      *TIMEKEEPING BATCH ID; THE LAST IS ONE 'TRL' TRAILER CARRYING
      *THE COUNT OF PAY RECORDS BETWEEN THEM, THE HASH TOTALS OF
      *HOURS-WORKED AND OF EMPLOYEE NUMBERS, AND THE COUNT OF
      *NON-BLANK EARNINGS LINES. PROJECT2PAYROLL PROVES THE TRAILER
      *AGAINST WHAT IT READ, THE HEADER PERIOD AGAINST EVERY PAY
      *RECORD AND THE PAY CALENDAR, AND THE BATCH ID AGAINST
      *RC-BATCH-ID ON THE PAY CALENDAR BEFORE ANY PAY IS CALCULATED,
      *AND REJECTS THE WHOLE BATCH ON ANY DIFFERENCE.
       01  PAYRECORD-BATCH-CONTROL.
           05  BC-RECORD-TYPE          PIC X(3).
               88  BC-HEADER-RECORD        VALUE 'HDR'.
               88  BC-TRAILER-RECORD       VALUE 'TRL'.
           05  BC-CONTROL-BODY         PIC X(118).
           05  BC-HEADER-BODY REDEFINES BC-CONTROL-BODY.
               10  BH-PERIOD-END-DATE      PIC 9(8).
               10  BH-BATCH-ID             PIC X(12).
               10  FILLER                  PIC X(98).
           05  BC-TRAILER-BODY REDEFINES BC-CONTROL-BODY.
               10  BT-RECORD-COUNT         PIC 9(7).
               10  BT-HOURS-HASH           PIC 9(9)V99.
               10  BT-EMPLOYEE-HASH        PIC 9(15).
               10  BT-EARNINGS-LINE-COUNT  PIC 9(7).
               10  FILLER                  PIC X(78).
