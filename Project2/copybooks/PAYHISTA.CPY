      *PAY HISTORY ARCHIVE RECORD - PAYHISTARCH.DAT, INDEXED ON THE
      *SAME KEY AS PAYHISTORY.DAT. PAYARCHIVE MOVES PAY HISTORY
      *RECORDS OLDER THAN THE RETENTION WINDOW HERE UNCHANGED, ONE
      *FOR ONE, ONCE THE YEAR IS CLOSED BY YEAREND AND THE QUARTER
      *HAS NO OPEN RUN; THE BODY IS THE PAY-HISTORY-RECORD LAYOUT
      *(PAYHIST.CPY), SO READERS READ THIS FILE INTO
      *PAY-HISTORY-RECORD. PAYINQUIRY LISTS ARCHIVED PERIODS WITH
      *THE LIVE ONES; WCPREMIUM ADDS ARCHIVED PAYMENTS FOR THE REPORT
      *YEAR TO ITS CLASS TOTALS; PAYREVERSAL REFUSES TO REVERSE THEM.
       01  PAY-HISTORY-ARCHIVE-RECORD.
           05  PA-HISTORY-KEY.
               10  PA-EMPLOYEE-NUMBER  PIC 9(9).
               10  PA-PAY-PERIOD-END   PIC X(8).
               10  PA-RUN-SEQUENCE     PIC 9(2).
           05  FILLER                  PIC X(297).
