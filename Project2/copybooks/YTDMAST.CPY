      *YEAR-TO-DATE MASTER RECORD - INDEXED BY EMPLOYEE NUMBER PLUS
      *YEAR. POSTED ONCE PER PAY PERIOD BY PROJECT2PAYROLL
      *(YTD-LAST-PERIOD-POSTED GUARDS AGAINST DOUBLE POSTING ON A
      *CHECKPOINT RESTART), AND AGAIN BY EACH OFF-CYCLE RUN IN THE
      *PERIOD - YTD-LAST-RUN-SEQUENCE IS THE RUN-CONTROL SEQUENCE
      *OF THE LAST POSTING AND IS PART OF THAT GUARD. CLOSED YEARS
      *ARE ARCHIVED TO THE YTD HISTORY FILE AND PURGED FROM THE
      *ACTIVE MASTER BY YEAREND,
      *WHICH ALSO PRODUCES THE ANNUAL EARNINGS STATEMENTS FROM
      *THESE FIELDS. THE HISTORY FILE CARRIES THIS SAME LAYOUT.
      *THE EARN-TYPE TABLE CARRIES GROSS PAY BY EARNINGS-TYPE CODE
               10  YTD-QTR-GROSS-PAY      PIC 9(9)V99.
               10  YTD-QTR-TAX-DEDUCTION  PIC 9(7)V99.
               10  YTD-QTR-JURIS-TAX      PIC 9(7)V99.
           05  YTD-LAST-RUN-SEQUENCE   PIC 9(2).
