      *WORKERS' COMPENSATION PREMIUM RATE TABLE - RATE PER $100 OF
      *PREMIUM-BASIS PAYROLL BY CLASS CODE AND JURISDICTION. LOADED
      *AT RUN TIME FROM THE WCRATES FILE, TAKING FOR EACH CLASS AND
      *JURISDICTION THE RATE SET WITH THE LATEST EFFECTIVE DATE NOT
      *AFTER THE PAY PERIOD END DATE (700-LOAD-WC-RATE-TABLE). RATE
      *SETS ARE ADDED THROUGH RATEMAINT, NEVER BY EDITING THE FILE.
       01  WC-PREMIUM-RATE-TABLE.
           05  WC-PREMIUM-RATE-ENTRY OCCURS 40 TIMES
                   INDEXED BY WCT-IDX.
               10  WCT-CLASS-CODE          PIC X(4).
               10  WCT-JURISDICTION-CODE   PIC X(3).
               10  WCT-RATE-PER-100        PIC 9(2)V9(4).
               10  WCT-EFFECTIVE-DATE      PIC 9(8).
