      *WORKERS' COMPENSATION PREMIUM RATE FILE RECORD - ONE RECORD
      *PER CLASS CODE AND JURISDICTION PER EFFECTIVE-DATED RATE SET
      *ON WCRATES.TXT. THE RATE IS THE CARRIER'S PREMIUM PER $100 OF
      *PREMIUM-BASIS PAYROLL. PROJECT2PAYROLL SELECTS, FOR EACH CLASS
      *AND JURISDICTION, THE RECORD WITH THE LATEST EFFECTIVE DATE
      *NOT AFTER THE PAY PERIOD END DATE AND LOADS IT INTO THE WCRATE
      *TABLE. NEW SETS ARE APPENDED BY RATEMAINT, WHICH RECORDS WHO
      *ADDED THE SET AND WHEN ON ITS CHANGE REGISTER.
       01  WC-PREMIUM-RATE-RECORD.
           05  WR-EFFECTIVE-DATE       PIC 9(8).
           05  WR-CLASS-CODE           PIC X(4).
           05  WR-JURISDICTION-CODE    PIC X(3).
           05  WR-RATE-PER-100         PIC 9(2)V9(4).
