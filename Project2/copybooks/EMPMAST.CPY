      *AND WHATEVER REMAINS ALWAYS GOES TO THE PRIMARY EM-BANK
      *ACCOUNT, SO THE ACH ENTRIES FOR AN EMPLOYEE ALWAYS SUM TO
      *NET PAY. ALLOCATIONS CARRY THE SAME CHANGE-REGISTER AUDIT
      *AS THE PRIMARY BANK FIELDS. EM-PAY-METHOD 'C' PAYS THE WHOLE
      *NET BY PAPER CHECK INSTEAD OF DEPOSIT; PROJECT2PAYROLL ALSO
      *PAYS BY CHECK WHEN THE PRIMARY ROUTING OR ACCOUNT IS BLANK.
      *ACHRETURN SWITCHES AN EMPLOYEE TO CHECK THROUGH EMPMAINT WHEN
      *A DEPOSIT IS RETURNED. EVERY NEW OR CHANGED DEPOSIT ACCOUNT
      *(PRIMARY OR ALLOCATION SLOT) CARRIES A PRENOTE STATUS AND
      *DATE - 'P' PENDING, SET BY EMPMAINT; 'S' SENT, SET BY
      *ACHPRENOTE WHEN THE ZERO-DOLLAR PRENOTE GOES TO THE BANK;
      *'V' VERIFIED, SET BY ACHPRENOTE ONCE THE WAITING PERIOD
      *PASSES WITHOUT A RETURN; 'F' FAILED, SET BY EMPMAINT FROM
      *AN ACHRETURN TRANSACTION WHEN THE BANK RETURNS THE PRENOTE.
      *SPACE MEANS AN ACCOUNT ESTABLISHED BEFORE PRENOTES AND IS
      *TREATED AS VERIFIED. UNTIL AN ACCOUNT IS VERIFIED
      *PROJECT2PAYROLL SENDS NOTHING TO IT - A HELD PRIMARY ACCOUNT
      *IS PAID TO THE EM-PRIOR-BANK ACCOUNT (THE LAST VERIFIED
      *PRIMARY, SAVED BY EMPMAINT ON THE CHANGE) OR BY CHECK WHEN
      *THERE IS NONE; A HELD ALLOCATION'S SHARE STAYS WITH THE
      *PRIMARY. EM-DA-PRENOTE IS PARALLEL TO EM-DEPOSIT-ALLOCATION.
      *EM-SSN AND THE HOME ADDRESS ARE CARRIED FOR THE STATE NEW-HIRE
      *REGISTRY. EMPMAINT SETS EM-NEW-HIRE-STATUS 'P' PENDING ON EVERY
      *ADD AND ON EVERY STATUS CHANGE FROM TERMINATED BACK TO ACTIVE
      *(EM-NEW-HIRE-TYPE 'N' NEW HIRE OR 'R' REHIRE, WITH THE DATE IN
      *EM-NEW-HIRE-DATE), AND SETS IT TO 'R' REPORTED, WITH THE DATE
      *SENT, WHEN THE EMPLOYEE GOES OUT ON THE NEW-HIRE REPORTING
      *FILE, SO NO ONE IS REPORTED TWICE. SPACE MEANS NOTHING TO
      *REPORT. EM-WC-CLASS-CODE IS THE WORKERS' COMPENSATION JOB
      *CLASSIFICATION; PROJECT2PAYROLL PRICES THE EMPLOYEE'S PREMIUM
      *FROM THE WCRATES TABLE BY THIS CLASS AND EM-WORK-JURISDICTION.
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMPLOYEE-NUMBER      PIC 9(9).
           05  EM-EMPLOYEE-STATUS      PIC X(1).
               10  EM-DA-BANK-ACCT-TYPE    PIC X(1).
               10  EM-DA-FLAT-AMOUNT       PIC 9(5)V99.
               10  EM-DA-PERCENT-RATE      PIC V9999.
           05  EM-PAY-METHOD           PIC X(1).
               88  EM-PAY-BY-DEPOSIT       VALUE 'D'.
               88  EM-PAY-BY-CHECK         VALUE 'C'.
           05  EM-PRENOTE-STATUS       PIC X(1).
               88  EM-PRENOTE-PENDING      VALUE 'P'.
               88  EM-PRENOTE-SENT         VALUE 'S'.
               88  EM-PRENOTE-VERIFIED     VALUE 'V'.
               88  EM-PRENOTE-FAILED       VALUE 'F'.
               88  EM-PRENOTE-LIVE         VALUE 'V' ' '.
           05  EM-PRENOTE-DATE         PIC 9(8).
           05  EM-PRIOR-BANK-ROUTING   PIC 9(9).
           05  EM-PRIOR-BANK-ACCOUNT   PIC X(17).
           05  EM-PRIOR-BANK-ACCT-TYPE PIC X(1).
           05  EM-DA-PRENOTE OCCURS 3 TIMES
                   INDEXED BY DP-IDX.
               10  EM-DA-PRENOTE-STATUS    PIC X(1).
                   88  EM-DA-PRENOTE-PENDING   VALUE 'P'.
                   88  EM-DA-PRENOTE-SENT      VALUE 'S'.
                   88  EM-DA-PRENOTE-VERIFIED  VALUE 'V'.
                   88  EM-DA-PRENOTE-FAILED    VALUE 'F'.
                   88  EM-DA-PRENOTE-LIVE      VALUE 'V' ' '.
               10  EM-DA-PRENOTE-DATE      PIC 9(8).
           05  EM-SSN                  PIC 9(9).
           05  EM-STREET-ADDRESS       PIC X(30).
           05  EM-CITY                 PIC X(20).
           05  EM-STATE                PIC X(2).
           05  EM-ZIP-CODE             PIC X(9).
           05  EM-NEW-HIRE-STATUS      PIC X(1).
               88  EM-NEW-HIRE-PENDING     VALUE 'P'.
               88  EM-NEW-HIRE-REPORTED    VALUE 'R'.
           05  EM-NEW-HIRE-TYPE        PIC X(1).
               88  EM-NEW-HIRE-NEW         VALUE 'N'.
               88  EM-NEW-HIRE-REHIRE      VALUE 'R'.
           05  EM-NEW-HIRE-DATE        PIC 9(8).
           05  EM-NEW-HIRE-SENT-DATE   PIC 9(8).
           05  EM-WC-CLASS-CODE        PIC X(4).
