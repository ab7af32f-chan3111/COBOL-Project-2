      *POSITIVE-PAY RECORD - ONE PER PAYROLL CHECK SENT TO THE BANK
      *SO ONLY CHECKS WE ACTUALLY ISSUED, FOR THE AMOUNT AND PAYEE
      *WE ISSUED THEM TO, ARE HONORED ON THE DISBURSEMENT ACCOUNT.
      *PROJECT2PAYROLL WRITES AN ISSUE ('I') RECORD FOR EVERY CHECK
      *ON THE POSITIVEPAY FILE. PAYREVERSAL WRITES A VOID ('V')
      *RECORD FOR A REVERSED CHECK PAYMENT ON THE POSITIVEPAYVOID
      *FILE SO THE BANK WILL REFUSE THE CHECK IF PRESENTED.
       01  POSITIVE-PAY-RECORD-OUT.
           05  PP-ISSUE-CODE           PIC X(1).
               88  PP-CHECK-ISSUED         VALUE 'I'.
               88  PP-CHECK-VOIDED         VALUE 'V'.
           05  PP-ACCOUNT-NUMBER       PIC X(17).
           05  PP-CHECK-NUMBER         PIC 9(8).
           05  PP-ISSUE-DATE           PIC X(8).
           05  PP-AMOUNT               PIC 9(8)V99.
           05  PP-PAYEE-NAME           PIC X(16).
