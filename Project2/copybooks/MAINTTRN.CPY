      *ALLOCATION ON THE MASTER; ALLOC TYPE 'X' CLEARS THE SLOT.
      *ACHRETURN GENERATES
      *CHANGE TRANSACTIONS HERE FOR BANK NOTIFICATIONS OF CHANGE
      *INSTEAD OF TOUCHING THE MASTER DIRECTLY, AND A PAY METHOD
      *CHANGE TO 'C' (CHECK) WHEN A DEPOSIT IS RETURNED. WHEN THE
      *BANK RETURNS A PRENOTE, ACHRETURN WRITES A CHANGE WITH
      *TR-PRENOTE-STATUS 'F' AND TR-PRENOTE-SLOT NAMING THE ACCOUNT
      *('0' PRIMARY, '1'-'3' ALLOCATION SLOT) SO EMPMAINT MARKS THAT
      *ACCOUNT FAILED. TR-SSN AND THE ADDRESS FIELDS FEED THE STATE
      *NEW-HIRE REPORT; A CHANGE TO THEM IS SHOWN ON THE CHANGE
      *REGISTER WITH THE SSN MASKED TO ITS LAST FOUR DIGITS.
      *TR-WC-CLASS-CODE SETS THE WORKERS' COMPENSATION CLASS CODE.
       01  MAINT-TRANSACTION-RECORD.
           05  TR-ACTION-CODE           PIC X(1).
               88  TR-ACTION-ADD            VALUE 'A'.
           05  TR-ALLOC-PERCENT         PIC V9999.
           05  TR-ALLOC-PERCENT-X REDEFINES TR-ALLOC-PERCENT
                                    PIC X(4).
           05  TR-PAY-METHOD            PIC X(1).
           05  TR-PRENOTE-SLOT          PIC X(1).
           05  TR-PRENOTE-STATUS        PIC X(1).
           05  TR-SSN                   PIC X(9).
           05  TR-STREET-ADDRESS        PIC X(30).
           05  TR-CITY                  PIC X(20).
           05  TR-STATE                 PIC X(2).
           05  TR-ZIP-CODE              PIC X(9).
           05  TR-WC-CLASS-CODE         PIC X(4).
