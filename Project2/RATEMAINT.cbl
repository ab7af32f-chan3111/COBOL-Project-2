               ASSIGN "UNIONDUERATES.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNION-RATES-STATUS.
           SELECT WC-PREMIUM-RATES-OUT
               ASSIGN "WCRATES.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WC-RATES-STATUS.
           SELECT CHANGE-REGISTER-OUT
               ASSIGN TO WS-CHANGE-REGISTER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.
               88  RT-TABLE-FEDERAL         VALUE 'F'.
               88  RT-TABLE-JURISDICTION    VALUE 'J'.
               88  RT-TABLE-UNION           VALUE 'U'.
               88  RT-TABLE-WORKERS-COMP    VALUE 'W'.
           05  RT-EFFECTIVE-DATE        PIC X(8).
           05  RT-JURISDICTION-CODE     PIC X(3).
           05  RT-LOCAL-CLASS-CODE      PIC X(4).
           05  RT-FILING-STATUS         PIC X(1).
           05  RT-CHANGED-BY            PIC X(8).
           05  RT-CHANGE-DATE           PIC X(8).
           05  RT-WC-RATE               PIC 9(2)V9(4).
           05  RT-WC-RATE-X REDEFINES RT-WC-RATE
                                    PIC X(6).

       FD FED-TAX-RATES-OUT.
       COPY FEDTAXR.
       FD UNION-DUES-RATES-OUT.
       COPY UNIONDR.

       FD WC-PREMIUM-RATES-OUT.
       COPY WCRATER.

       FD CHANGE-REGISTER-OUT.
       01  CHANGE-REGISTER-LINE-OUT  PIC X(140).

           05  WS-FED-RATES-STATUS        PIC X(2)  VALUE SPACE.
           05  WS-JURIS-RATES-STATUS      PIC X(2)  VALUE SPACE.
           05  WS-UNION-RATES-STATUS      PIC X(2)  VALUE SPACE.
           05  WS-WC-RATES-STATUS         PIC X(2)  VALUE SPACE.
           05  WS-TRANSACTION-VALID-SW    PIC X(1)  VALUE 'Y'.
               88  TRANSACTION-VALID          VALUE 'Y'.
               88  TRANSACTION-INVALID        VALUE 'N'.
           PERFORM 700-OPEN-FED-RATES-FILE.
           PERFORM 700-OPEN-JURIS-RATES-FILE.
           PERFORM 700-OPEN-UNION-RATES-FILE.
           PERFORM 700-OPEN-WC-RATES-FILE.
           OPEN OUTPUT CHANGE-REGISTER-OUT.
           OPEN OUTPUT MAINT-EXCEPTIONS-OUT.
           PERFORM 700-WRITE-CHANGE-REGISTER-HEADER.
               IF RT-TABLE-UNION
                   PERFORM 700-APPEND-UNION-RATE-SET
               END-IF
               IF RT-TABLE-WORKERS-COMP
                   PERFORM 700-APPEND-WC-RATE-SET
               END-IF
               ADD 1 TO TOTAL-RATE-SETS-ADDED
               PERFORM 700-WRITE-CHANGE-REGISTER-ENTRY
           ELSE
           CLOSE FED-TAX-RATES-OUT.
           CLOSE JURIS-TAX-RATES-OUT.
           CLOSE UNION-DUES-RATES-OUT.
           CLOSE WC-PREMIUM-RATES-OUT.
           CLOSE CHANGE-REGISTER-OUT.
           CLOSE MAINT-EXCEPTIONS-OUT.

               OPEN OUTPUT UNION-DUES-RATES-OUT
           END-IF.

       700-OPEN-WC-RATES-FILE.
           OPEN EXTEND WC-PREMIUM-RATES-OUT.
           IF WS-WC-RATES-STATUS = "35"
               OPEN OUTPUT WC-PREMIUM-RATES-OUT
           END-IF.

       700-WRITE-CHANGE-REGISTER-HEADER.
           WRITE CHANGE-REGISTER-LINE-OUT FROM WS-REGISTER-HEADER.

           MOVE SPACE TO WS-MAINT-EXCEPTION-REASON.
           IF NOT RT-TABLE-FEDERAL AND
              NOT RT-TABLE-JURISDICTION AND
              NOT RT-TABLE-UNION AND
              NOT RT-TABLE-WORKERS-COMP
               MOVE 'N' TO WS-TRANSACTION-VALID-SW
               MOVE "TABLE ID NOT F, J, U, OR W"
                   TO WS-MAINT-EXCEPTION-REASON
           END-IF.
           IF TRANSACTION-VALID AND
              (RT-TABLE-FEDERAL OR RT-TABLE-JURISDICTION)
               PERFORM 700-VALIDATE-BRACKET-FIELDS
           END-IF.
           IF TRANSACTION-VALID AND
              (RT-TABLE-JURISDICTION OR RT-TABLE-WORKERS-COMP) AND
              RT-JURISDICTION-CODE = SPACE
               MOVE 'N' TO WS-TRANSACTION-VALID-SW
               MOVE "JURISDICTION CODE REQUIRED"
           IF TRANSACTION-VALID AND RT-TABLE-UNION
               PERFORM 700-VALIDATE-UNION-FIELDS
           END-IF.
           IF TRANSACTION-VALID AND RT-TABLE-WORKERS-COMP
               PERFORM 700-VALIDATE-WC-FIELDS
           END-IF.

       700-VALIDATE-BRACKET-FIELDS.
           PERFORM 700-CHECK-BRACKET-NUMERIC
                   TO WS-MAINT-EXCEPTION-REASON
           END-IF.

       700-VALIDATE-WC-FIELDS.
           IF RT-LOCAL-CLASS-CODE = SPACE
               MOVE 'N' TO WS-TRANSACTION-VALID-SW
               MOVE "WC CLASS CODE REQUIRED"
                   TO WS-MAINT-EXCEPTION-REASON
           END-IF.
           IF TRANSACTION-VALID AND
              RT-WC-RATE-X NOT NUMERIC
               MOVE 'N' TO WS-TRANSACTION-VALID-SW
               MOVE "WC RATE PER 100 NOT NUMERIC"
                   TO WS-MAINT-EXCEPTION-REASON
           END-IF.

       700-APPEND-FED-RATE-SET.
           MOVE RT-EFFECTIVE-DATE TO FT-EFFECTIVE-DATE.
           PERFORM 700-MOVE-FED-BRACKET-ROW
           MOVE SPACE TO WS-RATE-SET-IMAGE.
           MOVE UNION-DUES-RATE-RECORD TO WS-RATE-SET-IMAGE.

       700-APPEND-WC-RATE-SET.
           MOVE RT-EFFECTIVE-DATE TO WR-EFFECTIVE-DATE.
           MOVE RT-LOCAL-CLASS-CODE TO WR-CLASS-CODE.
           MOVE RT-JURISDICTION-CODE TO WR-JURISDICTION-CODE.
           MOVE RT-WC-RATE TO WR-RATE-PER-100.
           WRITE WC-PREMIUM-RATE-RECORD.
           MOVE SPACE TO WS-RATE-SET-IMAGE.
           MOVE WC-PREMIUM-RATE-RECORD TO WS-RATE-SET-IMAGE.

       700-WRITE-CHANGE-REGISTER-ENTRY.
           MOVE SPACE TO CHANGE-REGISTER-LINE-OUT.
           STRING "TABLE "            DELIMITED BY SIZE
