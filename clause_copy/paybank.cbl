      *                    control.  Employees with no bank record
      *                    fall out to PAYEXCP.txt instead of silently
      *                    missing their pay.
      * 2026-10-15 Yves    Pay-period register PAYPERIOD.dat: only a
      *                    period calculated by payrun.cbl and not yet
      *                    sent is paid out, a closed one is refused;
      *                    the run marks the transfers sent and closes
      *                    the period once the ledger is also posted,
      *                    each change logged to PAYAUDIT.log.
      * 2026-10-15 Yves    Expense claims approved in EXPENSE.dat
      *                    (payexp.cbl) are added as separate credit
      *                    orders flagged NDF and marked paid once
      *                    PAYORDER.dat is complete.
      * 2026-10-15 Yves    Follow the payslip layout: payrun.cbl adds
      *                    the overtime pay at the end of the slip.
      * 2026-10-15 Yves    A period held by paygate.cbl (transfers
      *                    flagged 'H' in PAYPERIOD.dat) is refused
      *                    with code 8 until it is signed off in
      *                    PAYSIGN.dat with paysign.cbl, even when
      *                    paybank is run outside the night chain; a
      *                    period the gate released needs no sign-off.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXC-STATUS.

           SELECT F-EXPENSE ASSIGN TO 'EXPENSE.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXP-KEY
           FILE STATUS IS WS-EXP-STATUS.

           SELECT F-PAYPERIOD ASSIGN TO 'PAYPERIOD.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PP-PERIOD
           FILE STATUS IS WS-PP-STATUS.

           SELECT F-PAYAUDIT ASSIGN TO 'PAYAUDIT.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PA-STATUS.

           SELECT F-PAYSIGN ASSIGN TO 'PAYSIGN.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SG-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD  F-PAYSLIP
           RECORD CONTAINS 88 CHARACTERS.
       01  PAYSLIP-REC.
           05 PS-ID            PIC 9(08).
           05 FILLER           PIC X(02).
           05 PS-NET-INT       PIC 9(07).
           05 FILLER           PIC X(01).
           05 PS-NET-DEC       PIC 9(02).
           05 FILLER           PIC X(23).

       FD  F-BANKREF
           RECORD CONTAINS 35 CHARACTERS.

      * fixed payment-order layout: 'H' header with the order date,
      * 'C' one credit per employee (amount in cents), 'T' trailer
      * with order count and total for the bank's control; a credit
      * repaying an expense claim is flagged NDF
       FD  F-ORDER
           RECORD CONTAINS 50 CHARACTERS.
       01  ORDER-REC.
           05 ORD-ID           PIC 9(08).
           05 ORD-IBAN         PIC X(27).
           05 ORD-AMOUNT       PIC 9(11).
           05 ORD-KIND         PIC X(03).

       FD  F-EXCEPT
           RECORD CONTAINS 60 CHARACTERS.
       01  EXCEPT-REC          PIC X(60).

           COPY 'FEXPENSE'.

           COPY 'FPAYPER'.

           COPY 'FPAYAUD'.

      * the sign-offs written by paysign.cbl
       FD  F-PAYSIGN
           RECORD CONTAINS 38 CHARACTERS.
       01  PAYSIGN-REC.
           05 SG-PERIOD        PIC 9(06).
           05 FILLER           PIC X(01).
           05 SG-OPERATOR      PIC X(10).
           05 FILLER           PIC X(01).
           05 SG-STAMP         PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-SLIP-STATUS   PIC X(02).
           88 WS-SLIP-EOF       VALUE '10'.
           88 WS-BNK-EOF        VALUE '10'.
       01  WS-ORD-STATUS    PIC X(02).
       01  WS-EXC-STATUS    PIC X(02).
       01  WS-EXP-STATUS    PIC X(02).
           88 WS-EXP-EOF        VALUE '10'.
       01  WS-EXP-FILE-SW   PIC X(01) VALUE 'N'.
           88 WS-EXP-FILE-OK    VALUE 'Y'.
       01  WS-PP-STATUS     PIC X(02).
       01  WS-PA-STATUS     PIC X(02).
       01  WS-SG-STATUS     PIC X(02).
           88 WS-SG-EOF         VALUE '10'.

      * the pay-period register entry of the run period
       01  WS-RUN-PERIOD       PIC 9(06) VALUE 0.
       01  WS-PP-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-PP-FOUND          VALUE 'Y'.
           88 WS-PP-NOT-FOUND      VALUE 'N'.
       01  WS-PP-OLD-STATUS    PIC X(01) VALUE SPACES.
       01  WS-SIGNED-SW        PIC X(01) VALUE 'N'.
           88 WS-SIGNED            VALUE 'Y'.
       01  WS-SIGNED-BY        PIC X(10) VALUE SPACES.

      * bank details per employee, loaded once from BANKREF.dat
       01  WS-BANK-TABLE.
           88 WS-BK-FOUND          VALUE 'Y'.
           88 WS-BK-NOT-FOUND      VALUE 'N'.
       01  WS-BK-IBAN-GOT      PIC X(27) VALUE SPACES.
       01  WS-BK-WANT-ID       PIC 9(08) VALUE 0.

      * the expense claims put in the order file, marked paid once
      * the file is complete
       01  WS-CLAIM-TABLE.
           05 WS-CL-ENTRY OCCURS 5000 TIMES INDEXED BY WS-CL-IDX.
              10 WS-CL-ID          PIC 9(08) VALUE 0.
              10 WS-CL-NUM         PIC 9(04) VALUE 0.
       01  WS-CL-COUNT         PIC 9(04) VALUE 0.

       01  WS-NET-CENTS        PIC 9(11) VALUE 0.
       01  WS-ORDER-COUNT      PIC 9(06) VALUE 0.
       01  WS-ORDER-TOTAL      PIC 9(11) VALUE 0.
       01  WS-EXCEPT-COUNT     PIC 9(04) VALUE 0.
       01  WS-CLAIM-CENTS      PIC 9(11) VALUE 0.

       01  WS-CURRENT-DATE.
           05 WS-CD-DATE       PIC 9(08).
       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM 0100-CHECK-PERIOD-START THRU 0100-CHECK-PERIOD-END.
           PERFORM 1000-LOAD-BANKREF-START
              THRU 1000-LOAD-BANKREF-END.
           PERFORM 2000-BUILD-ORDERS-START
              THRU 2000-BUILD-ORDERS-END.

           DISPLAY "ORDRES DE VIREMENT : " WS-ORDER-COUNT.
           DISPLAY "DONT NOTES DE FRAIS: " WS-CL-COUNT.
           DISPLAY "EXCEPTIONS         : " WS-EXCEPT-COUNT.
           PERFORM 8100-MARK-PERIOD-START THRU 8100-MARK-PERIOD-END.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * ONLY A CALCULATED PERIOD NOT YET SENT TO THE BANK IS PAID OUT,
      * ONCE SIGNED OFF WITH paysign.cbl WHEN paygate.cbl HELD IT; A
      * CLOSED PERIOD IS REFUSED
      ******************************************************************
       0100-CHECK-PERIOD-START.
           MOVE WS-CD-DATE(1:6) TO WS-RUN-PERIOD.
           PERFORM 8000-READ-PERIOD-START THRU 8000-READ-PERIOD-END.
           IF PP-CLOSED
               CLOSE F-PAYPERIOD
               DISPLAY "PERIODE " WS-RUN-PERIOD
                   " CLOTUREE - VIREMENTS REFUSES."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT PP-CALCULATED
               CLOSE F-PAYPERIOD
               DISPLAY "PAIE DE LA PERIODE " WS-RUN-PERIOD
                   " NON CALCULEE - VIREMENTS REFUSES."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PP-BANK-SENT
               CLOSE F-PAYPERIOD
               DISPLAY "VIREMENTS DE LA PERIODE " WS-RUN-PERIOD
                   " DEJA EMIS."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT PP-BANK-HELD
               CLOSE F-PAYPERIOD
               GO TO 0100-CHECK-PERIOD-END
           END-IF.
           CLOSE F-PAYPERIOD.
           PERFORM 0200-READ-SIGNOFF-START THRU 0200-READ-SIGNOFF-END.
           IF NOT WS-SIGNED
               DISPLAY "PERIODE " WS-RUN-PERIOD
                   " BLOQUEE PAR paygate - SIGNATURE paysign"
                   " REQUISE - VIREMENTS REFUSES."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "LIBERATION SIGNEE PAR " WS-SIGNED-BY.
       0100-CHECK-PERIOD-END.
           EXIT.

      ******************************************************************
      * HAS SOMEBODY SIGNED THE RUN PERIOD OFF ? NO FILE MEANS NO
      ******************************************************************
       0200-READ-SIGNOFF-START.
           OPEN INPUT F-PAYSIGN.
           IF WS-SG-STATUS NOT = '00'
               GO TO 0200-READ-SIGNOFF-END
           END-IF.
           PERFORM 0210-ONE-SIGNOFF-START THRU 0210-ONE-SIGNOFF-END
               UNTIL WS-SG-EOF.
           CLOSE F-PAYSIGN.
       0200-READ-SIGNOFF-END.
           EXIT.

       0210-ONE-SIGNOFF-START.
           READ F-PAYSIGN
               AT END SET WS-SG-EOF TO TRUE
               NOT AT END
                   IF SG-PERIOD = WS-RUN-PERIOD
                       SET WS-SIGNED TO TRUE
                       MOVE SG-OPERATOR TO WS-SIGNED-BY
                   END-IF
           END-READ.
       0210-ONE-SIGNOFF-END.
           EXIT.

      ******************************************************************
      * LOAD THE BANK-DETAILS REFERENCE INTO MEMORY
      ******************************************************************
           PERFORM 2100-ONE-SLIP-START THRU 2100-ONE-SLIP-END
               UNTIL WS-SLIP-EOF.

      * the expense claims exist once payexp.cbl has been used
           OPEN I-O F-EXPENSE.
           IF WS-EXP-STATUS = '00'
               SET WS-EXP-FILE-OK TO TRUE
               PERFORM 2500-ONE-CLAIM-START THRU 2500-ONE-CLAIM-END
                   UNTIL WS-EXP-EOF
           END-IF.

           MOVE SPACES TO ORDER-REC.
           MOVE 'T'            TO ORD-TYPE.
           MOVE WS-ORDER-COUNT TO ORD-ID.
           WRITE ORDER-REC.

           CLOSE F-PAYSLIP F-ORDER F-EXCEPT.

           IF WS-EXP-FILE-OK
               PERFORM 2600-MARK-PAID-START THRU 2600-MARK-PAID-END
                   VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               CLOSE F-EXPENSE
           END-IF.
       2000-BUILD-ORDERS-END.
           EXIT.

           READ F-PAYSLIP
               AT END SET WS-SLIP-EOF TO TRUE
               NOT AT END
                   MOVE PS-ID TO WS-BK-WANT-ID
                   PERFORM 2200-FIND-BANK-START
                      THRU 2200-FIND-BANK-END
                   IF WS-BK-FOUND
           EXIT.

       2210-ONE-BANK-START.
           IF WS-BK-ID(WS-BK-IDX) = WS-BK-WANT-ID
               SET WS-BK-FOUND TO TRUE
               MOVE WS-BK-IBAN(WS-BK-IDX) TO WS-BK-IBAN-GOT
           END-IF.
           ADD 1 TO WS-EXCEPT-COUNT.
       2400-WRITE-EXCEPT-END.
           EXIT.

      * an approved claim becomes its own credit order; with no bank
      * record it stays approved and falls out as an exception
       2500-ONE-CLAIM-START.
           READ F-EXPENSE NEXT RECORD
               AT END
                   SET WS-EXP-EOF TO TRUE
                   GO TO 2500-ONE-CLAIM-END
           END-READ.
           IF NOT EXP-APPROVED
               GO TO 2500-ONE-CLAIM-END
           END-IF.
           MOVE EXP-ID TO WS-BK-WANT-ID.
           PERFORM 2200-FIND-BANK-START THRU 2200-FIND-BANK-END.
           IF WS-BK-NOT-FOUND
               MOVE EXP-ID TO EXC-ID
               MOVE SPACES TO EXC-NOM
               STRING "NOTE DE FRAIS " DELIMITED BY SIZE
                      EXP-NUM          DELIMITED BY SIZE
                   INTO EXC-NOM
               END-STRING
               MOVE "DOMICILIATION ABSENTE" TO EXC-REASON
               MOVE WS-EXCEPT-LINE TO EXCEPT-REC
               WRITE EXCEPT-REC
               ADD 1 TO WS-EXCEPT-COUNT
               GO TO 2500-ONE-CLAIM-END
           END-IF.
           IF WS-CL-COUNT >= 5000
               DISPLAY "TABLE DES NOTES DE FRAIS PLEINE - REPORTEE: "
                   EXP-ID " " EXP-NUM
               GO TO 2500-ONE-CLAIM-END
           END-IF.

           COMPUTE WS-CLAIM-CENTS = EXP-AMOUNT * 100.
           MOVE SPACES TO ORDER-REC.
           MOVE 'C'            TO ORD-TYPE.
           MOVE EXP-ID         TO ORD-ID.
           MOVE WS-BK-IBAN-GOT TO ORD-IBAN.
           MOVE WS-CLAIM-CENTS TO ORD-AMOUNT.
           MOVE "NDF"          TO ORD-KIND.
           WRITE ORDER-REC.
           ADD 1 TO WS-ORDER-COUNT.
           ADD WS-CLAIM-CENTS TO WS-ORDER-TOTAL.

           ADD 1 TO WS-CL-COUNT.
           SET WS-CL-IDX TO WS-CL-COUNT.
           MOVE EXP-ID  TO WS-CL-ID(WS-CL-IDX).
           MOVE EXP-NUM TO WS-CL-NUM(WS-CL-IDX).
       2500-ONE-CLAIM-END.
           EXIT.

      * the order file is complete: the claims in it are paid
       2600-MARK-PAID-START.
           MOVE WS-CL-ID(WS-CL-IDX)  TO EXP-ID.
           MOVE WS-CL-NUM(WS-CL-IDX) TO EXP-NUM.
           READ F-EXPENSE
               INVALID KEY
                   GO TO 2600-MARK-PAID-END
           END-READ.
           MOVE 'V'        TO EXP-STATUS.
           MOVE WS-CD-DATE TO EXP-PAID-DATE.
           REWRITE EXP-REC.
           MOVE WS-EXP-STATUS TO WS-ERR-STATUS.
           MOVE "EXPENSE.dat" TO WS-ERR-FILE.
           MOVE "REWRIT" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       2600-MARK-PAID-END.
           EXIT.
      ******************************************************************

      ******************************************************************
      * PAY-PERIOD REGISTER: OPEN IT (CREATED ON FIRST USE) AND READ
      * THE RUN PERIOD - A PERIOD NEVER SEEN IS OPEN
      ******************************************************************
       8000-READ-PERIOD-START.
           OPEN I-O F-PAYPERIOD.
           IF WS-PP-STATUS = '35'
               OPEN OUTPUT F-PAYPERIOD
               CLOSE F-PAYPERIOD
               OPEN I-O F-PAYPERIOD
           END-IF.
           MOVE WS-PP-STATUS TO WS-ERR-STATUS.
           MOVE "PAYPERIOD.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE WS-RUN-PERIOD TO PP-PERIOD.
           READ F-PAYPERIOD
               INVALID KEY
                   SET WS-PP-NOT-FOUND TO TRUE
                   MOVE WS-RUN-PERIOD TO PP-PERIOD
                   MOVE 'O' TO PP-STATUS
                   MOVE 'N' TO PP-BANK-DONE
                   MOVE 'N' TO PP-GL-DONE
               NOT INVALID KEY
                   SET WS-PP-FOUND TO TRUE
           END-READ.
           MOVE PP-STATUS TO WS-PP-OLD-STATUS.
       8000-READ-PERIOD-END.
           EXIT.

      * the transfers are out; once the ledger is posted as well the
      * period is closed
       8100-MARK-PERIOD-START.
           PERFORM 8000-READ-PERIOD-START THRU 8000-READ-PERIOD-END.
           MOVE SPACES TO PA-REC.
           MOVE 'Y' TO PP-BANK-DONE.
           IF PP-GL-POSTED
               MOVE 'F' TO PP-STATUS
               MOVE "VIREMENTS EMIS - CLOTURE" TO PA-TEXT
           ELSE
               MOVE "VIREMENTS EMIS" TO PA-TEXT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO PP-STAMP.
           MOVE "paybank" TO PP-PROGRAM.
           IF WS-PP-FOUND
               REWRITE PP-REC
               MOVE "REWRIT" TO WS-ERR-OP
           ELSE
               WRITE PP-REC
               MOVE "WRITE" TO WS-ERR-OP
           END-IF.
           MOVE WS-PP-STATUS TO WS-ERR-STATUS.
           MOVE "PAYPERIOD.dat" TO WS-ERR-FILE.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 8200-WRITE-AUDIT-START THRU 8200-WRITE-AUDIT-END.
           CLOSE F-PAYPERIOD.
       8100-MARK-PERIOD-END.
           EXIT.

      * one line per change of a period's status
       8200-WRITE-AUDIT-START.
           MOVE PP-STAMP         TO PA-STAMP.
           MOVE PP-PROGRAM       TO PA-PROGRAM.
           MOVE PP-PERIOD        TO PA-PERIOD.
           MOVE WS-PP-OLD-STATUS TO PA-OLD-STATUS.
           MOVE ">"              TO PA-ARROW.
           MOVE PP-STATUS        TO PA-NEW-STATUS.
           MOVE "BATCH"          TO PA-OPERATOR.
           OPEN EXTEND F-PAYAUDIT.
           IF WS-PA-STATUS = '35'
               OPEN OUTPUT F-PAYAUDIT
           END-IF.
           MOVE WS-PA-STATUS TO WS-ERR-STATUS.
           MOVE "PAYAUDIT.log" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           WRITE PA-REC.
           CLOSE F-PAYAUDIT.
       8200-WRITE-AUDIT-END.
           EXIT.

      ******************************************************************
      * STANDARD FILE-STATUS CHECK - ANY STATUS OTHER THAN SUCCESS OR
