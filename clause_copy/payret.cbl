       IDENTIFICATION DIVISION.
       PROGRAM-ID. payret.
       AUTHOR. Yves.
      *=================================================================
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: bank return processing.  The
      *                    bank's return file BANKRET.dat is matched
      *                    to the orders of PAYORDER.dat by employee
      *                    and amount, the rejected payments are kept
      *                    as failed in PAYFAIL.dat, and the paybank
      *                    trailer count and sum are checked against
      *                    what the bank reports executed and rejected.
      *                    A failed payment whose BANKREF.dat details
      *                    have since been corrected is re-issued in
      *                    PAYREISS.dat (same layout as PAYORDER.dat);
      *                    PAYRETX.txt lists the control results, the
      *                    returns matching no order and everybody
      *                    still not paid.
      * 2026-10-15 Yves    Follow the payslip layout: payrun.cbl adds
      *                    the overtime pay at the end of the slip.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ORDER ASSIGN TO 'PAYORDER.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ORD-STATUS.

           SELECT F-BANKRET ASSIGN TO 'BANKRET.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RET-STATUS.

           SELECT F-BANKREF ASSIGN TO 'BANKREF.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BNK-STATUS.

           SELECT F-PAYSLIP ASSIGN TO 'PAYSLIPS.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SLIP-STATUS.

           SELECT F-PAYFAIL ASSIGN TO 'PAYFAIL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PF-STATUS.

           SELECT F-REISSUE ASSIGN TO 'PAYREISS.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RIS-STATUS.

           SELECT F-RETEXCP ASSIGN TO 'PAYRETX.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RX-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the payment-order layout written by paybank.cbl; the same
      * layout carries the re-issued orders
       FD  F-ORDER
           RECORD CONTAINS 50 CHARACTERS.
       01  ORDER-REC.
           05 ORD-TYPE         PIC X(01).
           05 ORD-ID           PIC 9(08).
           05 ORD-IBAN         PIC X(27).
           05 ORD-AMOUNT       PIC 9(11).
           05 ORD-KIND         PIC X(03).

       FD  F-REISSUE
           RECORD CONTAINS 50 CHARACTERS.
       01  REISSUE-REC.
           05 RIS-TYPE         PIC X(01).
           05 RIS-ID           PIC 9(08).
           05 RIS-IBAN         PIC X(27).
           05 RIS-AMOUNT       PIC 9(11).
           05 RIS-KIND         PIC X(03).

      * the bank's return file: 'H' header naming the date of the
      * order file it answers, one 'R' per rejected credit with the
      * bank's reason code, and a 'T' trailer with what was executed
      * and what was rejected (amounts in cents)
       FD  F-BANKRET
           RECORD CONTAINS 51 CHARACTERS.
       01  RET-REC.
           05 RET-TYPE         PIC X(01).
           05 RET-ID           PIC 9(08).
           05 RET-IBAN         PIC X(27).
           05 RET-AMOUNT       PIC 9(11).
           05 RET-REASON       PIC X(04).
       01  RET-HEADER.
           05 FILLER           PIC X(01).
           05 RTH-ORDER-DATE   PIC 9(08).
           05 FILLER           PIC X(42).
       01  RET-TRAILER.
           05 FILLER           PIC X(01).
           05 RTT-EXEC-COUNT   PIC 9(08).
           05 RTT-EXEC-SUM     PIC 9(11).
           05 RTT-REJ-COUNT    PIC 9(08).
           05 RTT-REJ-SUM      PIC 9(11).
           05 FILLER           PIC X(12).

       FD  F-BANKREF
           RECORD CONTAINS 35 CHARACTERS.
       01  BANKREF-REC.
           05 BNK-ID           PIC 9(08).
           05 BNK-IBAN         PIC X(27).

       FD  F-PAYSLIP
           RECORD CONTAINS 88 CHARACTERS.
       01  PAYSLIP-REC.
           05 PS-ID            PIC 9(08).
           05 FILLER           PIC X(02).
           05 PS-NOM           PIC X(20).
           05 FILLER           PIC X(58).

      * failed payments: 'F' rejected and waiting for corrected bank
      * details, 'R' re-issued on FL-REISSUE-DATE
       FD  F-PAYFAIL
           RECORD CONTAINS 70 CHARACTERS.
       01  FAIL-REC.
           05 FL-ID            PIC 9(08).
           05 FL-ORDER-DATE    PIC 9(08).
           05 FL-KIND          PIC X(03).
           05 FL-AMOUNT        PIC 9(11).
           05 FL-OLD-IBAN      PIC X(27).
           05 FL-REASON        PIC X(04).
           05 FL-STATUS        PIC X(01).
           05 FL-REISSUE-DATE  PIC 9(08).

       FD  F-RETEXCP
           RECORD CONTAINS 80 CHARACTERS.
       01  RETEXCP-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ORD-STATUS    PIC X(02).
           88 WS-ORD-EOF        VALUE '10'.
       01  WS-RET-STATUS    PIC X(02).
           88 WS-RET-EOF        VALUE '10'.
       01  WS-BNK-STATUS    PIC X(02).
           88 WS-BNK-EOF        VALUE '10'.
       01  WS-SLIP-STATUS   PIC X(02).
           88 WS-SLIP-EOF       VALUE '10'.
       01  WS-PF-STATUS     PIC X(02).
           88 WS-PF-EOF         VALUE '10'.
       01  WS-RIS-STATUS    PIC X(02).
       01  WS-RX-STATUS     PIC X(02).

       01  WS-CURRENT-DATE.
           05 WS-CD-DATE       PIC 9(08).
           05 FILLER           PIC X(13).

      * the order file as sent: its date, its credits and its trailer
       01  WS-ORDER-DATE       PIC 9(08) VALUE 0.
       01  WS-ORDER-TABLE.
           05 WS-OR-ENTRY OCCURS 15000 TIMES INDEXED BY WS-OR-IDX.
              10 WS-OR-ID          PIC 9(08) VALUE 0.
              10 WS-OR-IBAN        PIC X(27) VALUE SPACES.
              10 WS-OR-AMOUNT      PIC 9(11) VALUE 0.
              10 WS-OR-KIND        PIC X(03) VALUE SPACES.
              10 WS-OR-RETURNED    PIC X(01) VALUE 'N'.
       01  WS-OR-COUNT         PIC 9(05) VALUE 0.
       01  WS-OR-SUM           PIC 9(11) VALUE 0.
       01  WS-OR-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-OR-FOUND          VALUE 'Y'.
           88 WS-OR-NOT-FOUND      VALUE 'N'.
       01  WS-OR-FOUND-IDX     PIC 9(05) VALUE 0.
       01  WS-TRL-COUNT        PIC 9(08) VALUE 0.
       01  WS-TRL-SUM          PIC 9(11) VALUE 0.

      * what the bank says, and what its return records add up to
       01  WS-RET-FILE-SW      PIC X(01) VALUE 'N'.
           88 WS-RET-PROCESSED     VALUE 'Y'.
       01  WS-RTT-SEEN-SW      PIC X(01) VALUE 'N'.
           88 WS-RTT-SEEN          VALUE 'Y'.
       01  WS-BANK-EXEC-COUNT  PIC 9(08) VALUE 0.
       01  WS-BANK-EXEC-SUM    PIC 9(11) VALUE 0.
       01  WS-BANK-REJ-COUNT   PIC 9(08) VALUE 0.
       01  WS-BANK-REJ-SUM     PIC 9(11) VALUE 0.
       01  WS-RET-COUNT        PIC 9(08) VALUE 0.
       01  WS-RET-SUM          PIC 9(11) VALUE 0.
       01  WS-MATCH-COUNT      PIC 9(08) VALUE 0.
       01  WS-MATCH-SUM        PIC 9(11) VALUE 0.
       01  WS-UNMATCHED-COUNT  PIC 9(05) VALUE 0.
       01  WS-CHECK-COUNT      PIC 9(08) VALUE 0.
       01  WS-CHECK-SUM        PIC 9(11) VALUE 0.
       01  WS-CONTROL-SW       PIC X(01) VALUE 'Y'.
           88 WS-CONTROL-OK        VALUE 'Y'.
           88 WS-CONTROL-KO        VALUE 'N'.

      * bank details per employee, as corrected since the rejection
       01  WS-BANK-TABLE.
           05 WS-BK-ENTRY OCCURS 9999 TIMES INDEXED BY WS-BK-IDX.
              10 WS-BK-ID       PIC 9(08) VALUE 0.
              10 WS-BK-IBAN     PIC X(27) VALUE SPACES.
       01  WS-BK-COUNT         PIC 9(04) VALUE 0.
       01  WS-BK-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-BK-FOUND          VALUE 'Y'.
           88 WS-BK-NOT-FOUND      VALUE 'N'.
       01  WS-BK-IBAN-GOT      PIC X(27) VALUE SPACES.
       01  WS-BK-WANT-ID       PIC 9(08) VALUE 0.

      * employee names, from the last run's payslips
       01  WS-NAME-TABLE.
           05 WS-NM-ENTRY OCCURS 9999 TIMES INDEXED BY WS-NM-IDX.
              10 WS-NM-ID       PIC 9(08) VALUE 0.
              10 WS-NM-NOM      PIC X(20) VALUE SPACES.
       01  WS-NM-COUNT         PIC 9(04) VALUE 0.
       01  WS-NOM-GOT          PIC X(20) VALUE SPACES.

      * PAYFAIL.dat held in memory and written back
       01  WS-FAIL-TABLE.
           05 WS-FL-ENTRY OCCURS 3000 TIMES INDEXED BY WS-FL-IDX.
              10 WS-FL-ID          PIC 9(08) VALUE 0.
              10 WS-FL-ORDER-DATE  PIC 9(08) VALUE 0.
              10 WS-FL-KIND        PIC X(03) VALUE SPACES.
              10 WS-FL-AMOUNT      PIC 9(11) VALUE 0.
              10 WS-FL-OLD-IBAN    PIC X(27) VALUE SPACES.
              10 WS-FL-REASON      PIC X(04) VALUE SPACES.
              10 WS-FL-STATUS      PIC X(01) VALUE SPACES.
              10 WS-FL-REISSUE-DATE PIC 9(08) VALUE 0.
       01  WS-FL-COUNT         PIC 9(04) VALUE 0.
       01  WS-FL-DONE-SW       PIC X(01) VALUE 'N'.
           88 WS-FL-DONE           VALUE 'Y'.
       01  WS-NEW-FAIL-COUNT   PIC 9(05) VALUE 0.

       01  WS-REISSUE-COUNT    PIC 9(06) VALUE 0.
       01  WS-REISSUE-SUM      PIC 9(11) VALUE 0.
       01  WS-UNPAID-COUNT     PIC 9(05) VALUE 0.

       01  WS-REASON-LABEL     PIC X(20).
       01  WS-RPT-LINE         PIC X(80).
       01  WS-EDIT-AMOUNT      PIC Z(08)9.99.
       01  WS-EDIT-COUNT       PIC Z(07)9.
       01  WS-EDIT-COUNT2      PIC Z(07)9.
       01  WS-EDIT-SUM         PIC Z(08)9.99.
       01  WS-EDIT-SUM2        PIC Z(08)9.99.
       01  WS-CENTS            PIC 9(09)V9(02) VALUE 0.
      *=================================================================
      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           OPEN OUTPUT F-RETEXCP.
           MOVE WS-RX-STATUS TO WS-ERR-STATUS.
           MOVE "PAYRETX.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RETOURS BANCAIRES ET PAIEMENTS EN ECHEC AU "
               DELIMITED BY SIZE,
               WS-CD-DATE DELIMITED BY SIZE
           INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO RETEXCP-REC.
           WRITE RETEXCP-REC.

           PERFORM 1000-LOAD-BANKREF-START THRU 1000-LOAD-BANKREF-END.
           PERFORM 1200-LOAD-NAMES-START THRU 1200-LOAD-NAMES-END.
           PERFORM 1400-LOAD-FAILS-START THRU 1400-LOAD-FAILS-END.
           PERFORM 2000-LOAD-ORDERS-START THRU 2000-LOAD-ORDERS-END.
           PERFORM 3000-RETURNS-START THRU 3000-RETURNS-END.
           PERFORM 4000-REISSUE-START THRU 4000-REISSUE-END.
           PERFORM 5000-SAVE-FAILS-START THRU 5000-SAVE-FAILS-END.
           CLOSE F-RETEXCP.

           DISPLAY "NOUVEAUX REJETS   : " WS-NEW-FAIL-COUNT.
           DISPLAY "REEMIS            : " WS-REISSUE-COUNT.
           DISPLAY "TOUJOURS NON PAYES: " WS-UNPAID-COUNT.
           IF WS-CONTROL-KO OR WS-UNMATCHED-COUNT > 0
               DISPLAY "CONTROLE BANQUE EN ECART - VOIR PAYRETX.txt."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNPAID-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * LOAD THE BANK-DETAILS REFERENCE INTO MEMORY
      ******************************************************************
       1000-LOAD-BANKREF-START.
           OPEN INPUT F-BANKREF.
           MOVE WS-BNK-STATUS TO WS-ERR-STATUS.
           MOVE "BANKREF.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1100-READ-BANKREF-START
              THRU 1100-READ-BANKREF-END
              UNTIL WS-BNK-EOF.
           CLOSE F-BANKREF.
       1000-LOAD-BANKREF-END.
           EXIT.

       1100-READ-BANKREF-START.
           READ F-BANKREF
               AT END SET WS-BNK-EOF TO TRUE
               NOT AT END
                   IF WS-BK-COUNT >= 9999
                       DISPLAY "TABLE BANQUE PLEINE (9999) - ARRET"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BK-COUNT
                   SET WS-BK-IDX TO WS-BK-COUNT
                   MOVE BNK-ID   TO WS-BK-ID(WS-BK-IDX)
                   MOVE BNK-IBAN TO WS-BK-IBAN(WS-BK-IDX)
           END-READ.
       1100-READ-BANKREF-END.
           EXIT.

      ******************************************************************
      * EMPLOYEE NAMES FROM THE PAYSLIPS, FOR THE REPORT ONLY
      ******************************************************************
       1200-LOAD-NAMES-START.
           OPEN INPUT F-PAYSLIP.
           IF WS-SLIP-STATUS NOT = '00'
               GO TO 1200-LOAD-NAMES-END
           END-IF.
           PERFORM 1300-READ-NAME-START THRU 1300-READ-NAME-END
               UNTIL WS-SLIP-EOF.
           CLOSE F-PAYSLIP.
       1200-LOAD-NAMES-END.
           EXIT.

       1300-READ-NAME-START.
           READ F-PAYSLIP
               AT END SET WS-SLIP-EOF TO TRUE
               NOT AT END
                   IF WS-NM-COUNT < 9999
                       ADD 1 TO WS-NM-COUNT
                       SET WS-NM-IDX TO WS-NM-COUNT
                       MOVE PS-ID  TO WS-NM-ID(WS-NM-IDX)
                       MOVE PS-NOM TO WS-NM-NOM(WS-NM-IDX)
                   END-IF
           END-READ.
       1300-READ-NAME-END.
           EXIT.

      ******************************************************************
      * THE FAILED PAYMENTS KNOWN SO FAR - NONE YET IS NOT AN ERROR
      ******************************************************************
       1400-LOAD-FAILS-START.
           OPEN INPUT F-PAYFAIL.
           IF WS-PF-STATUS = '35'
               GO TO 1400-LOAD-FAILS-END
           END-IF.
           MOVE WS-PF-STATUS TO WS-ERR-STATUS.
           MOVE "PAYFAIL.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1410-READ-FAIL-START THRU 1410-READ-FAIL-END
               UNTIL WS-PF-EOF.
           CLOSE F-PAYFAIL.
       1400-LOAD-FAILS-END.
           EXIT.

       1410-READ-FAIL-START.
           READ F-PAYFAIL
               AT END
                   SET WS-PF-EOF TO TRUE
                   GO TO 1410-READ-FAIL-END
           END-READ.
           IF WS-FL-COUNT >= 3000
               DISPLAY "PAYFAIL.dat TROP GRAND - ARRET."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-FL-COUNT.
           SET WS-FL-IDX TO WS-FL-COUNT.
           MOVE FL-ID           TO WS-FL-ID(WS-FL-IDX).
           MOVE FL-ORDER-DATE   TO WS-FL-ORDER-DATE(WS-FL-IDX).
           MOVE FL-KIND         TO WS-FL-KIND(WS-FL-IDX).
           MOVE FL-AMOUNT       TO WS-FL-AMOUNT(WS-FL-IDX).
           MOVE FL-OLD-IBAN     TO WS-FL-OLD-IBAN(WS-FL-IDX).
           MOVE FL-REASON       TO WS-FL-REASON(WS-FL-IDX).
           MOVE FL-STATUS       TO WS-FL-STATUS(WS-FL-IDX).
           MOVE FL-REISSUE-DATE TO WS-FL-REISSUE-DATE(WS-FL-IDX).
       1410-READ-FAIL-END.
           EXIT.

      ******************************************************************
      * THE ORDER FILE AS SENT TO THE BANK
      ******************************************************************
       2000-LOAD-ORDERS-START.
           OPEN INPUT F-ORDER.
           IF WS-ORD-STATUS = '35'
               GO TO 2000-LOAD-ORDERS-END
           END-IF.
           MOVE WS-ORD-STATUS TO WS-ERR-STATUS.
           MOVE "PAYORDER.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 2100-READ-ORDER-START THRU 2100-READ-ORDER-END
               UNTIL WS-ORD-EOF.
           CLOSE F-ORDER.
       2000-LOAD-ORDERS-END.
           EXIT.

       2100-READ-ORDER-START.
           READ F-ORDER
               AT END
                   SET WS-ORD-EOF TO TRUE
                   GO TO 2100-READ-ORDER-END
           END-READ.
           EVALUATE ORD-TYPE
               WHEN 'H'
                   MOVE ORD-IBAN(1:8) TO WS-ORDER-DATE
               WHEN 'T'
                   MOVE ORD-ID     TO WS-TRL-COUNT
                   MOVE ORD-AMOUNT TO WS-TRL-SUM
               WHEN 'C'
                   IF WS-OR-COUNT >= 15000
                       DISPLAY "PAYORDER.dat TROP GRAND - ARRET."
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-OR-COUNT
                   SET WS-OR-IDX TO WS-OR-COUNT
                   MOVE ORD-ID     TO WS-OR-ID(WS-OR-IDX)
                   MOVE ORD-IBAN   TO WS-OR-IBAN(WS-OR-IDX)
                   MOVE ORD-AMOUNT TO WS-OR-AMOUNT(WS-OR-IDX)
                   MOVE ORD-KIND   TO WS-OR-KIND(WS-OR-IDX)
                   ADD ORD-AMOUNT  TO WS-OR-SUM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-READ-ORDER-END.
           EXIT.

      ******************************************************************
      * THE BANK'S RETURN FILE: IT MUST ANSWER THE ORDER FILE ON HAND
      * AND NOT HAVE BEEN TAKEN IN ALREADY
      ******************************************************************
       3000-RETURNS-START.
           OPEN INPUT F-BANKRET.
           IF WS-RET-STATUS = '35'
               MOVE "AUCUN FICHIER RETOUR BANQUE (BANKRET.dat)."
                   TO RETEXCP-REC
               WRITE RETEXCP-REC
               GO TO 3000-RETURNS-END
           END-IF.
           MOVE WS-RET-STATUS TO WS-ERR-STATUS.
           MOVE "BANKRET.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           READ F-BANKRET
               AT END
                   CLOSE F-BANKRET
                   MOVE "FICHIER RETOUR BANQUE VIDE." TO RETEXCP-REC
                   WRITE RETEXCP-REC
                   SET WS-CONTROL-KO TO TRUE
                   GO TO 3000-RETURNS-END
           END-READ.
           IF RET-TYPE NOT = 'H' OR RTH-ORDER-DATE NOT = WS-ORDER-DATE
               CLOSE F-BANKRET
               MOVE SPACES TO WS-RPT-LINE
               STRING "RETOUR DU " DELIMITED BY SIZE,
                   RTH-ORDER-DATE DELIMITED BY SIZE,
                   " NE REPOND PAS A PAYORDER.dat DU "
                       DELIMITED BY SIZE,
                   WS-ORDER-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
               MOVE WS-RPT-LINE TO RETEXCP-REC
               WRITE RETEXCP-REC
               SET WS-CONTROL-KO TO TRUE
               GO TO 3000-RETURNS-END
           END-IF.

           MOVE 'N' TO WS-FL-DONE-SW.
           PERFORM 3050-ONE-DONE-START THRU 3050-ONE-DONE-END
               VARYING WS-FL-IDX FROM 1 BY 1
               UNTIL WS-FL-IDX > WS-FL-COUNT OR WS-FL-DONE.
           IF WS-FL-DONE
               CLOSE F-BANKRET
               MOVE SPACES TO WS-RPT-LINE
               STRING "RETOUR DU " DELIMITED BY SIZE,
                   RTH-ORDER-DATE DELIMITED BY SIZE,
                   " DEJA TRAITE." DELIMITED BY SIZE
               INTO WS-RPT-LINE
               MOVE WS-RPT-LINE TO RETEXCP-REC
               WRITE RETEXCP-REC
               GO TO 3000-RETURNS-END
           END-IF.

           SET WS-RET-PROCESSED TO TRUE.
           PERFORM 3100-ONE-RETURN-START THRU 3100-ONE-RETURN-END
               UNTIL WS-RET-EOF.
           CLOSE F-BANKRET.
           PERFORM 3500-CONTROLS-START THRU 3500-CONTROLS-END.
       3000-RETURNS-END.
           EXIT.

      * the rejections of an order file are only taken in once
       3050-ONE-DONE-START.
           IF WS-FL-ORDER-DATE(WS-FL-IDX) = WS-ORDER-DATE
               SET WS-FL-DONE TO TRUE
           END-IF.
       3050-ONE-DONE-END.
           EXIT.

       3100-ONE-RETURN-START.
           READ F-BANKRET
               AT END
                   SET WS-RET-EOF TO TRUE
                   GO TO 3100-ONE-RETURN-END
           END-READ.
           IF RET-TYPE = 'T'
               SET WS-RTT-SEEN TO TRUE
               MOVE RTT-EXEC-COUNT TO WS-BANK-EXEC-COUNT
               MOVE RTT-EXEC-SUM   TO WS-BANK-EXEC-SUM
               MOVE RTT-REJ-COUNT  TO WS-BANK-REJ-COUNT
               MOVE RTT-REJ-SUM    TO WS-BANK-REJ-SUM
               GO TO 3100-ONE-RETURN-END
           END-IF.
           IF RET-TYPE NOT = 'R'
               GO TO 3100-ONE-RETURN-END
           END-IF.

           ADD 1 TO WS-RET-COUNT.
           ADD RET-AMOUNT TO WS-RET-SUM.
           PERFORM 3200-MATCH-ORDER-START THRU 3200-MATCH-ORDER-END.
           IF WS-OR-NOT-FOUND
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE RET-AMOUNT TO WS-CENTS
               DIVIDE 100 INTO WS-CENTS
               MOVE WS-CENTS TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "RETOUR SANS ORDRE  " DELIMITED BY SIZE,
                   RET-ID DELIMITED BY SIZE,
                   " " DELIMITED BY SIZE,
                   WS-EDIT-AMOUNT DELIMITED BY SIZE,
                   " MOTIF " DELIMITED BY SIZE,
                   RET-REASON DELIMITED BY SIZE
               INTO WS-RPT-LINE
               MOVE WS-RPT-LINE TO RETEXCP-REC
               WRITE RETEXCP-REC
               GO TO 3100-ONE-RETURN-END
           END-IF.

           MOVE 'Y' TO WS-OR-RETURNED(WS-OR-FOUND-IDX).
           ADD 1 TO WS-MATCH-COUNT.
           ADD RET-AMOUNT TO WS-MATCH-SUM.
           IF WS-FL-COUNT >= 3000
               DISPLAY "PAYFAIL.dat PLEIN - ARRET."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-FL-COUNT.
           ADD 1 TO WS-NEW-FAIL-COUNT.
           SET WS-FL-IDX TO WS-FL-COUNT.
           MOVE RET-ID        TO WS-FL-ID(WS-FL-IDX).
           MOVE WS-ORDER-DATE TO WS-FL-ORDER-DATE(WS-FL-IDX).
           MOVE WS-OR-KIND(WS-OR-FOUND-IDX) TO WS-FL-KIND(WS-FL-IDX).
           MOVE RET-AMOUNT    TO WS-FL-AMOUNT(WS-FL-IDX).
           MOVE WS-OR-IBAN(WS-OR-FOUND-IDX)
               TO WS-FL-OLD-IBAN(WS-FL-IDX).
           MOVE RET-REASON    TO WS-FL-REASON(WS-FL-IDX).
           MOVE 'F'           TO WS-FL-STATUS(WS-FL-IDX).
           MOVE 0             TO WS-FL-REISSUE-DATE(WS-FL-IDX).
       3100-ONE-RETURN-END.
           EXIT.

      * the first order of the employee for that amount not yet
      * returned
       3200-MATCH-ORDER-START.
           SET WS-OR-NOT-FOUND TO TRUE.
           PERFORM 3210-ONE-ORDER-START THRU 3210-ONE-ORDER-END
               VARYING WS-OR-IDX FROM 1 BY 1
               UNTIL WS-OR-IDX > WS-OR-COUNT OR WS-OR-FOUND.
       3200-MATCH-ORDER-END.
           EXIT.

       3210-ONE-ORDER-START.
           IF WS-OR-ID(WS-OR-IDX) = RET-ID
           AND WS-OR-AMOUNT(WS-OR-IDX) = RET-AMOUNT
           AND WS-OR-RETURNED(WS-OR-IDX) = 'N'
               SET WS-OR-FOUND TO TRUE
               SET WS-OR-FOUND-IDX TO WS-OR-IDX
           END-IF.
       3210-ONE-ORDER-END.
           EXIT.

      ******************************************************************
      * CONTROLS: THE PAYBANK TRAILER AGAINST WHAT WAS SENT, AND THE
      * BANK'S EXECUTED PLUS REJECTED AGAINST THE PAYBANK TRAILER
      ******************************************************************
       3500-CONTROLS-START.
           MOVE SPACES TO RETEXCP-REC.
           WRITE RETEXCP-REC.
           MOVE "CONTROLES" TO RETEXCP-REC.
           WRITE RETEXCP-REC.
           IF NOT WS-RTT-SEEN
               MOVE "  FICHIER RETOUR SANS ENREGISTREMENT FIN (T)."
                   TO RETEXCP-REC
               WRITE RETEXCP-REC
               SET WS-CONTROL-KO TO TRUE
               GO TO 3500-CONTROLS-END
           END-IF.

           MOVE "  ORDRES EMIS (PAYBANK)  " TO WS-RPT-LINE.
           MOVE WS-TRL-COUNT TO WS-CHECK-COUNT.
           MOVE WS-TRL-SUM   TO WS-CHECK-SUM.
           PERFORM 3600-CONTROL-LINE-START THRU 3600-CONTROL-LINE-END.
           IF WS-TRL-COUNT NOT = WS-OR-COUNT
           OR WS-TRL-SUM NOT = WS-OR-SUM
               SET WS-CONTROL-KO TO TRUE
               MOVE "  ** TRAILER PAYBANK <> DETAIL DES ORDRES"
                   TO RETEXCP-REC
               WRITE RETEXCP-REC
           END-IF.

           MOVE "  EXECUTES (BANQUE)      " TO WS-RPT-LINE.
           MOVE WS-BANK-EXEC-COUNT TO WS-CHECK-COUNT.
           MOVE WS-BANK-EXEC-SUM   TO WS-CHECK-SUM.
           PERFORM 3600-CONTROL-LINE-START THRU 3600-CONTROL-LINE-END.
           MOVE "  REJETES (BANQUE)       " TO WS-RPT-LINE.
           MOVE WS-BANK-REJ-COUNT TO WS-CHECK-COUNT.
           MOVE WS-BANK-REJ-SUM   TO WS-CHECK-SUM.
           PERFORM 3600-CONTROL-LINE-START THRU 3600-CONTROL-LINE-END.
           MOVE "  RETOURS RECUS          " TO WS-RPT-LINE.
           MOVE WS-RET-COUNT TO WS-CHECK-COUNT.
           MOVE WS-RET-SUM   TO WS-CHECK-SUM.
           PERFORM 3600-CONTROL-LINE-START THRU 3600-CONTROL-LINE-END.

           COMPUTE WS-CHECK-COUNT =
               WS-BANK-EXEC-COUNT + WS-BANK-REJ-COUNT.
           COMPUTE WS-CHECK-SUM = WS-BANK-EXEC-SUM + WS-BANK-REJ-SUM.
           IF WS-CHECK-COUNT NOT = WS-TRL-COUNT
           OR WS-CHECK-SUM NOT = WS-TRL-SUM
               SET WS-CONTROL-KO TO TRUE
               MOVE "  ** EXECUTES + REJETES <> TRAILER PAYBANK"
                   TO RETEXCP-REC
               WRITE RETEXCP-REC
           END-IF.
           IF WS-BANK-REJ-COUNT NOT = WS-RET-COUNT
           OR WS-BANK-REJ-SUM NOT = WS-RET-SUM
               SET WS-CONTROL-KO TO TRUE
               MOVE "  ** REJETES ANNONCES <> RETOURS RECUS"
                   TO RETEXCP-REC
               WRITE RETEXCP-REC
           END-IF.
           IF WS-CONTROL-OK
               MOVE "  CONTROLES BANQUE CONCORDANTS." TO RETEXCP-REC
               WRITE RETEXCP-REC
           END-IF.
       3500-CONTROLS-END.
           EXIT.

      * label in WS-RPT-LINE, then count and amount
       3600-CONTROL-LINE-START.
           MOVE WS-CHECK-COUNT TO WS-EDIT-COUNT.
           MOVE WS-CHECK-SUM TO WS-CENTS.
           DIVIDE 100 INTO WS-CENTS.
           MOVE WS-CENTS TO WS-EDIT-SUM.
           MOVE WS-EDIT-COUNT TO WS-RPT-LINE(26:8).
           MOVE WS-EDIT-SUM   TO WS-RPT-LINE(36:12).
           MOVE WS-RPT-LINE TO RETEXCP-REC.
           WRITE RETEXCP-REC.
       3600-CONTROL-LINE-END.
           EXIT.

      ******************************************************************
      * RE-ISSUE: A FAILED PAYMENT GOES OUT AGAIN ONCE BANKREF.dat
      * CARRIES NEW DETAILS FOR THE EMPLOYEE; THE OTHERS ARE STILL
      * NOT PAID
      ******************************************************************
       4000-REISSUE-START.
           OPEN OUTPUT F-REISSUE.
           MOVE WS-RIS-STATUS TO WS-ERR-STATUS.
           MOVE "PAYREISS.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE SPACES     TO REISSUE-REC.
           MOVE 'H'        TO RIS-TYPE.
           MOVE ZEROS      TO RIS-ID.
           MOVE WS-CD-DATE TO RIS-IBAN(1:8).
           MOVE ZEROS      TO RIS-AMOUNT.
           WRITE REISSUE-REC.

           MOVE SPACES TO RETEXCP-REC.
           WRITE RETEXCP-REC.
           MOVE "PAIEMENTS EN ECHEC" TO RETEXCP-REC.
           WRITE RETEXCP-REC.
           PERFORM 4100-ONE-FAIL-START THRU 4100-ONE-FAIL-END
               VARYING WS-FL-IDX FROM 1 BY 1
               UNTIL WS-FL-IDX > WS-FL-COUNT.

           MOVE SPACES         TO REISSUE-REC.
           MOVE 'T'            TO RIS-TYPE.
           MOVE WS-REISSUE-COUNT TO RIS-ID.
           MOVE WS-REISSUE-SUM TO RIS-AMOUNT.
           WRITE REISSUE-REC.
           CLOSE F-REISSUE.
       4000-REISSUE-END.
           EXIT.

       4100-ONE-FAIL-START.
           IF WS-FL-STATUS(WS-FL-IDX) NOT = 'F'
               GO TO 4100-ONE-FAIL-END
           END-IF.
           MOVE WS-FL-ID(WS-FL-IDX) TO WS-BK-WANT-ID.
           PERFORM 4200-FIND-BANK-START THRU 4200-FIND-BANK-END.
           IF WS-BK-FOUND
           AND WS-BK-IBAN-GOT NOT = WS-FL-OLD-IBAN(WS-FL-IDX)
               MOVE SPACES TO REISSUE-REC
               MOVE 'C'                     TO RIS-TYPE
               MOVE WS-FL-ID(WS-FL-IDX)     TO RIS-ID
               MOVE WS-BK-IBAN-GOT          TO RIS-IBAN
               MOVE WS-FL-AMOUNT(WS-FL-IDX) TO RIS-AMOUNT
               MOVE WS-FL-KIND(WS-FL-IDX)   TO RIS-KIND
               WRITE REISSUE-REC
               ADD 1 TO WS-REISSUE-COUNT
               ADD WS-FL-AMOUNT(WS-FL-IDX) TO WS-REISSUE-SUM
               MOVE 'R'        TO WS-FL-STATUS(WS-FL-IDX)
               MOVE WS-CD-DATE TO WS-FL-REISSUE-DATE(WS-FL-IDX)
               GO TO 4100-ONE-FAIL-END
           END-IF.

      * still not paid: on the exceptions report
           ADD 1 TO WS-UNPAID-COUNT.
           PERFORM 4300-FIND-NAME-START THRU 4300-FIND-NAME-END.
           PERFORM 4400-REASON-LABEL-START THRU 4400-REASON-LABEL-END.
           MOVE WS-FL-AMOUNT(WS-FL-IDX) TO WS-CENTS.
           DIVIDE 100 INTO WS-CENTS.
           MOVE WS-CENTS TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-FL-ID(WS-FL-IDX) DELIMITED BY SIZE,
               " " DELIMITED BY SIZE,
               WS-NOM-GOT DELIMITED BY SIZE,
               " " DELIMITED BY SIZE,
               WS-FL-ORDER-DATE(WS-FL-IDX) DELIMITED BY SIZE,
               WS-EDIT-AMOUNT DELIMITED BY SIZE,
               " " DELIMITED BY SIZE,
               WS-REASON-LABEL DELIMITED BY SIZE
           INTO WS-RPT-LINE.
           IF WS-BK-NOT-FOUND
               MOVE "SANS RIB" TO WS-RPT-LINE(73:8)
           ELSE
               MOVE "A CORRIG" TO WS-RPT-LINE(73:8)
           END-IF.
           MOVE WS-RPT-LINE TO RETEXCP-REC.
           WRITE RETEXCP-REC.
       4100-ONE-FAIL-END.
           EXIT.

       4200-FIND-BANK-START.
           SET WS-BK-NOT-FOUND TO TRUE.
           MOVE SPACES TO WS-BK-IBAN-GOT.
           PERFORM 4210-ONE-BANK-START THRU 4210-ONE-BANK-END
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT.
       4200-FIND-BANK-END.
           EXIT.

       4210-ONE-BANK-START.
           IF WS-BK-ID(WS-BK-IDX) = WS-BK-WANT-ID
               SET WS-BK-FOUND TO TRUE
               MOVE WS-BK-IBAN(WS-BK-IDX) TO WS-BK-IBAN-GOT
           END-IF.
       4210-ONE-BANK-END.
           EXIT.

       4300-FIND-NAME-START.
           IF WS-FL-KIND(WS-FL-IDX) = "NDF"
               MOVE "NOTE DE FRAIS" TO WS-NOM-GOT
               GO TO 4300-FIND-NAME-END
           END-IF.
           MOVE SPACES TO WS-NOM-GOT.
           PERFORM 4310-ONE-NAME-START THRU 4310-ONE-NAME-END
               VARYING WS-NM-IDX FROM 1 BY 1
               UNTIL WS-NM-IDX > WS-NM-COUNT.
       4300-FIND-NAME-END.
           EXIT.

       4310-ONE-NAME-START.
           IF WS-NM-ID(WS-NM-IDX) = WS-FL-ID(WS-FL-IDX)
               MOVE WS-NM-NOM(WS-NM-IDX) TO WS-NOM-GOT
           END-IF.
       4310-ONE-NAME-END.
           EXIT.

      * the usual bank reason codes in words
       4400-REASON-LABEL-START.
           EVALUATE WS-FL-REASON(WS-FL-IDX)
               WHEN "AC01" MOVE "IBAN ERRONE"        TO WS-REASON-LABEL
               WHEN "AC04" MOVE "COMPTE CLOS"        TO WS-REASON-LABEL
               WHEN "AC06" MOVE "COMPTE BLOQUE"      TO WS-REASON-LABEL
               WHEN "AG01" MOVE "OPERATION INTERDITE"
                                                    TO WS-REASON-LABEL
               WHEN "MD07" MOVE "TITULAIRE DECEDE"   TO WS-REASON-LABEL
               WHEN "RC01" MOVE "BIC ERRONE"         TO WS-REASON-LABEL
               WHEN OTHER
                   MOVE SPACES TO WS-REASON-LABEL
                   STRING "MOTIF " DELIMITED BY SIZE,
                       WS-FL-REASON(WS-FL-IDX) DELIMITED BY SIZE
                   INTO WS-REASON-LABEL
           END-EVALUATE.
       4400-REASON-LABEL-END.
           EXIT.

      ******************************************************************
      * WRITE PAYFAIL.dat BACK WITH THE NEW REJECTIONS AND RE-ISSUES
      ******************************************************************
       5000-SAVE-FAILS-START.
           IF WS-FL-COUNT = 0
               GO TO 5000-SAVE-FAILS-END
           END-IF.
           OPEN OUTPUT F-PAYFAIL.
           MOVE WS-PF-STATUS TO WS-ERR-STATUS.
           MOVE "PAYFAIL.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 5100-WRITE-FAIL-START THRU 5100-WRITE-FAIL-END
               VARYING WS-FL-IDX FROM 1 BY 1
               UNTIL WS-FL-IDX > WS-FL-COUNT.
           CLOSE F-PAYFAIL.
       5000-SAVE-FAILS-END.
           EXIT.

       5100-WRITE-FAIL-START.
           MOVE SPACES TO FAIL-REC.
           MOVE WS-FL-ID(WS-FL-IDX)           TO FL-ID.
           MOVE WS-FL-ORDER-DATE(WS-FL-IDX)   TO FL-ORDER-DATE.
           MOVE WS-FL-KIND(WS-FL-IDX)         TO FL-KIND.
           MOVE WS-FL-AMOUNT(WS-FL-IDX)       TO FL-AMOUNT.
           MOVE WS-FL-OLD-IBAN(WS-FL-IDX)     TO FL-OLD-IBAN.
           MOVE WS-FL-REASON(WS-FL-IDX)       TO FL-REASON.
           MOVE WS-FL-STATUS(WS-FL-IDX)       TO FL-STATUS.
           MOVE WS-FL-REISSUE-DATE(WS-FL-IDX) TO FL-REISSUE-DATE.
           WRITE FAIL-REC.
       5100-WRITE-FAIL-END.
           EXIT.
      ******************************************************************

      ******************************************************************
      * STANDARD FILE-STATUS CHECK - ANY STATUS OTHER THAN SUCCESS OR
      * END OF FILE STOPS THE RUN WITH A NONZERO RETURN CODE
      ******************************************************************
       9800-CHECK-STATUS-START.
           IF WS-ERR-STATUS NOT = '00' AND WS-ERR-STATUS NOT = '10'
               PERFORM 9900-FILE-ERROR-START
                  THRU 9900-FILE-ERROR-END
           END-IF.
       9800-CHECK-STATUS-END.
           EXIT.

       9900-FILE-ERROR-START.
           DISPLAY "*** ERREUR FICHIER: " WS-ERR-FILE
               " OPERATION: " WS-ERR-OP
               " STATUT: " WS-ERR-STATUS " ***".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9900-FILE-ERROR-END.
           EXIT.
