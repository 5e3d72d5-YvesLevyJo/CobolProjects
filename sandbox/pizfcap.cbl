      *****************************************************************
      * Program name:    pizfcap
      * Original author: Yves
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 Yves    Created: supplier invoice capture - each
      *                  invoice is keyed against the purchase order
      *                  it bills (PIZPOLIN.dat), the supplier is
      *                  taken from the order, every invoiced
      *                  ingredient must be on that order, and an
      *                  invoice number already captured for the
      *                  supplier is refused.  The lines (packs and
      *                  price per pack) are appended to PIZFACT.dat
      *                  for the pizmatch.cbl three-way match.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  pizfcap.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLINE-FILE ASSIGN TO "PIZPOLIN.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-POL-STAT.

           SELECT FACT-FILE ASSIGN TO "PIZFACT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FAC-STAT.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  POLINE-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  POLINE-RECORD.
           05 POL-PO-NUM       PIC X(12).
           05 POL-SUPPL        PIC X(14).
           05 POL-INGREDIENT   PIC X(14).
           05 POL-PACKS        PIC 9(05).
           05 POL-PACK-SIZE    PIC 9(04)V9(02).
           05 POL-PACK-PRICE   PIC 9(03)V9(02).
           05 POL-ORDER-DATE   PIC 9(08).
           05 POL-LEAD-DAYS    PIC 9(03).

      * one line per invoiced ingredient
       FD  FACT-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  FACT-RECORD.
           05 FAC-NUM          PIC X(12).
           05 FAC-SUPPL        PIC X(14).
           05 FAC-PO-NUM       PIC X(12).
           05 FAC-DATE         PIC 9(08).
           05 FAC-INGREDIENT   PIC X(14).
           05 FAC-PACKS        PIC 9(05).
           05 FAC-PACK-PRICE   PIC 9(03)V9(02).

       WORKING-STORAGE SECTION.
       01  WS-POL-STAT         PIC X(02).
           88 WS-POL-EOF           VALUE '10'.
       01  WS-FAC-STAT         PIC X(02).
           88 WS-FAC-EOF           VALUE '10'.

       01  WS-CURRENT-DATE.
           05 WS-CD-DATE       PIC 9(08).
           05 FILLER           PIC X(13).

      * the purchase order lines, loaded once
       01  WS-POL-TABLE.
           05 WS-POL-ENTRY OCCURS 200 TIMES INDEXED BY WS-POL-IDX.
              10 WS-POL-PO     PIC X(12).
              10 WS-POL-SUPPL  PIC X(14).
              10 WS-POL-INGR   PIC X(14).
              10 WS-POL-PACKS  PIC 9(05).
              10 WS-POL-PRICE  PIC 9(03)V9(02).
       01  WS-POL-COUNT        PIC 9(03) VALUE 0.
       01  WS-POL-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-POL-FOUND         VALUE 'Y'.
           88 WS-POL-NOT-FOUND     VALUE 'N'.
       01  WS-POL-FOUND-IDX    PIC 9(03) VALUE 0.

      * the invoices already captured, supplier and number
       01  WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 500 TIMES INDEXED BY WS-DONE-IDX.
              10 WS-DONE-SUPPL PIC X(14).
              10 WS-DONE-NUM   PIC X(12).
       01  WS-DONE-COUNT       PIC 9(03) VALUE 0.
       01  WS-DUP-SW           PIC X(01) VALUE 'N'.
           88 WS-DUPLICATE         VALUE 'Y'.

       01  WS-FAC-NUM          PIC X(12).
       01  WS-FAC-PO-NUM       PIC X(12).
       01  WS-FAC-SUPPL        PIC X(14).
       01  WS-FAC-DATE         PIC 9(08).
       01  WS-FAC-INGREDIENT   PIC X(14).
       01  WS-ANSWER           PIC X(12).
       01  WS-PACKS-WK         PIC 9(05) VALUE 0.
       01  WS-PRICE-WK         PIC 9(03)V9(02) VALUE 0.
       01  WS-LINE-COUNT       PIC 9(03) VALUE 0.
       01  WS-INVOICE-COUNT    PIC 9(03) VALUE 0.
       01  WS-INVOICE-TOTAL    PIC 9(07)V9(02) VALUE 0.
       01  WS-TOTAL-ED         PIC Z(06)9.9(02).

       01  WS-END-SW           PIC X(01) VALUE 'N'.
           88 WS-END-CAPTURE       VALUE 'Y'.
       01  WS-LINES-END-SW     PIC X(01) VALUE 'N'.
           88 WS-END-LINES         VALUE 'Y'.

      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM 1000-LOAD-POLINES-START
              THRU 1000-LOAD-POLINES-END.
           PERFORM 1100-LOAD-DONE-START THRU 1100-LOAD-DONE-END.

           OPEN EXTEND FACT-FILE.
           IF WS-FAC-STAT = '35'
               OPEN OUTPUT FACT-FILE
           END-IF.
           MOVE WS-FAC-STAT TO WS-ERR-STATUS.
           MOVE "PIZFACT.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           PERFORM 2000-ONE-INVOICE-START THRU 2000-ONE-INVOICE-END
               UNTIL WS-END-CAPTURE.
           CLOSE FACT-FILE.

           DISPLAY "FACTURES SAISIES : " WS-INVOICE-COUNT.
       0000-MAIN-END.
           STOP RUN.

      *****************************************************************
      * LOAD THE PURCHASE ORDER LINES - NO ORDER, NOTHING TO INVOICE
      *****************************************************************
       1000-LOAD-POLINES-START.
           OPEN INPUT POLINE-FILE.
           IF WS-POL-STAT = '35'
               DISPLAY "PIZPOLIN.dat ABSENT - AUCUNE COMMANDE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-POL-STAT TO WS-ERR-STATUS.
           MOVE "PIZPOLIN.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1010-READ-POLINE-START THRU 1010-READ-POLINE-END
               UNTIL WS-POL-EOF.
           CLOSE POLINE-FILE.
       1000-LOAD-POLINES-END.
           EXIT.

       1010-READ-POLINE-START.
           READ POLINE-FILE
               AT END SET WS-POL-EOF TO TRUE
               NOT AT END
                   IF WS-POL-COUNT >= 200
                       DISPLAY "TABLE DES COMMANDES PLEINE (200)"
                           " - ARRET"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-POL-COUNT
                   SET WS-POL-IDX TO WS-POL-COUNT
                   MOVE POL-PO-NUM     TO WS-POL-PO(WS-POL-IDX)
                   MOVE POL-SUPPL      TO WS-POL-SUPPL(WS-POL-IDX)
                   MOVE POL-INGREDIENT TO WS-POL-INGR(WS-POL-IDX)
                   MOVE POL-PACKS      TO WS-POL-PACKS(WS-POL-IDX)
                   MOVE POL-PACK-PRICE TO WS-POL-PRICE(WS-POL-IDX)
           END-READ.
       1010-READ-POLINE-END.
           EXIT.

      *****************************************************************
      * THE INVOICE NUMBERS ALREADY ON FILE, FOR THE DUPLICATE CHECK
      *****************************************************************
       1100-LOAD-DONE-START.
           OPEN INPUT FACT-FILE.
           IF WS-FAC-STAT = '35'
               GO TO 1100-LOAD-DONE-END
           END-IF.
           MOVE WS-FAC-STAT TO WS-ERR-STATUS.
           MOVE "PIZFACT.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1110-READ-DONE-START THRU 1110-READ-DONE-END
               UNTIL WS-FAC-EOF.
           CLOSE FACT-FILE.
       1100-LOAD-DONE-END.
           EXIT.

       1110-READ-DONE-START.
           READ FACT-FILE
               AT END SET WS-FAC-EOF TO TRUE
               NOT AT END
                   MOVE FAC-SUPPL TO WS-FAC-SUPPL
                   MOVE FAC-NUM   TO WS-FAC-NUM
                   PERFORM 1200-CHECK-DUP-START
                      THRU 1200-CHECK-DUP-END
                   IF NOT WS-DUPLICATE
                       PERFORM 1300-NOTE-DONE-START
                          THRU 1300-NOTE-DONE-END
                   END-IF
           END-READ.
       1110-READ-DONE-END.
           EXIT.

       1200-CHECK-DUP-START.
           MOVE 'N' TO WS-DUP-SW.
           PERFORM 1210-ONE-DONE-START THRU 1210-ONE-DONE-END
               VARYING WS-DONE-IDX FROM 1 BY 1
               UNTIL WS-DONE-IDX > WS-DONE-COUNT.
       1200-CHECK-DUP-END.
           EXIT.

       1210-ONE-DONE-START.
           IF WS-DONE-SUPPL(WS-DONE-IDX) = WS-FAC-SUPPL
           AND WS-DONE-NUM(WS-DONE-IDX) = WS-FAC-NUM
               SET WS-DUPLICATE TO TRUE
           END-IF.
       1210-ONE-DONE-END.
           EXIT.

       1300-NOTE-DONE-START.
           IF WS-DONE-COUNT >= 500
               DISPLAY "TABLE DES FACTURES PLEINE (500) - ARRET"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-DONE-COUNT.
           SET WS-DONE-IDX TO WS-DONE-COUNT.
           MOVE WS-FAC-SUPPL TO WS-DONE-SUPPL(WS-DONE-IDX).
           MOVE WS-FAC-NUM   TO WS-DONE-NUM(WS-DONE-IDX).
       1300-NOTE-DONE-END.
           EXIT.

      *****************************************************************
      * ONE SUPPLIER INVOICE - HEADER THEN ITS LINES
      *****************************************************************
       2000-ONE-INVOICE-START.
           DISPLAY "Numero de facture fournisseur (blanc = fin) ?".
           MOVE SPACES TO WS-FAC-NUM.
           ACCEPT WS-FAC-NUM.
           IF WS-FAC-NUM = SPACES
               SET WS-END-CAPTURE TO TRUE
               GO TO 2000-ONE-INVOICE-END
           END-IF.

           DISPLAY "Numero de commande (PO) facturee ?".
           MOVE SPACES TO WS-FAC-PO-NUM.
           ACCEPT WS-FAC-PO-NUM.
           MOVE SPACES TO WS-FAC-INGREDIENT.
           PERFORM 3000-FIND-POLINE-START THRU 3000-FIND-POLINE-END.
           IF WS-POL-NOT-FOUND
               DISPLAY "Commande inconnue : " WS-FAC-PO-NUM
               GO TO 2000-ONE-INVOICE-END
           END-IF.
           SET WS-POL-IDX TO WS-POL-FOUND-IDX.
           MOVE WS-POL-SUPPL(WS-POL-IDX) TO WS-FAC-SUPPL.
           DISPLAY "Fournisseur : " WS-FAC-SUPPL.

           PERFORM 1200-CHECK-DUP-START THRU 1200-CHECK-DUP-END.
           IF WS-DUPLICATE
               DISPLAY "Facture " WS-FAC-NUM " deja saisie pour "
                   WS-FAC-SUPPL
               GO TO 2000-ONE-INVOICE-END
           END-IF.

           DISPLAY "Date de facture AAAAMMJJ (blanc = aujourd'hui) ?".
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = SPACES
               MOVE WS-CD-DATE TO WS-FAC-DATE
           ELSE
               IF WS-ANSWER(1:8) IS NOT NUMERIC
               OR WS-ANSWER(9:4) NOT = SPACES
                   DISPLAY "Date invalide."
                   GO TO 2000-ONE-INVOICE-END
               END-IF
               MOVE WS-ANSWER(1:8) TO WS-FAC-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FAC-DATE) NOT = 0
                   DISPLAY "Date invalide."
                   GO TO 2000-ONE-INVOICE-END
               END-IF
           END-IF.

           MOVE 0 TO WS-LINE-COUNT WS-INVOICE-TOTAL.
           MOVE 'N' TO WS-LINES-END-SW.
           PERFORM 2100-ONE-LINE-START THRU 2100-ONE-LINE-END
               UNTIL WS-END-LINES.

           IF WS-LINE-COUNT > 0
               PERFORM 1300-NOTE-DONE-START THRU 1300-NOTE-DONE-END
               ADD 1 TO WS-INVOICE-COUNT
               MOVE WS-INVOICE-TOTAL TO WS-TOTAL-ED
               DISPLAY "Facture " WS-FAC-NUM " enregistree, "
                   WS-LINE-COUNT " ligne(s), total " WS-TOTAL-ED
           ELSE
               DISPLAY "Facture sans ligne, non enregistree."
           END-IF.
       2000-ONE-INVOICE-END.
           EXIT.

      * one invoiced ingredient - it must be on the order
       2100-ONE-LINE-START.
           DISPLAY "Ingredient facture (blanc = fin de facture) ?".
           MOVE SPACES TO WS-FAC-INGREDIENT.
           ACCEPT WS-FAC-INGREDIENT.
           IF WS-FAC-INGREDIENT = SPACES
               SET WS-END-LINES TO TRUE
               GO TO 2100-ONE-LINE-END
           END-IF.
           PERFORM 3000-FIND-POLINE-START THRU 3000-FIND-POLINE-END.
           IF WS-POL-NOT-FOUND
               DISPLAY "Ingredient absent de la commande "
                   WS-FAC-PO-NUM
               GO TO 2100-ONE-LINE-END
           END-IF.

           DISPLAY "Nombre de lots factures ?".
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF FUNCTION TEST-NUMVAL(WS-ANSWER) NOT = 0
               DISPLAY "Nombre invalide."
               GO TO 2100-ONE-LINE-END
           END-IF.
           COMPUTE WS-PACKS-WK = FUNCTION NUMVAL(WS-ANSWER).

           DISPLAY "Prix facture par lot ?".
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF FUNCTION TEST-NUMVAL(WS-ANSWER) NOT = 0
               DISPLAY "Prix invalide."
               GO TO 2100-ONE-LINE-END
           END-IF.
           COMPUTE WS-PRICE-WK = FUNCTION NUMVAL(WS-ANSWER).

           MOVE WS-FAC-NUM        TO FAC-NUM.
           MOVE WS-FAC-SUPPL      TO FAC-SUPPL.
           MOVE WS-FAC-PO-NUM     TO FAC-PO-NUM.
           MOVE WS-FAC-DATE       TO FAC-DATE.
           MOVE WS-FAC-INGREDIENT TO FAC-INGREDIENT.
           MOVE WS-PACKS-WK       TO FAC-PACKS.
           MOVE WS-PRICE-WK       TO FAC-PACK-PRICE.
           WRITE FACT-RECORD.
           MOVE WS-FAC-STAT TO WS-ERR-STATUS.
           MOVE "PIZFACT.dat" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           ADD 1 TO WS-LINE-COUNT.
           COMPUTE WS-INVOICE-TOTAL =
               WS-INVOICE-TOTAL + WS-PACKS-WK * WS-PRICE-WK.
       2100-ONE-LINE-END.
           EXIT.

      *****************************************************************
      * FIND THE ORDER LINE - ANY LINE OF THE ORDER WHEN NO INGREDIENT
      * IS GIVEN
      *****************************************************************
       3000-FIND-POLINE-START.
           SET WS-POL-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-POL-FOUND-IDX.
           PERFORM 3010-ONE-POLINE-START THRU 3010-ONE-POLINE-END
               VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT.
       3000-FIND-POLINE-END.
           EXIT.

       3010-ONE-POLINE-START.
           IF WS-POL-PO(WS-POL-IDX) = WS-FAC-PO-NUM
           AND (WS-FAC-INGREDIENT = SPACES
                OR WS-POL-INGR(WS-POL-IDX) = WS-FAC-INGREDIENT)
               SET WS-POL-FOUND TO TRUE
               MOVE WS-POL-IDX TO WS-POL-FOUND-IDX
           END-IF.
       3010-ONE-POLINE-END.
           EXIT.

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
