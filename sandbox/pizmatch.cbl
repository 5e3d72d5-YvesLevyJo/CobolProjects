      *****************************************************************
      * Program name:    pizmatch
      * Original author: Yves
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 Yves    Created: three-way match of the purchase
      *                  order lines (PIZPOLIN.dat), the posted goods
      *                  receipts (PIZMVTP.dat, type R with the PO
      *                  number) and the supplier invoices
      *                  (PIZFACT.dat).  Invoices whose every line
      *                  agrees are approved for payment
      *                  (PIZAPPR.txt, once only - the decision is
      *                  kept in PIZFACST.dat); lines not on the
      *                  order, price differences, over-billing and
      *                  short deliveries go to a disputes report per
      *                  supplier (PIZLITIG.txt), followed by the
      *                  orders still open after their lead time.
      * 15/10/26 Yves    Archive movement record widened to 61 bytes
      *                  (receipt lot and best-before date).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  pizmatch.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLINE-FILE ASSIGN TO "PIZPOLIN.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-POL-STAT.

           SELECT MOVT-ARCHIVE ASSIGN TO "PIZMVTP.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARC-STAT.

           SELECT FACT-FILE ASSIGN TO "PIZFACT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FAC-STAT.

           SELECT FACT-STATUS ASSIGN TO "PIZFACST.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FST-STAT.

           SELECT APPROVED-FILE ASSIGN TO "PIZAPPR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-APP-STAT.

           SELECT DISPUTE-FILE ASSIGN TO "PIZLITIG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LIT-STAT.

           SELECT FACT-WORK ASSIGN TO "PIZFACT.srt".

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

       FD  MOVT-ARCHIVE
           RECORD CONTAINS 61 CHARACTERS.
       01  ARCHIVE-RECORD.
           05 ARC-TYPE         PIC X(01).
              88 ARC-RECEIPT       VALUE 'R'.
           05 ARC-INGREDIENT   PIC X(14).
           05 ARC-QTY          PIC 9(06)V9(02).
           05 ARC-DATE         PIC 9(08).
           05 ARC-PO-NUM       PIC X(12).
           05 ARC-LOT          PIC X(10).
           05 ARC-BEST-BEFORE  PIC 9(08).

       FD  FACT-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  FACT-RECORD         PIC X(70).

      * one line per invoice already decided - A approved for payment
       FD  FACT-STATUS
           RECORD CONTAINS 36 CHARACTERS.
       01  FACT-STATUS-RECORD.
           05 FST-SUPPL        PIC X(14).
           05 FST-NUM          PIC X(12).
           05 FST-STATUS       PIC X(01).
           05 FST-DATE         PIC 9(08).
           05 FILLER           PIC X(01).

       FD  APPROVED-FILE.
       01  APPROVED-LINE       PIC X(80).

       FD  DISPUTE-FILE.
       01  DISPUTE-LINE        PIC X(100).

       SD  FACT-WORK.
       01  SRT-RECORD.
           05 SRT-NUM          PIC X(12).
           05 SRT-SUPPL        PIC X(14).
           05 SRT-PO-NUM       PIC X(12).
           05 SRT-DATE         PIC 9(08).
           05 SRT-INGREDIENT   PIC X(14).
           05 SRT-PACKS        PIC 9(05).
           05 SRT-PACK-PRICE   PIC 9(03)V9(02).

       WORKING-STORAGE SECTION.
       01  WS-POL-STAT         PIC X(02).
           88 WS-POL-EOF           VALUE '10'.
       01  WS-ARC-STAT         PIC X(02).
           88 WS-ARC-EOF           VALUE '10'.
       01  WS-FAC-STAT         PIC X(02).
       01  WS-FST-STAT         PIC X(02).
           88 WS-FST-EOF           VALUE '10'.
       01  WS-APP-STAT         PIC X(02).
       01  WS-LIT-STAT         PIC X(02).
       01  WS-SRT-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-SRT-EOF           VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05 WS-CD-DATE       PIC 9(08).
           05 FILLER           PIC X(13).
       01  WS-TODAY-INT        PIC 9(07) VALUE 0.
       01  WS-DUE-INT          PIC 9(07) VALUE 0.
       01  WS-DUE-DATE         PIC 9(08) VALUE 0.

      * the purchase order lines with what was received and invoiced
       01  WS-POL-TABLE.
           05 WS-POL-ENTRY OCCURS 200 TIMES INDEXED BY WS-POL-IDX.
              10 WS-POL-PO     PIC X(12).
              10 WS-POL-SUPPL  PIC X(14).
              10 WS-POL-INGR   PIC X(14).
              10 WS-POL-PACKS  PIC 9(05).
              10 WS-POL-SIZE   PIC 9(04)V9(02).
              10 WS-POL-PRICE  PIC 9(03)V9(02).
              10 WS-POL-DATE   PIC 9(08).
              10 WS-POL-LEAD   PIC 9(03).
              10 WS-POL-RECVD  PIC 9(07)V9(02).
              10 WS-POL-BILLED PIC 9(05).
       01  WS-POL-COUNT        PIC 9(03) VALUE 0.
       01  WS-POL-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-POL-FOUND         VALUE 'Y'.
           88 WS-POL-NOT-FOUND     VALUE 'N'.
       01  WS-POL-FOUND-IDX    PIC 9(03) VALUE 0.
       01  WS-WANTED-PO        PIC X(12).
       01  WS-WANTED-INGR      PIC X(14).

      * the invoice decisions, old ones reloaded and new ones added
       01  WS-FST-TABLE.
           05 WS-FST-ENTRY OCCURS 500 TIMES INDEXED BY WS-FST-IDX.
              10 WS-FST-SUPPL  PIC X(14).
              10 WS-FST-NUM    PIC X(12).
              10 WS-FST-STATUS PIC X(01).
              10 WS-FST-DATE   PIC 9(08).
       01  WS-FST-COUNT        PIC 9(03) VALUE 0.
       01  WS-FST-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-FST-FOUND         VALUE 'Y'.

      * the invoice in progress
       01  WS-INV-SUPPL        PIC X(14) VALUE SPACES.
       01  WS-INV-NUM          PIC X(12) VALUE SPACES.
       01  WS-INV-PO-NUM       PIC X(12) VALUE SPACES.
       01  WS-INV-DATE         PIC 9(08) VALUE 0.
       01  WS-INV-TOTAL        PIC 9(07)V9(02) VALUE 0.
       01  WS-INV-ISSUES       PIC 9(03) VALUE 0.
       01  WS-INV-DONE-SW      PIC X(01) VALUE 'N'.
           88 WS-INV-ALREADY-PAID  VALUE 'Y'.
       01  WS-LIT-SUPPL        PIC X(14) VALUE SPACES.
       01  WS-INV-HEAD-SW      PIC X(01) VALUE 'N'.
           88 WS-INV-HEAD-DONE     VALUE 'Y'.

       01  WS-LINE-RECVD       PIC 9(07)V9(02) VALUE 0.
       01  WS-LINE-BILLED-QTY  PIC 9(07)V9(02) VALUE 0.
       01  WS-ORDERED-QTY      PIC 9(07)V9(02) VALUE 0.
       01  WS-REASON           PIC X(22).
       01  WS-DETAIL           PIC X(40).

       01  WS-APPROVED-COUNT   PIC 9(03) VALUE 0.
       01  WS-APPROVED-TOTAL   PIC 9(08)V9(02) VALUE 0.
       01  WS-DISPUTE-COUNT    PIC 9(03) VALUE 0.
       01  WS-LATE-COUNT       PIC 9(03) VALUE 0.
       01  WS-UNMATCHED-COUNT  PIC 9(05) VALUE 0.

       01  WS-QTY-ED           PIC Z(06)9.9(02).
       01  WS-QTY-ED2          PIC Z(06)9.9(02).
       01  WS-PRICE-ED         PIC ZZ9.9(02).
       01  WS-PRICE-ED2        PIC ZZ9.9(02).
       01  WS-PACKS-ED         PIC ZZZZ9.
       01  WS-PACKS-ED2        PIC ZZZZ9.
       01  WS-AMOUNT-ED        PIC Z(07)9.9(02).

      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CD-DATE).

           PERFORM 1000-LOAD-POLINES-START
              THRU 1000-LOAD-POLINES-END.
           PERFORM 1100-LOAD-RECEIPTS-START
              THRU 1100-LOAD-RECEIPTS-END.
           PERFORM 1200-LOAD-DECISIONS-START
              THRU 1200-LOAD-DECISIONS-END.

           OPEN OUTPUT APPROVED-FILE.
           MOVE WS-APP-STAT TO WS-ERR-STATUS.
           MOVE "PIZAPPR.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           OPEN OUTPUT DISPUTE-FILE.
           MOVE WS-LIT-STAT TO WS-ERR-STATUS.
           MOVE "PIZLITIG.txt" TO WS-ERR-FILE.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           MOVE SPACES TO APPROVED-LINE.
           STRING "FACTURES APPROUVEES POUR PAIEMENT AU " WS-CD-DATE
               DELIMITED BY SIZE INTO APPROVED-LINE.
           WRITE APPROVED-LINE.
           MOVE SPACES TO DISPUTE-LINE.
           STRING "LITIGES FOURNISSEURS AU " WS-CD-DATE
               DELIMITED BY SIZE INTO DISPUTE-LINE.
           WRITE DISPUTE-LINE.

           PERFORM 2000-MATCH-INVOICES-START
              THRU 2000-MATCH-INVOICES-END.
           PERFORM 4000-LATE-ORDERS-START THRU 4000-LATE-ORDERS-END.
           PERFORM 5000-SAVE-DECISIONS-START
              THRU 5000-SAVE-DECISIONS-END.

           MOVE WS-APPROVED-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO APPROVED-LINE.
           WRITE APPROVED-LINE.
           MOVE SPACES TO APPROVED-LINE.
           STRING "TOTAL : " WS-APPROVED-COUNT " FACTURE(S), "
               WS-AMOUNT-ED
               DELIMITED BY SIZE INTO APPROVED-LINE.
           WRITE APPROVED-LINE.
           CLOSE APPROVED-FILE DISPUTE-FILE.

           DISPLAY "FACTURES APPROUVEES  : " WS-APPROVED-COUNT.
           DISPLAY "FACTURES EN LITIGE   : " WS-DISPUTE-COUNT.
           DISPLAY "COMMANDES EN RETARD  : " WS-LATE-COUNT.
           IF WS-UNMATCHED-COUNT > 0
               DISPLAY "RECEPTIONS SANS COMMANDE : " WS-UNMATCHED-COUNT
           END-IF.
           IF WS-DISPUTE-COUNT > 0 OR WS-LATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      *****************************************************************
      * LOAD THE PURCHASE ORDER LINES
      *****************************************************************
       1000-LOAD-POLINES-START.
           OPEN INPUT POLINE-FILE.
           IF WS-POL-STAT = '35'
               DISPLAY "PIZPOLIN.dat ABSENT - AUCUNE COMMANDE."
               GO TO 1000-LOAD-POLINES-END
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
                   MOVE POL-PACK-SIZE  TO WS-POL-SIZE(WS-POL-IDX)
                   MOVE POL-PACK-PRICE TO WS-POL-PRICE(WS-POL-IDX)
                   MOVE POL-ORDER-DATE TO WS-POL-DATE(WS-POL-IDX)
                   MOVE POL-LEAD-DAYS  TO WS-POL-LEAD(WS-POL-IDX)
                   MOVE 0 TO WS-POL-RECVD(WS-POL-IDX)
                   MOVE 0 TO WS-POL-BILLED(WS-POL-IDX)
           END-READ.
       1010-READ-POLINE-END.
           EXIT.

      *****************************************************************
      * POSTED RECEIPTS AGAINST EACH ORDER LINE - RECEIPTS NOT YET
      * POSTED BY PIZPOST DO NOT COUNT
      *****************************************************************
       1100-LOAD-RECEIPTS-START.
           OPEN INPUT MOVT-ARCHIVE.
           IF WS-ARC-STAT = '35'
               GO TO 1100-LOAD-RECEIPTS-END
           END-IF.
           MOVE WS-ARC-STAT TO WS-ERR-STATUS.
           MOVE "PIZMVTP.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1110-READ-RECEIPT-START THRU 1110-READ-RECEIPT-END
               UNTIL WS-ARC-EOF.
           CLOSE MOVT-ARCHIVE.
       1100-LOAD-RECEIPTS-END.
           EXIT.

       1110-READ-RECEIPT-START.
           READ MOVT-ARCHIVE
               AT END SET WS-ARC-EOF TO TRUE
               NOT AT END
                   IF ARC-RECEIPT AND ARC-PO-NUM NOT = SPACES
                       MOVE ARC-PO-NUM     TO WS-WANTED-PO
                       MOVE ARC-INGREDIENT TO WS-WANTED-INGR
                       PERFORM 3000-FIND-POLINE-START
                          THRU 3000-FIND-POLINE-END
                       IF WS-POL-FOUND
                           SET WS-POL-IDX TO WS-POL-FOUND-IDX
                           ADD ARC-QTY TO WS-POL-RECVD(WS-POL-IDX)
                       ELSE
                           ADD 1 TO WS-UNMATCHED-COUNT
                       END-IF
                   END-IF
           END-READ.
       1110-READ-RECEIPT-END.
           EXIT.

      *****************************************************************
      * THE DECISIONS OF EARLIER RUNS - AN INVOICE IS APPROVED ONCE
      *****************************************************************
       1200-LOAD-DECISIONS-START.
           OPEN INPUT FACT-STATUS.
           IF WS-FST-STAT = '35'
               GO TO 1200-LOAD-DECISIONS-END
           END-IF.
           MOVE WS-FST-STAT TO WS-ERR-STATUS.
           MOVE "PIZFACST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1210-READ-DECISION-START
              THRU 1210-READ-DECISION-END
               UNTIL WS-FST-EOF.
           CLOSE FACT-STATUS.
       1200-LOAD-DECISIONS-END.
           EXIT.

       1210-READ-DECISION-START.
           READ FACT-STATUS
               AT END SET WS-FST-EOF TO TRUE
               NOT AT END
                   IF WS-FST-COUNT >= 500
                       DISPLAY "TABLE DES FACTURES PLEINE (500)"
                           " - ARRET"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-FST-COUNT
                   SET WS-FST-IDX TO WS-FST-COUNT
                   MOVE FST-SUPPL  TO WS-FST-SUPPL(WS-FST-IDX)
                   MOVE FST-NUM    TO WS-FST-NUM(WS-FST-IDX)
                   MOVE FST-STATUS TO WS-FST-STATUS(WS-FST-IDX)
                   MOVE FST-DATE   TO WS-FST-DATE(WS-FST-IDX)
           END-READ.
       1210-READ-DECISION-END.
           EXIT.

      *****************************************************************
      * INVOICE LINES BY SUPPLIER AND INVOICE NUMBER
      *****************************************************************
       2000-MATCH-INVOICES-START.
           OPEN INPUT FACT-FILE.
           IF WS-FAC-STAT = '35'
               DISPLAY "PIZFACT.dat ABSENT - AUCUNE FACTURE."
               GO TO 2000-MATCH-INVOICES-END
           END-IF.
           CLOSE FACT-FILE.
           SORT FACT-WORK
               ON ASCENDING KEY SRT-SUPPL SRT-NUM SRT-INGREDIENT
               USING FACT-FILE
               OUTPUT PROCEDURE 2100-MATCH-SORTED-START
                           THRU 2100-MATCH-SORTED-END.
       2000-MATCH-INVOICES-END.
           EXIT.

       2100-MATCH-SORTED-START.
           PERFORM 2110-RETURN-LINE-START THRU 2110-RETURN-LINE-END.
           PERFORM 2200-ONE-INVOICE-START THRU 2200-ONE-INVOICE-END
               UNTIL WS-SRT-EOF.
       2100-MATCH-SORTED-END.
           EXIT.

       2110-RETURN-LINE-START.
           RETURN FACT-WORK
               AT END SET WS-SRT-EOF TO TRUE
           END-RETURN.
       2110-RETURN-LINE-END.
           EXIT.

      * all lines of one invoice, then the decision
       2200-ONE-INVOICE-START.
           MOVE SRT-SUPPL  TO WS-INV-SUPPL.
           MOVE SRT-NUM    TO WS-INV-NUM.
           MOVE SRT-PO-NUM TO WS-INV-PO-NUM.
           MOVE SRT-DATE   TO WS-INV-DATE.
           MOVE 0 TO WS-INV-TOTAL WS-INV-ISSUES.
           MOVE 'N' TO WS-INV-HEAD-SW.
           PERFORM 2250-FIND-DECISION-START
              THRU 2250-FIND-DECISION-END.
           MOVE 'N' TO WS-INV-DONE-SW.
           IF WS-FST-FOUND
               IF WS-FST-STATUS(WS-FST-IDX) = 'A'
                   SET WS-INV-ALREADY-PAID TO TRUE
               END-IF
           END-IF.

           PERFORM 2300-ONE-LINE-START THRU 2300-ONE-LINE-END
               UNTIL WS-SRT-EOF
                  OR SRT-SUPPL NOT = WS-INV-SUPPL
                  OR SRT-NUM NOT = WS-INV-NUM.

           IF WS-INV-ALREADY-PAID
               GO TO 2200-ONE-INVOICE-END
           END-IF.
           IF WS-INV-ISSUES > 0
               ADD 1 TO WS-DISPUTE-COUNT
               GO TO 2200-ONE-INVOICE-END
           END-IF.

           ADD 1 TO WS-APPROVED-COUNT.
           ADD WS-INV-TOTAL TO WS-APPROVED-TOTAL.
           MOVE WS-INV-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO APPROVED-LINE.
           STRING WS-INV-SUPPL " " WS-INV-NUM " DU " WS-INV-DATE
               " PO " WS-INV-PO-NUM " " WS-AMOUNT-ED
               DELIMITED BY SIZE INTO APPROVED-LINE.
           WRITE APPROVED-LINE.
           IF NOT WS-FST-FOUND
               PERFORM 2260-ADD-DECISION-START
                  THRU 2260-ADD-DECISION-END
           END-IF.
           MOVE 'A' TO WS-FST-STATUS(WS-FST-IDX).
           MOVE WS-CD-DATE TO WS-FST-DATE(WS-FST-IDX).
       2200-ONE-INVOICE-END.
           EXIT.

       2250-FIND-DECISION-START.
           MOVE 'N' TO WS-FST-FOUND-SW.
           SET WS-FST-IDX TO 1.
           SEARCH WS-FST-ENTRY
               AT END MOVE 'N' TO WS-FST-FOUND-SW
               WHEN WS-FST-IDX > WS-FST-COUNT
                   MOVE 'N' TO WS-FST-FOUND-SW
               WHEN WS-FST-SUPPL(WS-FST-IDX) = WS-INV-SUPPL
                AND WS-FST-NUM(WS-FST-IDX) = WS-INV-NUM
                   SET WS-FST-FOUND TO TRUE
           END-SEARCH.
       2250-FIND-DECISION-END.
           EXIT.

       2260-ADD-DECISION-START.
           IF WS-FST-COUNT >= 500
               DISPLAY "TABLE DES FACTURES PLEINE (500) - ARRET"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-FST-COUNT.
           SET WS-FST-IDX TO WS-FST-COUNT.
           MOVE WS-INV-SUPPL TO WS-FST-SUPPL(WS-FST-IDX).
           MOVE WS-INV-NUM   TO WS-FST-NUM(WS-FST-IDX).
       2260-ADD-DECISION-END.
           EXIT.

      *****************************************************************
      * ONE INVOICE LINE AGAINST ITS ORDER LINE AND THE RECEIPTS.
      * LINES OF INVOICES ALREADY PAID STILL COUNT AS BILLED, SO A
      * SECOND INVOICE FOR THE SAME GOODS SHOWS AS OVER-BILLING
      *****************************************************************
       2300-ONE-LINE-START.
           COMPUTE WS-INV-TOTAL =
               WS-INV-TOTAL + SRT-PACKS * SRT-PACK-PRICE.
           MOVE SRT-PO-NUM     TO WS-WANTED-PO.
           MOVE SRT-INGREDIENT TO WS-WANTED-INGR.
           PERFORM 3000-FIND-POLINE-START THRU 3000-FIND-POLINE-END.
           IF WS-POL-NOT-FOUND
               MOVE "HORS COMMANDE" TO WS-REASON
               MOVE SPACES TO WS-DETAIL
               STRING "PO " SRT-PO-NUM
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 2400-DISPUTE-LINE-START
                  THRU 2400-DISPUTE-LINE-END
               GO TO 2300-NEXT
           END-IF.
           SET WS-POL-IDX TO WS-POL-FOUND-IDX.
           ADD SRT-PACKS TO WS-POL-BILLED(WS-POL-IDX).

           IF SRT-PACK-PRICE NOT = WS-POL-PRICE(WS-POL-IDX)
               MOVE "ECART DE PRIX" TO WS-REASON
               MOVE SRT-PACK-PRICE TO WS-PRICE-ED
               MOVE WS-POL-PRICE(WS-POL-IDX) TO WS-PRICE-ED2
               MOVE SPACES TO WS-DETAIL
               STRING "FACTURE " WS-PRICE-ED " COMMANDE "
                   WS-PRICE-ED2
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 2400-DISPUTE-LINE-START
                  THRU 2400-DISPUTE-LINE-END
           END-IF.

           IF WS-POL-BILLED(WS-POL-IDX) > WS-POL-PACKS(WS-POL-IDX)
               MOVE "SURFACTURATION" TO WS-REASON
               MOVE WS-POL-BILLED(WS-POL-IDX) TO WS-PACKS-ED
               MOVE WS-POL-PACKS(WS-POL-IDX) TO WS-PACKS-ED2
               MOVE SPACES TO WS-DETAIL
               STRING "LOTS FACTURES " WS-PACKS-ED " COMMANDES "
                   WS-PACKS-ED2
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 2400-DISPUTE-LINE-START
                  THRU 2400-DISPUTE-LINE-END
           END-IF.

           COMPUTE WS-LINE-BILLED-QTY =
               WS-POL-BILLED(WS-POL-IDX) * WS-POL-SIZE(WS-POL-IDX).
           IF WS-LINE-BILLED-QTY > WS-POL-RECVD(WS-POL-IDX)
               MOVE "LIVRAISON INCOMPLETE" TO WS-REASON
               MOVE WS-LINE-BILLED-QTY TO WS-QTY-ED
               MOVE WS-POL-RECVD(WS-POL-IDX) TO WS-QTY-ED2
               MOVE SPACES TO WS-DETAIL
               STRING "FACTURE " WS-QTY-ED " RECU " WS-QTY-ED2
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 2400-DISPUTE-LINE-START
                  THRU 2400-DISPUTE-LINE-END
           END-IF.
       2300-NEXT.
           PERFORM 2110-RETURN-LINE-START THRU 2110-RETURN-LINE-END.
       2300-ONE-LINE-END.
           EXIT.

      * a disputed line, under the supplier and invoice headings
       2400-DISPUTE-LINE-START.
           ADD 1 TO WS-INV-ISSUES.
           IF WS-INV-ALREADY-PAID
               GO TO 2400-DISPUTE-LINE-END
           END-IF.
           IF WS-INV-SUPPL NOT = WS-LIT-SUPPL
               MOVE WS-INV-SUPPL TO WS-LIT-SUPPL
               MOVE SPACES TO DISPUTE-LINE
               WRITE DISPUTE-LINE
               MOVE SPACES TO DISPUTE-LINE
               STRING "FOURNISSEUR " WS-INV-SUPPL
                   DELIMITED BY SIZE INTO DISPUTE-LINE
               WRITE DISPUTE-LINE
           END-IF.
           IF NOT WS-INV-HEAD-DONE
               SET WS-INV-HEAD-DONE TO TRUE
               MOVE SPACES TO DISPUTE-LINE
               STRING "  FACTURE " WS-INV-NUM " DU " WS-INV-DATE
                   " PO " WS-INV-PO-NUM
                   DELIMITED BY SIZE INTO DISPUTE-LINE
               WRITE DISPUTE-LINE
           END-IF.
           MOVE SPACES TO DISPUTE-LINE.
           STRING "    " SRT-INGREDIENT " " WS-REASON " " WS-DETAIL
               DELIMITED BY SIZE INTO DISPUTE-LINE.
           WRITE DISPUTE-LINE.
       2400-DISPUTE-LINE-END.
           EXIT.

      *****************************************************************
      * FIND THE ORDER LINE FOR A PO NUMBER AND INGREDIENT
      *****************************************************************
       3000-FIND-POLINE-START.
           SET WS-POL-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-POL-FOUND-IDX.
           PERFORM 3010-ONE-POLINE-START THRU 3010-ONE-POLINE-END
               VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT
                  OR WS-POL-FOUND.
       3000-FIND-POLINE-END.
           EXIT.

       3010-ONE-POLINE-START.
           IF WS-POL-PO(WS-POL-IDX) = WS-WANTED-PO
           AND WS-POL-INGR(WS-POL-IDX) = WS-WANTED-INGR
               SET WS-POL-FOUND TO TRUE
               MOVE WS-POL-IDX TO WS-POL-FOUND-IDX
           END-IF.
       3010-ONE-POLINE-END.
           EXIT.

      *****************************************************************
      * ORDERS STILL OPEN AFTER THEIR LEAD TIME
      *****************************************************************
       4000-LATE-ORDERS-START.
           MOVE SPACES TO DISPUTE-LINE.
           WRITE DISPUTE-LINE.
           MOVE SPACES TO DISPUTE-LINE.
           MOVE "COMMANDES EN RETARD (DELAI DE LIVRAISON DEPASSE)"
               TO DISPUTE-LINE.
           WRITE DISPUTE-LINE.
           PERFORM 4100-ONE-ORDER-START THRU 4100-ONE-ORDER-END
               VARYING WS-POL-IDX FROM 1 BY 1
               UNTIL WS-POL-IDX > WS-POL-COUNT.
           IF WS-LATE-COUNT = 0
               MOVE "  AUCUNE" TO DISPUTE-LINE
               WRITE DISPUTE-LINE
           END-IF.
       4000-LATE-ORDERS-END.
           EXIT.

       4100-ONE-ORDER-START.
           COMPUTE WS-ORDERED-QTY =
               WS-POL-PACKS(WS-POL-IDX) * WS-POL-SIZE(WS-POL-IDX).
           IF WS-POL-RECVD(WS-POL-IDX) >= WS-ORDERED-QTY
               GO TO 4100-ONE-ORDER-END
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-POL-DATE(WS-POL-IDX))
              NOT = 0
               GO TO 4100-ONE-ORDER-END
           END-IF.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-POL-DATE(WS-POL-IDX))
               + WS-POL-LEAD(WS-POL-IDX).
           IF WS-DUE-INT >= WS-TODAY-INT
               GO TO 4100-ONE-ORDER-END
           END-IF.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           ADD 1 TO WS-LATE-COUNT.
           MOVE WS-ORDERED-QTY TO WS-QTY-ED.
           MOVE WS-POL-RECVD(WS-POL-IDX) TO WS-QTY-ED2.
           MOVE SPACES TO DISPUTE-LINE.
           STRING "  " WS-POL-PO(WS-POL-IDX) " "
               WS-POL-SUPPL(WS-POL-IDX) " "
               WS-POL-INGR(WS-POL-IDX)
               " PREVU " WS-DUE-DATE
               " COMMANDE " WS-QTY-ED " RECU " WS-QTY-ED2
               DELIMITED BY SIZE INTO DISPUTE-LINE.
           WRITE DISPUTE-LINE.
       4100-ONE-ORDER-END.
           EXIT.

      *****************************************************************
      * KEEP THE DECISIONS FOR THE NEXT RUN
      *****************************************************************
       5000-SAVE-DECISIONS-START.
           OPEN OUTPUT FACT-STATUS.
           MOVE WS-FST-STAT TO WS-ERR-STATUS.
           MOVE "PIZFACST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 5100-ONE-DECISION-START THRU 5100-ONE-DECISION-END
               VARYING WS-FST-IDX FROM 1 BY 1
               UNTIL WS-FST-IDX > WS-FST-COUNT.
           CLOSE FACT-STATUS.
       5000-SAVE-DECISIONS-END.
           EXIT.

       5100-ONE-DECISION-START.
           MOVE SPACES TO FACT-STATUS-RECORD.
           MOVE WS-FST-SUPPL(WS-FST-IDX)  TO FST-SUPPL.
           MOVE WS-FST-NUM(WS-FST-IDX)    TO FST-NUM.
           MOVE WS-FST-STATUS(WS-FST-IDX) TO FST-STATUS.
           MOVE WS-FST-DATE(WS-FST-IDX)   TO FST-DATE.
           WRITE FACT-STATUS-RECORD.
           MOVE WS-FST-STAT TO WS-ERR-STATUS.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       5100-ONE-DECISION-END.
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
