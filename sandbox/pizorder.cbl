      *                  total, and the combined register goes to
      *                  PIZPOREG.txt.  Ingredients with no supplier
      *                  are flagged in the register.
      * 15/10/26 Yves    Every order now carries a purchase order
      *                  number (PO + date + sequence), printed on
      *                  the order and in the register, and each
      *                  order line is appended to PIZPOLIN.dat
      *                  (packs, pack size, pack price, order date,
      *                  lead time) so supplier invoices and receipts
      *                  can be matched against it by pizmatch.cbl.
      * 15/10/26 Yves    The orders can be based on the pizfcst.cbl
      *                  suggested quantities (PIZSUGG.dat) instead of
      *                  the PIZSHOP.txt shortfall: PREVISION on the
      *                  first line of PIZORDER.parm selects them.
      *                  The PO sequence now follows on from the orders
      *                  already in PIZPOLIN.dat for the day, so a
      *                  second run never reuses a PO number.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  pizorder.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REG-STAT.

           SELECT POLINE-FILE ASSIGN TO "PIZPOLIN.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-POL-STAT.

           SELECT SUGG-FILE ASSIGN TO "PIZSUGG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SUG-STAT.

           SELECT PARM-FILE ASSIGN TO "PIZORDER.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STAT.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 90 CHARACTERS.
       01  REGISTER-RECORD     PIC X(90).

      * one line per ordered ingredient, kept for the three-way match
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

      * the forecast suggestions written by pizfcst.cbl
       FD  SUGG-FILE
           RECORD CONTAINS 34 CHARACTERS.
       01  SUGG-RECORD.
           05 SUG-INGREDIENT   PIC X(14).
           05 SUG-QTY          PIC 9(07)V9(02).
           05 SUG-COVER-DAYS   PIC 9(03).
           05 SUG-DATE         PIC 9(08).

       FD  PARM-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PARM-REC            PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-SHP-STAT         PIC X(02).
           88 WS-SHP-EOF           VALUE '10'.
           88 WS-SUP-EOF           VALUE '10'.
       01  WS-ORD-STAT         PIC X(02).
       01  WS-REG-STAT         PIC X(02).
       01  WS-POL-STAT         PIC X(02).
           88 WS-POL-EOF           VALUE '10'.
       01  WS-SUG-STAT         PIC X(02).
           88 WS-SUG-EOF           VALUE '10'.
       01  WS-PARM-STAT        PIC X(02).

      * what the orders are based on: the shortfall of the shopping
      * list, or the forecast suggestions
       01  WS-SOURCE-SW        PIC X(01) VALUE 'M'.
           88 WS-FROM-SHORTFALL    VALUE 'M'.
           88 WS-FROM-FORECAST     VALUE 'P'.

       01  WS-CURRENT-DATE.
           05 WS-CD-DATE       PIC 9(08).
           05 FILLER           PIC X(13).

      * purchase order number: PO, order date, sequence in the run
       01  WS-PO-NUM.
           05 FILLER           PIC X(02) VALUE "PO".
           05 WS-PO-NUM-DATE   PIC 9(08).
           05 WS-PO-NUM-SEQ    PIC 9(02).
       01  WS-PO-NUM-LAST      PIC X(12).
       01  WS-PO-SEQ-BASE      PIC 9(02) VALUE 0.

       01  WS-ORDER-NAME       PIC X(30) VALUE SPACES.

              10 WS-NED-MISSING PIC 9(07)V9(02).
              10 WS-NED-PACKS   PIC 9(05).
              10 WS-NED-AMOUNT  PIC 9(07)V9(02).
              10 WS-NED-PACK    PIC 9(04)V9(02).
              10 WS-NED-PRICE   PIC 9(03)V9(02).
              10 WS-NED-LEAD    PIC 9(03).
       01  WS-NED-COUNT        PIC 9(02) VALUE 0.

      * the distinct suppliers with at least one order line
           88 WS-PO-FOUND          VALUE 'Y'.
           88 WS-PO-NOT-FOUND      VALUE 'N'.

       01  WS-NEED-INGR        PIC X(14).
       01  WS-MISSING-WK       PIC 9(07)V9(02) VALUE 0.
       01  WS-PACKS-WK         PIC 9(05) VALUE 0.
       01  WS-PACK-REST        PIC 9(07)V9(02) VALUE 0.
           05 REG-FILE         PIC X(30).
           05 FILLER           PIC X(09) VALUE " MONTANT ".
           05 REG-AMOUNT       PIC Z(07)9.9(02).
           05 FILLER           PIC X(04) VALUE " PO ".
           05 REG-PO-NUM       PIC X(12).

      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CD-DATE TO WS-PO-NUM-DATE.
           PERFORM 0100-LOAD-PARMS-START THRU 0100-LOAD-PARMS-END.
           PERFORM 0200-LAST-PO-SEQ-START THRU 0200-LAST-PO-SEQ-END.
           PERFORM 1000-LOAD-SUPPL-START THRU 1000-LOAD-SUPPL-END.
           IF WS-FROM-FORECAST
               PERFORM 2500-LOAD-SUGG-START THRU 2500-LOAD-SUGG-END
           ELSE
               PERFORM 2000-PARSE-SHOP-START THRU 2000-PARSE-SHOP-END
           END-IF.

           OPEN OUTPUT REGISTER-FILE.
           MOVE WS-REG-STAT TO WS-ERR-STATUS.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           IF WS-FROM-FORECAST
               MOVE "REGISTRE DES COMMANDES FOURNISSEURS (PREVISIONS)"
                   TO REGISTER-RECORD
           ELSE
               MOVE "REGISTRE DES COMMANDES FOURNISSEURS"
                   TO REGISTER-RECORD
           END-IF.
           WRITE REGISTER-RECORD.

           OPEN EXTEND POLINE-FILE.
           IF WS-POL-STAT = '35'
               OPEN OUTPUT POLINE-FILE
           END-IF.
           MOVE WS-POL-STAT TO WS-ERR-STATUS.
           MOVE "PIZPOLIN.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           PERFORM 3000-ONE-SUPPLIER-START
              THRU 3000-ONE-SUPPLIER-END
              VARYING WS-PO-SEQ FROM 1 BY 1
              UNTIL WS-PO-SEQ > WS-PO-COUNT.
           CLOSE POLINE-FILE.

           PERFORM 4000-LIST-ORPHANS-START
              THRU 4000-LIST-ORPHANS-END.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * ORDER BASIS - PREVISION ON THE PARAMETER FILE SELECTS THE
      * FORECAST SUGGESTIONS, THE SHORTFALL IS USED OTHERWISE
      ******************************************************************
       0100-LOAD-PARMS-START.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STAT NOT = '00'
               GO TO 0100-LOAD-PARMS-END
           END-IF.
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PARM-REC(1:9) = "PREVISION"
                       SET WS-FROM-FORECAST TO TRUE
                   END-IF
           END-READ.
           CLOSE PARM-FILE.
       0100-LOAD-PARMS-END.
           EXIT.

      ******************************************************************
      * HIGHEST PO SEQUENCE ALREADY ISSUED TODAY - NUMBERING CARRIES ON
      * FROM IT
      ******************************************************************
       0200-LAST-PO-SEQ-START.
           MOVE 0 TO WS-PO-SEQ-BASE.
           OPEN INPUT POLINE-FILE.
           IF WS-POL-STAT = '35'
               GO TO 0200-LAST-PO-SEQ-END
           END-IF.
           MOVE WS-POL-STAT TO WS-ERR-STATUS.
           MOVE "PIZPOLIN.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 0210-ONE-POLINE-START THRU 0210-ONE-POLINE-END
              UNTIL WS-POL-EOF.
           CLOSE POLINE-FILE.
       0200-LAST-PO-SEQ-END.
           EXIT.

       0210-ONE-POLINE-START.
           READ POLINE-FILE
               AT END SET WS-POL-EOF TO TRUE
               NOT AT END
                   MOVE POL-PO-NUM TO WS-PO-NUM-LAST
                   IF WS-PO-NUM-LAST(3:8) = WS-CD-DATE
                   AND WS-PO-NUM-LAST(11:2) IS NUMERIC
                   AND WS-PO-NUM-LAST(11:2) > WS-PO-SEQ-BASE
                       MOVE WS-PO-NUM-LAST(11:2) TO WS-PO-SEQ-BASE
                   END-IF
           END-READ.
       0210-ONE-POLINE-END.
           EXIT.

      *****************************************************************
      * LOAD THE INGREDIENT-TO-SUPPLIER REFERENCE
      *****************************************************************
               AT END SET WS-SHP-EOF TO TRUE
               NOT AT END
                   IF SHP-TAG = "  ACHETER"
                       MOVE SHP-INGREDIENT TO WS-NEED-INGR
                       COMPUTE WS-MISSING-WK =
                           FUNCTION NUMVAL(SHP-MISSING)
                       PERFORM 2200-ONE-SHORTFALL-START
                          THRU 2200-ONE-SHORTFALL-END
                   END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2300-FIND-SUPPL-START THRU 2300-FIND-SUPPL-END.

           ADD 1 TO WS-NED-COUNT.
           SET WS-NED-IDX TO WS-NED-COUNT.
           MOVE WS-NEED-INGR   TO WS-NED-INGR(WS-NED-IDX).
           MOVE WS-MISSING-WK  TO WS-NED-MISSING(WS-NED-IDX).

           IF WS-SUP-NOT-FOUND
           MOVE WS-SUP-NAME(WS-SUP-IDX)
               TO WS-NED-SUPPL(WS-NED-IDX).
           MOVE WS-PACKS-WK TO WS-NED-PACKS(WS-NED-IDX).
           MOVE WS-SUP-PACK(WS-SUP-IDX)  TO WS-NED-PACK(WS-NED-IDX).
           MOVE WS-SUP-PRICE(WS-SUP-IDX) TO WS-NED-PRICE(WS-NED-IDX).
           MOVE WS-SUP-LEAD(WS-SUP-IDX)  TO WS-NED-LEAD(WS-NED-IDX).
           COMPUTE WS-NED-AMOUNT(WS-NED-IDX) =
               WS-PACKS-WK * WS-SUP-PRICE(WS-SUP-IDX).

           EXIT.

       2310-ONE-SUPPL-START.
           IF WS-SUP-INGR(WS-SUP-IDX) EQUAL WS-NEED-INGR
               SET WS-SUP-FOUND TO TRUE
               MOVE WS-SUP-IDX TO WS-SUP-FOUND-IDX
           END-IF.
       2410-ONE-PO-END.
           EXIT.

      *****************************************************************
      * THE FORECAST SUGGESTIONS TAKE THE PLACE OF THE SHORTFALL - THE
      * SAME ROUNDING TO SUPPLIER PACKS APPLIES
      *****************************************************************
       2500-LOAD-SUGG-START.
           OPEN INPUT SUGG-FILE.
           IF WS-SUG-STAT = '35'
               DISPLAY "PIZSUGG.dat ABSENT - LANCER pizfcst."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-SUG-STAT TO WS-ERR-STATUS.
           MOVE "PIZSUGG.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 2510-ONE-SUGG-START THRU 2510-ONE-SUGG-END
              UNTIL WS-SUG-EOF.
           CLOSE SUGG-FILE.
       2500-LOAD-SUGG-END.
           EXIT.

       2510-ONE-SUGG-START.
           READ SUGG-FILE
               AT END SET WS-SUG-EOF TO TRUE
               NOT AT END
                   IF SUG-DATE NOT = WS-CD-DATE
                       DISPLAY "ATTENTION - SUGGESTION DU " SUG-DATE
                           " : " SUG-INGREDIENT
                   END-IF
                   IF SUG-QTY > 0
                       MOVE SUG-INGREDIENT TO WS-NEED-INGR
                       MOVE SUG-QTY        TO WS-MISSING-WK
                       PERFORM 2200-ONE-SHORTFALL-START
                          THRU 2200-ONE-SHORTFALL-END
                   END-IF
           END-READ.
       2510-ONE-SUGG-END.
           EXIT.

      *****************************************************************
      * ONE ORDER FILE PER SUPPLIER, WITH ITS LINES AND TOTAL
      *****************************************************************
           SET WS-PO-IDX TO WS-PO-SEQ.
           MOVE 0 TO WS-ORDER-TOTAL.
           MOVE 0 TO WS-LINE-COUNT.
           COMPUTE WS-PO-NUM-SEQ = WS-PO-SEQ-BASE + WS-PO-SEQ.

           MOVE SPACES TO WS-ORDER-NAME.
           STRING "PIZPO-R" DELIMITED BY SIZE
               WS-PO-SUPPL(WS-PO-IDX) DELIMITED BY SIZE
               INTO ORDER-RECORD.
           WRITE ORDER-RECORD.
           MOVE SPACES TO ORDER-RECORD.
           STRING "COMMANDE N. " DELIMITED BY SIZE
               WS-PO-NUM DELIMITED BY SIZE
               " DU " DELIMITED BY SIZE
               WS-CD-DATE DELIMITED BY SIZE
               INTO ORDER-RECORD.
           WRITE ORDER-RECORD.

           PERFORM 3100-ONE-ORDER-LINE-START
              THRU 3100-ONE-ORDER-LINE-END
           MOVE WS-PO-SUPPL(WS-PO-IDX) TO REG-SUPPL.
           MOVE WS-ORDER-NAME          TO REG-FILE.
           MOVE WS-ORDER-TOTAL         TO REG-AMOUNT.
           MOVE WS-PO-NUM              TO REG-PO-NUM.
           MOVE WS-REG-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
       3000-ONE-SUPPLIER-END.
               WRITE ORDER-RECORD
               ADD WS-NED-AMOUNT(WS-NED-IDX) TO WS-ORDER-TOTAL
               ADD 1 TO WS-LINE-COUNT
               PERFORM 3300-WRITE-POLINE-START
                  THRU 3300-WRITE-POLINE-END
           END-IF.
       3100-ONE-ORDER-LINE-END.
           EXIT.
       3210-ONE-LEAD-END.
           EXIT.

      * the order line as the matching run will see it
       3300-WRITE-POLINE-START.
           MOVE WS-PO-NUM                TO POL-PO-NUM.
           MOVE WS-PO-SUPPL(WS-PO-IDX)   TO POL-SUPPL.
           MOVE WS-NED-INGR(WS-NED-IDX)  TO POL-INGREDIENT.
           MOVE WS-NED-PACKS(WS-NED-IDX) TO POL-PACKS.
           MOVE WS-NED-PACK(WS-NED-IDX)  TO POL-PACK-SIZE.
           MOVE WS-NED-PRICE(WS-NED-IDX) TO POL-PACK-PRICE.
           MOVE WS-CD-DATE               TO POL-ORDER-DATE.
           MOVE WS-NED-LEAD(WS-NED-IDX)  TO POL-LEAD-DAYS.
           WRITE POLINE-RECORD.
           MOVE WS-POL-STAT TO WS-ERR-STATUS.
           MOVE "PIZPOLIN.dat" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       3300-WRITE-POLINE-END.
           EXIT.

      *****************************************************************
      * SHORTFALLS NO SUPPLIER COVERS, FLAGGED IN THE REGISTER
      *****************************************************************
