      *****************************************************************
      * Program name:    pizcost
      * Original author: Yves
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 Yves    Created: recipe costing run - every RECIPE.dat
      *                  ingredient valued at the pack price of its
      *                  PIZSUPPL.dat supplier, the food cost per
      *                  pizza set against the PIZPRICE.dat selling
      *                  price at list and after the bulk discount,
      *                  and the ingredients whose unit cost changed
      *                  since the last run listed with their effect
      *                  on the margin.  The unit costs of this run
      *                  are kept in PIZCOST.dat for the next one.
      *                  Report in PIZCOST.txt.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  pizcost.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-INFILE ASSIGN TO "PIZPRICE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRC-STAT.

           SELECT SUPPL-FILE ASSIGN TO "PIZSUPPL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SUP-STAT.

           SELECT RECIPE-INFILE ASSIGN TO "RECIPE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RCP-STAT.

           SELECT COST-FILE ASSIGN TO "PIZCOST.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CST-STAT.

           SELECT REPORT-FILE ASSIGN TO "PIZCOST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STAT.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-INFILE
           RECORD CONTAINS 16 CHARACTERS.
       01  PRICE-RECORD.
           05 PRC-UNIT-PRICE   PIC 9(03)V9(02).
           05 PRC-BULK-LIMIT   PIC 9(03).
           05 PRC-BULK-DISC    PIC 9(02)V9(02).
           05 PRC-VAT-RATE     PIC 9(02)V9(02).

       FD  SUPPL-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  SUPPL-RECORD.
           05 SUP-INGREDIENT   PIC X(14).
           05 SUP-NAME         PIC X(14).
           05 SUP-PACK-SIZE    PIC 9(04)V9(02).
           05 SUP-PRICE        PIC 9(03)V9(02).
           05 SUP-LEAD-DAYS    PIC 9(03).

       FD  RECIPE-INFILE
           RECORD CONTAINS 30 CHARACTERS.
       01  RECIPE-RECORD.
           05 RCP-INGREDIENT   PIC X(14).
           05 RCP-QTY-PER-PIZ  PIC 9(03)V9(02).
           05 RCP-UNIT         PIC X(05).
           05 RCP-PACK-SIZE    PIC 9(04)V9(02).

      * the unit cost of each ingredient at the last costing run
       FD  COST-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  COST-RECORD.
           05 CST-INGREDIENT   PIC X(14).
           05 CST-UNIT-COST    PIC 9(04)V9(04).
           05 CST-DATE         PIC 9(08).

       FD  REPORT-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  REPORT-RECORD       PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-PRC-STAT         PIC X(02).
           88 WS-PRC-EOF           VALUE '10'.
       01  WS-SUP-STAT         PIC X(02).
           88 WS-SUP-EOF           VALUE '10'.
       01  WS-RCP-STAT         PIC X(02).
           88 WS-RCP-EOF           VALUE '10'.
       01  WS-CST-STAT         PIC X(02).
           88 WS-CST-EOF           VALUE '10'.
       01  WS-RPT-STAT         PIC X(02).

       01  WS-CURRENT-DATE.
           05 WS-CD-DATE       PIC 9(08).
           05 FILLER           PIC X(13).

      * selling price parameters
       01  WS-UNIT-PRICE       PIC 9(03)V9(02) VALUE 0.
       01  WS-BULK-LIMIT       PIC 9(03) VALUE 0.
       01  WS-BULK-DISC        PIC 9(02)V9(02) VALUE 0.
       01  WS-PRICE-LOADED-SW  PIC X(01) VALUE 'N'.
           88 WS-PRICE-LOADED      VALUE 'Y'.
       01  WS-DISC-PRICE       PIC 9(03)V9(04) VALUE 0.

      * the supplier reference, loaded once from PIZSUPPL.dat
       01  WS-SUPPL-TABLE.
           05 WS-SUP-ENTRY OCCURS 50 TIMES INDEXED BY WS-SUP-IDX.
              10 WS-SUP-INGR   PIC X(14).
              10 WS-SUP-NAME   PIC X(14).
              10 WS-SUP-PACK   PIC 9(04)V9(02).
              10 WS-SUP-PRICE  PIC 9(03)V9(02).
       01  WS-SUP-COUNT        PIC 9(02) VALUE 0.
       01  WS-SUP-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-SUP-FOUND         VALUE 'Y'.
           88 WS-SUP-NOT-FOUND     VALUE 'N'.
       01  WS-SUP-FOUND-IDX    PIC 9(02) VALUE 0.

      * unit costs of the previous run, and of this run per recipe
      * line
       01  WS-OLD-TABLE.
           05 WS-OLD-ENTRY OCCURS 50 TIMES INDEXED BY WS-OLD-IDX.
              10 WS-OLD-INGR   PIC X(14).
              10 WS-OLD-COST   PIC 9(04)V9(04).
       01  WS-OLD-COUNT        PIC 9(02) VALUE 0.
       01  WS-OLD-DATE         PIC 9(08) VALUE 0.
       01  WS-OLD-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-OLD-FOUND         VALUE 'Y'.
           88 WS-OLD-NOT-FOUND     VALUE 'N'.
       01  WS-OLD-COST-WK      PIC 9(04)V9(04) VALUE 0.
       01  WS-OLD-WANTED       PIC X(14) VALUE SPACES.

       01  WS-NEW-TABLE.
           05 WS-NEW-ENTRY OCCURS 50 TIMES INDEXED BY WS-NEW-IDX.
              10 WS-NEW-INGR   PIC X(14).
              10 WS-NEW-COST   PIC 9(04)V9(04).
              10 WS-NEW-QTY    PIC 9(03)V9(02).
              10 WS-NEW-PRICED PIC X(01).
       01  WS-NEW-COUNT        PIC 9(02) VALUE 0.
       01  WS-I                PIC 9(02) VALUE 0.

       01  WS-UNIT-COST        PIC 9(04)V9(04) VALUE 0.
       01  WS-LINE-COST        PIC 9(05)V9(04) VALUE 0.
       01  WS-FOOD-COST        PIC 9(05)V9(04) VALUE 0.
       01  WS-OLD-FOOD-COST    PIC 9(05)V9(04) VALUE 0.
       01  WS-MARGIN-LIST      PIC S9(05)V9(04) VALUE 0.
       01  WS-MARGIN-DISC      PIC S9(05)V9(04) VALUE 0.
       01  WS-OLD-MARGIN-DISC  PIC S9(05)V9(04) VALUE 0.
       01  WS-MARGIN-PCT       PIC S9(03)V9(02) VALUE 0.
       01  WS-EFFECT           PIC S9(05)V9(04) VALUE 0.
       01  WS-UNPRICED-COUNT   PIC 9(02) VALUE 0.
       01  WS-CHANGED-COUNT    PIC 9(02) VALUE 0.

       01  WS-COST-LINE.
           05 CL-INGREDIENT    PIC X(14).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CL-QTY           PIC Z(02)9.9(02).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CL-UNIT          PIC X(05).
           05 FILLER           PIC X(08) VALUE " A PRIX ".
           05 CL-UNIT-COST     PIC Z(03)9.9(04).
           05 FILLER           PIC X(08) VALUE "  COUT  ".
           05 CL-LINE-COST     PIC Z(04)9.9(04).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CL-SUPPL         PIC X(14).

       01  WS-AMOUNT-LINE.
           05 AL-LABEL         PIC X(36).
           05 AL-AMOUNT        PIC -(05)9.9(04).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 AL-PCT           PIC -(03)9.9(02).
           05 AL-PCT-SIGN      PIC X(02).

       01  WS-CHANGE-LINE.
           05 CH-INGREDIENT    PIC X(14).
           05 FILLER           PIC X(06) VALUE "  DE  ".
           05 CH-OLD-COST      PIC Z(03)9.9(04).
           05 FILLER           PIC X(04) VALUE " A  ".
           05 CH-NEW-COST      PIC Z(03)9.9(04).
           05 FILLER           PIC X(18) VALUE "  EFFET MARGE    ".
           05 CH-EFFECT        PIC -(05)9.9(04).

      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM 1000-LOAD-PRICES-START THRU 1000-LOAD-PRICES-END.
           PERFORM 1100-LOAD-SUPPL-START THRU 1100-LOAD-SUPPL-END.
           PERFORM 1200-LOAD-LAST-RUN-START
              THRU 1200-LOAD-LAST-RUN-END.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RPT-STAT TO WS-ERR-STATUS.
           MOVE "PIZCOST.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE SPACES TO REPORT-RECORD.
           STRING "COUT MATIERE ET MARGE PAR PIZZA AU "
                   DELIMITED BY SIZE
               WS-CD-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM 2000-COST-RECIPE-START THRU 2000-COST-RECIPE-END.
           PERFORM 3000-MARGIN-START THRU 3000-MARGIN-END.
           PERFORM 4000-CHANGES-START THRU 4000-CHANGES-END.
           CLOSE REPORT-FILE.

           PERFORM 5000-SAVE-COSTS-START THRU 5000-SAVE-COSTS-END.

           MOVE WS-FOOD-COST TO CL-LINE-COST.
           DISPLAY "COUT MATIERE PAR PIZZA : " CL-LINE-COST.
           DISPLAY "PRIX SANS FOURNISSEUR  : " WS-UNPRICED-COUNT.
           IF WS-UNPRICED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      *****************************************************************
      * LOAD THE SELLING PRICE PARAMETERS - THE LAST RECORD COUNTS, AS
      * IN pizza.cbl
      *****************************************************************
       1000-LOAD-PRICES-START.
           OPEN INPUT PRICE-INFILE.
           MOVE WS-PRC-STAT TO WS-ERR-STATUS.
           MOVE "PIZPRICE.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1010-READ-PRICE-START THRU 1010-READ-PRICE-END
               UNTIL WS-PRC-EOF.
           CLOSE PRICE-INFILE.

           IF NOT WS-PRICE-LOADED
               DISPLAY "PIZPRICE.dat VIDE OU ABSENT - ARRET."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-DISC-PRICE ROUNDED =
               WS-UNIT-PRICE * (100 - WS-BULK-DISC) / 100.
       1000-LOAD-PRICES-END.
           EXIT.

       1010-READ-PRICE-START.
           READ PRICE-INFILE
               AT END SET WS-PRC-EOF TO TRUE
               NOT AT END
                   MOVE PRC-UNIT-PRICE TO WS-UNIT-PRICE
                   MOVE PRC-BULK-LIMIT TO WS-BULK-LIMIT
                   MOVE PRC-BULK-DISC  TO WS-BULK-DISC
                   SET WS-PRICE-LOADED TO TRUE
           END-READ.
       1010-READ-PRICE-END.
           EXIT.

      *****************************************************************
      * LOAD THE INGREDIENT-TO-SUPPLIER REFERENCE
      *****************************************************************
       1100-LOAD-SUPPL-START.
           OPEN INPUT SUPPL-FILE.
           MOVE WS-SUP-STAT TO WS-ERR-STATUS.
           MOVE "PIZSUPPL.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1110-READ-SUPPL-START THRU 1110-READ-SUPPL-END
               UNTIL WS-SUP-EOF.
           CLOSE SUPPL-FILE.
       1100-LOAD-SUPPL-END.
           EXIT.

       1110-READ-SUPPL-START.
           READ SUPPL-FILE
               AT END SET WS-SUP-EOF TO TRUE
               NOT AT END
                   IF WS-SUP-COUNT < 50
                       ADD 1 TO WS-SUP-COUNT
                       SET WS-SUP-IDX TO WS-SUP-COUNT
                       MOVE SUP-INGREDIENT TO WS-SUP-INGR(WS-SUP-IDX)
                       MOVE SUP-NAME       TO WS-SUP-NAME(WS-SUP-IDX)
                       MOVE SUP-PACK-SIZE  TO WS-SUP-PACK(WS-SUP-IDX)
                       MOVE SUP-PRICE      TO WS-SUP-PRICE(WS-SUP-IDX)
                   END-IF
           END-READ.
       1110-READ-SUPPL-END.
           EXIT.

      *****************************************************************
      * THE UNIT COSTS OF THE LAST RUN - NONE ON THE FIRST RUN
      *****************************************************************
       1200-LOAD-LAST-RUN-START.
           OPEN INPUT COST-FILE.
           IF WS-CST-STAT = '35'
               DISPLAY "PIZCOST.dat ABSENT - PREMIER CHIFFRAGE."
               GO TO 1200-LOAD-LAST-RUN-END
           END-IF.
           MOVE WS-CST-STAT TO WS-ERR-STATUS.
           MOVE "PIZCOST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1210-READ-COST-START THRU 1210-READ-COST-END
               UNTIL WS-CST-EOF.
           CLOSE COST-FILE.
       1200-LOAD-LAST-RUN-END.
           EXIT.

       1210-READ-COST-START.
           READ COST-FILE
               AT END SET WS-CST-EOF TO TRUE
               NOT AT END
                   IF WS-OLD-COUNT < 50
                       ADD 1 TO WS-OLD-COUNT
                       SET WS-OLD-IDX TO WS-OLD-COUNT
                       MOVE CST-INGREDIENT TO WS-OLD-INGR(WS-OLD-IDX)
                       MOVE CST-UNIT-COST  TO WS-OLD-COST(WS-OLD-IDX)
                       MOVE CST-DATE       TO WS-OLD-DATE
                   END-IF
           END-READ.
       1210-READ-COST-END.
           EXIT.

      *****************************************************************
      * VALUE EVERY RECIPE LINE AT THE SUPPLIER PACK PRICE
      *****************************************************************
       2000-COST-RECIPE-START.
           OPEN INPUT RECIPE-INFILE.
           MOVE WS-RCP-STAT TO WS-ERR-STATUS.
           MOVE "RECIPE.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE "INGREDIENT     QTE/PIZZA         PRIX UNITAIRE"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM 2100-ONE-INGREDIENT-START
              THRU 2100-ONE-INGREDIENT-END
              UNTIL WS-RCP-EOF.
           CLOSE RECIPE-INFILE.
       2000-COST-RECIPE-END.
           EXIT.

       2100-ONE-INGREDIENT-START.
           READ RECIPE-INFILE
               AT END
                   SET WS-RCP-EOF TO TRUE
                   GO TO 2100-ONE-INGREDIENT-END
           END-READ.

           PERFORM 2200-FIND-SUPPL-START THRU 2200-FIND-SUPPL-END.
           MOVE SPACES TO CL-SUPPL.
           IF WS-SUP-FOUND
               SET WS-SUP-IDX TO WS-SUP-FOUND-IDX
               MOVE WS-SUP-NAME(WS-SUP-IDX) TO CL-SUPPL
               IF WS-SUP-PACK(WS-SUP-IDX) > 0
                   COMPUTE WS-UNIT-COST ROUNDED =
                       WS-SUP-PRICE(WS-SUP-IDX)
                       / WS-SUP-PACK(WS-SUP-IDX)
               ELSE
                   MOVE WS-SUP-PRICE(WS-SUP-IDX) TO WS-UNIT-COST
               END-IF
           ELSE
               MOVE 0 TO WS-UNIT-COST
               MOVE "*SANS PRIX*" TO CL-SUPPL
               ADD 1 TO WS-UNPRICED-COUNT
           END-IF.
           COMPUTE WS-LINE-COST ROUNDED =
               RCP-QTY-PER-PIZ * WS-UNIT-COST.
           ADD WS-LINE-COST TO WS-FOOD-COST.

           IF WS-NEW-COUNT < 50
               ADD 1 TO WS-NEW-COUNT
               SET WS-NEW-IDX TO WS-NEW-COUNT
               MOVE RCP-INGREDIENT  TO WS-NEW-INGR(WS-NEW-IDX)
               MOVE WS-UNIT-COST    TO WS-NEW-COST(WS-NEW-IDX)
               MOVE RCP-QTY-PER-PIZ TO WS-NEW-QTY(WS-NEW-IDX)
               MOVE 'Y' TO WS-NEW-PRICED(WS-NEW-IDX)
               IF WS-SUP-NOT-FOUND
                   MOVE 'N' TO WS-NEW-PRICED(WS-NEW-IDX)
               END-IF
           END-IF.

      * the food cost the previous unit costs would have given, for
      * the margin comparison
           MOVE RCP-INGREDIENT TO WS-OLD-WANTED.
           PERFORM 2300-FIND-OLD-START THRU 2300-FIND-OLD-END.
           IF WS-OLD-FOUND
               COMPUTE WS-OLD-FOOD-COST ROUNDED = WS-OLD-FOOD-COST
                   + RCP-QTY-PER-PIZ * WS-OLD-COST-WK
           ELSE
               ADD WS-LINE-COST TO WS-OLD-FOOD-COST
           END-IF.

           MOVE RCP-INGREDIENT  TO CL-INGREDIENT.
           MOVE RCP-QTY-PER-PIZ TO CL-QTY.
           MOVE RCP-UNIT        TO CL-UNIT.
           MOVE WS-UNIT-COST    TO CL-UNIT-COST.
           MOVE WS-LINE-COST    TO CL-LINE-COST.
           MOVE WS-COST-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       2100-ONE-INGREDIENT-END.
           EXIT.

       2200-FIND-SUPPL-START.
           SET WS-SUP-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-SUP-FOUND-IDX.
           PERFORM 2210-ONE-SUPPL-START THRU 2210-ONE-SUPPL-END
               VARYING WS-SUP-IDX FROM 1 BY 1
               UNTIL WS-SUP-IDX > WS-SUP-COUNT.
       2200-FIND-SUPPL-END.
           EXIT.

       2210-ONE-SUPPL-START.
           IF WS-SUP-INGR(WS-SUP-IDX) EQUAL RCP-INGREDIENT
               SET WS-SUP-FOUND TO TRUE
               MOVE WS-SUP-IDX TO WS-SUP-FOUND-IDX
           END-IF.
       2210-ONE-SUPPL-END.
           EXIT.

       2300-FIND-OLD-START.
           SET WS-OLD-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-OLD-COST-WK.
           PERFORM 2310-ONE-OLD-START THRU 2310-ONE-OLD-END
               VARYING WS-OLD-IDX FROM 1 BY 1
               UNTIL WS-OLD-IDX > WS-OLD-COUNT.
       2300-FIND-OLD-END.
           EXIT.

       2310-ONE-OLD-START.
           IF WS-OLD-INGR(WS-OLD-IDX) EQUAL WS-OLD-WANTED
               SET WS-OLD-FOUND TO TRUE
               MOVE WS-OLD-COST(WS-OLD-IDX) TO WS-OLD-COST-WK
           END-IF.
       2310-ONE-OLD-END.
           EXIT.

      *****************************************************************
      * FOOD COST AND GROSS MARGIN PER PIZZA, AT LIST PRICE AND AFTER
      * THE BULK DISCOUNT
      *****************************************************************
       3000-MARGIN-START.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO WS-AMOUNT-LINE.
           MOVE "COUT MATIERE PAR PIZZA" TO AL-LABEL.
           MOVE WS-FOOD-COST TO AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO WS-AMOUNT-LINE.
           MOVE "PRIX DE VENTE HT" TO AL-LABEL.
           MOVE WS-UNIT-PRICE TO AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           COMPUTE WS-MARGIN-LIST = WS-UNIT-PRICE - WS-FOOD-COST.
           MOVE SPACES TO WS-AMOUNT-LINE.
           MOVE "MARGE BRUTE AU PRIX DE VENTE" TO AL-LABEL.
           MOVE WS-MARGIN-LIST TO AL-AMOUNT.
           IF WS-UNIT-PRICE > 0
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN-LIST * 100 / WS-UNIT-PRICE
               MOVE WS-MARGIN-PCT TO AL-PCT
               MOVE " %" TO AL-PCT-SIGN
           END-IF.
           MOVE WS-AMOUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO WS-AMOUNT-LINE.
           STRING "PRIX APRES REMISE (" DELIMITED BY SIZE
               WS-BULK-LIMIT DELIMITED BY SIZE
               " ET PLUS)" DELIMITED BY SIZE
               INTO WS-AMOUNT-LINE.
           MOVE WS-DISC-PRICE TO AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           COMPUTE WS-MARGIN-DISC = WS-DISC-PRICE - WS-FOOD-COST.
           MOVE SPACES TO WS-AMOUNT-LINE.
           MOVE "MARGE BRUTE APRES REMISE" TO AL-LABEL.
           MOVE WS-MARGIN-DISC TO AL-AMOUNT.
           IF WS-DISC-PRICE > 0
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN-DISC * 100 / WS-DISC-PRICE
               MOVE WS-MARGIN-PCT TO AL-PCT
               MOVE " %" TO AL-PCT-SIGN
           END-IF.
           MOVE WS-AMOUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       3000-MARGIN-END.
           EXIT.

      *****************************************************************
      * INGREDIENTS WHOSE UNIT COST MOVED SINCE THE LAST RUN, WITH
      * THEIR EFFECT ON THE MARGIN PER PIZZA
      *****************************************************************
       4000-CHANGES-START.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-OLD-COUNT = 0
               MOVE "PAS DE CHIFFRAGE PRECEDENT - AUCUNE COMPARAISON."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 4000-CHANGES-END
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "VARIATIONS DEPUIS LE CHIFFRAGE DU "
                   DELIMITED BY SIZE
               WS-OLD-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM 4100-ONE-CHANGE-START THRU 4100-ONE-CHANGE-END
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NEW-COUNT.
           IF WS-CHANGED-COUNT = 0
               MOVE "AUCUN PRIX D'INGREDIENT N'A CHANGE."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           COMPUTE WS-OLD-MARGIN-DISC =
               WS-DISC-PRICE - WS-OLD-FOOD-COST.
           MOVE SPACES TO WS-AMOUNT-LINE.
           MOVE "MARGE APRES REMISE PRECEDENTE" TO AL-LABEL.
           MOVE WS-OLD-MARGIN-DISC TO AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO WS-AMOUNT-LINE.
           MOVE "VARIATION DE LA MARGE" TO AL-LABEL.
           COMPUTE WS-EFFECT = WS-MARGIN-DISC - WS-OLD-MARGIN-DISC.
           MOVE WS-EFFECT TO AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       4000-CHANGES-END.
           EXIT.

      * an ingredient new since the last run counts as no change
       4100-ONE-CHANGE-START.
           SET WS-NEW-IDX TO WS-I.
           MOVE WS-NEW-INGR(WS-NEW-IDX) TO WS-OLD-WANTED.
           PERFORM 2300-FIND-OLD-START THRU 2300-FIND-OLD-END.
           IF WS-OLD-NOT-FOUND
           OR WS-OLD-COST-WK = WS-NEW-COST(WS-NEW-IDX)
               GO TO 4100-ONE-CHANGE-END
           END-IF.
           COMPUTE WS-EFFECT ROUNDED = WS-NEW-QTY(WS-NEW-IDX)
               * (WS-OLD-COST-WK - WS-NEW-COST(WS-NEW-IDX)).
           MOVE WS-NEW-INGR(WS-NEW-IDX) TO CH-INGREDIENT.
           MOVE WS-OLD-COST-WK          TO CH-OLD-COST.
           MOVE WS-NEW-COST(WS-NEW-IDX) TO CH-NEW-COST.
           MOVE WS-EFFECT               TO CH-EFFECT.
           MOVE WS-CHANGE-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO WS-CHANGED-COUNT.
       4100-ONE-CHANGE-END.
           EXIT.

      *****************************************************************
      * KEEP THIS RUN'S UNIT COSTS FOR THE NEXT COMPARISON - AN
      * INGREDIENT WITH NO SUPPLIER IS NOT SAVED
      *****************************************************************
       5000-SAVE-COSTS-START.
           OPEN OUTPUT COST-FILE.
           MOVE WS-CST-STAT TO WS-ERR-STATUS.
           MOVE "PIZCOST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 5100-SAVE-ONE-START THRU 5100-SAVE-ONE-END
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NEW-COUNT.
           CLOSE COST-FILE.
       5000-SAVE-COSTS-END.
           EXIT.

       5100-SAVE-ONE-START.
           SET WS-NEW-IDX TO WS-I.
           IF WS-NEW-PRICED(WS-NEW-IDX) = 'Y'
               MOVE WS-NEW-INGR(WS-NEW-IDX) TO CST-INGREDIENT
               MOVE WS-NEW-COST(WS-NEW-IDX) TO CST-UNIT-COST
               MOVE WS-CD-DATE              TO CST-DATE
               WRITE COST-RECORD
           END-IF.
       5100-SAVE-ONE-END.
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
