      *                  to the PIZMVTP.dat archive, and a stock-on-
      *                  hand report with reorder-point alerts from
      *                  PIZREORD.dat written to PIZSTKRPT.txt.
      * 15/10/26 Yves    A delivery receipt records the purchase order
      *                  number it was delivered against (movement
      *                  record widened to 43 bytes, blank for the
      *                  issues) so pizmatch.cbl can set the posted
      *                  receipts against the order and the invoice.
      * 15/10/26 Yves    Stock is tracked by lot: a receipt records its
      *                  lot and best-before date (movement record
      *                  widened to 61 bytes), the lots are kept in
      *                  PIZLOTS.dat and issues consume the oldest lot
      *                  first.  Expired lots can be written off ('W'
      *                  movements, valued by pizwaste.cbl) and the
      *                  lots expiring within PIZPEREM.parm days
      *                  (default 3) are listed in PIZPEREM.txt.
      *                  The PIZMVTP.dat archive is created when it
      *                  does not exist yet.
      * 15/10/26 Yves    A movement written before the lot was added
      *                  (31-byte record, no best-before date) posts
      *                  as a lot with no date, as 0 already means.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  pizpost.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STAT.

           SELECT LOT-FILE ASSIGN TO "PIZLOTS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOT-STAT.

           SELECT EXPIRY-FILE ASSIGN TO "PIZPEREM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXP-STAT.

           SELECT PARM-FILE ASSIGN TO "PIZPEREM.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STAT.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MOVT-FILE
           RECORD CONTAINS 61 CHARACTERS.
       01  MOVT-RECORD.
           05 MVT-TYPE         PIC X(01).
              88 MVT-RECEIPT       VALUE 'R'.
              88 MVT-ISSUE         VALUE 'I'.
              88 MVT-WRITE-OFF     VALUE 'W'.
           05 MVT-INGREDIENT   PIC X(14).
           05 MVT-QTY          PIC 9(06)V9(02).
           05 MVT-DATE         PIC 9(08).
           05 MVT-PO-NUM       PIC X(12).
           05 MVT-LOT          PIC X(10).
           05 MVT-BEST-BEFORE  PIC 9(08).

       FD  MOVT-ARCHIVE
           RECORD CONTAINS 61 CHARACTERS.
       01  MOVT-ARC-RECORD     PIC X(61).

       FD  STOCK-FILE
           RECORD CONTAINS 22 CHARACTERS.
           RECORD CONTAINS 70 CHARACTERS.
       01  REPORT-RECORD       PIC X(70).

      * one line per lot still in stock
       FD  LOT-FILE
           RECORD CONTAINS 48 CHARACTERS.
       01  LOT-RECORD.
           05 LOT-INGREDIENT   PIC X(14).
           05 LOT-NUM          PIC X(10).
           05 LOT-RECEIVED     PIC 9(08).
           05 LOT-BEST-BEFORE  PIC 9(08).
           05 LOT-QTY          PIC 9(06)V9(02).

       FD  EXPIRY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EXPIRY-RECORD       PIC X(80).

       FD  PARM-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PARM-REC.
           05 PRM-EXPIRY-DAYS  PIC 9(02).
           05 FILLER           PIC X(48).

       WORKING-STORAGE SECTION.
       01  WS-MVT-STAT         PIC X(02).
           88 WS-MVT-EOF           VALUE '10'.
       01  WS-REO-STAT         PIC X(02).
           88 WS-REO-EOF           VALUE '10'.
       01  WS-RPT-STAT         PIC X(02).
       01  WS-LOT-STAT         PIC X(02).
           88 WS-LOT-EOF           VALUE '10'.
       01  WS-EXP-STAT         PIC X(02).
       01  WS-PARM-STAT        PIC X(02).

       01  WS-CAPTURE-CHOICE   PIC X(01).
           88 WS-WANT-CAPTURE      VALUE 'Y' 'y' 'O' 'o'.

       01  WS-NEW-INGREDIENT   PIC X(14).
       01  WS-NEW-QTY          PIC 9(06)V9(02).
       01  WS-NEW-PO-NUM       PIC X(12).
       01  WS-NEW-LOT          PIC X(10).
       01  WS-NEW-BEST-BEFORE  PIC 9(08).
       01  WS-ANSWER           PIC X(10).
       01  WS-WRITE-OFF-CHOICE PIC X(01).
           88 WS-WANT-WRITE-OFF    VALUE 'Y' 'y' 'O' 'o'.

       01  WS-CURRENT-DATE.
           05 WS-CD-DATE       PIC 9(08).
       01  WS-STK-FOUND-IDX    PIC 9(02) VALUE 0.
       01  WS-STK-WANTED       PIC X(14) VALUE SPACES.

      * the lots in stock, oldest receipt first when consuming
       01  WS-LOT-TABLE.
           05 WS-LOT-ENTRY OCCURS 300 TIMES INDEXED BY WS-LOT-IDX.
              10 WS-LOT-INGR   PIC X(14).
              10 WS-LOT-NUM    PIC X(10).
              10 WS-LOT-RECVD  PIC 9(08).
              10 WS-LOT-BB     PIC 9(08).
              10 WS-LOT-QTY    PIC 9(06)V9(02).
       01  WS-LOT-COUNT        PIC 9(03) VALUE 0.
       01  WS-LOT-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-LOT-FOUND         VALUE 'Y'.
           88 WS-LOT-NOT-FOUND     VALUE 'N'.
       01  WS-LOT-FOUND-IDX    PIC 9(03) VALUE 0.
       01  WS-LOT-SWAP         PIC X(48).
       01  WS-LOT-I            PIC 9(03) VALUE 0.
       01  WS-LOT-J            PIC 9(03) VALUE 0.
       01  WS-TO-CONSUME       PIC 9(06)V9(02) VALUE 0.
       01  WS-TAKEN            PIC 9(06)V9(02) VALUE 0.

       01  WS-EXPIRY-DAYS      PIC 9(02) VALUE 3.
       01  WS-TODAY-INT        PIC 9(07) VALUE 0.
       01  WS-LIMIT-INT        PIC 9(07) VALUE 0.
       01  WS-LIMIT-DATE       PIC 9(08) VALUE 0.
       01  WS-EXPIRY-COUNT     PIC 9(03) VALUE 0.
       01  WS-WRITE-OFF-COUNT  PIC 9(03) VALUE 0.

       01  WS-EXPIRY-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXP-INGREDIENT   PIC X(14).
           05 FILLER           PIC X(05) VALUE " LOT ".
           05 EXP-LOT          PIC X(10).
           05 FILLER           PIC X(05) VALUE " DLC ".
           05 EXP-BEST-BEFORE  PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXP-QTY          PIC Z(05)9.9(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EXP-FLAG         PIC X(08).

       01  WS-POSTED-COUNT     PIC 9(05) VALUE 0.
       01  WS-ALERT-COUNT      PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CD-DATE).
           PERFORM 0100-LOAD-PARMS-START THRU 0100-LOAD-PARMS-END.

           DISPLAY "Saisir des receptions de livraison (Y/N) ?".
           ACCEPT WS-CAPTURE-CHOICE.
           END-IF.

           PERFORM 2000-LOAD-STOCK-START THRU 2000-LOAD-STOCK-END.
           PERFORM 2500-LOAD-LOTS-START THRU 2500-LOAD-LOTS-END.

           DISPLAY "Radier les lots perimes (Y/N) ?".
           ACCEPT WS-WRITE-OFF-CHOICE.
           IF WS-WANT-WRITE-OFF
               PERFORM 1500-WRITE-OFF-EXPIRED-START
                  THRU 1500-WRITE-OFF-EXPIRED-END
           END-IF.

           PERFORM 3000-POST-MOVEMENTS-START
              THRU 3000-POST-MOVEMENTS-END.
           PERFORM 4000-LOAD-REORDER-START
              THRU 4000-LOAD-REORDER-END.
           PERFORM 5000-SAVE-STOCK-START THRU 5000-SAVE-STOCK-END.
           PERFORM 5500-SAVE-LOTS-START THRU 5500-SAVE-LOTS-END.
           PERFORM 6000-STOCK-REPORT-START
              THRU 6000-STOCK-REPORT-END.
           PERFORM 7000-EXPIRY-LIST-START THRU 7000-EXPIRY-LIST-END.

           DISPLAY "MOUVEMENTS POSTES : " WS-POSTED-COUNT.
           DISPLAY "ALERTES DE SEUIL  : " WS-ALERT-COUNT.
           DISPLAY "LOTS RADIES       : " WS-WRITE-OFF-COUNT.
           DISPLAY "LOTS A SURVEILLER : " WS-EXPIRY-COUNT.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * EXPIRY WARNING HORIZON - DEFAULT WHEN NO PARAMETER FILE
      ******************************************************************
       0100-LOAD-PARMS-START.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STAT NOT = '00'
               GO TO 0100-LOAD-PARMS-END
           END-IF.
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PRM-EXPIRY-DAYS NUMERIC
                       MOVE PRM-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                   END-IF
           END-READ.
           CLOSE PARM-FILE.
       0100-LOAD-PARMS-END.
           EXIT.

      *****************************************************************
      * KEY IN THE DELIVERY RECEIPTS, APPENDED AS 'R' MOVEMENTS
      *****************************************************************
           ACCEPT WS-NEW-INGREDIENT.
           DISPLAY "Quantite recue ?".
           ACCEPT WS-NEW-QTY.
           DISPLAY "Numero de commande (PO) ?".
           MOVE SPACES TO WS-NEW-PO-NUM.
           ACCEPT WS-NEW-PO-NUM.
           DISPLAY "Numero de lot (blanc = date de reception) ?".
           MOVE SPACES TO WS-NEW-LOT.
           ACCEPT WS-NEW-LOT.
           IF WS-NEW-LOT = SPACES
               STRING "R" WS-CD-DATE DELIMITED BY SIZE
                   INTO WS-NEW-LOT
           END-IF.
           PERFORM 1200-ASK-BEST-BEFORE-START
              THRU 1200-ASK-BEST-BEFORE-END.

           MOVE 'R'               TO MVT-TYPE.
           MOVE WS-NEW-INGREDIENT TO MVT-INGREDIENT.
           MOVE WS-NEW-QTY        TO MVT-QTY.
           MOVE WS-CD-DATE        TO MVT-DATE.
           MOVE WS-NEW-PO-NUM     TO MVT-PO-NUM.
           MOVE WS-NEW-LOT        TO MVT-LOT.
           MOVE WS-NEW-BEST-BEFORE TO MVT-BEST-BEFORE.
           WRITE MOVT-RECORD.

           DISPLAY "Autre reception (Y/N) ?".
       1100-ONE-RECEIPT-END.
           EXIT.

      * no date (or none readable) means a lot that does not expire
       1200-ASK-BEST-BEFORE-START.
           MOVE 0 TO WS-NEW-BEST-BEFORE.
           DISPLAY "Date limite de consommation AAAAMMJJ"
               " (blanc = aucune) ?".
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = SPACES
               GO TO 1200-ASK-BEST-BEFORE-END
           END-IF.
           IF WS-ANSWER(1:8) IS NOT NUMERIC
               DISPLAY "Date invalide - lot sans date limite."
               GO TO 1200-ASK-BEST-BEFORE-END
           END-IF.
           MOVE WS-ANSWER(1:8) TO WS-NEW-BEST-BEFORE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-BEST-BEFORE) NOT = 0
               DISPLAY "Date invalide - lot sans date limite."
               MOVE 0 TO WS-NEW-BEST-BEFORE
           END-IF.
       1200-ASK-BEST-BEFORE-END.
           EXIT.

      *****************************************************************
      * WRITE OFF EVERY LOT PAST ITS BEST-BEFORE DATE - ONE 'W'
      * MOVEMENT PER LOT FOR THE WHOLE QUANTITY LEFT, POSTED BELOW
      *****************************************************************
       1500-WRITE-OFF-EXPIRED-START.
           OPEN EXTEND MOVT-FILE.
           IF WS-MVT-STAT = '35'
               OPEN OUTPUT MOVT-FILE
           END-IF.
           MOVE WS-MVT-STAT TO WS-ERR-STATUS.
           MOVE "PIZMOVT.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1510-ONE-EXPIRED-START THRU 1510-ONE-EXPIRED-END
               VARYING WS-LOT-IDX FROM 1 BY 1
               UNTIL WS-LOT-IDX > WS-LOT-COUNT.
           CLOSE MOVT-FILE.
       1500-WRITE-OFF-EXPIRED-END.
           EXIT.

       1510-ONE-EXPIRED-START.
           IF WS-LOT-QTY(WS-LOT-IDX) = 0
           OR WS-LOT-BB(WS-LOT-IDX) = 0
           OR WS-LOT-BB(WS-LOT-IDX) NOT < WS-CD-DATE
               GO TO 1510-ONE-EXPIRED-END
           END-IF.
           MOVE 'W'                    TO MVT-TYPE.
           MOVE WS-LOT-INGR(WS-LOT-IDX) TO MVT-INGREDIENT.
           MOVE WS-LOT-QTY(WS-LOT-IDX) TO MVT-QTY.
           MOVE WS-CD-DATE             TO MVT-DATE.
           MOVE SPACES                 TO MVT-PO-NUM.
           MOVE WS-LOT-NUM(WS-LOT-IDX) TO MVT-LOT.
           MOVE WS-LOT-BB(WS-LOT-IDX)  TO MVT-BEST-BEFORE.
           WRITE MOVT-RECORD.
           MOVE WS-MVT-STAT TO WS-ERR-STATUS.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           ADD 1 TO WS-WRITE-OFF-COUNT.
           DISPLAY "Radie : " MVT-INGREDIENT " lot " MVT-LOT
               " DLC " MVT-BEST-BEFORE.
       1510-ONE-EXPIRED-END.
           EXIT.

      *****************************************************************
      * LOAD THE CURRENT BALANCE INTO MEMORY
      *****************************************************************
       2100-READ-STOCK-END.
           EXIT.

      *****************************************************************
      * LOAD THE LOTS IN STOCK
      *****************************************************************
       2500-LOAD-LOTS-START.
           OPEN INPUT LOT-FILE.
           IF WS-LOT-STAT = '35'
               GO TO 2500-LOAD-LOTS-END
           END-IF.
           MOVE WS-LOT-STAT TO WS-ERR-STATUS.
           MOVE "PIZLOTS.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 2510-READ-LOT-START THRU 2510-READ-LOT-END
               UNTIL WS-LOT-EOF.
           CLOSE LOT-FILE.
       2500-LOAD-LOTS-END.
           EXIT.

       2510-READ-LOT-START.
           READ LOT-FILE
               AT END SET WS-LOT-EOF TO TRUE
               NOT AT END
                   PERFORM 8500-NEW-LOT-START THRU 8500-NEW-LOT-END
                   MOVE LOT-INGREDIENT  TO WS-LOT-INGR(WS-LOT-IDX)
                   MOVE LOT-NUM         TO WS-LOT-NUM(WS-LOT-IDX)
                   MOVE LOT-RECEIVED    TO WS-LOT-RECVD(WS-LOT-IDX)
                   MOVE LOT-BEST-BEFORE TO WS-LOT-BB(WS-LOT-IDX)
                   MOVE LOT-QTY         TO WS-LOT-QTY(WS-LOT-IDX)
           END-READ.
       2510-READ-LOT-END.
           EXIT.

      *****************************************************************
      * APPLY EVERY MOVEMENT TO THE BALANCE, THEN MOVE THE POSTED
      * MOVEMENTS TO THE ARCHIVE AND LEAVE THE LIVE FILE EMPTY
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           OPEN EXTEND MOVT-ARCHIVE.
           IF WS-ARC-STAT = '35'
               OPEN OUTPUT MOVT-ARCHIVE
           END-IF.
           MOVE WS-ARC-STAT TO WS-ERR-STATUS.
           MOVE "PIZMVTP.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 3100-ONE-MOVEMENT-START
              THRU 3100-ONE-MOVEMENT-END
              UNTIL WS-MVT-EOF.
           READ MOVT-FILE
               AT END SET WS-MVT-EOF TO TRUE
               NOT AT END
                   IF MVT-BEST-BEFORE IS NOT NUMERIC
                       MOVE 0 TO MVT-BEST-BEFORE
                   END-IF
                   MOVE MVT-INGREDIENT TO WS-STK-WANTED
                   PERFORM 8000-FIND-STOCK-START
                      THRU 8000-FIND-STOCK-END
                   SET WS-STK-IDX TO WS-STK-FOUND-IDX
                   IF MVT-RECEIPT
                       ADD MVT-QTY TO WS-STK-QTY(WS-STK-IDX)
                       PERFORM 3200-RECEIVE-LOT-START
                          THRU 3200-RECEIVE-LOT-END
                   ELSE
                       SUBTRACT MVT-QTY
                           FROM WS-STK-QTY(WS-STK-IDX)
                       IF MVT-WRITE-OFF
                           PERFORM 3400-WRITE-OFF-LOT-START
                              THRU 3400-WRITE-OFF-LOT-END
                       ELSE
                           PERFORM 3300-CONSUME-LOTS-START
                              THRU 3300-CONSUME-LOTS-END
                       END-IF
                   END-IF
                   ADD 1 TO WS-POSTED-COUNT
                   MOVE MOVT-RECORD TO MOVT-ARC-RECORD
       3100-ONE-MOVEMENT-END.
           EXIT.

      * a receipt adds to its lot, a new lot when not seen before
       3200-RECEIVE-LOT-START.
           SET WS-LOT-NOT-FOUND TO TRUE.
           PERFORM 3210-SAME-LOT-START THRU 3210-SAME-LOT-END
               VARYING WS-LOT-IDX FROM 1 BY 1
               UNTIL WS-LOT-IDX > WS-LOT-COUNT OR WS-LOT-FOUND.
           IF WS-LOT-FOUND
               SET WS-LOT-IDX TO WS-LOT-FOUND-IDX
               ADD MVT-QTY TO WS-LOT-QTY(WS-LOT-IDX)
               GO TO 3200-RECEIVE-LOT-END
           END-IF.
           PERFORM 8500-NEW-LOT-START THRU 8500-NEW-LOT-END.
           MOVE MVT-INGREDIENT  TO WS-LOT-INGR(WS-LOT-IDX).
           MOVE MVT-LOT         TO WS-LOT-NUM(WS-LOT-IDX).
           MOVE MVT-DATE        TO WS-LOT-RECVD(WS-LOT-IDX).
           MOVE MVT-BEST-BEFORE TO WS-LOT-BB(WS-LOT-IDX).
           MOVE MVT-QTY         TO WS-LOT-QTY(WS-LOT-IDX).
       3200-RECEIVE-LOT-END.
           EXIT.

       3210-SAME-LOT-START.
           IF WS-LOT-INGR(WS-LOT-IDX) = MVT-INGREDIENT
           AND WS-LOT-NUM(WS-LOT-IDX) = MVT-LOT
           AND WS-LOT-BB(WS-LOT-IDX) = MVT-BEST-BEFORE
               SET WS-LOT-FOUND TO TRUE
               MOVE WS-LOT-IDX TO WS-LOT-FOUND-IDX
           END-IF.
       3210-SAME-LOT-END.
           EXIT.

      * an issue draws on the oldest lot first, then the next one;
      * what no lot covers only reduces the balance
       3300-CONSUME-LOTS-START.
           MOVE MVT-QTY TO WS-TO-CONSUME.
           SET WS-LOT-FOUND TO TRUE.
           PERFORM 3310-ONE-CONSUME-START THRU 3310-ONE-CONSUME-END
               UNTIL WS-TO-CONSUME = 0 OR WS-LOT-NOT-FOUND.
       3300-CONSUME-LOTS-END.
           EXIT.

       3310-ONE-CONSUME-START.
           SET WS-LOT-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-LOT-FOUND-IDX.
           PERFORM 3320-OLDER-LOT-START THRU 3320-OLDER-LOT-END
               VARYING WS-LOT-IDX FROM 1 BY 1
               UNTIL WS-LOT-IDX > WS-LOT-COUNT.
           IF WS-LOT-NOT-FOUND
               GO TO 3310-ONE-CONSUME-END
           END-IF.
           SET WS-LOT-IDX TO WS-LOT-FOUND-IDX.
           IF WS-LOT-QTY(WS-LOT-IDX) > WS-TO-CONSUME
               MOVE WS-TO-CONSUME TO WS-TAKEN
           ELSE
               MOVE WS-LOT-QTY(WS-LOT-IDX) TO WS-TAKEN
           END-IF.
           SUBTRACT WS-TAKEN FROM WS-LOT-QTY(WS-LOT-IDX).
           SUBTRACT WS-TAKEN FROM WS-TO-CONSUME.
       3310-ONE-CONSUME-END.
           EXIT.

      * the oldest lot of the ingredient with stock left: earliest
      * receipt, then earliest best-before date
       3320-OLDER-LOT-START.
           IF WS-LOT-INGR(WS-LOT-IDX) NOT = MVT-INGREDIENT
           OR WS-LOT-QTY(WS-LOT-IDX) = 0
               GO TO 3320-OLDER-LOT-END
           END-IF.
           IF WS-LOT-FOUND
               IF WS-LOT-RECVD(WS-LOT-IDX) >
                  WS-LOT-RECVD(WS-LOT-FOUND-IDX)
                   GO TO 3320-OLDER-LOT-END
               END-IF
               IF WS-LOT-RECVD(WS-LOT-IDX) =
                  WS-LOT-RECVD(WS-LOT-FOUND-IDX)
               AND WS-LOT-BB(WS-LOT-IDX) NOT <
                  WS-LOT-BB(WS-LOT-FOUND-IDX)
                   GO TO 3320-OLDER-LOT-END
               END-IF
           END-IF.
           SET WS-LOT-FOUND TO TRUE.
           MOVE WS-LOT-IDX TO WS-LOT-FOUND-IDX.
       3320-OLDER-LOT-END.
           EXIT.

      * a write-off names its lot
       3400-WRITE-OFF-LOT-START.
           SET WS-LOT-NOT-FOUND TO TRUE.
           PERFORM 3410-NAMED-LOT-START THRU 3410-NAMED-LOT-END
               VARYING WS-LOT-IDX FROM 1 BY 1
               UNTIL WS-LOT-IDX > WS-LOT-COUNT OR WS-LOT-FOUND.
           IF WS-LOT-NOT-FOUND
               DISPLAY "Lot inconnu pour la perte : " MVT-INGREDIENT
                   " " MVT-LOT
               GO TO 3400-WRITE-OFF-LOT-END
           END-IF.
           SET WS-LOT-IDX TO WS-LOT-FOUND-IDX.
           IF WS-LOT-QTY(WS-LOT-IDX) > MVT-QTY
               SUBTRACT MVT-QTY FROM WS-LOT-QTY(WS-LOT-IDX)
           ELSE
               MOVE 0 TO WS-LOT-QTY(WS-LOT-IDX)
           END-IF.
       3400-WRITE-OFF-LOT-END.
           EXIT.

       3410-NAMED-LOT-START.
           IF WS-LOT-INGR(WS-LOT-IDX) = MVT-INGREDIENT
           AND WS-LOT-NUM(WS-LOT-IDX) = MVT-LOT
           AND WS-LOT-QTY(WS-LOT-IDX) > 0
               SET WS-LOT-FOUND TO TRUE
               MOVE WS-LOT-IDX TO WS-LOT-FOUND-IDX
           END-IF.
       3410-NAMED-LOT-END.
           EXIT.

      *****************************************************************
      * ATTACH THE REORDER POINTS TO THE LOADED INGREDIENTS
      *****************************************************************
       5100-ONE-BALANCE-END.
           EXIT.

      *****************************************************************
      * WRITE THE LOTS BACK BY INGREDIENT AND BEST-BEFORE DATE - AN
      * EXHAUSTED LOT IS DROPPED
      *****************************************************************
       5500-SAVE-LOTS-START.
           PERFORM 5510-ONE-PASS-START THRU 5510-ONE-PASS-END
               VARYING WS-LOT-I FROM 1 BY 1
               UNTIL WS-LOT-I >= WS-LOT-COUNT.
           OPEN OUTPUT LOT-FILE.
           MOVE WS-LOT-STAT TO WS-ERR-STATUS.
           MOVE "PIZLOTS.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 5530-ONE-LOT-START THRU 5530-ONE-LOT-END
               VARYING WS-LOT-IDX FROM 1 BY 1
               UNTIL WS-LOT-IDX > WS-LOT-COUNT.
           CLOSE LOT-FILE.
       5500-SAVE-LOTS-END.
           EXIT.

       5510-ONE-PASS-START.
           PERFORM 5520-COMPARE-START THRU 5520-COMPARE-END
               VARYING WS-LOT-J FROM 1 BY 1
               UNTIL WS-LOT-J > WS-LOT-COUNT - WS-LOT-I.
       5510-ONE-PASS-END.
           EXIT.

       5520-COMPARE-START.
           IF WS-LOT-INGR(WS-LOT-J) > WS-LOT-INGR(WS-LOT-J + 1)
           OR (WS-LOT-INGR(WS-LOT-J) = WS-LOT-INGR(WS-LOT-J + 1)
               AND WS-LOT-BB(WS-LOT-J) > WS-LOT-BB(WS-LOT-J + 1))
               MOVE WS-LOT-ENTRY(WS-LOT-J) TO WS-LOT-SWAP
               MOVE WS-LOT-ENTRY(WS-LOT-J + 1)
                   TO WS-LOT-ENTRY(WS-LOT-J)
               MOVE WS-LOT-SWAP TO WS-LOT-ENTRY(WS-LOT-J + 1)
           END-IF.
       5520-COMPARE-END.
           EXIT.

       5530-ONE-LOT-START.
           IF WS-LOT-QTY(WS-LOT-IDX) = 0
               GO TO 5530-ONE-LOT-END
           END-IF.
           MOVE WS-LOT-INGR(WS-LOT-IDX)  TO LOT-INGREDIENT.
           MOVE WS-LOT-NUM(WS-LOT-IDX)   TO LOT-NUM.
           MOVE WS-LOT-RECVD(WS-LOT-IDX) TO LOT-RECEIVED.
           MOVE WS-LOT-BB(WS-LOT-IDX)    TO LOT-BEST-BEFORE.
           MOVE WS-LOT-QTY(WS-LOT-IDX)   TO LOT-QTY.
           WRITE LOT-RECORD.
           MOVE WS-LOT-STAT TO WS-ERR-STATUS.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       5530-ONE-LOT-END.
           EXIT.

      *****************************************************************
      * STOCK-ON-HAND REPORT WITH THE REORDER ALERTS
      *****************************************************************
       6100-ONE-LINE-END.
           EXIT.

      *****************************************************************
      * DAILY LIST OF THE LOTS TO USE OR THROW - EXPIRED, OR EXPIRING
      * WITHIN THE WARNING HORIZON
      *****************************************************************
       7000-EXPIRY-LIST-START.
           COMPUTE WS-LIMIT-INT = WS-TODAY-INT + WS-EXPIRY-DAYS.
           COMPUTE WS-LIMIT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-LIMIT-INT).
           OPEN OUTPUT EXPIRY-FILE.
           MOVE WS-EXP-STAT TO WS-ERR-STATUS.
           MOVE "PIZPEREM.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE SPACES TO EXPIRY-RECORD.
           STRING "LOTS A CONSOMMER AU PLUS TARD LE " WS-LIMIT-DATE
               " (AU " WS-CD-DATE ")"
               DELIMITED BY SIZE INTO EXPIRY-RECORD.
           WRITE EXPIRY-RECORD.
           PERFORM 7100-ONE-LOT-START THRU 7100-ONE-LOT-END
               VARYING WS-LOT-IDX FROM 1 BY 1
               UNTIL WS-LOT-IDX > WS-LOT-COUNT.
           IF WS-EXPIRY-COUNT = 0
               MOVE "  AUCUN" TO EXPIRY-RECORD
               WRITE EXPIRY-RECORD
           END-IF.
           CLOSE EXPIRY-FILE.
       7000-EXPIRY-LIST-END.
           EXIT.

       7100-ONE-LOT-START.
           IF WS-LOT-QTY(WS-LOT-IDX) = 0
           OR WS-LOT-BB(WS-LOT-IDX) = 0
           OR WS-LOT-BB(WS-LOT-IDX) > WS-LIMIT-DATE
               GO TO 7100-ONE-LOT-END
           END-IF.
           MOVE WS-LOT-INGR(WS-LOT-IDX) TO EXP-INGREDIENT.
           MOVE WS-LOT-NUM(WS-LOT-IDX)  TO EXP-LOT.
           MOVE WS-LOT-BB(WS-LOT-IDX)   TO EXP-BEST-BEFORE.
           MOVE WS-LOT-QTY(WS-LOT-IDX)  TO EXP-QTY.
           IF WS-LOT-BB(WS-LOT-IDX) < WS-CD-DATE
               MOVE "PERIME" TO EXP-FLAG
           ELSE
               MOVE SPACES TO EXP-FLAG
           END-IF.
           MOVE WS-EXPIRY-LINE TO EXPIRY-RECORD.
           WRITE EXPIRY-RECORD.
           ADD 1 TO WS-EXPIRY-COUNT.
       7100-ONE-LOT-END.
           EXIT.

      *****************************************************************
      * FIND (OR CREATE AT ZERO) THE WANTED INGREDIENT'S SLOT
      *****************************************************************
       8100-ONE-STOCK-END.
           EXIT.

      * next free lot slot, in WS-LOT-IDX
       8500-NEW-LOT-START.
           IF WS-LOT-COUNT >= 300
               DISPLAY "TABLE DES LOTS PLEINE (300) - ARRET"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-LOT-COUNT.
           SET WS-LOT-IDX TO WS-LOT-COUNT.
       8500-NEW-LOT-END.
           EXIT.

      ******************************************************************
      * STANDARD FILE-STATUS CHECK - ANY STATUS OTHER THAN SUCCESS OR
      * END OF FILE STOPS THE RUN WITH A NONZERO RETURN CODE
