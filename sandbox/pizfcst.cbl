      *****************************************************************
      * Program name:    pizfcst
      * Original author: Yves
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 Yves    Created: ingredient demand forecast - the
      *                  pizzas of each weekday over the last weeks of
      *                  ORDRLOG.dat are averaged and turned into a
      *                  daily consumption per ingredient through
      *                  RECIPE.dat.  Each ingredient gets its days of
      *                  cover from the PIZSTOCK.dat quantity on hand
      *                  and a suggested order quantity covering the
      *                  supplier lead time (PIZSUPPL.dat) plus a
      *                  safety margin, reported to PIZFCST.txt and
      *                  kept in PIZSUGG.dat for pizorder.cbl.  The
      *                  number of weeks and the safety days come from
      *                  PIZFCST.parm (default 8 weeks, 2 days).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  pizfcst.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-LOGFILE ASSIGN TO "ORDRLOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STAT.

           SELECT RECIPE-INFILE ASSIGN TO "RECIPE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RCP-STAT.

           SELECT STOCK-INFILE ASSIGN TO "PIZSTOCK.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STK-STAT.

           SELECT SUPPL-FILE ASSIGN TO "PIZSUPPL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SUP-STAT.

           SELECT PARM-FILE ASSIGN TO "PIZFCST.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STAT.

           SELECT REPORT-FILE ASSIGN TO "PIZFCST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STAT.

           SELECT SUGG-FILE ASSIGN TO "PIZSUGG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SUG-STAT.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-LOGFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LOG-RECORD.
           05 FILLER           PIC X(01).
           05 LOG-DATE.
              10 LOG-YYYY      PIC 9(04).
              10 FILLER        PIC X(01).
              10 LOG-MM        PIC 9(02).
              10 FILLER        PIC X(01).
              10 LOG-DD        PIC 9(02).
           05 FILLER           PIC X(15).
           05 LOG-GUESTS       PIC 9(04).
           05 FILLER           PIC X(15).
           05 LOG-PIZZAS       PIC 9(04).
           05 FILLER           PIC X(31).

       FD  RECIPE-INFILE
           RECORD CONTAINS 30 CHARACTERS.
       01  RECIPE-RECORD.
           05 RCP-INGREDIENT   PIC X(14).
           05 RCP-QTY-PER-PIZ  PIC 9(03)V9(02).
           05 RCP-UNIT         PIC X(05).
           05 RCP-PACK-SIZE    PIC 9(04)V9(02).

       FD  STOCK-INFILE
           RECORD CONTAINS 22 CHARACTERS.
       01  STOCK-RECORD.
           05 STK-INGREDIENT   PIC X(14).
           05 STK-ON-HAND      PIC 9(06)V9(02).

       FD  SUPPL-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  SUPPL-RECORD.
           05 SUP-INGREDIENT   PIC X(14).
           05 SUP-NAME         PIC X(14).
           05 SUP-PACK-SIZE    PIC 9(04)V9(02).
           05 SUP-PRICE        PIC 9(03)V9(02).
           05 SUP-LEAD-DAYS    PIC 9(03).

       FD  PARM-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PARM-REC.
           05 PRM-WEEKS        PIC 9(02).
           05 FILLER           PIC X(01).
           05 PRM-SAFETY-DAYS  PIC 9(02).
           05 FILLER           PIC X(45).

       FD  REPORT-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  REPORT-RECORD       PIC X(90).

      * one line per ingredient to order, read by pizorder.cbl
       FD  SUGG-FILE
           RECORD CONTAINS 34 CHARACTERS.
       01  SUGG-RECORD.
           05 SUG-INGREDIENT   PIC X(14).
           05 SUG-QTY          PIC 9(07)V9(02).
           05 SUG-COVER-DAYS   PIC 9(03).
           05 SUG-DATE         PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STAT         PIC X(02).
           88 WS-LOG-EOF           VALUE '10'.
       01  WS-RCP-STAT         PIC X(02).
           88 WS-RCP-EOF           VALUE '10'.
       01  WS-STK-STAT         PIC X(02).
           88 WS-STK-EOF           VALUE '10'.
       01  WS-SUP-STAT         PIC X(02).
           88 WS-SUP-EOF           VALUE '10'.
       01  WS-PARM-STAT        PIC X(02).
       01  WS-RPT-STAT         PIC X(02).
       01  WS-SUG-STAT         PIC X(02).

       01  WS-CURRENT-DATE.
           05 WS-CD-DATE       PIC 9(08).
           05 FILLER           PIC X(13).

       01  WS-WEEKS            PIC 9(02) VALUE 8.
       01  WS-SAFETY-DAYS      PIC 9(02) VALUE 2.

      * day numbers: the window runs from WS-FROM-INT up to yesterday
       01  WS-TODAY-INT        PIC 9(07) VALUE 0.
       01  WS-FROM-INT         PIC 9(07) VALUE 0.
       01  WS-FIRST-INT        PIC 9(07) VALUE 0.
       01  WS-DAY-INT          PIC 9(07) VALUE 0.
       01  WS-LOG-DATE-N       PIC 9(08) VALUE 0.
       01  WS-WEEKDAY          PIC 9(01) VALUE 0.

      * pizzas and days seen per weekday, 1 = Monday ... 7 = Sunday
       01  WS-WEEKDAY-TABLE.
           05 WS-WDY-ENTRY OCCURS 7 TIMES INDEXED BY WS-WDY-IDX.
              10 WS-WDY-PIZZAS PIC 9(07).
              10 WS-WDY-DAYS   PIC 9(03).
              10 WS-WDY-AVG    PIC 9(05)V9(02).
       01  WS-WEEK-PIZZAS      PIC 9(06)V9(02) VALUE 0.
       01  WS-DAILY-PIZZAS     PIC 9(05)V9(02) VALUE 0.
       01  WS-LOG-USED         PIC 9(05) VALUE 0.

       01  WS-DAY-NAMES.
           05 FILLER           PIC X(09) VALUE "LUNDI".
           05 FILLER           PIC X(09) VALUE "MARDI".
           05 FILLER           PIC X(09) VALUE "MERCREDI".
           05 FILLER           PIC X(09) VALUE "JEUDI".
           05 FILLER           PIC X(09) VALUE "VENDREDI".
           05 FILLER           PIC X(09) VALUE "SAMEDI".
           05 FILLER           PIC X(09) VALUE "DIMANCHE".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME      PIC X(09) OCCURS 7 TIMES.

      * quantities on hand, loaded once from PIZSTOCK.dat
       01  WS-STOCK-TABLE.
           05 WS-STK-ENTRY OCCURS 50 TIMES INDEXED BY WS-STK-IDX.
              10 WS-STK-NAME   PIC X(14).
              10 WS-STK-QTY    PIC 9(06)V9(02).
       01  WS-STK-COUNT        PIC 9(02) VALUE 0.

      * supplier lead times, loaded once from PIZSUPPL.dat
       01  WS-SUPPL-TABLE.
           05 WS-SUP-ENTRY OCCURS 50 TIMES INDEXED BY WS-SUP-IDX.
              10 WS-SUP-INGR   PIC X(14).
              10 WS-SUP-LEAD   PIC 9(03).
       01  WS-SUP-COUNT        PIC 9(02) VALUE 0.

      * the ingredient being forecast
       01  WS-ON-HAND          PIC 9(06)V9(02) VALUE 0.
       01  WS-LEAD-DAYS        PIC 9(03) VALUE 0.
       01  WS-HORIZON          PIC 9(03) VALUE 0.
       01  WS-DAILY-USE        PIC 9(06)V9(03) VALUE 0.
       01  WS-DAY-USE          PIC 9(06)V9(03) VALUE 0.
       01  WS-REMAINING        PIC 9(07)V9(03) VALUE 0.
       01  WS-HORIZON-NEED     PIC 9(07)V9(03) VALUE 0.
       01  WS-SUGGESTED        PIC 9(07)V9(02) VALUE 0.
       01  WS-COVER-DAYS       PIC 9(03) VALUE 0.
       01  WS-COVER-SW         PIC X(01) VALUE 'N'.
           88 WS-COVER-FOUND       VALUE 'Y'.
       01  WS-D                PIC 9(03) VALUE 0.

       01  WS-SUGG-COUNT       PIC 9(03) VALUE 0.
       01  WS-SHORT-COUNT      PIC 9(03) VALUE 0.

       01  WS-HEAD-LINE.
           05 FILLER           PIC X(15) VALUE "INGREDIENT".
           05 FILLER           PIC X(12) VALUE " CONSO/JOUR".
           05 FILLER           PIC X(11) VALUE "   STOCK".
           05 FILLER           PIC X(12) VALUE "COUVERTURE".
           05 FILLER           PIC X(08) VALUE "DELAI".
           05 FILLER           PIC X(13) VALUE "  A COMMANDER".

       01  WS-DETAIL-LINE.
           05 DET-INGREDIENT   PIC X(14).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-DAILY        PIC Z(06)9.9(03).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-ON-HAND      PIC Z(06)9.9(02).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 DET-COVER        PIC X(03).
           05 FILLER           PIC X(03) VALUE " J ".
           05 FILLER           PIC X(03) VALUE SPACES.
           05 DET-LEAD         PIC ZZ9.
           05 FILLER           PIC X(02) VALUE " J".
           05 DET-SUGGESTED    PIC Z(07)9.9(02).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-UNIT         PIC X(05).
           05 DET-FLAG         PIC X(10).

       01  WS-COVER-ED         PIC ZZ9.
       01  WS-AVG-ED           PIC Z(04)9.9(02).
       01  WS-DAYS-ED          PIC ZZ9.

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
           PERFORM 0100-LOAD-PARMS-START THRU 0100-LOAD-PARMS-END.
           COMPUTE WS-FROM-INT = WS-TODAY-INT - WS-WEEKS * 7.

           PERFORM 1000-LOAD-LOG-START THRU 1000-LOAD-LOG-END.
           PERFORM 1500-AVERAGE-DAYS-START
              THRU 1500-AVERAGE-DAYS-END.
           PERFORM 1600-LOAD-STOCK-START THRU 1600-LOAD-STOCK-END.
           PERFORM 1700-LOAD-SUPPL-START THRU 1700-LOAD-SUPPL-END.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RPT-STAT TO WS-ERR-STATUS.
           MOVE "PIZFCST.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           OPEN OUTPUT SUGG-FILE.
           MOVE WS-SUG-STAT TO WS-ERR-STATUS.
           MOVE "PIZSUGG.dat" TO WS-ERR-FILE.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           PERFORM 2000-REPORT-WEEKDAYS-START
              THRU 2000-REPORT-WEEKDAYS-END.
           PERFORM 3000-FORECAST-START THRU 3000-FORECAST-END.

           CLOSE REPORT-FILE SUGG-FILE.

           DISPLAY "JOURS DE L'HISTORIQUE : " WS-LOG-USED.
           DISPLAY "PIZZAS PAR JOUR (MOY) : " WS-DAILY-PIZZAS.
           DISPLAY "SUGGESTIONS DE COMMANDE: " WS-SUGG-COUNT.
           DISPLAY "RUPTURES AVANT LIVRAISON: " WS-SHORT-COUNT.
           IF WS-SHORT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * HISTORY DEPTH AND SAFETY MARGIN - DEFAULTS WHEN NO PARAMETERS
      ******************************************************************
       0100-LOAD-PARMS-START.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STAT NOT = '00'
               GO TO 0100-LOAD-PARMS-END
           END-IF.
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PRM-WEEKS NUMERIC AND PRM-WEEKS > 0
                       MOVE PRM-WEEKS TO WS-WEEKS
                   END-IF
                   IF PRM-SAFETY-DAYS NUMERIC
                       MOVE PRM-SAFETY-DAYS TO WS-SAFETY-DAYS
                   END-IF
           END-READ.
           CLOSE PARM-FILE.
       0100-LOAD-PARMS-END.
           EXIT.

      *****************************************************************
      * PIZZAS PER WEEKDAY OVER THE WINDOW - TODAY IS NOT COMPLETE AND
      * IS LEFT OUT
      *****************************************************************
       1000-LOAD-LOG-START.
           MOVE 0 TO WS-FIRST-INT.
           PERFORM 1010-CLEAR-WEEKDAY-START
              THRU 1010-CLEAR-WEEKDAY-END
               VARYING WS-WDY-IDX FROM 1 BY 1 UNTIL WS-WDY-IDX > 7.
           OPEN INPUT ORDER-LOGFILE.
           IF WS-LOG-STAT = '35'
               DISPLAY "ORDRLOG.dat ABSENT - AUCUN HISTORIQUE."
               GO TO 1000-LOAD-LOG-END
           END-IF.
           MOVE WS-LOG-STAT TO WS-ERR-STATUS.
           MOVE "ORDRLOG.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1100-READ-LOG-START THRU 1100-READ-LOG-END
               UNTIL WS-LOG-EOF.
           CLOSE ORDER-LOGFILE.
       1000-LOAD-LOG-END.
           EXIT.

       1010-CLEAR-WEEKDAY-START.
           MOVE 0 TO WS-WDY-PIZZAS(WS-WDY-IDX).
           MOVE 0 TO WS-WDY-DAYS(WS-WDY-IDX).
           MOVE 0 TO WS-WDY-AVG(WS-WDY-IDX).
       1010-CLEAR-WEEKDAY-END.
           EXIT.

       1100-READ-LOG-START.
           READ ORDER-LOGFILE
               AT END SET WS-LOG-EOF TO TRUE
               NOT AT END
                   IF LOG-YYYY NUMERIC AND LOG-MM NUMERIC
                   AND LOG-DD NUMERIC AND LOG-PIZZAS NUMERIC
                       PERFORM 1200-TALLY-DAY-START
                          THRU 1200-TALLY-DAY-END
                   END-IF
           END-READ.
       1100-READ-LOG-END.
           EXIT.

       1200-TALLY-DAY-START.
           COMPUTE WS-LOG-DATE-N =
               LOG-YYYY * 10000 + LOG-MM * 100 + LOG-DD.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-LOG-DATE-N) NOT = 0
               GO TO 1200-TALLY-DAY-END
           END-IF.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-LOG-DATE-N).
           IF WS-DAY-INT < WS-FROM-INT OR WS-DAY-INT >= WS-TODAY-INT
               GO TO 1200-TALLY-DAY-END
           END-IF.
           IF WS-FIRST-INT = 0 OR WS-DAY-INT < WS-FIRST-INT
               MOVE WS-DAY-INT TO WS-FIRST-INT
           END-IF.
           PERFORM 8000-WEEKDAY-START THRU 8000-WEEKDAY-END.
           ADD LOG-PIZZAS TO WS-WDY-PIZZAS(WS-WEEKDAY).
           ADD 1 TO WS-LOG-USED.
       1200-TALLY-DAY-END.
           EXIT.

      *****************************************************************
      * AVERAGE PER WEEKDAY - OVER THE DAYS SINCE THE FIRST ORDER OF
      * THE WINDOW, SO A SHORT HISTORY IS NOT DILUTED
      *****************************************************************
       1500-AVERAGE-DAYS-START.
           IF WS-FIRST-INT = 0
               GO TO 1500-AVERAGE-DAYS-END
           END-IF.
           PERFORM 1510-COUNT-DAY-START THRU 1510-COUNT-DAY-END
               VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
               UNTIL WS-DAY-INT >= WS-TODAY-INT.
           MOVE 0 TO WS-WEEK-PIZZAS.
           PERFORM 1520-ONE-AVERAGE-START THRU 1520-ONE-AVERAGE-END
               VARYING WS-WDY-IDX FROM 1 BY 1 UNTIL WS-WDY-IDX > 7.
           COMPUTE WS-DAILY-PIZZAS ROUNDED = WS-WEEK-PIZZAS / 7.
       1500-AVERAGE-DAYS-END.
           EXIT.

       1510-COUNT-DAY-START.
           PERFORM 8000-WEEKDAY-START THRU 8000-WEEKDAY-END.
           ADD 1 TO WS-WDY-DAYS(WS-WEEKDAY).
       1510-COUNT-DAY-END.
           EXIT.

       1520-ONE-AVERAGE-START.
           IF WS-WDY-DAYS(WS-WDY-IDX) > 0
               COMPUTE WS-WDY-AVG(WS-WDY-IDX) ROUNDED =
                   WS-WDY-PIZZAS(WS-WDY-IDX) / WS-WDY-DAYS(WS-WDY-IDX)
           END-IF.
           ADD WS-WDY-AVG(WS-WDY-IDX) TO WS-WEEK-PIZZAS.
       1520-ONE-AVERAGE-END.
           EXIT.

      *****************************************************************
      * QUANTITIES ON HAND AND SUPPLIER LEAD TIMES - BOTH OPTIONAL
      *****************************************************************
       1600-LOAD-STOCK-START.
           OPEN INPUT STOCK-INFILE.
           IF WS-STK-STAT = '35'
               DISPLAY "PIZSTOCK.dat ABSENT - STOCK SUPPOSE VIDE."
               GO TO 1600-LOAD-STOCK-END
           END-IF.
           MOVE WS-STK-STAT TO WS-ERR-STATUS.
           MOVE "PIZSTOCK.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1610-READ-STOCK-START THRU 1610-READ-STOCK-END
               UNTIL WS-STK-EOF.
           CLOSE STOCK-INFILE.
       1600-LOAD-STOCK-END.
           EXIT.

       1610-READ-STOCK-START.
           READ STOCK-INFILE
               AT END SET WS-STK-EOF TO TRUE
               NOT AT END
                   IF WS-STK-COUNT >= 50
                       DISPLAY "TABLE DU STOCK PLEINE (50) - ARRET"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-STK-COUNT
                   SET WS-STK-IDX TO WS-STK-COUNT
                   MOVE STK-INGREDIENT TO WS-STK-NAME(WS-STK-IDX)
                   MOVE STK-ON-HAND    TO WS-STK-QTY(WS-STK-IDX)
           END-READ.
       1610-READ-STOCK-END.
           EXIT.

       1700-LOAD-SUPPL-START.
           OPEN INPUT SUPPL-FILE.
           IF WS-SUP-STAT = '35'
               DISPLAY "PIZSUPPL.dat ABSENT - DELAIS A ZERO."
               GO TO 1700-LOAD-SUPPL-END
           END-IF.
           MOVE WS-SUP-STAT TO WS-ERR-STATUS.
           MOVE "PIZSUPPL.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1710-READ-SUPPL-START THRU 1710-READ-SUPPL-END
               UNTIL WS-SUP-EOF.
           CLOSE SUPPL-FILE.
       1700-LOAD-SUPPL-END.
           EXIT.

       1710-READ-SUPPL-START.
           READ SUPPL-FILE
               AT END SET WS-SUP-EOF TO TRUE
               NOT AT END
                   IF WS-SUP-COUNT >= 50
                       DISPLAY "TABLE DES FOURNISSEURS PLEINE (50)"
                           " - ARRET"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SUP-COUNT
                   SET WS-SUP-IDX TO WS-SUP-COUNT
                   MOVE SUP-INGREDIENT TO WS-SUP-INGR(WS-SUP-IDX)
                   MOVE SUP-LEAD-DAYS  TO WS-SUP-LEAD(WS-SUP-IDX)
           END-READ.
       1710-READ-SUPPL-END.
           EXIT.

      *****************************************************************
      * THE WEEKDAY PROFILE AT THE HEAD OF THE REPORT
      *****************************************************************
       2000-REPORT-WEEKDAYS-START.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-WEEKS TO WS-DAYS-ED.
           STRING "PREVISION DES BESOINS AU " WS-CD-DATE
               " - HISTORIQUE " WS-DAYS-ED " SEMAINES, MARGE "
               WS-SAFETY-DAYS " JOURS"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "PIZZAS PAR JOUR DE LA SEMAINE (MOYENNE)"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM 2100-ONE-WEEKDAY-START THRU 2100-ONE-WEEKDAY-END
               VARYING WS-WDY-IDX FROM 1 BY 1 UNTIL WS-WDY-IDX > 7.
           MOVE WS-DAILY-PIZZAS TO WS-AVG-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  MOYENNE    " WS-AVG-ED
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-HEAD-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       2000-REPORT-WEEKDAYS-END.
           EXIT.

       2100-ONE-WEEKDAY-START.
           MOVE WS-WDY-AVG(WS-WDY-IDX) TO WS-AVG-ED.
           MOVE WS-WDY-DAYS(WS-WDY-IDX) TO WS-DAYS-ED.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  " WS-DAY-NAME(WS-WDY-IDX) "  " WS-AVG-ED
               "  (" WS-DAYS-ED " JOURS)"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
       2100-ONE-WEEKDAY-END.
           EXIT.

      *****************************************************************
      * ONE LINE PER RECIPE INGREDIENT
      *****************************************************************
       3000-FORECAST-START.
           OPEN INPUT RECIPE-INFILE.
           MOVE WS-RCP-STAT TO WS-ERR-STATUS.
           MOVE "RECIPE.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 3100-ONE-INGREDIENT-START
              THRU 3100-ONE-INGREDIENT-END
               UNTIL WS-RCP-EOF.
           CLOSE RECIPE-INFILE.
       3000-FORECAST-END.
           EXIT.

       3100-ONE-INGREDIENT-START.
           READ RECIPE-INFILE
               AT END SET WS-RCP-EOF TO TRUE
               NOT AT END
                   PERFORM 3200-COVER-START THRU 3200-COVER-END
           END-READ.
       3100-ONE-INGREDIENT-END.
           EXIT.

       3200-COVER-START.
           MOVE 0 TO WS-ON-HAND.
           PERFORM 3210-ONE-STOCK-START THRU 3210-ONE-STOCK-END
               VARYING WS-STK-IDX FROM 1 BY 1
               UNTIL WS-STK-IDX > WS-STK-COUNT.
           MOVE 0 TO WS-LEAD-DAYS.
           PERFORM 3220-ONE-SUPPL-START THRU 3220-ONE-SUPPL-END
               VARYING WS-SUP-IDX FROM 1 BY 1
               UNTIL WS-SUP-IDX > WS-SUP-COUNT.
           COMPUTE WS-DAILY-USE ROUNDED =
               RCP-QTY-PER-PIZ * WS-DAILY-PIZZAS.

      * walk forward day by day with that weekday's consumption: the
      * cover ends on the first day the stock cannot feed, and the
      * need sums the days until a delivery ordered today plus the
      * safety margin
           COMPUTE WS-HORIZON = WS-LEAD-DAYS + WS-SAFETY-DAYS.
           MOVE WS-ON-HAND TO WS-REMAINING.
           MOVE 0 TO WS-HORIZON-NEED.
           MOVE 0 TO WS-COVER-DAYS.
           MOVE 'N' TO WS-COVER-SW.
           IF WS-DAILY-USE = 0
               MOVE 999 TO WS-COVER-DAYS
               SET WS-COVER-FOUND TO TRUE
           END-IF.
           PERFORM 3300-ONE-DAY-START THRU 3300-ONE-DAY-END
               VARYING WS-D FROM 1 BY 1
               UNTIL WS-D >= 999
                  OR (WS-COVER-FOUND AND WS-D > WS-HORIZON).
           IF NOT WS-COVER-FOUND
               MOVE 999 TO WS-COVER-DAYS
           END-IF.

           IF WS-HORIZON-NEED > WS-ON-HAND
               COMPUTE WS-SUGGESTED ROUNDED =
                   WS-HORIZON-NEED - WS-ON-HAND
           ELSE
               MOVE 0 TO WS-SUGGESTED
           END-IF.

           MOVE RCP-INGREDIENT TO DET-INGREDIENT.
           MOVE WS-DAILY-USE   TO DET-DAILY.
           MOVE WS-ON-HAND     TO DET-ON-HAND.
           IF WS-COVER-DAYS = 999
               MOVE "---" TO DET-COVER
           ELSE
               MOVE WS-COVER-DAYS TO WS-COVER-ED
               MOVE WS-COVER-ED TO DET-COVER
           END-IF.
           MOVE WS-LEAD-DAYS   TO DET-LEAD.
           MOVE WS-SUGGESTED   TO DET-SUGGESTED.
           MOVE RCP-UNIT       TO DET-UNIT.
           MOVE SPACES         TO DET-FLAG.
           IF WS-COVER-DAYS < WS-LEAD-DAYS
               MOVE "  RUPTURE" TO DET-FLAG
               ADD 1 TO WS-SHORT-COUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF WS-SUGGESTED > 0
               MOVE RCP-INGREDIENT TO SUG-INGREDIENT
               MOVE WS-SUGGESTED   TO SUG-QTY
               MOVE WS-COVER-DAYS  TO SUG-COVER-DAYS
               MOVE WS-CD-DATE     TO SUG-DATE
               WRITE SUGG-RECORD
               MOVE WS-SUG-STAT TO WS-ERR-STATUS
               MOVE "PIZSUGG.dat" TO WS-ERR-FILE
               MOVE "WRITE" TO WS-ERR-OP
               PERFORM 9800-CHECK-STATUS-START
                  THRU 9800-CHECK-STATUS-END
               ADD 1 TO WS-SUGG-COUNT
           END-IF.
       3200-COVER-END.
           EXIT.

       3210-ONE-STOCK-START.
           IF WS-STK-NAME(WS-STK-IDX) = RCP-INGREDIENT
               MOVE WS-STK-QTY(WS-STK-IDX) TO WS-ON-HAND
           END-IF.
       3210-ONE-STOCK-END.
           EXIT.

       3220-ONE-SUPPL-START.
           IF WS-SUP-INGR(WS-SUP-IDX) = RCP-INGREDIENT
               MOVE WS-SUP-LEAD(WS-SUP-IDX) TO WS-LEAD-DAYS
           END-IF.
       3220-ONE-SUPPL-END.
           EXIT.

      * day WS-D after today
       3300-ONE-DAY-START.
           COMPUTE WS-DAY-INT = WS-TODAY-INT + WS-D.
           PERFORM 8000-WEEKDAY-START THRU 8000-WEEKDAY-END.
           COMPUTE WS-DAY-USE ROUNDED =
               RCP-QTY-PER-PIZ * WS-WDY-AVG(WS-WEEKDAY).
           IF WS-D <= WS-HORIZON
               ADD WS-DAY-USE TO WS-HORIZON-NEED
           END-IF.
           IF WS-COVER-FOUND
               GO TO 3300-ONE-DAY-END
           END-IF.
           IF WS-DAY-USE > WS-REMAINING
               COMPUTE WS-COVER-DAYS = WS-D - 1
               SET WS-COVER-FOUND TO TRUE
           ELSE
               SUBTRACT WS-DAY-USE FROM WS-REMAINING
           END-IF.
       3300-ONE-DAY-END.
           EXIT.

      ******************************************************************
      * WEEKDAY OF DAY NUMBER WS-DAY-INT - DAY 1 (01/01/1601) WAS A
      * MONDAY
      ******************************************************************
       8000-WEEKDAY-START.
           COMPUTE WS-WEEKDAY =
               FUNCTION MOD(WS-DAY-INT - 1, 7) + 1.
       8000-WEEKDAY-END.
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
