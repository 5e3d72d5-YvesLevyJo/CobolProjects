      *****************************************************************
      * Program name:    pizwaste
      * Original author: Yves
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 Yves    Created: monthly waste report - the 'W'
      *                  write-off movements of the month in the
      *                  PIZMVTP.dat archive, totalled per ingredient
      *                  and valued at the supplier price per unit
      *                  (PIZSUPPL.dat pack price over pack size),
      *                  written to PIZWASTE.txt.  The month comes
      *                  from PIZWASTE.parm (AAAAMM), the current
      *                  month when there is none.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  pizwaste.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVT-ARCHIVE ASSIGN TO "PIZMVTP.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARC-STAT.

           SELECT SUPPL-FILE ASSIGN TO "PIZSUPPL.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SUP-STAT.

           SELECT PARM-FILE ASSIGN TO "PIZWASTE.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STAT.

           SELECT REPORT-FILE ASSIGN TO "PIZWASTE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STAT.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MOVT-ARCHIVE
           RECORD CONTAINS 61 CHARACTERS.
       01  ARCHIVE-RECORD.
           05 ARC-TYPE         PIC X(01).
              88 ARC-WRITE-OFF     VALUE 'W'.
           05 ARC-INGREDIENT   PIC X(14).
           05 ARC-QTY          PIC 9(06)V9(02).
           05 ARC-DATE.
              10 ARC-MONTH     PIC 9(06).
              10 FILLER        PIC 9(02).
           05 ARC-PO-NUM       PIC X(12).
           05 ARC-LOT          PIC X(10).
           05 ARC-BEST-BEFORE  PIC 9(08).

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
           05 PRM-MONTH        PIC 9(06).
           05 FILLER           PIC X(44).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ARC-STAT         PIC X(02).
           88 WS-ARC-EOF           VALUE '10'.
       01  WS-SUP-STAT         PIC X(02).
           88 WS-SUP-EOF           VALUE '10'.
       01  WS-PARM-STAT        PIC X(02).
       01  WS-RPT-STAT         PIC X(02).

       01  WS-CURRENT-DATE.
           05 WS-CD-MONTH      PIC 9(06).
           05 FILLER           PIC X(15).
       01  WS-MONTH            PIC 9(06) VALUE 0.

      * supplier cost per unit, loaded once from PIZSUPPL.dat
       01  WS-SUPPL-TABLE.
           05 WS-SUP-ENTRY OCCURS 50 TIMES INDEXED BY WS-SUP-IDX.
              10 WS-SUP-INGR   PIC X(14).
              10 WS-SUP-UNIT   PIC 9(04)V9(04).
       01  WS-SUP-COUNT        PIC 9(02) VALUE 0.

      * write-offs of the month per ingredient
       01  WS-WASTE-TABLE.
           05 WS-WST-ENTRY OCCURS 50 TIMES INDEXED BY WS-WST-IDX.
              10 WS-WST-INGR   PIC X(14).
              10 WS-WST-QTY    PIC 9(07)V9(02).
              10 WS-WST-LOTS   PIC 9(03).
       01  WS-WST-COUNT        PIC 9(02) VALUE 0.
       01  WS-WST-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-WST-FOUND         VALUE 'Y'.
           88 WS-WST-NOT-FOUND     VALUE 'N'.
       01  WS-WST-FOUND-IDX    PIC 9(02) VALUE 0.

       01  WS-UNIT-COST        PIC 9(04)V9(04) VALUE 0.
       01  WS-PRICED-SW        PIC X(01) VALUE 'N'.
           88 WS-PRICED            VALUE 'Y'.
       01  WS-VALUE            PIC 9(07)V9(02) VALUE 0.
       01  WS-TOTAL-VALUE      PIC 9(08)V9(02) VALUE 0.
       01  WS-UNPRICED-COUNT   PIC 9(02) VALUE 0.

       01  WS-HEAD-LINE.
           05 FILLER           PIC X(16) VALUE "INGREDIENT".
           05 FILLER           PIC X(06) VALUE "LOTS".
           05 FILLER           PIC X(13) VALUE "    QUANTITE".
           05 FILLER           PIC X(13) VALUE "   COUT UNIT.".
           05 FILLER           PIC X(13) VALUE "       VALEUR".

       01  WS-DETAIL-LINE.
           05 DET-INGREDIENT   PIC X(14).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DET-LOTS         PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DET-QTY          PIC Z(06)9.9(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DET-UNIT-COST    PIC ZZZ9.9(04).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DET-VALUE        PIC Z(06)9.9(02).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-FLAG         PIC X(10).

       01  WS-TOTAL-LINE.
           05 FILLER           PIC X(40) VALUE
              "TOTAL DES PERTES DU MOIS".
           05 FILLER           PIC X(08) VALUE SPACES.
           05 TOT-VALUE        PIC Z(07)9.9(02).

      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CD-MONTH TO WS-MONTH.
           PERFORM 0100-LOAD-PARMS-START THRU 0100-LOAD-PARMS-END.
           PERFORM 1000-LOAD-SUPPL-START THRU 1000-LOAD-SUPPL-END.
           PERFORM 2000-LOAD-WRITE-OFFS-START
              THRU 2000-LOAD-WRITE-OFFS-END.
           PERFORM 3000-REPORT-START THRU 3000-REPORT-END.

           DISPLAY "INGREDIENTS PERDUS : " WS-WST-COUNT.
           DISPLAY "VALEUR DES PERTES  : " TOT-VALUE.
           IF WS-UNPRICED-COUNT > 0
               DISPLAY "SANS PRIX FOURNISSEUR : " WS-UNPRICED-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * THE MONTH TO REPORT - CURRENT MONTH WHEN NO PARAMETER FILE
      ******************************************************************
       0100-LOAD-PARMS-START.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STAT NOT = '00'
               GO TO 0100-LOAD-PARMS-END
           END-IF.
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PRM-MONTH NUMERIC
                       MOVE PRM-MONTH TO WS-MONTH
                   END-IF
           END-READ.
           CLOSE PARM-FILE.
       0100-LOAD-PARMS-END.
           EXIT.

      *****************************************************************
      * SUPPLIER COST PER RECIPE UNIT
      *****************************************************************
       1000-LOAD-SUPPL-START.
           OPEN INPUT SUPPL-FILE.
           IF WS-SUP-STAT = '35'
               DISPLAY "PIZSUPPL.dat ABSENT - PERTES NON VALORISEES."
               GO TO 1000-LOAD-SUPPL-END
           END-IF.
           MOVE WS-SUP-STAT TO WS-ERR-STATUS.
           MOVE "PIZSUPPL.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1100-READ-SUPPL-START THRU 1100-READ-SUPPL-END
               UNTIL WS-SUP-EOF.
           CLOSE SUPPL-FILE.
       1000-LOAD-SUPPL-END.
           EXIT.

       1100-READ-SUPPL-START.
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
                   IF SUP-PACK-SIZE > 0
                       COMPUTE WS-SUP-UNIT(WS-SUP-IDX) ROUNDED =
                           SUP-PRICE / SUP-PACK-SIZE
                   ELSE
                       MOVE 0 TO WS-SUP-UNIT(WS-SUP-IDX)
                   END-IF
           END-READ.
       1100-READ-SUPPL-END.
           EXIT.

      *****************************************************************
      * THE MONTH'S WRITE-OFFS FROM THE POSTED MOVEMENTS
      *****************************************************************
       2000-LOAD-WRITE-OFFS-START.
           OPEN INPUT MOVT-ARCHIVE.
           IF WS-ARC-STAT = '35'
               DISPLAY "PIZMVTP.dat ABSENT - AUCUN MOUVEMENT POSTE."
               GO TO 2000-LOAD-WRITE-OFFS-END
           END-IF.
           MOVE WS-ARC-STAT TO WS-ERR-STATUS.
           MOVE "PIZMVTP.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 2100-READ-MOVT-START THRU 2100-READ-MOVT-END
               UNTIL WS-ARC-EOF.
           CLOSE MOVT-ARCHIVE.
       2000-LOAD-WRITE-OFFS-END.
           EXIT.

       2100-READ-MOVT-START.
           READ MOVT-ARCHIVE
               AT END SET WS-ARC-EOF TO TRUE
               NOT AT END
                   IF ARC-WRITE-OFF AND ARC-MONTH = WS-MONTH
                       PERFORM 2200-TALLY-START THRU 2200-TALLY-END
                   END-IF
           END-READ.
       2100-READ-MOVT-END.
           EXIT.

       2200-TALLY-START.
           SET WS-WST-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-WST-FOUND-IDX.
           PERFORM 2210-ONE-WASTE-START THRU 2210-ONE-WASTE-END
               VARYING WS-WST-IDX FROM 1 BY 1
               UNTIL WS-WST-IDX > WS-WST-COUNT.
           IF WS-WST-NOT-FOUND
               IF WS-WST-COUNT >= 50
                   DISPLAY "TABLE DES PERTES PLEINE (50) - ARRET"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-WST-COUNT
               MOVE WS-WST-COUNT TO WS-WST-FOUND-IDX
               SET WS-WST-IDX TO WS-WST-FOUND-IDX
               MOVE ARC-INGREDIENT TO WS-WST-INGR(WS-WST-IDX)
               MOVE 0 TO WS-WST-QTY(WS-WST-IDX)
               MOVE 0 TO WS-WST-LOTS(WS-WST-IDX)
           END-IF.
           SET WS-WST-IDX TO WS-WST-FOUND-IDX.
           ADD ARC-QTY TO WS-WST-QTY(WS-WST-IDX).
           ADD 1 TO WS-WST-LOTS(WS-WST-IDX).
       2200-TALLY-END.
           EXIT.

       2210-ONE-WASTE-START.
           IF WS-WST-INGR(WS-WST-IDX) = ARC-INGREDIENT
               SET WS-WST-FOUND TO TRUE
               MOVE WS-WST-IDX TO WS-WST-FOUND-IDX
           END-IF.
       2210-ONE-WASTE-END.
           EXIT.

      *****************************************************************
      * ONE LINE PER INGREDIENT, VALUED, AND THE MONTH'S TOTAL
      *****************************************************************
       3000-REPORT-START.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RPT-STAT TO WS-ERR-STATUS.
           MOVE "PIZWASTE.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE SPACES TO REPORT-RECORD.
           STRING "PERTES ET RADIATIONS DU MOIS " WS-MONTH
               " - VALEUR AU PRIX FOURNISSEUR"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-HEAD-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM 3100-ONE-INGREDIENT-START
              THRU 3100-ONE-INGREDIENT-END
               VARYING WS-WST-IDX FROM 1 BY 1
               UNTIL WS-WST-IDX > WS-WST-COUNT.
           IF WS-WST-COUNT = 0
               MOVE "  AUCUNE PERTE" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-VALUE TO TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
       3000-REPORT-END.
           EXIT.

       3100-ONE-INGREDIENT-START.
           MOVE 0 TO WS-UNIT-COST.
           MOVE 'N' TO WS-PRICED-SW.
           PERFORM 3110-ONE-PRICE-START THRU 3110-ONE-PRICE-END
               VARYING WS-SUP-IDX FROM 1 BY 1
               UNTIL WS-SUP-IDX > WS-SUP-COUNT.
           COMPUTE WS-VALUE ROUNDED =
               WS-WST-QTY(WS-WST-IDX) * WS-UNIT-COST.
           ADD WS-VALUE TO WS-TOTAL-VALUE.

           MOVE WS-WST-INGR(WS-WST-IDX) TO DET-INGREDIENT.
           MOVE WS-WST-LOTS(WS-WST-IDX) TO DET-LOTS.
           MOVE WS-WST-QTY(WS-WST-IDX)  TO DET-QTY.
           MOVE WS-UNIT-COST            TO DET-UNIT-COST.
           MOVE WS-VALUE                TO DET-VALUE.
           IF WS-PRICED
               MOVE SPACES TO DET-FLAG
           ELSE
               MOVE "SANS PRIX" TO DET-FLAG
               ADD 1 TO WS-UNPRICED-COUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       3100-ONE-INGREDIENT-END.
           EXIT.

       3110-ONE-PRICE-START.
           IF WS-SUP-INGR(WS-SUP-IDX) = WS-WST-INGR(WS-WST-IDX)
           AND WS-SUP-UNIT(WS-SUP-IDX) > 0
               MOVE WS-SUP-UNIT(WS-SUP-IDX) TO WS-UNIT-COST
               SET WS-PRICED TO TRUE
           END-IF.
       3110-ONE-PRICE-END.
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
