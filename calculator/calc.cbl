      *                  loads that segment instead of the live
      *                  CALCLOG.dat (new operations keep appending
      *                  to the live log).
      * 15/10/26 Yves    Financial mode: loan amortization schedule
      *                  (period, payment, interest, principal,
      *                  remaining balance, with totals) or future
      *                  value of regular deposits, for a monthly,
      *                  quarterly, half-yearly or yearly frequency,
      *                  written to CALCAMORT.txt; the payment or the
      *                  future value is logged in CALCLOG.dat.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calc.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PTR2-STAT.

           SELECT CALC-AMORT-FILE ASSIGN TO "CALCAMORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AMORT-STAT.

      ******************************************************************
       DATA DIVISION.
      *****************************************************************
           RECORD CONTAINS 40 CHARACTERS.
       01  LOG-POINTER-REC     PIC X(40).

       FD  CALC-AMORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AMORT-RECORD        PIC X(80).

       FD  GEN-POINTER
           RECORD CONTAINS 30 CHARACTERS.
       01  GEN-POINTER-REC        PIC X(30).
           88 WS-BATCH-MODE        VALUE 'B' 'b' 'O' 'o' 'Y' 'y'.
           88 WS-HISTORY-MODE      VALUE 'H' 'h'.
           88 WS-EXPR-MODE         VALUE 'E' 'e'.
           88 WS-FIN-MODE          VALUE 'F' 'f'.

      *    historique lu depuis le journal vif ou, via le pointeur
      *    CALCLOG.SELECT, depuis un segment archive par logrot
           05 WS-VAL-ENTRY OCCURS 40 TIMES PIC S9(11)V9(2).
       01  WS-VAL-TOP          PIC 9(02) VALUE 0.

      *    mode financier: pret amortissable ou epargne a versements
      *    reguliers, echeancier ecrit dans CALCAMORT.txt
       01  WS-AMORT-STAT       PIC X(02).
       01  WS-FIN-KIND         PIC X(01).
           88 WS-FIN-LOAN          VALUE 'P' 'p'.
           88 WS-FIN-SAVINGS       VALUE 'E' 'e'.
       01  WS-FIN-FREQ         PIC X(01).
           88 WS-FIN-MONTHLY       VALUE 'M' 'm'.
           88 WS-FIN-QUARTERLY     VALUE 'T' 't'.
           88 WS-FIN-HALF-YEARLY   VALUE 'S' 's'.
           88 WS-FIN-YEARLY        VALUE 'A' 'a'.
       01  WS-FIN-OK-SW        PIC X(01) VALUE 'Y'.
           88 WS-FIN-OK            VALUE 'Y'.
           88 WS-FIN-BAD           VALUE 'N'.
       01  WS-FIN-AMOUNT       PIC S9(08)V9(02) VALUE 0.
       01  WS-FIN-RATE         PIC S9(02)V9(04) VALUE 0.
       01  WS-FIN-MONTHS       PIC S9(03) VALUE 0.
       01  WS-FIN-PPY          PIC 9(02) VALUE 0.
       01  WS-FIN-STEP         PIC 9(02) VALUE 0.
       01  WS-FIN-REM          PIC 9(02) VALUE 0.
       01  WS-FIN-PERIODS      PIC 9(03) VALUE 0.
       01  WS-FIN-PER          PIC 9(03) VALUE 0.
       01  WS-FIN-RATE-P       PIC 9(01)V9(12) VALUE 0.
       01  WS-FIN-FACTOR       PIC 9(09)V9(09) VALUE 0.
       01  WS-FIN-PAYMENT      PIC 9(09)V9(02) VALUE 0.
       01  WS-FIN-INTEREST     PIC 9(09)V9(02) VALUE 0.
       01  WS-FIN-CAPITAL      PIC 9(09)V9(02) VALUE 0.
       01  WS-FIN-BALANCE      PIC 9(11)V9(02) VALUE 0.
       01  WS-FIN-TOT-PAYMENT  PIC 9(11)V9(02) VALUE 0.
       01  WS-FIN-TOT-INTEREST PIC 9(11)V9(02) VALUE 0.
       01  WS-FIN-TOT-CAPITAL  PIC 9(11)V9(02) VALUE 0.

       01  WS-AMORT-TITLE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 AT-TEXT          PIC X(40).
       01  WS-AMORT-PARMS.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 AP-AMOUNT-LBL    PIC X(11).
           05 AP-AMOUNT        PIC Z(7)9.99.
           05 FILLER           PIC X(09) VALUE "   TAUX ".
           05 AP-RATE          PIC Z9.9999.
           05 FILLER           PIC X(10) VALUE " %   DUREE".
           05 AP-MONTHS        PIC ZZ9.
           05 FILLER           PIC X(13) VALUE " MOIS   FREQ.".
           05 AP-FREQ          PIC X(01).
       01  WS-AMORT-HEAD.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 AH-PERIOD        PIC X(08) VALUE "PERIODE".
           05 AH-COL1          PIC X(15).
           05 AH-COL2          PIC X(15).
           05 AH-COL3          PIC X(15).
           05 AH-COL4          PIC X(15).
       01  WS-AMORT-DETAIL.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 AD-PERIOD        PIC ZZ9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 AD-COL1          PIC Z(11)9.99.
           05 AD-COL2          PIC Z(11)9.99.
           05 AD-COL3          PIC Z(11)9.99.
           05 AD-COL4          PIC Z(11)9.99.
       01  WS-AMORT-TOTAL REDEFINES WS-AMORT-DETAIL.
           05 FILLER           PIC X(02).
           05 AD-TOTAL-LBL     PIC X(07).
           05 FILLER           PIC X(60).
       01  WS-AMORT-DASH       PIC X(69) VALUE ALL "-".

       01  WS-FIN-LOG-LINE.
           05 FL-KIND          PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FL-AMOUNT        PIC Z(7)9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FL-RATE          PIC Z9.99.
           05 FILLER           PIC X(02) VALUE "% ".
           05 FL-MONTHS        PIC ZZ9.
           05 FILLER           PIC X(02) VALUE "M ".
           05 FL-FREQ          PIC X(01).
           05 FILLER           PIC X(03) VALUE " = ".
           05 FL-RESULT        PIC Z(10)9.99.

       01  WS-PREC-CUR         PIC 9(01) VALUE 0.
       01  WS-PREC-TOP         PIC 9(01) VALUE 0.
       01  WS-EVAL-A           PIC S9(11)V9(2) VALUE 0.
           PERFORM 0020-LOAD-REGS-START THRU 0020-LOAD-REGS-END

           DISPLAY "Mode batch (o) / (H)istorique / (E)xpression /"
           SPACE "(F)inancier / autre = interactif ?"
           SPACE NO ADVANCING
              ACCEPT WS-BATCH-CHOICE.

              STOP RUN
           END-IF.

           IF WS-FIN-MODE
              PERFORM 0060-FINANCE-START THRU 0060-FINANCE-END
              PERFORM 0021-SAVE-REGS-START THRU 0021-SAVE-REGS-END
              STOP RUN
           END-IF.

           PERFORM 0001-SAISIE-NUM1
           PERFORM UNTIL FUNCTION UPPER-CASE(WS-SORTIE) = 'n'
              PERFORM 0008-CONTINUE
       0052-EXPR-REPORT-END.
           EXIT.

      *****************************************************************
      * FINANCIAL MODE - LOAN AMORTIZATION SCHEDULE OR FUTURE VALUE
      * OF REGULAR DEPOSITS, PERIOD BY PERIOD INTO CALCAMORT.txt
      *****************************************************************
       0060-FINANCE-START.
           SET WS-FIN-OK TO TRUE.
           DISPLAY "(P)ret / (E)pargne ?".
           ACCEPT WS-FIN-KIND.
           IF NOT WS-FIN-LOAN AND NOT WS-FIN-SAVINGS
               DISPLAY "***Choix inconnu***"
               GO TO 0060-FINANCE-END
           END-IF.

           IF WS-FIN-LOAN
               DISPLAY "Capital emprunte ?"
           ELSE
               DISPLAY "Versement periodique ?"
           END-IF.
           ACCEPT WS-INPUT-TEXT.
           COMPUTE WS-FIN-AMOUNT = FUNCTION NUMVAL(WS-INPUT-TEXT).
           IF WS-FIN-AMOUNT NOT > 0
               DISPLAY "***Montant invalide***"
               GO TO 0060-FINANCE-END
           END-IF.

           DISPLAY "Taux annuel en % ?".
           ACCEPT WS-INPUT-TEXT.
           COMPUTE WS-FIN-RATE = FUNCTION NUMVAL(WS-INPUT-TEXT).
           IF WS-FIN-RATE < 0
               DISPLAY "***Taux invalide***"
               GO TO 0060-FINANCE-END
           END-IF.

           DISPLAY "Duree en mois ?".
           ACCEPT WS-INPUT-TEXT.
           COMPUTE WS-FIN-MONTHS = FUNCTION NUMVAL(WS-INPUT-TEXT).
           IF WS-FIN-MONTHS NOT > 0
               DISPLAY "***Duree invalide***"
               GO TO 0060-FINANCE-END
           END-IF.

           DISPLAY "Frequence (M)ensuelle / (T)rimestrielle /"
               " (S)emestrielle / (A)nnuelle ?".
           ACCEPT WS-FIN-FREQ.
           EVALUATE TRUE
               WHEN WS-FIN-MONTHLY
                   MOVE 12 TO WS-FIN-PPY
               WHEN WS-FIN-QUARTERLY
                   MOVE 4 TO WS-FIN-PPY
               WHEN WS-FIN-HALF-YEARLY
                   MOVE 2 TO WS-FIN-PPY
               WHEN WS-FIN-YEARLY
                   MOVE 1 TO WS-FIN-PPY
               WHEN OTHER
                   DISPLAY "***Frequence inconnue***"
                   GO TO 0060-FINANCE-END
           END-EVALUATE.
           MOVE FUNCTION UPPER-CASE(WS-FIN-FREQ) TO WS-FIN-FREQ.

      *    the duration must be a whole number of periods
           DIVIDE 12 BY WS-FIN-PPY GIVING WS-FIN-STEP.
           DIVIDE WS-FIN-MONTHS BY WS-FIN-STEP GIVING WS-FIN-PERIODS
               REMAINDER WS-FIN-REM.
           IF WS-FIN-REM NOT = 0
               DISPLAY "***La duree doit etre un multiple de "
                   WS-FIN-STEP " mois***"
               GO TO 0060-FINANCE-END
           END-IF.
           COMPUTE WS-FIN-RATE-P ROUNDED =
               WS-FIN-RATE / 100 / WS-FIN-PPY.

           IF WS-FIN-LOAN
               PERFORM 0061-LOAN-PAYMENT-START
                  THRU 0061-LOAN-PAYMENT-END
               IF WS-FIN-BAD
                   DISPLAY "***Calcul hors capacite***"
                   GO TO 0060-FINANCE-END
               END-IF
      *        the regular payment, before the last one is adjusted
               MOVE WS-FIN-PAYMENT TO WS-RESULT
           END-IF.

           OPEN OUTPUT CALC-AMORT-FILE.
           IF WS-AMORT-STAT NOT = "00"
               DISPLAY "***Ouverture CALCAMORT.txt impossible : "
                   WS-AMORT-STAT "***"
               GO TO 0060-FINANCE-END
           END-IF.
           PERFORM 0062-AMORT-HEADER-START THRU 0062-AMORT-HEADER-END.

           INITIALIZE WS-FIN-TOT-PAYMENT WS-FIN-TOT-INTEREST
               WS-FIN-TOT-CAPITAL.
           IF WS-FIN-LOAN
               MOVE WS-FIN-AMOUNT TO WS-FIN-BALANCE
               PERFORM 0063-LOAN-PERIOD-START
                  THRU 0063-LOAN-PERIOD-END
                  VARYING WS-FIN-PER FROM 1 BY 1
                  UNTIL WS-FIN-PER > WS-FIN-PERIODS
           ELSE
               MOVE 0 TO WS-FIN-BALANCE
               PERFORM 0064-SAVINGS-PERIOD-START
                  THRU 0064-SAVINGS-PERIOD-END
                  VARYING WS-FIN-PER FROM 1 BY 1
                  UNTIL WS-FIN-PER > WS-FIN-PERIODS OR WS-FIN-BAD
           END-IF.

           IF WS-FIN-BAD
               CLOSE CALC-AMORT-FILE
               DISPLAY "***Calcul hors capacite***"
               GO TO 0060-FINANCE-END
           END-IF.
           PERFORM 0065-AMORT-TOTALS-START THRU 0065-AMORT-TOTALS-END.
           CLOSE CALC-AMORT-FILE.

           IF WS-FIN-LOAN
               MOVE WS-RESULT TO WS-RESULT-ED
               DISPLAY "ECHEANCE      : " WS-RESULT-ED
               MOVE WS-FIN-TOT-INTEREST TO WS-RESULT-ED
               DISPLAY "COUT INTERETS : " WS-RESULT-ED
           ELSE
               MOVE WS-FIN-BALANCE TO WS-RESULT
               MOVE WS-RESULT TO WS-RESULT-ED
               DISPLAY "VALEUR ACQUISE: " WS-RESULT-ED
               MOVE WS-FIN-TOT-INTEREST TO WS-RESULT-ED
               DISPLAY "DONT INTERETS : " WS-RESULT-ED
           END-IF.
           DISPLAY "ECHEANCIER ECRIT DANS CALCAMORT.txt".
           PERFORM 0066-LOG-FINANCE-START THRU 0066-LOG-FINANCE-END.
           PERFORM 0022-STORE-PROMPT-START THRU 0022-STORE-PROMPT-END.
       0060-FINANCE-END.
           EXIT.

      * constant payment of an annuity loan: P * r / (1 - (1+r)**-n),
      * or simply P / n when the rate is nil
       0061-LOAN-PAYMENT-START.
           IF WS-FIN-RATE-P = 0
               COMPUTE WS-FIN-PAYMENT ROUNDED =
                   WS-FIN-AMOUNT / WS-FIN-PERIODS
               GO TO 0061-LOAN-PAYMENT-END
           END-IF.
           COMPUTE WS-FIN-FACTOR ROUNDED =
               (1 + WS-FIN-RATE-P) ** WS-FIN-PERIODS
               ON SIZE ERROR
                   SET WS-FIN-BAD TO TRUE
                   GO TO 0061-LOAN-PAYMENT-END
           END-COMPUTE.
           COMPUTE WS-FIN-PAYMENT ROUNDED =
               WS-FIN-AMOUNT * WS-FIN-RATE-P
               / (1 - 1 / WS-FIN-FACTOR)
               ON SIZE ERROR
                   SET WS-FIN-BAD TO TRUE
           END-COMPUTE.
       0061-LOAN-PAYMENT-END.
           EXIT.

       0062-AMORT-HEADER-START.
           IF WS-FIN-LOAN
               MOVE "ECHEANCIER D'AMORTISSEMENT DU PRET" TO AT-TEXT
               MOVE "CAPITAL    " TO AP-AMOUNT-LBL
               MOVE "      ECHEANCE" TO AH-COL1
               MOVE "      INTERETS" TO AH-COL2
               MOVE "  AMORTISSEMENT" TO AH-COL3
               MOVE "    RESTANT DU" TO AH-COL4
           ELSE
               MOVE "EPARGNE - VERSEMENTS REGULIERS" TO AT-TEXT
               MOVE "VERSEMENT  " TO AP-AMOUNT-LBL
               MOVE "     VERSEMENT" TO AH-COL1
               MOVE "      INTERETS" TO AH-COL2
               MOVE "  CAPITALISE" TO AH-COL3
               MOVE "VALEUR ACQUISE" TO AH-COL4
           END-IF.
           MOVE WS-FIN-AMOUNT TO AP-AMOUNT.
           MOVE WS-FIN-RATE TO AP-RATE.
           MOVE WS-FIN-MONTHS TO AP-MONTHS.
           MOVE WS-FIN-FREQ TO AP-FREQ.
           WRITE AMORT-RECORD FROM WS-AMORT-TITLE.
           WRITE AMORT-RECORD FROM WS-AMORT-PARMS.
           MOVE SPACES TO AMORT-RECORD.
           WRITE AMORT-RECORD.
           WRITE AMORT-RECORD FROM WS-AMORT-HEAD.
           WRITE AMORT-RECORD FROM WS-AMORT-DASH.
       0062-AMORT-HEADER-END.
           EXIT.

      * the last period settles whatever rounding has left over
       0063-LOAN-PERIOD-START.
           COMPUTE WS-FIN-INTEREST ROUNDED =
               WS-FIN-BALANCE * WS-FIN-RATE-P.
           IF WS-FIN-PER = WS-FIN-PERIODS
               MOVE WS-FIN-BALANCE TO WS-FIN-CAPITAL
               COMPUTE WS-FIN-PAYMENT =
                   WS-FIN-CAPITAL + WS-FIN-INTEREST
           ELSE
               COMPUTE WS-FIN-CAPITAL =
                   WS-FIN-PAYMENT - WS-FIN-INTEREST
           END-IF.
           SUBTRACT WS-FIN-CAPITAL FROM WS-FIN-BALANCE.
           ADD WS-FIN-PAYMENT TO WS-FIN-TOT-PAYMENT.
           ADD WS-FIN-INTEREST TO WS-FIN-TOT-INTEREST.
           ADD WS-FIN-CAPITAL TO WS-FIN-TOT-CAPITAL.

           MOVE WS-FIN-PER TO AD-PERIOD.
           MOVE WS-FIN-PAYMENT TO AD-COL1.
           MOVE WS-FIN-INTEREST TO AD-COL2.
           MOVE WS-FIN-CAPITAL TO AD-COL3.
           MOVE WS-FIN-BALANCE TO AD-COL4.
           WRITE AMORT-RECORD FROM WS-AMORT-DETAIL.
       0063-LOAN-PERIOD-END.
           EXIT.

      * deposit at the end of each period, interest on the balance
      * carried from the previous one
       0064-SAVINGS-PERIOD-START.
           COMPUTE WS-FIN-INTEREST ROUNDED =
               WS-FIN-BALANCE * WS-FIN-RATE-P
               ON SIZE ERROR
                   SET WS-FIN-BAD TO TRUE
                   GO TO 0064-SAVINGS-PERIOD-END
           END-COMPUTE.
           COMPUTE WS-FIN-CAPITAL = WS-FIN-AMOUNT + WS-FIN-INTEREST.
           ADD WS-FIN-CAPITAL TO WS-FIN-BALANCE
               ON SIZE ERROR
                   SET WS-FIN-BAD TO TRUE
                   GO TO 0064-SAVINGS-PERIOD-END
           END-ADD.
           ADD WS-FIN-AMOUNT TO WS-FIN-TOT-PAYMENT.
           ADD WS-FIN-INTEREST TO WS-FIN-TOT-INTEREST.
           ADD WS-FIN-CAPITAL TO WS-FIN-TOT-CAPITAL.

           MOVE WS-FIN-PER TO AD-PERIOD.
           MOVE WS-FIN-AMOUNT TO AD-COL1.
           MOVE WS-FIN-INTEREST TO AD-COL2.
           MOVE WS-FIN-CAPITAL TO AD-COL3.
           MOVE WS-FIN-BALANCE TO AD-COL4.
           WRITE AMORT-RECORD FROM WS-AMORT-DETAIL.
       0064-SAVINGS-PERIOD-END.
           EXIT.

       0065-AMORT-TOTALS-START.
           WRITE AMORT-RECORD FROM WS-AMORT-DASH.
           MOVE WS-FIN-TOT-PAYMENT TO AD-COL1.
           MOVE WS-FIN-TOT-INTEREST TO AD-COL2.
           MOVE WS-FIN-TOT-CAPITAL TO AD-COL3.
           MOVE WS-FIN-BALANCE TO AD-COL4.
           MOVE "TOTAUX" TO AD-TOTAL-LBL.
           WRITE AMORT-RECORD FROM WS-AMORT-DETAIL.
       0065-AMORT-TOTALS-END.
           EXIT.

      * one CALCLOG.dat line per schedule: the payment of a loan or
      * the future value of the deposits, listed by the history mode
       0066-LOG-FINANCE-START.
           IF WS-FIN-LOAN
               MOVE "PRET" TO FL-KIND
           ELSE
               MOVE "EPAR" TO FL-KIND
           END-IF.
           MOVE WS-FIN-AMOUNT TO FL-AMOUNT.
           MOVE WS-FIN-RATE TO FL-RATE.
           MOVE WS-FIN-MONTHS TO FL-MONTHS.
           MOVE WS-FIN-FREQ TO FL-FREQ.
           MOVE WS-RESULT TO FL-RESULT.
           OPEN EXTEND CALC-LOGFILE.
           MOVE WS-FIN-LOG-LINE TO LOG-RECORD.
           WRITE LOG-RECORD.
           CLOSE CALC-LOGFILE.
       0066-LOG-FINANCE-END.
           EXIT.

      *****************************************************************
      * EVALUATE WS-EXPR: TOKENS, THEN SHUNTING-YARD TO REVERSE
      * POLISH, THEN A VALUE-STACK PASS - WS-RESULT AND THE
