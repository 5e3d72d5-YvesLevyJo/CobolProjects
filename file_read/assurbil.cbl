      *****************************************************************
      *    Facturation des primes d'assurances et creances
      *****************************************************************
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: premium billing run - every Actif
      *                    contract of assurances.dat whose instalment
      *                    falls in the billed month (annual, quarterly
      *                    or monthly from the PRMFREQ.dat reference,
      *                    annual when absent, on the anniversary of
      *                    the contract date) gets one instalment of
      *                    its amount in the receivables ledger
      *                    PREMRCV.dat; a month billed twice adds
      *                    nothing.  The overdue instalments, unpaid
      *                    or partly paid past their due date, are
      *                    listed by company and currency in
      *                    PREMOVD.txt.  Payments are posted by
      *                    assurpay.cbl.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  assurbil.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN  TO 'assurances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS.

           SELECT FREQ-FILE ASSIGN TO 'PRMFREQ.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FRQ-STATUS.

           SELECT RCV-FILE ASSIGN TO 'PREMRCV.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCV-KEY
           FILE STATUS IS WS-RCV-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'PREMOVD.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT OVD-WORK ASSIGN TO 'premovd-work.dat'.

       DATA DIVISION.
       FILE SECTION.
       FD INFILE
           RECORD CONTAINS 126 CHARACTERS
           RECORDING MODE IS F.
       01  E-INFILE PIC X(126).
       01  INFILE-DATA REDEFINES E-INFILE.
           05 INFILE-DATA-ID          PIC X(8).
           05 FILLER                  PIC X(1).
           05 INFILE-DATA-REF         PIC X(14).
           05 FILLER                  PIC X(1).
           05 INFILE-DATA-CONTRACT    PIC X(14).
           05 FILLER                  PIC X(1).
           05 INFILE-DATA-ENTREPISE   PIC X(41).
           05 FILLER                  PIC X(1).
           05 INFILE-DATA-STATUS      PIC X(8).
           05 FILLER                  PIC X(1).
           05 INFILE-DATA-CODE1       PIC X(8).
           05 FILLER                  PIC X(1).
           05 INFILE-DATA-CODE2       PIC X(8).
           05 FILLER                  PIC X(1).
           05 FILE-DATA-AMOUNTH       PIC 9(9).
           05 FILLER                  PIC X(1).
           05 FILE-DATA-CURRENCY      PIC X(3).

      * billing frequency per contract: A annual, T quarterly,
      * M monthly
       FD FREQ-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  FREQ-REC.
           05 FRQ-ID                  PIC X(8).
           05 FILLER                  PIC X(1).
           05 FRQ-CODE                PIC X(1).

      * one premium instalment of a contract, keyed on the contract
      * and its due date
       FD RCV-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  RCV-REC.
           05 RCV-KEY.
              10 RCV-CONTRACT-ID      PIC X(8).
              10 RCV-DUE              PIC 9(8).
           05 RCV-ENTREPISE           PIC X(41).
           05 RCV-FREQ                PIC X(1).
           05 RCV-AMOUNT              PIC 9(9)V99.
           05 RCV-PAID                PIC 9(9)V99.
           05 RCV-CURRENCY            PIC X(3).
           05 RCV-STATUS              PIC X(1).
              88 RCV-OPEN                 VALUE 'O'.
              88 RCV-PARTIAL              VALUE 'P'.
              88 RCV-SETTLED              VALUE 'S'.
           05 RCV-BILLED              PIC 9(8).
           05 RCV-LAST-PAY            PIC 9(8).

       FD REPORT-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  REPORT-REC                 PIC X(110).

       SD  OVD-WORK.
       01  OVD-ENTRY.
           05 OW-ENTREPISE            PIC X(41).
           05 OW-CURRENCY             PIC X(3).
           05 OW-CONTRACT-ID          PIC X(8).
           05 OW-DUE                  PIC 9(8).
           05 OW-DAYS-LATE            PIC 9(5).
           05 OW-BALANCE              PIC 9(9)V99.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-STATUS                  PIC X(2).
           88 WS-STATUS-EOF               VALUE '10'.
       01  WS-FRQ-STATUS              PIC X(2).
           88 WS-FRQ-EOF                  VALUE '10'.
       01  WS-RCV-STATUS              PIC X(2).
           88 WS-RCV-EOF                  VALUE '10'.
       01  WS-RPT-STATUS              PIC X(2).
       01  WS-SORT-EOF-SW             PIC X(1) VALUE 'N'.
           88 WS-SORT-EOF                 VALUE 'Y'.

      * the billed month, asked at run time
       01  WS-BILL-PERIOD.
           05 WS-BILL-YYYY            PIC 9(4).
           05 WS-BILL-MM              PIC 9(2).
       01  WS-BILL-PERIOD-N REDEFINES WS-BILL-PERIOD PIC 9(6).

      * frequency reference, loaded once
       01  WS-FREQ-TABLE.
           05 WS-FQ-ENTRY OCCURS 5000 TIMES INDEXED BY WS-FQ-IDX.
              10 WS-FQ-ID             PIC X(8).
              10 WS-FQ-CODE           PIC X(1).
       01  WS-FQ-COUNT                PIC 9(5) VALUE 0.

      * the contract under billing
       01  WS-FREQ                    PIC X(1).
           88 WS-FREQ-ANNUAL              VALUE 'A'.
           88 WS-FREQ-QUARTER             VALUE 'T'.
           88 WS-FREQ-MONTH               VALUE 'M'.
       01  WS-STEP                    PIC 9(2).
       01  WS-NB-INST                 PIC 9(2).
       01  WS-START-DATE.
           05 WS-START-YYYY           PIC 9(4).
           05 WS-START-MM             PIC 9(2).
           05 WS-START-DD             PIC 9(2).
       01  WS-START-PERIOD            PIC 9(6).
       01  WS-MONTH-GAP               PIC 9(3).
       01  WS-GAP-QUOT                PIC 9(3).
       01  WS-GAP-REM                 PIC 9(3).
       01  WS-DUE-DATE.
           05 WS-DUE-YYYY             PIC 9(4).
           05 WS-DUE-MM               PIC 9(2).
           05 WS-DUE-DD               PIC 9(2).
       01  WS-DUE-DATE-N REDEFINES WS-DUE-DATE PIC 9(8).

       01  WS-CURRENT-DATE.
           05 WS-TODAY                PIC 9(8).
           05 FILLER                  PIC X(13).
       01  WS-TODAY-DAYNUM            PIC 9(7).
       01  WS-DUE-DAYNUM              PIC 9(7).

       01  WS-READ-COUNT              PIC 9(5) VALUE 0.
       01  WS-BILLED-COUNT            PIC 9(5) VALUE 0.
       01  WS-DUP-COUNT               PIC 9(5) VALUE 0.
       01  WS-BADFREQ-COUNT           PIC 9(5) VALUE 0.
       01  WS-OVD-COUNT               PIC 9(5) VALUE 0.

      * control break of the overdue report: company, then currency
       01  WS-PREV-ENTREPISE          PIC X(41).
       01  WS-PREV-CURRENCY           PIC X(3).
       01  WS-FIRST-SW                PIC X(1) VALUE 'Y'.
           88 WS-FIRST                    VALUE 'Y'.
       01  WS-SUB-COUNT               PIC 9(5) VALUE 0.
       01  WS-SUB-TOTAL               PIC 9(11)V99 VALUE 0.

       01  WS-CIE-LINE.
           05 FILLER                  PIC X(12) VALUE "ENTREPRISE: ".
           05 CIE-NAME                PIC X(41).

       01  WS-DETAIL-LINE.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 DET-CONTRACT-ID         PIC X(8).
           05 FILLER                  PIC X(10) VALUE "  ECHEANCE".
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DET-DUE                 PIC 9(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DET-DAYS                PIC Z(4)9.
           05 FILLER                  PIC X(15) VALUE " JOURS  RESTE: ".
           05 DET-BALANCE             PIC Z(8)9,99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DET-CURRENCY            PIC X(3).

       01  WS-SUB-LINE.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 FILLER                  PIC X(14) VALUE "TOTAL IMPAYE: ".
           05 SUB-COUNT               PIC Z(4)9.
           05 FILLER                  PIC X(12) VALUE " ECHEANCES  ".
           05 SUB-TOTAL               PIC Z(10)9,99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 SUB-CURRENCY            PIC X(3).
      *****************************************************************
      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           DISPLAY "Mois a facturer (AAAAMM) ?".
           ACCEPT WS-BILL-PERIOD.
           IF WS-BILL-PERIOD NOT NUMERIC
           OR WS-BILL-MM < 1 OR WS-BILL-MM > 12
               DISPLAY "MOIS INVALIDE: " WS-BILL-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           COMPUTE WS-TODAY-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).

           PERFORM 1000-LOAD-FREQ-START THRU 1000-LOAD-FREQ-END.

           OPEN I-O RCV-FILE.
           IF WS-RCV-STATUS = '35'
      * first billing run on a machine with no ledger yet
               OPEN OUTPUT RCV-FILE
               CLOSE RCV-FILE
               OPEN I-O RCV-FILE
           END-IF.
           MOVE WS-RCV-STATUS TO WS-ERR-STATUS.
           MOVE "PREMRCV.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           PERFORM 2000-BILL-START THRU 2000-BILL-END.

           SORT OVD-WORK
               ON ASCENDING KEY OW-ENTREPISE OW-CURRENCY
                                OW-CONTRACT-ID OW-DUE
               INPUT PROCEDURE IS 3000-SCAN-OVERDUE-START
                  THRU 3000-SCAN-OVERDUE-END
               OUTPUT PROCEDURE IS 4000-WRITE-REPORT-START
                  THRU 4000-WRITE-REPORT-END.

           CLOSE RCV-FILE.

           DISPLAY "CONTRATS LUS        : " WS-READ-COUNT.
           DISPLAY "ECHEANCES FACTUREES : " WS-BILLED-COUNT.
           DISPLAY "DEJA FACTUREES      : " WS-DUP-COUNT.
           IF WS-BADFREQ-COUNT > 0
               DISPLAY "FREQUENCES INCONNUES (ANNUEL PRIS): "
                   WS-BADFREQ-COUNT
           END-IF.
           DISPLAY "ECHEANCES EN RETARD : " WS-OVD-COUNT.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * LOAD THE BILLING FREQUENCY REFERENCE - OPTIONAL, EVERY CONTRACT
      * IS BILLED ANNUALLY WITHOUT IT
      ******************************************************************
       1000-LOAD-FREQ-START.
           OPEN INPUT FREQ-FILE.
           IF WS-FRQ-STATUS = '35'
               DISPLAY "PRMFREQ.dat ABSENT - FACTURATION ANNUELLE."
               GO TO 1000-LOAD-FREQ-END
           END-IF.
           MOVE WS-FRQ-STATUS TO WS-ERR-STATUS.
           MOVE "PRMFREQ.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1100-READ-FREQ-START THRU 1100-READ-FREQ-END
               UNTIL WS-FRQ-EOF.
           CLOSE FREQ-FILE.
       1000-LOAD-FREQ-END.
           EXIT.

       1100-READ-FREQ-START.
           READ FREQ-FILE
               AT END SET WS-FRQ-EOF TO TRUE
               NOT AT END
                   IF WS-FQ-COUNT < 5000
                       ADD 1 TO WS-FQ-COUNT
                       SET WS-FQ-IDX TO WS-FQ-COUNT
                       MOVE FRQ-ID   TO WS-FQ-ID(WS-FQ-IDX)
                       MOVE FRQ-CODE TO WS-FQ-CODE(WS-FQ-IDX)
                   END-IF
           END-READ.
       1100-READ-FREQ-END.
           EXIT.

      ******************************************************************
      * ONE PASS OVER THE PORTFOLIO: AN INSTALMENT FOR EVERY ACTIF
      * CONTRACT DUE IN THE BILLED MONTH
      ******************************************************************
       2000-BILL-START.
           OPEN INPUT INFILE.
           MOVE WS-STATUS TO WS-ERR-STATUS.
           MOVE "assurances.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 2100-ONE-CONTRACT-START THRU 2100-ONE-CONTRACT-END
               UNTIL WS-STATUS-EOF.
           CLOSE INFILE.
       2000-BILL-END.
           EXIT.

       2100-ONE-CONTRACT-START.
           READ INFILE
               AT END
                   SET WS-STATUS-EOF TO TRUE
                   GO TO 2100-ONE-CONTRACT-END
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           IF INFILE-DATA-STATUS NOT = "Actif"
               GO TO 2100-ONE-CONTRACT-END
           END-IF.

           PERFORM 2200-FIND-FREQ-START THRU 2200-FIND-FREQ-END.

      * the contract date gives the anniversary; without a usable one
      * the contract is billed from January, on the first
           IF INFILE-DATA-CODE1 NUMERIC
               MOVE INFILE-DATA-CODE1 TO WS-START-DATE
           ELSE
               MOVE WS-BILL-YYYY TO WS-START-YYYY
               MOVE 1 TO WS-START-MM
               MOVE 1 TO WS-START-DD
           END-IF.
           IF WS-START-MM < 1 OR WS-START-MM > 12
               MOVE 1 TO WS-START-MM
           END-IF.
           IF WS-START-DD < 1
               MOVE 1 TO WS-START-DD
           END-IF.
           IF WS-START-DD > 28
               MOVE 28 TO WS-START-DD
           END-IF.

      * nothing is billed before the contract starts
           COMPUTE WS-START-PERIOD = WS-START-YYYY * 100 + WS-START-MM.
           IF WS-START-PERIOD > WS-BILL-PERIOD-N
               GO TO 2100-ONE-CONTRACT-END
           END-IF.

           COMPUTE WS-MONTH-GAP = WS-BILL-MM + 12 - WS-START-MM.
           DIVIDE WS-MONTH-GAP BY WS-STEP
               GIVING WS-GAP-QUOT REMAINDER WS-GAP-REM.
           IF WS-GAP-REM NOT = 0
               GO TO 2100-ONE-CONTRACT-END
           END-IF.

           MOVE WS-BILL-YYYY TO WS-DUE-YYYY.
           MOVE WS-BILL-MM   TO WS-DUE-MM.
           MOVE WS-START-DD  TO WS-DUE-DD.

           MOVE SPACES                TO RCV-REC.
           MOVE INFILE-DATA-ID        TO RCV-CONTRACT-ID.
           MOVE WS-DUE-DATE-N         TO RCV-DUE.
           MOVE INFILE-DATA-ENTREPISE TO RCV-ENTREPISE.
           MOVE WS-FREQ               TO RCV-FREQ.
           COMPUTE RCV-AMOUNT ROUNDED = FILE-DATA-AMOUNTH / WS-NB-INST.
           MOVE 0                     TO RCV-PAID.
           MOVE FILE-DATA-CURRENCY    TO RCV-CURRENCY.
           SET RCV-OPEN               TO TRUE.
           MOVE WS-TODAY              TO RCV-BILLED.
           MOVE 0                     TO RCV-LAST-PAY.
           WRITE RCV-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-BILLED-COUNT
           END-WRITE.
       2100-ONE-CONTRACT-END.
           EXIT.

      * the contract's frequency, annual when not in the reference
       2200-FIND-FREQ-START.
           MOVE 'A' TO WS-FREQ.
           SET WS-FQ-IDX TO 1.
           SEARCH WS-FQ-ENTRY
               AT END CONTINUE
               WHEN WS-FQ-IDX > WS-FQ-COUNT
                   CONTINUE
               WHEN WS-FQ-ID(WS-FQ-IDX) = INFILE-DATA-ID
                   MOVE WS-FQ-CODE(WS-FQ-IDX) TO WS-FREQ
           END-SEARCH.
           EVALUATE TRUE
               WHEN WS-FREQ-MONTH
                   MOVE 1  TO WS-STEP
                   MOVE 12 TO WS-NB-INST
               WHEN WS-FREQ-QUARTER
                   MOVE 3  TO WS-STEP
                   MOVE 4  TO WS-NB-INST
               WHEN WS-FREQ-ANNUAL
                   MOVE 12 TO WS-STEP
                   MOVE 1  TO WS-NB-INST
               WHEN OTHER
                   ADD 1 TO WS-BADFREQ-COUNT
                   DISPLAY "FREQUENCE INCONNUE " WS-FREQ
                       " POUR " INFILE-DATA-ID " - ANNUEL PRIS"
                   MOVE 'A' TO WS-FREQ
                   MOVE 12 TO WS-STEP
                   MOVE 1  TO WS-NB-INST
           END-EVALUATE.
       2200-FIND-FREQ-END.
           EXIT.

      ******************************************************************
      * RELEASE EVERY INSTALMENT STILL OWED PAST ITS DUE DATE
      ******************************************************************
       3000-SCAN-OVERDUE-START.
           MOVE LOW-VALUES TO RCV-KEY.
           START RCV-FILE KEY IS NOT LESS THAN RCV-KEY
               INVALID KEY SET WS-RCV-EOF TO TRUE
           END-START.
           PERFORM 3100-ONE-RCV-START THRU 3100-ONE-RCV-END
               UNTIL WS-RCV-EOF.
       3000-SCAN-OVERDUE-END.
           EXIT.

       3100-ONE-RCV-START.
           READ RCV-FILE NEXT RECORD
               AT END
                   SET WS-RCV-EOF TO TRUE
                   GO TO 3100-ONE-RCV-END
           END-READ.
           IF RCV-SETTLED OR RCV-DUE NOT < WS-TODAY
               GO TO 3100-ONE-RCV-END
           END-IF.
           COMPUTE WS-DUE-DAYNUM = FUNCTION INTEGER-OF-DATE(RCV-DUE).
           MOVE RCV-ENTREPISE   TO OW-ENTREPISE.
           MOVE RCV-CURRENCY    TO OW-CURRENCY.
           MOVE RCV-CONTRACT-ID TO OW-CONTRACT-ID.
           MOVE RCV-DUE         TO OW-DUE.
           COMPUTE OW-DAYS-LATE = WS-TODAY-DAYNUM - WS-DUE-DAYNUM.
           COMPUTE OW-BALANCE = RCV-AMOUNT - RCV-PAID.
           RELEASE OVD-ENTRY.
       3100-ONE-RCV-END.
           EXIT.

      ******************************************************************
      * THE OVERDUE REPORT: ONE HEADING PER COMPANY, A TOTAL PER
      * COMPANY AND CURRENCY
      ******************************************************************
       4000-WRITE-REPORT-START.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RPT-STATUS TO WS-ERR-STATUS.
           MOVE "PREMOVD.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           MOVE SPACES TO REPORT-REC.
           STRING "PRIMES IMPAYEES EN RETARD AU " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
               INTO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM 4100-RETURN-ONE-START THRU 4100-RETURN-ONE-END
               UNTIL WS-SORT-EOF.
           IF NOT WS-FIRST
               PERFORM 4300-SUBTOTAL-START THRU 4300-SUBTOTAL-END
           END-IF.
           IF WS-OVD-COUNT = 0
               MOVE "AUCUNE PRIME EN RETARD." TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           CLOSE REPORT-FILE.
       4000-WRITE-REPORT-END.
           EXIT.

       4100-RETURN-ONE-START.
           RETURN OVD-WORK
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO 4100-RETURN-ONE-END
           END-RETURN.
           IF WS-FIRST
           OR OW-ENTREPISE NOT = WS-PREV-ENTREPISE
           OR OW-CURRENCY NOT = WS-PREV-CURRENCY
               PERFORM 4200-NEW-GROUP-START THRU 4200-NEW-GROUP-END
           END-IF.
           MOVE OW-CONTRACT-ID TO DET-CONTRACT-ID.
           MOVE OW-DUE         TO DET-DUE.
           MOVE OW-DAYS-LATE   TO DET-DAYS.
           MOVE OW-BALANCE     TO DET-BALANCE.
           MOVE OW-CURRENCY    TO DET-CURRENCY.
           MOVE WS-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           ADD 1 TO WS-SUB-COUNT.
           ADD OW-BALANCE TO WS-SUB-TOTAL.
           ADD 1 TO WS-OVD-COUNT.
       4100-RETURN-ONE-END.
           EXIT.

      * close the previous group; a new company also gets a heading
       4200-NEW-GROUP-START.
           IF NOT WS-FIRST
               PERFORM 4300-SUBTOTAL-START THRU 4300-SUBTOTAL-END
           END-IF.
           IF WS-FIRST OR OW-ENTREPISE NOT = WS-PREV-ENTREPISE
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               MOVE OW-ENTREPISE TO CIE-NAME
               MOVE WS-CIE-LINE TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
           MOVE 'N' TO WS-FIRST-SW.
           MOVE OW-ENTREPISE TO WS-PREV-ENTREPISE.
           MOVE OW-CURRENCY  TO WS-PREV-CURRENCY.
           MOVE 0 TO WS-SUB-COUNT.
           MOVE 0 TO WS-SUB-TOTAL.
       4200-NEW-GROUP-END.
           EXIT.

       4300-SUBTOTAL-START.
           MOVE WS-SUB-COUNT     TO SUB-COUNT.
           MOVE WS-SUB-TOTAL     TO SUB-TOTAL.
           MOVE WS-PREV-CURRENCY TO SUB-CURRENCY.
           MOVE WS-SUB-LINE TO REPORT-REC.
           WRITE REPORT-REC.
       4300-SUBTOTAL-END.
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
