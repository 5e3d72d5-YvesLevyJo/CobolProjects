       IDENTIFICATION DIVISION.
       PROGRAM-ID. payarr.
       AUTHOR. Yves.
      *=================================================================
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: arrears on backdated salary
      *                    changes.  The SALCHG.dat notices (employee,
      *                    effective date, date the new salary was
      *                    keyed into fichierclient.txt, salary before
      *                    and after) are replayed over the PAYHIST.dat
      *                    periods paid at the old salary: each period
      *                    is recomputed with the BAREME.dat brackets
      *                    and the gross, deduction and net differences
      *                    are proposed in ARREARS.dat with the report
      *                    RAPPELS.txt.  The (A)pprobation mode lets
      *                    the payroll manager approve them; payrun.cbl
      *                    pays the approved lines with the next slip.
      * 2026-10-15 Yves    A period reversed by payrev.cbl (negative
      *                    PAYHIST.dat record) is no longer reworked.
      * 2026-10-15 Yves    The (A)pprobation mode asks for the operator
      *                    sign-on through signon.cbl on the PAIE
      *                    application and needs the A role; every
      *                    line approved goes to PAYAUDIT.log with the
      *                    signed-on operator code.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SALCHG ASSIGN TO 'SALCHG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SCH-STATUS.

           SELECT F-HISTORY ASSIGN TO 'PAYHIST.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

           SELECT F-BAREME ASSIGN TO 'BAREME.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BAR-STATUS.

           SELECT F-ARREARS ASSIGN TO 'ARREARS.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARR-STATUS.

           SELECT F-REPORT ASSIGN TO 'RAPPELS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT F-PAYAUDIT ASSIGN TO 'PAYAUDIT.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PA-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * one salary change notice: the salary before and after, the
      * day it takes effect and the day it was keyed in
       FD  F-SALCHG
           RECORD CONTAINS 38 CHARACTERS.
       01  SALCHG-REC.
           05 SC-ID            PIC 9(08).
           05 SC-EFFECT        PIC 9(08).
           05 SC-KEYED         PIC 9(08).
           05 SC-OLD-SALAIRE   PIC 9(07).
           05 SC-NEW-SALAIRE   PIC 9(07).

           COPY 'FPAYHIST'.

       FD  F-BAREME
           RECORD CONTAINS 11 CHARACTERS.
       01  BAREME-REC.
           05 BAR-UPPER        PIC 9(07).
           05 BAR-RATE         PIC 9(02)V9(02).

           COPY 'FARREARS'.

       FD  F-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-REC          PIC X(80).

           COPY 'FPAYAUD'.

       WORKING-STORAGE SECTION.
       01  WS-SCH-STATUS    PIC X(02).
           88 WS-SCH-EOF        VALUE '10'.
       01  WS-HIST-STATUS   PIC X(02).
           88 WS-HIST-EOF       VALUE '10'.
       01  WS-BAR-STATUS    PIC X(02).
           88 WS-BAR-EOF        VALUE '10'.
       01  WS-ARR-STATUS    PIC X(02).
           88 WS-ARR-EOF        VALUE '10'.
       01  WS-RPT-STATUS    PIC X(02).
       01  WS-PA-STATUS     PIC X(02).

       01  WS-MODE             PIC X(01).
           88 WS-MODE-CALC         VALUE 'C' 'c'.
           88 WS-MODE-APPROVE      VALUE 'A' 'a'.
       01  WS-WANT-ID          PIC 9(08).

       01  WS-RUN-DATE.
           05 WS-RUN-PERIOD    PIC 9(06).
           05 FILLER           PIC X(15).

      * progressive deduction brackets, loaded once from BAREME.dat
       01  WS-BRACKET-TABLE.
           05 WS-BR-ENTRY OCCURS 20 TIMES INDEXED BY WS-BR-IDX.
              10 WS-BR-UPPER   PIC 9(07) VALUE 0.
              10 WS-BR-RATE    PIC 9(02)V9(02) VALUE 0.
       01  WS-BR-COUNT         PIC 9(02) VALUE 0.
       01  WS-SLICE-LOW        PIC 9(07) VALUE 0.
       01  WS-SLICE-HIGH       PIC 9(07) VALUE 0.
       01  WS-SLICE-AMOUNT     PIC 9(07) VALUE 0.
       01  WS-CALC-GROSS       PIC 9(07) VALUE 0.
       01  WS-DEDUCTIONS       PIC 9(07)V9(02) VALUE 0.

      * the salary change notices
       01  WS-CHANGE-TABLE.
           05 WS-CH-ENTRY OCCURS 500 TIMES INDEXED BY WS-CH-IDX.
              10 WS-CH-ID          PIC 9(08) VALUE 0.
              10 WS-CH-EFFECT-PER  PIC 9(06) VALUE 0.
              10 WS-CH-EFFECT      PIC 9(08) VALUE 0.
              10 WS-CH-KEYED-PER   PIC 9(06) VALUE 0.
              10 WS-CH-OLD         PIC 9(07) VALUE 0.
              10 WS-CH-NEW         PIC 9(07) VALUE 0.
       01  WS-CH-COUNT         PIC 9(03) VALUE 0.
       01  WS-CH-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-CH-FOUND          VALUE 'Y'.
           88 WS-CH-NOT-FOUND      VALUE 'N'.

      * the history of the employees concerned, one slot per period;
      * a rerun period overwrites its slot, the later record wins
       01  WS-HIST-TABLE.
           05 WS-HT-ENTRY OCCURS 3000 TIMES INDEXED BY WS-HT-IDX.
              10 WS-HT-ID          PIC 9(08) VALUE 0.
              10 WS-HT-PERIOD      PIC 9(06) VALUE 0.
              10 WS-HT-NOM         PIC X(20) VALUE SPACES.
              10 WS-HT-GROSS       PIC 9(07) VALUE 0.
              10 WS-HT-DEDUCT      PIC 9(07)V9(02) VALUE 0.
       01  WS-HT-COUNT         PIC 9(04) VALUE 0.
       01  WS-HT-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-HT-FOUND          VALUE 'Y'.
           88 WS-HT-NOT-FOUND      VALUE 'N'.
       01  WS-HT-FOUND-IDX     PIC 9(04) VALUE 0.

      * ARREARS.dat held in memory: approved and paid lines are kept
      * as they are, proposals are rebuilt by every calculation
       01  WS-ARREARS-TABLE.
           05 WS-AR-ENTRY OCCURS 3000 TIMES INDEXED BY WS-AR-IDX.
              10 WS-AR-ID          PIC 9(08) VALUE 0.
              10 WS-AR-PERIOD      PIC 9(06) VALUE 0.
              10 WS-AR-EFFECT      PIC 9(08) VALUE 0.
              10 WS-AR-GROSS       PIC S9(07) VALUE 0.
              10 WS-AR-DEDUCT      PIC S9(07)V9(02) VALUE 0.
              10 WS-AR-NET         PIC S9(07)V9(02) VALUE 0.
              10 WS-AR-STATUS      PIC X(01) VALUE SPACES.
              10 WS-AR-PAID-PERIOD PIC 9(06) VALUE 0.
       01  WS-AR-COUNT         PIC 9(04) VALUE 0.
       01  WS-AR-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-AR-FOUND          VALUE 'Y'.
           88 WS-AR-NOT-FOUND      VALUE 'N'.

       01  WS-NEW-GROSS        PIC 9(07) VALUE 0.
       01  WS-DIFF-GROSS       PIC S9(07) VALUE 0.
       01  WS-DIFF-DEDUCT      PIC S9(07)V9(02) VALUE 0.
       01  WS-DIFF-NET         PIC S9(07)V9(02) VALUE 0.
       01  WS-TOTAL-GROSS      PIC S9(09) VALUE 0.
       01  WS-TOTAL-DEDUCT     PIC S9(09)V9(02) VALUE 0.
       01  WS-TOTAL-NET        PIC S9(09)V9(02) VALUE 0.
       01  WS-PROPOSED-COUNT   PIC 9(04) VALUE 0.
       01  WS-APPROVED-COUNT   PIC 9(04) VALUE 0.

       01  WS-HEADER-LINE.
           05 FILLER           PIC X(08) VALUE "ID".
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "NOM".
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(06) VALUE "PERIOD".
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE "    BRUT".
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(11) VALUE "   RETENUES".
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(11) VALUE "        NET".
           05 FILLER           PIC X(06) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 DET-ID           PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DET-NOM          PIC X(20).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DET-PERIOD       PIC 9(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DET-GROSS        PIC -Z(06)9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DET-DEDUCT       PIC -Z(06)9.9(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DET-NET          PIC -Z(06)9.9(02).
           05 FILLER           PIC X(06) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER           PIC X(38)
              VALUE "TOTAL DES RAPPELS A APPROUVER".
           05 TOT-GROSS        PIC -Z(06)9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 TOT-DEDUCT       PIC -Z(06)9.9(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 TOT-NET          PIC -Z(06)9.9(02).
           05 FILLER           PIC X(08) VALUE SPACES.
      *=================================================================
      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       COPY "SIGNPARM.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           DISPLAY "(C)alcul des rappels / (A)pprobation ?".
           ACCEPT WS-MODE.
           IF NOT WS-MODE-CALC AND NOT WS-MODE-APPROVE
               DISPLAY "MODE INCONNU - ARRET."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * approving makes the lines payable: only a signed-on operator
           IF WS-MODE-APPROVE
               MOVE 'S'        TO SGN-REQUEST
               MOVE "PAIE"     TO SGN-APPLI
               MOVE "payarr"   TO SGN-PROGRAM
               CALL 'signon' USING SGN-PARM
               IF NOT SGN-GRANTED
                   DISPLAY "ACCES REFUSE."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM 1000-LOAD-ARREARS-START THRU 1000-LOAD-ARREARS-END.
           IF WS-MODE-CALC
               PERFORM 2000-CALCULATE-START THRU 2000-CALCULATE-END
           ELSE
               PERFORM 5000-APPROVE-START THRU 5000-APPROVE-END
           END-IF.
           PERFORM 6000-SAVE-ARREARS-START THRU 6000-SAVE-ARREARS-END.
           IF WS-MODE-APPROVE
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * LOAD THE EXISTING ARREARS LINES; A CALCULATION DROPS THE OLD
      * PROPOSALS AND REBUILDS THEM
      ******************************************************************
       1000-LOAD-ARREARS-START.
           OPEN INPUT F-ARREARS.
           IF WS-ARR-STATUS = '35'
               GO TO 1000-LOAD-ARREARS-END
           END-IF.
           MOVE WS-ARR-STATUS TO WS-ERR-STATUS.
           MOVE "ARREARS.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1100-READ-ARREARS-START THRU 1100-READ-ARREARS-END
               UNTIL WS-ARR-EOF.
           CLOSE F-ARREARS.
       1000-LOAD-ARREARS-END.
           EXIT.

       1100-READ-ARREARS-START.
           READ F-ARREARS
               AT END SET WS-ARR-EOF TO TRUE
               NOT AT END
                   IF (ARR-PROPOSED AND WS-MODE-CALC)
                   OR WS-AR-COUNT >= 3000
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-AR-COUNT
                       SET WS-AR-IDX TO WS-AR-COUNT
                       MOVE ARR-ID     TO WS-AR-ID(WS-AR-IDX)
                       MOVE ARR-PERIOD TO WS-AR-PERIOD(WS-AR-IDX)
                       MOVE ARR-EFFECT TO WS-AR-EFFECT(WS-AR-IDX)
                       MOVE ARR-GROSS  TO WS-AR-GROSS(WS-AR-IDX)
                       MOVE ARR-DEDUCT TO WS-AR-DEDUCT(WS-AR-IDX)
                       MOVE ARR-NET    TO WS-AR-NET(WS-AR-IDX)
                       MOVE ARR-STATUS TO WS-AR-STATUS(WS-AR-IDX)
                       MOVE ARR-PAID-PERIOD
                           TO WS-AR-PAID-PERIOD(WS-AR-IDX)
                   END-IF
           END-READ.
       1100-READ-ARREARS-END.
           EXIT.

      ******************************************************************
      * CALCULATION: REPLAY EVERY CHANGE OVER THE PERIODS PAID AT THE
      * OLD SALARY - FROM THE EFFECTIVE MONTH UP TO THE MONTH BEFORE
      * THE NEW SALARY WAS KEYED IN
      ******************************************************************
       2000-CALCULATE-START.
           PERFORM 2100-LOAD-BAREME-START THRU 2100-LOAD-BAREME-END.
           PERFORM 2200-LOAD-CHANGES-START THRU 2200-LOAD-CHANGES-END.
           PERFORM 2300-LOAD-HISTORY-START THRU 2300-LOAD-HISTORY-END.

           OPEN OUTPUT F-REPORT.
           MOVE WS-RPT-STATUS TO WS-ERR-STATUS.
           MOVE "RAPPELS.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE SPACES TO REPORT-REC.
           STRING "RAPPELS DE SALAIRE - CALCUL DU " DELIMITED BY SIZE
               WS-RUN-DATE(1:8) DELIMITED BY SIZE
               INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-HEADER-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM 3000-ONE-CHANGE-START THRU 3000-ONE-CHANGE-END
               VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-CH-COUNT.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-TOTAL-GROSS  TO TOT-GROSS.
           MOVE WS-TOTAL-DEDUCT TO TOT-DEDUCT.
           MOVE WS-TOTAL-NET    TO TOT-NET.
           MOVE WS-TOTAL-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           CLOSE F-REPORT.
           DISPLAY "RAPPELS PROPOSES: " WS-PROPOSED-COUNT.
       2000-CALCULATE-END.
           EXIT.

       2100-LOAD-BAREME-START.
           OPEN INPUT F-BAREME.
           MOVE WS-BAR-STATUS TO WS-ERR-STATUS.
           MOVE "BAREME.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 2110-READ-BAREME-START THRU 2110-READ-BAREME-END
               UNTIL WS-BAR-EOF.
           CLOSE F-BAREME.

           IF WS-BR-COUNT = 0
               DISPLAY "BAREME.dat VIDE OU ABSENT - ARRET."
               STOP RUN
           END-IF.
       2100-LOAD-BAREME-END.
           EXIT.

       2110-READ-BAREME-START.
           READ F-BAREME
               AT END SET WS-BAR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BR-COUNT
                   MOVE BAR-UPPER TO WS-BR-UPPER(WS-BR-COUNT)
                   MOVE BAR-RATE  TO WS-BR-RATE(WS-BR-COUNT)
           END-READ.
       2110-READ-BAREME-END.
           EXIT.

       2200-LOAD-CHANGES-START.
           OPEN INPUT F-SALCHG.
           MOVE WS-SCH-STATUS TO WS-ERR-STATUS.
           MOVE "SALCHG.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 2210-READ-CHANGE-START THRU 2210-READ-CHANGE-END
               UNTIL WS-SCH-EOF.
           CLOSE F-SALCHG.
       2200-LOAD-CHANGES-END.
           EXIT.

      * only a change keyed in after the month it took effect leaves
      * periods paid at the old salary
       2210-READ-CHANGE-START.
           READ F-SALCHG
               AT END SET WS-SCH-EOF TO TRUE
               NOT AT END
                   IF SC-EFFECT(1:6) < SC-KEYED(1:6)
                   AND WS-CH-COUNT < 500
                       ADD 1 TO WS-CH-COUNT
                       SET WS-CH-IDX TO WS-CH-COUNT
                       MOVE SC-ID TO WS-CH-ID(WS-CH-IDX)
                       MOVE SC-EFFECT TO WS-CH-EFFECT(WS-CH-IDX)
                       MOVE SC-EFFECT(1:6)
                           TO WS-CH-EFFECT-PER(WS-CH-IDX)
                       MOVE SC-KEYED(1:6)
                           TO WS-CH-KEYED-PER(WS-CH-IDX)
                       MOVE SC-OLD-SALAIRE TO WS-CH-OLD(WS-CH-IDX)
                       MOVE SC-NEW-SALAIRE TO WS-CH-NEW(WS-CH-IDX)
                   END-IF
           END-READ.
       2210-READ-CHANGE-END.
           EXIT.

       2300-LOAD-HISTORY-START.
           OPEN INPUT F-HISTORY.
           MOVE WS-HIST-STATUS TO WS-ERR-STATUS.
           MOVE "PAYHIST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 2310-READ-HIST-START THRU 2310-READ-HIST-END
               UNTIL WS-HIST-EOF.
           CLOSE F-HISTORY.
       2300-LOAD-HISTORY-END.
           EXIT.

       2310-READ-HIST-START.
           READ F-HISTORY
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 2310-READ-HIST-END
           END-READ.
           SET WS-CH-NOT-FOUND TO TRUE.
           PERFORM 2320-ONE-CHID-START THRU 2320-ONE-CHID-END
               VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-CH-COUNT OR WS-CH-FOUND.
           IF WS-CH-NOT-FOUND
               GO TO 2310-READ-HIST-END
           END-IF.

           SET WS-HT-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-HT-FOUND-IDX.
           PERFORM 2330-ONE-HSLOT-START THRU 2330-ONE-HSLOT-END
               VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HT-COUNT OR WS-HT-FOUND.
           IF WS-HT-NOT-FOUND
               IF WS-HT-COUNT >= 3000
                   GO TO 2310-READ-HIST-END
               END-IF
               ADD 1 TO WS-HT-COUNT
               MOVE WS-HT-COUNT TO WS-HT-FOUND-IDX
           END-IF.
           SET WS-HT-IDX TO WS-HT-FOUND-IDX.
           MOVE HIST-ID     TO WS-HT-ID(WS-HT-IDX).
           MOVE HIST-PERIOD TO WS-HT-PERIOD(WS-HT-IDX).
           MOVE HIST-NOM    TO WS-HT-NOM(WS-HT-IDX).
           MOVE HIST-GROSS  TO WS-HT-GROSS(WS-HT-IDX).
           MOVE HIST-DEDUCT TO WS-HT-DEDUCT(WS-HT-IDX).
      * a reversal record (negative amounts) cancels the period
           IF HIST-GROSS < 0
               MOVE 0 TO WS-HT-GROSS(WS-HT-IDX)
               MOVE 0 TO WS-HT-DEDUCT(WS-HT-IDX)
           END-IF.
       2310-READ-HIST-END.
           EXIT.

       2320-ONE-CHID-START.
           IF WS-CH-ID(WS-CH-IDX) = HIST-ID
               SET WS-CH-FOUND TO TRUE
           END-IF.
       2320-ONE-CHID-END.
           EXIT.

       2330-ONE-HSLOT-START.
           IF WS-HT-ID(WS-HT-IDX) = HIST-ID
           AND WS-HT-PERIOD(WS-HT-IDX) = HIST-PERIOD
               SET WS-HT-FOUND TO TRUE
               SET WS-HT-FOUND-IDX TO WS-HT-IDX
           END-IF.
       2330-ONE-HSLOT-END.
           EXIT.

      ******************************************************************
      * ONE CHANGE: EVERY PERIOD OF THE EMPLOYEE PAID AT THE OLD RATE
      * AND NOT YET APPROVED OR PAID AS ARREARS
      ******************************************************************
       3000-ONE-CHANGE-START.
           PERFORM 3100-ONE-PERIOD-START THRU 3100-ONE-PERIOD-END
               VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HT-COUNT.
       3000-ONE-CHANGE-END.
           EXIT.

       3100-ONE-PERIOD-START.
           IF WS-HT-ID(WS-HT-IDX) NOT = WS-CH-ID(WS-CH-IDX)
           OR WS-HT-PERIOD(WS-HT-IDX) < WS-CH-EFFECT-PER(WS-CH-IDX)
           OR WS-HT-PERIOD(WS-HT-IDX) >= WS-CH-KEYED-PER(WS-CH-IDX)
           OR WS-HT-GROSS(WS-HT-IDX) = 0
               GO TO 3100-ONE-PERIOD-END
           END-IF.

           SET WS-AR-NOT-FOUND TO TRUE.
           PERFORM 3110-ONE-DONE-START THRU 3110-ONE-DONE-END
               VARYING WS-AR-IDX FROM 1 BY 1
               UNTIL WS-AR-IDX > WS-AR-COUNT OR WS-AR-FOUND.
           IF WS-AR-FOUND
               GO TO 3100-ONE-PERIOD-END
           END-IF.
           IF WS-AR-COUNT >= 3000
               DISPLAY "TABLE DES RAPPELS PLEINE - LIGNE IGNOREE: "
                   WS-HT-ID(WS-HT-IDX) " " WS-HT-PERIOD(WS-HT-IDX)
               GO TO 3100-ONE-PERIOD-END
           END-IF.

      * the period's gross scaled to the new salary keeps any absence
      * pro rata of that month
           IF WS-CH-OLD(WS-CH-IDX) = 0
               MOVE WS-CH-NEW(WS-CH-IDX) TO WS-NEW-GROSS
           ELSE
               COMPUTE WS-NEW-GROSS ROUNDED =
                   WS-HT-GROSS(WS-HT-IDX) * WS-CH-NEW(WS-CH-IDX)
                   / WS-CH-OLD(WS-CH-IDX)
           END-IF.
           MOVE WS-NEW-GROSS TO WS-CALC-GROSS.
           PERFORM 3200-COMPUTE-DEDUCT-START
              THRU 3200-COMPUTE-DEDUCT-END.
           COMPUTE WS-DIFF-GROSS =
               WS-NEW-GROSS - WS-HT-GROSS(WS-HT-IDX).
           COMPUTE WS-DIFF-DEDUCT =
               WS-DEDUCTIONS - WS-HT-DEDUCT(WS-HT-IDX).
           COMPUTE WS-DIFF-NET = WS-DIFF-GROSS - WS-DIFF-DEDUCT.
           IF WS-DIFF-GROSS = 0 AND WS-DIFF-DEDUCT = 0
               GO TO 3100-ONE-PERIOD-END
           END-IF.

           ADD 1 TO WS-AR-COUNT.
           SET WS-AR-IDX TO WS-AR-COUNT.
           MOVE WS-HT-ID(WS-HT-IDX)     TO WS-AR-ID(WS-AR-IDX).
           MOVE WS-HT-PERIOD(WS-HT-IDX) TO WS-AR-PERIOD(WS-AR-IDX).
           MOVE WS-CH-EFFECT(WS-CH-IDX) TO WS-AR-EFFECT(WS-AR-IDX).
           MOVE WS-DIFF-GROSS  TO WS-AR-GROSS(WS-AR-IDX).
           MOVE WS-DIFF-DEDUCT TO WS-AR-DEDUCT(WS-AR-IDX).
           MOVE WS-DIFF-NET    TO WS-AR-NET(WS-AR-IDX).
           MOVE 'P'            TO WS-AR-STATUS(WS-AR-IDX).
           MOVE 0              TO WS-AR-PAID-PERIOD(WS-AR-IDX).
           ADD 1 TO WS-PROPOSED-COUNT.
           ADD WS-DIFF-GROSS  TO WS-TOTAL-GROSS.
           ADD WS-DIFF-DEDUCT TO WS-TOTAL-DEDUCT.
           ADD WS-DIFF-NET    TO WS-TOTAL-NET.

           MOVE WS-HT-ID(WS-HT-IDX)     TO DET-ID.
           MOVE WS-HT-NOM(WS-HT-IDX)    TO DET-NOM.
           MOVE WS-HT-PERIOD(WS-HT-IDX) TO DET-PERIOD.
           MOVE WS-DIFF-GROSS  TO DET-GROSS.
           MOVE WS-DIFF-DEDUCT TO DET-DEDUCT.
           MOVE WS-DIFF-NET    TO DET-NET.
           MOVE WS-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC.
       3100-ONE-PERIOD-END.
           EXIT.

      * a period of the same change already approved or paid
       3110-ONE-DONE-START.
           IF WS-AR-ID(WS-AR-IDX) = WS-HT-ID(WS-HT-IDX)
           AND WS-AR-PERIOD(WS-AR-IDX) = WS-HT-PERIOD(WS-HT-IDX)
           AND WS-AR-EFFECT(WS-AR-IDX) = WS-CH-EFFECT(WS-CH-IDX)
               SET WS-AR-FOUND TO TRUE
           END-IF.
       3110-ONE-DONE-END.
           EXIT.

      * the payrun.cbl bracket walk over WS-CALC-GROSS
       3200-COMPUTE-DEDUCT-START.
           MOVE 0 TO WS-DEDUCTIONS.
           MOVE 0 TO WS-SLICE-LOW.
           PERFORM 3210-ONE-BRACKET-START THRU 3210-ONE-BRACKET-END
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               OR WS-SLICE-LOW >= WS-CALC-GROSS.
       3200-COMPUTE-DEDUCT-END.
           EXIT.

       3210-ONE-BRACKET-START.
           IF WS-CALC-GROSS < WS-BR-UPPER(WS-BR-IDX)
               MOVE WS-CALC-GROSS TO WS-SLICE-HIGH
           ELSE
               MOVE WS-BR-UPPER(WS-BR-IDX) TO WS-SLICE-HIGH
           END-IF.
           IF WS-SLICE-HIGH > WS-SLICE-LOW
               COMPUTE WS-SLICE-AMOUNT = WS-SLICE-HIGH - WS-SLICE-LOW
               COMPUTE WS-DEDUCTIONS = WS-DEDUCTIONS
                   + (WS-SLICE-AMOUNT * WS-BR-RATE(WS-BR-IDX) / 100)
           END-IF.
           MOVE WS-BR-UPPER(WS-BR-IDX) TO WS-SLICE-LOW.
       3210-ONE-BRACKET-END.
           EXIT.

      ******************************************************************
      * APPROVAL: THE PROPOSED LINES OF ONE EMPLOYEE (OR ALL, FOR ID
      * ZERO) BECOME PAYABLE BY THE NEXT PAY RUN; EACH LINE APPROVED
      * IS LOGGED TO PAYAUDIT.LOG UNDER THE OPERATOR
      ******************************************************************
       5000-APPROVE-START.
      * the role the approval needs; the sign-on routine decides
           MOVE 'F' TO SGN-REQUEST.
           MOVE 'A' TO SGN-LEVEL.
           MOVE "APPROB RAPPELS" TO SGN-FUNCTION.
           CALL 'signon' USING SGN-PARM.
           IF SGN-REFUSED
               DISPLAY "FONCTION NON AUTORISEE POUR VOTRE ROLE."
               GO TO 5000-APPROVE-END
           END-IF.

           DISPLAY "ID de l'employe a approuver (0 = tous) ?".
           ACCEPT WS-WANT-ID.

           OPEN EXTEND F-PAYAUDIT.
           IF WS-PA-STATUS = '35'
               OPEN OUTPUT F-PAYAUDIT
           END-IF.
           MOVE WS-PA-STATUS TO WS-ERR-STATUS.
           MOVE "PAYAUDIT.log" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 5100-ONE-APPROVAL-START THRU 5100-ONE-APPROVAL-END
               VARYING WS-AR-IDX FROM 1 BY 1
               UNTIL WS-AR-IDX > WS-AR-COUNT.
           CLOSE F-PAYAUDIT.
           DISPLAY "RAPPELS APPROUVES: " WS-APPROVED-COUNT.
       5000-APPROVE-END.
           EXIT.

       5100-ONE-APPROVAL-START.
           IF WS-AR-STATUS(WS-AR-IDX) = 'P'
           AND (WS-WANT-ID = 0 OR WS-AR-ID(WS-AR-IDX) = WS-WANT-ID)
               MOVE 'A' TO WS-AR-STATUS(WS-AR-IDX)
               ADD 1 TO WS-APPROVED-COUNT
               PERFORM 5200-WRITE-AUDIT-START
                  THRU 5200-WRITE-AUDIT-END
           END-IF.
       5100-ONE-APPROVAL-END.
           EXIT.

      * one line per approved period, under the operator signed on
       5200-WRITE-AUDIT-START.
           MOVE SPACES TO PA-REC.
           MOVE FUNCTION CURRENT-DATE  TO PA-STAMP.
           MOVE "payarr"               TO PA-PROGRAM.
           MOVE WS-AR-PERIOD(WS-AR-IDX) TO PA-PERIOD.
           MOVE 'P'                    TO PA-OLD-STATUS.
           MOVE ">"                    TO PA-ARROW.
           MOVE 'A'                    TO PA-NEW-STATUS.
           MOVE SGN-OPERATOR           TO PA-OPERATOR.
           STRING "RAPPEL " WS-AR-ID(WS-AR-IDX) " "
                  WS-AR-EFFECT(WS-AR-IDX)
               DELIMITED BY SIZE INTO PA-TEXT
           END-STRING.
           WRITE PA-REC.
       5200-WRITE-AUDIT-END.
           EXIT.

      ******************************************************************
      * WRITE THE IN-MEMORY ARREARS LINES BACK TO ARREARS.dat
      ******************************************************************
       6000-SAVE-ARREARS-START.
           OPEN OUTPUT F-ARREARS.
           MOVE WS-ARR-STATUS TO WS-ERR-STATUS.
           MOVE "ARREARS.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 6100-WRITE-ARREARS-START THRU 6100-WRITE-ARREARS-END
               VARYING WS-AR-IDX FROM 1 BY 1
               UNTIL WS-AR-IDX > WS-AR-COUNT.
           CLOSE F-ARREARS.
       6000-SAVE-ARREARS-END.
           EXIT.

       6100-WRITE-ARREARS-START.
           MOVE WS-AR-ID(WS-AR-IDX)          TO ARR-ID.
           MOVE WS-AR-PERIOD(WS-AR-IDX)      TO ARR-PERIOD.
           MOVE WS-AR-EFFECT(WS-AR-IDX)      TO ARR-EFFECT.
           MOVE WS-AR-GROSS(WS-AR-IDX)       TO ARR-GROSS.
           MOVE WS-AR-DEDUCT(WS-AR-IDX)      TO ARR-DEDUCT.
           MOVE WS-AR-NET(WS-AR-IDX)         TO ARR-NET.
           MOVE WS-AR-STATUS(WS-AR-IDX)      TO ARR-STATUS.
           MOVE WS-AR-PAID-PERIOD(WS-AR-IDX) TO ARR-PAID-PERIOD.
           WRITE ARR-REC.
       6100-WRITE-ARREARS-END.
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
