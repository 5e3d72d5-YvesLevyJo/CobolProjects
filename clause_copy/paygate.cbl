       IDENTIFICATION DIVISION.
       PROGRAM-ID. paygate.
       AUTHOR. Yves.
      *=================================================================
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: pay release gate, run between
      *                    payrun.cbl and paybank.cbl.  Each slip of
      *                    PAYSLIPS.dat is compared with the employee's
      *                    net of the last period paid in PAYHIST.dat
      *                    (a reversed slip no longer counts), and the
      *                    company totals likewise.  PAYGATE.txt lists
      *                    the nets moving beyond the per-employee
      *                    tolerance of PAYGATE.parm, the new payees
      *                    and the payees gone missing; when the total
      *                    moves beyond the company tolerance the run
      *                    ends with code 8 so the night chain holds
      *                    the bank file, until the period is signed
      *                    off in PAYSIGN.dat with paysign.cbl.
      * 2026-10-15 Yves    Follow the payslip layout: payrun.cbl adds
      *                    the overtime pay at the end of the slip.
      * 2026-10-15 Yves    The verdict is kept on the period in
      *                    PAYPERIOD.dat: transfers held ('H') when
      *                    the total is beyond tolerance and unsigned,
      *                    released otherwise, each change logged to
      *                    PAYAUDIT.log.  paybank.cbl asks for the
      *                    paysign.cbl sign-off only of a held period.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PAYSLIP ASSIGN TO 'PAYSLIPS.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SLIP-STATUS.

           SELECT F-HISTORY ASSIGN TO 'PAYHIST.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

           SELECT F-GATEPARM ASSIGN TO 'PAYGATE.parm'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GP-STATUS.

           SELECT F-PAYSIGN ASSIGN TO 'PAYSIGN.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SG-STATUS.

           SELECT F-GATERPT ASSIGN TO 'PAYGATE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GR-STATUS.

           SELECT F-PAYPERIOD ASSIGN TO 'PAYPERIOD.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PP-PERIOD
           FILE STATUS IS WS-PP-STATUS.

           SELECT F-PAYAUDIT ASSIGN TO 'PAYAUDIT.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the payslip layout written by payrun.cbl
       FD  F-PAYSLIP
           RECORD CONTAINS 88 CHARACTERS.
       01  PAYSLIP-REC.
           05 PS-ID            PIC 9(08).
           05 FILLER           PIC X(02).
           05 PS-NOM           PIC X(20).
           05 FILLER           PIC X(02).
           05 PS-GROSS         PIC 9(07).
           05 FILLER           PIC X(02).
           05 PS-DEDUCT        PIC 9(07).9(02).
           05 FILLER           PIC X(02).
           05 PS-NET           PIC 9(07).9(02).
           05 FILLER           PIC X(01).
           05 PS-SOLDE-CP      PIC 9(03).9(02).
           05 FILLER           PIC X(01).
           05 PS-SOLDE-RTT     PIC 9(03).9(02).
           05 FILLER           PIC X(01).
           05 PS-HSUP          PIC 9(07).
           05 FILLER           PIC X(03).

           COPY 'FPAYHIST'.

      * the tolerances, whole percents: a net moving more than
      * GP-EMP-PCT is listed, a total moving more than GP-TOTAL-PCT
      * holds the bank file
       FD  F-GATEPARM
           RECORD CONTAINS 6 CHARACTERS.
       01  GATEPARM-REC.
           05 GP-EMP-PCT       PIC X(03).
           05 GP-TOTAL-PCT     PIC X(03).

      * the sign-offs written by paysign.cbl
       FD  F-PAYSIGN
           RECORD CONTAINS 38 CHARACTERS.
       01  PAYSIGN-REC.
           05 SG-PERIOD        PIC 9(06).
           05 FILLER           PIC X(01).
           05 SG-OPERATOR      PIC X(10).
           05 FILLER           PIC X(01).
           05 SG-STAMP         PIC X(20).

       FD  F-GATERPT
           RECORD CONTAINS 80 CHARACTERS.
       01  GATERPT-REC         PIC X(80).

           COPY 'FPAYPER'.

           COPY 'FPAYAUD'.

       WORKING-STORAGE SECTION.
       01  WS-SLIP-STATUS   PIC X(02).
           88 WS-SLIP-EOF       VALUE '10'.
       01  WS-HIST-STATUS   PIC X(02).
           88 WS-HIST-EOF       VALUE '10'.
       01  WS-GP-STATUS     PIC X(02).
       01  WS-SG-STATUS     PIC X(02).
           88 WS-SG-EOF         VALUE '10'.
       01  WS-GR-STATUS     PIC X(02).
       01  WS-PP-STATUS     PIC X(02).
       01  WS-PA-STATUS     PIC X(02).

      * default tolerances when PAYGATE.parm is absent
       01  WS-EMP-PCT          PIC 9(03) VALUE 10.
       01  WS-TOTAL-PCT        PIC 9(03) VALUE 5.

      * the run period (the month payrun.cbl has just paid) and the
      * last period paid before it
       01  WS-RUN-DATE.
           05 WS-RUN-PERIOD    PIC 9(06).
           05 FILLER           PIC X(15).
       01  WS-PREV-PERIOD      PIC 9(06) VALUE 0.

      * one slot per payee of either period
       01  WS-GATE-TABLE.
           05 WS-GT-ENTRY OCCURS 5000 TIMES INDEXED BY WS-GT-IDX.
              10 WS-GT-ID          PIC 9(08) VALUE 0.
              10 WS-GT-NOM         PIC X(20) VALUE SPACES.
              10 WS-GT-CUR-SW      PIC X(01) VALUE 'N'.
              10 WS-GT-CUR-NET     PIC 9(07)V9(02) VALUE 0.
              10 WS-GT-PREV-SW     PIC X(01) VALUE 'N'.
              10 WS-GT-PREV-NET    PIC S9(07)V9(02) VALUE 0.
       01  WS-GT-COUNT         PIC 9(04) VALUE 0.
       01  WS-GT-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-GT-FOUND          VALUE 'Y'.
           88 WS-GT-NOT-FOUND      VALUE 'N'.
       01  WS-GT-FOUND-IDX     PIC 9(04) VALUE 0.
       01  WS-WANT-ID          PIC 9(08) VALUE 0.

       01  WS-CUR-TOTAL        PIC S9(11)V9(02) VALUE 0.
       01  WS-PREV-TOTAL       PIC S9(11)V9(02) VALUE 0.
       01  WS-PCT              PIC S9(05)V9(02) VALUE 0.
       01  WS-ABS-PCT          PIC 9(05)V9(02) VALUE 0.
       01  WS-CHANGE-COUNT     PIC 9(05) VALUE 0.
       01  WS-NEW-COUNT        PIC 9(05) VALUE 0.
       01  WS-MISSING-COUNT    PIC 9(05) VALUE 0.

       01  WS-SIGNED-SW        PIC X(01) VALUE 'N'.
           88 WS-SIGNED            VALUE 'Y'.
       01  WS-SIGNED-BY        PIC X(10) VALUE SPACES.
       01  WS-HOLD-SW          PIC X(01) VALUE 'N'.
           88 WS-HOLD              VALUE 'Y'.

       01  WS-RPT-LINE         PIC X(80).
       01  WS-EDIT-NET         PIC Z(06)9.99.
       01  WS-EDIT-PREV        PIC -Z(06)9.99.
       01  WS-EDIT-TOTAL       PIC -Z(10)9.99.
       01  WS-EDIT-PCT         PIC -Z(04)9.99.
       01  WS-EDIT-COUNT       PIC ZZZZ9.
      *=================================================================
      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           PERFORM 0100-READ-PARM-START THRU 0100-READ-PARM-END.
           PERFORM 0200-READ-SIGNOFF-START THRU 0200-READ-SIGNOFF-END.
           PERFORM 1000-LOAD-SLIPS-START THRU 1000-LOAD-SLIPS-END.
           PERFORM 2000-FIND-PREVIOUS-START THRU 2000-FIND-PREVIOUS-END.
           PERFORM 2500-LOAD-PREVIOUS-START THRU 2500-LOAD-PREVIOUS-END.
           PERFORM 3000-GATE-REPORT-START THRU 3000-GATE-REPORT-END.
           PERFORM 4000-RECORD-VERDICT-START
              THRU 4000-RECORD-VERDICT-END.

           IF WS-HOLD
               DISPLAY "LIBERATION BLOQUEE - ECART TOTAL " WS-EDIT-PCT
                   " % - SIGNATURE paysign REQUISE."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "LIBERATION ACCORDEE POUR " WS-RUN-PERIOD "."
               MOVE 0 TO RETURN-CODE
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * THE TOLERANCES, FROM PAYGATE.parm WHEN PRESENT; A FIELD LEFT
      * BLANK OR NOT NUMERIC KEEPS ITS DEFAULT
      ******************************************************************
       0100-READ-PARM-START.
           OPEN INPUT F-GATEPARM.
           IF WS-GP-STATUS = '00'
               READ F-GATEPARM
                   AT END CONTINUE
                   NOT AT END
                       IF GP-EMP-PCT IS NUMERIC
                           MOVE GP-EMP-PCT TO WS-EMP-PCT
                       END-IF
                       IF GP-TOTAL-PCT IS NUMERIC
                           MOVE GP-TOTAL-PCT TO WS-TOTAL-PCT
                       END-IF
               END-READ
               CLOSE F-GATEPARM
           END-IF.
       0100-READ-PARM-END.
           EXIT.

      ******************************************************************
      * HAS SOMEBODY ALREADY SIGNED THE RUN PERIOD OFF ?
      ******************************************************************
       0200-READ-SIGNOFF-START.
           OPEN INPUT F-PAYSIGN.
           IF WS-SG-STATUS NOT = '00'
               GO TO 0200-READ-SIGNOFF-END
           END-IF.
           PERFORM 0210-ONE-SIGNOFF-START THRU 0210-ONE-SIGNOFF-END
               UNTIL WS-SG-EOF.
           CLOSE F-PAYSIGN.
       0200-READ-SIGNOFF-END.
           EXIT.

       0210-ONE-SIGNOFF-START.
           READ F-PAYSIGN
               AT END SET WS-SG-EOF TO TRUE
               NOT AT END
                   IF SG-PERIOD = WS-RUN-PERIOD
                       SET WS-SIGNED TO TRUE
                       MOVE SG-OPERATOR TO WS-SIGNED-BY
                   END-IF
           END-READ.
       0210-ONE-SIGNOFF-END.
           EXIT.

      ******************************************************************
      * THIS RUN'S SLIPS
      ******************************************************************
       1000-LOAD-SLIPS-START.
           OPEN INPUT F-PAYSLIP.
           MOVE WS-SLIP-STATUS TO WS-ERR-STATUS.
           MOVE "PAYSLIPS.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1100-READ-SLIP-START THRU 1100-READ-SLIP-END
               UNTIL WS-SLIP-EOF.
           CLOSE F-PAYSLIP.
       1000-LOAD-SLIPS-END.
           EXIT.

       1100-READ-SLIP-START.
           READ F-PAYSLIP
               AT END
                   SET WS-SLIP-EOF TO TRUE
                   GO TO 1100-READ-SLIP-END
           END-READ.
           MOVE PS-ID TO WS-WANT-ID.
           PERFORM 1500-FIND-SLOT-START THRU 1500-FIND-SLOT-END.
           MOVE PS-NOM TO WS-GT-NOM(WS-GT-FOUND-IDX).
           MOVE 'Y'    TO WS-GT-CUR-SW(WS-GT-FOUND-IDX).
           MOVE PS-NET TO WS-GT-CUR-NET(WS-GT-FOUND-IDX).
           ADD WS-GT-CUR-NET(WS-GT-FOUND-IDX) TO WS-CUR-TOTAL.
       1100-READ-SLIP-END.
           EXIT.

      * the slot of WS-WANT-ID, opened when the payee is new
       1500-FIND-SLOT-START.
           SET WS-GT-NOT-FOUND TO TRUE.
           PERFORM 1510-ONE-SLOT-START THRU 1510-ONE-SLOT-END
               VARYING WS-GT-IDX FROM 1 BY 1
               UNTIL WS-GT-IDX > WS-GT-COUNT OR WS-GT-FOUND.
           IF WS-GT-FOUND
               GO TO 1500-FIND-SLOT-END
           END-IF.
           IF WS-GT-COUNT >= 5000
               DISPLAY "PLUS DE 5000 BENEFICIAIRES - ARRET."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-GT-COUNT.
           MOVE WS-GT-COUNT TO WS-GT-FOUND-IDX.
           MOVE WS-WANT-ID TO WS-GT-ID(WS-GT-FOUND-IDX).
       1500-FIND-SLOT-END.
           EXIT.

       1510-ONE-SLOT-START.
           IF WS-GT-ID(WS-GT-IDX) = WS-WANT-ID
               SET WS-GT-FOUND TO TRUE
               SET WS-GT-FOUND-IDX TO WS-GT-IDX
           END-IF.
       1510-ONE-SLOT-END.
           EXIT.

      ******************************************************************
      * THE LAST PERIOD PAID BEFORE THE RUN PERIOD
      ******************************************************************
       2000-FIND-PREVIOUS-START.
           OPEN INPUT F-HISTORY.
           IF WS-HIST-STATUS = '35'
               GO TO 2000-FIND-PREVIOUS-END
           END-IF.
           MOVE WS-HIST-STATUS TO WS-ERR-STATUS.
           MOVE "PAYHIST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 2100-ONE-PERIOD-START THRU 2100-ONE-PERIOD-END
               UNTIL WS-HIST-EOF.
           CLOSE F-HISTORY.
       2000-FIND-PREVIOUS-END.
           EXIT.

       2100-ONE-PERIOD-START.
           READ F-HISTORY
               AT END SET WS-HIST-EOF TO TRUE
               NOT AT END
                   IF HIST-PERIOD < WS-RUN-PERIOD
                   AND HIST-PERIOD > WS-PREV-PERIOD
                       MOVE HIST-PERIOD TO WS-PREV-PERIOD
                   END-IF
           END-READ.
       2100-ONE-PERIOD-END.
           EXIT.

      ******************************************************************
      * THE SLIPS OF THAT PERIOD - A RERUN REPLACES THE EMPLOYEE'S
      * EARLIER SLIP, A REVERSAL CANCELS IT
      ******************************************************************
       2500-LOAD-PREVIOUS-START.
           IF WS-PREV-PERIOD = 0
               GO TO 2500-LOAD-PREVIOUS-END
           END-IF.
           MOVE SPACES TO WS-HIST-STATUS.
           OPEN INPUT F-HISTORY.
           MOVE WS-HIST-STATUS TO WS-ERR-STATUS.
           MOVE "PAYHIST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 2600-ONE-PREVIOUS-START THRU 2600-ONE-PREVIOUS-END
               UNTIL WS-HIST-EOF.
           CLOSE F-HISTORY.

           PERFORM 2700-ADD-PREVIOUS-START THRU 2700-ADD-PREVIOUS-END
               VARYING WS-GT-IDX FROM 1 BY 1
               UNTIL WS-GT-IDX > WS-GT-COUNT.
       2500-LOAD-PREVIOUS-END.
           EXIT.

       2600-ONE-PREVIOUS-START.
           READ F-HISTORY
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 2600-ONE-PREVIOUS-END
           END-READ.
           IF HIST-PERIOD NOT = WS-PREV-PERIOD
               GO TO 2600-ONE-PREVIOUS-END
           END-IF.
           MOVE HIST-ID TO WS-WANT-ID.
           PERFORM 1500-FIND-SLOT-START THRU 1500-FIND-SLOT-END.
           IF WS-GT-CUR-SW(WS-GT-FOUND-IDX) NOT = 'Y'
               MOVE HIST-NOM TO WS-GT-NOM(WS-GT-FOUND-IDX)
           END-IF.
           IF HIST-NET < 0
               MOVE 'N' TO WS-GT-PREV-SW(WS-GT-FOUND-IDX)
               MOVE 0   TO WS-GT-PREV-NET(WS-GT-FOUND-IDX)
           ELSE
               MOVE 'Y'      TO WS-GT-PREV-SW(WS-GT-FOUND-IDX)
               MOVE HIST-NET TO WS-GT-PREV-NET(WS-GT-FOUND-IDX)
           END-IF.
       2600-ONE-PREVIOUS-END.
           EXIT.

       2700-ADD-PREVIOUS-START.
           IF WS-GT-PREV-SW(WS-GT-IDX) = 'Y'
               ADD WS-GT-PREV-NET(WS-GT-IDX) TO WS-PREV-TOTAL
           END-IF.
       2700-ADD-PREVIOUS-END.
           EXIT.

      ******************************************************************
      * THE GATE REPORT: MOVES BEYOND TOLERANCE, NEW AND MISSING
      * PAYEES, THE TOTALS AND THE VERDICT
      ******************************************************************
       3000-GATE-REPORT-START.
           OPEN OUTPUT F-GATERPT.
           MOVE WS-GR-STATUS TO WS-ERR-STATUS.
           MOVE "PAYGATE.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "CONTROLE DE LIBERATION DE LA PAIE "
               DELIMITED BY SIZE,
               WS-RUN-PERIOD DELIMITED BY SIZE,
               " CONTRE " DELIMITED BY SIZE,
               WS-PREV-PERIOD DELIMITED BY SIZE
           INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO GATERPT-REC.
           WRITE GATERPT-REC.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOLERANCE EMPLOYE: " DELIMITED BY SIZE,
               WS-EMP-PCT DELIMITED BY SIZE,
               " %   TOLERANCE TOTAL: " DELIMITED BY SIZE,
               WS-TOTAL-PCT DELIMITED BY SIZE,
               " %" DELIMITED BY SIZE
           INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO GATERPT-REC.
           WRITE GATERPT-REC.
           MOVE SPACES TO GATERPT-REC.
           WRITE GATERPT-REC.

           IF WS-PREV-PERIOD NOT = 0
               PERFORM 3100-ONE-PAYEE-START THRU 3100-ONE-PAYEE-END
                   VARYING WS-GT-IDX FROM 1 BY 1
                   UNTIL WS-GT-IDX > WS-GT-COUNT
           ELSE
               MOVE "AUCUNE PERIODE ANTERIEURE - RIEN A COMPARER."
                   TO GATERPT-REC
               WRITE GATERPT-REC
           END-IF.

           MOVE SPACES TO GATERPT-REC.
           WRITE GATERPT-REC.
           MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ECARTS HORS TOLERANCE : " DELIMITED BY SIZE,
               WS-EDIT-COUNT DELIMITED BY SIZE
           INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO GATERPT-REC.
           WRITE GATERPT-REC.
           MOVE WS-NEW-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "NOUVEAUX BENEFICIAIRES: " DELIMITED BY SIZE,
               WS-EDIT-COUNT DELIMITED BY SIZE
           INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO GATERPT-REC.
           WRITE GATERPT-REC.
           MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BENEFICIAIRES ABSENTS : " DELIMITED BY SIZE,
               WS-EDIT-COUNT DELIMITED BY SIZE
           INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO GATERPT-REC.
           WRITE GATERPT-REC.

           MOVE WS-PREV-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL NET PRECEDENT   : " DELIMITED BY SIZE,
               WS-EDIT-TOTAL DELIMITED BY SIZE
           INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO GATERPT-REC.
           WRITE GATERPT-REC.
           MOVE WS-CUR-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL NET DU MOIS     : " DELIMITED BY SIZE,
               WS-EDIT-TOTAL DELIMITED BY SIZE
           INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO GATERPT-REC.
           WRITE GATERPT-REC.

      * the company verdict; with nothing paid before there is
      * nothing to hold
           MOVE 0 TO WS-PCT.
           IF WS-PREV-TOTAL > 0
               COMPUTE WS-PCT ROUNDED =
                   (WS-CUR-TOTAL - WS-PREV-TOTAL) * 100 / WS-PREV-TOTAL
           END-IF.
           MOVE WS-PCT TO WS-ABS-PCT.
           MOVE WS-PCT TO WS-EDIT-PCT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ECART TOTAL           : " DELIMITED BY SIZE,
               WS-EDIT-PCT DELIMITED BY SIZE,
               " %" DELIMITED BY SIZE
           INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO GATERPT-REC.
           WRITE GATERPT-REC.

           IF WS-ABS-PCT > WS-TOTAL-PCT
               IF WS-SIGNED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "HORS TOLERANCE - LIBERATION SIGNEE PAR "
                       DELIMITED BY SIZE,
                       WS-SIGNED-BY DELIMITED BY SIZE
                   INTO WS-RPT-LINE
                   MOVE WS-RPT-LINE TO GATERPT-REC
               ELSE
                   SET WS-HOLD TO TRUE
                   MOVE "HORS TOLERANCE - VIREMENTS BLOQUES"
                       TO GATERPT-REC
               END-IF
           ELSE
               MOVE "DANS LA TOLERANCE - LIBERATION AUTOMATIQUE"
                   TO GATERPT-REC
           END-IF.
           WRITE GATERPT-REC.
           CLOSE F-GATERPT.
       3000-GATE-REPORT-END.
           EXIT.

      * one payee: new, missing, or compared with the tolerance
       3100-ONE-PAYEE-START.
           IF WS-GT-CUR-SW(WS-GT-IDX) = 'Y'
           AND WS-GT-PREV-SW(WS-GT-IDX) NOT = 'Y'
               ADD 1 TO WS-NEW-COUNT
               MOVE WS-GT-CUR-NET(WS-GT-IDX) TO WS-EDIT-NET
               MOVE SPACES TO WS-RPT-LINE
               STRING "NOUVEAU  " DELIMITED BY SIZE,
                   WS-GT-ID(WS-GT-IDX) DELIMITED BY SIZE,
                   " " DELIMITED BY SIZE,
                   WS-GT-NOM(WS-GT-IDX) DELIMITED BY SIZE,
                   "             NET " DELIMITED BY SIZE,
                   WS-EDIT-NET DELIMITED BY SIZE
               INTO WS-RPT-LINE
               MOVE WS-RPT-LINE TO GATERPT-REC
               WRITE GATERPT-REC
               GO TO 3100-ONE-PAYEE-END
           END-IF.
           IF WS-GT-CUR-SW(WS-GT-IDX) NOT = 'Y'
               IF WS-GT-PREV-SW(WS-GT-IDX) = 'Y'
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE WS-GT-PREV-NET(WS-GT-IDX) TO WS-EDIT-PREV
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "ABSENT   " DELIMITED BY SIZE,
                       WS-GT-ID(WS-GT-IDX) DELIMITED BY SIZE,
                       " " DELIMITED BY SIZE,
                       WS-GT-NOM(WS-GT-IDX) DELIMITED BY SIZE,
                       " PRECEDENT " DELIMITED BY SIZE,
                       WS-EDIT-PREV DELIMITED BY SIZE
                   INTO WS-RPT-LINE
                   MOVE WS-RPT-LINE TO GATERPT-REC
                   WRITE GATERPT-REC
               END-IF
               GO TO 3100-ONE-PAYEE-END
           END-IF.

           IF WS-GT-PREV-NET(WS-GT-IDX) = 0
               GO TO 3100-ONE-PAYEE-END
           END-IF.
           COMPUTE WS-PCT ROUNDED =
               (WS-GT-CUR-NET(WS-GT-IDX) - WS-GT-PREV-NET(WS-GT-IDX))
               * 100 / WS-GT-PREV-NET(WS-GT-IDX).
           MOVE WS-PCT TO WS-ABS-PCT.
           IF WS-ABS-PCT > WS-EMP-PCT
               ADD 1 TO WS-CHANGE-COUNT
               MOVE WS-GT-PREV-NET(WS-GT-IDX) TO WS-EDIT-PREV
               MOVE WS-GT-CUR-NET(WS-GT-IDX)  TO WS-EDIT-NET
               MOVE WS-PCT TO WS-EDIT-PCT
               MOVE SPACES TO WS-RPT-LINE
               STRING "ECART    " DELIMITED BY SIZE,
                   WS-GT-ID(WS-GT-IDX) DELIMITED BY SIZE,
                   " " DELIMITED BY SIZE,
                   WS-GT-NOM(WS-GT-IDX) DELIMITED BY SIZE,
                   WS-EDIT-PREV DELIMITED BY SIZE,
                   " > " DELIMITED BY SIZE,
                   WS-EDIT-NET DELIMITED BY SIZE,
                   WS-EDIT-PCT DELIMITED BY SIZE,
                   " %" DELIMITED BY SIZE
               INTO WS-RPT-LINE
               MOVE WS-RPT-LINE TO GATERPT-REC
               WRITE GATERPT-REC
           END-IF.
       3100-ONE-PAYEE-END.
           EXIT.
      ******************************************************************

      ******************************************************************
      * THE VERDICT ON THE PERIOD REGISTER: HELD UNTIL SIGNED OFF, OR
      * RELEASED - paybank.cbl ASKS FOR A SIGN-OFF ONLY WHEN HELD; A
      * PERIOD NOT IN THE REGISTER OR ALREADY SENT IS LEFT ALONE
      ******************************************************************
       4000-RECORD-VERDICT-START.
           OPEN I-O F-PAYPERIOD.
           IF WS-PP-STATUS = '35'
               GO TO 4000-RECORD-VERDICT-END
           END-IF.
           MOVE WS-PP-STATUS TO WS-ERR-STATUS.
           MOVE "PAYPERIOD.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE WS-RUN-PERIOD TO PP-PERIOD.
           READ F-PAYPERIOD
               INVALID KEY
                   CLOSE F-PAYPERIOD
                   GO TO 4000-RECORD-VERDICT-END
           END-READ.
           IF PP-BANK-SENT
           OR (WS-HOLD AND PP-BANK-HELD)
           OR (NOT WS-HOLD AND NOT PP-BANK-HELD)
               CLOSE F-PAYPERIOD
               GO TO 4000-RECORD-VERDICT-END
           END-IF.

           MOVE SPACES TO PA-REC.
           IF WS-HOLD
               MOVE 'H' TO PP-BANK-DONE
               MOVE "LIBERATION BLOQUEE" TO PA-TEXT
           ELSE
               MOVE 'N' TO PP-BANK-DONE
               MOVE "LIBERATION ACCORDEE" TO PA-TEXT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO PP-STAMP.
           MOVE "paygate" TO PP-PROGRAM.
           REWRITE PP-REC.
           MOVE WS-PP-STATUS TO WS-ERR-STATUS.
           MOVE "REWRIT" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           CLOSE F-PAYPERIOD.

      * the status itself does not change, only the hold
           MOVE PP-STAMP    TO PA-STAMP.
           MOVE PP-PROGRAM  TO PA-PROGRAM.
           MOVE PP-PERIOD   TO PA-PERIOD.
           MOVE PP-STATUS   TO PA-OLD-STATUS.
           MOVE ">"         TO PA-ARROW.
           MOVE PP-STATUS   TO PA-NEW-STATUS.
           MOVE "BATCH"     TO PA-OPERATOR.
           OPEN EXTEND F-PAYAUDIT.
           IF WS-PA-STATUS = '35'
               OPEN OUTPUT F-PAYAUDIT
           END-IF.
           MOVE WS-PA-STATUS TO WS-ERR-STATUS.
           MOVE "PAYAUDIT.log" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           WRITE PA-REC.
           CLOSE F-PAYAUDIT.
       4000-RECORD-VERDICT-END.
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
