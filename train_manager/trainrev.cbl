      *****************************************************************
      * Program name:    trainrev
      * Original author: Yves
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 Yves    Created: monthly ticket revenue report over
      *                  the TICKETLG.dat revenue ledger - sales,
      *                  refunds and net revenue per train number, per
      *                  route, per travel day and per departure for
      *                  the departures of the requested month, written
      *                  to REVENRPT.txt.
      * 15/10/26 Yves    A full train, route or departure table is
      *                  reported once and ends the run with RC 4,
      *                  as the detail it leaves out is understated.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trainrev.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "TICKETLG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TL-STAT.

           SELECT REPORT-OUTFILE ASSIGN TO "REVENRPT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RP-STAT.

       DATA DIVISION.
       FILE SECTION.

       FD  LEDGER-FILE
           RECORD CONTAINS 87 CHARACTERS.
       COPY "TICKETLG-FDESCRIPTION.cpy".

       FD  REPORT-OUTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TL-STAT          PIC X(02).
           88 TL-STAT-EOF          VALUE '10'.
       01  WS-RP-STAT          PIC X(02).

       01  WS-WANT-MONTH.
           05 WS-WANT-YYYY     PIC 9(04).
           05 WS-WANT-MM       PIC 9(02).
       01  WS-REC-MONTH        PIC 9(06).

       01  WS-READ-COUNT       PIC 9(06) VALUE 0.
       01  WS-MONTH-COUNT      PIC 9(06) VALUE 0.

      * grand totals of the month
       01  WS-TOT-SOLD         PIC 9(06) VALUE 0.
       01  WS-TOT-REFUNDED     PIC 9(06) VALUE 0.
       01  WS-TOT-SALES        PIC 9(08)V99 VALUE 0.
       01  WS-TOT-REFUNDS      PIC 9(08)V99 VALUE 0.

      * one set of accumulators per breakdown; the key is the train
      * number, the route, the travel day or the departure key
       01  WS-TRAIN-TABLE.
           05 WS-TRN-ENTRY OCCURS 100 TIMES INDEXED BY WS-TRN-IDX.
              10 WS-TRN-NUM        PIC X(05) VALUE SPACES.
              10 WS-TRN-SOLD       PIC 9(05) VALUE 0.
              10 WS-TRN-REFUNDED   PIC 9(05) VALUE 0.
              10 WS-TRN-SALES      PIC 9(07)V99 VALUE 0.
              10 WS-TRN-REFUNDS    PIC 9(07)V99 VALUE 0.
       01  WS-TRN-ENTRIES      PIC 9(03) VALUE 0.
       01  WS-TRN-FULL-SW      PIC X(01) VALUE 'N'.
           88 WS-TRN-FULL          VALUE 'Y'.

       01  WS-ROUTE-TABLE.
           05 WS-RTE-ENTRY OCCURS 200 TIMES INDEXED BY WS-RTE-IDX.
              10 WS-RTE-ORIGIN     PIC X(10) VALUE SPACES.
              10 WS-RTE-DEST       PIC X(10) VALUE SPACES.
              10 WS-RTE-SOLD       PIC 9(05) VALUE 0.
              10 WS-RTE-REFUNDED   PIC 9(05) VALUE 0.
              10 WS-RTE-SALES      PIC 9(07)V99 VALUE 0.
              10 WS-RTE-REFUNDS    PIC 9(07)V99 VALUE 0.
       01  WS-RTE-ENTRIES      PIC 9(03) VALUE 0.
       01  WS-RTE-FULL-SW      PIC X(01) VALUE 'N'.
           88 WS-RTE-FULL          VALUE 'Y'.

      * one bucket per calendar day of the month, indexed by the day
       01  WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 31 TIMES INDEXED BY WS-DAY-IDX.
              10 WS-DAY-SOLD       PIC 9(05) VALUE 0.
              10 WS-DAY-REFUNDED   PIC 9(05) VALUE 0.
              10 WS-DAY-SALES      PIC 9(07)V99 VALUE 0.
              10 WS-DAY-REFUNDS    PIC 9(07)V99 VALUE 0.
       01  WS-DAY-OF-MONTH     PIC 9(02) VALUE 0.

       01  WS-DEPART-TABLE.
           05 WS-DEP-ENTRY OCCURS 500 TIMES INDEXED BY WS-DEP-IDX.
              10 WS-DEP-KEY.
                 15 WS-DEP-TRAIN   PIC X(05) VALUE SPACES.
                 15 WS-DEP-DATE    PIC 9(08) VALUE 0.
                 15 WS-DEP-TIME    PIC X(05) VALUE SPACES.
              10 WS-DEP-SOLD       PIC 9(05) VALUE 0.
              10 WS-DEP-REFUNDED   PIC 9(05) VALUE 0.
              10 WS-DEP-SALES      PIC 9(07)V99 VALUE 0.
              10 WS-DEP-REFUNDS    PIC 9(07)V99 VALUE 0.
       01  WS-DEP-ENTRIES      PIC 9(03) VALUE 0.
       01  WS-DEP-FULL-SW      PIC X(01) VALUE 'N'.
           88 WS-DEP-FULL          VALUE 'Y'.

       01  WS-FOUND-SW         PIC X(01) VALUE 'N'.
           88 WS-FOUND             VALUE 'Y'.
           88 WS-NOT-FOUND         VALUE 'N'.
       01  WS-FOUND-IDX        PIC 9(03) VALUE 0.

      * the figures of the line being printed, whatever the breakdown
       01  WS-LINE-SOLD        PIC 9(06) VALUE 0.
       01  WS-LINE-REFUNDED    PIC 9(06) VALUE 0.
       01  WS-LINE-SALES       PIC 9(08)V99 VALUE 0.
       01  WS-LINE-REFUNDS     PIC 9(08)V99 VALUE 0.
       01  WS-LINE-NET         PIC S9(08)V99 VALUE 0.

       01  WS-HEADER-LINE.
           05 FILLER           PIC X(24)
              VALUE "RECETTES BILLETS DU MOIS".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 HDR-YYYY         PIC 9(04).
           05 FILLER           PIC X(01) VALUE "/".
           05 HDR-MM           PIC 9(02).

       01  WS-COLUMN-LINE.
           05 FILLER           PIC X(22) VALUE SPACES.
           05 FILLER           PIC X(50) VALUE
              "VENDUS  REMB.      VENTES REMBOURSEM.        NETTE".

      * one printed line: a 22-byte label, the counts and amounts
       01  WS-DETAIL-LINE.
           05 DET-LABEL        PIC X(22).
           05 DET-SOLD         PIC Z(05)9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-REFUNDED     PIC Z(05)9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-SALES        PIC Z(07)9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-REFUNDS      PIC Z(07)9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-NET          PIC -(08)9.99.

       01  WS-ROUTE-LABEL.
           05 RTL-ORIGIN       PIC X(10).
           05 FILLER           PIC X(01) VALUE "-".
           05 RTL-DEST         PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.

       01  WS-DAY-LABEL.
           05 FILLER           PIC X(05) VALUE "JOUR ".
           05 DYL-YYYY         PIC 9(04).
           05 FILLER           PIC X(01) VALUE "-".
           05 DYL-MM           PIC 9(02).
           05 FILLER           PIC X(01) VALUE "-".
           05 DYL-DD           PIC 9(02).
           05 FILLER           PIC X(07) VALUE SPACES.

       01  WS-DEPART-LABEL.
           05 DPL-TRAIN        PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DPL-DATE         PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DPL-TIME         PIC X(05).
           05 FILLER           PIC X(02) VALUE SPACES.

      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           DISPLAY "Annee du rapport (AAAA) ?".
           ACCEPT WS-WANT-YYYY.
           DISPLAY "Mois du rapport (MM) ?".
           ACCEPT WS-WANT-MM.

           OPEN INPUT LEDGER-FILE.
           MOVE WS-TL-STAT TO WS-ERR-STATUS.
           MOVE "TICKETLG.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           PERFORM 1000-ONE-LEDGER-START THRU 1000-ONE-LEDGER-END
               UNTIL TL-STAT-EOF.
           CLOSE LEDGER-FILE.

           OPEN OUTPUT REPORT-OUTFILE.
           MOVE WS-RP-STAT TO WS-ERR-STATUS.
           MOVE "REVENRPT.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           PERFORM 4000-WRITE-REPORT-START
              THRU 4000-WRITE-REPORT-END.
           CLOSE REPORT-OUTFILE.

           DISPLAY "MOUVEMENTS DU MOIS ANALYSES: " WS-MONTH-COUNT.
       0000-MAIN-END.
           STOP RUN.

      *****************************************************************
      * READ ONE LEDGER RECORD AND CUMULATE IT WHEN ITS DEPARTURE
      * FALLS IN THE REQUESTED MONTH - REVENUE BELONGS TO THE MONTH
      * THE TRAIN RUNS, WHENEVER THE TICKET WAS SOLD OR REFUNDED
      *****************************************************************
       1000-ONE-LEDGER-START.
           READ LEDGER-FILE
               AT END SET TL-STAT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE TL-DATE(1:6) TO WS-REC-MONTH
                   IF WS-REC-MONTH = WS-WANT-MONTH
                       PERFORM 1100-CUMULATE-START
                          THRU 1100-CUMULATE-END
                   END-IF
           END-READ.
           MOVE WS-TL-STAT TO WS-ERR-STATUS.
           MOVE "TICKETLG.dat" TO WS-ERR-FILE.
           MOVE "READ" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       1000-ONE-LEDGER-END.
           EXIT.

       1100-CUMULATE-START.
           ADD 1 TO WS-MONTH-COUNT.
           IF TL-REFUND
               ADD 1 TO WS-TOT-REFUNDED
               ADD TL-AMOUNT TO WS-TOT-REFUNDS
           ELSE
               ADD 1 TO WS-TOT-SOLD
               ADD TL-AMOUNT TO WS-TOT-SALES
           END-IF.
           PERFORM 1200-TALLY-TRAIN-START
              THRU 1200-TALLY-TRAIN-END.
           PERFORM 1300-TALLY-ROUTE-START
              THRU 1300-TALLY-ROUTE-END.
           PERFORM 1400-TALLY-DAY-START
              THRU 1400-TALLY-DAY-END.
           PERFORM 1500-TALLY-DEPART-START
              THRU 1500-TALLY-DEPART-END.
       1100-CUMULATE-END.
           EXIT.

      * find (or create) this train's bucket and cumulate the movement
       1200-TALLY-TRAIN-START.
           SET WS-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM 1210-FIND-TRAIN-START THRU 1210-FIND-TRAIN-END
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-ENTRIES.
           IF WS-NOT-FOUND
               IF WS-TRN-ENTRIES >= 100
                   IF NOT WS-TRN-FULL
                       SET WS-TRN-FULL TO TRUE
                       DISPLAY "TABLE DES TRAINS PLEINE (100) -"
                           " DETAIL PAR TRAIN PARTIEL"
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO 1200-TALLY-TRAIN-END
               END-IF
               ADD 1 TO WS-TRN-ENTRIES
               MOVE WS-TRN-ENTRIES TO WS-FOUND-IDX
               SET WS-TRN-IDX TO WS-FOUND-IDX
               MOVE TL-TRAIN-NUM TO WS-TRN-NUM(WS-TRN-IDX)
           END-IF.
           SET WS-TRN-IDX TO WS-FOUND-IDX.
           IF TL-REFUND
               ADD 1 TO WS-TRN-REFUNDED(WS-TRN-IDX)
               ADD TL-AMOUNT TO WS-TRN-REFUNDS(WS-TRN-IDX)
           ELSE
               ADD 1 TO WS-TRN-SOLD(WS-TRN-IDX)
               ADD TL-AMOUNT TO WS-TRN-SALES(WS-TRN-IDX)
           END-IF.
       1200-TALLY-TRAIN-END.
           EXIT.

       1210-FIND-TRAIN-START.
           IF WS-TRN-NUM(WS-TRN-IDX) = TL-TRAIN-NUM
               SET WS-FOUND TO TRUE
               SET WS-FOUND-IDX TO WS-TRN-IDX
           END-IF.
       1210-FIND-TRAIN-END.
           EXIT.

      * find (or create) this route's bucket and cumulate the movement
       1300-TALLY-ROUTE-START.
           SET WS-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM 1310-FIND-ROUTE-START THRU 1310-FIND-ROUTE-END
               VARYING WS-RTE-IDX FROM 1 BY 1
               UNTIL WS-RTE-IDX > WS-RTE-ENTRIES.
           IF WS-NOT-FOUND
               IF WS-RTE-ENTRIES >= 200
                   IF NOT WS-RTE-FULL
                       SET WS-RTE-FULL TO TRUE
                       DISPLAY "TABLE DES TRAJETS PLEINE (200) -"
                           " DETAIL PAR TRAJET PARTIEL"
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO 1300-TALLY-ROUTE-END
               END-IF
               ADD 1 TO WS-RTE-ENTRIES
               MOVE WS-RTE-ENTRIES TO WS-FOUND-IDX
               SET WS-RTE-IDX TO WS-FOUND-IDX
               MOVE TL-ORIGIN      TO WS-RTE-ORIGIN(WS-RTE-IDX)
               MOVE TL-DESTINATION TO WS-RTE-DEST(WS-RTE-IDX)
           END-IF.
           SET WS-RTE-IDX TO WS-FOUND-IDX.
           IF TL-REFUND
               ADD 1 TO WS-RTE-REFUNDED(WS-RTE-IDX)
               ADD TL-AMOUNT TO WS-RTE-REFUNDS(WS-RTE-IDX)
           ELSE
               ADD 1 TO WS-RTE-SOLD(WS-RTE-IDX)
               ADD TL-AMOUNT TO WS-RTE-SALES(WS-RTE-IDX)
           END-IF.
       1300-TALLY-ROUTE-END.
           EXIT.

       1310-FIND-ROUTE-START.
           IF WS-RTE-ORIGIN(WS-RTE-IDX) = TL-ORIGIN
           AND WS-RTE-DEST(WS-RTE-IDX) = TL-DESTINATION
               SET WS-FOUND TO TRUE
               SET WS-FOUND-IDX TO WS-RTE-IDX
           END-IF.
       1310-FIND-ROUTE-END.
           EXIT.

      * the travel day indexes its own bucket directly
       1400-TALLY-DAY-START.
           MOVE TL-DATE(7:2) TO WS-DAY-OF-MONTH.
           IF WS-DAY-OF-MONTH < 1 OR WS-DAY-OF-MONTH > 31
               GO TO 1400-TALLY-DAY-END
           END-IF.
           SET WS-DAY-IDX TO WS-DAY-OF-MONTH.
           IF TL-REFUND
               ADD 1 TO WS-DAY-REFUNDED(WS-DAY-IDX)
               ADD TL-AMOUNT TO WS-DAY-REFUNDS(WS-DAY-IDX)
           ELSE
               ADD 1 TO WS-DAY-SOLD(WS-DAY-IDX)
               ADD TL-AMOUNT TO WS-DAY-SALES(WS-DAY-IDX)
           END-IF.
       1400-TALLY-DAY-END.
           EXIT.

      * find (or create) this departure's bucket; the table holds 500
      * departures and the overflow is reported once
       1500-TALLY-DEPART-START.
           SET WS-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM 1510-FIND-DEPART-START THRU 1510-FIND-DEPART-END
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-ENTRIES.
           IF WS-NOT-FOUND
               IF WS-DEP-ENTRIES >= 500
                   IF NOT WS-DEP-FULL
                       SET WS-DEP-FULL TO TRUE
                       DISPLAY "TABLE DES DEPARTS PLEINE (500) -"
                           " DETAIL PAR DEPART PARTIEL"
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO 1500-TALLY-DEPART-END
               END-IF
               ADD 1 TO WS-DEP-ENTRIES
               MOVE WS-DEP-ENTRIES TO WS-FOUND-IDX
               SET WS-DEP-IDX TO WS-FOUND-IDX
               MOVE TL-DEPARTURE TO WS-DEP-KEY(WS-DEP-IDX)
           END-IF.
           SET WS-DEP-IDX TO WS-FOUND-IDX.
           IF TL-REFUND
               ADD 1 TO WS-DEP-REFUNDED(WS-DEP-IDX)
               ADD TL-AMOUNT TO WS-DEP-REFUNDS(WS-DEP-IDX)
           ELSE
               ADD 1 TO WS-DEP-SOLD(WS-DEP-IDX)
               ADD TL-AMOUNT TO WS-DEP-SALES(WS-DEP-IDX)
           END-IF.
       1500-TALLY-DEPART-END.
           EXIT.

       1510-FIND-DEPART-START.
           IF WS-DEP-KEY(WS-DEP-IDX) = TL-DEPARTURE
               SET WS-FOUND TO TRUE
               SET WS-FOUND-IDX TO WS-DEP-IDX
           END-IF.
       1510-FIND-DEPART-END.
           EXIT.

      *****************************************************************
      * MONTH TOTALS, THEN ONE SECTION PER BREAKDOWN - EVERY LINE
      * SHOWS SALES AND REFUNDS AND THE NET REVENUE BETWEEN THEM
      *****************************************************************
       4000-WRITE-REPORT-START.
           MOVE WS-WANT-YYYY TO HDR-YYYY.
           MOVE WS-WANT-MM   TO HDR-MM.
           MOVE WS-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-COLUMN-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE "TOTAL DU MOIS" TO DET-LABEL.
           MOVE WS-TOT-SOLD     TO WS-LINE-SOLD.
           MOVE WS-TOT-REFUNDED TO WS-LINE-REFUNDED.
           MOVE WS-TOT-SALES    TO WS-LINE-SALES.
           MOVE WS-TOT-REFUNDS  TO WS-LINE-REFUNDS.
           PERFORM 4900-PRINT-LINE-START THRU 4900-PRINT-LINE-END.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE "---- RECETTES PAR TRAIN ----" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM 4100-TRAIN-LINE-START THRU 4100-TRAIN-LINE-END
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-ENTRIES.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE "---- RECETTES PAR TRAJET ----" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM 4200-ROUTE-LINE-START THRU 4200-ROUTE-LINE-END
               VARYING WS-RTE-IDX FROM 1 BY 1
               UNTIL WS-RTE-IDX > WS-RTE-ENTRIES.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE "---- RECETTES PAR JOUR ----" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM 4300-DAY-LINE-START THRU 4300-DAY-LINE-END
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 31.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE "---- RECETTES PAR DEPART ----" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM 4400-DEPART-LINE-START THRU 4400-DEPART-LINE-END
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-ENTRIES.
       4000-WRITE-REPORT-END.
           EXIT.

       4100-TRAIN-LINE-START.
           MOVE SPACES TO DET-LABEL.
           STRING "TRAIN " DELIMITED BY SIZE
               WS-TRN-NUM(WS-TRN-IDX) DELIMITED BY SIZE
               INTO DET-LABEL.
           MOVE WS-TRN-SOLD(WS-TRN-IDX)     TO WS-LINE-SOLD.
           MOVE WS-TRN-REFUNDED(WS-TRN-IDX) TO WS-LINE-REFUNDED.
           MOVE WS-TRN-SALES(WS-TRN-IDX)    TO WS-LINE-SALES.
           MOVE WS-TRN-REFUNDS(WS-TRN-IDX)  TO WS-LINE-REFUNDS.
           PERFORM 4900-PRINT-LINE-START THRU 4900-PRINT-LINE-END.
       4100-TRAIN-LINE-END.
           EXIT.

       4200-ROUTE-LINE-START.
           MOVE WS-RTE-ORIGIN(WS-RTE-IDX) TO RTL-ORIGIN.
           MOVE WS-RTE-DEST(WS-RTE-IDX)   TO RTL-DEST.
           MOVE WS-ROUTE-LABEL TO DET-LABEL.
           MOVE WS-RTE-SOLD(WS-RTE-IDX)     TO WS-LINE-SOLD.
           MOVE WS-RTE-REFUNDED(WS-RTE-IDX) TO WS-LINE-REFUNDED.
           MOVE WS-RTE-SALES(WS-RTE-IDX)    TO WS-LINE-SALES.
           MOVE WS-RTE-REFUNDS(WS-RTE-IDX)  TO WS-LINE-REFUNDS.
           PERFORM 4900-PRINT-LINE-START THRU 4900-PRINT-LINE-END.
       4200-ROUTE-LINE-END.
           EXIT.

      * days with no movement at all are left out
       4300-DAY-LINE-START.
           IF WS-DAY-SOLD(WS-DAY-IDX) = 0
           AND WS-DAY-REFUNDED(WS-DAY-IDX) = 0
               GO TO 4300-DAY-LINE-END
           END-IF.
           MOVE WS-WANT-YYYY TO DYL-YYYY.
           MOVE WS-WANT-MM   TO DYL-MM.
           SET WS-DAY-OF-MONTH TO WS-DAY-IDX.
           MOVE WS-DAY-OF-MONTH TO DYL-DD.
           MOVE WS-DAY-LABEL TO DET-LABEL.
           MOVE WS-DAY-SOLD(WS-DAY-IDX)     TO WS-LINE-SOLD.
           MOVE WS-DAY-REFUNDED(WS-DAY-IDX) TO WS-LINE-REFUNDED.
           MOVE WS-DAY-SALES(WS-DAY-IDX)    TO WS-LINE-SALES.
           MOVE WS-DAY-REFUNDS(WS-DAY-IDX)  TO WS-LINE-REFUNDS.
           PERFORM 4900-PRINT-LINE-START THRU 4900-PRINT-LINE-END.
       4300-DAY-LINE-END.
           EXIT.

       4400-DEPART-LINE-START.
           MOVE WS-DEP-TRAIN(WS-DEP-IDX) TO DPL-TRAIN.
           MOVE WS-DEP-DATE(WS-DEP-IDX)  TO DPL-DATE.
           MOVE WS-DEP-TIME(WS-DEP-IDX)  TO DPL-TIME.
           MOVE WS-DEPART-LABEL TO DET-LABEL.
           MOVE WS-DEP-SOLD(WS-DEP-IDX)     TO WS-LINE-SOLD.
           MOVE WS-DEP-REFUNDED(WS-DEP-IDX) TO WS-LINE-REFUNDED.
           MOVE WS-DEP-SALES(WS-DEP-IDX)    TO WS-LINE-SALES.
           MOVE WS-DEP-REFUNDS(WS-DEP-IDX)  TO WS-LINE-REFUNDS.
           PERFORM 4900-PRINT-LINE-START THRU 4900-PRINT-LINE-END.
       4400-DEPART-LINE-END.
           EXIT.

      * the net revenue is the sales less the refunds of the line
       4900-PRINT-LINE-START.
           COMPUTE WS-LINE-NET = WS-LINE-SALES - WS-LINE-REFUNDS.
           MOVE WS-LINE-SOLD     TO DET-SOLD.
           MOVE WS-LINE-REFUNDED TO DET-REFUNDED.
           MOVE WS-LINE-SALES    TO DET-SALES.
           MOVE WS-LINE-REFUNDS  TO DET-REFUNDS.
           MOVE WS-LINE-NET      TO DET-NET.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-RP-STAT TO WS-ERR-STATUS.
           MOVE "REVENRPT.txt" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       4900-PRINT-LINE-END.
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
