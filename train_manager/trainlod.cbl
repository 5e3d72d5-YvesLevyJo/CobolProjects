      *****************************************************************
      * Program name:    trainlod
      * Original author: Yves
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 Yves    Created: load factor analysis for planning -
      *                  every TRAINMST.dat departure of a date range
      *                  with its TRAINRSV.dat seats booked against the
      *                  ROLLSTCK.dat capacity of its train, then the
      *                  load factor per route, per train number and
      *                  per weekday, and the routes above 90% and
      *                  below 20% singled out, into LOADFACT.txt.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trainlod.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIN-MASTER ASSIGN TO "TRAINMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TM-KEY
           FILE STATUS IS WS-TM-STAT.

           SELECT RESA-FILE ASSIGN TO "TRAINRSV.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-KEY
           FILE STATUS IS WS-RS-STAT.

           SELECT STOCK-FILE ASSIGN TO "ROLLSTCK.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RK-STAT.

           SELECT REPORT-OUTFILE ASSIGN TO "LOADFACT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RP-STAT.

       DATA DIVISION.
       FILE SECTION.

       FD  TRAIN-MASTER
           RECORD CONTAINS 38 CHARACTERS.
       COPY "TRAINMST-FDESCRIPTION.cpy".

       FD  RESA-FILE
           RECORD CONTAINS 58 CHARACTERS.
       COPY "TRAINRSV-FDESCRIPTION.cpy".

       FD  STOCK-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  STOCK-REC.
           05 RK-TRAIN-NUM     PIC X(05).
           05 RK-CAPACITY      PIC 9(04).
           05 RK-MODEL         PIC X(26).

       FD  REPORT-OUTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TM-STAT          PIC X(02).
           88 TM-STAT-EOF          VALUE '10'.
       01  WS-RS-STAT          PIC X(02).
       01  WS-RK-STAT          PIC X(02).
           88 RK-STAT-EOF          VALUE '10'.
       01  WS-RP-STAT          PIC X(02).
       01  WS-RESA-SW          PIC X(01) VALUE 'N'.
           88 WS-RESA-OPEN         VALUE 'Y'.
       01  WS-SCAN-DONE-SW     PIC X(01) VALUE 'N'.
           88 WS-SCAN-DONE         VALUE 'Y'.

       01  WS-FROM-DATE        PIC 9(08) VALUE 0.
       01  WS-TO-DATE          PIC 9(08) VALUE 0.

      * routes over WS-HIGH-PCT are turned away full, routes under
      * WS-LOW-PCT run empty
       01  WS-HIGH-PCT         PIC 9(03)V9 VALUE 90.
       01  WS-LOW-PCT          PIC 9(03)V9 VALUE 20.

      * capacity per train number, loaded once from ROLLSTCK.dat
       01  WS-STOCK-TABLE.
           05 WS-STK-ENTRY OCCURS 200 TIMES INDEXED BY WS-STK-IDX.
              10 WS-STK-TRAIN-NUM  PIC X(05) VALUE SPACES.
              10 WS-STK-CAPACITY   PIC 9(04) VALUE 0.
       01  WS-STK-COUNT        PIC 9(03) VALUE 0.
       01  WS-CAPACITY         PIC 9(04) VALUE 0.
       01  WS-SEATS            PIC 9(04) VALUE 0.

      * one set of accumulators per breakdown
       01  WS-ROUTE-TABLE.
           05 WS-RTE-ENTRY OCCURS 200 TIMES INDEXED BY WS-RTE-IDX.
              10 WS-RTE-ORIGIN     PIC X(10) VALUE SPACES.
              10 WS-RTE-DEST       PIC X(10) VALUE SPACES.
              10 WS-RTE-DEPARTS    PIC 9(05) VALUE 0.
              10 WS-RTE-SEATS      PIC 9(07) VALUE 0.
              10 WS-RTE-CAPACITY   PIC 9(07) VALUE 0.
       01  WS-RTE-ENTRIES      PIC 9(03) VALUE 0.

       01  WS-TRAIN-TABLE.
           05 WS-TRN-ENTRY OCCURS 100 TIMES INDEXED BY WS-TRN-IDX.
              10 WS-TRN-NUM        PIC X(05) VALUE SPACES.
              10 WS-TRN-DEPARTS    PIC 9(05) VALUE 0.
              10 WS-TRN-SEATS      PIC 9(07) VALUE 0.
              10 WS-TRN-CAPACITY   PIC 9(07) VALUE 0.
       01  WS-TRN-ENTRIES      PIC 9(03) VALUE 0.

      * one bucket per weekday, Monday first
       01  WS-WEEKDAY-NAMES.
           05 FILLER           PIC X(08) VALUE "LUNDI   ".
           05 FILLER           PIC X(08) VALUE "MARDI   ".
           05 FILLER           PIC X(08) VALUE "MERCREDI".
           05 FILLER           PIC X(08) VALUE "JEUDI   ".
           05 FILLER           PIC X(08) VALUE "VENDREDI".
           05 FILLER           PIC X(08) VALUE "SAMEDI  ".
           05 FILLER           PIC X(08) VALUE "DIMANCHE".
       01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
           05 WS-WKD-NAME      PIC X(08) OCCURS 7 TIMES.
       01  WS-WEEKDAY-TOTALS.
           05 WS-WKD-ENTRY OCCURS 7 TIMES INDEXED BY WS-WKD-IDX.
              10 WS-WKD-DEPARTS    PIC 9(05) VALUE 0.
              10 WS-WKD-SEATS      PIC 9(07) VALUE 0.
              10 WS-WKD-CAPACITY   PIC 9(07) VALUE 0.
       01  WS-WEEKDAY          PIC 9(01) VALUE 0.
       01  WS-DAYNUM           PIC 9(07) VALUE 0.

       01  WS-FOUND-SW         PIC X(01) VALUE 'N'.
           88 WS-FOUND             VALUE 'Y'.
           88 WS-NOT-FOUND         VALUE 'N'.
       01  WS-FOUND-IDX        PIC 9(03) VALUE 0.

       01  WS-DEPART-COUNT     PIC 9(05) VALUE 0.
       01  WS-NOCAP-COUNT      PIC 9(05) VALUE 0.
       01  WS-TOT-SEATS        PIC 9(07) VALUE 0.
       01  WS-TOT-CAPACITY     PIC 9(07) VALUE 0.
       01  WS-FLAG-COUNT       PIC 9(03) VALUE 0.

      * the figures of the line being printed, whatever the breakdown
       01  WS-LINE-DEPARTS     PIC 9(05) VALUE 0.
       01  WS-LINE-SEATS       PIC 9(07) VALUE 0.
       01  WS-LINE-CAPACITY    PIC 9(07) VALUE 0.
       01  WS-LINE-PCT         PIC 9(03)V9 VALUE 0.

       01  WS-HEADER-LINE.
           05 FILLER           PIC X(26)
              VALUE "TAUX DE REMPLISSAGE DU   ".
           05 HDR-FROM         PIC 9(08).
           05 FILLER           PIC X(04) VALUE " AU ".
           05 HDR-TO           PIC 9(08).

       01  WS-COLUMN-LINE.
           05 FILLER           PIC X(22) VALUE SPACES.
           05 FILLER           PIC X(40) VALUE
              "DEPARTS   PLACES  CAPACITE    TAUX".

      * one printed line: a 22-byte label, the counts and the rate
       01  WS-DETAIL-LINE.
           05 DET-LABEL        PIC X(22).
           05 DET-DEPARTS      PIC Z(06)9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-SEATS        PIC Z(07)9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-CAPACITY     PIC Z(08)9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-PCT          PIC ZZ9.9.
           05 FILLER           PIC X(01) VALUE "%".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-FLAG         PIC X(14).

       01  WS-ROUTE-LABEL.
           05 RTL-ORIGIN       PIC X(10).
           05 FILLER           PIC X(01) VALUE "-".
           05 RTL-DEST         PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.

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
           DISPLAY "Debut de periode (AAAAMMJJ) ?".
           ACCEPT WS-FROM-DATE.
           DISPLAY "Fin de periode (AAAAMMJJ) ?".
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = 0
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.

           PERFORM 0500-LOAD-STOCK-START THRU 0500-LOAD-STOCK-END.

           OPEN INPUT TRAIN-MASTER.
           MOVE WS-TM-STAT TO WS-ERR-STATUS.
           MOVE "TRAINMST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

      * no reservation file yet: every departure runs empty
           OPEN INPUT RESA-FILE.
           IF WS-RS-STAT NOT = '35'
               MOVE WS-RS-STAT TO WS-ERR-STATUS
               MOVE "TRAINRSV.dat" TO WS-ERR-FILE
               MOVE "OPEN" TO WS-ERR-OP
               PERFORM 9800-CHECK-STATUS-START
                  THRU 9800-CHECK-STATUS-END
               SET WS-RESA-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT REPORT-OUTFILE.
           MOVE WS-RP-STAT TO WS-ERR-STATUS.
           MOVE "LOADFACT.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           MOVE WS-FROM-DATE TO HDR-FROM.
           MOVE WS-TO-DATE   TO HDR-TO.
           MOVE WS-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-COLUMN-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "---- REMPLISSAGE PAR DEPART ----" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM 1000-ONE-DEPARTURE-START
              THRU 1000-ONE-DEPARTURE-END
              UNTIL TM-STAT-EOF.

           CLOSE TRAIN-MASTER.
           IF WS-RESA-OPEN
               CLOSE RESA-FILE
           END-IF.

           PERFORM 4000-WRITE-SUMMARY-START
              THRU 4000-WRITE-SUMMARY-END.
           CLOSE REPORT-OUTFILE.

           DISPLAY "DEPARTS ANALYSES: " WS-DEPART-COUNT
               "  SANS CAPACITE: " WS-NOCAP-COUNT
               "  TRAJETS SIGNALES: " WS-FLAG-COUNT.
       0000-MAIN-END.
           STOP RUN.

      *****************************************************************
      * LOAD THE CAPACITY OF EVERY TRAIN NUMBER
      *****************************************************************
       0500-LOAD-STOCK-START.
           OPEN INPUT STOCK-FILE.
           MOVE WS-RK-STAT TO WS-ERR-STATUS.
           MOVE "ROLLSTCK.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 0510-READ-STOCK-START THRU 0510-READ-STOCK-END
               UNTIL RK-STAT-EOF.
           CLOSE STOCK-FILE.
       0500-LOAD-STOCK-END.
           EXIT.

       0510-READ-STOCK-START.
           READ STOCK-FILE
               AT END SET RK-STAT-EOF TO TRUE
               NOT AT END
                   IF WS-STK-COUNT < 200
                       ADD 1 TO WS-STK-COUNT
                       SET WS-STK-IDX TO WS-STK-COUNT
                       MOVE RK-TRAIN-NUM
                           TO WS-STK-TRAIN-NUM(WS-STK-IDX)
                       MOVE RK-CAPACITY
                           TO WS-STK-CAPACITY(WS-STK-IDX)
                   END-IF
           END-READ.
       0510-READ-STOCK-END.
           EXIT.

       0520-FIND-CAPACITY-START.
           MOVE 0 TO WS-CAPACITY.
           PERFORM 0530-ONE-STOCK-START THRU 0530-ONE-STOCK-END
               VARYING WS-STK-IDX FROM 1 BY 1
               UNTIL WS-STK-IDX > WS-STK-COUNT.
       0520-FIND-CAPACITY-END.
           EXIT.

       0530-ONE-STOCK-START.
           IF WS-STK-TRAIN-NUM(WS-STK-IDX) = TM-TRAIN-NUM
               MOVE WS-STK-CAPACITY(WS-STK-IDX) TO WS-CAPACITY
           END-IF.
       0530-ONE-STOCK-END.
           EXIT.

      *****************************************************************
      * ONE MASTER DEPARTURE: SEATS BOOKED AGAINST CAPACITY, PRINTED
      * AND CUMULATED INTO EVERY BREAKDOWN; A TRAIN WITHOUT A KNOWN
      * CAPACITY IS PRINTED BUT KEPT OUT OF THE RATES
      *****************************************************************
       1000-ONE-DEPARTURE-START.
           READ TRAIN-MASTER NEXT RECORD
               AT END SET TM-STAT-EOF TO TRUE
               GO TO 1000-ONE-DEPARTURE-END
           END-READ.
           IF TM-DATE < WS-FROM-DATE OR TM-DATE > WS-TO-DATE
               GO TO 1000-ONE-DEPARTURE-END
           END-IF.
           ADD 1 TO WS-DEPART-COUNT.

           PERFORM 0520-FIND-CAPACITY-START
              THRU 0520-FIND-CAPACITY-END.
           PERFORM 1100-COUNT-SEATS-START THRU 1100-COUNT-SEATS-END.

           MOVE TM-TRAIN-NUM TO DPL-TRAIN.
           MOVE TM-DATE      TO DPL-DATE.
           MOVE TM-TIME      TO DPL-TIME.
           MOVE WS-DEPART-LABEL TO DET-LABEL.
           MOVE 1           TO WS-LINE-DEPARTS.
           MOVE WS-SEATS    TO WS-LINE-SEATS.
           MOVE WS-CAPACITY TO WS-LINE-CAPACITY.
           PERFORM 4900-PRINT-LINE-START THRU 4900-PRINT-LINE-END.

           IF WS-CAPACITY = 0
               ADD 1 TO WS-NOCAP-COUNT
               GO TO 1000-ONE-DEPARTURE-END
           END-IF.
           ADD WS-SEATS    TO WS-TOT-SEATS.
           ADD WS-CAPACITY TO WS-TOT-CAPACITY.
           PERFORM 1200-TALLY-ROUTE-START THRU 1200-TALLY-ROUTE-END.
           PERFORM 1300-TALLY-TRAIN-START THRU 1300-TALLY-TRAIN-END.
           PERFORM 1400-TALLY-WEEKDAY-START
              THRU 1400-TALLY-WEEKDAY-END.
       1000-ONE-DEPARTURE-END.
           EXIT.

      * the seats of the departure are the reservations keyed on it
       1100-COUNT-SEATS-START.
           MOVE 0 TO WS-SEATS.
           IF NOT WS-RESA-OPEN
               GO TO 1100-COUNT-SEATS-END
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE-SW.
           MOVE TM-TRAIN-NUM TO RS-TRAIN-NUM.
           MOVE TM-DATE      TO RS-DATE.
           MOVE TM-TIME      TO RS-TIME.
           MOVE 0            TO RS-SEAT.
           START RESA-FILE KEY NOT < RS-KEY
               INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM 1110-NEXT-SEAT-START THRU 1110-NEXT-SEAT-END
               UNTIL WS-SCAN-DONE.
       1100-COUNT-SEATS-END.
           EXIT.

       1110-NEXT-SEAT-START.
           READ RESA-FILE NEXT RECORD
               AT END SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF RS-TRAIN-NUM = TM-TRAIN-NUM
                   AND RS-DATE = TM-DATE
                   AND RS-TIME = TM-TIME
                       ADD 1 TO WS-SEATS
                   ELSE
                       SET WS-SCAN-DONE TO TRUE
                   END-IF
           END-READ.
       1110-NEXT-SEAT-END.
           EXIT.

      * find (or create) this route's bucket and cumulate
       1200-TALLY-ROUTE-START.
           SET WS-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM 1210-FIND-ROUTE-START THRU 1210-FIND-ROUTE-END
               VARYING WS-RTE-IDX FROM 1 BY 1
               UNTIL WS-RTE-IDX > WS-RTE-ENTRIES.
           IF WS-NOT-FOUND
               IF WS-RTE-ENTRIES >= 200
                   GO TO 1200-TALLY-ROUTE-END
               END-IF
               ADD 1 TO WS-RTE-ENTRIES
               MOVE WS-RTE-ENTRIES TO WS-FOUND-IDX
               SET WS-RTE-IDX TO WS-FOUND-IDX
               MOVE TM-ORIGIN      TO WS-RTE-ORIGIN(WS-RTE-IDX)
               MOVE TM-DESTINATION TO WS-RTE-DEST(WS-RTE-IDX)
           END-IF.
           SET WS-RTE-IDX TO WS-FOUND-IDX.
           ADD 1           TO WS-RTE-DEPARTS(WS-RTE-IDX).
           ADD WS-SEATS    TO WS-RTE-SEATS(WS-RTE-IDX).
           ADD WS-CAPACITY TO WS-RTE-CAPACITY(WS-RTE-IDX).
       1200-TALLY-ROUTE-END.
           EXIT.

       1210-FIND-ROUTE-START.
           IF WS-RTE-ORIGIN(WS-RTE-IDX) = TM-ORIGIN
           AND WS-RTE-DEST(WS-RTE-IDX) = TM-DESTINATION
               SET WS-FOUND TO TRUE
               SET WS-FOUND-IDX TO WS-RTE-IDX
           END-IF.
       1210-FIND-ROUTE-END.
           EXIT.

      * find (or create) this train's bucket and cumulate
       1300-TALLY-TRAIN-START.
           SET WS-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM 1310-FIND-TRAIN-START THRU 1310-FIND-TRAIN-END
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-ENTRIES.
           IF WS-NOT-FOUND
               IF WS-TRN-ENTRIES >= 100
                   GO TO 1300-TALLY-TRAIN-END
               END-IF
               ADD 1 TO WS-TRN-ENTRIES
               MOVE WS-TRN-ENTRIES TO WS-FOUND-IDX
               SET WS-TRN-IDX TO WS-FOUND-IDX
               MOVE TM-TRAIN-NUM TO WS-TRN-NUM(WS-TRN-IDX)
           END-IF.
           SET WS-TRN-IDX TO WS-FOUND-IDX.
           ADD 1           TO WS-TRN-DEPARTS(WS-TRN-IDX).
           ADD WS-SEATS    TO WS-TRN-SEATS(WS-TRN-IDX).
           ADD WS-CAPACITY TO WS-TRN-CAPACITY(WS-TRN-IDX).
       1300-TALLY-TRAIN-END.
           EXIT.

       1310-FIND-TRAIN-START.
           IF WS-TRN-NUM(WS-TRN-IDX) = TM-TRAIN-NUM
               SET WS-FOUND TO TRUE
               SET WS-FOUND-IDX TO WS-TRN-IDX
           END-IF.
       1310-FIND-TRAIN-END.
           EXIT.

      * day 1 of the INTEGER-OF-DATE calendar is a Monday, so the
      * remainder by 7 of the day number less one gives the weekday
       1400-TALLY-WEEKDAY-START.
           COMPUTE WS-DAYNUM = FUNCTION INTEGER-OF-DATE(TM-DATE).
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAYNUM - 1, 7) + 1.
           SET WS-WKD-IDX TO WS-WEEKDAY.
           ADD 1           TO WS-WKD-DEPARTS(WS-WKD-IDX).
           ADD WS-SEATS    TO WS-WKD-SEATS(WS-WKD-IDX).
           ADD WS-CAPACITY TO WS-WKD-CAPACITY(WS-WKD-IDX).
       1400-TALLY-WEEKDAY-END.
           EXIT.

      *****************************************************************
      * PERIOD TOTAL, THEN ONE SECTION PER BREAKDOWN, THEN THE ROUTES
      * OUTSIDE THE 20%-90% BAND
      *****************************************************************
       4000-WRITE-SUMMARY-START.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "TOTAL DE LA PERIODE" TO DET-LABEL.
           COMPUTE WS-LINE-DEPARTS = WS-DEPART-COUNT - WS-NOCAP-COUNT.
           MOVE WS-TOT-SEATS    TO WS-LINE-SEATS.
           MOVE WS-TOT-CAPACITY TO WS-LINE-CAPACITY.
           PERFORM 4900-PRINT-LINE-START THRU 4900-PRINT-LINE-END.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE "---- REMPLISSAGE PAR TRAJET ----" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM 4100-ROUTE-LINE-START THRU 4100-ROUTE-LINE-END
               VARYING WS-RTE-IDX FROM 1 BY 1
               UNTIL WS-RTE-IDX > WS-RTE-ENTRIES.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE "---- REMPLISSAGE PAR TRAIN ----" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM 4200-TRAIN-LINE-START THRU 4200-TRAIN-LINE-END
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-ENTRIES.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE "---- REMPLISSAGE PAR JOUR DE SEMAINE ----"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM 4300-WEEKDAY-LINE-START THRU 4300-WEEKDAY-LINE-END
               VARYING WS-WKD-IDX FROM 1 BY 1
               UNTIL WS-WKD-IDX > 7.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE "---- TRAJETS HORS DE LA BANDE 20% - 90% ----"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM 4400-FLAG-LINE-START THRU 4400-FLAG-LINE-END
               VARYING WS-RTE-IDX FROM 1 BY 1
               UNTIL WS-RTE-IDX > WS-RTE-ENTRIES.
           IF WS-FLAG-COUNT = 0
               MOVE "AUCUN." TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       4000-WRITE-SUMMARY-END.
           EXIT.

       4100-ROUTE-LINE-START.
           MOVE WS-RTE-ORIGIN(WS-RTE-IDX) TO RTL-ORIGIN.
           MOVE WS-RTE-DEST(WS-RTE-IDX)   TO RTL-DEST.
           MOVE WS-ROUTE-LABEL TO DET-LABEL.
           MOVE WS-RTE-DEPARTS(WS-RTE-IDX)  TO WS-LINE-DEPARTS.
           MOVE WS-RTE-SEATS(WS-RTE-IDX)    TO WS-LINE-SEATS.
           MOVE WS-RTE-CAPACITY(WS-RTE-IDX) TO WS-LINE-CAPACITY.
           PERFORM 4900-PRINT-LINE-START THRU 4900-PRINT-LINE-END.
       4100-ROUTE-LINE-END.
           EXIT.

       4200-TRAIN-LINE-START.
           MOVE SPACES TO DET-LABEL.
           STRING "TRAIN " DELIMITED BY SIZE
               WS-TRN-NUM(WS-TRN-IDX) DELIMITED BY SIZE
               INTO DET-LABEL.
           MOVE WS-TRN-DEPARTS(WS-TRN-IDX)  TO WS-LINE-DEPARTS.
           MOVE WS-TRN-SEATS(WS-TRN-IDX)    TO WS-LINE-SEATS.
           MOVE WS-TRN-CAPACITY(WS-TRN-IDX) TO WS-LINE-CAPACITY.
           PERFORM 4900-PRINT-LINE-START THRU 4900-PRINT-LINE-END.
       4200-TRAIN-LINE-END.
           EXIT.

      * weekdays with no departure in the period are left out
       4300-WEEKDAY-LINE-START.
           IF WS-WKD-DEPARTS(WS-WKD-IDX) = 0
               GO TO 4300-WEEKDAY-LINE-END
           END-IF.
           MOVE WS-WKD-NAME(WS-WKD-IDX) TO DET-LABEL.
           MOVE WS-WKD-DEPARTS(WS-WKD-IDX)  TO WS-LINE-DEPARTS.
           MOVE WS-WKD-SEATS(WS-WKD-IDX)    TO WS-LINE-SEATS.
           MOVE WS-WKD-CAPACITY(WS-WKD-IDX) TO WS-LINE-CAPACITY.
           PERFORM 4900-PRINT-LINE-START THRU 4900-PRINT-LINE-END.
       4300-WEEKDAY-LINE-END.
           EXIT.

      * only the routes turned away full or running empty
       4400-FLAG-LINE-START.
           COMPUTE WS-LINE-PCT ROUNDED =
               (WS-RTE-SEATS(WS-RTE-IDX) * 100)
               / WS-RTE-CAPACITY(WS-RTE-IDX).
           IF WS-LINE-PCT NOT > WS-HIGH-PCT
           AND WS-LINE-PCT NOT < WS-LOW-PCT
               GO TO 4400-FLAG-LINE-END
           END-IF.
           ADD 1 TO WS-FLAG-COUNT.
           PERFORM 4100-ROUTE-LINE-START THRU 4100-ROUTE-LINE-END.
       4400-FLAG-LINE-END.
           EXIT.

      * the load factor is the seats booked over the capacity offered;
      * a line above 90% or below 20% carries its flag
       4900-PRINT-LINE-START.
           MOVE SPACES TO DET-FLAG.
           IF WS-LINE-CAPACITY = 0
               MOVE 0 TO WS-LINE-PCT
               MOVE "CAPACITE ?" TO DET-FLAG
           ELSE
               COMPUTE WS-LINE-PCT ROUNDED =
                   (WS-LINE-SEATS * 100) / WS-LINE-CAPACITY
               IF WS-LINE-PCT > WS-HIGH-PCT
                   MOVE "** SATURE **" TO DET-FLAG
               END-IF
               IF WS-LINE-PCT < WS-LOW-PCT
                   MOVE "** FAIBLE **" TO DET-FLAG
               END-IF
           END-IF.
           MOVE WS-LINE-DEPARTS  TO DET-DEPARTS.
           MOVE WS-LINE-SEATS    TO DET-SEATS.
           MOVE WS-LINE-CAPACITY TO DET-CAPACITY.
           MOVE WS-LINE-PCT      TO DET-PCT.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-RP-STAT TO WS-ERR-STATUS.
           MOVE "LOADFACT.txt" TO WS-ERR-FILE.
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
