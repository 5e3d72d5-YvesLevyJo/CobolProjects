      *****************************************************************
      * Program name:    trainkm
      * Original author: Yves
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 Yves    Created: rolling-stock mileage for the
      *                  workshop - the DISTANCE.dat kilometres of
      *                  every TRAINACT.dat departure that really ran,
      *                  cumulated per ROLLSTCK.dat train number since
      *                  its last STCKOVH.dat overhaul, set against
      *                  the MODELINT.dat overhaul interval of its
      *                  model, with the units due within 30 days at
      *                  the run rate of the last 30 days, written
      *                  to MILEAGE.txt.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trainkm.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTUAL-FILE ASSIGN TO "TRAINACT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AD-KEY
           FILE STATUS IS WS-AD-STAT.

           SELECT TRAIN-MASTER ASSIGN TO "TRAINMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TM-KEY
           FILE STATUS IS WS-TM-STAT.

           SELECT STOCK-FILE ASSIGN TO "ROLLSTCK.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RK-STAT.

           SELECT MODEL-FILE ASSIGN TO "MODELINT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MI-STAT.

           SELECT DISTANCE-FILE ASSIGN TO "DISTANCE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DS-STAT.

           SELECT OVERHAUL-FILE ASSIGN TO "STCKOVH.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SO-STAT.

           SELECT REPORT-OUTFILE ASSIGN TO "MILEAGE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RP-STAT.

       DATA DIVISION.
       FILE SECTION.

       FD  ACTUAL-FILE
           RECORD CONTAINS 26 CHARACTERS.
       COPY "TRAINACT-FDESCRIPTION.cpy".

       FD  TRAIN-MASTER
           RECORD CONTAINS 38 CHARACTERS.
       COPY "TRAINMST-FDESCRIPTION.cpy".

       FD  STOCK-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  STOCK-REC.
           05 RK-TRAIN-NUM     PIC X(05).
           05 RK-CAPACITY      PIC 9(04).
           05 RK-MODEL         PIC X(26).

      * overhaul interval in kilometres per rolling-stock model
       FD  MODEL-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  MODEL-REC.
           05 MI-MODEL         PIC X(26).
           05 MI-INTERVAL      PIC 9(07).

       FD  DISTANCE-FILE
           RECORD CONTAINS 25 CHARACTERS.
       COPY "DISTANCE-FDESCRIPTION.cpy".

       FD  OVERHAUL-FILE
           RECORD CONTAINS 36 CHARACTERS.
       COPY "STCKOVH-FDESCRIPTION.cpy".

       FD  REPORT-OUTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AD-STAT          PIC X(02).
           88 AD-STAT-EOF          VALUE '10'.
       01  WS-TM-STAT          PIC X(02).
       01  WS-RK-STAT          PIC X(02).
           88 RK-STAT-EOF          VALUE '10'.
       01  WS-MI-STAT          PIC X(02).
           88 MI-STAT-EOF          VALUE '10'.
       01  WS-DS-STAT          PIC X(02).
           88 DS-STAT-EOF          VALUE '10'.
       01  WS-SO-STAT          PIC X(02).
           88 SO-STAT-EOF          VALUE '10'.
       01  WS-RP-STAT          PIC X(02).

       01  WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD  PIC 9(08).
           05 FILLER           PIC X(13).
       01  WS-REPORT-DATE      PIC 9(08) VALUE 0.
       01  WS-REPORT-DAYNUM    PIC 9(07) VALUE 0.
       01  WS-WINDOW-DAYNUM    PIC 9(07) VALUE 0.
       01  WS-DAYNUM           PIC 9(07) VALUE 0.

      * the run rate is taken over this many days up to the report
      * date, and a unit is due when that rate would use up what is
      * left of its interval within the same number of days
       01  WS-WINDOW-DAYS      PIC 9(03) VALUE 30.

      * one line per unit with its counters for the report
       01  WS-STOCK-TABLE.
           05 WS-STK-ENTRY OCCURS 200 TIMES INDEXED BY WS-STK-IDX.
              10 WS-STK-TRAIN-NUM  PIC X(05) VALUE SPACES.
              10 WS-STK-MODEL      PIC X(26) VALUE SPACES.
              10 WS-STK-INTERVAL   PIC 9(07) VALUE 0.
              10 WS-STK-OVH-DATE   PIC 9(08) VALUE 0.
              10 WS-STK-KM-SINCE   PIC 9(08) VALUE 0.
              10 WS-STK-KM-WINDOW  PIC 9(08) VALUE 0.
              10 WS-STK-DUE-SW     PIC X(01) VALUE 'N'.
                 88 WS-STK-DUE         VALUE 'Y'.
       01  WS-STK-COUNT        PIC 9(03) VALUE 0.
       01  WS-STK-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-STK-FOUND         VALUE 'Y'.
           88 WS-STK-NOT-FOUND     VALUE 'N'.
       01  WS-STK-FOUND-IDX    PIC 9(03) VALUE 0.
       01  WS-WANT-TRAIN-NUM   PIC X(05) VALUE SPACES.

       01  WS-MODEL-TABLE.
           05 WS-MOD-ENTRY OCCURS 50 TIMES INDEXED BY WS-MOD-IDX.
              10 WS-MOD-MODEL      PIC X(26) VALUE SPACES.
              10 WS-MOD-INTERVAL   PIC 9(07) VALUE 0.
       01  WS-MOD-COUNT        PIC 9(02) VALUE 0.

       01  WS-DISTANCE-TABLE.
           05 WS-DST-ENTRY OCCURS 500 TIMES INDEXED BY WS-DST-IDX.
              10 WS-DST-ORIGIN     PIC X(10) VALUE SPACES.
              10 WS-DST-DEST       PIC X(10) VALUE SPACES.
              10 WS-DST-KM         PIC 9(05) VALUE 0.
       01  WS-DST-COUNT        PIC 9(03) VALUE 0.
       01  WS-DST-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-DST-FOUND         VALUE 'Y'.
           88 WS-DST-NOT-FOUND     VALUE 'N'.
       01  WS-KM               PIC 9(05) VALUE 0.

      * station pairs run without a distance, each listed once
       01  WS-MISSING-TABLE.
           05 WS-MIS-ENTRY OCCURS 50 TIMES INDEXED BY WS-MIS-IDX.
              10 WS-MIS-ORIGIN     PIC X(10) VALUE SPACES.
              10 WS-MIS-DEST       PIC X(10) VALUE SPACES.
              10 WS-MIS-RUNS       PIC 9(05) VALUE 0.
       01  WS-MIS-COUNT        PIC 9(02) VALUE 0.
       01  WS-MIS-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-MIS-FOUND         VALUE 'Y'.
           88 WS-MIS-NOT-FOUND     VALUE 'N'.

       01  WS-READ-COUNT       PIC 9(06) VALUE 0.
       01  WS-NODIST-COUNT     PIC 9(06) VALUE 0.
       01  WS-NOMASTER-COUNT   PIC 9(06) VALUE 0.
       01  WS-NOSTOCK-COUNT    PIC 9(06) VALUE 0.
       01  WS-DUE-COUNT        PIC 9(03) VALUE 0.

       01  WS-REMAINING        PIC S9(08) VALUE 0.
       01  WS-DAYS-LEFT        PIC 9(05) VALUE 0.

       01  WS-HEADER-LINE.
           05 FILLER           PIC X(32)
              VALUE "KILOMETRAGE DU MATERIEL AU     ".
           05 HDR-DATE         PIC 9(08).

       01  WS-COLUMN-LINE.
           05 FILLER           PIC X(40) VALUE
              "TRAIN MODELE          DERN.REV  KM REV. ".
           05 FILLER           PIC X(40) VALUE
              "INTERVAL  RESTANT KM/30J JOURS".

       01  WS-DETAIL-LINE.
           05 DET-TRAIN-NUM    PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-MODEL        PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-OVH-DATE     PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-KM-SINCE     PIC Z(07)9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-INTERVAL     PIC Z(07)9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-REMAINING    PIC -Z(06)9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-KM-WINDOW    PIC Z(05)9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-DAYS         PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-FLAG         PIC X(09).
       01  WS-DAYS-ED          PIC Z(04)9.

       01  WS-MISSING-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 MIS-ORIGIN       PIC X(10).
           05 FILLER           PIC X(01) VALUE "-".
           05 MIS-DEST         PIC X(10).
           05 FILLER           PIC X(10) VALUE "  DEPARTS:".
           05 MIS-RUNS         PIC Z(04)9.

       01  WS-TOTAL-LINE.
           05 FILLER           PIC X(19) VALUE "DEPARTS REELS LUS: ".
           05 TOT-READ         PIC Z(05)9.
           05 FILLER           PIC X(17) VALUE "  SANS DISTANCE: ".
           05 TOT-NODIST       PIC Z(05)9.
           05 FILLER           PIC X(17) VALUE "  HORS PLANNING: ".
           05 TOT-NOMASTER     PIC Z(05)9.

      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           DISPLAY "Date du releve (AAAAMMJJ, 0 = aujourd'hui) ?".
           ACCEPT WS-REPORT-DATE.
           IF WS-REPORT-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
               MOVE WS-RUN-YYYYMMDD TO WS-REPORT-DATE
           END-IF.
           COMPUTE WS-REPORT-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE).
           COMPUTE WS-WINDOW-DAYNUM =
               WS-REPORT-DAYNUM - WS-WINDOW-DAYS + 1.

           PERFORM 0500-LOAD-MODELS-START THRU 0500-LOAD-MODELS-END.
           PERFORM 0600-LOAD-STOCK-START THRU 0600-LOAD-STOCK-END.
           PERFORM 0700-LOAD-OVERHAULS-START
              THRU 0700-LOAD-OVERHAULS-END.
           PERFORM 0800-LOAD-DISTANCES-START
              THRU 0800-LOAD-DISTANCES-END.

           OPEN INPUT ACTUAL-FILE.
           MOVE WS-AD-STAT TO WS-ERR-STATUS.
           MOVE "TRAINACT.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           OPEN INPUT TRAIN-MASTER.
           MOVE WS-TM-STAT TO WS-ERR-STATUS.
           MOVE "TRAINMST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           PERFORM 1000-ONE-ACTUAL-START THRU 1000-ONE-ACTUAL-END
               UNTIL AD-STAT-EOF.
           CLOSE ACTUAL-FILE TRAIN-MASTER.

           PERFORM 4000-WRITE-REPORT-START THRU 4000-WRITE-REPORT-END.

           DISPLAY "DEPARTS REELS LUS: " WS-READ-COUNT
               "  HORS MATERIEL: " WS-NOSTOCK-COUNT
               "  UNITES A REVISER: " WS-DUE-COUNT.
       0000-MAIN-END.
           STOP RUN.

      *****************************************************************
      * LOAD THE REFERENCES: INTERVAL PER MODEL, THE ROLLING STOCK
      * WITH ITS INTERVAL, THE LAST OVERHAULS AND THE DISTANCES
      *****************************************************************
       0500-LOAD-MODELS-START.
           OPEN INPUT MODEL-FILE.
           MOVE WS-MI-STAT TO WS-ERR-STATUS.
           MOVE "MODELINT.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 0510-READ-MODEL-START THRU 0510-READ-MODEL-END
               UNTIL MI-STAT-EOF.
           CLOSE MODEL-FILE.
       0500-LOAD-MODELS-END.
           EXIT.

       0510-READ-MODEL-START.
           READ MODEL-FILE
               AT END SET MI-STAT-EOF TO TRUE
               NOT AT END
                   IF WS-MOD-COUNT < 50 AND MI-INTERVAL IS NUMERIC
                       ADD 1 TO WS-MOD-COUNT
                       SET WS-MOD-IDX TO WS-MOD-COUNT
                       MOVE MI-MODEL    TO WS-MOD-MODEL(WS-MOD-IDX)
                       MOVE MI-INTERVAL TO WS-MOD-INTERVAL(WS-MOD-IDX)
                   END-IF
           END-READ.
       0510-READ-MODEL-END.
           EXIT.

       0600-LOAD-STOCK-START.
           OPEN INPUT STOCK-FILE.
           MOVE WS-RK-STAT TO WS-ERR-STATUS.
           MOVE "ROLLSTCK.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 0610-READ-STOCK-START THRU 0610-READ-STOCK-END
               UNTIL RK-STAT-EOF.
           CLOSE STOCK-FILE.
       0600-LOAD-STOCK-END.
           EXIT.

       0610-READ-STOCK-START.
           READ STOCK-FILE
               AT END SET RK-STAT-EOF TO TRUE
               NOT AT END
                   IF WS-STK-COUNT < 200
                       ADD 1 TO WS-STK-COUNT
                       SET WS-STK-IDX TO WS-STK-COUNT
                       MOVE RK-TRAIN-NUM
                           TO WS-STK-TRAIN-NUM(WS-STK-IDX)
                       MOVE RK-MODEL TO WS-STK-MODEL(WS-STK-IDX)
                       PERFORM 0620-ONE-MODEL-START
                          THRU 0620-ONE-MODEL-END
                          VARYING WS-MOD-IDX FROM 1 BY 1
                          UNTIL WS-MOD-IDX > WS-MOD-COUNT
                   END-IF
           END-READ.
       0610-READ-STOCK-END.
           EXIT.

       0620-ONE-MODEL-START.
           IF WS-MOD-MODEL(WS-MOD-IDX) = WS-STK-MODEL(WS-STK-IDX)
               MOVE WS-MOD-INTERVAL(WS-MOD-IDX)
                   TO WS-STK-INTERVAL(WS-STK-IDX)
           END-IF.
       0620-ONE-MODEL-END.
           EXIT.

      * no register yet: every unit counts from its first departure
       0700-LOAD-OVERHAULS-START.
           OPEN INPUT OVERHAUL-FILE.
           IF WS-SO-STAT = '35'
               GO TO 0700-LOAD-OVERHAULS-END
           END-IF.
           MOVE WS-SO-STAT TO WS-ERR-STATUS.
           MOVE "STCKOVH.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 0710-READ-OVERHAUL-START
              THRU 0710-READ-OVERHAUL-END
              UNTIL SO-STAT-EOF.
           CLOSE OVERHAUL-FILE.
       0700-LOAD-OVERHAULS-END.
           EXIT.

       0710-READ-OVERHAUL-START.
           READ OVERHAUL-FILE
               AT END SET SO-STAT-EOF TO TRUE
               NOT AT END
                   MOVE SO-TRAIN-NUM TO WS-WANT-TRAIN-NUM
                   PERFORM 1100-FIND-STOCK-START
                      THRU 1100-FIND-STOCK-END
                   IF WS-STK-FOUND
                       SET WS-STK-IDX TO WS-STK-FOUND-IDX
                       MOVE SO-DATE TO WS-STK-OVH-DATE(WS-STK-IDX)
                   END-IF
           END-READ.
       0710-READ-OVERHAUL-END.
           EXIT.

       0800-LOAD-DISTANCES-START.
           OPEN INPUT DISTANCE-FILE.
           MOVE WS-DS-STAT TO WS-ERR-STATUS.
           MOVE "DISTANCE.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 0810-READ-DISTANCE-START
              THRU 0810-READ-DISTANCE-END
              UNTIL DS-STAT-EOF.
           CLOSE DISTANCE-FILE.
       0800-LOAD-DISTANCES-END.
           EXIT.

       0810-READ-DISTANCE-START.
           READ DISTANCE-FILE
               AT END SET DS-STAT-EOF TO TRUE
               NOT AT END
                   IF WS-DST-COUNT < 500 AND DS-KM IS NUMERIC
                       ADD 1 TO WS-DST-COUNT
                       SET WS-DST-IDX TO WS-DST-COUNT
                       MOVE DS-ORIGIN      TO WS-DST-ORIGIN(WS-DST-IDX)
                       MOVE DS-DESTINATION TO WS-DST-DEST(WS-DST-IDX)
                       MOVE DS-KM          TO WS-DST-KM(WS-DST-IDX)
                   END-IF
           END-READ.
       0810-READ-DISTANCE-END.
           EXIT.

      *****************************************************************
      * ONE DEPARTURE THAT REALLY RAN: ITS ROUTE FROM THE MASTER, ITS
      * KILOMETRES FROM THE DISTANCE TABLE, CREDITED TO THE UNIT SINCE
      * ITS LAST OVERHAUL AND OVER THE RUN-RATE WINDOW
      *****************************************************************
       1000-ONE-ACTUAL-START.
           READ ACTUAL-FILE NEXT RECORD
               AT END SET AD-STAT-EOF TO TRUE
               GO TO 1000-ONE-ACTUAL-END
           END-READ.
           IF AD-DATE > WS-REPORT-DATE
               GO TO 1000-ONE-ACTUAL-END
           END-IF.
           ADD 1 TO WS-READ-COUNT.

           MOVE AD-TRAIN-NUM TO WS-WANT-TRAIN-NUM.
           PERFORM 1100-FIND-STOCK-START THRU 1100-FIND-STOCK-END.
           IF WS-STK-NOT-FOUND
               ADD 1 TO WS-NOSTOCK-COUNT
               GO TO 1000-ONE-ACTUAL-END
           END-IF.

           MOVE AD-KEY TO TM-KEY.
           READ TRAIN-MASTER
               INVALID KEY
                   ADD 1 TO WS-NOMASTER-COUNT
                   GO TO 1000-ONE-ACTUAL-END
           END-READ.

           PERFORM 1200-FIND-DISTANCE-START
              THRU 1200-FIND-DISTANCE-END.
           IF WS-DST-NOT-FOUND
               ADD 1 TO WS-NODIST-COUNT
               PERFORM 1300-NOTE-MISSING-START
                  THRU 1300-NOTE-MISSING-END
               GO TO 1000-ONE-ACTUAL-END
           END-IF.

           SET WS-STK-IDX TO WS-STK-FOUND-IDX.
           IF AD-DATE > WS-STK-OVH-DATE(WS-STK-IDX)
               ADD WS-KM TO WS-STK-KM-SINCE(WS-STK-IDX)
           END-IF.
           COMPUTE WS-DAYNUM = FUNCTION INTEGER-OF-DATE(AD-DATE).
           IF WS-DAYNUM NOT < WS-WINDOW-DAYNUM
               ADD WS-KM TO WS-STK-KM-WINDOW(WS-STK-IDX)
           END-IF.
       1000-ONE-ACTUAL-END.
           EXIT.

      * find the unit of WS-WANT-TRAIN-NUM in the rolling stock
       1100-FIND-STOCK-START.
           SET WS-STK-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-STK-FOUND-IDX.
           PERFORM 1110-ONE-STOCK-START THRU 1110-ONE-STOCK-END
               VARYING WS-STK-IDX FROM 1 BY 1
               UNTIL WS-STK-IDX > WS-STK-COUNT OR WS-STK-FOUND.
       1100-FIND-STOCK-END.
           EXIT.

       1110-ONE-STOCK-START.
           IF WS-STK-TRAIN-NUM(WS-STK-IDX) = WS-WANT-TRAIN-NUM
               SET WS-STK-FOUND TO TRUE
               SET WS-STK-FOUND-IDX TO WS-STK-IDX
           END-IF.
       1110-ONE-STOCK-END.
           EXIT.

      * a pair is recorded once and is good for both directions
       1200-FIND-DISTANCE-START.
           SET WS-DST-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-KM.
           PERFORM 1210-ONE-DISTANCE-START THRU 1210-ONE-DISTANCE-END
               VARYING WS-DST-IDX FROM 1 BY 1
               UNTIL WS-DST-IDX > WS-DST-COUNT OR WS-DST-FOUND.
       1200-FIND-DISTANCE-END.
           EXIT.

       1210-ONE-DISTANCE-START.
           IF (WS-DST-ORIGIN(WS-DST-IDX) = TM-ORIGIN
           AND WS-DST-DEST(WS-DST-IDX) = TM-DESTINATION)
           OR (WS-DST-ORIGIN(WS-DST-IDX) = TM-DESTINATION
           AND WS-DST-DEST(WS-DST-IDX) = TM-ORIGIN)
               SET WS-DST-FOUND TO TRUE
               MOVE WS-DST-KM(WS-DST-IDX) TO WS-KM
           END-IF.
       1210-ONE-DISTANCE-END.
           EXIT.

      * count the run against its pair, adding the pair the first time
       1300-NOTE-MISSING-START.
           SET WS-MIS-NOT-FOUND TO TRUE.
           PERFORM 1310-ONE-MISSING-START THRU 1310-ONE-MISSING-END
               VARYING WS-MIS-IDX FROM 1 BY 1
               UNTIL WS-MIS-IDX > WS-MIS-COUNT OR WS-MIS-FOUND.
           IF WS-MIS-NOT-FOUND AND WS-MIS-COUNT < 50
               ADD 1 TO WS-MIS-COUNT
               SET WS-MIS-IDX TO WS-MIS-COUNT
               MOVE TM-ORIGIN      TO WS-MIS-ORIGIN(WS-MIS-IDX)
               MOVE TM-DESTINATION TO WS-MIS-DEST(WS-MIS-IDX)
               MOVE 1              TO WS-MIS-RUNS(WS-MIS-IDX)
           END-IF.
       1300-NOTE-MISSING-END.
           EXIT.

       1310-ONE-MISSING-START.
           IF WS-MIS-ORIGIN(WS-MIS-IDX) = TM-ORIGIN
           AND WS-MIS-DEST(WS-MIS-IDX) = TM-DESTINATION
               SET WS-MIS-FOUND TO TRUE
               ADD 1 TO WS-MIS-RUNS(WS-MIS-IDX)
           END-IF.
       1310-ONE-MISSING-END.
           EXIT.

      *****************************************************************
      * EVERY UNIT WITH ITS MILEAGE, THEN THE UNITS DUE, THEN THE
      * STATION PAIRS THAT NEED A DISTANCE
      *****************************************************************
       4000-WRITE-REPORT-START.
           OPEN OUTPUT REPORT-OUTFILE.
           MOVE WS-RP-STAT TO WS-ERR-STATUS.
           MOVE "MILEAGE.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           MOVE WS-REPORT-DATE TO HDR-DATE.
           MOVE WS-HEADER-LINE TO REPORT-RECORD.
           PERFORM 4900-PRINT-START THRU 4900-PRINT-END.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 4900-PRINT-START THRU 4900-PRINT-END.
           MOVE WS-COLUMN-LINE TO REPORT-RECORD.
           PERFORM 4900-PRINT-START THRU 4900-PRINT-END.
           PERFORM 4100-UNIT-LINE-START THRU 4100-UNIT-LINE-END
               VARYING WS-STK-IDX FROM 1 BY 1
               UNTIL WS-STK-IDX > WS-STK-COUNT.

           MOVE SPACES TO REPORT-RECORD.
           PERFORM 4900-PRINT-START THRU 4900-PRINT-END.
           MOVE "---- UNITES A REVISER DANS LES 30 JOURS ----"
               TO REPORT-RECORD.
           PERFORM 4900-PRINT-START THRU 4900-PRINT-END.
           PERFORM 4200-DUE-LINE-START THRU 4200-DUE-LINE-END
               VARYING WS-STK-IDX FROM 1 BY 1
               UNTIL WS-STK-IDX > WS-STK-COUNT.
           IF WS-DUE-COUNT = 0
               MOVE "AUCUNE." TO REPORT-RECORD
               PERFORM 4900-PRINT-START THRU 4900-PRINT-END
           END-IF.

           IF WS-MIS-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               PERFORM 4900-PRINT-START THRU 4900-PRINT-END
               MOVE "---- TRAJETS SANS DISTANCE (NON COMPTES) ----"
                   TO REPORT-RECORD
               PERFORM 4900-PRINT-START THRU 4900-PRINT-END
               PERFORM 4300-MISSING-LINE-START
                  THRU 4300-MISSING-LINE-END
                  VARYING WS-MIS-IDX FROM 1 BY 1
                  UNTIL WS-MIS-IDX > WS-MIS-COUNT
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           PERFORM 4900-PRINT-START THRU 4900-PRINT-END.
           MOVE WS-READ-COUNT     TO TOT-READ.
           MOVE WS-NODIST-COUNT   TO TOT-NODIST.
           MOVE WS-NOMASTER-COUNT TO TOT-NOMASTER.
           MOVE WS-TOTAL-LINE TO REPORT-RECORD.
           PERFORM 4900-PRINT-START THRU 4900-PRINT-END.
           CLOSE REPORT-OUTFILE.
       4000-WRITE-REPORT-END.
           EXIT.

       4100-UNIT-LINE-START.
           PERFORM 4050-EVALUATE-UNIT-START
              THRU 4050-EVALUATE-UNIT-END.
           IF WS-STK-DUE(WS-STK-IDX)
               ADD 1 TO WS-DUE-COUNT
           END-IF.
           PERFORM 4150-FORMAT-UNIT-START THRU 4150-FORMAT-UNIT-END.
       4100-UNIT-LINE-END.
           EXIT.

      * the unit is due when what is left of its interval would be
      * used up within the window at the rate of the last window
       4050-EVALUATE-UNIT-START.
           MOVE SPACES TO DET-FLAG DET-DAYS.
           MOVE 'N' TO WS-STK-DUE-SW(WS-STK-IDX).
           COMPUTE WS-REMAINING = WS-STK-INTERVAL(WS-STK-IDX)
               - WS-STK-KM-SINCE(WS-STK-IDX).
           EVALUATE TRUE
               WHEN WS-STK-INTERVAL(WS-STK-IDX) = 0
                   MOVE "INTERV.?" TO DET-FLAG
               WHEN WS-REMAINING NOT > 0
                   MOVE "DEPASSE" TO DET-FLAG
                   SET WS-STK-DUE(WS-STK-IDX) TO TRUE
               WHEN WS-REMAINING NOT > WS-STK-KM-WINDOW(WS-STK-IDX)
                   MOVE "A REVISER" TO DET-FLAG
                   SET WS-STK-DUE(WS-STK-IDX) TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-STK-INTERVAL(WS-STK-IDX) > 0
           AND WS-REMAINING > 0
           AND WS-STK-KM-WINDOW(WS-STK-IDX) > 0
               COMPUTE WS-DAYS-LEFT = (WS-REMAINING * WS-WINDOW-DAYS)
                   / WS-STK-KM-WINDOW(WS-STK-IDX)
               MOVE WS-DAYS-LEFT TO WS-DAYS-ED
               MOVE WS-DAYS-ED TO DET-DAYS
           END-IF.
       4050-EVALUATE-UNIT-END.
           EXIT.

       4150-FORMAT-UNIT-START.
           MOVE WS-STK-TRAIN-NUM(WS-STK-IDX) TO DET-TRAIN-NUM.
           MOVE WS-STK-MODEL(WS-STK-IDX)     TO DET-MODEL.
           IF WS-STK-OVH-DATE(WS-STK-IDX) = 0
               MOVE "JAMAIS" TO DET-OVH-DATE
           ELSE
               MOVE WS-STK-OVH-DATE(WS-STK-IDX) TO DET-OVH-DATE
           END-IF.
           MOVE WS-STK-KM-SINCE(WS-STK-IDX)  TO DET-KM-SINCE.
           MOVE WS-STK-INTERVAL(WS-STK-IDX)  TO DET-INTERVAL.
           MOVE WS-REMAINING                 TO DET-REMAINING.
           MOVE WS-STK-KM-WINDOW(WS-STK-IDX) TO DET-KM-WINDOW.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           PERFORM 4900-PRINT-START THRU 4900-PRINT-END.
       4150-FORMAT-UNIT-END.
           EXIT.

      * the due units again, each with its flag and days, for the
      * workshop planner
       4200-DUE-LINE-START.
           IF NOT WS-STK-DUE(WS-STK-IDX)
               GO TO 4200-DUE-LINE-END
           END-IF.
           PERFORM 4050-EVALUATE-UNIT-START
              THRU 4050-EVALUATE-UNIT-END.
           PERFORM 4150-FORMAT-UNIT-START THRU 4150-FORMAT-UNIT-END.
       4200-DUE-LINE-END.
           EXIT.

       4300-MISSING-LINE-START.
           MOVE WS-MIS-ORIGIN(WS-MIS-IDX) TO MIS-ORIGIN.
           MOVE WS-MIS-DEST(WS-MIS-IDX)   TO MIS-DEST.
           MOVE WS-MIS-RUNS(WS-MIS-IDX)   TO MIS-RUNS.
           MOVE WS-MISSING-LINE TO REPORT-RECORD.
           PERFORM 4900-PRINT-START THRU 4900-PRINT-END.
       4300-MISSING-LINE-END.
           EXIT.

       4900-PRINT-START.
           WRITE REPORT-RECORD.
           MOVE WS-RP-STAT TO WS-ERR-STATUS.
           MOVE "MILEAGE.txt" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       4900-PRINT-END.
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
