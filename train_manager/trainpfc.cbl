      *****************************************************************
      * Program name:    trainpfc
      * Original author: Yves
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 Yves    Created: platform occupancy check - every
      *                  TRAINPLT.dat assignment of a date range holds
      *                  its platform from the dwell time before the
      *                  departure to the departure minute, and two
      *                  trains holding the same platform of the same
      *                  station at overlapping times are reported in
      *                  PLATCONF.txt, with the assignments whose
      *                  departure or platform no longer exists.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trainpfc.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLATASG-FILE ASSIGN TO "TRAINPLT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PL-KEY
           FILE STATUS IS WS-PL-STAT.

           SELECT TRAIN-MASTER ASSIGN TO "TRAINMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TM-KEY
           FILE STATUS IS WS-TM-STAT.

           SELECT PLATFORM-FILE ASSIGN TO "PLATFORM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PF-STAT.

           SELECT REPORT-OUTFILE ASSIGN TO "PLATCONF.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RP-STAT.

       DATA DIVISION.
       FILE SECTION.

       FD  PLATASG-FILE
           RECORD CONTAINS 24 CHARACTERS.
       COPY "TRAINPLT-FDESCRIPTION.cpy".

       FD  TRAIN-MASTER
           RECORD CONTAINS 38 CHARACTERS.
       COPY "TRAINMST-FDESCRIPTION.cpy".

       FD  PLATFORM-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  PLATFORM-REC.
           05 PF-STATION          PIC X(10).
           05 PF-PLATFORM         PIC X(03).
           05 PF-LABEL            PIC X(23).

       FD  REPORT-OUTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PL-STAT          PIC X(02).
           88 PL-STAT-EOF          VALUE '10'.
       01  WS-TM-STAT          PIC X(02).
       01  WS-PF-STAT          PIC X(02).
           88 PF-STAT-EOF          VALUE '10'.
       01  WS-RP-STAT          PIC X(02).

       01  WS-FROM-DATE        PIC 9(08) VALUE 0.
       01  WS-TO-DATE          PIC 9(08) VALUE 0.

      * the declared platforms of every station, from PLATFORM.dat
       01  WS-PLATFORM-TABLE.
           05 WS-PF-ENTRY OCCURS 600 TIMES INDEXED BY WS-PF-IDX.
              10 WS-PF-STATION     PIC X(10) VALUE SPACES.
              10 WS-PF-PLATFORM    PIC X(03) VALUE SPACES.
       01  WS-PF-COUNT         PIC 9(03) VALUE 0.
       01  WS-PF-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-PF-FOUND          VALUE 'Y'.
           88 WS-PF-NOT-FOUND      VALUE 'N'.

      * every valid assignment of the period with the minutes, counted
      * from the start of the calendar, its platform is held
       01  WS-OCC-TABLE.
           05 WS-OCC-ENTRY OCCURS 1000 TIMES.
              10 WS-OCC-STATION    PIC X(10).
              10 WS-OCC-PLATFORM   PIC X(03).
              10 WS-OCC-TRAIN-NUM  PIC X(05).
              10 WS-OCC-DATE       PIC 9(08).
              10 WS-OCC-TIME       PIC X(05).
              10 WS-OCC-FROM       PIC 9(11).
              10 WS-OCC-TO         PIC 9(11).
       01  WS-OCC-COUNT        PIC 9(04) VALUE 0.
       01  WS-I                PIC 9(04) VALUE 0.
       01  WS-J                PIC 9(04) VALUE 0.
       01  WS-K                PIC 9(04) VALUE 0.

       01  WS-TIME-WK.
           05 WS-TIME-HH       PIC 9(02).
           05 FILLER           PIC X(01).
           05 WS-TIME-MM       PIC 9(02).
       01  WS-DAYNUM           PIC 9(07) VALUE 0.
       01  WS-DEPART-MIN       PIC 9(11) VALUE 0.
       01  WS-DAY-MIN          PIC 9(04) VALUE 0.
       01  WS-HHMM.
           05 WS-HHMM-HH       PIC 9(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 WS-HHMM-MM       PIC 9(02).

       01  WS-READ-COUNT       PIC 9(06) VALUE 0.
       01  WS-ANOMALY-COUNT    PIC 9(05) VALUE 0.
       01  WS-CONFLICT-COUNT   PIC 9(05) VALUE 0.

       01  WS-HEADER-LINE.
           05 FILLER           PIC X(30)
              VALUE "OCCUPATION DES VOIES DU      ".
           05 HDR-FROM         PIC 9(08).
           05 FILLER           PIC X(04) VALUE " AU ".
           05 HDR-TO           PIC 9(08).

       01  WS-ANOMALY-LINE.
           05 FILLER           PIC X(06) VALUE "TRAIN ".
           05 ANO-TRAIN-NUM    PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 ANO-DATE         PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 ANO-TIME         PIC X(05).
           05 FILLER           PIC X(06) VALUE " VOIE ".
           05 ANO-PLATFORM     PIC X(03).
           05 FILLER           PIC X(03) VALUE " : ".
           05 ANO-REASON       PIC X(32).

       01  WS-CONFLICT-LINE.
           05 FILLER           PIC X(13) VALUE "CONFLIT GARE ".
           05 CNF-STATION      PIC X(10).
           05 FILLER           PIC X(06) VALUE " VOIE ".
           05 CNF-PLATFORM     PIC X(03).

       01  WS-OCCUPANT-LINE.
           05 FILLER           PIC X(08) VALUE "  TRAIN ".
           05 OCP-TRAIN-NUM    PIC X(05).
           05 FILLER           PIC X(04) VALUE " LE ".
           05 OCP-DATE         PIC 9(08).
           05 FILLER           PIC X(10) VALUE " DEPART A ".
           05 OCP-TIME         PIC X(05).
           05 FILLER           PIC X(11) VALUE ", A QUAI DE".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OCP-FROM         PIC X(05).
           05 FILLER           PIC X(03) VALUE " A ".
           05 OCP-TO           PIC X(05).

       01  WS-TOTAL-LINE.
           05 FILLER           PIC X(22) VALUE "AFFECTATIONS LUES:    ".
           05 TOT-READ         PIC Z(05)9.
           05 FILLER           PIC X(14) VALUE "  ANOMALIES:  ".
           05 TOT-ANOMALY      PIC Z(04)9.
           05 FILLER           PIC X(13) VALUE "  CONFLITS:  ".
           05 TOT-CONFLICT     PIC Z(04)9.

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

           PERFORM 0500-LOAD-PLATFORMS-START
              THRU 0500-LOAD-PLATFORMS-END.

           OPEN INPUT PLATASG-FILE.
           MOVE WS-PL-STAT TO WS-ERR-STATUS.
           MOVE "TRAINPLT.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           OPEN INPUT TRAIN-MASTER.
           MOVE WS-TM-STAT TO WS-ERR-STATUS.
           MOVE "TRAINMST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           OPEN OUTPUT REPORT-OUTFILE.
           MOVE WS-RP-STAT TO WS-ERR-STATUS.
           MOVE "PLATCONF.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           MOVE WS-FROM-DATE TO HDR-FROM.
           MOVE WS-TO-DATE   TO HDR-TO.
           MOVE WS-HEADER-LINE TO REPORT-RECORD.
           PERFORM 4900-PRINT-START THRU 4900-PRINT-END.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 4900-PRINT-START THRU 4900-PRINT-END.

           PERFORM 1000-ONE-ASSIGNMENT-START
              THRU 1000-ONE-ASSIGNMENT-END
              UNTIL PL-STAT-EOF.
           CLOSE PLATASG-FILE TRAIN-MASTER.

           PERFORM 2000-COMPARE-START THRU 2000-COMPARE-END
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-OCC-COUNT.

           IF WS-ANOMALY-COUNT = 0 AND WS-CONFLICT-COUNT = 0
               MOVE "AUCUN CONFLIT D'OCCUPATION." TO REPORT-RECORD
               PERFORM 4900-PRINT-START THRU 4900-PRINT-END
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 4900-PRINT-START THRU 4900-PRINT-END.
           MOVE WS-READ-COUNT     TO TOT-READ.
           MOVE WS-ANOMALY-COUNT  TO TOT-ANOMALY.
           MOVE WS-CONFLICT-COUNT TO TOT-CONFLICT.
           MOVE WS-TOTAL-LINE TO REPORT-RECORD.
           PERFORM 4900-PRINT-START THRU 4900-PRINT-END.
           CLOSE REPORT-OUTFILE.

           DISPLAY "AFFECTATIONS LUES: " WS-READ-COUNT
               "  ANOMALIES: " WS-ANOMALY-COUNT
               "  CONFLITS: " WS-CONFLICT-COUNT.
           IF WS-CONFLICT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      *****************************************************************
      * LOAD THE DECLARED PLATFORMS OF EVERY STATION
      *****************************************************************
       0500-LOAD-PLATFORMS-START.
           OPEN INPUT PLATFORM-FILE.
           MOVE WS-PF-STAT TO WS-ERR-STATUS.
           MOVE "PLATFORM.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 0510-READ-PLATFORM-START
              THRU 0510-READ-PLATFORM-END
              UNTIL PF-STAT-EOF.
           CLOSE PLATFORM-FILE.
       0500-LOAD-PLATFORMS-END.
           EXIT.

       0510-READ-PLATFORM-START.
           READ PLATFORM-FILE
               AT END SET PF-STAT-EOF TO TRUE
               NOT AT END
                   IF WS-PF-COUNT < 600
                       ADD 1 TO WS-PF-COUNT
                       SET WS-PF-IDX TO WS-PF-COUNT
                       MOVE PF-STATION  TO WS-PF-STATION(WS-PF-IDX)
                       MOVE PF-PLATFORM TO WS-PF-PLATFORM(WS-PF-IDX)
                   END-IF
           END-READ.
       0510-READ-PLATFORM-END.
           EXIT.

      *****************************************************************
      * ONE ASSIGNMENT OF THE PERIOD: ITS DEPARTURE, PLATFORM AND TIME
      * MUST BE VALID BEFORE ITS OCCUPANCY IS KEPT FOR COMPARISON
      *****************************************************************
       1000-ONE-ASSIGNMENT-START.
           READ PLATASG-FILE NEXT RECORD
               AT END SET PL-STAT-EOF TO TRUE
               GO TO 1000-ONE-ASSIGNMENT-END
           END-READ.
           IF PL-DATE < WS-FROM-DATE OR PL-DATE > WS-TO-DATE
               GO TO 1000-ONE-ASSIGNMENT-END
           END-IF.
           ADD 1 TO WS-READ-COUNT.

           MOVE PL-KEY TO TM-KEY.
           READ TRAIN-MASTER
               INVALID KEY
                   MOVE "DEPART INEXISTANT AU PLANNING" TO ANO-REASON
                   PERFORM 1900-ANOMALY-START THRU 1900-ANOMALY-END
                   GO TO 1000-ONE-ASSIGNMENT-END
           END-READ.

           SET WS-PF-NOT-FOUND TO TRUE.
           PERFORM 1100-ONE-PLATFORM-START THRU 1100-ONE-PLATFORM-END
               VARYING WS-PF-IDX FROM 1 BY 1
               UNTIL WS-PF-IDX > WS-PF-COUNT.
           IF WS-PF-NOT-FOUND
               MOVE "VOIE NON DECLAREE EN GARE" TO ANO-REASON
               PERFORM 1900-ANOMALY-START THRU 1900-ANOMALY-END
               GO TO 1000-ONE-ASSIGNMENT-END
           END-IF.

           MOVE PL-TIME TO WS-TIME-WK.
           IF WS-TIME-HH NOT NUMERIC OR WS-TIME-MM NOT NUMERIC
               MOVE "HEURE DE DEPART INVALIDE" TO ANO-REASON
               PERFORM 1900-ANOMALY-START THRU 1900-ANOMALY-END
               GO TO 1000-ONE-ASSIGNMENT-END
           END-IF.
           IF WS-OCC-COUNT >= 1000
               MOVE "TABLE PLEINE, NON CONTROLE" TO ANO-REASON
               PERFORM 1900-ANOMALY-START THRU 1900-ANOMALY-END
               GO TO 1000-ONE-ASSIGNMENT-END
           END-IF.

      * the platform is held from the dwell time before the departure
      * up to the end of the departure minute
           COMPUTE WS-DAYNUM = FUNCTION INTEGER-OF-DATE(PL-DATE).
           COMPUTE WS-DEPART-MIN = WS-DAYNUM * 1440
               + WS-TIME-HH * 60 + WS-TIME-MM.
           ADD 1 TO WS-OCC-COUNT.
           MOVE TM-ORIGIN    TO WS-OCC-STATION(WS-OCC-COUNT).
           MOVE PL-PLATFORM  TO WS-OCC-PLATFORM(WS-OCC-COUNT).
           MOVE PL-TRAIN-NUM TO WS-OCC-TRAIN-NUM(WS-OCC-COUNT).
           MOVE PL-DATE      TO WS-OCC-DATE(WS-OCC-COUNT).
           MOVE PL-TIME      TO WS-OCC-TIME(WS-OCC-COUNT).
           COMPUTE WS-OCC-FROM(WS-OCC-COUNT) =
               WS-DEPART-MIN - PL-DWELL.
           COMPUTE WS-OCC-TO(WS-OCC-COUNT) = WS-DEPART-MIN + 1.
       1000-ONE-ASSIGNMENT-END.
           EXIT.

       1100-ONE-PLATFORM-START.
           IF WS-PF-STATION(WS-PF-IDX) = TM-ORIGIN
           AND WS-PF-PLATFORM(WS-PF-IDX) = PL-PLATFORM
               SET WS-PF-FOUND TO TRUE
           END-IF.
       1100-ONE-PLATFORM-END.
           EXIT.

       1900-ANOMALY-START.
           ADD 1 TO WS-ANOMALY-COUNT.
           MOVE PL-TRAIN-NUM TO ANO-TRAIN-NUM.
           MOVE PL-DATE      TO ANO-DATE.
           MOVE PL-TIME      TO ANO-TIME.
           MOVE PL-PLATFORM  TO ANO-PLATFORM.
           MOVE WS-ANOMALY-LINE TO REPORT-RECORD.
           PERFORM 4900-PRINT-START THRU 4900-PRINT-END.
       1900-ANOMALY-END.
           EXIT.

      *****************************************************************
      * EVERY PAIR OF OCCUPANCIES OF THE SAME PLATFORM IS COMPARED;
      * TWO PERIODS OVERLAP WHEN EACH STARTS BEFORE THE OTHER ENDS
      *****************************************************************
       2000-COMPARE-START.
           COMPUTE WS-J = WS-I + 1.
           PERFORM 2100-COMPARE-PAIR-START THRU 2100-COMPARE-PAIR-END
               VARYING WS-J FROM WS-J BY 1
               UNTIL WS-J > WS-OCC-COUNT.
       2000-COMPARE-END.
           EXIT.

       2100-COMPARE-PAIR-START.
           IF WS-OCC-STATION(WS-I) NOT = WS-OCC-STATION(WS-J)
           OR WS-OCC-PLATFORM(WS-I) NOT = WS-OCC-PLATFORM(WS-J)
               GO TO 2100-COMPARE-PAIR-END
           END-IF.
           IF WS-OCC-FROM(WS-I) NOT < WS-OCC-TO(WS-J)
           OR WS-OCC-FROM(WS-J) NOT < WS-OCC-TO(WS-I)
               GO TO 2100-COMPARE-PAIR-END
           END-IF.

           ADD 1 TO WS-CONFLICT-COUNT.
           MOVE WS-OCC-STATION(WS-I)  TO CNF-STATION.
           MOVE WS-OCC-PLATFORM(WS-I) TO CNF-PLATFORM.
           MOVE WS-CONFLICT-LINE TO REPORT-RECORD.
           PERFORM 4900-PRINT-START THRU 4900-PRINT-END.
           MOVE WS-I TO WS-K.
           PERFORM 2200-OCCUPANT-START THRU 2200-OCCUPANT-END.
           MOVE WS-J TO WS-K.
           PERFORM 2200-OCCUPANT-START THRU 2200-OCCUPANT-END.
       2100-COMPARE-PAIR-END.
           EXIT.

      * print one side of the conflict, the one WS-K points at
       2200-OCCUPANT-START.
           MOVE WS-OCC-TRAIN-NUM(WS-K) TO OCP-TRAIN-NUM.
           MOVE WS-OCC-DATE(WS-K)      TO OCP-DATE.
           MOVE WS-OCC-TIME(WS-K)      TO OCP-TIME.
           MOVE WS-OCC-FROM(WS-K)      TO WS-DEPART-MIN.
           PERFORM 8000-FORMAT-HHMM-START THRU 8000-FORMAT-HHMM-END.
           MOVE WS-HHMM TO OCP-FROM.
           MOVE WS-OCC-TO(WS-K)        TO WS-DEPART-MIN.
           PERFORM 8000-FORMAT-HHMM-START THRU 8000-FORMAT-HHMM-END.
           MOVE WS-HHMM TO OCP-TO.
           MOVE WS-OCCUPANT-LINE TO REPORT-RECORD.
           PERFORM 4900-PRINT-START THRU 4900-PRINT-END.
       2200-OCCUPANT-END.
           EXIT.

       4900-PRINT-START.
           WRITE REPORT-RECORD.
           MOVE WS-RP-STAT TO WS-ERR-STATUS.
           MOVE "PLATCONF.txt" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       4900-PRINT-END.
           EXIT.

      * absolute minutes back to the HH:MM of their day
       8000-FORMAT-HHMM-START.
           COMPUTE WS-DAY-MIN = FUNCTION MOD(WS-DEPART-MIN, 1440).
           DIVIDE WS-DAY-MIN BY 60 GIVING WS-HHMM-HH
               REMAINDER WS-HHMM-MM.
       8000-FORMAT-HHMM-END.
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
