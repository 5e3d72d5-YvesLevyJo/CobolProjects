      *****************************************************************
      * Program name:    trainimp
      * Original author: Yves
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 Yves    Created: delay impact report for the station
      *                  staff - the day's TRAINACT.dat delays are
      *                  replayed through the traincnx.cbl transfer
      *                  rule (onward departure from the arrival
      *                  station no earlier than the first leg plus
      *                  the minimum transfer time) against the day's
      *                  TRAINMST.dat departures; every two-leg
      *                  journey feasible on the timetable but no
      *                  longer feasible on the actual times is
      *                  listed, followed by the TRAINRSV.dat
      *                  passengers booked on each delayed leg, in
      *                  DELAYIMP.txt.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trainimp.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIN-MASTER ASSIGN TO "TRAINMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-KEY
           FILE STATUS IS WS-TM-STAT.

           SELECT ACTUAL-FILE ASSIGN TO "TRAINACT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AD-KEY
           FILE STATUS IS WS-AD-STAT.

           SELECT RESA-FILE ASSIGN TO "TRAINRSV.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-KEY
           FILE STATUS IS WS-RS-STAT.

           SELECT REPORT-OUTFILE ASSIGN TO "DELAYIMP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RP-STAT.

       DATA DIVISION.
       FILE SECTION.

       FD  TRAIN-MASTER
           RECORD CONTAINS 38 CHARACTERS.
       COPY "TRAINMST-FDESCRIPTION.cpy".

       FD  ACTUAL-FILE
           RECORD CONTAINS 26 CHARACTERS.
       COPY "TRAINACT-FDESCRIPTION.cpy".

       FD  RESA-FILE
           RECORD CONTAINS 58 CHARACTERS.
       COPY "TRAINRSV-FDESCRIPTION.cpy".

       FD  REPORT-OUTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TM-STAT          PIC X(02).
           88 TM-STAT-EOF          VALUE '10'.
       01  WS-AD-STAT          PIC X(02).
       01  WS-RS-STAT          PIC X(02).
           88 WS-RS-OK             VALUE '00'.
       01  WS-RP-STAT          PIC X(02).

       01  WS-WANT-DATE        PIC 9(08) VALUE 0.
       01  WS-MIN-TRANSFER     PIC 9(03) VALUE 0.
       01  WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD  PIC 9(08).
           05 FILLER           PIC X(13).

      * the departures of the day with their scheduled and actual
      * minutes past midnight; a departure with no capture yet is
      * taken as leaving on time
       01  WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 500 TIMES INDEXED BY WS-DAY-IDX.
              10 WS-DAY-TRAIN-NUM  PIC X(05).
              10 WS-DAY-TIME       PIC X(05).
              10 WS-DAY-ORIGIN     PIC X(10).
              10 WS-DAY-DEST       PIC X(10).
              10 WS-DAY-SCHED-MIN  PIC 9(04).
              10 WS-DAY-ACTUAL     PIC X(05).
              10 WS-DAY-ACTUAL-MIN PIC 9(04).
              10 WS-DAY-DELAY      PIC 9(04).
              10 WS-DAY-BROKEN     PIC 9(04).
       01  WS-DAY-COUNT        PIC 9(04) VALUE 0.
       01  WS-TABLE-FULL-SW    PIC X(01) VALUE 'N'.
           88 WS-TABLE-FULL        VALUE 'Y'.

       01  WS-I                PIC 9(04) VALUE 0.
       01  WS-J                PIC 9(04) VALUE 0.
       01  WS-TIME-WK.
           05 WS-TIME-HH       PIC 9(02).
           05 FILLER           PIC X(01).
           05 WS-TIME-MM       PIC 9(02).
       01  WS-MINUTES          PIC 9(04) VALUE 0.
       01  WS-PLANNED-LEG2     PIC 9(05) VALUE 0.
       01  WS-ACTUAL-LEG2      PIC 9(05) VALUE 0.

       01  WS-DELAYED-COUNT    PIC 9(04) VALUE 0.
       01  WS-BROKEN-COUNT     PIC 9(05) VALUE 0.
       01  WS-PAX-COUNT        PIC 9(05) VALUE 0.
       01  WS-LEG-PAX          PIC 9(04) VALUE 0.
       01  WS-SCAN-DONE-SW     PIC X(01) VALUE 'N'.
           88 WS-SCAN-DONE         VALUE 'Y'.

       01  WS-HEADER-LINE.
           05 FILLER           PIC X(36)
              VALUE "CORRESPONDANCES PERDUES SUR RETARD -".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 HDR-DATE         PIC 9(08).
           05 FILLER           PIC X(16) VALUE "  CORRESP. MIN: ".
           05 HDR-TRANSFER     PIC ZZ9.

      * first leg as planned and as run, then the lost onward leg
       01  WS-BROKEN-LINE-1.
           05 FILLER           PIC X(06) VALUE "TRAIN ".
           05 BR1-TRAIN        PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 BR1-ORIGIN       PIC X(10).
           05 FILLER           PIC X(03) VALUE " A ".
           05 BR1-TIME         PIC X(05).
           05 FILLER           PIC X(10) VALUE " PARTI A  ".
           05 BR1-ACTUAL       PIC X(05).
           05 FILLER           PIC X(02) VALUE " +".
           05 BR1-DELAY        PIC ZZZ9.
           05 FILLER           PIC X(04) VALUE " MIN".
       01  WS-BROKEN-LINE-2.
           05 FILLER           PIC X(06) VALUE "  VIA ".
           05 BR2-VIA          PIC X(10).
           05 FILLER           PIC X(08) VALUE " PERDU: ".
           05 FILLER           PIC X(06) VALUE "TRAIN ".
           05 BR2-TRAIN        PIC X(05).
           05 FILLER           PIC X(06) VALUE " VERS ".
           05 BR2-DEST         PIC X(10).
           05 FILLER           PIC X(03) VALUE " A ".
           05 BR2-TIME         PIC X(05).
           05 FILLER           PIC X(06) VALUE " (DEP ".
           05 BR2-ACTUAL       PIC X(05).
           05 FILLER           PIC X(01) VALUE ")".

       01  WS-LEG-LINE.
           05 FILLER           PIC X(19) VALUE "VOYAGEURS DU TRAIN ".
           05 LEG-TRAIN        PIC X(05).
           05 FILLER           PIC X(03) VALUE " A ".
           05 LEG-TIME         PIC X(05).
           05 FILLER           PIC X(06) VALUE " VERS ".
           05 LEG-DEST         PIC X(10).
           05 FILLER           PIC X(15) VALUE " - CORRESP. : ".
           05 LEG-BROKEN       PIC ZZZ9.

       01  WS-PAX-LINE.
           05 FILLER           PIC X(08) VALUE "  PLACE ".
           05 PAX-SEAT         PIC 9(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 PAX-NAME         PIC X(30).
           05 FILLER           PIC X(08) VALUE " CLASSE ".
           05 PAX-CLASS        PIC X(01).

       01  WS-TOTAL-LINE.
           05 FILLER           PIC X(18) VALUE "DEPARTS RETARDES: ".
           05 TOT-DELAYED      PIC Z(03)9.
           05 FILLER           PIC X(22)
              VALUE "  CORRESP. PERDUES :  ".
           05 TOT-BROKEN       PIC Z(04)9.
           05 FILLER           PIC X(14) VALUE "  VOYAGEURS : ".
           05 TOT-PAX          PIC Z(04)9.

      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           DISPLAY "Date (AAAAMMJJ, 0 = aujourd'hui) ?".
           ACCEPT WS-WANT-DATE.
           IF WS-WANT-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
               MOVE WS-RUN-YYYYMMDD TO WS-WANT-DATE
           END-IF.
           DISPLAY "Temps de correspondance minimum (minutes) ?".
           ACCEPT WS-MIN-TRANSFER.

           OPEN INPUT TRAIN-MASTER.
           MOVE WS-TM-STAT TO WS-ERR-STATUS.
           MOVE "TRAINMST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           OPEN INPUT ACTUAL-FILE.
           MOVE WS-AD-STAT TO WS-ERR-STATUS.
           MOVE "TRAINACT.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           PERFORM 1000-LOAD-DAY-START THRU 1000-LOAD-DAY-END.
           CLOSE TRAIN-MASTER ACTUAL-FILE.

           OPEN OUTPUT REPORT-OUTFILE.
           MOVE WS-RP-STAT TO WS-ERR-STATUS.
           MOVE "DELAYIMP.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           MOVE WS-WANT-DATE    TO HDR-DATE.
           MOVE WS-MIN-TRANSFER TO HDR-TRANSFER.
           MOVE WS-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM 2000-FIND-BROKEN-START THRU 2000-FIND-BROKEN-END.
           PERFORM 3000-LIST-PAX-START THRU 3000-LIST-PAX-END.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-DELAYED-COUNT TO TOT-DELAYED.
           MOVE WS-BROKEN-COUNT  TO TOT-BROKEN.
           MOVE WS-PAX-COUNT     TO TOT-PAX.
           MOVE WS-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-OUTFILE.

           DISPLAY "CORRESPONDANCES PERDUES: " WS-BROKEN-COUNT
               "  VOYAGEURS CONCERNES: " WS-PAX-COUNT.
       0000-MAIN-END.
           STOP RUN.

      *****************************************************************
      * LOAD THE DEPARTURES OF THE DAY FROM THE MASTER, EACH WITH ITS
      * ACTUAL TIME FROM TRAINACT.dat WHEN ONE HAS BEEN CAPTURED
      *****************************************************************
       1000-LOAD-DAY-START.
           MOVE LOW-VALUES TO TM-KEY.
           START TRAIN-MASTER KEY NOT < TM-KEY
               INVALID KEY SET TM-STAT-EOF TO TRUE
           END-START.
           PERFORM 1100-READ-MASTER-START THRU 1100-READ-MASTER-END
               UNTIL TM-STAT-EOF.
       1000-LOAD-DAY-END.
           EXIT.

       1100-READ-MASTER-START.
           READ TRAIN-MASTER NEXT RECORD
               AT END SET TM-STAT-EOF TO TRUE
               NOT AT END
                   IF TM-DATE = WS-WANT-DATE
                       PERFORM 1200-KEEP-DEPARTURE-START
                          THRU 1200-KEEP-DEPARTURE-END
                   END-IF
           END-READ.
       1100-READ-MASTER-END.
           EXIT.

      * the table holds 500 departures; the overflow is reported once
      * so a partial analysis is never mistaken for a complete one
       1200-KEEP-DEPARTURE-START.
           IF WS-DAY-COUNT >= 500
               IF NOT WS-TABLE-FULL
                   SET WS-TABLE-FULL TO TRUE
                   DISPLAY "TABLE DES DEPARTS PLEINE (500) -"
                       " ANALYSE PARTIELLE"
               END-IF
               GO TO 1200-KEEP-DEPARTURE-END
           END-IF.
           ADD 1 TO WS-DAY-COUNT.
           SET WS-DAY-IDX TO WS-DAY-COUNT.
           MOVE TM-TRAIN-NUM   TO WS-DAY-TRAIN-NUM(WS-DAY-IDX).
           MOVE TM-TIME        TO WS-DAY-TIME(WS-DAY-IDX).
           MOVE TM-ORIGIN      TO WS-DAY-ORIGIN(WS-DAY-IDX).
           MOVE TM-DESTINATION TO WS-DAY-DEST(WS-DAY-IDX).
           MOVE 0              TO WS-DAY-BROKEN(WS-DAY-IDX).

           MOVE TM-TIME TO WS-TIME-WK.
           PERFORM 1300-TO-MINUTES-START THRU 1300-TO-MINUTES-END.
           MOVE WS-MINUTES TO WS-DAY-SCHED-MIN(WS-DAY-IDX).
           MOVE TM-TIME    TO WS-DAY-ACTUAL(WS-DAY-IDX).
           MOVE WS-MINUTES TO WS-DAY-ACTUAL-MIN(WS-DAY-IDX).
           MOVE 0          TO WS-DAY-DELAY(WS-DAY-IDX).

           MOVE TM-KEY TO AD-KEY.
           READ ACTUAL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE AD-ACTUAL-TIME TO WS-TIME-WK
                   IF WS-TIME-HH NUMERIC AND WS-TIME-MM NUMERIC
                       PERFORM 1300-TO-MINUTES-START
                          THRU 1300-TO-MINUTES-END
                       MOVE AD-ACTUAL-TIME
                           TO WS-DAY-ACTUAL(WS-DAY-IDX)
                       MOVE WS-MINUTES
                           TO WS-DAY-ACTUAL-MIN(WS-DAY-IDX)
      * a train that left early counts as on time, as in trainpct
                       IF WS-MINUTES > WS-DAY-SCHED-MIN(WS-DAY-IDX)
                           COMPUTE WS-DAY-DELAY(WS-DAY-IDX) =
                               WS-MINUTES
                               - WS-DAY-SCHED-MIN(WS-DAY-IDX)
                       END-IF
                   END-IF
           END-READ.
       1200-KEEP-DEPARTURE-END.
           EXIT.

       1300-TO-MINUTES-START.
           IF WS-TIME-HH NUMERIC AND WS-TIME-MM NUMERIC
               COMPUTE WS-MINUTES = (WS-TIME-HH * 60) + WS-TIME-MM
           ELSE
               MOVE 0 TO WS-MINUTES
           END-IF.
       1300-TO-MINUTES-END.
           EXIT.

      *****************************************************************
      * REPLAY THE TRANSFER RULE FOR EVERY DELAYED FIRST LEG: AN
      * ONWARD DEPARTURE FROM ITS ARRIVAL STATION THAT MET THE
      * MINIMUM TRANSFER ON THE TIMETABLE BUT LEAVES BEFORE THE
      * ACTUAL DEPARTURE PLUS THE MINIMUM TRANSFER IS A LOST
      * CONNECTION (THE ONWARD TRAIN'S OWN DELAY IS TAKEN INTO
      * ACCOUNT WHEN IT HAS BEEN CAPTURED)
      *****************************************************************
       2000-FIND-BROKEN-START.
           PERFORM 2100-TRY-LEG1-START THRU 2100-TRY-LEG1-END
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DAY-COUNT.
       2000-FIND-BROKEN-END.
           EXIT.

       2100-TRY-LEG1-START.
           IF WS-DAY-DELAY(WS-I) = 0
               GO TO 2100-TRY-LEG1-END
           END-IF.
           ADD 1 TO WS-DELAYED-COUNT.
           COMPUTE WS-PLANNED-LEG2 = WS-DAY-SCHED-MIN(WS-I)
               + WS-MIN-TRANSFER.
           COMPUTE WS-ACTUAL-LEG2 = WS-DAY-ACTUAL-MIN(WS-I)
               + WS-MIN-TRANSFER.
           PERFORM 2200-TRY-LEG2-START THRU 2200-TRY-LEG2-END
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-DAY-COUNT.
       2100-TRY-LEG1-END.
           EXIT.

       2200-TRY-LEG2-START.
           IF WS-J = WS-I
           OR WS-DAY-ORIGIN(WS-J) NOT = WS-DAY-DEST(WS-I)
           OR WS-DAY-DEST(WS-J) = WS-DAY-ORIGIN(WS-I)
               GO TO 2200-TRY-LEG2-END
           END-IF.
           IF WS-DAY-SCHED-MIN(WS-J) >= WS-PLANNED-LEG2
           AND WS-DAY-ACTUAL-MIN(WS-J) < WS-ACTUAL-LEG2
               ADD 1 TO WS-BROKEN-COUNT
               ADD 1 TO WS-DAY-BROKEN(WS-I)
               PERFORM 2300-WRITE-BROKEN-START
                  THRU 2300-WRITE-BROKEN-END
           END-IF.
       2200-TRY-LEG2-END.
           EXIT.

       2300-WRITE-BROKEN-START.
           MOVE WS-DAY-TRAIN-NUM(WS-I) TO BR1-TRAIN.
           MOVE WS-DAY-ORIGIN(WS-I)    TO BR1-ORIGIN.
           MOVE WS-DAY-TIME(WS-I)      TO BR1-TIME.
           MOVE WS-DAY-ACTUAL(WS-I)    TO BR1-ACTUAL.
           MOVE WS-DAY-DELAY(WS-I)     TO BR1-DELAY.
           MOVE WS-BROKEN-LINE-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-DAY-DEST(WS-I)      TO BR2-VIA.
           MOVE WS-DAY-TRAIN-NUM(WS-J) TO BR2-TRAIN.
           MOVE WS-DAY-DEST(WS-J)      TO BR2-DEST.
           MOVE WS-DAY-TIME(WS-J)      TO BR2-TIME.
           MOVE WS-DAY-ACTUAL(WS-J)    TO BR2-ACTUAL.
           MOVE WS-BROKEN-LINE-2 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-RP-STAT TO WS-ERR-STATUS.
           MOVE "DELAYIMP.txt" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       2300-WRITE-BROKEN-END.
           EXIT.

      *****************************************************************
      * THE PASSENGERS BOOKED ON EVERY DELAYED LEG THAT BROKE AT
      * LEAST ONE CONNECTION - THE STAFF RE-ACCOMMODATE FROM THIS
      *****************************************************************
       3000-LIST-PAX-START.
           IF WS-BROKEN-COUNT = 0
               MOVE "AUCUNE CORRESPONDANCE PERDUE." TO REPORT-RECORD
               WRITE REPORT-RECORD
               GO TO 3000-LIST-PAX-END
           END-IF.

           OPEN INPUT RESA-FILE.
           IF WS-RS-STAT = '35'
      * no reservation file yet: nobody to re-accommodate
               GO TO 3000-LIST-PAX-END
           END-IF.
           MOVE WS-RS-STAT TO WS-ERR-STATUS.
           MOVE "TRAINRSV.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           PERFORM 3100-ONE-LEG-START THRU 3100-ONE-LEG-END
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DAY-COUNT.
           CLOSE RESA-FILE.
       3000-LIST-PAX-END.
           EXIT.

       3100-ONE-LEG-START.
           IF WS-DAY-BROKEN(WS-I) = 0
               GO TO 3100-ONE-LEG-END
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-DAY-TRAIN-NUM(WS-I) TO LEG-TRAIN.
           MOVE WS-DAY-TIME(WS-I)      TO LEG-TIME.
           MOVE WS-DAY-DEST(WS-I)      TO LEG-DEST.
           MOVE WS-DAY-BROKEN(WS-I)    TO LEG-BROKEN.
           MOVE WS-LEG-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 0 TO WS-LEG-PAX.
           MOVE 'N' TO WS-SCAN-DONE-SW.
           MOVE WS-DAY-TRAIN-NUM(WS-I) TO RS-TRAIN-NUM.
           MOVE WS-WANT-DATE           TO RS-DATE.
           MOVE WS-DAY-TIME(WS-I)      TO RS-TIME.
           MOVE 0                      TO RS-SEAT.
           START RESA-FILE KEY NOT < RS-KEY
               INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM 3200-NEXT-PAX-START THRU 3200-NEXT-PAX-END
               UNTIL WS-SCAN-DONE.
           IF WS-LEG-PAX = 0
               MOVE "  AUCUN VOYAGEUR RESERVE." TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
       3100-ONE-LEG-END.
           EXIT.

       3200-NEXT-PAX-START.
           READ RESA-FILE NEXT RECORD
               AT END SET WS-SCAN-DONE TO TRUE
               NOT AT END
                   IF RS-TRAIN-NUM = WS-DAY-TRAIN-NUM(WS-I)
                   AND RS-DATE = WS-WANT-DATE
                   AND RS-TIME = WS-DAY-TIME(WS-I)
                       ADD 1 TO WS-LEG-PAX
                       ADD 1 TO WS-PAX-COUNT
                       MOVE RS-SEAT      TO PAX-SEAT
                       MOVE RS-PASSENGER TO PAX-NAME
                       MOVE RS-CLASS     TO PAX-CLASS
                       MOVE WS-PAX-LINE TO REPORT-RECORD
                       WRITE REPORT-RECORD
                   ELSE
                       SET WS-SCAN-DONE TO TRUE
                   END-IF
           END-READ.
       3200-NEXT-PAX-END.
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
