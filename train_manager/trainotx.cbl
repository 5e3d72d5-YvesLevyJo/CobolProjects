      *****************************************************************
      * Program name:    trainotx
      * Original author: Yves
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 Yves    Created: open timetable export for the
      *                  journey planners - the STATIONS.dat stops and
      *                  the current and future TRAINMST.dat departures
      *                  as trips, stop times and a service calendar
      *                  (TRAIN1.dat operating-days mask and validity
      *                  period when the departure has one, its own
      *                  date otherwise), comma-separated, with a
      *                  manifest of record counts.  Unattended, for a
      *                  nightrun step: every file is a dated
      *                  generation GTFS.Dyyyymmdd.<name>.txt recorded
      *                  in GENERATIONS.dat, and the run is journalled
      *                  in JOBLOG.dat.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trainotx.
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

           SELECT TRAIN-INFILE ASSIGN TO "TRAIN1.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TR-STAT.

           SELECT STATION-FILE ASSIGN TO "STATIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STA-STAT.

           SELECT STOPS-OUTFILE ASSIGN TO DYNAMIC WS-STOPS-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OST-STAT.

           SELECT TRIPS-OUTFILE ASSIGN TO DYNAMIC WS-TRIPS-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OTR-STAT.

           SELECT TIMES-OUTFILE ASSIGN TO DYNAMIC WS-TIMES-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OTM-STAT.

           SELECT CALENDAR-OUTFILE ASSIGN TO DYNAMIC WS-CALENDAR-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OCA-STAT.

           SELECT MANIFEST-OUTFILE ASSIGN TO DYNAMIC WS-MANIFEST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OMF-STAT.

           SELECT GEN-REGISTRY ASSIGN TO "GENERATIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GRG-STAT.

           SELECT JOB-LOGFILE ASSIGN TO "JOBLOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOBLOG-STAT.

       DATA DIVISION.
       FILE SECTION.

       FD  TRAIN-MASTER
           RECORD CONTAINS 38 CHARACTERS.
       COPY "TRAINMST-FDESCRIPTION.cpy".

       FD  TRAIN-INFILE
           RECORD CONTAINS 61 CHARACTERS.
       COPY "TRAIN1-FDESCRIPTION.cpy".

       FD  STATION-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  STATION-REC.
           05 STA-CODE            PIC X(10).
           05 STA-NAME            PIC X(26).

       FD  STOPS-OUTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STOPS-RECORD        PIC X(80).

       FD  TRIPS-OUTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRIPS-RECORD        PIC X(80).

       FD  TIMES-OUTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TIMES-RECORD        PIC X(80).

       FD  CALENDAR-OUTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CALENDAR-RECORD     PIC X(80).

       FD  MANIFEST-OUTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MANIFEST-RECORD     PIC X(80).

       FD  GEN-REGISTRY
           RECORD CONTAINS 38 CHARACTERS.
       01  GEN-REGISTRY-REC.
           05 GRG-NAME            PIC X(30).
           05 GRG-DATE            PIC 9(08).

       FD  JOB-LOGFILE
           RECORD CONTAINS 56 CHARACTERS.
       01  JOBLOG-REC          PIC X(56).

       WORKING-STORAGE SECTION.
       01  WS-TM-STAT          PIC X(02).
           88 TM-STAT-EOF          VALUE '10'.
       01  WS-TR-STAT          PIC X(02).
           88 TR-STAT-EOF          VALUE '10'.
       01  WS-STA-STAT         PIC X(02).
           88 STA-STAT-EOF         VALUE '10'.
       01  WS-OST-STAT         PIC X(02).
       01  WS-OTR-STAT         PIC X(02).
       01  WS-OTM-STAT         PIC X(02).
       01  WS-OCA-STAT         PIC X(02).
       01  WS-OMF-STAT         PIC X(02).
       01  WS-GRG-STAT         PIC X(02).

      * common job-journal record, appended at start and end of the
      * batch run so the operator digest can reconstruct the night
       01  WS-JOBLOG-STAT      PIC X(02).
       01  WS-JOBLOG-LINE.
           05 JL-PROGRAM       PIC X(08) VALUE "trainotx".
           05 JL-TYPE          PIC X(06).
           05 JL-TIMESTAMP     PIC X(21).
           05 JL-READ          PIC 9(06) VALUE 0.
           05 JL-WRITTEN       PIC 9(06) VALUE 0.
           05 JL-REJECTED      PIC 9(06) VALUE 0.
           05 JL-OUTCOME       PIC X(03) VALUE "OK ".

      * the dated generation of every export file, named at the start
      * of the run
       01  WS-GEN-RUN-DATE.
           05 WS-GEN-YYYYMMDD  PIC 9(08).
           05 FILLER           PIC X(13).
       01  WS-STOPS-NAME       PIC X(30) VALUE SPACES.
       01  WS-TRIPS-NAME       PIC X(30) VALUE SPACES.
       01  WS-TIMES-NAME       PIC X(30) VALUE SPACES.
       01  WS-CALENDAR-NAME    PIC X(30) VALUE SPACES.
       01  WS-MANIFEST-NAME    PIC X(30) VALUE SPACES.
       01  WS-TODAY-DAYNUM     PIC 9(07) VALUE 0.
       01  WS-DAYNUM           PIC 9(07) VALUE 0.
       01  WS-WEEKDAY          PIC 9(01) VALUE 0.

      * known station codes; a departure between unknown stations
      * would give the planners a trip with no stop, so it is left out
       01  WS-STATION-TABLE.
           05 WS-STA-ENTRY OCCURS 200 TIMES INDEXED BY WS-STA-IDX.
              10 WS-STA-CODE       PIC X(10) VALUE SPACES.
       01  WS-STA-COUNT        PIC 9(03) VALUE 0.
       01  WS-STA-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-STA-FOUND         VALUE 'Y'.
           88 WS-STA-NOT-FOUND     VALUE 'N'.
       01  WS-WANT-STATION     PIC X(10) VALUE SPACES.

      * the TRAIN1.dat rows that carry an operating-days mask, by the
      * train number, date and time the master keeps them under
       01  WS-PLAN-TABLE.
           05 WS-PLN-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PLN-IDX.
              10 WS-PLN-TRAIN-NUM  PIC X(05) VALUE SPACES.
              10 WS-PLN-DATE       PIC 9(08) VALUE 0.
              10 WS-PLN-TIME       PIC X(05) VALUE SPACES.
              10 WS-PLN-DAYS       PIC X(07) VALUE SPACES.
              10 WS-PLN-FROM       PIC 9(08) VALUE 0.
              10 WS-PLN-TO         PIC 9(08) VALUE 0.
       01  WS-PLN-COUNT        PIC 9(04) VALUE 0.
       01  WS-PLN-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-PLN-FOUND         VALUE 'Y'.
           88 WS-PLN-NOT-FOUND     VALUE 'N'.

      * one calendar line per distinct service: M + mask + validity
      * for a masked departure, D + date for a single dated one
       01  WS-SERVICE-TABLE.
           05 WS-SVC-ENTRY OCCURS 2000 TIMES INDEXED BY WS-SVC-IDX.
              10 WS-SVC-ID         PIC X(24) VALUE SPACES.
              10 WS-SVC-DAYS       PIC X(07) VALUE SPACES.
              10 WS-SVC-FROM       PIC 9(08) VALUE 0.
              10 WS-SVC-TO         PIC 9(08) VALUE 0.
       01  WS-SVC-COUNT        PIC 9(04) VALUE 0.
       01  WS-SVC-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-SVC-FOUND         VALUE 'Y'.
           88 WS-SVC-NOT-FOUND     VALUE 'N'.

      * the service of the departure being exported
       01  WS-SERVICE.
           05 WS-SERVICE-ID    PIC X(24).
           05 WS-SERVICE-DAYS  PIC X(07).
           05 WS-SERVICE-FROM  PIC 9(08).
           05 WS-SERVICE-TO    PIC 9(08).
       01  WS-SERVICE-ID-MASK REDEFINES WS-SERVICE.
           05 WS-SID-TYPE      PIC X(01).
           05 WS-SID-DAYS      PIC X(07).
           05 WS-SID-FROM      PIC 9(08).
           05 WS-SID-TO        PIC 9(08).
           05 FILLER           PIC X(23).
       01  WS-CAL-FLAGS        PIC X(07).

       01  WS-TRIP-ID          PIC X(24) VALUE SPACES.
       01  WS-ROUTE-ID         PIC X(21) VALUE SPACES.
       01  WS-GTFS-TIME.
           05 WS-GT-HHMM       PIC X(05).
           05 FILLER           PIC X(03) VALUE ":00".

       01  WS-READ-COUNT       PIC 9(06) VALUE 0.
       01  WS-SKIP-COUNT       PIC 9(06) VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(06) VALUE 0.
       01  WS-STOPS-COUNT      PIC 9(06) VALUE 0.
       01  WS-TRIPS-COUNT      PIC 9(06) VALUE 0.
       01  WS-TIMES-COUNT      PIC 9(06) VALUE 0.
       01  WS-CALENDAR-COUNT   PIC 9(06) VALUE 0.
       01  WS-MANIFEST-NAME-WK PIC X(20) VALUE SPACES.
       01  WS-MANIFEST-COUNT   PIC 9(06) VALUE 0.

      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE "START " TO JL-TYPE.
           PERFORM 9000-WRITE-JOBLOG-START
              THRU 9000-WRITE-JOBLOG-END.

           PERFORM 0100-SET-GENERATION-START
              THRU 0100-SET-GENERATION-END.
           PERFORM 0500-LOAD-PLANNING-START
              THRU 0500-LOAD-PLANNING-END.
           PERFORM 1000-WRITE-STOPS-START THRU 1000-WRITE-STOPS-END.
           PERFORM 2000-WRITE-TRIPS-START THRU 2000-WRITE-TRIPS-END.
           PERFORM 3000-WRITE-CALENDAR-START
              THRU 3000-WRITE-CALENDAR-END.
           PERFORM 4000-WRITE-MANIFEST-START
              THRU 4000-WRITE-MANIFEST-END.
           PERFORM 5000-REGISTER-START THRU 5000-REGISTER-END.

           DISPLAY "ARRETS: " WS-STOPS-COUNT
               "  VOYAGES: " WS-TRIPS-COUNT
               "  SERVICES: " WS-CALENDAR-COUNT
               "  REJETES: " WS-REJECT-COUNT.

           MOVE "END   " TO JL-TYPE.
           MOVE WS-READ-COUNT   TO JL-READ.
           MOVE WS-TRIPS-COUNT  TO JL-WRITTEN.
           MOVE WS-REJECT-COUNT TO JL-REJECTED.
           PERFORM 9000-WRITE-JOBLOG-START
              THRU 9000-WRITE-JOBLOG-END.
       0000-MAIN-END.
           STOP RUN.

      *****************************************************************
      * NAME THIS RUN'S GENERATION OF EVERY EXPORT FILE
      *****************************************************************
       0100-SET-GENERATION-START.
           MOVE FUNCTION CURRENT-DATE TO WS-GEN-RUN-DATE.
           COMPUTE WS-TODAY-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-GEN-YYYYMMDD).
           STRING "GTFS.D" DELIMITED BY SIZE
               WS-GEN-YYYYMMDD DELIMITED BY SIZE
               ".stops.txt" DELIMITED BY SIZE
               INTO WS-STOPS-NAME.
           STRING "GTFS.D" DELIMITED BY SIZE
               WS-GEN-YYYYMMDD DELIMITED BY SIZE
               ".trips.txt" DELIMITED BY SIZE
               INTO WS-TRIPS-NAME.
           STRING "GTFS.D" DELIMITED BY SIZE
               WS-GEN-YYYYMMDD DELIMITED BY SIZE
               ".stop_times.txt" DELIMITED BY SIZE
               INTO WS-TIMES-NAME.
           STRING "GTFS.D" DELIMITED BY SIZE
               WS-GEN-YYYYMMDD DELIMITED BY SIZE
               ".calendar.txt" DELIMITED BY SIZE
               INTO WS-CALENDAR-NAME.
           STRING "GTFS.D" DELIMITED BY SIZE
               WS-GEN-YYYYMMDD DELIMITED BY SIZE
               ".manifest.txt" DELIMITED BY SIZE
               INTO WS-MANIFEST-NAME.
       0100-SET-GENERATION-END.
           EXIT.

      *****************************************************************
      * KEEP THE MASKED TRAIN1.dat ROWS FOR THE SERVICE CALENDAR
      *****************************************************************
       0500-LOAD-PLANNING-START.
           OPEN INPUT TRAIN-INFILE.
           MOVE WS-TR-STAT TO WS-ERR-STATUS.
           MOVE "TRAIN1.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 0510-READ-PLAN-START THRU 0510-READ-PLAN-END
               UNTIL TR-STAT-EOF.
           CLOSE TRAIN-INFILE.
       0500-LOAD-PLANNING-END.
           EXIT.

       0510-READ-PLAN-START.
           READ TRAIN-INFILE
               AT END SET TR-STAT-EOF TO TRUE
               NOT AT END
                   IF TP-OPERATING-DAYS NOT = SPACES
                   AND TP-VALID-FROM IS NUMERIC
                   AND TP-VALID-TO IS NUMERIC
                   AND WS-PLN-COUNT < 2000
                       ADD 1 TO WS-PLN-COUNT
                       SET WS-PLN-IDX TO WS-PLN-COUNT
                       MOVE TP-TRAIN-NUM
                           TO WS-PLN-TRAIN-NUM(WS-PLN-IDX)
                       MOVE TP-DATE TO WS-PLN-DATE(WS-PLN-IDX)
                       MOVE TP-TIME TO WS-PLN-TIME(WS-PLN-IDX)
                       MOVE TP-OPERATING-DAYS
                           TO WS-PLN-DAYS(WS-PLN-IDX)
                       MOVE TP-VALID-FROM TO WS-PLN-FROM(WS-PLN-IDX)
                       MOVE TP-VALID-TO   TO WS-PLN-TO(WS-PLN-IDX)
                   END-IF
           END-READ.
       0510-READ-PLAN-END.
           EXIT.

      *****************************************************************
      * STOPS: ONE LINE PER STATION, THE NAME QUOTED AS IT MAY HOLD
      * A COMMA
      *****************************************************************
       1000-WRITE-STOPS-START.
           OPEN INPUT STATION-FILE.
           MOVE WS-STA-STAT TO WS-ERR-STATUS.
           MOVE "STATIONS.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           OPEN OUTPUT STOPS-OUTFILE.
           MOVE WS-OST-STAT TO WS-ERR-STATUS.
           MOVE WS-STOPS-NAME TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           MOVE "stop_id,stop_name" TO STOPS-RECORD.
           WRITE STOPS-RECORD.
           PERFORM 1100-ONE-STATION-START THRU 1100-ONE-STATION-END
               UNTIL STA-STAT-EOF.
           CLOSE STATION-FILE STOPS-OUTFILE.
       1000-WRITE-STOPS-END.
           EXIT.

       1100-ONE-STATION-START.
           READ STATION-FILE
               AT END SET STA-STAT-EOF TO TRUE
               GO TO 1100-ONE-STATION-END
           END-READ.
           IF WS-STA-COUNT < 200
               ADD 1 TO WS-STA-COUNT
               SET WS-STA-IDX TO WS-STA-COUNT
               MOVE STA-CODE TO WS-STA-CODE(WS-STA-IDX)
           END-IF.

           MOVE SPACES TO STOPS-RECORD.
           STRING STA-CODE DELIMITED BY SPACE
               ',"' DELIMITED BY SIZE
               STA-NAME DELIMITED BY "  "
               '"' DELIMITED BY SIZE
               INTO STOPS-RECORD.
           WRITE STOPS-RECORD.
           MOVE WS-OST-STAT TO WS-ERR-STATUS.
           MOVE WS-STOPS-NAME TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           ADD 1 TO WS-STOPS-COUNT.
       1100-ONE-STATION-END.
           EXIT.

      *****************************************************************
      * TRIPS AND STOP TIMES: ONE TRIP PER CURRENT OR FUTURE MASTER
      * DEPARTURE, LEAVING ITS ORIGIN AT THE SCHEDULED TIME AND
      * CALLING AT ITS DESTINATION (THE MASTER HOLDS NO ARRIVAL TIME,
      * SO THAT STOP IS LEFT UNTIMED)
      *****************************************************************
       2000-WRITE-TRIPS-START.
           OPEN INPUT TRAIN-MASTER.
           MOVE WS-TM-STAT TO WS-ERR-STATUS.
           MOVE "TRAINMST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           OPEN OUTPUT TRIPS-OUTFILE.
           MOVE WS-OTR-STAT TO WS-ERR-STATUS.
           MOVE WS-TRIPS-NAME TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           OPEN OUTPUT TIMES-OUTFILE.
           MOVE WS-OTM-STAT TO WS-ERR-STATUS.
           MOVE WS-TIMES-NAME TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           MOVE "route_id,service_id,trip_id,trip_short_name"
               TO TRIPS-RECORD.
           WRITE TRIPS-RECORD.
           MOVE
           "trip_id,arrival_time,departure_time,stop_id,stop_sequence"
               TO TIMES-RECORD.
           WRITE TIMES-RECORD.

           PERFORM 2100-ONE-DEPARTURE-START
              THRU 2100-ONE-DEPARTURE-END
              UNTIL TM-STAT-EOF.
           CLOSE TRAIN-MASTER TRIPS-OUTFILE TIMES-OUTFILE.
       2000-WRITE-TRIPS-END.
           EXIT.

       2100-ONE-DEPARTURE-START.
           READ TRAIN-MASTER NEXT RECORD
               AT END SET TM-STAT-EOF TO TRUE
               GO TO 2100-ONE-DEPARTURE-END
           END-READ.
           ADD 1 TO WS-READ-COUNT.

           MOVE TM-ORIGIN TO WS-WANT-STATION.
           PERFORM 2200-FIND-STATION-START
              THRU 2200-FIND-STATION-END.
           IF WS-STA-FOUND
               MOVE TM-DESTINATION TO WS-WANT-STATION
               PERFORM 2200-FIND-STATION-START
                  THRU 2200-FIND-STATION-END
           END-IF.
           IF WS-STA-NOT-FOUND
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2100-ONE-DEPARTURE-END
           END-IF.

           PERFORM 2300-SET-SERVICE-START THRU 2300-SET-SERVICE-END.
           IF WS-SERVICE-TO < WS-GEN-YYYYMMDD
      * a departure already run is of no use to a journey planner
               ADD 1 TO WS-SKIP-COUNT
               GO TO 2100-ONE-DEPARTURE-END
           END-IF.
           PERFORM 2400-REGISTER-SERVICE-START
              THRU 2400-REGISTER-SERVICE-END.

           MOVE SPACES TO WS-TRIP-ID WS-ROUTE-ID.
           STRING TM-TRAIN-NUM DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               TM-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               TM-TIME(1:2) DELIMITED BY SIZE
               TM-TIME(4:2) DELIMITED BY SIZE
               INTO WS-TRIP-ID.
           STRING TM-ORIGIN DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               TM-DESTINATION DELIMITED BY SPACE
               INTO WS-ROUTE-ID.

           MOVE SPACES TO TRIPS-RECORD.
           STRING WS-ROUTE-ID DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-SERVICE-ID DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-TRIP-ID DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               TM-TRAIN-NUM DELIMITED BY SPACE
               INTO TRIPS-RECORD.
           WRITE TRIPS-RECORD.
           MOVE WS-OTR-STAT TO WS-ERR-STATUS.
           MOVE WS-TRIPS-NAME TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           ADD 1 TO WS-TRIPS-COUNT.

           MOVE TM-TIME TO WS-GT-HHMM.
           MOVE SPACES TO TIMES-RECORD.
           STRING WS-TRIP-ID DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-GTFS-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-GTFS-TIME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TM-ORIGIN DELIMITED BY SPACE
               ",1" DELIMITED BY SIZE
               INTO TIMES-RECORD.
           PERFORM 2500-WRITE-TIME-START THRU 2500-WRITE-TIME-END.
           MOVE SPACES TO TIMES-RECORD.
           STRING WS-TRIP-ID DELIMITED BY SPACE
               ",,," DELIMITED BY SIZE
               TM-DESTINATION DELIMITED BY SPACE
               ",2" DELIMITED BY SIZE
               INTO TIMES-RECORD.
           PERFORM 2500-WRITE-TIME-START THRU 2500-WRITE-TIME-END.
       2100-ONE-DEPARTURE-END.
           EXIT.

       2200-FIND-STATION-START.
           SET WS-STA-NOT-FOUND TO TRUE.
           PERFORM 2210-ONE-STATION-START THRU 2210-ONE-STATION-END
               VARYING WS-STA-IDX FROM 1 BY 1
               UNTIL WS-STA-IDX > WS-STA-COUNT OR WS-STA-FOUND.
       2200-FIND-STATION-END.
           EXIT.

       2210-ONE-STATION-START.
           IF WS-STA-CODE(WS-STA-IDX) = WS-WANT-STATION
               SET WS-STA-FOUND TO TRUE
           END-IF.
       2210-ONE-STATION-END.
           EXIT.

      * the service of a departure loaded from a masked TRAIN1.dat row
      * is that mask over its validity period; any other departure
      * runs on its own date only
       2300-SET-SERVICE-START.
           SET WS-PLN-NOT-FOUND TO TRUE.
           PERFORM 2310-ONE-PLAN-START THRU 2310-ONE-PLAN-END
               VARYING WS-PLN-IDX FROM 1 BY 1
               UNTIL WS-PLN-IDX > WS-PLN-COUNT OR WS-PLN-FOUND.

           IF WS-PLN-FOUND
               SET WS-PLN-IDX DOWN BY 1
               MOVE SPACES TO WS-SERVICE
               MOVE "M" TO WS-SID-TYPE
               MOVE WS-PLN-DAYS(WS-PLN-IDX) TO WS-SID-DAYS
               MOVE WS-PLN-FROM(WS-PLN-IDX) TO WS-SID-FROM
               MOVE WS-PLN-TO(WS-PLN-IDX)   TO WS-SID-TO
               MOVE WS-PLN-DAYS(WS-PLN-IDX) TO WS-SERVICE-DAYS
               MOVE WS-PLN-FROM(WS-PLN-IDX) TO WS-SERVICE-FROM
               MOVE WS-PLN-TO(WS-PLN-IDX)   TO WS-SERVICE-TO
           ELSE
               MOVE SPACES TO WS-SERVICE
               STRING "D" DELIMITED BY SIZE
                   TM-DATE DELIMITED BY SIZE
                   INTO WS-SERVICE-ID
               MOVE ALL "N" TO WS-SERVICE-DAYS
               COMPUTE WS-DAYNUM = FUNCTION INTEGER-OF-DATE(TM-DATE)
               COMPUTE WS-WEEKDAY =
                   FUNCTION MOD(WS-DAYNUM - 1, 7) + 1
               MOVE "Y" TO WS-SERVICE-DAYS(WS-WEEKDAY:1)
               MOVE TM-DATE TO WS-SERVICE-FROM WS-SERVICE-TO
           END-IF.
       2300-SET-SERVICE-END.
           EXIT.

       2310-ONE-PLAN-START.
           IF WS-PLN-TRAIN-NUM(WS-PLN-IDX) = TM-TRAIN-NUM
           AND WS-PLN-DATE(WS-PLN-IDX) = TM-DATE
           AND WS-PLN-TIME(WS-PLN-IDX) = TM-TIME
               SET WS-PLN-FOUND TO TRUE
           END-IF.
       2310-ONE-PLAN-END.
           EXIT.

      * find (or create) the service in the calendar table
       2400-REGISTER-SERVICE-START.
           SET WS-SVC-NOT-FOUND TO TRUE.
           PERFORM 2410-ONE-SERVICE-START THRU 2410-ONE-SERVICE-END
               VARYING WS-SVC-IDX FROM 1 BY 1
               UNTIL WS-SVC-IDX > WS-SVC-COUNT OR WS-SVC-FOUND.
           IF WS-SVC-NOT-FOUND AND WS-SVC-COUNT < 2000
               ADD 1 TO WS-SVC-COUNT
               SET WS-SVC-IDX TO WS-SVC-COUNT
               MOVE WS-SERVICE-ID   TO WS-SVC-ID(WS-SVC-IDX)
               MOVE WS-SERVICE-DAYS TO WS-SVC-DAYS(WS-SVC-IDX)
               MOVE WS-SERVICE-FROM TO WS-SVC-FROM(WS-SVC-IDX)
               MOVE WS-SERVICE-TO   TO WS-SVC-TO(WS-SVC-IDX)
           END-IF.
       2400-REGISTER-SERVICE-END.
           EXIT.

       2410-ONE-SERVICE-START.
           IF WS-SVC-ID(WS-SVC-IDX) = WS-SERVICE-ID
               SET WS-SVC-FOUND TO TRUE
           END-IF.
       2410-ONE-SERVICE-END.
           EXIT.

       2500-WRITE-TIME-START.
           WRITE TIMES-RECORD.
           MOVE WS-OTM-STAT TO WS-ERR-STATUS.
           MOVE WS-TIMES-NAME TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           ADD 1 TO WS-TIMES-COUNT.
       2500-WRITE-TIME-END.
           EXIT.

      *****************************************************************
      * SERVICE CALENDAR: ONE LINE PER SERVICE WITH A 1/0 FLAG PER
      * WEEKDAY, MONDAY FIRST, AND ITS FIRST AND LAST DATE
      *****************************************************************
       3000-WRITE-CALENDAR-START.
           OPEN OUTPUT CALENDAR-OUTFILE.
           MOVE WS-OCA-STAT TO WS-ERR-STATUS.
           MOVE WS-CALENDAR-NAME TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           MOVE SPACES TO CALENDAR-RECORD.
           STRING "service_id,monday,tuesday,wednesday,thursday,"
                   DELIMITED BY SIZE
               "friday,saturday,sunday,start_date,end_date"
                   DELIMITED BY SIZE
               INTO CALENDAR-RECORD.
           WRITE CALENDAR-RECORD.
           PERFORM 3100-ONE-SERVICE-START THRU 3100-ONE-SERVICE-END
               VARYING WS-SVC-IDX FROM 1 BY 1
               UNTIL WS-SVC-IDX > WS-SVC-COUNT.
           CLOSE CALENDAR-OUTFILE.
       3000-WRITE-CALENDAR-END.
           EXIT.

       3100-ONE-SERVICE-START.
           MOVE WS-SVC-DAYS(WS-SVC-IDX) TO WS-CAL-FLAGS.
           INSPECT WS-CAL-FLAGS CONVERTING "YNyn " TO "10100".
           MOVE SPACES TO CALENDAR-RECORD.
           STRING WS-SVC-ID(WS-SVC-IDX) DELIMITED BY SPACE
               "," WS-CAL-FLAGS(1:1) "," WS-CAL-FLAGS(2:1)
               "," WS-CAL-FLAGS(3:1) "," WS-CAL-FLAGS(4:1)
               "," WS-CAL-FLAGS(5:1) "," WS-CAL-FLAGS(6:1)
               "," WS-CAL-FLAGS(7:1) "," DELIMITED BY SIZE
               WS-SVC-FROM(WS-SVC-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-SVC-TO(WS-SVC-IDX) DELIMITED BY SIZE
               INTO CALENDAR-RECORD.
           WRITE CALENDAR-RECORD.
           MOVE WS-OCA-STAT TO WS-ERR-STATUS.
           MOVE WS-CALENDAR-NAME TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           ADD 1 TO WS-CALENDAR-COUNT.
       3100-ONE-SERVICE-END.
           EXIT.

      *****************************************************************
      * MANIFEST: THE GENERATION DATE AND THE DATA RECORD COUNT OF
      * EVERY FILE (HEADER LINES NOT COUNTED)
      *****************************************************************
       4000-WRITE-MANIFEST-START.
           OPEN OUTPUT MANIFEST-OUTFILE.
           MOVE WS-OMF-STAT TO WS-ERR-STATUS.
           MOVE WS-MANIFEST-NAME TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           MOVE "file_name,record_count,generation_date"
               TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE "stops.txt" TO WS-MANIFEST-NAME-WK.
           MOVE WS-STOPS-COUNT TO WS-MANIFEST-COUNT.
           PERFORM 4100-ONE-ENTRY-START THRU 4100-ONE-ENTRY-END.
           MOVE "trips.txt" TO WS-MANIFEST-NAME-WK.
           MOVE WS-TRIPS-COUNT TO WS-MANIFEST-COUNT.
           PERFORM 4100-ONE-ENTRY-START THRU 4100-ONE-ENTRY-END.
           MOVE "stop_times.txt" TO WS-MANIFEST-NAME-WK.
           MOVE WS-TIMES-COUNT TO WS-MANIFEST-COUNT.
           PERFORM 4100-ONE-ENTRY-START THRU 4100-ONE-ENTRY-END.
           MOVE "calendar.txt" TO WS-MANIFEST-NAME-WK.
           MOVE WS-CALENDAR-COUNT TO WS-MANIFEST-COUNT.
           PERFORM 4100-ONE-ENTRY-START THRU 4100-ONE-ENTRY-END.
           CLOSE MANIFEST-OUTFILE.
       4000-WRITE-MANIFEST-END.
           EXIT.

       4100-ONE-ENTRY-START.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING WS-MANIFEST-NAME-WK DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-MANIFEST-COUNT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-GEN-YYYYMMDD DELIMITED BY SIZE
               INTO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE WS-OMF-STAT TO WS-ERR-STATUS.
           MOVE WS-MANIFEST-NAME TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       4100-ONE-ENTRY-END.
           EXIT.

      *****************************************************************
      * RECORD EVERY FILE OF THE GENERATION IN THE REGISTRY, FOR THE
      * genpurge HOUSEKEEPING
      *****************************************************************
       5000-REGISTER-START.
           OPEN EXTEND GEN-REGISTRY.
           IF WS-GRG-STAT = '35'
               OPEN OUTPUT GEN-REGISTRY
           END-IF.
           MOVE WS-GRG-STAT TO WS-ERR-STATUS.
           MOVE "GENERATIONS.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE WS-GEN-YYYYMMDD TO GRG-DATE.
           MOVE WS-STOPS-NAME TO GRG-NAME.
           WRITE GEN-REGISTRY-REC.
           MOVE WS-TRIPS-NAME TO GRG-NAME.
           WRITE GEN-REGISTRY-REC.
           MOVE WS-TIMES-NAME TO GRG-NAME.
           WRITE GEN-REGISTRY-REC.
           MOVE WS-CALENDAR-NAME TO GRG-NAME.
           WRITE GEN-REGISTRY-REC.
           MOVE WS-MANIFEST-NAME TO GRG-NAME.
           WRITE GEN-REGISTRY-REC.
           CLOSE GEN-REGISTRY.
       5000-REGISTER-END.
           EXIT.

       9000-WRITE-JOBLOG-START.
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP.
           OPEN EXTEND JOB-LOGFILE.
           MOVE WS-JOBLOG-LINE TO JOBLOG-REC.
           WRITE JOBLOG-REC.
           CLOSE JOB-LOGFILE.
       9000-WRITE-JOBLOG-END.
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
           MOVE "KO " TO JL-OUTCOME.
           MOVE "END   " TO JL-TYPE.
           PERFORM 9000-WRITE-JOBLOG-START
              THRU 9000-WRITE-JOBLOG-END.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9900-FILE-ERROR-END.
           EXIT.
