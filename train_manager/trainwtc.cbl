      *****************************************************************
      * Program name:    trainwtc
      * Original author: Yves
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 Yves    Created: crew working-time compliance - the
      *                  CREWASG.dat assignments of a period rebuilt
      *                  into one duty period per crew member and day
      *                  (first departure to last departure plus the
      *                  duty window of one trip) and summed per
      *                  Monday-to-Sunday week; every day over the
      *                  daily maximum, week over the weekly maximum
      *                  and rest between two duty days under the
      *                  minimum is flagged in CREWWTC.txt.  The limits
      *                  come from CREWRULE.parm.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trainwtc.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREW-FILE ASSIGN TO "CREW.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CR-STAT.

           SELECT ASSIGN-FILE ASSIGN TO "CREWASG.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CA-KEY
           FILE STATUS IS WS-CA-STAT.

           SELECT RULE-PARM ASSIGN TO "CREWRULE.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RU-STAT.

           SELECT WTC-OUTFILE ASSIGN TO "CREWWTC.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WT-STAT.

       DATA DIVISION.
       FILE SECTION.

       FD  CREW-FILE
           RECORD CONTAINS 49 CHARACTERS.
       01  CREW-REC.
           05 CR-ID            PIC X(05).
           05 CR-NAME          PIC X(26).
           05 CR-ROLE          PIC X(10).
           05 CR-EMPLOYE-ID    PIC 9(08).

       FD  ASSIGN-FILE
           RECORD CONTAINS 33 CHARACTERS.
       COPY "CREWASG-FDESCRIPTION.cpy".

      * the working-time rule set, all in minutes: maximum duty per
      * day, maximum duty per week, minimum rest between two duty
      * days, and the duty window counted for one trip
       FD  RULE-PARM
           RECORD CONTAINS 15 CHARACTERS.
       01  RULE-REC.
           05 RU-MAX-DAY       PIC X(04).
           05 RU-MAX-WEEK      PIC X(04).
           05 RU-MIN-REST      PIC X(04).
           05 RU-TRIP          PIC X(03).

       FD  WTC-OUTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WTC-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CR-STAT          PIC X(02).
           88 CR-STAT-EOF          VALUE '10'.
       01  WS-CA-STAT          PIC X(02).
           88 CA-STAT-EOF          VALUE '10'.
       01  WS-RU-STAT          PIC X(02).
       01  WS-WT-STAT          PIC X(02).

      * default rule set when CREWRULE.parm is absent: 10 hours a
      * day, 48 hours a week, 11 hours rest, and the same 180-minute
      * duty window traincrw.cbl uses between two departures
       01  WS-MAX-DAY          PIC 9(04) VALUE 600.
       01  WS-MAX-WEEK         PIC 9(04) VALUE 2880.
       01  WS-MIN-REST         PIC 9(04) VALUE 660.
       01  WS-TRIP-MINUTES     PIC 9(03) VALUE 180.

       01  WS-FROM-DATE        PIC 9(08) VALUE 0.
       01  WS-TO-DATE          PIC 9(08) VALUE 0.

      * the crew reference, loaded once from CREW.dat
       01  WS-CREW-TABLE.
           05 WS-CRW-ENTRY OCCURS 100 TIMES INDEXED BY WS-CRW-IDX.
              10 WS-CRW-ID         PIC X(05) VALUE SPACES.
              10 WS-CRW-NAME       PIC X(26) VALUE SPACES.
       01  WS-CRW-COUNT        PIC 9(03) VALUE 0.
       01  WS-CRW-NAME-GOT     PIC X(26) VALUE SPACES.

      * control-break state: the crew member, day and week in
      * progress (CREWASG.dat reads back member, date, time order)
       01  WS-CUR-CREW-ID      PIC X(05) VALUE SPACES.
       01  WS-CUR-DATE         PIC 9(08) VALUE 0.
       01  WS-CUR-DAYNUM       PIC 9(07) VALUE 0.
       01  WS-CUR-WEEK         PIC 9(06) VALUE 0.
       01  WS-CUR-FIRST-MIN    PIC 9(04) VALUE 0.
       01  WS-CUR-LAST-MIN     PIC 9(04) VALUE 0.
       01  WS-CUR-TRIPS        PIC 9(03) VALUE 0.
       01  WS-DAY-ACTIVE-SW    PIC X(01) VALUE 'N'.
           88 WS-DAY-ACTIVE        VALUE 'Y'.
           88 WS-DAY-IDLE          VALUE 'N'.
       01  WS-WEEK-DUTY        PIC 9(05) VALUE 0.
       01  WS-WEEK-START-DATE  PIC 9(08) VALUE 0.

      * end of the previous duty day of the same member, in minutes
      * counted from the INTEGER-OF-DATE origin; zero = none yet
       01  WS-PREV-END-ABS     PIC 9(09) VALUE 0.
       01  WS-DAY-START-ABS    PIC 9(09) VALUE 0.
       01  WS-REST             PIC 9(09) VALUE 0.
       01  WS-DAY-DUTY         PIC 9(05) VALUE 0.
       01  WS-NEW-DAYNUM       PIC 9(07) VALUE 0.
       01  WS-NEW-WEEK         PIC 9(06) VALUE 0.

       01  WS-TIME-WK.
           05 WS-TIME-HH       PIC 9(02).
           05 FILLER           PIC X(01).
           05 WS-TIME-MM       PIC 9(02).
       01  WS-MINUTES          PIC 9(04) VALUE 0.

      * minutes shown as hours and minutes on the report
       01  WS-FMT-MINUTES      PIC 9(09) VALUE 0.
       01  WS-FMT-HOURS        PIC 9(05) VALUE 0.
       01  WS-FMT-REST-MM      PIC 9(02) VALUE 0.
       01  WS-FMT-HHMM.
           05 WS-FMT-HH        PIC ZZ9.
           05 FILLER           PIC X(01) VALUE "H".
           05 WS-FMT-MM        PIC 99.

       01  WS-DAY-COUNT        PIC 9(05) VALUE 0.
       01  WS-BREACH-COUNT     PIC 9(05) VALUE 0.

       01  WS-HEADER-LINE.
           05 FILLER           PIC X(30)
              VALUE "CONFORMITE TEMPS DE TRAVAIL - ".
           05 HDR-FROM         PIC 9(08).
           05 FILLER           PIC X(04) VALUE " AU ".
           05 HDR-TO           PIC 9(08).

       01  WS-RULE-LINE.
           05 FILLER           PIC X(10) VALUE "MAX JOUR: ".
           05 RUL-DAY          PIC X(06).
           05 FILLER           PIC X(13) VALUE "  MAX SEM.:  ".
           05 RUL-WEEK         PIC X(06).
           05 FILLER           PIC X(13) VALUE "  REPOS MIN: ".
           05 RUL-REST         PIC X(06).
           05 FILLER           PIC X(16) VALUE "  FORFAIT TRAJET".
           05 FILLER           PIC X(02) VALUE ": ".
           05 RUL-TRIP         PIC X(06).

       01  WS-MEMBER-LINE.
           05 FILLER           PIC X(08) VALUE "AGENT   ".
           05 MBR-ID           PIC X(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 MBR-NAME         PIC X(26).

       01  WS-DAY-LINE.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 DAY-DATE         PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DAY-TRIPS        PIC ZZ9.
           05 FILLER           PIC X(09) VALUE " DEPARTS ".
           05 DAY-FIRST        PIC X(06).
           05 FILLER           PIC X(03) VALUE " - ".
           05 DAY-END          PIC X(06).
           05 FILLER           PIC X(10) VALUE "  SERVICE ".
           05 DAY-DUTY         PIC X(06).

       01  WS-WEEK-LINE.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(19) VALUE "TOTAL SEMAINE DU   ".
           05 WK-START         PIC 9(08).
           05 FILLER           PIC X(02) VALUE ": ".
           05 WK-DUTY          PIC X(06).

       01  WS-BREACH-LINE.
           05 FILLER           PIC X(08) VALUE "  ***   ".
           05 BRC-TEXT         PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 BRC-VALUE        PIC X(06).
           05 FILLER           PIC X(08) VALUE " LIMITE ".
           05 BRC-LIMIT        PIC X(06).

       01  WS-TOTAL-LINE.
           05 FILLER           PIC X(20) VALUE "JOURNEES DE SERVICE:".
           05 TOT-DAYS         PIC Z(04)9.
           05 FILLER           PIC X(14) VALUE "  INFRACTIONS:".
           05 TOT-BREACHES     PIC Z(04)9.

      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           DISPLAY "Debut de periode (AAAAMMJJ, 0 = tout) ?".
           ACCEPT WS-FROM-DATE.
           DISPLAY "Fin de periode (AAAAMMJJ, 0 = tout) ?".
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = 0
               MOVE 99999999 TO WS-TO-DATE
           END-IF.

           PERFORM 0400-READ-RULES-START THRU 0400-READ-RULES-END.
           PERFORM 0500-LOAD-CREW-START THRU 0500-LOAD-CREW-END.

           OPEN INPUT ASSIGN-FILE.
           MOVE WS-CA-STAT TO WS-ERR-STATUS.
           MOVE "CREWASG.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           OPEN OUTPUT WTC-OUTFILE.
           MOVE WS-WT-STAT TO WS-ERR-STATUS.
           MOVE "CREWWTC.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           PERFORM 0600-WRITE-HEADER-START THRU 0600-WRITE-HEADER-END.

           PERFORM 1000-ONE-ASG-START THRU 1000-ONE-ASG-END
               UNTIL CA-STAT-EOF.
           PERFORM 2000-CLOSE-DAY-START THRU 2000-CLOSE-DAY-END.
           PERFORM 2500-CLOSE-WEEK-START THRU 2500-CLOSE-WEEK-END.

           MOVE SPACES TO WTC-RECORD.
           WRITE WTC-RECORD.
           MOVE WS-DAY-COUNT    TO TOT-DAYS.
           MOVE WS-BREACH-COUNT TO TOT-BREACHES.
           MOVE WS-TOTAL-LINE TO WTC-RECORD.
           WRITE WTC-RECORD.

           CLOSE ASSIGN-FILE WTC-OUTFILE.
           DISPLAY "JOURNEES DE SERVICE: " WS-DAY-COUNT
               "  INFRACTIONS: " WS-BREACH-COUNT.
       0000-MAIN-END.
           STOP RUN.

      *****************************************************************
      * THE RULE SET, FROM CREWRULE.parm WHEN PRESENT; A FIELD LEFT
      * BLANK OR NOT NUMERIC KEEPS ITS DEFAULT
      *****************************************************************
       0400-READ-RULES-START.
           OPEN INPUT RULE-PARM.
           IF WS-RU-STAT = '00'
               READ RULE-PARM
                   AT END CONTINUE
                   NOT AT END
                       IF RU-MAX-DAY IS NUMERIC
                           MOVE RU-MAX-DAY TO WS-MAX-DAY
                       END-IF
                       IF RU-MAX-WEEK IS NUMERIC
                           MOVE RU-MAX-WEEK TO WS-MAX-WEEK
                       END-IF
                       IF RU-MIN-REST IS NUMERIC
                           MOVE RU-MIN-REST TO WS-MIN-REST
                       END-IF
                       IF RU-TRIP IS NUMERIC
                           MOVE RU-TRIP TO WS-TRIP-MINUTES
                       END-IF
               END-READ
               CLOSE RULE-PARM
           END-IF.
       0400-READ-RULES-END.
           EXIT.

      *****************************************************************
      * LOAD THE CREW REFERENCE INTO MEMORY
      *****************************************************************
       0500-LOAD-CREW-START.
           OPEN INPUT CREW-FILE.
           MOVE WS-CR-STAT TO WS-ERR-STATUS.
           MOVE "CREW.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 0510-READ-CREW-START
              THRU 0510-READ-CREW-END
              UNTIL CR-STAT-EOF.
           CLOSE CREW-FILE.
       0500-LOAD-CREW-END.
           EXIT.

       0510-READ-CREW-START.
           READ CREW-FILE
               AT END SET CR-STAT-EOF TO TRUE
               NOT AT END
                   IF WS-CRW-COUNT < 100
                       ADD 1 TO WS-CRW-COUNT
                       SET WS-CRW-IDX TO WS-CRW-COUNT
                       MOVE CR-ID   TO WS-CRW-ID(WS-CRW-IDX)
                       MOVE CR-NAME TO WS-CRW-NAME(WS-CRW-IDX)
                   END-IF
           END-READ.
       0510-READ-CREW-END.
           EXIT.

       0520-FIND-NAME-START.
           MOVE "(INCONNU)" TO WS-CRW-NAME-GOT.
           PERFORM 0530-ONE-NAME-START THRU 0530-ONE-NAME-END
               VARYING WS-CRW-IDX FROM 1 BY 1
               UNTIL WS-CRW-IDX > WS-CRW-COUNT.
       0520-FIND-NAME-END.
           EXIT.

       0530-ONE-NAME-START.
           IF WS-CRW-ID(WS-CRW-IDX) = CA-CREW-ID
               MOVE WS-CRW-NAME(WS-CRW-IDX) TO WS-CRW-NAME-GOT
           END-IF.
       0530-ONE-NAME-END.
           EXIT.

      *****************************************************************
      * REPORT HEADER: THE PERIOD AND THE RULE SET APPLIED
      *****************************************************************
       0600-WRITE-HEADER-START.
           MOVE WS-FROM-DATE TO HDR-FROM.
           MOVE WS-TO-DATE   TO HDR-TO.
           MOVE WS-HEADER-LINE TO WTC-RECORD.
           WRITE WTC-RECORD.

           MOVE WS-MAX-DAY TO WS-FMT-MINUTES.
           PERFORM 8000-FORMAT-HHMM-START THRU 8000-FORMAT-HHMM-END.
           MOVE WS-FMT-HHMM TO RUL-DAY.
           MOVE WS-MAX-WEEK TO WS-FMT-MINUTES.
           PERFORM 8000-FORMAT-HHMM-START THRU 8000-FORMAT-HHMM-END.
           MOVE WS-FMT-HHMM TO RUL-WEEK.
           MOVE WS-MIN-REST TO WS-FMT-MINUTES.
           PERFORM 8000-FORMAT-HHMM-START THRU 8000-FORMAT-HHMM-END.
           MOVE WS-FMT-HHMM TO RUL-REST.
           MOVE WS-TRIP-MINUTES TO WS-FMT-MINUTES.
           PERFORM 8000-FORMAT-HHMM-START THRU 8000-FORMAT-HHMM-END.
           MOVE WS-FMT-HHMM TO RUL-TRIP.
           MOVE WS-RULE-LINE TO WTC-RECORD.
           WRITE WTC-RECORD.
       0600-WRITE-HEADER-END.
           EXIT.

      *****************************************************************
      * ONE ASSIGNMENT: A NEW MEMBER CLOSES THE DAY AND WEEK IN
      * PROGRESS, A NEW DATE CLOSES THE DAY (AND THE WEEK WHEN THE
      * DATE FALLS IN ANOTHER WEEK), THEN THE TRIP JOINS THE DAY
      *****************************************************************
       1000-ONE-ASG-START.
           READ ASSIGN-FILE NEXT RECORD
               AT END SET CA-STAT-EOF TO TRUE
               GO TO 1000-ONE-ASG-END
           END-READ.
           IF CA-DATE < WS-FROM-DATE OR CA-DATE > WS-TO-DATE
               GO TO 1000-ONE-ASG-END
           END-IF.

           COMPUTE WS-NEW-DAYNUM = FUNCTION INTEGER-OF-DATE(CA-DATE).
      * day 1 of the INTEGER-OF-DATE calendar is a Monday
           COMPUTE WS-NEW-WEEK = (WS-NEW-DAYNUM - 1) / 7.

           IF CA-CREW-ID NOT = WS-CUR-CREW-ID
               PERFORM 2000-CLOSE-DAY-START THRU 2000-CLOSE-DAY-END
               PERFORM 2500-CLOSE-WEEK-START THRU 2500-CLOSE-WEEK-END
               PERFORM 1100-NEW-MEMBER-START THRU 1100-NEW-MEMBER-END
           ELSE
               IF CA-DATE NOT = WS-CUR-DATE
                   PERFORM 2000-CLOSE-DAY-START THRU 2000-CLOSE-DAY-END
                   IF WS-NEW-WEEK NOT = WS-CUR-WEEK
                       PERFORM 2500-CLOSE-WEEK-START
                          THRU 2500-CLOSE-WEEK-END
                   END-IF
               END-IF
           END-IF.

           MOVE CA-TIME TO WS-TIME-WK.
           IF WS-TIME-HH NUMERIC AND WS-TIME-MM NUMERIC
               COMPUTE WS-MINUTES = (WS-TIME-HH * 60) + WS-TIME-MM
           ELSE
               MOVE 0 TO WS-MINUTES
           END-IF.

           IF WS-DAY-IDLE
               SET WS-DAY-ACTIVE TO TRUE
               MOVE CA-DATE       TO WS-CUR-DATE
               MOVE WS-NEW-DAYNUM TO WS-CUR-DAYNUM
               MOVE WS-MINUTES    TO WS-CUR-FIRST-MIN
               MOVE 0             TO WS-CUR-TRIPS
               IF WS-WEEK-START-DATE = 0
                   MOVE WS-NEW-WEEK TO WS-CUR-WEEK
                   MOVE CA-DATE     TO WS-WEEK-START-DATE
               END-IF
           END-IF.
           MOVE WS-MINUTES TO WS-CUR-LAST-MIN.
           ADD 1 TO WS-CUR-TRIPS.
       1000-ONE-ASG-END.
           EXIT.

       1100-NEW-MEMBER-START.
           MOVE CA-CREW-ID TO WS-CUR-CREW-ID.
           MOVE 0 TO WS-PREV-END-ABS.
           PERFORM 0520-FIND-NAME-START THRU 0520-FIND-NAME-END.
           MOVE SPACES TO WTC-RECORD.
           WRITE WTC-RECORD.
           MOVE CA-CREW-ID      TO MBR-ID.
           MOVE WS-CRW-NAME-GOT TO MBR-NAME.
           MOVE WS-MEMBER-LINE TO WTC-RECORD.
           WRITE WTC-RECORD.
       1100-NEW-MEMBER-END.
           EXIT.

      *****************************************************************
      * CLOSE THE DUTY DAY IN PROGRESS: ITS LENGTH AGAINST THE DAILY
      * MAXIMUM, THE REST SINCE THE PREVIOUS DUTY DAY AGAINST THE
      * MINIMUM, AND ITS LENGTH ADDED TO THE WEEK
      *****************************************************************
       2000-CLOSE-DAY-START.
           IF WS-DAY-IDLE
               GO TO 2000-CLOSE-DAY-END
           END-IF.
           ADD 1 TO WS-DAY-COUNT.
           COMPUTE WS-DAY-DUTY = WS-CUR-LAST-MIN - WS-CUR-FIRST-MIN
               + WS-TRIP-MINUTES.
           COMPUTE WS-DAY-START-ABS = (WS-CUR-DAYNUM * 1440)
               + WS-CUR-FIRST-MIN.

           MOVE WS-CUR-DATE  TO DAY-DATE.
           MOVE WS-CUR-TRIPS TO DAY-TRIPS.
           MOVE WS-CUR-FIRST-MIN TO WS-FMT-MINUTES.
           PERFORM 8000-FORMAT-HHMM-START THRU 8000-FORMAT-HHMM-END.
           MOVE WS-FMT-HHMM TO DAY-FIRST.
           COMPUTE WS-FMT-MINUTES = WS-CUR-LAST-MIN + WS-TRIP-MINUTES.
           PERFORM 8000-FORMAT-HHMM-START THRU 8000-FORMAT-HHMM-END.
           MOVE WS-FMT-HHMM TO DAY-END.
           MOVE WS-DAY-DUTY TO WS-FMT-MINUTES.
           PERFORM 8000-FORMAT-HHMM-START THRU 8000-FORMAT-HHMM-END.
           MOVE WS-FMT-HHMM TO DAY-DUTY.
           MOVE WS-DAY-LINE TO WTC-RECORD.
           WRITE WTC-RECORD.

           IF WS-DAY-DUTY > WS-MAX-DAY
               MOVE "SERVICE JOURNALIER DEPASSE" TO BRC-TEXT
               MOVE WS-DAY-DUTY TO WS-FMT-MINUTES
               PERFORM 8000-FORMAT-HHMM-START THRU 8000-FORMAT-HHMM-END
               MOVE WS-FMT-HHMM TO BRC-VALUE
               MOVE WS-MAX-DAY TO WS-FMT-MINUTES
               PERFORM 8000-FORMAT-HHMM-START THRU 8000-FORMAT-HHMM-END
               MOVE WS-FMT-HHMM TO BRC-LIMIT
               PERFORM 2900-WRITE-BREACH-START
                  THRU 2900-WRITE-BREACH-END
           END-IF.

           IF WS-PREV-END-ABS > 0
               IF WS-DAY-START-ABS > WS-PREV-END-ABS
                   COMPUTE WS-REST = WS-DAY-START-ABS - WS-PREV-END-ABS
               ELSE
                   MOVE 0 TO WS-REST
               END-IF
               IF WS-REST < WS-MIN-REST
                   MOVE "REPOS JOURNALIER INSUFFISANT" TO BRC-TEXT
                   MOVE WS-REST TO WS-FMT-MINUTES
                   PERFORM 8000-FORMAT-HHMM-START
                      THRU 8000-FORMAT-HHMM-END
                   MOVE WS-FMT-HHMM TO BRC-VALUE
                   MOVE WS-MIN-REST TO WS-FMT-MINUTES
                   PERFORM 8000-FORMAT-HHMM-START
                      THRU 8000-FORMAT-HHMM-END
                   MOVE WS-FMT-HHMM TO BRC-LIMIT
                   PERFORM 2900-WRITE-BREACH-START
                      THRU 2900-WRITE-BREACH-END
               END-IF
           END-IF.

           COMPUTE WS-PREV-END-ABS = (WS-CUR-DAYNUM * 1440)
               + WS-CUR-LAST-MIN + WS-TRIP-MINUTES.
           ADD WS-DAY-DUTY TO WS-WEEK-DUTY.
           SET WS-DAY-IDLE TO TRUE.
       2000-CLOSE-DAY-END.
           EXIT.

      *****************************************************************
      * CLOSE THE WEEK IN PROGRESS AGAINST THE WEEKLY MAXIMUM
      *****************************************************************
       2500-CLOSE-WEEK-START.
           IF WS-WEEK-START-DATE = 0
               GO TO 2500-CLOSE-WEEK-END
           END-IF.
           MOVE WS-WEEK-START-DATE TO WK-START.
           MOVE WS-WEEK-DUTY TO WS-FMT-MINUTES.
           PERFORM 8000-FORMAT-HHMM-START THRU 8000-FORMAT-HHMM-END.
           MOVE WS-FMT-HHMM TO WK-DUTY.
           MOVE WS-WEEK-LINE TO WTC-RECORD.
           WRITE WTC-RECORD.

           IF WS-WEEK-DUTY > WS-MAX-WEEK
               MOVE "SERVICE HEBDOMADAIRE DEPASSE" TO BRC-TEXT
               MOVE WS-FMT-HHMM TO BRC-VALUE
               MOVE WS-MAX-WEEK TO WS-FMT-MINUTES
               PERFORM 8000-FORMAT-HHMM-START THRU 8000-FORMAT-HHMM-END
               MOVE WS-FMT-HHMM TO BRC-LIMIT
               PERFORM 2900-WRITE-BREACH-START
                  THRU 2900-WRITE-BREACH-END
           END-IF.
           MOVE 0 TO WS-WEEK-DUTY.
           MOVE 0 TO WS-WEEK-START-DATE.
       2500-CLOSE-WEEK-END.
           EXIT.

       2900-WRITE-BREACH-START.
           ADD 1 TO WS-BREACH-COUNT.
           MOVE WS-BREACH-LINE TO WTC-RECORD.
           WRITE WTC-RECORD.
           MOVE WS-WT-STAT TO WS-ERR-STATUS.
           MOVE "CREWWTC.txt" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       2900-WRITE-BREACH-END.
           EXIT.

      *****************************************************************
      * MINUTES TO HOURS AND MINUTES FOR PRINTING
      *****************************************************************
       8000-FORMAT-HHMM-START.
           DIVIDE WS-FMT-MINUTES BY 60 GIVING WS-FMT-HOURS
               REMAINDER WS-FMT-REST-MM.
           MOVE WS-FMT-HOURS   TO WS-FMT-HH.
           MOVE WS-FMT-REST-MM TO WS-FMT-MM.
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
