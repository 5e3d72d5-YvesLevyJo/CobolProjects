      *****************************************************************
      * Program name:    trainalw
      * Original author: Yves
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 Yves    Created: monthly crew duty allowances - every
      *                  CREWASG.dat duty of the month whose departure
      *                  is in TRAINMST.dat earns the per-departure
      *                  amount of its CA-ROLE, plus the night premium
      *                  when it leaves between 21:00 and 05:59 and
      *                  the Sunday premium when it runs on a Sunday,
      *                  at the CREWRATE.dat rates.  Statement per
      *                  crew member to CREWALW.txt; totals per member
      *                  to CREWALW.dat in payroll EMPLOYE-ID order
      *                  for the payroll load.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trainalw.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREW-FILE ASSIGN TO "CREW.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CR-STAT.

           SELECT RATE-FILE ASSIGN TO "CREWRATE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RT-STAT.

           SELECT ASSIGN-FILE ASSIGN TO "CREWASG.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CA-KEY
           FILE STATUS IS WS-CA-STAT.

           SELECT TRAIN-MASTER ASSIGN TO "TRAINMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TM-KEY
           FILE STATUS IS WS-TM-STAT.

           SELECT STMT-OUTFILE ASSIGN TO "CREWALW.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ST-STAT.

           SELECT EXPORT-OUTFILE ASSIGN TO "CREWALW.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EX-STAT.

           SELECT EXPORT-WORK ASSIGN TO "crewalw-work.dat".

       DATA DIVISION.
       FILE SECTION.

       FD  CREW-FILE
           RECORD CONTAINS 49 CHARACTERS.
       01  CREW-REC.
           05 CR-ID            PIC X(05).
           05 CR-NAME          PIC X(26).
           05 CR-ROLE          PIC X(10).
           05 CR-EMPLOYE-ID    PIC 9(08).

      * one rate per role and premium type: 'D' per departure,
      * 'N' night premium, 'S' Sunday premium
       FD  RATE-FILE
           RECORD CONTAINS 17 CHARACTERS.
       01  RATE-REC.
           05 RT-ROLE          PIC X(10).
           05 RT-TYPE          PIC X(01).
           05 RT-AMOUNT        PIC 9(04)V99.

       FD  ASSIGN-FILE
           RECORD CONTAINS 33 CHARACTERS.
       COPY "CREWASG-FDESCRIPTION.cpy".

       FD  TRAIN-MASTER
           RECORD CONTAINS 38 CHARACTERS.
       COPY "TRAINMST-FDESCRIPTION.cpy".

       FD  STMT-OUTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STMT-RECORD         PIC X(80).

      * payroll load: one record per crew member and month
       FD  EXPORT-OUTFILE
           RECORD CONTAINS 60 CHARACTERS.
       01  EXPORT-RECORD       PIC X(60).

       SD  EXPORT-WORK.
       01  WORK-ENTRY.
           05 WK-EMPLOYE-ID    PIC 9(08).
           05 WK-PERIOD        PIC 9(06).
           05 WK-CREW-ID       PIC X(05).
           05 WK-DUTIES        PIC 9(03).
           05 WK-DEPART-AMT    PIC 9(06)V99.
           05 WK-NIGHT-AMT     PIC 9(06)V99.
           05 WK-SUNDAY-AMT    PIC 9(06)V99.
           05 WK-TOTAL-AMT     PIC 9(07)V99.
           05 FILLER           PIC X(05).

       WORKING-STORAGE SECTION.
       01  WS-CR-STAT          PIC X(02).
           88 CR-STAT-EOF          VALUE '10'.
       01  WS-RT-STAT          PIC X(02).
           88 RT-STAT-EOF          VALUE '10'.
       01  WS-CA-STAT          PIC X(02).
           88 CA-STAT-EOF          VALUE '10'.
       01  WS-TM-STAT          PIC X(02).
       01  WS-ST-STAT          PIC X(02).
       01  WS-EX-STAT          PIC X(02).
       01  WS-WORK-EOF-SW      PIC X(01) VALUE 'N'.
           88 WS-WORK-EOF          VALUE 'Y'.

       01  WS-WANT-MONTH       PIC 9(06).

      * a departure leaving at or after WS-NIGHT-FROM or before
      * WS-NIGHT-TO (minutes past midnight) earns the night premium
       01  WS-NIGHT-FROM       PIC 9(04) VALUE 1260.
       01  WS-NIGHT-TO         PIC 9(04) VALUE 360.

      * the crew reference, loaded once from CREW.dat
       01  WS-CREW-TABLE.
           05 WS-CRW-ENTRY OCCURS 100 TIMES INDEXED BY WS-CRW-IDX.
              10 WS-CRW-ID         PIC X(05) VALUE SPACES.
              10 WS-CRW-NAME       PIC X(26) VALUE SPACES.
              10 WS-CRW-EMPLOYE-ID PIC 9(08) VALUE 0.
       01  WS-CRW-COUNT        PIC 9(03) VALUE 0.
       01  WS-CRW-NAME-GOT     PIC X(26) VALUE SPACES.
       01  WS-CRW-EMP-GOT      PIC 9(08) VALUE 0.

      * the rate table, loaded once from CREWRATE.dat
       01  WS-RATE-TABLE.
           05 WS-RAT-ENTRY OCCURS 60 TIMES INDEXED BY WS-RAT-IDX.
              10 WS-RAT-ROLE       PIC X(10) VALUE SPACES.
              10 WS-RAT-TYPE       PIC X(01) VALUE SPACES.
              10 WS-RAT-AMOUNT     PIC 9(04)V99 VALUE 0.
       01  WS-RAT-COUNT        PIC 9(03) VALUE 0.
       01  WS-RAT-WANT-ROLE    PIC X(10) VALUE SPACES.
       01  WS-RAT-WANT-TYPE    PIC X(01) VALUE SPACES.
       01  WS-RAT-GOT          PIC 9(04)V99 VALUE 0.

      * the crew member in progress and the month to date
       01  WS-CUR-CREW-ID      PIC X(05) VALUE SPACES.
       01  WS-MBR-DUTIES       PIC 9(03) VALUE 0.
       01  WS-MBR-DEPART       PIC 9(06)V99 VALUE 0.
       01  WS-MBR-NIGHT        PIC 9(06)V99 VALUE 0.
       01  WS-MBR-SUNDAY       PIC 9(06)V99 VALUE 0.
       01  WS-MBR-TOTAL        PIC 9(07)V99 VALUE 0.

       01  WS-DUTY-DEPART      PIC 9(04)V99 VALUE 0.
       01  WS-DUTY-NIGHT       PIC 9(04)V99 VALUE 0.
       01  WS-DUTY-SUNDAY      PIC 9(04)V99 VALUE 0.
       01  WS-DAYNUM           PIC 9(07) VALUE 0.

       01  WS-TIME-WK.
           05 WS-TIME-HH       PIC 9(02).
           05 FILLER           PIC X(01).
           05 WS-TIME-MM       PIC 9(02).
       01  WS-MINUTES          PIC 9(04) VALUE 0.

       01  WS-MEMBER-COUNT     PIC 9(04) VALUE 0.
       01  WS-EXPORT-COUNT     PIC 9(04) VALUE 0.
       01  WS-NOEMP-COUNT      PIC 9(04) VALUE 0.
       01  WS-ORPHAN-COUNT     PIC 9(04) VALUE 0.
       01  WS-NORATE-COUNT     PIC 9(04) VALUE 0.
       01  WS-GRAND-TOTAL      PIC 9(08)V99 VALUE 0.

       01  WS-HEADER-LINE.
           05 FILLER           PIC X(32)
              VALUE "INDEMNITES DE SERVICE DU MOIS  ".
           05 HDR-MONTH        PIC 9(06).

       01  WS-COLUMN-LINE.
           05 FILLER           PIC X(40)
              VALUE "    DATE      HEURE TRAIN ROLE        DE".
           05 FILLER           PIC X(20)
              VALUE "PART    NUIT    DIM.".

       01  WS-MEMBER-LINE.
           05 FILLER           PIC X(08) VALUE "AGENT   ".
           05 MBR-ID           PIC X(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 MBR-NAME         PIC X(26).
           05 FILLER           PIC X(11) VALUE " MATRICULE ".
           05 MBR-EMPLOYE-ID   PIC 9(08).

       01  WS-DETAIL-LINE.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 DET-DATE         PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DET-TIME         PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-TRAIN-NUM    PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-ROLE         PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-DEPART       PIC ZZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-NIGHT        PIC ZZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-SUNDAY       PIC ZZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-NOTE         PIC X(12).

       01  WS-MBR-TOTAL-LINE.
           05 FILLER           PIC X(18) VALUE "    TOTAL AGENT : ".
           05 MTL-DUTIES       PIC ZZ9.
           05 FILLER           PIC X(10) VALUE " SERVICES ".
           05 MTL-DEPART       PIC ZZZZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 MTL-NIGHT        PIC ZZZZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 MTL-SUNDAY       PIC ZZZZZ9.99.
           05 FILLER           PIC X(03) VALUE " = ".
           05 MTL-TOTAL        PIC ZZZZZZ9.99.

       01  WS-GRAND-LINE.
           05 FILLER           PIC X(20) VALUE "TOTAL DES INDEMNITES".
           05 FILLER           PIC X(02) VALUE ": ".
           05 GRD-TOTAL        PIC ZZZZZZZ9.99.
           05 FILLER           PIC X(12) VALUE "  EXPORTES: ".
           05 GRD-EXPORTED     PIC ZZZ9.

      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           DISPLAY "Mois (AAAAMM) ?".
           ACCEPT WS-WANT-MONTH.

           PERFORM 0500-LOAD-CREW-START THRU 0500-LOAD-CREW-END.
           PERFORM 0600-LOAD-RATES-START THRU 0600-LOAD-RATES-END.

           SORT EXPORT-WORK ON ASCENDING KEY WK-EMPLOYE-ID
               INPUT PROCEDURE IS 1000-STATEMENT-START
                  THRU 1000-STATEMENT-END
               OUTPUT PROCEDURE IS 3000-WRITE-EXPORT-START
                  THRU 3000-WRITE-EXPORT-END.

           DISPLAY "AGENTS: " WS-MEMBER-COUNT
               "  EXPORTES: " WS-EXPORT-COUNT
               "  SANS MATRICULE: " WS-NOEMP-COUNT.
           IF WS-ORPHAN-COUNT > 0 OR WS-NORATE-COUNT > 0
               DISPLAY "SERVICES NON PAYES - DEPART INCONNU: "
                   WS-ORPHAN-COUNT "  ROLE SANS TAUX: "
                   WS-NORATE-COUNT
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      *****************************************************************
      * LOAD THE CREW REFERENCE, WITH THE PAYROLL MATRICULE
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
                       IF CR-EMPLOYE-ID IS NUMERIC
                           MOVE CR-EMPLOYE-ID
                               TO WS-CRW-EMPLOYE-ID(WS-CRW-IDX)
                       END-IF
                   END-IF
           END-READ.
       0510-READ-CREW-END.
           EXIT.

       0520-FIND-MEMBER-START.
           MOVE "(INCONNU)" TO WS-CRW-NAME-GOT.
           MOVE 0 TO WS-CRW-EMP-GOT.
           PERFORM 0530-ONE-MEMBER-START THRU 0530-ONE-MEMBER-END
               VARYING WS-CRW-IDX FROM 1 BY 1
               UNTIL WS-CRW-IDX > WS-CRW-COUNT.
       0520-FIND-MEMBER-END.
           EXIT.

       0530-ONE-MEMBER-START.
           IF WS-CRW-ID(WS-CRW-IDX) = CA-CREW-ID
               MOVE WS-CRW-NAME(WS-CRW-IDX) TO WS-CRW-NAME-GOT
               MOVE WS-CRW-EMPLOYE-ID(WS-CRW-IDX) TO WS-CRW-EMP-GOT
           END-IF.
       0530-ONE-MEMBER-END.
           EXIT.

      *****************************************************************
      * LOAD THE ALLOWANCE RATES PER ROLE AND PREMIUM TYPE
      *****************************************************************
       0600-LOAD-RATES-START.
           OPEN INPUT RATE-FILE.
           MOVE WS-RT-STAT TO WS-ERR-STATUS.
           MOVE "CREWRATE.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 0610-READ-RATE-START THRU 0610-READ-RATE-END
               UNTIL RT-STAT-EOF.
           CLOSE RATE-FILE.
       0600-LOAD-RATES-END.
           EXIT.

       0610-READ-RATE-START.
           READ RATE-FILE
               AT END SET RT-STAT-EOF TO TRUE
               NOT AT END
                   IF WS-RAT-COUNT < 60 AND RT-AMOUNT IS NUMERIC
                       ADD 1 TO WS-RAT-COUNT
                       SET WS-RAT-IDX TO WS-RAT-COUNT
                       MOVE RT-ROLE   TO WS-RAT-ROLE(WS-RAT-IDX)
                       MOVE RT-TYPE   TO WS-RAT-TYPE(WS-RAT-IDX)
                       MOVE RT-AMOUNT TO WS-RAT-AMOUNT(WS-RAT-IDX)
                   END-IF
           END-READ.
       0610-READ-RATE-END.
           EXIT.

      * the amount for one role and premium type; none = zero
       0620-FIND-RATE-START.
           MOVE 0 TO WS-RAT-GOT.
           PERFORM 0630-ONE-RATE-START THRU 0630-ONE-RATE-END
               VARYING WS-RAT-IDX FROM 1 BY 1
               UNTIL WS-RAT-IDX > WS-RAT-COUNT.
       0620-FIND-RATE-END.
           EXIT.

       0630-ONE-RATE-START.
           IF WS-RAT-ROLE(WS-RAT-IDX) = WS-RAT-WANT-ROLE
           AND WS-RAT-TYPE(WS-RAT-IDX) = WS-RAT-WANT-TYPE
               MOVE WS-RAT-AMOUNT(WS-RAT-IDX) TO WS-RAT-GOT
           END-IF.
       0630-ONE-RATE-END.
           EXIT.

      *****************************************************************
      * THE STATEMENT: THE MONTH'S DUTIES IN KEY ORDER, ONE BLOCK PER
      * CREW MEMBER; EACH CLOSED MEMBER IS RELEASED TO THE EXPORT
      *****************************************************************
       1000-STATEMENT-START.
           OPEN INPUT ASSIGN-FILE.
           MOVE WS-CA-STAT TO WS-ERR-STATUS.
           MOVE "CREWASG.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           OPEN INPUT TRAIN-MASTER.
           MOVE WS-TM-STAT TO WS-ERR-STATUS.
           MOVE "TRAINMST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           OPEN OUTPUT STMT-OUTFILE.
           MOVE WS-ST-STAT TO WS-ERR-STATUS.
           MOVE "CREWALW.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           MOVE WS-WANT-MONTH TO HDR-MONTH.
           MOVE WS-HEADER-LINE TO STMT-RECORD.
           WRITE STMT-RECORD.
           MOVE WS-COLUMN-LINE TO STMT-RECORD.
           WRITE STMT-RECORD.

           PERFORM 1100-ONE-DUTY-START THRU 1100-ONE-DUTY-END
               UNTIL CA-STAT-EOF.
           PERFORM 2000-CLOSE-MEMBER-START THRU 2000-CLOSE-MEMBER-END.

           MOVE SPACES TO STMT-RECORD.
           WRITE STMT-RECORD.
           MOVE WS-GRAND-TOTAL  TO GRD-TOTAL.
           MOVE WS-EXPORT-COUNT TO GRD-EXPORTED.
           MOVE WS-GRAND-LINE TO STMT-RECORD.
           WRITE STMT-RECORD.

           CLOSE ASSIGN-FILE TRAIN-MASTER STMT-OUTFILE.
       1000-STATEMENT-END.
           EXIT.

       1100-ONE-DUTY-START.
           READ ASSIGN-FILE NEXT RECORD
               AT END SET CA-STAT-EOF TO TRUE
               GO TO 1100-ONE-DUTY-END
           END-READ.
           IF CA-DATE(1:6) NOT = WS-WANT-MONTH
               GO TO 1100-ONE-DUTY-END
           END-IF.

           IF CA-CREW-ID NOT = WS-CUR-CREW-ID
               PERFORM 2000-CLOSE-MEMBER-START
                  THRU 2000-CLOSE-MEMBER-END
               PERFORM 1200-NEW-MEMBER-START
                  THRU 1200-NEW-MEMBER-END
           END-IF.

           MOVE CA-DATE      TO DET-DATE.
           MOVE CA-TIME      TO DET-TIME.
           MOVE CA-TRAIN-NUM TO DET-TRAIN-NUM.
           MOVE CA-ROLE      TO DET-ROLE.
           MOVE 0 TO WS-DUTY-DEPART WS-DUTY-NIGHT WS-DUTY-SUNDAY.
           MOVE SPACES TO DET-NOTE.

      * a duty on a departure no longer in the master is not paid
           MOVE CA-TRAIN-NUM TO TM-TRAIN-NUM.
           MOVE CA-DATE      TO TM-DATE.
           MOVE CA-TIME      TO TM-TIME.
           READ TRAIN-MASTER
               INVALID KEY
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE "DEP.INCONNU" TO DET-NOTE
                   PERFORM 1400-WRITE-DUTY-START
                      THRU 1400-WRITE-DUTY-END
                   GO TO 1100-ONE-DUTY-END
           END-READ.

           PERFORM 1300-PRICE-DUTY-START THRU 1300-PRICE-DUTY-END.
           PERFORM 1400-WRITE-DUTY-START THRU 1400-WRITE-DUTY-END.
       1100-ONE-DUTY-END.
           EXIT.

       1200-NEW-MEMBER-START.
           MOVE CA-CREW-ID TO WS-CUR-CREW-ID.
           MOVE 0 TO WS-MBR-DUTIES WS-MBR-DEPART WS-MBR-NIGHT
                     WS-MBR-SUNDAY WS-MBR-TOTAL.
           PERFORM 0520-FIND-MEMBER-START THRU 0520-FIND-MEMBER-END.
           ADD 1 TO WS-MEMBER-COUNT.
           MOVE SPACES TO STMT-RECORD.
           WRITE STMT-RECORD.
           MOVE CA-CREW-ID      TO MBR-ID.
           MOVE WS-CRW-NAME-GOT TO MBR-NAME.
           MOVE WS-CRW-EMP-GOT  TO MBR-EMPLOYE-ID.
           MOVE WS-MEMBER-LINE TO STMT-RECORD.
           WRITE STMT-RECORD.
       1200-NEW-MEMBER-END.
           EXIT.

      * the per-departure amount of the role, then the night and
      * Sunday premiums when the departure qualifies
       1300-PRICE-DUTY-START.
           MOVE CA-ROLE TO WS-RAT-WANT-ROLE.
           MOVE "D" TO WS-RAT-WANT-TYPE.
           PERFORM 0620-FIND-RATE-START THRU 0620-FIND-RATE-END.
           MOVE WS-RAT-GOT TO WS-DUTY-DEPART.
           IF WS-RAT-GOT = 0
               ADD 1 TO WS-NORATE-COUNT
               MOVE "ROLE S.TAUX" TO DET-NOTE
           END-IF.

           MOVE CA-TIME TO WS-TIME-WK.
           IF WS-TIME-HH NUMERIC AND WS-TIME-MM NUMERIC
               COMPUTE WS-MINUTES = (WS-TIME-HH * 60) + WS-TIME-MM
               IF WS-MINUTES >= WS-NIGHT-FROM
               OR WS-MINUTES < WS-NIGHT-TO
                   MOVE "N" TO WS-RAT-WANT-TYPE
                   PERFORM 0620-FIND-RATE-START
                      THRU 0620-FIND-RATE-END
                   MOVE WS-RAT-GOT TO WS-DUTY-NIGHT
               END-IF
           END-IF.

      * day 1 of the INTEGER-OF-DATE calendar is a Monday, so a
      * day number that divides by 7 is a Sunday
           COMPUTE WS-DAYNUM = FUNCTION INTEGER-OF-DATE(CA-DATE).
           IF FUNCTION MOD(WS-DAYNUM, 7) = 0
               MOVE "S" TO WS-RAT-WANT-TYPE
               PERFORM 0620-FIND-RATE-START THRU 0620-FIND-RATE-END
               MOVE WS-RAT-GOT TO WS-DUTY-SUNDAY
           END-IF.

           ADD 1 TO WS-MBR-DUTIES.
           ADD WS-DUTY-DEPART TO WS-MBR-DEPART.
           ADD WS-DUTY-NIGHT  TO WS-MBR-NIGHT.
           ADD WS-DUTY-SUNDAY TO WS-MBR-SUNDAY.
       1300-PRICE-DUTY-END.
           EXIT.

       1400-WRITE-DUTY-START.
           MOVE WS-DUTY-DEPART TO DET-DEPART.
           MOVE WS-DUTY-NIGHT  TO DET-NIGHT.
           MOVE WS-DUTY-SUNDAY TO DET-SUNDAY.
           MOVE WS-DETAIL-LINE TO STMT-RECORD.
           WRITE STMT-RECORD.
           MOVE WS-ST-STAT TO WS-ERR-STATUS.
           MOVE "CREWALW.txt" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       1400-WRITE-DUTY-END.
           EXIT.

      *****************************************************************
      * CLOSE THE MEMBER IN PROGRESS: TOTAL LINE ON THE STATEMENT AND
      * ONE EXPORT RECORD WHEN THE MEMBER HAS A PAYROLL MATRICULE
      *****************************************************************
       2000-CLOSE-MEMBER-START.
           IF WS-CUR-CREW-ID = SPACES
               GO TO 2000-CLOSE-MEMBER-END
           END-IF.
           COMPUTE WS-MBR-TOTAL = WS-MBR-DEPART + WS-MBR-NIGHT
               + WS-MBR-SUNDAY.
           ADD WS-MBR-TOTAL TO WS-GRAND-TOTAL.
           MOVE WS-MBR-DUTIES TO MTL-DUTIES.
           MOVE WS-MBR-DEPART TO MTL-DEPART.
           MOVE WS-MBR-NIGHT  TO MTL-NIGHT.
           MOVE WS-MBR-SUNDAY TO MTL-SUNDAY.
           MOVE WS-MBR-TOTAL  TO MTL-TOTAL.
           MOVE WS-MBR-TOTAL-LINE TO STMT-RECORD.
           WRITE STMT-RECORD.

           IF WS-CRW-EMP-GOT = 0
               ADD 1 TO WS-NOEMP-COUNT
               MOVE "    ** SANS MATRICULE PAIE - NON EXPORTE **"
                   TO STMT-RECORD
               WRITE STMT-RECORD
           ELSE
               MOVE SPACES         TO WORK-ENTRY
               MOVE WS-CRW-EMP-GOT TO WK-EMPLOYE-ID
               MOVE WS-WANT-MONTH  TO WK-PERIOD
               MOVE WS-CUR-CREW-ID TO WK-CREW-ID
               MOVE WS-MBR-DUTIES  TO WK-DUTIES
               MOVE WS-MBR-DEPART  TO WK-DEPART-AMT
               MOVE WS-MBR-NIGHT   TO WK-NIGHT-AMT
               MOVE WS-MBR-SUNDAY  TO WK-SUNDAY-AMT
               MOVE WS-MBR-TOTAL   TO WK-TOTAL-AMT
               RELEASE WORK-ENTRY
               ADD 1 TO WS-EXPORT-COUNT
           END-IF.
           MOVE SPACES TO WS-CUR-CREW-ID.
       2000-CLOSE-MEMBER-END.
           EXIT.

      *****************************************************************
      * THE PAYROLL EXPORT IN MATRICULE ORDER
      *****************************************************************
       3000-WRITE-EXPORT-START.
           OPEN OUTPUT EXPORT-OUTFILE.
           MOVE WS-EX-STAT TO WS-ERR-STATUS.
           MOVE "CREWALW.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 3100-RETURN-ENTRY-START THRU 3100-RETURN-ENTRY-END
               UNTIL WS-WORK-EOF.
           CLOSE EXPORT-OUTFILE.
       3000-WRITE-EXPORT-END.
           EXIT.

       3100-RETURN-ENTRY-START.
           RETURN EXPORT-WORK
               AT END SET WS-WORK-EOF TO TRUE
               NOT AT END
                   MOVE WORK-ENTRY TO EXPORT-RECORD
                   WRITE EXPORT-RECORD
           END-RETURN.
       3100-RETURN-ENTRY-END.
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
