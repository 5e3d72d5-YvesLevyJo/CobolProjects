      *****************************************************************
      * Program name:    trainovh
      * Original author: Yves
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 Yves    Created: workshop overhaul register - look up
      *                  and record the last overhaul of a ROLLSTCK.dat
      *                  train number in STCKOVH.dat, which restarts
      *                  its mileage counter in the trainkm report.
      * 15/10/26 Yves    Operator sign-on through signon.cbl before
      *                  the screen opens; recording an overhaul
      *                  needs the M role on the TRAIN application,
      *                  and sign-on, refusals and functions used go
      *                  to ACCESS.log.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trainovh.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERHAUL-FILE ASSIGN TO "STCKOVH.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SO-STAT.

           SELECT STOCK-FILE ASSIGN TO "ROLLSTCK.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RK-STAT.

       DATA DIVISION.
       FILE SECTION.

       FD  OVERHAUL-FILE
           RECORD CONTAINS 36 CHARACTERS.
       COPY "STCKOVH-FDESCRIPTION.cpy".

       FD  STOCK-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  STOCK-REC.
           05 RK-TRAIN-NUM     PIC X(05).
           05 RK-CAPACITY      PIC 9(04).
           05 RK-MODEL         PIC X(26).

       WORKING-STORAGE SECTION.
       01  WS-SO-STAT          PIC X(02).
           88 SO-STAT-EOF          VALUE '10'.
       01  WS-RK-STAT          PIC X(02).
           88 RK-STAT-EOF          VALUE '10'.

       01  WS-ACTION           PIC X(01).
           88 WS-ACT-LOOKUP        VALUE 'L' 'l'.
           88 WS-ACT-RECORD        VALUE 'E' 'e'.
           88 WS-ACT-QUIT          VALUE 'Q' 'q'.

       01  WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD  PIC 9(08).
           05 FILLER           PIC X(13).

      * screen-side image of one overhaul
       01  WS-ENTRY.
           05 WS-ENT-TRAIN-NUM PIC X(05).
           05 WS-ENT-MODEL     PIC X(26).
           05 WS-ENT-DATE      PIC 9(08).
           05 WS-ENT-PREV-DATE PIC 9(08).
           05 WS-ENT-NOTE      PIC X(15).

       01  WS-MESSAGE          PIC X(50) VALUE SPACES.

      * the rolling stock the register may name
       01  WS-STOCK-TABLE.
           05 WS-STK-ENTRY OCCURS 200 TIMES INDEXED BY WS-STK-IDX.
              10 WS-STK-TRAIN-NUM  PIC X(05) VALUE SPACES.
              10 WS-STK-MODEL      PIC X(26) VALUE SPACES.
       01  WS-STK-COUNT        PIC 9(03) VALUE 0.
       01  WS-STK-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-STK-FOUND         VALUE 'Y'.
           88 WS-STK-NOT-FOUND     VALUE 'N'.

      * the whole register, held in memory while the screen runs
      * and written back to the flat file on exit
       01  WS-OVERHAUL-TABLE.
           05 WS-OVH-ENTRY OCCURS 200 TIMES INDEXED BY WS-OVH-IDX.
              10 WS-OVH-TRAIN-NUM  PIC X(05) VALUE SPACES.
              10 WS-OVH-DATE       PIC 9(08) VALUE 0.
              10 WS-OVH-PREV-DATE  PIC 9(08) VALUE 0.
              10 WS-OVH-NOTE       PIC X(15) VALUE SPACES.
       01  WS-OVH-COUNT        PIC 9(03) VALUE 0.
       01  WS-OVH-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-OVH-FOUND         VALUE 'Y'.
           88 WS-OVH-NOT-FOUND     VALUE 'N'.
       01  WS-OVH-FOUND-IDX    PIC 9(03) VALUE 0.

       COPY "SIGNPARM.cpy".

       SCREEN SECTION.
       01  MENU-SCREEN FOREGROUND-COLOR IS 6.
           03 BLANK SCREEN.
           05 FILLER PIC X(40)
              VALUE 'REGISTRE DES REVISIONS ATELIER'
              LINE 2 COL 5.
           05 FILLER PIC X(50) FROM WS-MESSAGE LINE 4 COL 5.

           05 FILLER PIC X(46)
              VALUE '(L)ecture (E)nregistrer une revision (Q)'
              LINE 6 COL 5.
           05 PIC X(01) USING WS-ACTION LINE 6 COL 55 REQUIRED.

           05 FILLER PIC X(16)
              VALUE 'Numero de train:' LINE 8 COL 5.
           05 PIC X(05) USING WS-ENT-TRAIN-NUM LINE 8 COL 25.

       01  DETAIL-SCREEN FOREGROUND-COLOR IS 6.
           05 FILLER PIC X(07)
              VALUE 'Modele:' LINE 10 COL 5.
           05 FILLER PIC X(26) FROM WS-ENT-MODEL LINE 10 COL 25.

           05 FILLER PIC X(17)
              VALUE 'Revision du     :' LINE 11 COL 5.
           05 PIC 9(08) USING WS-ENT-DATE LINE 11 COL 25.

           05 FILLER PIC X(17)
              VALUE 'Revision prec.  :' LINE 12 COL 5.
           05 FILLER PIC 9(08) FROM WS-ENT-PREV-DATE LINE 12 COL 25.

           05 FILLER PIC X(12)
              VALUE 'Observation:' LINE 13 COL 5.
           05 PIC X(15) USING WS-ENT-NOTE LINE 13 COL 25.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'S'        TO SGN-REQUEST.
           MOVE "TRAIN"    TO SGN-APPLI.
           MOVE "trainovh" TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           PERFORM 0500-LOAD-STOCK-START THRU 0500-LOAD-STOCK-END.
           PERFORM 0600-LOAD-REGISTER-START
              THRU 0600-LOAD-REGISTER-END.

           MOVE "Bienvenue." TO WS-MESSAGE.
           PERFORM 1000-ONE-ACTION-START
              THRU 1000-ONE-ACTION-END
              UNTIL WS-ACT-QUIT.

           PERFORM 6000-SAVE-REGISTER-START
              THRU 6000-SAVE-REGISTER-END.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
       0000-MAIN-END.
           STOP RUN.

      *****************************************************************
      * LOAD THE ROLLING STOCK AND THE REGISTER INTO MEMORY
      *****************************************************************
       0500-LOAD-STOCK-START.
           OPEN INPUT STOCK-FILE.
           IF WS-RK-STAT NOT = '00'
               DISPLAY "OUVERTURE ROLLSTCK.dat IMPOSSIBLE, STATUT: "
                   WS-RK-STAT
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.
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
                       MOVE RK-MODEL TO WS-STK-MODEL(WS-STK-IDX)
                   END-IF
           END-READ.
       0510-READ-STOCK-END.
           EXIT.

       0600-LOAD-REGISTER-START.
           OPEN INPUT OVERHAUL-FILE.
           IF WS-SO-STAT = '35'
      * first use of the tool on a machine with no register yet
               GO TO 0600-LOAD-REGISTER-END
           END-IF.
           IF WS-SO-STAT NOT = '00'
               DISPLAY "OUVERTURE STCKOVH.dat IMPOSSIBLE, STATUT: "
                   WS-SO-STAT
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.
           PERFORM 0610-READ-REGISTER-START
              THRU 0610-READ-REGISTER-END
              UNTIL SO-STAT-EOF.
           CLOSE OVERHAUL-FILE.
       0600-LOAD-REGISTER-END.
           EXIT.

       0610-READ-REGISTER-START.
           READ OVERHAUL-FILE
               AT END SET SO-STAT-EOF TO TRUE
               NOT AT END
                   IF WS-OVH-COUNT < 200
                       ADD 1 TO WS-OVH-COUNT
                       SET WS-OVH-IDX TO WS-OVH-COUNT
                       MOVE SO-TRAIN-NUM
                           TO WS-OVH-TRAIN-NUM(WS-OVH-IDX)
                       MOVE SO-DATE TO WS-OVH-DATE(WS-OVH-IDX)
                       MOVE SO-PREV-DATE
                           TO WS-OVH-PREV-DATE(WS-OVH-IDX)
                       MOVE SO-NOTE TO WS-OVH-NOTE(WS-OVH-IDX)
                   END-IF
           END-READ.
       0610-READ-REGISTER-END.
           EXIT.

      *****************************************************************
      * SHOW THE MENU, THEN ROUTE TO THE REQUESTED ACTION
      *****************************************************************
       1000-ONE-ACTION-START.
           INITIALIZE WS-ENTRY.
           ACCEPT MENU-SCREEN.

           IF NOT WS-ACT-QUIT
               PERFORM 1050-AUTHORIZE-START THRU 1050-AUTHORIZE-END
               IF SGN-REFUSED
                   MOVE "Fonction non autorisee pour votre role."
                       TO WS-MESSAGE
                   GO TO 1000-ONE-ACTION-END
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-LOOKUP
                   PERFORM 2000-LOOKUP-START THRU 2000-LOOKUP-END
               WHEN WS-ACT-RECORD
                   PERFORM 3000-RECORD-START THRU 3000-RECORD-END
               WHEN WS-ACT-QUIT
                   CONTINUE
               WHEN OTHER
                   MOVE "Action inconnue." TO WS-MESSAGE
           END-EVALUATE.
       1000-ONE-ACTION-END.
           EXIT.

      * the role each function needs; the sign-on routine decides
       1050-AUTHORIZE-START.
           MOVE 'F' TO SGN-REQUEST.
           EVALUATE TRUE
               WHEN WS-ACT-RECORD
                   MOVE "REVISION ATELIER" TO SGN-FUNCTION
                   MOVE 'M' TO SGN-LEVEL
               WHEN OTHER
                   SET SGN-GRANTED TO TRUE
                   GO TO 1050-AUTHORIZE-END
           END-EVALUATE.
           CALL 'signon' USING SGN-PARM.
       1050-AUTHORIZE-END.
           EXIT.

      * the keyed-in train number must be known rolling stock
       1100-FIND-STOCK-START.
           SET WS-STK-NOT-FOUND TO TRUE.
           PERFORM 1110-ONE-STOCK-START THRU 1110-ONE-STOCK-END
               VARYING WS-STK-IDX FROM 1 BY 1
               UNTIL WS-STK-IDX > WS-STK-COUNT.
       1100-FIND-STOCK-END.
           EXIT.

       1110-ONE-STOCK-START.
           IF WS-STK-TRAIN-NUM(WS-STK-IDX) = WS-ENT-TRAIN-NUM
               SET WS-STK-FOUND TO TRUE
               MOVE WS-STK-MODEL(WS-STK-IDX) TO WS-ENT-MODEL
           END-IF.
       1110-ONE-STOCK-END.
           EXIT.

      * find the register entry of the keyed-in train number
       1200-FIND-REGISTER-START.
           SET WS-OVH-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-OVH-FOUND-IDX.
           PERFORM 1210-ONE-REGISTER-START THRU 1210-ONE-REGISTER-END
               VARYING WS-OVH-IDX FROM 1 BY 1
               UNTIL WS-OVH-IDX > WS-OVH-COUNT.
       1200-FIND-REGISTER-END.
           EXIT.

       1210-ONE-REGISTER-START.
           IF WS-OVH-TRAIN-NUM(WS-OVH-IDX) = WS-ENT-TRAIN-NUM
               SET WS-OVH-FOUND TO TRUE
               SET WS-OVH-FOUND-IDX TO WS-OVH-IDX
           END-IF.
       1210-ONE-REGISTER-END.
           EXIT.

      *****************************************************************
      * SHOW THE LAST TWO OVERHAULS OF ONE UNIT
      *****************************************************************
       2000-LOOKUP-START.
           PERFORM 1100-FIND-STOCK-START THRU 1100-FIND-STOCK-END.
           IF WS-STK-NOT-FOUND
               MOVE "Train inconnu au materiel roulant." TO WS-MESSAGE
               GO TO 2000-LOOKUP-END
           END-IF.
           PERFORM 1200-FIND-REGISTER-START
              THRU 1200-FIND-REGISTER-END.
           IF WS-OVH-NOT-FOUND
               MOVE "Aucune revision enregistree." TO WS-MESSAGE
               GO TO 2000-LOOKUP-END
           END-IF.
           SET WS-OVH-IDX TO WS-OVH-FOUND-IDX.
           MOVE WS-OVH-DATE(WS-OVH-IDX)      TO WS-ENT-DATE.
           MOVE WS-OVH-PREV-DATE(WS-OVH-IDX) TO WS-ENT-PREV-DATE.
           MOVE WS-OVH-NOTE(WS-OVH-IDX)      TO WS-ENT-NOTE.
           DISPLAY DETAIL-SCREEN.
           MOVE "Revision affichee." TO WS-MESSAGE.
       2000-LOOKUP-END.
           EXIT.

      *****************************************************************
      * RECORD A NEW OVERHAUL - THE PREVIOUS ONE IS KEPT AS THE PRIOR
      * DATE, AND AN OVERHAUL CANNOT PREDATE THE LAST ONE RECORDED
      * NOR LIE IN THE FUTURE (A ZERO DATE MEANS TODAY)
      *****************************************************************
       3000-RECORD-START.
           PERFORM 1100-FIND-STOCK-START THRU 1100-FIND-STOCK-END.
           IF WS-STK-NOT-FOUND
               MOVE "Train inconnu au materiel roulant." TO WS-MESSAGE
               GO TO 3000-RECORD-END
           END-IF.
           PERFORM 1200-FIND-REGISTER-START
              THRU 1200-FIND-REGISTER-END.
           IF WS-OVH-FOUND
               SET WS-OVH-IDX TO WS-OVH-FOUND-IDX
               MOVE WS-OVH-DATE(WS-OVH-IDX) TO WS-ENT-PREV-DATE
           END-IF.

           MOVE WS-RUN-YYYYMMDD TO WS-ENT-DATE.
           ACCEPT DETAIL-SCREEN.
           IF WS-ENT-DATE = 0
               MOVE WS-RUN-YYYYMMDD TO WS-ENT-DATE
           END-IF.
           IF WS-ENT-DATE > WS-RUN-YYYYMMDD
               MOVE "Date de revision dans le futur." TO WS-MESSAGE
               GO TO 3000-RECORD-END
           END-IF.
           IF WS-ENT-DATE < WS-ENT-PREV-DATE
               MOVE "Date anterieure a la derniere revision."
                   TO WS-MESSAGE
               GO TO 3000-RECORD-END
           END-IF.

           IF WS-OVH-NOT-FOUND
               IF WS-OVH-COUNT >= 200
                   MOVE "Registre plein (200 trains)." TO WS-MESSAGE
                   GO TO 3000-RECORD-END
               END-IF
               ADD 1 TO WS-OVH-COUNT
               MOVE WS-OVH-COUNT TO WS-OVH-FOUND-IDX
           END-IF.
           SET WS-OVH-IDX TO WS-OVH-FOUND-IDX.
           MOVE WS-ENT-TRAIN-NUM TO WS-OVH-TRAIN-NUM(WS-OVH-IDX).
           MOVE WS-ENT-DATE      TO WS-OVH-DATE(WS-OVH-IDX).
           MOVE WS-ENT-PREV-DATE TO WS-OVH-PREV-DATE(WS-OVH-IDX).
           MOVE WS-ENT-NOTE      TO WS-OVH-NOTE(WS-OVH-IDX).
           MOVE "Revision enregistree, compteur remis a zero."
               TO WS-MESSAGE.
       3000-RECORD-END.
           EXIT.

      *****************************************************************
      * WRITE THE IN-MEMORY REGISTER BACK TO THE FLAT FILE
      *****************************************************************
       6000-SAVE-REGISTER-START.
           OPEN OUTPUT OVERHAUL-FILE.
           IF WS-SO-STAT NOT = '00'
               DISPLAY "REECRITURE STCKOVH.dat IMPOSSIBLE, STATUT: "
                   WS-SO-STAT
               MOVE 12 TO RETURN-CODE
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.
           PERFORM 6100-WRITE-REGISTER-START
              THRU 6100-WRITE-REGISTER-END
              VARYING WS-OVH-IDX FROM 1 BY 1
              UNTIL WS-OVH-IDX > WS-OVH-COUNT.
           CLOSE OVERHAUL-FILE.
       6000-SAVE-REGISTER-END.
           EXIT.

       6100-WRITE-REGISTER-START.
           MOVE WS-OVH-TRAIN-NUM(WS-OVH-IDX) TO SO-TRAIN-NUM.
           MOVE WS-OVH-DATE(WS-OVH-IDX)      TO SO-DATE.
           MOVE WS-OVH-PREV-DATE(WS-OVH-IDX) TO SO-PREV-DATE.
           MOVE WS-OVH-NOTE(WS-OVH-IDX)      TO SO-NOTE.
           WRITE OVERHAUL-REC.
       6100-WRITE-REGISTER-END.
           EXIT.
