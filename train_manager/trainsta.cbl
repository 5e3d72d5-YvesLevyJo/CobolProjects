      *                  flat file by hand.  A delete is refused while
      *                  the code is still used as origin or
      *                  destination anywhere in TRAINMST.dat.
      * 15/10/26 Yves    Platform reference PLATFORM.dat: add and
      *                  remove the platforms (voies) of a station,
      *                  listed with the station on lookup and
      *                  dropped with it on delete.
      * 15/10/26 Yves    Operator sign-on through signon.cbl before
      *                  the screen opens; each action is checked
      *                  against the operator's TRAIN role (lookup
      *                  needs C, station and platform changes M,
      *                  station delete A), and sign-on, refusals
      *                  and functions used go to ACCESS.log.
      * 15/10/26 Yves    A file that cannot be opened ends the
      *                  sign-on session before the stop as well.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trainsta.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STA-STAT.

           SELECT PLATFORM-FILE ASSIGN TO "PLATFORM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PF-STAT.

           SELECT TRAIN-MASTER ASSIGN TO "TRAINMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           05 STA-CODE            PIC X(10).
           05 STA-NAME            PIC X(26).

       FD  PLATFORM-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  PLATFORM-REC.
           05 PF-STATION          PIC X(10).
           05 PF-PLATFORM         PIC X(03).
           05 PF-LABEL            PIC X(23).

       FD  TRAIN-MASTER
           RECORD CONTAINS 38 CHARACTERS.
       COPY "TRAINMST-FDESCRIPTION.cpy".
       WORKING-STORAGE SECTION.
       01  WS-STA-STAT         PIC X(02).
           88 STA-STAT-EOF         VALUE '10'.
       01  WS-PF-STAT          PIC X(02).
           88 PF-STAT-EOF          VALUE '10'.
       01  WS-TM-STAT          PIC X(02).
           88 TM-STAT-EOF          VALUE '10'.

           88 WS-ACT-ADD           VALUE 'A' 'a'.
           88 WS-ACT-RENAME        VALUE 'R' 'r'.
           88 WS-ACT-DELETE        VALUE 'D' 'd'.
           88 WS-ACT-PF-ADD        VALUE 'V' 'v'.
           88 WS-ACT-PF-REMOVE     VALUE 'S' 's'.
           88 WS-ACT-QUIT          VALUE 'Q' 'q'.

      * screen-side image of one station
       01  WS-ENTRY.
           05 WS-ENT-CODE      PIC X(10).
           05 WS-ENT-NAME      PIC X(26).
           05 WS-ENT-PLATFORM  PIC X(03).
           05 WS-ENT-PF-LABEL  PIC X(23).

      * the platforms of the station shown, side by side
       01  WS-PF-LIST          PIC X(48) VALUE SPACES.
       01  WS-PF-LIST-PTR      PIC 9(02) VALUE 1.

       01  WS-MESSAGE          PIC X(50) VALUE SPACES.

       COPY "SIGNPARM.cpy".

      * the whole reference, held in memory while the screen runs
      * and written back to the flat file on exit
       01  WS-STATION-TABLE.
           88 WS-STA-NOT-FOUND     VALUE 'N'.
       01  WS-STA-FOUND-IDX    PIC 9(03) VALUE 0.

      * the platforms of every station, held and saved the same way
       01  WS-PLATFORM-TABLE.
           05 WS-PF-ENTRY OCCURS 600 TIMES INDEXED BY WS-PF-IDX.
              10 WS-PF-STATION     PIC X(10) VALUE SPACES.
              10 WS-PF-PLATFORM    PIC X(03) VALUE SPACES.
              10 WS-PF-LABEL       PIC X(23) VALUE SPACES.
       01  WS-PF-COUNT         PIC 9(03) VALUE 0.
       01  WS-PF-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-PF-FOUND          VALUE 'Y'.
           88 WS-PF-NOT-FOUND      VALUE 'N'.
       01  WS-PF-FOUND-IDX     PIC 9(03) VALUE 0.

      * set while TRAINMST.dat still routes through the keyed code
       01  WS-IN-USE-SW        PIC X(01) VALUE 'N'.
           88 WS-IN-USE            VALUE 'Y'.
              VALUE '(L)ecture (A)jout (R)enommage (D)elete (Q)'
              LINE 6 COL 5.
           05 PIC X(01) USING WS-ACTION LINE 6 COL 55 REQUIRED.
           05 FILLER PIC X(40)
              VALUE '(V) ajout de voie  (S)uppression de voie'
              LINE 7 COL 5.

           05 FILLER PIC X(13)
              VALUE 'Code de gare:' LINE 8 COL 5.
           05 PIC X(10) USING WS-ENT-CODE LINE 8 COL 25.
           05 FILLER PIC X(05)
              VALUE 'Voie:' LINE 9 COL 5.
           05 PIC X(03) USING WS-ENT-PLATFORM LINE 9 COL 25.

       01  DETAIL-SCREEN FOREGROUND-COLOR IS 6.
           05 FILLER PIC X(12)
              VALUE 'Nom de gare:' LINE 10 COL 5.
           05 PIC X(26) USING WS-ENT-NAME LINE 10 COL 25.
           05 FILLER PIC X(06)
              VALUE 'Voies:' LINE 11 COL 5.
           05 FILLER PIC X(48) FROM WS-PF-LIST LINE 11 COL 25.

       01  PLATFORM-SCREEN FOREGROUND-COLOR IS 6.
           05 FILLER PIC X(15)
              VALUE 'Libelle voie:' LINE 12 COL 5.
           05 PIC X(23) USING WS-ENT-PF-LABEL LINE 12 COL 25.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'S'        TO SGN-REQUEST.
           MOVE "TRAIN"    TO SGN-APPLI.
           MOVE "trainsta" TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0500-LOAD-STATIONS-START
              THRU 0500-LOAD-STATIONS-END.
           PERFORM 0600-LOAD-PLATFORMS-START
              THRU 0600-LOAD-PLATFORMS-END.

           MOVE "Bienvenue." TO WS-MESSAGE.
           PERFORM 1000-ONE-ACTION-START

           PERFORM 6000-SAVE-STATIONS-START
              THRU 6000-SAVE-STATIONS-END.
           PERFORM 6500-SAVE-PLATFORMS-START
              THRU 6500-SAVE-PLATFORMS-END.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
       0000-MAIN-END.
           STOP RUN.

           IF WS-STA-STAT NOT = '00'
               DISPLAY "OUVERTURE STATIONS.dat IMPOSSIBLE, STATUT: "
                   WS-STA-STAT
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.
           PERFORM 0510-READ-STATION-START
       0510-READ-STATION-END.
           EXIT.

      *****************************************************************
      * LOAD THE PLATFORMS OF EVERY STATION INTO MEMORY
      *****************************************************************
       0600-LOAD-PLATFORMS-START.
           OPEN INPUT PLATFORM-FILE.
           IF WS-PF-STAT = '35'
      * no platform declared yet on this machine
               GO TO 0600-LOAD-PLATFORMS-END
           END-IF.
           IF WS-PF-STAT NOT = '00'
               DISPLAY "OUVERTURE PLATFORM.dat IMPOSSIBLE, STATUT: "
                   WS-PF-STAT
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.
           PERFORM 0610-READ-PLATFORM-START
              THRU 0610-READ-PLATFORM-END
              UNTIL PF-STAT-EOF.
           CLOSE PLATFORM-FILE.
       0600-LOAD-PLATFORMS-END.
           EXIT.

       0610-READ-PLATFORM-START.
           READ PLATFORM-FILE
               AT END SET PF-STAT-EOF TO TRUE
               NOT AT END
                   IF WS-PF-COUNT < 600
                       ADD 1 TO WS-PF-COUNT
                       SET WS-PF-IDX TO WS-PF-COUNT
                       MOVE PF-STATION  TO WS-PF-STATION(WS-PF-IDX)
                       MOVE PF-PLATFORM TO WS-PF-PLATFORM(WS-PF-IDX)
                       MOVE PF-LABEL    TO WS-PF-LABEL(WS-PF-IDX)
                   END-IF
           END-READ.
       0610-READ-PLATFORM-END.
           EXIT.

      *****************************************************************
      * SHOW THE MENU, THEN ROUTE TO THE REQUESTED ACTION
      *****************************************************************
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
                   PERFORM 4000-RENAME-START THRU 4000-RENAME-END
               WHEN WS-ACT-DELETE
                   PERFORM 5000-DELETE-START THRU 5000-DELETE-END
               WHEN WS-ACT-PF-ADD
                   PERFORM 7000-PF-ADD-START THRU 7000-PF-ADD-END
               WHEN WS-ACT-PF-REMOVE
                   PERFORM 7500-PF-REMOVE-START
                      THRU 7500-PF-REMOVE-END
               WHEN WS-ACT-QUIT
                   CONTINUE
               WHEN OTHER
       1000-ONE-ACTION-END.
           EXIT.

      * the role each function needs; the sign-on routine decides
       1050-AUTHORIZE-START.
           MOVE 'F' TO SGN-REQUEST.
           EVALUATE TRUE
               WHEN WS-ACT-LOOKUP
                   MOVE "CONSULT GARE" TO SGN-FUNCTION
                   MOVE 'C' TO SGN-LEVEL
               WHEN WS-ACT-ADD
                   MOVE "AJOUT GARE" TO SGN-FUNCTION
                   MOVE 'M' TO SGN-LEVEL
               WHEN WS-ACT-RENAME
                   MOVE "RENOMMAGE GARE" TO SGN-FUNCTION
                   MOVE 'M' TO SGN-LEVEL
               WHEN WS-ACT-PF-ADD
                   MOVE "AJOUT VOIE" TO SGN-FUNCTION
                   MOVE 'M' TO SGN-LEVEL
               WHEN WS-ACT-PF-REMOVE
                   MOVE "SUPPR VOIE" TO SGN-FUNCTION
                   MOVE 'M' TO SGN-LEVEL
               WHEN WS-ACT-DELETE
                   MOVE "SUPPR GARE" TO SGN-FUNCTION
                   MOVE 'A' TO SGN-LEVEL
               WHEN OTHER
                   SET SGN-GRANTED TO TRUE
                   GO TO 1050-AUTHORIZE-END
           END-EVALUATE.
           CALL 'signon' USING SGN-PARM.
       1050-AUTHORIZE-END.
           EXIT.

      * find the keyed-in code in the in-memory reference
       1100-FIND-CODE-START.
           SET WS-STA-NOT-FOUND TO TRUE.
       1110-ONE-CODE-END.
           EXIT.

      * find the keyed-in platform of the keyed-in station
       1200-FIND-PLATFORM-START.
           SET WS-PF-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-PF-FOUND-IDX.
           PERFORM 1210-ONE-PLATFORM-START THRU 1210-ONE-PLATFORM-END
               VARYING WS-PF-IDX FROM 1 BY 1
               UNTIL WS-PF-IDX > WS-PF-COUNT.
       1200-FIND-PLATFORM-END.
           EXIT.

       1210-ONE-PLATFORM-START.
           IF WS-PF-STATION(WS-PF-IDX) = WS-ENT-CODE
           AND WS-PF-PLATFORM(WS-PF-IDX) = WS-ENT-PLATFORM
               SET WS-PF-FOUND TO TRUE
               SET WS-PF-FOUND-IDX TO WS-PF-IDX
           END-IF.
       1210-ONE-PLATFORM-END.
           EXIT.

      * line up the platform codes of the keyed-in station
       1300-LIST-PLATFORMS-START.
           MOVE SPACES TO WS-PF-LIST.
           MOVE 1 TO WS-PF-LIST-PTR.
           PERFORM 1310-LIST-ONE-START THRU 1310-LIST-ONE-END
               VARYING WS-PF-IDX FROM 1 BY 1
               UNTIL WS-PF-IDX > WS-PF-COUNT.
       1300-LIST-PLATFORMS-END.
           EXIT.

       1310-LIST-ONE-START.
           IF WS-PF-STATION(WS-PF-IDX) = WS-ENT-CODE
           AND WS-PF-LIST-PTR < 46
               STRING WS-PF-PLATFORM(WS-PF-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO WS-PF-LIST WITH POINTER WS-PF-LIST-PTR
           END-IF.
       1310-LIST-ONE-END.
           EXIT.

      *****************************************************************
      * SHOW ONE STATION BY ITS CODE
      *****************************************************************
           ELSE
               SET WS-STA-IDX TO WS-STA-FOUND-IDX
               MOVE WS-STA-NAME(WS-STA-IDX) TO WS-ENT-NAME
               PERFORM 1300-LIST-PLATFORMS-START
                  THRU 1300-LIST-PLATFORMS-END
               DISPLAY DETAIL-SCREEN
               MOVE "Gare affichee." TO WS-MESSAGE
           END-IF.
           ELSE
               SET WS-STA-IDX TO WS-STA-FOUND-IDX
               MOVE WS-STA-NAME(WS-STA-IDX) TO WS-ENT-NAME
               PERFORM 1300-LIST-PLATFORMS-START
                  THRU 1300-LIST-PLATFORMS-END
               ACCEPT DETAIL-SCREEN
               MOVE WS-ENT-NAME TO WS-STA-NAME(WS-STA-IDX)
               MOVE "Gare renommee." TO WS-MESSAGE
           MOVE SPACES TO WS-STA-CODE(WS-STA-IDX).
           MOVE SPACES TO WS-STA-NAME(WS-STA-IDX).
           SUBTRACT 1 FROM WS-STA-COUNT.

      * the platforms of a deleted station go with it
           MOVE 1 TO WS-PF-FOUND-IDX.
           PERFORM 5300-DROP-PLATFORM-START
              THRU 5300-DROP-PLATFORM-END
              UNTIL WS-PF-FOUND-IDX > WS-PF-COUNT.
           MOVE "Gare supprimee." TO WS-MESSAGE.
       5000-DELETE-END.
           EXIT.
       5200-SHIFT-UP-END.
           EXIT.

      * the slot is only stepped over when it was kept, since a drop
      * pulls the next platform into it
       5300-DROP-PLATFORM-START.
           SET WS-PF-IDX TO WS-PF-FOUND-IDX.
           IF WS-PF-STATION(WS-PF-IDX) = WS-ENT-CODE
               PERFORM 7600-PF-SHIFT-UP-START
                  THRU 7600-PF-SHIFT-UP-END
                  VARYING WS-PF-IDX FROM WS-PF-FOUND-IDX BY 1
                  UNTIL WS-PF-IDX >= WS-PF-COUNT
               SET WS-PF-IDX TO WS-PF-COUNT
               MOVE SPACES TO WS-PF-ENTRY(WS-PF-IDX)
               SUBTRACT 1 FROM WS-PF-COUNT
           ELSE
               ADD 1 TO WS-PF-FOUND-IDX
           END-IF.
       5300-DROP-PLATFORM-END.
           EXIT.

      *****************************************************************
      * WRITE THE IN-MEMORY REFERENCE BACK TO THE FLAT FILE
      *****************************************************************
               DISPLAY "REECRITURE STATIONS.dat IMPOSSIBLE, STATUT: "
                   WS-STA-STAT
               MOVE 12 TO RETURN-CODE
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.
           PERFORM 6100-WRITE-STATION-START
           WRITE STATION-REC.
       6100-WRITE-STATION-END.
           EXIT.

      *****************************************************************
      * WRITE THE IN-MEMORY PLATFORMS BACK TO THEIR FLAT FILE
      *****************************************************************
       6500-SAVE-PLATFORMS-START.
           OPEN OUTPUT PLATFORM-FILE.
           IF WS-PF-STAT NOT = '00'
               DISPLAY "REECRITURE PLATFORM.dat IMPOSSIBLE, STATUT: "
                   WS-PF-STAT
               MOVE 12 TO RETURN-CODE
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.
           PERFORM 6600-WRITE-PLATFORM-START
              THRU 6600-WRITE-PLATFORM-END
              VARYING WS-PF-IDX FROM 1 BY 1
              UNTIL WS-PF-IDX > WS-PF-COUNT.
           CLOSE PLATFORM-FILE.
       6500-SAVE-PLATFORMS-END.
           EXIT.

       6600-WRITE-PLATFORM-START.
           MOVE WS-PF-STATION(WS-PF-IDX)  TO PF-STATION.
           MOVE WS-PF-PLATFORM(WS-PF-IDX) TO PF-PLATFORM.
           MOVE WS-PF-LABEL(WS-PF-IDX)    TO PF-LABEL.
           WRITE PLATFORM-REC.
       6600-WRITE-PLATFORM-END.
           EXIT.

      *****************************************************************
      * ADD A PLATFORM TO AN EXISTING STATION - THE SAME PLATFORM
      * CODE CANNOT BE DECLARED TWICE FOR ONE STATION
      *****************************************************************
       7000-PF-ADD-START.
           PERFORM 1100-FIND-CODE-START THRU 1100-FIND-CODE-END.
           IF WS-STA-NOT-FOUND
               MOVE "Gare inconnue." TO WS-MESSAGE
               GO TO 7000-PF-ADD-END
           END-IF.
           IF WS-ENT-PLATFORM = SPACES
               MOVE "Code de voie obligatoire." TO WS-MESSAGE
               GO TO 7000-PF-ADD-END
           END-IF.
           PERFORM 1200-FIND-PLATFORM-START
              THRU 1200-FIND-PLATFORM-END.
           IF WS-PF-FOUND
               MOVE "Voie deja presente." TO WS-MESSAGE
               GO TO 7000-PF-ADD-END
           END-IF.
           IF WS-PF-COUNT >= 600
               MOVE "Referentiel plein (600 voies)." TO WS-MESSAGE
               GO TO 7000-PF-ADD-END
           END-IF.

           ACCEPT PLATFORM-SCREEN.
           ADD 1 TO WS-PF-COUNT.
           SET WS-PF-IDX TO WS-PF-COUNT.
           MOVE WS-ENT-CODE     TO WS-PF-STATION(WS-PF-IDX).
           MOVE WS-ENT-PLATFORM TO WS-PF-PLATFORM(WS-PF-IDX).
           MOVE WS-ENT-PF-LABEL TO WS-PF-LABEL(WS-PF-IDX).
           MOVE "Voie ajoutee." TO WS-MESSAGE.
       7000-PF-ADD-END.
           EXIT.

      *****************************************************************
      * REMOVE ONE PLATFORM OF A STATION - DEPARTURES STILL ASSIGNED
      * TO IT ARE REPORTED BY THE PLATFORM CONFLICT CHECK
      *****************************************************************
       7500-PF-REMOVE-START.
           PERFORM 1200-FIND-PLATFORM-START
              THRU 1200-FIND-PLATFORM-END.
           IF WS-PF-NOT-FOUND
               MOVE "Voie inconnue." TO WS-MESSAGE
               GO TO 7500-PF-REMOVE-END
           END-IF.
           PERFORM 7600-PF-SHIFT-UP-START THRU 7600-PF-SHIFT-UP-END
               VARYING WS-PF-IDX FROM WS-PF-FOUND-IDX BY 1
               UNTIL WS-PF-IDX >= WS-PF-COUNT.
           SET WS-PF-IDX TO WS-PF-COUNT.
           MOVE SPACES TO WS-PF-ENTRY(WS-PF-IDX).
           SUBTRACT 1 FROM WS-PF-COUNT.
           MOVE "Voie supprimee." TO WS-MESSAGE.
       7500-PF-REMOVE-END.
           EXIT.

       7600-PF-SHIFT-UP-START.
           MOVE WS-PF-ENTRY(WS-PF-IDX + 1)
               TO WS-PF-ENTRY(WS-PF-IDX).
       7600-PF-SHIFT-UP-END.
           EXIT.
