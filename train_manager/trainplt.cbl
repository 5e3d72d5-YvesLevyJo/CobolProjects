      *****************************************************************
      * Program name:    trainplt
      * Original author: Yves
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 Yves    Created: platform assignment - one
      *                  TRAINPLT.dat record per TRAINMST.dat
      *                  departure key with the platform it leaves
      *                  from and its dwell time, the platform being
      *                  refused unless PLATFORM.dat declares it for
      *                  the origin station of the departure.
      * 15/10/26 Yves    Operator sign-on through signon.cbl before
      *                  the screen opens; assigning and changing a
      *                  platform need the M role on the TRAIN
      *                  application, deleting one the A role, and
      *                  sign-on, refusals and functions used go to
      *                  ACCESS.log.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trainplt.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIN-MASTER ASSIGN TO "TRAINMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TM-KEY
           FILE STATUS IS WS-TM-STAT.

           SELECT PLATASG-FILE ASSIGN TO "TRAINPLT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PL-KEY
           FILE STATUS IS WS-PL-STAT.

           SELECT PLATFORM-FILE ASSIGN TO "PLATFORM.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PF-STAT.

       DATA DIVISION.
       FILE SECTION.

       FD  TRAIN-MASTER
           RECORD CONTAINS 38 CHARACTERS.
       COPY "TRAINMST-FDESCRIPTION.cpy".

       FD  PLATASG-FILE
           RECORD CONTAINS 24 CHARACTERS.
       COPY "TRAINPLT-FDESCRIPTION.cpy".

       FD  PLATFORM-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  PLATFORM-REC.
           05 PF-STATION          PIC X(10).
           05 PF-PLATFORM         PIC X(03).
           05 PF-LABEL            PIC X(23).

       WORKING-STORAGE SECTION.
       01  WS-TM-STAT          PIC X(02).
       01  WS-PL-STAT          PIC X(02).
           88 WS-PL-OK             VALUE '00'.
       01  WS-PF-STAT          PIC X(02).
           88 PF-STAT-EOF          VALUE '10'.

       01  WS-ACTION           PIC X(01).
           88 WS-ACT-ASSIGN        VALUE 'A' 'a'.
           88 WS-ACT-MODIFY        VALUE 'M' 'm'.
           88 WS-ACT-DELETE        VALUE 'D' 'd'.
           88 WS-ACT-QUIT          VALUE 'Q' 'q'.

      * screen-side image of one platform assignment
       01  WS-ENTRY.
           05 WS-ENT-TRAIN-NUM PIC X(05).
           05 WS-ENT-DATE      PIC 9(08).
           05 WS-ENT-TIME      PIC X(05).
           05 WS-ENT-PLATFORM  PIC X(03).
           05 WS-ENT-DWELL     PIC 9(03).

       01  WS-MESSAGE          PIC X(50) VALUE SPACES.

      * the declared platforms of every station, from PLATFORM.dat
       01  WS-PLATFORM-TABLE.
           05 WS-PF-ENTRY OCCURS 600 TIMES INDEXED BY WS-PF-IDX.
              10 WS-PF-STATION     PIC X(10) VALUE SPACES.
              10 WS-PF-PLATFORM    PIC X(03) VALUE SPACES.
       01  WS-PF-COUNT         PIC 9(03) VALUE 0.
       01  WS-PF-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-PF-FOUND          VALUE 'Y'.
           88 WS-PF-NOT-FOUND      VALUE 'N'.

       COPY "SIGNPARM.cpy".

       SCREEN SECTION.
       01  MENU-SCREEN FOREGROUND-COLOR IS 6.
           03 BLANK SCREEN.
           05 FILLER PIC X(40)
              VALUE 'AFFECTATION DES VOIES AU DEPART'
              LINE 2 COL 5.
           05 FILLER PIC X(50) FROM WS-MESSAGE LINE 4 COL 5.

           05 FILLER PIC X(46)
              VALUE '(A)ffectation (M)odification (D)elete (Q)'
              LINE 6 COL 5.
           05 PIC X(01) USING WS-ACTION LINE 6 COL 55 REQUIRED.

           05 FILLER PIC X(16)
              VALUE 'Numero de train:' LINE 8 COL 5.
           05 PIC X(05) USING WS-ENT-TRAIN-NUM LINE 8 COL 25.

           05 FILLER PIC X(16)
              VALUE 'Date (AAAAMMJJ):' LINE 9 COL 5.
           05 PIC 9(08) USING WS-ENT-DATE LINE 9 COL 25.

           05 FILLER PIC X(21)
              VALUE 'Heure prevue (HH:MM):' LINE 10 COL 5.
           05 PIC X(05) USING WS-ENT-TIME LINE 10 COL 27.

       01  DETAIL-SCREEN FOREGROUND-COLOR IS 6.
           05 FILLER PIC X(05)
              VALUE 'Voie:' LINE 12 COL 5.
           05 PIC X(03) USING WS-ENT-PLATFORM LINE 12 COL 27.

           05 FILLER PIC X(21)
              VALUE 'Stationnement (min.):' LINE 13 COL 5.
           05 PIC 9(03) USING WS-ENT-DWELL LINE 13 COL 27.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'S'        TO SGN-REQUEST.
           MOVE "TRAIN"    TO SGN-APPLI.
           MOVE "trainplt" TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0500-LOAD-PLATFORMS-START
              THRU 0500-LOAD-PLATFORMS-END.

           OPEN INPUT TRAIN-MASTER.
           IF WS-TM-STAT NOT = '00'
               DISPLAY "OUVERTURE TRAINMST.dat IMPOSSIBLE, STATUT: "
                   WS-TM-STAT
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.

           OPEN I-O PLATASG-FILE.
           IF WS-PL-STAT = '35'
      * first use of the tool on a machine with no assignment file yet
               OPEN OUTPUT PLATASG-FILE
               CLOSE PLATASG-FILE
               OPEN I-O PLATASG-FILE
           END-IF.
           IF NOT WS-PL-OK
               DISPLAY "OUVERTURE TRAINPLT.dat IMPOSSIBLE, STATUT: "
                   WS-PL-STAT
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.

           MOVE "Bienvenue." TO WS-MESSAGE.
           PERFORM 1000-ONE-ACTION-START
              THRU 1000-ONE-ACTION-END
              UNTIL WS-ACT-QUIT.

           CLOSE TRAIN-MASTER PLATASG-FILE.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
       0000-MAIN-END.
           STOP RUN.

      *****************************************************************
      * LOAD THE DECLARED PLATFORMS - WITHOUT A REFERENCE NO PLATFORM
      * CAN BE ASSIGNED
      *****************************************************************
       0500-LOAD-PLATFORMS-START.
           OPEN INPUT PLATFORM-FILE.
           IF WS-PF-STAT NOT = '00'
               DISPLAY "OUVERTURE PLATFORM.dat IMPOSSIBLE, STATUT: "
                   WS-PF-STAT
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.
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
               WHEN WS-ACT-ASSIGN
                   PERFORM 2000-ASSIGN-START THRU 2000-ASSIGN-END
               WHEN WS-ACT-MODIFY
                   PERFORM 3000-MODIFY-START THRU 3000-MODIFY-END
               WHEN WS-ACT-DELETE
                   PERFORM 4000-DELETE-START THRU 4000-DELETE-END
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
               WHEN WS-ACT-ASSIGN
                   MOVE "AFFECTATION VOIE" TO SGN-FUNCTION
                   MOVE 'M' TO SGN-LEVEL
               WHEN WS-ACT-MODIFY
                   MOVE "MODIF AFFECTATION" TO SGN-FUNCTION
                   MOVE 'M' TO SGN-LEVEL
               WHEN WS-ACT-DELETE
                   MOVE "SUPPR AFFECTATION" TO SGN-FUNCTION
                   MOVE 'A' TO SGN-LEVEL
               WHEN OTHER
                   SET SGN-GRANTED TO TRUE
                   GO TO 1050-AUTHORIZE-END
           END-EVALUATE.
           CALL 'signon' USING SGN-PARM.
       1050-AUTHORIZE-END.
           EXIT.

      * move the keyed-in key fields to both record keys
       1100-BUILD-KEY-START.
           MOVE WS-ENT-TRAIN-NUM TO PL-TRAIN-NUM TM-TRAIN-NUM.
           MOVE WS-ENT-DATE      TO PL-DATE TM-DATE.
           MOVE WS-ENT-TIME      TO PL-TIME TM-TIME.
       1100-BUILD-KEY-END.
           EXIT.

      * the platform must be declared for the origin of the departure
       1200-CHECK-PLATFORM-START.
           SET WS-PF-NOT-FOUND TO TRUE.
           PERFORM 1210-ONE-PLATFORM-START THRU 1210-ONE-PLATFORM-END
               VARYING WS-PF-IDX FROM 1 BY 1
               UNTIL WS-PF-IDX > WS-PF-COUNT.
       1200-CHECK-PLATFORM-END.
           EXIT.

       1210-ONE-PLATFORM-START.
           IF WS-PF-STATION(WS-PF-IDX) = TM-ORIGIN
           AND WS-PF-PLATFORM(WS-PF-IDX) = WS-ENT-PLATFORM
               SET WS-PF-FOUND TO TRUE
           END-IF.
       1210-ONE-PLATFORM-END.
           EXIT.

      *****************************************************************
      * ASSIGN A PLATFORM TO ONE DEPARTURE - THE DEPARTURE MUST EXIST
      * IN THE MASTER AND MUST NOT BE ASSIGNED TWICE
      *****************************************************************
       2000-ASSIGN-START.
           PERFORM 1100-BUILD-KEY-START THRU 1100-BUILD-KEY-END.
           READ TRAIN-MASTER
               INVALID KEY
                   MOVE "Depart inconnu au planning." TO WS-MESSAGE
                   GO TO 2000-ASSIGN-END
           END-READ.

           ACCEPT DETAIL-SCREEN.
           PERFORM 1200-CHECK-PLATFORM-START
              THRU 1200-CHECK-PLATFORM-END.
           IF WS-PF-NOT-FOUND
               MOVE "Voie inconnue en gare d'origine." TO WS-MESSAGE
               GO TO 2000-ASSIGN-END
           END-IF.
           MOVE WS-ENT-PLATFORM TO PL-PLATFORM.
           MOVE WS-ENT-DWELL    TO PL-DWELL.
           WRITE TRAIN-PLATFORM-REC
               INVALID KEY
                   MOVE "Depart deja affecte." TO WS-MESSAGE
               NOT INVALID KEY
                   MOVE "Voie affectee." TO WS-MESSAGE
           END-WRITE.
       2000-ASSIGN-END.
           EXIT.

      *****************************************************************
      * CHANGE THE PLATFORM OR DWELL TIME OF AN ASSIGNED DEPARTURE
      *****************************************************************
       3000-MODIFY-START.
           PERFORM 1100-BUILD-KEY-START THRU 1100-BUILD-KEY-END.
           READ TRAIN-MASTER
               INVALID KEY
                   MOVE "Depart inconnu au planning." TO WS-MESSAGE
                   GO TO 3000-MODIFY-END
           END-READ.
           READ PLATASG-FILE
               INVALID KEY
                   MOVE "Affectation inconnue." TO WS-MESSAGE
                   GO TO 3000-MODIFY-END
           END-READ.

           MOVE PL-PLATFORM TO WS-ENT-PLATFORM.
           MOVE PL-DWELL    TO WS-ENT-DWELL.
           ACCEPT DETAIL-SCREEN.
           PERFORM 1200-CHECK-PLATFORM-START
              THRU 1200-CHECK-PLATFORM-END.
           IF WS-PF-NOT-FOUND
               MOVE "Voie inconnue en gare d'origine." TO WS-MESSAGE
               GO TO 3000-MODIFY-END
           END-IF.
           MOVE WS-ENT-PLATFORM TO PL-PLATFORM.
           MOVE WS-ENT-DWELL    TO PL-DWELL.
           REWRITE TRAIN-PLATFORM-REC
               INVALID KEY
                   MOVE "Reecriture impossible." TO WS-MESSAGE
               NOT INVALID KEY
                   MOVE "Affectation modifiee." TO WS-MESSAGE
           END-REWRITE.
       3000-MODIFY-END.
           EXIT.

      *****************************************************************
      * DELETE ONE PLATFORM ASSIGNMENT BY ITS DEPARTURE KEY
      *****************************************************************
       4000-DELETE-START.
           PERFORM 1100-BUILD-KEY-START THRU 1100-BUILD-KEY-END.
           DELETE PLATASG-FILE
               INVALID KEY
                   MOVE "Affectation inconnue." TO WS-MESSAGE
               NOT INVALID KEY
                   MOVE "Affectation supprimee." TO WS-MESSAGE
           END-DELETE.
       4000-DELETE-END.
           EXIT.
