      *                  train-schedule master TRAINMST.dat - look up,
      *                  add, modify and delete one schedule entry at
      *                  a time without a full reload.
      * 15/10/26 Yves    Operator sign-on through signon.cbl before
      *                  the screen opens; each action is checked
      *                  against the operator's TRAIN role (lookup
      *                  needs C, add and modify M, delete A), and
      *                  sign-on, refusals and functions used go to
      *                  ACCESS.log.
      * 15/10/26 Yves    A file that cannot be opened ends the
      *                  sign-on session before the stop as well.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trainmnt.

       01  WS-MESSAGE          PIC X(50) VALUE SPACES.

       COPY "SIGNPARM.cpy".

       SCREEN SECTION.
       01  MENU-SCREEN FOREGROUND-COLOR IS 6.
           03 BLANK SCREEN.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'S'        TO SGN-REQUEST.
           MOVE "TRAIN"    TO SGN-APPLI.
           MOVE "trainmnt" TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O TRAIN-MASTER.
           IF WS-TM-STAT = '35'
      * first use of the tool on a machine with no master yet
           IF NOT WS-TM-OK
               DISPLAY "OUVERTURE TRAINMST.dat IMPOSSIBLE, STATUT: "
                   WS-TM-STAT
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.

              UNTIL WS-ACT-QUIT.

           CLOSE TRAIN-MASTER.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
       0000-MAIN-END.
           STOP RUN.

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
       1000-ONE-ACTION-END.
           EXIT.

      * the role each function needs; the sign-on routine decides
       1050-AUTHORIZE-START.
           MOVE 'F' TO SGN-REQUEST.
           EVALUATE TRUE
               WHEN WS-ACT-LOOKUP
                   MOVE "CONSULT PLANNING" TO SGN-FUNCTION
                   MOVE 'C' TO SGN-LEVEL
               WHEN WS-ACT-ADD
                   MOVE "AJOUT PLANNING" TO SGN-FUNCTION
                   MOVE 'M' TO SGN-LEVEL
               WHEN WS-ACT-MODIFY
                   MOVE "MODIF PLANNING" TO SGN-FUNCTION
                   MOVE 'M' TO SGN-LEVEL
               WHEN WS-ACT-DELETE
                   MOVE "SUPPR PLANNING" TO SGN-FUNCTION
                   MOVE 'A' TO SGN-LEVEL
               WHEN OTHER
                   SET SGN-GRANTED TO TRUE
                   GO TO 1050-AUTHORIZE-END
           END-EVALUATE.
           CALL 'signon' USING SGN-PARM.
       1050-AUTHORIZE-END.
           EXIT.

      * move the keyed-in key fields to the record key
       1100-BUILD-KEY-START.
           MOVE WS-ENT-TRAIN-NUM TO TM-TRAIN-NUM.
