      *                  assignment that puts the same person on two
      *                  trains whose departures are closer together
      *                  than the duty window.
      * 15/10/26 Yves    Crew record widened to 49 bytes (payroll
      *                  EMPLOYE-ID of the crew member now carried).
      * 15/10/26 Yves    Operator sign-on through signon.cbl before
      *                  the screen opens; assigning and removing
      *                  need the M role on the TRAIN application,
      *                  and sign-on, refusals and functions used go
      *                  to ACCESS.log.
      * 15/10/26 Yves    A file that cannot be opened ends the
      *                  sign-on session before the stop as well.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  traincrw.
       FILE SECTION.

       FD  CREW-FILE
           RECORD CONTAINS 49 CHARACTERS.
       01  CREW-REC.
           05 CR-ID            PIC X(05).
           05 CR-NAME          PIC X(26).
           05 CR-ROLE          PIC X(10).
           05 CR-EMPLOYE-ID    PIC 9(08).

       FD  TRAIN-MASTER
           RECORD CONTAINS 38 CHARACTERS.

       01  WS-MESSAGE          PIC X(50) VALUE SPACES.

       COPY "SIGNPARM.cpy".

      * the crew reference, loaded once from CREW.dat
       01  WS-CREW-TABLE.
           05 WS-CRW-ENTRY OCCURS 100 TIMES INDEXED BY WS-CRW-IDX.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'S'        TO SGN-REQUEST.
           MOVE "TRAIN"    TO SGN-APPLI.
           MOVE "traincrw" TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0500-LOAD-CREW-START
              THRU 0500-LOAD-CREW-END.

           IF WS-TM-STAT NOT = '00'
               DISPLAY "OUVERTURE TRAINMST.dat IMPOSSIBLE, STATUT: "
                   WS-TM-STAT
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.

           IF NOT WS-CA-OK
               DISPLAY "OUVERTURE CREWASG.dat IMPOSSIBLE, STATUT: "
                   WS-CA-STAT
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.

              UNTIL WS-ACT-QUIT.

           CLOSE TRAIN-MASTER ASSIGN-FILE.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
       0000-MAIN-END.
           STOP RUN.

           IF WS-CR-STAT NOT = '00'
               DISPLAY "OUVERTURE CREW.dat IMPOSSIBLE, STATUT: "
                   WS-CR-STAT
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.
           PERFORM 0510-READ-CREW-START
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
       1000-ONE-ACTION-END.
           EXIT.

      * the role each function needs; the sign-on routine decides
       1050-AUTHORIZE-START.
           MOVE 'F' TO SGN-REQUEST.
           EVALUATE TRUE
               WHEN WS-ACT-ASSIGN
                   MOVE "AFFECTATION EQUIPAGE" TO SGN-FUNCTION
                   MOVE 'M' TO SGN-LEVEL
               WHEN WS-ACT-REMOVE
                   MOVE "RETRAIT EQUIPAGE" TO SGN-FUNCTION
                   MOVE 'M' TO SGN-LEVEL
               WHEN OTHER
                   SET SGN-GRANTED TO TRUE
                   GO TO 1050-AUTHORIZE-END
           END-EVALUATE.
           CALL 'signon' USING SGN-PARM.
       1050-AUTHORIZE-END.
           EXIT.

      * the keyed-in member must exist in the crew reference
       1100-FIND-CREW-START.
           SET WS-CRW-NOT-FOUND TO TRUE.
