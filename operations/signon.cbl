       IDENTIFICATION DIVISION.
       PROGRAM-ID. signon.
       AUTHOR. Yves.
      *=================================================================
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: common sign-on routine CALLed by
      *                    the maintenance screens (parameter area
      *                    SIGNPARM.cpy).  The operator code and
      *                    password are checked against OPERATOR.dat
      *                    kept by opermnt.cbl; three wrong passwords
      *                    in a row lock the operator.  The role of
      *                    the operator for the calling application
      *                    is kept here for the session and every
      *                    function asked for is checked against it.
      *                    Each sign-on, refusal, function used and
      *                    end of session is written to the shared
      *                    ACCESS.log.
      * 2026-10-15 Yves    Role table of the operator record now holds
      *                    seven applications (PAIE added).
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STAT.

           SELECT ACCESS-LOG ASSIGN TO "ACCESS.log"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACL-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY "OPERREC.cpy".

       FD  ACCESS-LOG
           RECORD CONTAINS 100 CHARACTERS.
       01  ACCESS-REC          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-OPR-STAT         PIC X(02).
           88 WS-OPR-OK            VALUE '00'.
       01  WS-ACL-STAT         PIC X(02).

      * the session, kept between calls once the sign-on succeeded
       01  WS-SESSION.
           05 WS-SES-APPLI     PIC X(06) VALUE SPACES.
           05 WS-SES-PROGRAM   PIC X(08) VALUE SPACES.
           05 WS-SES-OPERATOR  PIC X(08) VALUE SPACES.
           05 WS-SES-ROLE      PIC X(01) VALUE SPACES.

       01  WS-TRY-COUNT        PIC 9(01) VALUE 0.
       01  WS-NEW-TRY-COUNT    PIC 9(01) VALUE 0.
       01  WS-DONE-SW          PIC X(01) VALUE 'N'.
           88 WS-DONE              VALUE 'Y'.
       01  WS-WANT-ID          PIC X(08).
       01  WS-WANT-PASSWORD    PIC X(20).
       01  WS-NEW-PASSWORD     PIC X(20).
       01  WS-CONFIRM-PASSWORD PIC X(20).

      * role of the operator for the calling application
       01  WS-ROLE-IDX         PIC 9(02).
       01  WS-ROLE-GOT         PIC X(01).

      * C < M < A: rank of the role held and of the role needed
       01  WS-RANK-ROLE        PIC X(01).
       01  WS-RANK             PIC 9(01).
       01  WS-HELD-RANK        PIC 9(01).
       01  WS-NEEDED-RANK      PIC 9(01).

      * password hash: operator code and password folded together
       01  WS-HASH-SOURCE.
           05 WS-HSH-ID        PIC X(08).
           05 WS-HSH-PASSWORD  PIC X(20).
       01  WS-HASH-IDX         PIC 9(02).
       01  WS-HASH-WORK        PIC 9(15).
       01  WS-HASH             PIC 9(10).

       01  WS-TIMESTAMP        PIC X(21).
       01  WS-ACCESS-LINE.
           05 ACL-TIMESTAMP    PIC X(21).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 ACL-APPLI        PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 ACL-PROGRAM      PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 ACL-OPERATOR     PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 ACL-EVENT        PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 ACL-TEXT         PIC X(44).

       LINKAGE SECTION.
       COPY "SIGNPARM.cpy".
      *=================================================================
       PROCEDURE DIVISION USING SGN-PARM.
       0000-MAIN-START.
           EVALUATE TRUE
               WHEN SGN-REQ-SIGNON
                   PERFORM 1000-SIGN-ON-START THRU 1000-SIGN-ON-END
               WHEN SGN-REQ-FUNCTION
                   PERFORM 2000-FUNCTION-START THRU 2000-FUNCTION-END
               WHEN SGN-REQ-SIGNOFF
                   PERFORM 3000-SIGN-OFF-START THRU 3000-SIGN-OFF-END
               WHEN SGN-REQ-HASH
                   MOVE SGN-OPERATOR TO WS-HSH-ID
                   MOVE SGN-PASSWORD TO WS-HSH-PASSWORD
                   PERFORM 8000-HASH-START THRU 8000-HASH-END
                   MOVE WS-HASH TO SGN-HASH
                   MOVE SPACES TO SGN-PASSWORD
                   SET SGN-GRANTED TO TRUE
               WHEN OTHER
                   SET SGN-REFUSED TO TRUE
           END-EVALUATE.
       0000-MAIN-END.
           GOBACK.

      ******************************************************************
      * SIGN-ON - UP TO THREE TRIES; THE ROLE FOR THE APPLICATION IS
      * KEPT FOR THE REST OF THE SESSION
      ******************************************************************
       1000-SIGN-ON-START.
           SET SGN-REFUSED TO TRUE.
           MOVE SPACES TO WS-SESSION.
           MOVE SGN-APPLI   TO WS-SES-APPLI.
           MOVE SGN-PROGRAM TO WS-SES-PROGRAM.
           MOVE SPACES TO SGN-OPERATOR SGN-ROLE SGN-PASSWORD.

           OPEN I-O OPERATOR-FILE.
           IF NOT WS-OPR-OK
               DISPLAY "OPERATOR.dat INACCESSIBLE, STATUT: "
                   WS-OPR-STAT
               DISPLAY "LANCER opermnt POUR CREER LES OPERATEURS."
               MOVE "FICHIER DES OPERATEURS INACCESSIBLE"
                   TO ACL-TEXT
               MOVE "REFUS" TO ACL-EVENT
               PERFORM 9000-WRITE-ACCESS-START
                  THRU 9000-WRITE-ACCESS-END
               GO TO 1000-SIGN-ON-END
           END-IF.

           MOVE 0 TO WS-TRY-COUNT.
           MOVE 'N' TO WS-DONE-SW.
           PERFORM 1100-ONE-TRY-START THRU 1100-ONE-TRY-END
               UNTIL WS-DONE OR WS-TRY-COUNT = 3.
           CLOSE OPERATOR-FILE.

           IF SGN-GRANTED
               MOVE WS-SES-OPERATOR TO SGN-OPERATOR
               MOVE WS-SES-ROLE     TO SGN-ROLE
           ELSE
               MOVE SPACES TO WS-SES-OPERATOR WS-SES-ROLE
           END-IF.
       1000-SIGN-ON-END.
           EXIT.

       1100-ONE-TRY-START.
           ADD 1 TO WS-TRY-COUNT.
           DISPLAY "Code operateur ?".
           MOVE SPACES TO WS-WANT-ID.
           ACCEPT WS-WANT-ID.
           DISPLAY "Mot de passe ?".
           MOVE SPACES TO WS-WANT-PASSWORD.
           ACCEPT WS-WANT-PASSWORD.
           MOVE WS-WANT-ID TO WS-SES-OPERATOR.

           MOVE WS-WANT-ID TO OPR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "CODE OU MOT DE PASSE INCORRECT."
                   MOVE "ECHEC" TO ACL-EVENT
                   MOVE "OPERATEUR INCONNU" TO ACL-TEXT
                   PERFORM 9000-WRITE-ACCESS-START
                      THRU 9000-WRITE-ACCESS-END
                   GO TO 1100-ONE-TRY-END
           END-READ.

           IF OPR-DISABLED OR OPR-LOCKED
               IF OPR-DISABLED
                   DISPLAY "OPERATEUR DESACTIVE."
                   MOVE "OPERATEUR DESACTIVE" TO ACL-TEXT
               ELSE
                   DISPLAY "OPERATEUR BLOQUE - VOIR L'ADMINISTRATEUR."
                   MOVE "OPERATEUR BLOQUE" TO ACL-TEXT
               END-IF
               MOVE "REFUS" TO ACL-EVENT
               PERFORM 9000-WRITE-ACCESS-START
                  THRU 9000-WRITE-ACCESS-END
               SET WS-DONE TO TRUE
               GO TO 1100-ONE-TRY-END
           END-IF.

           MOVE WS-WANT-ID       TO WS-HSH-ID.
           MOVE WS-WANT-PASSWORD TO WS-HSH-PASSWORD.
           PERFORM 8000-HASH-START THRU 8000-HASH-END.
           IF WS-HASH NOT = OPR-PASSWORD
               PERFORM 1200-WRONG-PASSWORD-START
                  THRU 1200-WRONG-PASSWORD-END
               GO TO 1100-ONE-TRY-END
           END-IF.

           SET WS-DONE TO TRUE.
           PERFORM 1300-FIND-ROLE-START THRU 1300-FIND-ROLE-END.
           IF WS-ROLE-GOT = SPACE
               DISPLAY "AUCUN ROLE POUR L'APPLICATION " WS-SES-APPLI
                   "."
               MOVE "REFUS" TO ACL-EVENT
               MOVE "AUCUN ROLE POUR L'APPLICATION" TO ACL-TEXT
               PERFORM 9000-WRITE-ACCESS-START
                  THRU 9000-WRITE-ACCESS-END
               GO TO 1100-ONE-TRY-END
           END-IF.

           IF OPR-MUST-CHANGE
               PERFORM 1400-NEW-PASSWORD-START
                  THRU 1400-NEW-PASSWORD-END
               IF OPR-MUST-CHANGE
                   MOVE "REFUS" TO ACL-EVENT
                   MOVE "MOT DE PASSE NON CHANGE" TO ACL-TEXT
                   PERFORM 9000-WRITE-ACCESS-START
                      THRU 9000-WRITE-ACCESS-END
                   GO TO 1100-ONE-TRY-END
               END-IF
           END-IF.

           MOVE 0 TO OPR-FAILURES.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:14) TO OPR-LAST-SIGNON.
           REWRITE OPERATOR-REC
               INVALID KEY
                   DISPLAY "REECRITURE OPERATOR.dat IMPOSSIBLE, "
                       "STATUT: " WS-OPR-STAT
           END-REWRITE.

           MOVE WS-ROLE-GOT TO WS-SES-ROLE.
           SET SGN-GRANTED TO TRUE.
           MOVE "SIGNON" TO ACL-EVENT.
           MOVE SPACES TO ACL-TEXT.
           STRING "ROLE " DELIMITED BY SIZE
                  WS-ROLE-GOT DELIMITED BY SIZE
                  INTO ACL-TEXT.
           PERFORM 9000-WRITE-ACCESS-START THRU 9000-WRITE-ACCESS-END.
           DISPLAY "BONJOUR " OPR-NAME.
       1100-ONE-TRY-END.
           EXIT.

      * a wrong password counts against the operator; the third in a
      * row locks the record until opermnt releases it
       1200-WRONG-PASSWORD-START.
           DISPLAY "CODE OU MOT DE PASSE INCORRECT.".
           ADD 1 TO OPR-FAILURES.
           MOVE "ECHEC" TO ACL-EVENT.
           MOVE "MOT DE PASSE INCORRECT" TO ACL-TEXT.
           IF OPR-FAILURES NOT < 3
               MOVE 'B' TO OPR-STATUS
               MOVE "BLOQUE" TO ACL-EVENT
               MOVE "3 MOTS DE PASSE INCORRECTS - BLOQUE" TO ACL-TEXT
               DISPLAY "OPERATEUR BLOQUE - VOIR L'ADMINISTRATEUR."
               SET WS-DONE TO TRUE
           END-IF.
           REWRITE OPERATOR-REC
               INVALID KEY
                   DISPLAY "REECRITURE OPERATOR.dat IMPOSSIBLE, "
                       "STATUT: " WS-OPR-STAT
           END-REWRITE.
           PERFORM 9000-WRITE-ACCESS-START THRU 9000-WRITE-ACCESS-END.
       1200-WRONG-PASSWORD-END.
           EXIT.

      * the role held for the calling application, space when none
       1300-FIND-ROLE-START.
           MOVE SPACE TO WS-ROLE-GOT.
           PERFORM 1310-ONE-ROLE-START THRU 1310-ONE-ROLE-END
               VARYING WS-ROLE-IDX FROM 1 BY 1
               UNTIL WS-ROLE-IDX > 7 OR WS-ROLE-GOT NOT = SPACE.
       1300-FIND-ROLE-END.
           EXIT.

       1310-ONE-ROLE-START.
           IF OPR-APPLI(WS-ROLE-IDX) = WS-SES-APPLI
               MOVE OPR-ROLE(WS-ROLE-IDX) TO WS-ROLE-GOT
           END-IF.
       1310-ONE-ROLE-END.
           EXIT.

      * a password set by the administrator is changed by the
      * operator at the first sign-on; three tries, then refused
       1400-NEW-PASSWORD-START.
           DISPLAY "MOT DE PASSE PROVISOIRE - CHOISIR LE VOTRE.".
           MOVE 0 TO WS-NEW-TRY-COUNT.
           PERFORM 1410-ASK-NEW-START THRU 1410-ASK-NEW-END
               UNTIL NOT OPR-MUST-CHANGE OR WS-NEW-TRY-COUNT = 3.
       1400-NEW-PASSWORD-END.
           EXIT.

       1410-ASK-NEW-START.
           ADD 1 TO WS-NEW-TRY-COUNT.
           DISPLAY "Nouveau mot de passe ?".
           MOVE SPACES TO WS-NEW-PASSWORD.
           ACCEPT WS-NEW-PASSWORD.
           DISPLAY "Confirmer le mot de passe ?".
           MOVE SPACES TO WS-CONFIRM-PASSWORD.
           ACCEPT WS-CONFIRM-PASSWORD.
           IF WS-NEW-PASSWORD = SPACES
               OR WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
               DISPLAY "MOTS DE PASSE VIDES OU DIFFERENTS."
               GO TO 1410-ASK-NEW-END
           END-IF.
           MOVE WS-NEW-PASSWORD TO WS-HSH-PASSWORD.
           PERFORM 8000-HASH-START THRU 8000-HASH-END.
           IF WS-HASH = OPR-PASSWORD
               DISPLAY "LE NOUVEAU MOT DE PASSE DOIT ETRE DIFFERENT."
               GO TO 1410-ASK-NEW-END
           END-IF.
           MOVE WS-HASH TO OPR-PASSWORD.
           MOVE 'N' TO OPR-PWD-CHANGE.
       1410-ASK-NEW-END.
           EXIT.

      ******************************************************************
      * FUNCTION CHECK - THE ROLE HELD MUST REACH THE ROLE NEEDED
      ******************************************************************
       2000-FUNCTION-START.
           SET SGN-REFUSED TO TRUE.
           MOVE WS-SES-OPERATOR TO SGN-OPERATOR.
           MOVE SGN-FUNCTION TO ACL-TEXT.
           IF WS-SES-OPERATOR = SPACES
               MOVE "REFUS" TO ACL-EVENT
               PERFORM 9000-WRITE-ACCESS-START
                  THRU 9000-WRITE-ACCESS-END
               GO TO 2000-FUNCTION-END
           END-IF.

           MOVE WS-SES-ROLE TO WS-RANK-ROLE.
           PERFORM 2100-RANK-START THRU 2100-RANK-END.
           MOVE WS-RANK TO WS-HELD-RANK.
           MOVE SGN-LEVEL TO WS-RANK-ROLE.
           PERFORM 2100-RANK-START THRU 2100-RANK-END.
           MOVE WS-RANK TO WS-NEEDED-RANK.

           IF WS-HELD-RANK < WS-NEEDED-RANK OR WS-NEEDED-RANK = 0
               MOVE "REFUS" TO ACL-EVENT
           ELSE
               MOVE "FONCTION" TO ACL-EVENT
               SET SGN-GRANTED TO TRUE
           END-IF.
           PERFORM 9000-WRITE-ACCESS-START THRU 9000-WRITE-ACCESS-END.
       2000-FUNCTION-END.
           EXIT.

       2100-RANK-START.
           EVALUATE WS-RANK-ROLE
               WHEN 'C'
                   MOVE 1 TO WS-RANK
               WHEN 'M'
                   MOVE 2 TO WS-RANK
               WHEN 'A'
                   MOVE 3 TO WS-RANK
               WHEN OTHER
                   MOVE 0 TO WS-RANK
           END-EVALUATE.
       2100-RANK-END.
           EXIT.

      ******************************************************************
      * END OF SESSION
      ******************************************************************
       3000-SIGN-OFF-START.
           IF WS-SES-OPERATOR NOT = SPACES
               MOVE "FIN" TO ACL-EVENT
               MOVE SPACES TO ACL-TEXT
               PERFORM 9000-WRITE-ACCESS-START
                  THRU 9000-WRITE-ACCESS-END
           END-IF.
           MOVE SPACES TO WS-SES-OPERATOR WS-SES-ROLE.
           SET SGN-GRANTED TO TRUE.
       3000-SIGN-OFF-END.
           EXIT.

      ******************************************************************
      * ONE-WAY HASH OF WS-HASH-SOURCE INTO WS-HASH
      ******************************************************************
       8000-HASH-START.
           MOVE 0 TO WS-HASH-WORK.
           PERFORM 8100-HASH-ONE-START THRU 8100-HASH-ONE-END
               VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > 28.
           MOVE WS-HASH-WORK TO WS-HASH.
       8000-HASH-END.
           EXIT.

       8100-HASH-ONE-START.
           COMPUTE WS-HASH-WORK = FUNCTION MOD(WS-HASH-WORK * 131
               + FUNCTION ORD(WS-HASH-SOURCE(WS-HASH-IDX:1)),
               9999999967).
       8100-HASH-ONE-END.
           EXIT.

      ******************************************************************
      * ONE LINE OF THE SHARED ACCESS LOG
      ******************************************************************
       9000-WRITE-ACCESS-START.
           OPEN EXTEND ACCESS-LOG.
           IF WS-ACL-STAT = '35'
               OPEN OUTPUT ACCESS-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP    TO ACL-TIMESTAMP.
           MOVE WS-SES-APPLI    TO ACL-APPLI.
           MOVE WS-SES-PROGRAM  TO ACL-PROGRAM.
           MOVE WS-SES-OPERATOR TO ACL-OPERATOR.
           MOVE WS-ACCESS-LINE  TO ACCESS-REC.
           WRITE ACCESS-REC.
           CLOSE ACCESS-LOG.
           MOVE SPACES TO ACL-TEXT ACL-EVENT.
       9000-WRITE-ACCESS-END.
           EXIT.
