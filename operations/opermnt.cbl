       IDENTIFICATION DIVISION.
       PROGRAM-ID. opermnt.
       AUTHOR. Yves.
      *=================================================================
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: maintenance of the operator file
      *                    OPERATOR.dat read at sign-on by signon.cbl
      *                    - add an operator with a provisional
      *                    password and a role per application (C
      *                    consultation, M mise a jour, A
      *                    administration), change the name or roles,
      *                    reset the password (which also releases a
      *                    locked operator), deactivate, reactivate
      *                    and list.  The screen itself needs role A
      *                    on the OPER application (C to list); when
      *                    the file is missing or empty the first
      *                    administrator is created before the
      *                    sign-on.  Every change writes a before/
      *                    after image to OPERHIST.log, the
      *                    clientmt.cbl journal convention; the
      *                    password hash is never journalled.
      * 2026-10-15 Yves    New JOBS application for the daytime job
      *                    request queue (jobsubm.cbl): the sixth
      *                    role of the table; images and journal
      *                    lines widened to hold it.
      * 2026-10-15 Yves    New PAIE application for the payroll
      *                    screens (paybref, payrev, paysign, payagen,
      *                    payleave): the seventh role, taken from the
      *                    spare end of the record so OPERATOR.dat
      *                    keeps its length; existing operators have
      *                    no PAIE role until one is given.  Images
      *                    and journal lines widened to hold it.
      * 2026-10-15 Yves    An early stop after sign-on (a file that
      *                    cannot be opened) ends the session in
      *                    ACCESS.log first.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPR-STAT.

           SELECT HISTORY-FILE ASSIGN TO "OPERHIST.log"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HIST-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY "OPERREC.cpy".

       FD  HISTORY-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  HISTORY-REC         PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-OPR-STAT         PIC X(02).
           88 WS-OPR-OK            VALUE '00'.
           88 WS-OPR-EOF           VALUE '10'.
       01  WS-HIST-STAT        PIC X(02).

       COPY "SIGNPARM.cpy".

       01  WS-ACTION           PIC X(01).
           88 WS-ACT-ADD           VALUE 'A' 'a'.
           88 WS-ACT-MODIFY        VALUE 'M' 'm'.
           88 WS-ACT-PASSWORD      VALUE 'P' 'p'.
           88 WS-ACT-DEACT         VALUE 'D' 'd'.
           88 WS-ACT-REACT         VALUE 'R' 'r'.
           88 WS-ACT-LIST          VALUE 'L' 'l'.
           88 WS-ACT-QUIT          VALUE 'Q' 'q'.

      * the applications that take a role, in role-table order
       01  WS-APPLI-LIST       PIC X(42)
           VALUE "CLIENTDEPT  TRAIN ASSUR OPER  JOBS  PAIE  ".
       01  WS-APPLI-TABLE REDEFINES WS-APPLI-LIST.
           05 WS-APPLI-CODE    PIC X(06) OCCURS 7 TIMES.
       01  WS-APPLI-IDX        PIC 9(02).

       01  WS-OPERATOR         PIC X(10).
       01  WS-WANT-ID          PIC X(08).
       01  WS-WANT-NAME        PIC X(30).
       01  WS-WANT-ROLE        PIC X(01).
           88 WS-ROLE-VALID        VALUE 'C' 'M' 'A' '-' ' '.
       01  WS-NEW-PASSWORD     PIC X(20).
       01  WS-CONFIRM-PASSWORD PIC X(20).
       01  WS-PASSWORD-OK-SW   PIC X(01) VALUE 'N'.
           88 WS-PASSWORD-OK       VALUE 'Y'.
       01  WS-ROLES-PTR        PIC 9(02).
       01  WS-LIST-COUNT       PIC 9(04) VALUE 0.
       01  WS-FIRST-RUN-SW     PIC X(01) VALUE 'N'.
           88 WS-FIRST-RUN         VALUE 'Y'.

      * journal image of an operator, without the password hash
       01  WS-OPR-IMAGE.
           05 IMG-ID           PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 IMG-NAME         PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 IMG-STATUS       PIC X(01).
           05 IMG-FAILURES     PIC 9(01).
           05 IMG-PWD-CHANGE   PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 IMG-ROLES        PIC X(56).
       01  WS-BEFORE-IMAGE     PIC X(100).
       01  WS-TIMESTAMP        PIC X(21).

       01  WS-HIST-LINE.
           05 HIS-TIMESTAMP    PIC X(21).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 HIS-OPERATOR     PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 HIS-ACTION       PIC X(08).
           05 FILLER           PIC X(04) VALUE " AV:".
           05 HIS-BEFORE       PIC X(100).
           05 FILLER           PIC X(04) VALUE " AP:".
           05 HIS-AFTER        PIC X(100).
      *=================================================================
       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 0100-FIRST-RUN-START THRU 0100-FIRST-RUN-END.

           MOVE 'S'       TO SGN-REQUEST.
           MOVE "OPER"    TO SGN-APPLI.
           MOVE "opermnt" TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SGN-OPERATOR TO WS-OPERATOR.

           OPEN I-O OPERATOR-FILE.
           IF NOT WS-OPR-OK
               DISPLAY "OUVERTURE OPERATOR.dat IMPOSSIBLE, STATUT: "
                   WS-OPR-STAT
               MOVE 12 TO RETURN-CODE
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.
           PERFORM 1000-ONE-ACTION-START THRU 1000-ONE-ACTION-END
               UNTIL WS-ACT-QUIT.
           CLOSE OPERATOR-FILE.

           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * NO OPERATOR FILE YET, OR AN EMPTY ONE: THE FIRST ADMINISTRATOR
      * IS CREATED WITH ROLE A ON EVERY APPLICATION, THEN SIGNS ON
      ******************************************************************
       0100-FIRST-RUN-START.
           OPEN I-O OPERATOR-FILE.
           IF WS-OPR-STAT = '35'
               OPEN OUTPUT OPERATOR-FILE
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
           END-IF.
           IF NOT WS-OPR-OK
               DISPLAY "OUVERTURE OPERATOR.dat IMPOSSIBLE, STATUT: "
                   WS-OPR-STAT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE LOW-VALUES TO OPR-ID.
           START OPERATOR-FILE KEY IS NOT LESS THAN OPR-ID
               INVALID KEY SET WS-FIRST-RUN TO TRUE
           END-START.
           IF NOT WS-FIRST-RUN
               CLOSE OPERATOR-FILE
               GO TO 0100-FIRST-RUN-END
           END-IF.

           DISPLAY "AUCUN OPERATEUR - CREATION DE L'ADMINISTRATEUR.".
           MOVE SPACES TO WS-WANT-ID.
           PERFORM 0110-ASK-FIRST-ID-START THRU 0110-ASK-FIRST-ID-END
               UNTIL WS-WANT-ID NOT = SPACES.
           DISPLAY "Nom de l'administrateur ?".
           MOVE SPACES TO WS-WANT-NAME.
           ACCEPT WS-WANT-NAME.

           MOVE SPACES TO OPERATOR-REC.
           MOVE WS-WANT-ID   TO OPR-ID.
           MOVE WS-WANT-NAME TO OPR-NAME.
           MOVE 'A' TO OPR-STATUS.
           MOVE 0   TO OPR-FAILURES.
           MOVE 'N' TO OPR-PWD-CHANGE.
           PERFORM 0120-ALL-ADMIN-START THRU 0120-ALL-ADMIN-END
               VARYING WS-APPLI-IDX FROM 1 BY 1
               UNTIL WS-APPLI-IDX > 7.
           MOVE 'N' TO WS-PASSWORD-OK-SW.
           PERFORM 4000-ASK-PASSWORD-START THRU 4000-ASK-PASSWORD-END
               UNTIL WS-PASSWORD-OK.

           WRITE OPERATOR-REC
               INVALID KEY
                   DISPLAY "ECRITURE IMPOSSIBLE, STATUT: " WS-OPR-STAT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           CLOSE OPERATOR-FILE.

           MOVE WS-WANT-ID TO WS-OPERATOR.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE "INIT    " TO HIS-ACTION.
           PERFORM 4200-WRITE-HISTORY-START
              THRU 4200-WRITE-HISTORY-END.
           DISPLAY "ADMINISTRATEUR " WS-WANT-ID
               " CREE - IDENTIFIEZ-VOUS.".
       0100-FIRST-RUN-END.
           EXIT.

       0110-ASK-FIRST-ID-START.
           DISPLAY "Code de l'administrateur (8 caracteres) ?".
           ACCEPT WS-WANT-ID.
       0110-ASK-FIRST-ID-END.
           EXIT.

       0120-ALL-ADMIN-START.
           MOVE WS-APPLI-CODE(WS-APPLI-IDX) TO OPR-APPLI(WS-APPLI-IDX).
           MOVE 'A' TO OPR-ROLE(WS-APPLI-IDX).
       0120-ALL-ADMIN-END.
           EXIT.

      ******************************************************************
      * ONE MAINTENANCE ACTION PER PASS, CHECKED AGAINST THE ROLE
      ******************************************************************
       1000-ONE-ACTION-START.
           DISPLAY "Action : (A)jout / (M)odification / mot de (P)asse"
               " / (D)esactivation / (R)eactivation / (L)iste /"
               " (Q)uitter ?".
           ACCEPT WS-ACTION.

           IF NOT WS-ACT-QUIT
               PERFORM 1100-AUTHORIZE-START THRU 1100-AUTHORIZE-END
               IF SGN-REFUSED
                   DISPLAY "FONCTION NON AUTORISEE POUR VOTRE ROLE."
                   GO TO 1000-ONE-ACTION-END
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   PERFORM 2000-ADD-START THRU 2000-ADD-END
               WHEN WS-ACT-MODIFY
                   PERFORM 2100-MODIFY-START THRU 2100-MODIFY-END
               WHEN WS-ACT-PASSWORD
                   PERFORM 2200-PASSWORD-START THRU 2200-PASSWORD-END
               WHEN WS-ACT-DEACT
                   PERFORM 2300-DEACT-START THRU 2300-DEACT-END
               WHEN WS-ACT-REACT
                   PERFORM 2400-REACT-START THRU 2400-REACT-END
               WHEN WS-ACT-LIST
                   PERFORM 3000-LIST-START THRU 3000-LIST-END
               WHEN WS-ACT-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Action inconnue."
           END-EVALUATE.
       1000-ONE-ACTION-END.
           EXIT.

      * the role each function needs; the sign-on routine decides
       1100-AUTHORIZE-START.
           MOVE 'F' TO SGN-REQUEST.
           MOVE 'A' TO SGN-LEVEL.
           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   MOVE "AJOUT OPERATEUR" TO SGN-FUNCTION
               WHEN WS-ACT-MODIFY
                   MOVE "MODIF OPERATEUR" TO SGN-FUNCTION
               WHEN WS-ACT-PASSWORD
                   MOVE "MOT DE PASSE" TO SGN-FUNCTION
               WHEN WS-ACT-DEACT
                   MOVE "DESACTIVATION" TO SGN-FUNCTION
               WHEN WS-ACT-REACT
                   MOVE "REACTIVATION" TO SGN-FUNCTION
               WHEN WS-ACT-LIST
                   MOVE "LISTE" TO SGN-FUNCTION
                   MOVE 'C' TO SGN-LEVEL
               WHEN OTHER
                   SET SGN-GRANTED TO TRUE
                   GO TO 1100-AUTHORIZE-END
           END-EVALUATE.
           CALL 'signon' USING SGN-PARM.
       1100-AUTHORIZE-END.
           EXIT.

      * one keyed read of WS-WANT-ID, asked for here
       1200-FIND-ID-START.
           DISPLAY "Code operateur ?".
           MOVE SPACES TO WS-WANT-ID.
           ACCEPT WS-WANT-ID.
           MOVE WS-WANT-ID TO OPR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "OPERATEUR INCONNU: " WS-WANT-ID
           END-READ.
       1200-FIND-ID-END.
           EXIT.

      ******************************************************************
      * ADD - NEW CODE, PROVISIONAL PASSWORD, ONE ROLE PER APPLICATION
      ******************************************************************
       2000-ADD-START.
           DISPLAY "Code du nouvel operateur (8 caracteres) ?".
           MOVE SPACES TO WS-WANT-ID.
           ACCEPT WS-WANT-ID.
           IF WS-WANT-ID = SPACES
               DISPLAY "CODE OBLIGATOIRE."
               GO TO 2000-ADD-END
           END-IF.
           MOVE WS-WANT-ID TO OPR-ID.
           READ OPERATOR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "CODE DEJA PRESENT: " WS-WANT-ID
                   GO TO 2000-ADD-END
           END-READ.

           MOVE SPACES TO OPERATOR-REC.
           MOVE WS-WANT-ID TO OPR-ID.
           DISPLAY "Nom ?".
           MOVE SPACES TO WS-WANT-NAME.
           ACCEPT WS-WANT-NAME.
           MOVE WS-WANT-NAME TO OPR-NAME.
           MOVE 'A' TO OPR-STATUS.
           MOVE 0   TO OPR-FAILURES.
           MOVE 'O' TO OPR-PWD-CHANGE.
           PERFORM 4100-ASK-ROLE-START THRU 4100-ASK-ROLE-END
               VARYING WS-APPLI-IDX FROM 1 BY 1
               UNTIL WS-APPLI-IDX > 7.
           DISPLAY "Mot de passe provisoire :".
           MOVE 'N' TO WS-PASSWORD-OK-SW.
           PERFORM 4000-ASK-PASSWORD-START THRU 4000-ASK-PASSWORD-END
               UNTIL WS-PASSWORD-OK.

           WRITE OPERATOR-REC
               INVALID KEY
                   DISPLAY "ECRITURE IMPOSSIBLE, STATUT: " WS-OPR-STAT
                   GO TO 2000-ADD-END
           END-WRITE.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE "AJOUT   " TO HIS-ACTION.
           PERFORM 4200-WRITE-HISTORY-START
              THRU 4200-WRITE-HISTORY-END.
           DISPLAY "OPERATEUR AJOUTE.".
       2000-ADD-END.
           EXIT.

      ******************************************************************
      * MODIFY - NAME AND ROLES; A BLANK ANSWER KEEPS THE VALUE
      ******************************************************************
       2100-MODIFY-START.
           PERFORM 1200-FIND-ID-START THRU 1200-FIND-ID-END.
           IF NOT WS-OPR-OK
               GO TO 2100-MODIFY-END
           END-IF.
           PERFORM 4300-IMAGE-START THRU 4300-IMAGE-END.
           MOVE WS-OPR-IMAGE TO WS-BEFORE-IMAGE.

           DISPLAY "Nom (actuel: " OPR-NAME ") ?".
           MOVE SPACES TO WS-WANT-NAME.
           ACCEPT WS-WANT-NAME.
           IF WS-WANT-NAME NOT = SPACES
               MOVE WS-WANT-NAME TO OPR-NAME
           END-IF.
           PERFORM 4100-ASK-ROLE-START THRU 4100-ASK-ROLE-END
               VARYING WS-APPLI-IDX FROM 1 BY 1
               UNTIL WS-APPLI-IDX > 7.

           PERFORM 4400-REWRITE-START THRU 4400-REWRITE-END.
           MOVE "MODIF   " TO HIS-ACTION.
           PERFORM 4200-WRITE-HISTORY-START
              THRU 4200-WRITE-HISTORY-END.
           DISPLAY "OPERATEUR MODIFIE.".
       2100-MODIFY-END.
           EXIT.

      ******************************************************************
      * PASSWORD - A NEW PROVISIONAL PASSWORD, TO BE CHANGED AT THE
      * NEXT SIGN-ON; A LOCKED OPERATOR IS RELEASED
      ******************************************************************
       2200-PASSWORD-START.
           PERFORM 1200-FIND-ID-START THRU 1200-FIND-ID-END.
           IF NOT WS-OPR-OK
               GO TO 2200-PASSWORD-END
           END-IF.
           PERFORM 4300-IMAGE-START THRU 4300-IMAGE-END.
           MOVE WS-OPR-IMAGE TO WS-BEFORE-IMAGE.

           DISPLAY "Mot de passe provisoire :".
           MOVE 'N' TO WS-PASSWORD-OK-SW.
           PERFORM 4000-ASK-PASSWORD-START THRU 4000-ASK-PASSWORD-END
               UNTIL WS-PASSWORD-OK.
           MOVE 'O' TO OPR-PWD-CHANGE.
           MOVE 0   TO OPR-FAILURES.
           IF OPR-LOCKED
               MOVE 'A' TO OPR-STATUS
           END-IF.

           PERFORM 4400-REWRITE-START THRU 4400-REWRITE-END.
           MOVE "PASSWORD" TO HIS-ACTION.
           PERFORM 4200-WRITE-HISTORY-START
              THRU 4200-WRITE-HISTORY-END.
           DISPLAY "MOT DE PASSE REINITIALISE.".
       2200-PASSWORD-END.
           EXIT.

      ******************************************************************
      * DEACTIVATE - LOGICAL ONLY; THE SIGNED-ON CODE ITSELF IS REFUSED
      ******************************************************************
       2300-DEACT-START.
           PERFORM 1200-FIND-ID-START THRU 1200-FIND-ID-END.
           IF NOT WS-OPR-OK
               GO TO 2300-DEACT-END
           END-IF.
           IF OPR-ID = WS-OPERATOR
               DISPLAY "IMPOSSIBLE DE SE DESACTIVER SOI-MEME."
               GO TO 2300-DEACT-END
           END-IF.
           PERFORM 4300-IMAGE-START THRU 4300-IMAGE-END.
           MOVE WS-OPR-IMAGE TO WS-BEFORE-IMAGE.
           MOVE 'I' TO OPR-STATUS.

           PERFORM 4400-REWRITE-START THRU 4400-REWRITE-END.
           MOVE "DESACT  " TO HIS-ACTION.
           PERFORM 4200-WRITE-HISTORY-START
              THRU 4200-WRITE-HISTORY-END.
           DISPLAY "OPERATEUR DESACTIVE.".
       2300-DEACT-END.
           EXIT.

      ******************************************************************
      * REACTIVATE - A DEACTIVATED OR LOCKED OPERATOR IS ACTIVE AGAIN
      ******************************************************************
       2400-REACT-START.
           PERFORM 1200-FIND-ID-START THRU 1200-FIND-ID-END.
           IF NOT WS-OPR-OK
               GO TO 2400-REACT-END
           END-IF.
           PERFORM 4300-IMAGE-START THRU 4300-IMAGE-END.
           MOVE WS-OPR-IMAGE TO WS-BEFORE-IMAGE.
           MOVE 'A' TO OPR-STATUS.
           MOVE 0   TO OPR-FAILURES.

           PERFORM 4400-REWRITE-START THRU 4400-REWRITE-END.
           MOVE "REACT   " TO HIS-ACTION.
           PERFORM 4200-WRITE-HISTORY-START
              THRU 4200-WRITE-HISTORY-END.
           DISPLAY "OPERATEUR REACTIVE.".
       2400-REACT-END.
           EXIT.

      ******************************************************************
      * LIST EVERY OPERATOR IN CODE ORDER
      ******************************************************************
       3000-LIST-START.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO OPR-ID.
           START OPERATOR-FILE KEY IS NOT LESS THAN OPR-ID
               INVALID KEY
                   DISPLAY "AUCUN OPERATEUR."
                   GO TO 3000-LIST-END
           END-START.
           DISPLAY "CODE     NOM                            S E R"
               " ROLES".
           PERFORM 3100-LIST-ONE-START THRU 3100-LIST-ONE-END
               UNTIL WS-OPR-EOF.
           DISPLAY "OPERATEURS: " WS-LIST-COUNT.
       3000-LIST-END.
           EXIT.

       3100-LIST-ONE-START.
           READ OPERATOR-FILE NEXT RECORD
               AT END GO TO 3100-LIST-ONE-END
           END-READ.
           ADD 1 TO WS-LIST-COUNT.
           PERFORM 4300-IMAGE-START THRU 4300-IMAGE-END.
           DISPLAY OPR-ID " " OPR-NAME " " OPR-STATUS " "
               OPR-FAILURES " " OPR-PWD-CHANGE " " IMG-ROLES.
       3100-LIST-ONE-END.
           EXIT.

      ******************************************************************
      * PASSWORD ENTRY - TYPED TWICE, STORED AS ITS HASH ONLY
      ******************************************************************
       4000-ASK-PASSWORD-START.
           DISPLAY "Mot de passe ?".
           MOVE SPACES TO WS-NEW-PASSWORD.
           ACCEPT WS-NEW-PASSWORD.
           DISPLAY "Confirmer le mot de passe ?".
           MOVE SPACES TO WS-CONFIRM-PASSWORD.
           ACCEPT WS-CONFIRM-PASSWORD.
           IF WS-NEW-PASSWORD = SPACES
               OR WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
               DISPLAY "MOTS DE PASSE VIDES OU DIFFERENTS."
               GO TO 4000-ASK-PASSWORD-END
           END-IF.
           MOVE 'H'             TO SGN-REQUEST.
           MOVE OPR-ID          TO SGN-OPERATOR.
           MOVE WS-NEW-PASSWORD TO SGN-PASSWORD.
           CALL 'signon' USING SGN-PARM.
           MOVE SGN-HASH TO OPR-PASSWORD.
           MOVE SPACES TO WS-NEW-PASSWORD WS-CONFIRM-PASSWORD.
           MOVE WS-OPERATOR TO SGN-OPERATOR.
           SET WS-PASSWORD-OK TO TRUE.
       4000-ASK-PASSWORD-END.
           EXIT.

      * role for one application: C, M, A, - for none, blank keeps
      * the role already held
       4100-ASK-ROLE-START.
           DISPLAY "Role " WS-APPLI-CODE(WS-APPLI-IDX)
               " (C/M/A, - = aucun, actuel: " OPR-ROLE(WS-APPLI-IDX)
               ") ?".
           MOVE SPACE TO WS-WANT-ROLE.
           ACCEPT WS-WANT-ROLE.
           MOVE FUNCTION UPPER-CASE(WS-WANT-ROLE) TO WS-WANT-ROLE.
           IF NOT WS-ROLE-VALID
               DISPLAY "ROLE INCONNU - INCHANGE."
               MOVE SPACE TO WS-WANT-ROLE
           END-IF.
           MOVE WS-APPLI-CODE(WS-APPLI-IDX) TO OPR-APPLI(WS-APPLI-IDX).
           EVALUATE WS-WANT-ROLE
               WHEN '-'
                   MOVE SPACE TO OPR-ROLE(WS-APPLI-IDX)
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-WANT-ROLE TO OPR-ROLE(WS-APPLI-IDX)
           END-EVALUATE.
       4100-ASK-ROLE-END.
           EXIT.

      ******************************************************************
      * ONE JOURNAL LINE PER CHANGE: WHO, WHEN, BEFORE AND AFTER
      ******************************************************************
       4200-WRITE-HISTORY-START.
           PERFORM 4300-IMAGE-START THRU 4300-IMAGE-END.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HIST-STAT = '35'
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP    TO HIS-TIMESTAMP.
           MOVE WS-OPERATOR     TO HIS-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO HIS-BEFORE.
           MOVE WS-OPR-IMAGE    TO HIS-AFTER.
           MOVE WS-HIST-LINE TO HISTORY-REC.
           WRITE HISTORY-REC.
           CLOSE HISTORY-FILE.
       4200-WRITE-HISTORY-END.
           EXIT.

      * the operator in hand as a journal image; the roles read
      * APPLI=R for each application that has one
       4300-IMAGE-START.
           MOVE OPR-ID         TO IMG-ID.
           MOVE OPR-NAME       TO IMG-NAME.
           MOVE OPR-STATUS     TO IMG-STATUS.
           MOVE OPR-FAILURES   TO IMG-FAILURES.
           MOVE OPR-PWD-CHANGE TO IMG-PWD-CHANGE.
           MOVE SPACES TO IMG-ROLES.
           MOVE 1 TO WS-ROLES-PTR.
           PERFORM 4310-IMAGE-ROLE-START THRU 4310-IMAGE-ROLE-END
               VARYING WS-APPLI-IDX FROM 1 BY 1
               UNTIL WS-APPLI-IDX > 7.
       4300-IMAGE-END.
           EXIT.

       4310-IMAGE-ROLE-START.
           IF OPR-ROLE(WS-APPLI-IDX) NOT = SPACE
               STRING OPR-APPLI(WS-APPLI-IDX) DELIMITED BY SPACE
                      "=" DELIMITED BY SIZE
                      OPR-ROLE(WS-APPLI-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                   INTO IMG-ROLES WITH POINTER WS-ROLES-PTR
           END-IF.
       4310-IMAGE-ROLE-END.
           EXIT.

       4400-REWRITE-START.
           REWRITE OPERATOR-REC
               INVALID KEY
                   DISPLAY "REECRITURE IMPOSSIBLE, STATUT: "
                       WS-OPR-STAT
           END-REWRITE.
       4400-REWRITE-END.
           EXIT.
