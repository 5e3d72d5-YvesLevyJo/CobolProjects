      *****************************************************************
      *    Referentiel des entreprises : code, nom officiel, variantes
      *****************************************************************
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: company master maintenance - the
      *                    indexed CIEMAST.dat holds one record per
      *                    company code with its official name and up
      *                    to eight known spellings of the free-text
      *                    entreprise field of assurances.dat.  A name
      *                    or spelling already attached to another
      *                    code (compared in upper case) is refused,
      *                    so that every spelling resolves to a single
      *                    company.
      * 2026-10-15 Yves    Operator sign-on through signon.cbl for
      *                    ASSUR: creating a company and changing its
      *                    names need the M role, deleting it the A
      *                    role; sign-on, refusals and functions used
      *                    go to ACCESS.log.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  assurcie.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIE-MASTER ASSIGN TO 'CIEMAST.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIE-CODE
           FILE STATUS IS WS-CIE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one company: its code, official name and known spellings
       FD CIE-MASTER
           RECORD CONTAINS 375 CHARACTERS.
       01  CIE-REC.
           05 CIE-CODE                PIC X(6).
           05 CIE-NOM                 PIC X(41).
           05 CIE-VARIANT             PIC X(41) OCCURS 8 TIMES.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CIE-STATUS              PIC X(2).
           88 WS-CIE-OK                   VALUE '00'.

       01  WS-ACTION                  PIC X(01).
           88 WS-ACT-CREATE               VALUE 'C' 'c'.
           88 WS-ACT-RENAME               VALUE 'N' 'n'.
           88 WS-ACT-ADD-VAR              VALUE 'V' 'v'.
           88 WS-ACT-DROP-VAR             VALUE 'R' 'r'.
           88 WS-ACT-DELETE               VALUE 'S' 's'.
           88 WS-ACT-LIST                 VALUE 'L' 'l'.
           88 WS-ACT-QUIT                 VALUE 'Q' 'q'.
       01  WS-CONFIRM                 PIC X(01).
           88 WS-CONFIRMED                VALUE 'O' 'o'.

       01  WS-WANT-CODE               PIC X(6).
       01  WS-WANT-NAME               PIC X(41).
       01  WS-WANT-SLOT               PIC 9(1).

      * a name is checked against every name and spelling on file
       01  WS-CHECK-NAME              PIC X(41).
       01  WS-FILE-NAME               PIC X(41).
       01  WS-USED-BY                 PIC X(6).
       01  WS-SCAN-DONE-SW            PIC X(01) VALUE 'N'.
           88 WS-SCAN-DONE                VALUE 'Y'.

       01  WS-VAR-I                   PIC 9(2).
       01  WS-FREE-SLOT               PIC 9(2).
       01  WS-LIST-COUNT              PIC 9(4) VALUE 0.
       01  WS-UPDATE-COUNT            PIC 9(4) VALUE 0.

       COPY "SIGNPARM.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'S'        TO SGN-REQUEST.
           MOVE "ASSUR"    TO SGN-APPLI.
           MOVE "assurcie" TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CIE-MASTER.
           IF WS-CIE-STATUS = '35'
      * first company ever entered on this machine
               OPEN OUTPUT CIE-MASTER
               CLOSE CIE-MASTER
               OPEN I-O CIE-MASTER
           END-IF.
           IF NOT WS-CIE-OK
               DISPLAY "CIEMAST.dat INACCESSIBLE, STATUT: "
                   WS-CIE-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.

           PERFORM 1000-ONE-ACTION-START THRU 1000-ONE-ACTION-END
               UNTIL WS-ACT-QUIT.

           CLOSE CIE-MASTER.
           DISPLAY "MISES A JOUR: " WS-UPDATE-COUNT.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * ONE MAINTENANCE ACTION PER PASS
      ******************************************************************
       1000-ONE-ACTION-START.
           DISPLAY "Action : (C)reation / (N)om officiel /"
               " (V)ariante ajout / (R)etrait variante /"
               " (S)uppression / (L)iste / (Q)uitter ?".
           ACCEPT WS-ACTION.

           IF NOT WS-ACT-QUIT
               PERFORM 1050-AUTHORIZE-START THRU 1050-AUTHORIZE-END
               IF SGN-REFUSED
                   DISPLAY "FONCTION NON AUTORISEE POUR VOTRE ROLE."
                   GO TO 1000-ONE-ACTION-END
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-QUIT
                   CONTINUE
               WHEN WS-ACT-LIST
                   PERFORM 6000-LIST-ALL-START THRU 6000-LIST-ALL-END
               WHEN WS-ACT-CREATE
                   PERFORM 2000-CREATE-START THRU 2000-CREATE-END
               WHEN WS-ACT-RENAME
                   PERFORM 3000-RENAME-START THRU 3000-RENAME-END
               WHEN WS-ACT-ADD-VAR
                   PERFORM 4000-ADD-VARIANT-START
                      THRU 4000-ADD-VARIANT-END
               WHEN WS-ACT-DROP-VAR
                   PERFORM 4500-DROP-VARIANT-START
                      THRU 4500-DROP-VARIANT-END
               WHEN WS-ACT-DELETE
                   PERFORM 5000-DELETE-START THRU 5000-DELETE-END
               WHEN OTHER
                   DISPLAY "Action inconnue."
           END-EVALUATE.
       1000-ONE-ACTION-END.
           EXIT.

      * the role each function needs; the sign-on routine decides
       1050-AUTHORIZE-START.
           MOVE 'F' TO SGN-REQUEST.
           MOVE 'M' TO SGN-LEVEL.
           EVALUATE TRUE
               WHEN WS-ACT-CREATE
                   MOVE "CREATION ENTREPRISE" TO SGN-FUNCTION
               WHEN WS-ACT-RENAME
                   MOVE "NOM ENTREPRISE" TO SGN-FUNCTION
               WHEN WS-ACT-ADD-VAR
                   MOVE "AJOUT VARIANTE" TO SGN-FUNCTION
               WHEN WS-ACT-DROP-VAR
                   MOVE "RETRAIT VARIANTE" TO SGN-FUNCTION
               WHEN WS-ACT-DELETE
                   MOVE "SUPPR ENTREPRISE" TO SGN-FUNCTION
                   MOVE 'A' TO SGN-LEVEL
               WHEN OTHER
                   SET SGN-GRANTED TO TRUE
                   GO TO 1050-AUTHORIZE-END
           END-EVALUATE.
           CALL 'signon' USING SGN-PARM.
       1050-AUTHORIZE-END.
           EXIT.

      ******************************************************************
      * NEW COMPANY: CODE AND OFFICIAL NAME
      ******************************************************************
       2000-CREATE-START.
           DISPLAY "Code entreprise (6 caracteres) ?".
           ACCEPT WS-WANT-CODE.
           IF WS-WANT-CODE = SPACES
               DISPLAY "CODE OBLIGATOIRE."
               GO TO 2000-CREATE-END
           END-IF.
           MOVE WS-WANT-CODE TO CIE-CODE.
           READ CIE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "CODE DEJA UTILISE: " WS-WANT-CODE
                   GO TO 2000-CREATE-END
           END-READ.

           DISPLAY "Nom officiel ?".
           ACCEPT WS-WANT-NAME.
           IF WS-WANT-NAME = SPACES
               DISPLAY "NOM OBLIGATOIRE."
               GO TO 2000-CREATE-END
           END-IF.
           MOVE WS-WANT-NAME TO WS-CHECK-NAME.
           PERFORM 8000-NAME-IN-USE-START THRU 8000-NAME-IN-USE-END.
           IF WS-USED-BY NOT = SPACES
               DISPLAY "NOM DEJA RATTACHE A L'ENTREPRISE " WS-USED-BY
               GO TO 2000-CREATE-END
           END-IF.

           MOVE SPACES TO CIE-REC.
           MOVE WS-WANT-CODE TO CIE-CODE.
           MOVE WS-WANT-NAME TO CIE-NOM.
           WRITE CIE-REC
               INVALID KEY
                   DISPLAY "ECRITURE REFUSEE, STATUT: " WS-CIE-STATUS
                   GO TO 2000-CREATE-END
           END-WRITE.
           ADD 1 TO WS-UPDATE-COUNT.
           DISPLAY "ENTREPRISE " WS-WANT-CODE " CREEE.".
       2000-CREATE-END.
           EXIT.

      ******************************************************************
      * CHANGE THE OFFICIAL NAME OF A COMPANY
      ******************************************************************
       3000-RENAME-START.
           PERFORM 7000-ASK-CODE-START THRU 7000-ASK-CODE-END.
           IF WS-WANT-CODE = SPACES
               GO TO 3000-RENAME-END
           END-IF.
           DISPLAY "Nom officiel actuel : " CIE-NOM.
           DISPLAY "Nouveau nom officiel ?".
           ACCEPT WS-WANT-NAME.
           IF WS-WANT-NAME = SPACES
               DISPLAY "NOM OBLIGATOIRE."
               GO TO 3000-RENAME-END
           END-IF.
           MOVE WS-WANT-NAME TO WS-CHECK-NAME.
           PERFORM 8000-NAME-IN-USE-START THRU 8000-NAME-IN-USE-END.
           IF WS-USED-BY NOT = SPACES
           AND WS-USED-BY NOT = WS-WANT-CODE
               DISPLAY "NOM DEJA RATTACHE A L'ENTREPRISE " WS-USED-BY
               GO TO 3000-RENAME-END
           END-IF.

           PERFORM 7100-REREAD-START THRU 7100-REREAD-END.
           MOVE WS-WANT-NAME TO CIE-NOM.
           PERFORM 7200-REWRITE-START THRU 7200-REWRITE-END.
       3000-RENAME-END.
           EXIT.

      ******************************************************************
      * ATTACH ONE MORE KNOWN SPELLING TO A COMPANY
      ******************************************************************
       4000-ADD-VARIANT-START.
           PERFORM 7000-ASK-CODE-START THRU 7000-ASK-CODE-END.
           IF WS-WANT-CODE = SPACES
               GO TO 4000-ADD-VARIANT-END
           END-IF.
           MOVE 0 TO WS-FREE-SLOT.
           PERFORM 4010-FIND-FREE-START THRU 4010-FIND-FREE-END
               VARYING WS-VAR-I FROM 1 BY 1
               UNTIL WS-VAR-I > 8 OR WS-FREE-SLOT > 0.
           IF WS-FREE-SLOT = 0
               DISPLAY "HUIT VARIANTES DEJA SAISIES - RETIRER D'ABORD"
                   " UNE VARIANTE."
               GO TO 4000-ADD-VARIANT-END
           END-IF.

           DISPLAY "Orthographe a rattacher (telle qu'au fichier) ?".
           ACCEPT WS-WANT-NAME.
           IF WS-WANT-NAME = SPACES
               DISPLAY "VARIANTE OBLIGATOIRE."
               GO TO 4000-ADD-VARIANT-END
           END-IF.
           MOVE WS-WANT-NAME TO WS-CHECK-NAME.
           PERFORM 8000-NAME-IN-USE-START THRU 8000-NAME-IN-USE-END.
           IF WS-USED-BY NOT = SPACES
               DISPLAY "ORTHOGRAPHE DEJA RATTACHEE A L'ENTREPRISE "
                   WS-USED-BY
               GO TO 4000-ADD-VARIANT-END
           END-IF.

           PERFORM 7100-REREAD-START THRU 7100-REREAD-END.
           MOVE WS-WANT-NAME TO CIE-VARIANT(WS-FREE-SLOT).
           PERFORM 7200-REWRITE-START THRU 7200-REWRITE-END.
       4000-ADD-VARIANT-END.
           EXIT.

       4010-FIND-FREE-START.
           IF CIE-VARIANT(WS-VAR-I) = SPACES
               MOVE WS-VAR-I TO WS-FREE-SLOT
           END-IF.
       4010-FIND-FREE-END.
           EXIT.

      ******************************************************************
      * DETACH ONE SPELLING BY ITS NUMBER
      ******************************************************************
       4500-DROP-VARIANT-START.
           PERFORM 7000-ASK-CODE-START THRU 7000-ASK-CODE-END.
           IF WS-WANT-CODE = SPACES
               GO TO 4500-DROP-VARIANT-END
           END-IF.
           PERFORM 6200-SHOW-VARIANT-START THRU 6200-SHOW-VARIANT-END
               VARYING WS-VAR-I FROM 1 BY 1
               UNTIL WS-VAR-I > 8.
           DISPLAY "Numero de la variante a retirer (1-8) ?".
           ACCEPT WS-WANT-SLOT.
           IF WS-WANT-SLOT < 1 OR WS-WANT-SLOT > 8
               DISPLAY "NUMERO INVALIDE."
               GO TO 4500-DROP-VARIANT-END
           END-IF.
           IF CIE-VARIANT(WS-WANT-SLOT) = SPACES
               DISPLAY "AUCUNE VARIANTE A CE NUMERO."
               GO TO 4500-DROP-VARIANT-END
           END-IF.
           MOVE SPACES TO CIE-VARIANT(WS-WANT-SLOT).
           PERFORM 7200-REWRITE-START THRU 7200-REWRITE-END.
       4500-DROP-VARIANT-END.
           EXIT.

      ******************************************************************
      * REMOVE A COMPANY AFTER CONFIRMATION - ITS SPELLINGS WILL NO
      * LONGER RESOLVE AND SHOW UP IN THE NEXT MATCHING RUN
      ******************************************************************
       5000-DELETE-START.
           PERFORM 7000-ASK-CODE-START THRU 7000-ASK-CODE-END.
           IF WS-WANT-CODE = SPACES
               GO TO 5000-DELETE-END
           END-IF.
           DISPLAY "Supprimer " CIE-CODE " " CIE-NOM " ? (O/N)".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "SUPPRESSION ABANDONNEE."
               GO TO 5000-DELETE-END
           END-IF.
           DELETE CIE-MASTER RECORD
               INVALID KEY
                   DISPLAY "SUPPRESSION REFUSEE, STATUT: "
                       WS-CIE-STATUS
                   GO TO 5000-DELETE-END
           END-DELETE.
           ADD 1 TO WS-UPDATE-COUNT.
           DISPLAY "ENTREPRISE " WS-WANT-CODE " SUPPRIMEE.".
       5000-DELETE-END.
           EXIT.

      ******************************************************************
      * LIST EVERY COMPANY WITH ITS SPELLINGS, IN CODE ORDER
      ******************************************************************
       6000-LIST-ALL-START.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 'N' TO WS-SCAN-DONE-SW.
           MOVE LOW-VALUES TO CIE-CODE.
           START CIE-MASTER KEY IS NOT LESS THAN CIE-CODE
               INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM 6100-LIST-ONE-START THRU 6100-LIST-ONE-END
               UNTIL WS-SCAN-DONE.
           DISPLAY "ENTREPRISES: " WS-LIST-COUNT.
       6000-LIST-ALL-END.
           EXIT.

       6100-LIST-ONE-START.
           READ CIE-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 6100-LIST-ONE-END
           END-READ.
           ADD 1 TO WS-LIST-COUNT.
           DISPLAY CIE-CODE " " CIE-NOM.
           PERFORM 6200-SHOW-VARIANT-START THRU 6200-SHOW-VARIANT-END
               VARYING WS-VAR-I FROM 1 BY 1
               UNTIL WS-VAR-I > 8.
       6100-LIST-ONE-END.
           EXIT.

       6200-SHOW-VARIANT-START.
           IF CIE-VARIANT(WS-VAR-I) NOT = SPACES
               DISPLAY "       " WS-VAR-I ". " CIE-VARIANT(WS-VAR-I)
           END-IF.
       6200-SHOW-VARIANT-END.
           EXIT.

      ******************************************************************
      * ASK FOR AN EXISTING COMPANY CODE AND READ ITS RECORD - THE
      * CODE IS BLANKED WHEN UNKNOWN
      ******************************************************************
       7000-ASK-CODE-START.
           DISPLAY "Code entreprise ?".
           ACCEPT WS-WANT-CODE.
           IF WS-WANT-CODE = SPACES
               GO TO 7000-ASK-CODE-END
           END-IF.
           MOVE WS-WANT-CODE TO CIE-CODE.
           READ CIE-MASTER
               INVALID KEY
                   DISPLAY "ENTREPRISE INCONNUE: " WS-WANT-CODE
                   MOVE SPACES TO WS-WANT-CODE
           END-READ.
       7000-ASK-CODE-END.
           EXIT.

      * the usage scan moves through the file: read the record again
      * before updating it
       7100-REREAD-START.
           MOVE WS-WANT-CODE TO CIE-CODE.
           READ CIE-MASTER
               INVALID KEY
                   DISPLAY "ENTREPRISE DISPARUE: " WS-WANT-CODE
                   MOVE SPACES TO WS-WANT-CODE
           END-READ.
       7100-REREAD-END.
           EXIT.

       7200-REWRITE-START.
           IF WS-WANT-CODE = SPACES
               GO TO 7200-REWRITE-END
           END-IF.
           REWRITE CIE-REC
               INVALID KEY
                   DISPLAY "MISE A JOUR REFUSEE, STATUT: "
                       WS-CIE-STATUS
                   GO TO 7200-REWRITE-END
           END-REWRITE.
           ADD 1 TO WS-UPDATE-COUNT.
           DISPLAY "ENTREPRISE " WS-WANT-CODE " MISE A JOUR.".
       7200-REWRITE-END.
           EXIT.

      ******************************************************************
      * WHICH COMPANY ALREADY CARRIES THIS NAME OR SPELLING, IF ANY -
      * THE COMPARISON IGNORES CASE
      ******************************************************************
       8000-NAME-IN-USE-START.
           MOVE SPACES TO WS-USED-BY.
           MOVE FUNCTION UPPER-CASE(WS-CHECK-NAME) TO WS-CHECK-NAME.
           MOVE 'N' TO WS-SCAN-DONE-SW.
           MOVE LOW-VALUES TO CIE-CODE.
           START CIE-MASTER KEY IS NOT LESS THAN CIE-CODE
               INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM 8100-SCAN-ONE-START THRU 8100-SCAN-ONE-END
               UNTIL WS-SCAN-DONE.
       8000-NAME-IN-USE-END.
           EXIT.

       8100-SCAN-ONE-START.
           READ CIE-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 8100-SCAN-ONE-END
           END-READ.
           MOVE FUNCTION UPPER-CASE(CIE-NOM) TO WS-FILE-NAME.
           IF WS-FILE-NAME = WS-CHECK-NAME
               MOVE CIE-CODE TO WS-USED-BY
               SET WS-SCAN-DONE TO TRUE
               GO TO 8100-SCAN-ONE-END
           END-IF.
           PERFORM 8200-SCAN-VARIANT-START THRU 8200-SCAN-VARIANT-END
               VARYING WS-VAR-I FROM 1 BY 1
               UNTIL WS-VAR-I > 8 OR WS-SCAN-DONE.
       8100-SCAN-ONE-END.
           EXIT.

       8200-SCAN-VARIANT-START.
           IF CIE-VARIANT(WS-VAR-I) NOT = SPACES
               MOVE FUNCTION UPPER-CASE(CIE-VARIANT(WS-VAR-I))
                   TO WS-FILE-NAME
               IF WS-FILE-NAME = WS-CHECK-NAME
                   MOVE CIE-CODE TO WS-USED-BY
                   SET WS-SCAN-DONE TO TRUE
               END-IF
           END-IF.
       8200-SCAN-VARIANT-END.
           EXIT.
