       IDENTIFICATION DIVISION.
       PROGRAM-ID. payagen.
       AUTHOR. Yves.
      *=================================================================
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: keyed maintenance of the agence
      *                    master AGENCE.dat - code, name, address and
      *                    manager of each agence - with add, change,
      *                    close and list.  The manager must be an
      *                    active employee of fichierclient.txt, and
      *                    an agence is not closed while active
      *                    employees are still attached to it.  Every
      *                    change writes a before/after image to
      *                    AGENHIST.log, the clientmt.cbl journal
      *                    convention.  budgvar.cbl, payproj.cbl and
      *                    payrun.cbl print the name from it, and
      *                    clientmt.cbl refuses an unknown code.
      * 2026-10-15 Yves    Operator sign-on through signon.cbl instead
      *                    of a typed name; each action is checked
      *                    against the operator's PAIE role (add and
      *                    change need M, close needs A), and the
      *                    signed-on operator code is the one
      *                    journalled in AGENHIST.log.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-AGENCE ASSIGN TO 'AGENCE.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AG-CODE
           FILE STATUS IS WS-AGC-STATUS.

           SELECT F-EMPLOYE ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EMP-STATUS.

           SELECT HISTORY-FILE ASSIGN TO 'AGENHIST.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.

           COPY 'FAGENCE'.

           COPY 'FCLIENT' REPLACING ==:CLIENT:== by ==EMPLOYE==.

       FD  HISTORY-FILE
           RECORD CONTAINS 289 CHARACTERS.
       01  HISTORY-REC         PIC X(289).

       WORKING-STORAGE SECTION.
       01  WS-AGC-STATUS    PIC X(02).
           88 WS-AGC-EOF        VALUE '10'.
       01  WS-EMP-STATUS    PIC X(02).
           88 WS-EMP-EOF        VALUE '10'.
       01  WS-HIST-STATUS   PIC X(02).

       01  WS-ACTION           PIC X(01).
           88 WS-ACT-ADD           VALUE 'A' 'a'.
           88 WS-ACT-CHANGE        VALUE 'M' 'm'.
           88 WS-ACT-CLOSE         VALUE 'F' 'f'.
           88 WS-ACT-LIST          VALUE 'L' 'l'.
           88 WS-ACT-QUIT          VALUE 'Q' 'q'.
       01  WS-CONFIRM          PIC X(01).
           88 WS-CONFIRMED         VALUE 'O' 'o'.

       01  WS-CURRENT-DATE.
           05 WS-CD-DATE       PIC 9(08).
           05 FILLER           PIC X(13).

      * the fields as keyed; a blank answer on a change keeps the
      * current value
       01  WS-WANT-CODE        PIC X(03).
       01  WS-NEW-NOM          PIC X(30).
       01  WS-NEW-ADRESSE      PIC X(40).
       01  WS-NEW-CP           PIC X(05).
       01  WS-NEW-VILLE        PIC X(25).
       01  WS-NEW-MANAGER      PIC X(08).
       01  WS-MANAGER-N        PIC 9(08) VALUE 0.

      * what a pass over fichierclient.txt found: the active
      * employees of WS-WANT-CODE and the manager WS-MANAGER-N
       01  WS-ACTIVE-COUNT     PIC 9(05) VALUE 0.
       01  WS-MGR-SW           PIC X(01) VALUE 'N'.
           88 WS-MGR-NONE          VALUE 'N'.
           88 WS-MGR-ACTIVE        VALUE 'A'.
           88 WS-MGR-INACTIVE      VALUE 'I'.
       01  WS-MGR-NOM          PIC X(20) VALUE SPACES.
       01  WS-FIELDS-SW        PIC X(01) VALUE 'Y'.
           88 WS-FIELDS-OK         VALUE 'Y'.
           88 WS-FIELDS-BAD        VALUE 'N'.
       01  WS-LISTED           PIC 9(04) VALUE 0.

       01  WS-TIMESTAMP        PIC X(21).
       01  WS-BEFORE-IMAGE     PIC X(120).
       01  WS-HIST-LINE.
           05 HIS-TIMESTAMP    PIC X(21).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 HIS-OPERATOR     PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 HIS-ACTION       PIC X(08).
           05 FILLER           PIC X(04) VALUE " AV:".
           05 HIS-BEFORE       PIC X(120).
           05 FILLER           PIC X(04) VALUE " AP:".
           05 HIS-AFTER        PIC X(120).
      *=================================================================
      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       COPY "SIGNPARM.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'S'        TO SGN-REQUEST.
           MOVE "PAIE"     TO SGN-APPLI.
           MOVE "payagen"  TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           OPEN I-O F-AGENCE.
           IF WS-AGC-STATUS = '35'
               OPEN OUTPUT F-AGENCE
               CLOSE F-AGENCE
               OPEN I-O F-AGENCE
           END-IF.
           MOVE WS-AGC-STATUS TO WS-ERR-STATUS.
           MOVE "AGENCE.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           OPEN EXTEND HISTORY-FILE.
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           MOVE WS-HIST-STATUS TO WS-ERR-STATUS.
           MOVE "AGENHIST.log" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           PERFORM 1000-ONE-ACTION-START THRU 1000-ONE-ACTION-END
               UNTIL WS-ACT-QUIT.

           CLOSE HISTORY-FILE.
           CLOSE F-AGENCE.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * ONE MAINTENANCE ACTION PER PASS
      ******************************************************************
       1000-ONE-ACTION-START.
           DISPLAY "Action : (A)jout / (M)odification / (F)ermeture"
               " / (L)iste / (Q)uitter ?".
           ACCEPT WS-ACTION.

           IF NOT WS-ACT-QUIT
               PERFORM 1050-AUTHORIZE-START THRU 1050-AUTHORIZE-END
               IF SGN-REFUSED
                   DISPLAY "FONCTION NON AUTORISEE POUR VOTRE ROLE."
                   GO TO 1000-ONE-ACTION-END
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   PERFORM 2000-ADD-AGENCE-START
                      THRU 2000-ADD-AGENCE-END
               WHEN WS-ACT-CHANGE
                   PERFORM 3000-CHANGE-AGENCE-START
                      THRU 3000-CHANGE-AGENCE-END
               WHEN WS-ACT-CLOSE
                   PERFORM 4000-CLOSE-AGENCE-START
                      THRU 4000-CLOSE-AGENCE-END
               WHEN WS-ACT-LIST
                   PERFORM 5000-LIST-AGENCES-START
                      THRU 5000-LIST-AGENCES-END
               WHEN WS-ACT-QUIT
                   CONTINUE
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
               WHEN WS-ACT-ADD
                   MOVE "AJOUT AGENCE" TO SGN-FUNCTION
               WHEN WS-ACT-CHANGE
                   MOVE "MODIF AGENCE" TO SGN-FUNCTION
               WHEN WS-ACT-CLOSE
                   MOVE "FERMETURE AGENCE" TO SGN-FUNCTION
                   MOVE 'A' TO SGN-LEVEL
               WHEN OTHER
                   SET SGN-GRANTED TO TRUE
                   GO TO 1050-AUTHORIZE-END
           END-EVALUATE.
           CALL 'signon' USING SGN-PARM.
       1050-AUTHORIZE-END.
           EXIT.

      * one pass over the employee file: active employees attached to
      * WS-WANT-CODE, and the state of the manager WS-MANAGER-N
       1100-SCAN-EMP-START.
           MOVE 0 TO WS-ACTIVE-COUNT.
           SET WS-MGR-NONE TO TRUE.
           MOVE SPACES TO WS-MGR-NOM.
           OPEN INPUT F-EMPLOYE.
           MOVE WS-EMP-STATUS TO WS-ERR-STATUS.
           MOVE "fichierclient.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1110-ONE-EMP-START THRU 1110-ONE-EMP-END
               UNTIL WS-EMP-EOF.
           CLOSE F-EMPLOYE.
           MOVE '00' TO WS-EMP-STATUS.
       1100-SCAN-EMP-END.
           EXIT.

       1110-ONE-EMP-START.
           READ F-EMPLOYE
               AT END
                   SET WS-EMP-EOF TO TRUE
                   GO TO 1110-ONE-EMP-END
           END-READ.
           IF EMPLOYE-AAGENCE = WS-WANT-CODE
              AND EMPLOYE-STATUT NOT = 'I'
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF.
           IF WS-MANAGER-N NOT = 0 AND EMPLOYE-ID = WS-MANAGER-N
               MOVE EMPLOYE-NOM TO WS-MGR-NOM
               IF EMPLOYE-STATUT = 'I'
                   SET WS-MGR-INACTIVE TO TRUE
               ELSE
                   SET WS-MGR-ACTIVE TO TRUE
               END-IF
           END-IF.
       1110-ONE-EMP-END.
           EXIT.

      * name, address and manager as keyed; the name is mandatory and
      * the manager, when given, must be an active employee
       1200-CHECK-FIELDS-START.
           SET WS-FIELDS-OK TO TRUE.
           IF WS-NEW-NOM = SPACES
               DISPLAY "NOM D'AGENCE OBLIGATOIRE."
               SET WS-FIELDS-BAD TO TRUE
               GO TO 1200-CHECK-FIELDS-END
           END-IF.
           IF WS-NEW-MANAGER = SPACES
               MOVE 0 TO WS-MANAGER-N
               GO TO 1200-CHECK-FIELDS-END
           END-IF.
           IF WS-NEW-MANAGER IS NOT NUMERIC
               DISPLAY "ID RESPONSABLE NON NUMERIQUE: " WS-NEW-MANAGER
               SET WS-FIELDS-BAD TO TRUE
               GO TO 1200-CHECK-FIELDS-END
           END-IF.
           MOVE WS-NEW-MANAGER TO WS-MANAGER-N.
           IF WS-MANAGER-N = 0
               GO TO 1200-CHECK-FIELDS-END
           END-IF.
           PERFORM 1100-SCAN-EMP-START THRU 1100-SCAN-EMP-END.
           IF WS-MGR-NONE
               DISPLAY "RESPONSABLE INCONNU DANS fichierclient.txt: "
                   WS-MANAGER-N
               SET WS-FIELDS-BAD TO TRUE
               GO TO 1200-CHECK-FIELDS-END
           END-IF.
           IF WS-MGR-INACTIVE
               DISPLAY "RESPONSABLE INACTIF: " WS-MANAGER-N
               SET WS-FIELDS-BAD TO TRUE
               GO TO 1200-CHECK-FIELDS-END
           END-IF.
           DISPLAY "Responsable : " WS-MGR-NOM.
       1200-CHECK-FIELDS-END.
           EXIT.

      ******************************************************************
      * ADD - THE AGENCE CODE MUST NOT ALREADY EXIST
      ******************************************************************
       2000-ADD-AGENCE-START.
           DISPLAY "Code de la nouvelle agence (3 car.) ?".
           MOVE SPACES TO WS-WANT-CODE.
           ACCEPT WS-WANT-CODE.
           IF WS-WANT-CODE = SPACES
               DISPLAY "CODE AGENCE OBLIGATOIRE."
               GO TO 2000-ADD-AGENCE-END
           END-IF.
           MOVE WS-WANT-CODE TO AG-CODE.
           READ F-AGENCE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "CODE DEJA PRESENT: " WS-WANT-CODE
                       " " AG-NOM
                   GO TO 2000-ADD-AGENCE-END
           END-READ.

           DISPLAY "Nom de l'agence ?".
           MOVE SPACES TO WS-NEW-NOM.
           ACCEPT WS-NEW-NOM.
           DISPLAY "Adresse ?".
           MOVE SPACES TO WS-NEW-ADRESSE.
           ACCEPT WS-NEW-ADRESSE.
           DISPLAY "Code postal ?".
           MOVE SPACES TO WS-NEW-CP.
           ACCEPT WS-NEW-CP.
           DISPLAY "Ville ?".
           MOVE SPACES TO WS-NEW-VILLE.
           ACCEPT WS-NEW-VILLE.
           DISPLAY "ID du responsable (vide = aucun) ?".
           MOVE SPACES TO WS-NEW-MANAGER.
           ACCEPT WS-NEW-MANAGER.
           PERFORM 1200-CHECK-FIELDS-START THRU 1200-CHECK-FIELDS-END.
           IF WS-FIELDS-BAD
               GO TO 2000-ADD-AGENCE-END
           END-IF.

           MOVE SPACES         TO AGENCE-REC.
           MOVE WS-WANT-CODE   TO AG-CODE.
           MOVE WS-NEW-NOM     TO AG-NOM.
           MOVE WS-NEW-ADRESSE TO AG-ADRESSE.
           MOVE WS-NEW-CP      TO AG-CP.
           MOVE WS-NEW-VILLE   TO AG-VILLE.
           MOVE WS-MANAGER-N   TO AG-MANAGER.
           SET AG-OUVERTE      TO TRUE.
           MOVE 0              TO AG-FERMETURE.
           WRITE AGENCE-REC
               INVALID KEY
                   DISPLAY "ECRITURE IMPOSSIBLE, STATUT: "
                       WS-AGC-STATUS
               NOT INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE "AJOUT   " TO HIS-ACTION
                   MOVE AGENCE-REC TO HIS-AFTER
                   PERFORM 6000-WRITE-HISTORY-START
                      THRU 6000-WRITE-HISTORY-END
                   DISPLAY "AGENCE AJOUTEE."
           END-WRITE.
       2000-ADD-AGENCE-END.
           EXIT.

      ******************************************************************
      * CHANGE - NAME, ADDRESS AND MANAGER OF AN EXISTING AGENCE
      ******************************************************************
       3000-CHANGE-AGENCE-START.
           DISPLAY "Code de l'agence a modifier ?".
           MOVE SPACES TO WS-WANT-CODE.
           ACCEPT WS-WANT-CODE.
           MOVE WS-WANT-CODE TO AG-CODE.
           READ F-AGENCE
               INVALID KEY
                   DISPLAY "CODE AGENCE INCONNU: " WS-WANT-CODE
                   GO TO 3000-CHANGE-AGENCE-END
           END-READ.
           MOVE AGENCE-REC TO WS-BEFORE-IMAGE.

           DISPLAY "(Reponse vide = valeur actuelle conservee)".
           DISPLAY "Nom actuel     : " AG-NOM.
           MOVE SPACES TO WS-NEW-NOM.
           ACCEPT WS-NEW-NOM.
           IF WS-NEW-NOM = SPACES
               MOVE AG-NOM TO WS-NEW-NOM
           END-IF.
           DISPLAY "Adresse actuelle: " AG-ADRESSE.
           MOVE SPACES TO WS-NEW-ADRESSE.
           ACCEPT WS-NEW-ADRESSE.
           IF WS-NEW-ADRESSE = SPACES
               MOVE AG-ADRESSE TO WS-NEW-ADRESSE
           END-IF.
           DISPLAY "Code postal actuel: " AG-CP.
           MOVE SPACES TO WS-NEW-CP.
           ACCEPT WS-NEW-CP.
           IF WS-NEW-CP = SPACES
               MOVE AG-CP TO WS-NEW-CP
           END-IF.
           DISPLAY "Ville actuelle : " AG-VILLE.
           MOVE SPACES TO WS-NEW-VILLE.
           ACCEPT WS-NEW-VILLE.
           IF WS-NEW-VILLE = SPACES
               MOVE AG-VILLE TO WS-NEW-VILLE
           END-IF.
           DISPLAY "Responsable actuel: " AG-MANAGER.
           MOVE SPACES TO WS-NEW-MANAGER.
           ACCEPT WS-NEW-MANAGER.
           IF WS-NEW-MANAGER = SPACES
               MOVE AG-MANAGER TO WS-NEW-MANAGER
           END-IF.
           PERFORM 1200-CHECK-FIELDS-START THRU 1200-CHECK-FIELDS-END.
           IF WS-FIELDS-BAD
               GO TO 3000-CHANGE-AGENCE-END
           END-IF.

           MOVE WS-NEW-NOM     TO AG-NOM.
           MOVE WS-NEW-ADRESSE TO AG-ADRESSE.
           MOVE WS-NEW-CP      TO AG-CP.
           MOVE WS-NEW-VILLE   TO AG-VILLE.
           MOVE WS-MANAGER-N   TO AG-MANAGER.
           REWRITE AGENCE-REC
               INVALID KEY
                   DISPLAY "REECRITURE IMPOSSIBLE, STATUT: "
                       WS-AGC-STATUS
               NOT INVALID KEY
                   MOVE "MODIF   " TO HIS-ACTION
                   MOVE AGENCE-REC TO HIS-AFTER
                   PERFORM 6000-WRITE-HISTORY-START
                      THRU 6000-WRITE-HISTORY-END
                   DISPLAY "AGENCE MODIFIEE."
           END-REWRITE.
       3000-CHANGE-AGENCE-END.
           EXIT.

      ******************************************************************
      * CLOSE - REFUSED WHILE ACTIVE EMPLOYEES ARE STILL ATTACHED; THE
      * RECORD STAYS SO THE HISTORY KEEPS ITS NAME
      ******************************************************************
       4000-CLOSE-AGENCE-START.
           DISPLAY "Code de l'agence a fermer ?".
           MOVE SPACES TO WS-WANT-CODE.
           ACCEPT WS-WANT-CODE.
           MOVE WS-WANT-CODE TO AG-CODE.
           READ F-AGENCE
               INVALID KEY
                   DISPLAY "CODE AGENCE INCONNU: " WS-WANT-CODE
                   GO TO 4000-CLOSE-AGENCE-END
           END-READ.
           IF AG-FERMEE
               DISPLAY "AGENCE DEJA FERMEE LE " AG-FERMETURE
               GO TO 4000-CLOSE-AGENCE-END
           END-IF.

           MOVE 0 TO WS-MANAGER-N.
           PERFORM 1100-SCAN-EMP-START THRU 1100-SCAN-EMP-END.
           IF WS-ACTIVE-COUNT > 0
               DISPLAY "FERMETURE REFUSEE: " WS-ACTIVE-COUNT
                   " EMPLOYE(S) ACTIF(S) RATTACHE(S) A " WS-WANT-CODE
               GO TO 4000-CLOSE-AGENCE-END
           END-IF.

           MOVE AGENCE-REC TO WS-BEFORE-IMAGE.
           DISPLAY AG-CODE " " AG-NOM " " AG-VILLE.
           DISPLAY "Confirmer la fermeture ((O)ui / autre = non) ?".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "FERMETURE ABANDONNEE."
               GO TO 4000-CLOSE-AGENCE-END
           END-IF.

           SET AG-FERMEE TO TRUE.
           MOVE WS-CD-DATE TO AG-FERMETURE.
           REWRITE AGENCE-REC
               INVALID KEY
                   DISPLAY "REECRITURE IMPOSSIBLE, STATUT: "
                       WS-AGC-STATUS
               NOT INVALID KEY
                   MOVE "FERMETUR" TO HIS-ACTION
                   MOVE AGENCE-REC TO HIS-AFTER
                   PERFORM 6000-WRITE-HISTORY-START
                      THRU 6000-WRITE-HISTORY-END
                   DISPLAY "AGENCE FERMEE."
           END-REWRITE.
       4000-CLOSE-AGENCE-END.
           EXIT.

      ******************************************************************
      * LIST - EVERY AGENCE IN CODE ORDER
      ******************************************************************
       5000-LIST-AGENCES-START.
           MOVE 0 TO WS-LISTED.
           MOVE LOW-VALUES TO AG-CODE.
           START F-AGENCE KEY IS NOT LESS THAN AG-CODE
               INVALID KEY SET WS-AGC-EOF TO TRUE
           END-START.
           PERFORM 5100-ONE-AGENCE-START THRU 5100-ONE-AGENCE-END
               UNTIL WS-AGC-EOF.
           MOVE '00' TO WS-AGC-STATUS.
           DISPLAY WS-LISTED " AGENCE(S).".
       5000-LIST-AGENCES-END.
           EXIT.

       5100-ONE-AGENCE-START.
           READ F-AGENCE NEXT RECORD
               AT END
                   SET WS-AGC-EOF TO TRUE
                   GO TO 5100-ONE-AGENCE-END
           END-READ.
           DISPLAY "  " AG-CODE " " AG-NOM " " AG-VILLE
               " RESP " AG-MANAGER " " AG-STATUT.
           ADD 1 TO WS-LISTED.
       5100-ONE-AGENCE-END.
           EXIT.

      ******************************************************************
      * ONE JOURNAL LINE PER CHANGE: WHO, WHEN, BEFORE AND AFTER
      ******************************************************************
       6000-WRITE-HISTORY-START.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP    TO HIS-TIMESTAMP.
           MOVE SGN-OPERATOR    TO HIS-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO HIS-BEFORE.
           MOVE WS-HIST-LINE TO HISTORY-REC.
           WRITE HISTORY-REC.
           MOVE WS-HIST-STATUS TO WS-ERR-STATUS.
           MOVE "AGENHIST.log" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       6000-WRITE-HISTORY-END.
           EXIT.
      ******************************************************************

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
