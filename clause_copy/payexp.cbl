       IDENTIFICATION DIVISION.
       PROGRAM-ID. payexp.
       AUTHOR. Yves.
      *=================================================================
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: employee expense claims.  The
      *                    claim file EXPENSE.dat is keyed by
      *                    EMPLOYE-ID and claim number; a claim is
      *                    keyed from the paper note and checked
      *                    against the per-category ceiling of
      *                    EXPCEIL.dat, then approved or refused by a
      *                    manager of the employee's agence.
      *                    paybank.cbl pays the approved claims as
      *                    separate credit orders in PAYORDER.dat and
      *                    marks them paid.
      * 2026-10-15 Yves    An employee with a reporting line in
      *                    MANAGER.dat (payorg.cbl) has their claims
      *                    approved by that manager only; the agence
      *                    rule stays for employees without one.
      * 2026-10-15 Yves    Operator sign-on through signon.cbl on the
      *                    PAIE application: keying and approving a
      *                    claim need the M role, and every decision
      *                    goes to PAYAUDIT.log with the signed-on
      *                    operator code beside the manager keyed in.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYE ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EMP-STATUS.

           SELECT F-CEILING ASSIGN TO 'EXPCEIL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CEI-STATUS.

           SELECT F-EXPENSE ASSIGN TO 'EXPENSE.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXP-KEY
           FILE STATUS IS WS-EXP-STATUS.

           SELECT F-MANAGER ASSIGN TO 'MANAGER.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MGR-ID
           FILE STATUS IS WS-MGR-STATUS.

           SELECT F-PAYAUDIT ASSIGN TO 'PAYAUDIT.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PA-STATUS.

       DATA DIVISION.
       FILE SECTION.

           COPY 'FCLIENT' REPLACING ==:CLIENT:== by ==EMPLOYE==.

      * one line per expense category: code, label and the highest
      * amount a single claim may carry
       FD  F-CEILING
           RECORD CONTAINS 28 CHARACTERS.
       01  CEILING-REC.
           05 CEI-CAT          PIC X(01).
           05 CEI-LABEL        PIC X(20).
           05 CEI-MAX          PIC 9(05)V9(02).

           COPY 'FEXPENSE'.

           COPY 'FMANAGER'.

           COPY 'FPAYAUD'.

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS    PIC X(02).
           88 WS-EMP-EOF        VALUE '10'.
       01  WS-CEI-STATUS    PIC X(02).
           88 WS-CEI-EOF        VALUE '10'.
       01  WS-EXP-STATUS    PIC X(02).
           88 WS-EXP-EOF        VALUE '10'.
       01  WS-MGR-STATUS    PIC X(02).
       01  WS-MGR-FILE-SW   PIC X(01) VALUE 'N'.
           88 WS-MGR-FILE-OK    VALUE 'Y'.
       01  WS-PA-STATUS     PIC X(02).

       01  WS-ACTION           PIC X(01).
           88 WS-ACT-ENTER         VALUE 'S' 's'.
           88 WS-ACT-LIST          VALUE 'L' 'l'.
           88 WS-ACT-APPROVE       VALUE 'V' 'v'.
           88 WS-ACT-QUIT          VALUE 'Q' 'q'.
       01  WS-DECISION         PIC X(01).
           88 WS-DEC-APPROVE       VALUE 'A' 'a'.
           88 WS-DEC-REFUSE        VALUE 'R' 'r'.
           88 WS-DEC-STOP          VALUE 'Q' 'q'.

       01  WS-CURRENT-DATE.
           05 WS-CD-DATE       PIC 9(08).
           05 FILLER           PIC X(13).
       01  WS-CD-VIEW REDEFINES WS-CURRENT-DATE.
           05 WS-CD-PERIOD     PIC 9(06).
           05 FILLER           PIC X(15).

       01  WS-WANT-ID          PIC 9(08).
       01  WS-MANAGER-ID       PIC 9(08).
       01  WS-MANAGER-AGENCE   PIC X(03).
       01  WS-ENT-DATE         PIC 9(08).
       01  WS-ENT-CAT          PIC X(01).
       01  WS-ENT-AMOUNT       PIC 9(05)V9(02).
       01  WS-ENT-LABEL        PIC X(30).
       01  WS-NEXT-NUM         PIC 9(04) VALUE 0.
       01  WS-EDIT-AMOUNT      PIC ZZZZ9.99.
       01  WS-STATUS-LABEL     PIC X(10).

      * the employees a claim may be keyed for, with their agence
       01  WS-EMP-TABLE.
           05 WS-ET-ENTRY OCCURS 5000 TIMES INDEXED BY WS-ET-IDX.
              10 WS-ET-ID          PIC 9(08) VALUE 0.
              10 WS-ET-NOM         PIC X(20) VALUE SPACES.
              10 WS-ET-AGENCE      PIC X(03) VALUE SPACES.
              10 WS-ET-STATUT      PIC X(01) VALUE SPACES.
       01  WS-ET-COUNT         PIC 9(04) VALUE 0.
       01  WS-ET-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-ET-FOUND          VALUE 'Y'.
           88 WS-ET-NOT-FOUND      VALUE 'N'.
       01  WS-EMP-NOM          PIC X(20).
       01  WS-EMP-AGENCE       PIC X(03).
       01  WS-EMP-STATUT       PIC X(01).
           88 WS-EMP-INACTIF       VALUE 'I'.

      * the category ceilings
       01  WS-CEILING-TABLE.
           05 WS-CE-ENTRY OCCURS 20 TIMES INDEXED BY WS-CE-IDX.
              10 WS-CE-CAT         PIC X(01) VALUE SPACES.
              10 WS-CE-LABEL       PIC X(20) VALUE SPACES.
              10 WS-CE-MAX         PIC 9(05)V9(02) VALUE 0.
       01  WS-CE-COUNT         PIC 9(02) VALUE 0.
       01  WS-CE-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-CE-FOUND          VALUE 'Y'.
           88 WS-CE-NOT-FOUND      VALUE 'N'.
       01  WS-CAT-LABEL        PIC X(20).
       01  WS-CAT-MAX          PIC 9(05)V9(02).

       01  WS-EXP-LISTED       PIC 9(04) VALUE 0.
       01  WS-EXP-DECIDED      PIC 9(04) VALUE 0.
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
           MOVE "payexp"   TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM 1000-LOAD-EMP-START THRU 1000-LOAD-EMP-END.
           PERFORM 1200-LOAD-CEILING-START THRU 1200-LOAD-CEILING-END.

           OPEN I-O F-EXPENSE.
           IF WS-EXP-STATUS = '35'
               OPEN OUTPUT F-EXPENSE
               CLOSE F-EXPENSE
               OPEN I-O F-EXPENSE
           END-IF.
           MOVE WS-EXP-STATUS TO WS-ERR-STATUS.
           MOVE "EXPENSE.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

      * the reporting lines only exist once payorg.cbl has been used
           OPEN INPUT F-MANAGER.
           IF WS-MGR-STATUS = '00'
               SET WS-MGR-FILE-OK TO TRUE
           END-IF.

           PERFORM 2000-ONE-ACTION-START THRU 2000-ONE-ACTION-END
               UNTIL WS-ACT-QUIT.

           CLOSE F-EXPENSE.
           IF WS-MGR-FILE-OK
               CLOSE F-MANAGER
           END-IF.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * LOAD THE EMPLOYEE IDS, NAMES, AGENCES AND STATUS INTO MEMORY
      ******************************************************************
       1000-LOAD-EMP-START.
           OPEN INPUT F-EMPLOYE.
           MOVE WS-EMP-STATUS TO WS-ERR-STATUS.
           MOVE "fichierclient.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1100-READ-EMP-START THRU 1100-READ-EMP-END
               UNTIL WS-EMP-EOF.
           CLOSE F-EMPLOYE.
       1000-LOAD-EMP-END.
           EXIT.

       1100-READ-EMP-START.
           READ F-EMPLOYE
               AT END SET WS-EMP-EOF TO TRUE
               NOT AT END
                   IF WS-ET-COUNT < 5000
                       ADD 1 TO WS-ET-COUNT
                       SET WS-ET-IDX TO WS-ET-COUNT
                       MOVE EMPLOYE-ID      TO WS-ET-ID(WS-ET-IDX)
                       MOVE EMPLOYE-NOM     TO WS-ET-NOM(WS-ET-IDX)
                       MOVE EMPLOYE-AAGENCE TO WS-ET-AGENCE(WS-ET-IDX)
                       MOVE EMPLOYE-STATUT  TO WS-ET-STATUT(WS-ET-IDX)
                   END-IF
           END-READ.
       1100-READ-EMP-END.
           EXIT.

      ******************************************************************
      * LOAD THE CATEGORY CEILINGS - NO CEILING FILE, NO CLAIMS
      ******************************************************************
       1200-LOAD-CEILING-START.
           OPEN INPUT F-CEILING.
           MOVE WS-CEI-STATUS TO WS-ERR-STATUS.
           MOVE "EXPCEIL.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1300-READ-CEILING-START THRU 1300-READ-CEILING-END
               UNTIL WS-CEI-EOF.
           CLOSE F-CEILING.
       1200-LOAD-CEILING-END.
           EXIT.

       1300-READ-CEILING-START.
           READ F-CEILING
               AT END SET WS-CEI-EOF TO TRUE
               NOT AT END
                   IF WS-CE-COUNT < 20
                       ADD 1 TO WS-CE-COUNT
                       SET WS-CE-IDX TO WS-CE-COUNT
                       MOVE CEI-CAT   TO WS-CE-CAT(WS-CE-IDX)
                       MOVE CEI-LABEL TO WS-CE-LABEL(WS-CE-IDX)
                       MOVE CEI-MAX   TO WS-CE-MAX(WS-CE-IDX)
                   END-IF
           END-READ.
       1300-READ-CEILING-END.
           EXIT.

      ******************************************************************
      * ONE ACTION PER PASS
      ******************************************************************
       2000-ONE-ACTION-START.
           DISPLAY "Action : (S)aisie / (L)iste / (V)alidation /"
               " (Q)uitter ?".
           ACCEPT WS-ACTION.

           IF NOT WS-ACT-QUIT
               PERFORM 2050-AUTHORIZE-START THRU 2050-AUTHORIZE-END
               IF SGN-REFUSED
                   DISPLAY "FONCTION NON AUTORISEE POUR VOTRE ROLE."
                   GO TO 2000-ONE-ACTION-END
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-ENTER
                   PERFORM 3000-ENTER-CLAIM-START
                      THRU 3000-ENTER-CLAIM-END
               WHEN WS-ACT-LIST
                   PERFORM 4000-LIST-CLAIM-START
                      THRU 4000-LIST-CLAIM-END
               WHEN WS-ACT-APPROVE
                   PERFORM 5000-APPROVE-CLAIM-START
                      THRU 5000-APPROVE-CLAIM-END
               WHEN WS-ACT-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Action inconnue."
           END-EVALUATE.
       2000-ONE-ACTION-END.
           EXIT.

      * the role each function needs; the sign-on routine decides
       2050-AUTHORIZE-START.
           MOVE 'F' TO SGN-REQUEST.
           MOVE 'M' TO SGN-LEVEL.
           EVALUATE TRUE
               WHEN WS-ACT-ENTER
                   MOVE "SAISIE FRAIS" TO SGN-FUNCTION
               WHEN WS-ACT-APPROVE
                   MOVE "VALIDATION FRAIS" TO SGN-FUNCTION
               WHEN OTHER
                   SET SGN-GRANTED TO TRUE
                   GO TO 2050-AUTHORIZE-END
           END-EVALUATE.
           CALL 'signon' USING SGN-PARM.
       2050-AUTHORIZE-END.
           EXIT.

      * look WS-WANT-ID up in the employee table
       2100-FIND-EMP-START.
           SET WS-ET-NOT-FOUND TO TRUE.
           PERFORM 2110-ONE-EMP-START THRU 2110-ONE-EMP-END
               VARYING WS-ET-IDX FROM 1 BY 1
               UNTIL WS-ET-IDX > WS-ET-COUNT OR WS-ET-FOUND.
       2100-FIND-EMP-END.
           EXIT.

       2110-ONE-EMP-START.
           IF WS-ET-ID(WS-ET-IDX) = WS-WANT-ID
               SET WS-ET-FOUND TO TRUE
               MOVE WS-ET-NOM(WS-ET-IDX)    TO WS-EMP-NOM
               MOVE WS-ET-AGENCE(WS-ET-IDX) TO WS-EMP-AGENCE
               MOVE WS-ET-STATUT(WS-ET-IDX) TO WS-EMP-STATUT
           END-IF.
       2110-ONE-EMP-END.
           EXIT.

      * look WS-ENT-CAT up in the ceiling table
       2200-FIND-CAT-START.
           SET WS-CE-NOT-FOUND TO TRUE.
           MOVE "?" TO WS-CAT-LABEL.
           MOVE 0 TO WS-CAT-MAX.
           PERFORM 2210-ONE-CAT-START THRU 2210-ONE-CAT-END
               VARYING WS-CE-IDX FROM 1 BY 1
               UNTIL WS-CE-IDX > WS-CE-COUNT OR WS-CE-FOUND.
       2200-FIND-CAT-END.
           EXIT.

       2210-ONE-CAT-START.
           IF WS-CE-CAT(WS-CE-IDX) = WS-ENT-CAT
               SET WS-CE-FOUND TO TRUE
               MOVE WS-CE-LABEL(WS-CE-IDX) TO WS-CAT-LABEL
               MOVE WS-CE-MAX(WS-CE-IDX)   TO WS-CAT-MAX
           END-IF.
       2210-ONE-CAT-END.
           EXIT.

      * position on the first claim of WS-WANT-ID
       2300-START-EMP-START.
           MOVE WS-WANT-ID TO EXP-ID.
           MOVE 0 TO EXP-NUM.
           START F-EXPENSE KEY IS NOT LESS THAN EXP-KEY
               INVALID KEY SET WS-EXP-EOF TO TRUE
           END-START.
       2300-START-EMP-END.
           EXIT.

      ******************************************************************
      * ENTRY - ONE CLAIM FROM THE PAPER NOTE, CHECKED AGAINST THE
      * CATEGORY CEILING AND NUMBERED AFTER THE EMPLOYEE'S LAST CLAIM
      ******************************************************************
       3000-ENTER-CLAIM-START.
           DISPLAY "ID de l'employe ?".
           ACCEPT WS-WANT-ID.
           PERFORM 2100-FIND-EMP-START THRU 2100-FIND-EMP-END.
           IF WS-ET-NOT-FOUND
               DISPLAY "ID INCONNU: " WS-WANT-ID
               GO TO 3000-ENTER-CLAIM-END
           END-IF.
           IF WS-EMP-INACTIF
               DISPLAY "EMPLOYE INACTIF: " WS-WANT-ID
               GO TO 3000-ENTER-CLAIM-END
           END-IF.
           DISPLAY "Employe : " WS-EMP-NOM " agence " WS-EMP-AGENCE.

           DISPLAY "Date de la depense (AAAAMMJJ) ?".
           ACCEPT WS-ENT-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENT-DATE) NOT = 0
               DISPLAY "DATE INVALIDE."
               GO TO 3000-ENTER-CLAIM-END
           END-IF.
           IF WS-ENT-DATE > WS-CD-DATE
               DISPLAY "DATE POSTERIEURE A AUJOURD'HUI."
               GO TO 3000-ENTER-CLAIM-END
           END-IF.

           DISPLAY "Categorie ?".
           PERFORM 3100-SHOW-CAT-START THRU 3100-SHOW-CAT-END
               VARYING WS-CE-IDX FROM 1 BY 1
               UNTIL WS-CE-IDX > WS-CE-COUNT.
           ACCEPT WS-ENT-CAT.
           INSPECT WS-ENT-CAT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 2200-FIND-CAT-START THRU 2200-FIND-CAT-END.
           IF WS-CE-NOT-FOUND
               DISPLAY "CATEGORIE INCONNUE: " WS-ENT-CAT
               GO TO 3000-ENTER-CLAIM-END
           END-IF.

           DISPLAY "Montant (99999.99) ?".
           ACCEPT WS-ENT-AMOUNT.
           IF WS-ENT-AMOUNT = 0
               DISPLAY "MONTANT NUL."
               GO TO 3000-ENTER-CLAIM-END
           END-IF.
           IF WS-ENT-AMOUNT > WS-CAT-MAX
               MOVE WS-CAT-MAX TO WS-EDIT-AMOUNT
               DISPLAY "PLAFOND " WS-CAT-LABEL " DEPASSE: "
                   WS-EDIT-AMOUNT
               GO TO 3000-ENTER-CLAIM-END
           END-IF.

           DISPLAY "Libelle ?".
           ACCEPT WS-ENT-LABEL.

           PERFORM 3200-NEXT-NUMBER-START THRU 3200-NEXT-NUMBER-END.

           MOVE WS-WANT-ID    TO EXP-ID.
           MOVE WS-NEXT-NUM   TO EXP-NUM.
           MOVE WS-ENT-DATE   TO EXP-DATE.
           MOVE WS-ENT-CAT    TO EXP-CAT.
           MOVE WS-ENT-AMOUNT TO EXP-AMOUNT.
           MOVE WS-ENT-LABEL  TO EXP-LABEL.
           MOVE 'S'           TO EXP-STATUS.
           MOVE 0             TO EXP-APPROVER.
           MOVE 0             TO EXP-DECIDED.
           MOVE 0             TO EXP-PAID-DATE.
           WRITE EXP-REC
               INVALID KEY
                   DISPLAY "ECRITURE IMPOSSIBLE, STATUT: "
                       WS-EXP-STATUS
                   GO TO 3000-ENTER-CLAIM-END
           END-WRITE.
           DISPLAY "NOTE DE FRAIS " WS-NEXT-NUM " ENREGISTREE.".
       3000-ENTER-CLAIM-END.
           EXIT.

       3100-SHOW-CAT-START.
           MOVE WS-CE-MAX(WS-CE-IDX) TO WS-EDIT-AMOUNT.
           DISPLAY "  (" WS-CE-CAT(WS-CE-IDX) ") "
               WS-CE-LABEL(WS-CE-IDX) " plafond " WS-EDIT-AMOUNT.
       3100-SHOW-CAT-END.
           EXIT.

      * the claim number follows the employee's highest one
       3200-NEXT-NUMBER-START.
           MOVE 0 TO WS-NEXT-NUM.
           PERFORM 2300-START-EMP-START THRU 2300-START-EMP-END.
           PERFORM 3210-ONE-NUMBER-START THRU 3210-ONE-NUMBER-END
               UNTIL WS-EXP-EOF.
           ADD 1 TO WS-NEXT-NUM.
       3200-NEXT-NUMBER-END.
           EXIT.

       3210-ONE-NUMBER-START.
           READ F-EXPENSE NEXT RECORD
               AT END
                   SET WS-EXP-EOF TO TRUE
                   GO TO 3210-ONE-NUMBER-END
           END-READ.
           IF EXP-ID NOT = WS-WANT-ID
               SET WS-EXP-EOF TO TRUE
               GO TO 3210-ONE-NUMBER-END
           END-IF.
           MOVE EXP-NUM TO WS-NEXT-NUM.
       3210-ONE-NUMBER-END.
           EXIT.

      ******************************************************************
      * LIST - EVERY CLAIM OF ONE EMPLOYEE WITH ITS STATUS
      ******************************************************************
       4000-LIST-CLAIM-START.
           DISPLAY "ID de l'employe ?".
           ACCEPT WS-WANT-ID.
           PERFORM 2100-FIND-EMP-START THRU 2100-FIND-EMP-END.
           IF WS-ET-NOT-FOUND
               DISPLAY "ID INCONNU: " WS-WANT-ID
               GO TO 4000-LIST-CLAIM-END
           END-IF.
           DISPLAY "Employe : " WS-EMP-NOM.

           MOVE 0 TO WS-EXP-LISTED.
           PERFORM 2300-START-EMP-START THRU 2300-START-EMP-END.
           PERFORM 4100-ONE-LISTED-START THRU 4100-ONE-LISTED-END
               UNTIL WS-EXP-EOF.
           IF WS-EXP-LISTED = 0
               DISPLAY "AUCUNE NOTE DE FRAIS."
           END-IF.
       4000-LIST-CLAIM-END.
           EXIT.

       4100-ONE-LISTED-START.
           READ F-EXPENSE NEXT RECORD
               AT END
                   SET WS-EXP-EOF TO TRUE
                   GO TO 4100-ONE-LISTED-END
           END-READ.
           IF EXP-ID NOT = WS-WANT-ID
               SET WS-EXP-EOF TO TRUE
               GO TO 4100-ONE-LISTED-END
           END-IF.
           PERFORM 4200-SHOW-CLAIM-START THRU 4200-SHOW-CLAIM-END.
           ADD 1 TO WS-EXP-LISTED.
       4100-ONE-LISTED-END.
           EXIT.

      * one claim on one line
       4200-SHOW-CLAIM-START.
           EVALUATE TRUE
               WHEN EXP-SUBMITTED MOVE "A VALIDER"  TO WS-STATUS-LABEL
               WHEN EXP-APPROVED  MOVE "APPROUVEE"  TO WS-STATUS-LABEL
               WHEN EXP-REJECTED  MOVE "REFUSEE"    TO WS-STATUS-LABEL
               WHEN EXP-PAID      MOVE "PAYEE"      TO WS-STATUS-LABEL
               WHEN OTHER         MOVE "?"          TO WS-STATUS-LABEL
           END-EVALUATE.
           MOVE EXP-CAT TO WS-ENT-CAT.
           PERFORM 2200-FIND-CAT-START THRU 2200-FIND-CAT-END.
           MOVE EXP-AMOUNT TO WS-EDIT-AMOUNT.
           DISPLAY "  " EXP-NUM " " EXP-DATE " " WS-CAT-LABEL
               " " WS-EDIT-AMOUNT " " WS-STATUS-LABEL.
           DISPLAY "       " EXP-LABEL.
       4200-SHOW-CLAIM-END.
           EXIT.

      ******************************************************************
      * APPROVAL - AN ACTIVE MANAGER DECIDES, ONE BY ONE, ON THE
      * PENDING CLAIMS OF THEIR REPORTS IN MANAGER.DAT, AND OF THE
      * OTHER EMPLOYEES OF THEIR AGENCE WHO HAVE NO REPORTING LINE;
      * EACH DECISION IS LOGGED TO PAYAUDIT.LOG UNDER THE OPERATOR
      ******************************************************************
       5000-APPROVE-CLAIM-START.
           DISPLAY "ID du responsable d'agence ?".
           ACCEPT WS-WANT-ID.
           PERFORM 2100-FIND-EMP-START THRU 2100-FIND-EMP-END.
           IF WS-ET-NOT-FOUND
               DISPLAY "ID INCONNU: " WS-WANT-ID
               GO TO 5000-APPROVE-CLAIM-END
           END-IF.
           IF WS-EMP-INACTIF
               DISPLAY "EMPLOYE INACTIF: " WS-WANT-ID
               GO TO 5000-APPROVE-CLAIM-END
           END-IF.
           MOVE WS-WANT-ID    TO WS-MANAGER-ID.
           MOVE WS-EMP-AGENCE TO WS-MANAGER-AGENCE.
           DISPLAY "Responsable : " WS-EMP-NOM
               " agence " WS-MANAGER-AGENCE.

           OPEN EXTEND F-PAYAUDIT.
           IF WS-PA-STATUS = '35'
               OPEN OUTPUT F-PAYAUDIT
           END-IF.
           MOVE WS-PA-STATUS TO WS-ERR-STATUS.
           MOVE "PAYAUDIT.log" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           MOVE 0 TO WS-EXP-DECIDED.
           MOVE SPACES TO WS-DECISION.
           MOVE 0 TO WS-WANT-ID.
           PERFORM 2300-START-EMP-START THRU 2300-START-EMP-END.
           PERFORM 5100-ONE-PENDING-START THRU 5100-ONE-PENDING-END
               UNTIL WS-EXP-EOF OR WS-DEC-STOP.
           CLOSE F-PAYAUDIT.
           DISPLAY WS-EXP-DECIDED " NOTE(S) DE FRAIS TRAITEE(S).".
       5000-APPROVE-CLAIM-END.
           EXIT.

       5100-ONE-PENDING-START.
           READ F-EXPENSE NEXT RECORD
               AT END
                   SET WS-EXP-EOF TO TRUE
                   GO TO 5100-ONE-PENDING-END
           END-READ.
           IF NOT EXP-SUBMITTED
           OR EXP-ID = WS-MANAGER-ID
               GO TO 5100-ONE-PENDING-END
           END-IF.
           MOVE EXP-ID TO WS-WANT-ID.
           PERFORM 2100-FIND-EMP-START THRU 2100-FIND-EMP-END.
           IF WS-ET-NOT-FOUND
               GO TO 5100-ONE-PENDING-END
           END-IF.
           IF WS-MGR-FILE-OK
               MOVE EXP-ID TO MGR-ID
               READ F-MANAGER
                   INVALID KEY
                       MOVE 0 TO MGR-BOSS-ID
               END-READ
           ELSE
               MOVE 0 TO MGR-BOSS-ID
           END-IF.
           IF MGR-BOSS-ID NOT = 0
               IF MGR-BOSS-ID NOT = WS-MANAGER-ID
                   GO TO 5100-ONE-PENDING-END
               END-IF
           ELSE
               IF WS-EMP-AGENCE NOT = WS-MANAGER-AGENCE
                   GO TO 5100-ONE-PENDING-END
               END-IF
           END-IF.

           DISPLAY EXP-ID " " WS-EMP-NOM.
           PERFORM 4200-SHOW-CLAIM-START THRU 4200-SHOW-CLAIM-END.
           DISPLAY "(A)pprouver / (R)efuser / (P)asser / (Q)uitter ?".
           ACCEPT WS-DECISION.
           IF NOT WS-DEC-APPROVE AND NOT WS-DEC-REFUSE
               GO TO 5100-ONE-PENDING-END
           END-IF.
           IF WS-DEC-APPROVE
               MOVE 'A' TO EXP-STATUS
           ELSE
               MOVE 'R' TO EXP-STATUS
           END-IF.
           MOVE WS-MANAGER-ID TO EXP-APPROVER.
           MOVE WS-CD-DATE    TO EXP-DECIDED.
           REWRITE EXP-REC
               INVALID KEY
                   DISPLAY "MISE A JOUR IMPOSSIBLE, STATUT: "
                       WS-EXP-STATUS
                   GO TO 5100-ONE-PENDING-END
           END-REWRITE.
           ADD 1 TO WS-EXP-DECIDED.
           PERFORM 5200-WRITE-AUDIT-START THRU 5200-WRITE-AUDIT-END.
       5100-ONE-PENDING-END.
           EXIT.

      * one line per decision: the claim and the manager keyed in,
      * under the operator who signed on
       5200-WRITE-AUDIT-START.
           MOVE SPACES TO PA-REC.
           MOVE FUNCTION CURRENT-DATE TO PA-STAMP.
           MOVE "payexp"        TO PA-PROGRAM.
           MOVE WS-CD-PERIOD    TO PA-PERIOD.
           MOVE 'S'             TO PA-OLD-STATUS.
           MOVE ">"             TO PA-ARROW.
           MOVE EXP-STATUS      TO PA-NEW-STATUS.
           MOVE SGN-OPERATOR    TO PA-OPERATOR.
           STRING "NDF " EXP-ID "/" EXP-NUM " R" WS-MANAGER-ID
               DELIMITED BY SIZE INTO PA-TEXT
           END-STRING.
           WRITE PA-REC.
       5200-WRITE-AUDIT-END.
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
