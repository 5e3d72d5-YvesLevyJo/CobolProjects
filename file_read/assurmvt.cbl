      *****************************************************************
      *    Mouvements des sinistres : provisions et reglements
      *****************************************************************
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: claim movements - against a
      *                    CLAIMS.dat claim number the handler sets or
      *                    revises the reserve, posts a payment,
      *                    settles or rejects the claim.  Every
      *                    movement (date, reference, operator) goes
      *                    to the indexed CLMMVT.dat and the claim
      *                    status follows the lifecycle OUVERT,
      *                    RESERVE, PARTIEL, REGLE or REJETE.  A
      *                    payment never exceeds the outstanding
      *                    reserve, and a settled or rejected claim
      *                    takes no further movement.
      * 2026-10-15 Yves    Operator sign-on through signon.cbl instead
      *                    of a typed name; every movement is checked
      *                    against the operator's ASSUR role (M), and
      *                    the signed-on operator code is the one kept
      *                    on the movement.
      * 2026-10-15 Yves    An early stop after sign-on (a file that
      *                    cannot be opened) ends the session in
      *                    ACCESS.log first.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  assurmvt.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE ASSIGN TO 'CLAIMS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLM-NUM
           FILE STATUS IS WS-CLM-STATUS.

           SELECT MVT-FILE ASSIGN TO 'CLMMVT.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MVT-KEY
           FILE STATUS IS WS-MVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLAIM-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  CLAIM-REC.
           05 CLM-NUM                 PIC X(10).
           05 CLM-CONTRACT-ID         PIC X(8).
           05 CLM-DATE                PIC 9(8).
           05 CLM-AMOUNT              PIC 9(9).
           05 CLM-STATUS              PIC X(8).
              88 CLM-OUVERT               VALUE "OUVERT".
              88 CLM-RESERVE              VALUE "RESERVE".
              88 CLM-PARTIEL              VALUE "PARTIEL".
              88 CLM-REGLE                VALUE "REGLE".
              88 CLM-REJETE               VALUE "REJETE".
              88 CLM-CLOSED               VALUE "REGLE" "REJETE".

      * one movement of a claim: a reserve change (signed) or a
      * payment, numbered in sequence within the claim
       FD MVT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MVT-REC.
           05 MVT-KEY.
              10 MVT-CLM-NUM          PIC X(10).
              10 MVT-SEQ              PIC 9(4).
           05 MVT-TYPE                PIC X(1).
              88 MVT-RESERVE              VALUE 'R'.
              88 MVT-PAYMENT              VALUE 'P'.
              88 MVT-SETTLE               VALUE 'S'.
              88 MVT-REJECT               VALUE 'J'.
           05 MVT-DATE                PIC 9(8).
           05 MVT-RESERVE-CHG         PIC S9(9)
                                      SIGN IS LEADING SEPARATE.
           05 MVT-PAID                PIC 9(9).
           05 MVT-REFERENCE           PIC X(20).
           05 MVT-OPERATOR            PIC X(10).
           05 MVT-NEW-STATUS          PIC X(8).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CLM-STATUS              PIC X(2).
           88 WS-CLM-OK                   VALUE '00'.
       01  WS-MVT-STATUS              PIC X(2).
           88 WS-MVT-OK                   VALUE '00'.

       01  WS-ACTION                  PIC X(01).
           88 WS-ACT-RESERVE              VALUE 'R' 'r'.
           88 WS-ACT-PAYMENT              VALUE 'P' 'p'.
           88 WS-ACT-SETTLE               VALUE 'S' 's'.
           88 WS-ACT-REJECT               VALUE 'J' 'j'.
           88 WS-ACT-LIST                 VALUE 'L' 'l'.
           88 WS-ACT-QUIT                 VALUE 'Q' 'q'.
       01  WS-CONFIRM                 PIC X(01).
           88 WS-CONFIRMED                VALUE 'O' 'o'.

       01  WS-WANT-NUM                PIC X(10).
       01  WS-WANT-AMOUNT             PIC 9(9).
       01  WS-WANT-REF                PIC X(20).
       01  WS-WANT-DATE-X             PIC X(8).
       01  WS-MVT-DATE                PIC 9(8).

      * the claim as its movements leave it
       01  WS-RESERVE                 PIC S9(10) VALUE 0.
       01  WS-PAID                    PIC S9(10) VALUE 0.
       01  WS-OUTSTANDING             PIC S9(10) VALUE 0.
       01  WS-LAST-SEQ                PIC 9(4) VALUE 0.
       01  WS-MVT-COUNT               PIC 9(4) VALUE 0.
       01  WS-WALK-DONE-SW            PIC X(01) VALUE 'N'.
           88 WS-WALK-DONE                VALUE 'Y'.
       01  WS-LIST-SW                 PIC X(01) VALUE 'N'.
           88 WS-LIST-MOVES               VALUE 'Y'.

       01  WS-NEW-STATUS              PIC X(8).
       01  WS-NEW-RESERVE-CHG         PIC S9(10).
       01  WS-NEW-PAID                PIC 9(9).

       01  WS-AMOUNT-ED               PIC -(9)9.
       01  WS-RESERVE-ED              PIC -(9)9.
       01  WS-PAID-ED                 PIC Z(9)9.
       01  WS-OUTST-ED                PIC -(9)9.

       01  WS-CURRENT-DATE.
           05 WS-TODAY                PIC 9(8).
           05 FILLER                  PIC X(13).

       01  WS-POSTED-COUNT            PIC 9(04) VALUE 0.

       COPY "SIGNPARM.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'S'        TO SGN-REQUEST.
           MOVE "ASSUR"    TO SGN-APPLI.
           MOVE "assurmvt" TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           OPEN I-O CLAIM-FILE.
           IF NOT WS-CLM-OK
               DISPLAY "CLAIMS.dat INACCESSIBLE, STATUT: "
                   WS-CLM-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.

           OPEN I-O MVT-FILE.
           IF WS-MVT-STATUS = '35'
      * first movement ever posted on this machine
               OPEN OUTPUT MVT-FILE
               CLOSE MVT-FILE
               OPEN I-O MVT-FILE
           END-IF.
           IF NOT WS-MVT-OK
               DISPLAY "CLMMVT.dat INACCESSIBLE, STATUT: "
                   WS-MVT-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.

           PERFORM 1000-ONE-ACTION-START THRU 1000-ONE-ACTION-END
               UNTIL WS-ACT-QUIT.

           CLOSE CLAIM-FILE MVT-FILE.
           DISPLAY "MOUVEMENTS SAISIS: " WS-POSTED-COUNT.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * ONE MOVEMENT PER PASS
      ******************************************************************
       1000-ONE-ACTION-START.
           DISPLAY "Action : (R)eserve / (P)aiement / (S)olde /"
               " re(J)et / (L)iste / (Q)uitter ?".
           ACCEPT WS-ACTION.
           IF WS-ACT-QUIT
               GO TO 1000-ONE-ACTION-END
           END-IF.
           IF NOT WS-ACT-RESERVE AND NOT WS-ACT-PAYMENT
           AND NOT WS-ACT-SETTLE AND NOT WS-ACT-REJECT
           AND NOT WS-ACT-LIST
               DISPLAY "Action inconnue."
               GO TO 1000-ONE-ACTION-END
           END-IF.
           PERFORM 1050-AUTHORIZE-START THRU 1050-AUTHORIZE-END.
           IF SGN-REFUSED
               DISPLAY "FONCTION NON AUTORISEE POUR VOTRE ROLE."
               GO TO 1000-ONE-ACTION-END
           END-IF.

           DISPLAY "Numero de sinistre (10 caracteres) ?".
           ACCEPT WS-WANT-NUM.
           MOVE WS-WANT-NUM TO CLM-NUM.
           READ CLAIM-FILE
               INVALID KEY
                   DISPLAY "SINISTRE INCONNU: " WS-WANT-NUM
                   GO TO 1000-ONE-ACTION-END
           END-READ.

           IF WS-ACT-LIST
               MOVE 'Y' TO WS-LIST-SW
           ELSE
               MOVE 'N' TO WS-LIST-SW
           END-IF.
           PERFORM 2000-CLAIM-POSITION-START
              THRU 2000-CLAIM-POSITION-END.
           IF WS-ACT-LIST
               GO TO 1000-ONE-ACTION-END
           END-IF.

           IF CLM-CLOSED
               DISPLAY "SINISTRE CLOS (" CLM-STATUS
                   ") - AUCUN MOUVEMENT ACCEPTE."
               GO TO 1000-ONE-ACTION-END
           END-IF.

           MOVE 0 TO WS-NEW-RESERVE-CHG.
           MOVE 0 TO WS-NEW-PAID.
           EVALUATE TRUE
               WHEN WS-ACT-RESERVE
                   PERFORM 3000-RESERVE-START THRU 3000-RESERVE-END
               WHEN WS-ACT-PAYMENT
                   PERFORM 3100-PAYMENT-START THRU 3100-PAYMENT-END
               WHEN WS-ACT-SETTLE
                   PERFORM 3200-SETTLE-START THRU 3200-SETTLE-END
               WHEN WS-ACT-REJECT
                   PERFORM 3300-REJECT-START THRU 3300-REJECT-END
           END-EVALUATE.
       1000-ONE-ACTION-END.
           EXIT.

      * the role each function needs; the sign-on routine decides
       1050-AUTHORIZE-START.
           MOVE 'F' TO SGN-REQUEST.
           MOVE 'M' TO SGN-LEVEL.
           EVALUATE TRUE
               WHEN WS-ACT-RESERVE
                   MOVE "PROVISION SINISTRE" TO SGN-FUNCTION
               WHEN WS-ACT-PAYMENT
                   MOVE "PAIEMENT SINISTRE" TO SGN-FUNCTION
               WHEN WS-ACT-SETTLE
                   MOVE "SOLDE SINISTRE" TO SGN-FUNCTION
               WHEN WS-ACT-REJECT
                   MOVE "REJET SINISTRE" TO SGN-FUNCTION
               WHEN OTHER
                   SET SGN-GRANTED TO TRUE
                   GO TO 1050-AUTHORIZE-END
           END-EVALUATE.
           CALL 'signon' USING SGN-PARM.
       1050-AUTHORIZE-END.
           EXIT.

      ******************************************************************
      * WALK THE MOVEMENTS OF THE CLAIM: RESERVE, PAID, OUTSTANDING
      * AND THE LAST SEQUENCE NUMBER USED
      ******************************************************************
       2000-CLAIM-POSITION-START.
           MOVE 0 TO WS-RESERVE WS-PAID WS-LAST-SEQ WS-MVT-COUNT.
           MOVE 'N' TO WS-WALK-DONE-SW.
           MOVE WS-WANT-NUM TO MVT-CLM-NUM.
           MOVE 0 TO MVT-SEQ.
           START MVT-FILE KEY IS NOT LESS THAN MVT-KEY
               INVALID KEY SET WS-WALK-DONE TO TRUE
           END-START.
           PERFORM 2100-NEXT-MVT-START THRU 2100-NEXT-MVT-END
               UNTIL WS-WALK-DONE.
           COMPUTE WS-OUTSTANDING = WS-RESERVE - WS-PAID.

           MOVE CLM-AMOUNT     TO WS-AMOUNT-ED.
           MOVE WS-RESERVE     TO WS-RESERVE-ED.
           MOVE WS-PAID        TO WS-PAID-ED.
           MOVE WS-OUTSTANDING TO WS-OUTST-ED.
           DISPLAY "SINISTRE " CLM-NUM " CONTRAT " CLM-CONTRACT-ID
               " DU " CLM-DATE " STATUT " CLM-STATUS.
           DISPLAY "  DECLARE " WS-AMOUNT-ED " PROVISION "
               WS-RESERVE-ED " PAYE " WS-PAID-ED " RESTE "
               WS-OUTST-ED.
       2000-CLAIM-POSITION-END.
           EXIT.

       2100-NEXT-MVT-START.
           READ MVT-FILE NEXT RECORD
               AT END
                   SET WS-WALK-DONE TO TRUE
                   GO TO 2100-NEXT-MVT-END
           END-READ.
           IF MVT-CLM-NUM NOT = WS-WANT-NUM
               SET WS-WALK-DONE TO TRUE
               GO TO 2100-NEXT-MVT-END
           END-IF.
           ADD MVT-RESERVE-CHG TO WS-RESERVE.
           ADD MVT-PAID TO WS-PAID.
           MOVE MVT-SEQ TO WS-LAST-SEQ.
           ADD 1 TO WS-MVT-COUNT.
           IF WS-LIST-MOVES
               MOVE MVT-RESERVE-CHG TO WS-RESERVE-ED
               MOVE MVT-PAID        TO WS-PAID-ED
               DISPLAY "  " MVT-SEQ " " MVT-TYPE " " MVT-DATE
                   " PROV " WS-RESERVE-ED " PAYE " WS-PAID-ED
                   " " MVT-REFERENCE " " MVT-OPERATOR
           END-IF.
       2100-NEXT-MVT-END.
           EXIT.

      ******************************************************************
      * RESERVE - THE NEW TOTAL EXPECTED COST OF THE CLAIM, NEVER LESS
      * THAN WHAT IS ALREADY PAID; THE MOVEMENT HOLDS THE CHANGE
      ******************************************************************
       3000-RESERVE-START.
           DISPLAY "Nouvelle provision totale (entier) ?".
           ACCEPT WS-WANT-AMOUNT.
           IF WS-WANT-AMOUNT < WS-PAID
               DISPLAY "PROVISION INFERIEURE AU DEJA PAYE - REFUSEE."
               GO TO 3000-RESERVE-END
           END-IF.
           COMPUTE WS-NEW-RESERVE-CHG = WS-WANT-AMOUNT - WS-RESERVE.
           IF WS-NEW-RESERVE-CHG = 0
               DISPLAY "PROVISION INCHANGEE."
               GO TO 3000-RESERVE-END
           END-IF.
           IF WS-PAID = 0
               MOVE "RESERVE" TO WS-NEW-STATUS
           ELSE
               MOVE "PARTIEL" TO WS-NEW-STATUS
           END-IF.
           PERFORM 4000-WRITE-MVT-START THRU 4000-WRITE-MVT-END.
       3000-RESERVE-END.
           EXIT.

      ******************************************************************
      * PAYMENT - NEVER MORE THAN THE OUTSTANDING RESERVE
      ******************************************************************
       3100-PAYMENT-START.
           IF WS-OUTSTANDING NOT > 0
               DISPLAY "AUCUNE PROVISION DISPONIBLE - "
                   "PROVISIONNER D'ABORD."
               GO TO 3100-PAYMENT-END
           END-IF.
           DISPLAY "Montant paye (entier) ?".
           ACCEPT WS-WANT-AMOUNT.
           IF WS-WANT-AMOUNT = 0
               DISPLAY "MONTANT NUL REFUSE."
               GO TO 3100-PAYMENT-END
           END-IF.
           IF WS-WANT-AMOUNT > WS-OUTSTANDING
               DISPLAY "PAIEMENT SUPERIEUR A LA PROVISION RESTANTE - "
                   "REFUSE."
               GO TO 3100-PAYMENT-END
           END-IF.
           MOVE WS-WANT-AMOUNT TO WS-NEW-PAID.
           MOVE "PARTIEL" TO WS-NEW-STATUS.
           PERFORM 4000-WRITE-MVT-START THRU 4000-WRITE-MVT-END.
       3100-PAYMENT-END.
           EXIT.

      ******************************************************************
      * SETTLE - THE CLAIM IS CLOSED AS PAID, WHATEVER RESERVE IS LEFT
      * IS RELEASED
      ******************************************************************
       3200-SETTLE-START.
           IF WS-PAID = 0
               DISPLAY "RIEN DE PAYE - UTILISER LE REJET."
               GO TO 3200-SETTLE-END
           END-IF.
           DISPLAY "Confirmer le solde du sinistre (O/N) ?".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "SOLDE ABANDONNE."
               GO TO 3200-SETTLE-END
           END-IF.
           COMPUTE WS-NEW-RESERVE-CHG = 0 - WS-OUTSTANDING.
           MOVE "REGLE" TO WS-NEW-STATUS.
           PERFORM 4000-WRITE-MVT-START THRU 4000-WRITE-MVT-END.
       3200-SETTLE-END.
           EXIT.

      ******************************************************************
      * REJECT - ONLY WHILE NOTHING HAS BEEN PAID; THE RESERVE IS
      * RELEASED IN FULL
      ******************************************************************
       3300-REJECT-START.
           IF WS-PAID > 0
               DISPLAY "SINISTRE DEJA PAYE EN PARTIE - REJET REFUSE."
               GO TO 3300-REJECT-END
           END-IF.
           DISPLAY "Confirmer le rejet du sinistre (O/N) ?".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "REJET ABANDONNE."
               GO TO 3300-REJECT-END
           END-IF.
           COMPUTE WS-NEW-RESERVE-CHG = 0 - WS-RESERVE.
           MOVE "REJETE" TO WS-NEW-STATUS.
           PERFORM 4000-WRITE-MVT-START THRU 4000-WRITE-MVT-END.
       3300-REJECT-END.
           EXIT.

      ******************************************************************
      * THE MOVEMENT ITSELF, THEN THE NEW STATUS ON THE CLAIM
      ******************************************************************
       4000-WRITE-MVT-START.
           DISPLAY "Date du mouvement (AAAAMMJJ, vide = ce jour) ?".
           MOVE SPACES TO WS-WANT-DATE-X.
           ACCEPT WS-WANT-DATE-X.
           IF WS-WANT-DATE-X = SPACES
               MOVE WS-TODAY TO WS-MVT-DATE
           ELSE
               IF WS-WANT-DATE-X NOT NUMERIC
                   DISPLAY "DATE INVALIDE: " WS-WANT-DATE-X
                   GO TO 4000-WRITE-MVT-END
               END-IF
               MOVE WS-WANT-DATE-X TO WS-MVT-DATE
           END-IF.
           DISPLAY "Reference (piece, virement, expertise) ?".
           MOVE SPACES TO WS-WANT-REF.
           ACCEPT WS-WANT-REF.

           MOVE SPACES             TO MVT-REC.
           MOVE WS-WANT-NUM        TO MVT-CLM-NUM.
           COMPUTE MVT-SEQ = WS-LAST-SEQ + 1.
           MOVE WS-ACTION          TO MVT-TYPE.
           INSPECT MVT-TYPE CONVERTING "rpsj" TO "RPSJ".
           MOVE WS-MVT-DATE        TO MVT-DATE.
           MOVE WS-NEW-RESERVE-CHG TO MVT-RESERVE-CHG.
           MOVE WS-NEW-PAID        TO MVT-PAID.
           MOVE WS-WANT-REF        TO MVT-REFERENCE.
           MOVE SGN-OPERATOR       TO MVT-OPERATOR.
           MOVE WS-NEW-STATUS      TO MVT-NEW-STATUS.
           WRITE MVT-REC
               INVALID KEY
                   DISPLAY "ECRITURE MOUVEMENT IMPOSSIBLE, STATUT: "
                       WS-MVT-STATUS
                   GO TO 4000-WRITE-MVT-END
           END-WRITE.

           MOVE WS-NEW-STATUS TO CLM-STATUS.
           REWRITE CLAIM-REC
               INVALID KEY
                   DISPLAY "REECRITURE SINISTRE IMPOSSIBLE, STATUT: "
                       WS-CLM-STATUS
                   GO TO 4000-WRITE-MVT-END
           END-REWRITE.
           ADD 1 TO WS-POSTED-COUNT.
           DISPLAY "MOUVEMENT " MVT-SEQ " ENREGISTRE - STATUT "
               CLM-STATUS.
       4000-WRITE-MVT-END.
           EXIT.
