      *****************************************************************
      *    Encaissement des primes d'assurances
      *****************************************************************
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: premium payment posting - a
      *                    payment received (date, amount, reference)
      *                    is posted against one instalment of the
      *                    receivables ledger PREMRCV.dat billed by
      *                    assurbil.cbl, the instalment becoming
      *                    partly paid or settled; a payment above
      *                    what is still owed is refused.  Every
      *                    payment is journaled to PREMPAY.dat with
      *                    the operator name.
      * 2026-10-15 Yves    Operator sign-on through signon.cbl instead
      *                    of a typed name; posting a payment is
      *                    checked against the operator's ASSUR role
      *                    (M), and the signed-on operator code is the
      *                    one journalled in PREMPAY.dat.
      * 2026-10-15 Yves    An early stop after sign-on (a file that
      *                    cannot be opened) ends the session in
      *                    ACCESS.log first.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  assurpay.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCV-FILE ASSIGN TO 'PREMRCV.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCV-KEY
           FILE STATUS IS WS-RCV-STATUS.

           SELECT PAY-FILE ASSIGN TO 'PREMPAY.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one premium instalment of a contract, keyed on the contract
      * and its due date
       FD RCV-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  RCV-REC.
           05 RCV-KEY.
              10 RCV-CONTRACT-ID      PIC X(8).
              10 RCV-DUE              PIC 9(8).
           05 RCV-ENTREPISE           PIC X(41).
           05 RCV-FREQ                PIC X(1).
           05 RCV-AMOUNT              PIC 9(9)V99.
           05 RCV-PAID                PIC 9(9)V99.
           05 RCV-CURRENCY            PIC X(3).
           05 RCV-STATUS              PIC X(1).
              88 RCV-OPEN                 VALUE 'O'.
              88 RCV-PARTIAL              VALUE 'P'.
              88 RCV-SETTLED              VALUE 'S'.
           05 RCV-BILLED              PIC 9(8).
           05 RCV-LAST-PAY            PIC 9(8).

      * one line per payment posted
       FD PAY-FILE
           RECORD CONTAINS 68 CHARACTERS.
       01  PAY-REC.
           05 PAY-CONTRACT-ID         PIC X(8).
           05 PAY-DUE                 PIC 9(8).
           05 PAY-DATE                PIC 9(8).
           05 PAY-AMOUNT              PIC 9(9)V99.
           05 PAY-CURRENCY            PIC X(3).
           05 PAY-REFERENCE           PIC X(20).
           05 PAY-OPERATOR            PIC X(10).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-RCV-STATUS              PIC X(2).
           88 WS-RCV-OK                   VALUE '00'.
           88 WS-RCV-EOF                  VALUE '10'.
       01  WS-PAY-STATUS              PIC X(2).

       01  WS-ACTION                  PIC X(01).
           88 WS-ACT-PAY                  VALUE 'E' 'e'.
           88 WS-ACT-LIST                 VALUE 'L' 'l'.
           88 WS-ACT-QUIT                 VALUE 'Q' 'q'.

       01  WS-WANT-CONTRACT           PIC X(8).
       01  WS-WANT-DUE                PIC 9(8).
       01  WS-WANT-DATE               PIC 9(8).
       01  WS-WANT-DATE-X             PIC X(8).
       01  WS-WANT-AMOUNT-X           PIC X(15).
       01  WS-WANT-AMOUNT             PIC 9(9)V99.
       01  WS-WANT-REF                PIC X(20).
       01  WS-BALANCE                 PIC 9(9)V99.
       01  WS-BALANCE-ED              PIC Z(8)9,99.
       01  WS-AMOUNT-ED               PIC Z(8)9,99.

       01  WS-CURRENT-DATE.
           05 WS-TODAY                PIC 9(8).
           05 FILLER                  PIC X(13).

       01  WS-LIST-DONE-SW            PIC X(01) VALUE 'N'.
           88 WS-LIST-DONE                VALUE 'Y'.
       01  WS-LIST-COUNT              PIC 9(04) VALUE 0.
       01  WS-POSTED-COUNT            PIC 9(04) VALUE 0.
      *****************************************************************
      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       COPY "SIGNPARM.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'S'        TO SGN-REQUEST.
           MOVE "ASSUR"    TO SGN-APPLI.
           MOVE "assurpay" TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           OPEN I-O RCV-FILE.
           IF NOT WS-RCV-OK
               DISPLAY "PREMRCV.dat INACCESSIBLE, STATUT: "
                   WS-RCV-STATUS
               DISPLAY "LANCER assurbil POUR FACTURER LES PRIMES."
               MOVE 12 TO RETURN-CODE
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.

           OPEN EXTEND PAY-FILE.
           IF WS-PAY-STATUS = '35'
               OPEN OUTPUT PAY-FILE
           END-IF.
           MOVE WS-PAY-STATUS TO WS-ERR-STATUS.
           MOVE "PREMPAY.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           PERFORM 1000-ONE-ACTION-START THRU 1000-ONE-ACTION-END
               UNTIL WS-ACT-QUIT.

           CLOSE RCV-FILE PAY-FILE.
           DISPLAY "ENCAISSEMENTS SAISIS: " WS-POSTED-COUNT.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * ONE ACTION PER PASS
      ******************************************************************
       1000-ONE-ACTION-START.
           DISPLAY "Action : (E)ncaissement / (L)iste des echeances"
               " / (Q)uitter ?".
           ACCEPT WS-ACTION.

           IF NOT WS-ACT-QUIT
               PERFORM 1050-AUTHORIZE-START THRU 1050-AUTHORIZE-END
               IF SGN-REFUSED
                   DISPLAY "FONCTION NON AUTORISEE POUR VOTRE ROLE."
                   GO TO 1000-ONE-ACTION-END
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-PAY
                   PERFORM 2000-POST-PAYMENT-START
                      THRU 2000-POST-PAYMENT-END
               WHEN WS-ACT-LIST
                   PERFORM 3000-LIST-CONTRACT-START
                      THRU 3000-LIST-CONTRACT-END
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
               WHEN WS-ACT-PAY
                   MOVE "ENCAISSEMENT PRIME" TO SGN-FUNCTION
               WHEN OTHER
                   SET SGN-GRANTED TO TRUE
                   GO TO 1050-AUTHORIZE-END
           END-EVALUATE.
           CALL 'signon' USING SGN-PARM.
       1050-AUTHORIZE-END.
           EXIT.

      ******************************************************************
      * POST ONE PAYMENT AGAINST ONE INSTALMENT - NEVER MORE THAN WHAT
      * IS STILL OWED ON IT
      ******************************************************************
       2000-POST-PAYMENT-START.
           DISPLAY "Identifiant du contrat (8 caracteres) ?".
           ACCEPT WS-WANT-CONTRACT.
           DISPLAY "Echeance reglee (AAAAMMJJ) ?".
           ACCEPT WS-WANT-DUE.

           MOVE WS-WANT-CONTRACT TO RCV-CONTRACT-ID.
           MOVE WS-WANT-DUE      TO RCV-DUE.
           READ RCV-FILE
               INVALID KEY
                   DISPLAY "ECHEANCE INCONNUE: " WS-WANT-CONTRACT
                       " " WS-WANT-DUE
                   GO TO 2000-POST-PAYMENT-END
           END-READ.
           IF RCV-SETTLED
               DISPLAY "ECHEANCE DEJA SOLDEE."
               GO TO 2000-POST-PAYMENT-END
           END-IF.
           COMPUTE WS-BALANCE = RCV-AMOUNT - RCV-PAID.
           MOVE WS-BALANCE TO WS-BALANCE-ED.
           DISPLAY RCV-ENTREPISE.
           DISPLAY "RESTE DU: " WS-BALANCE-ED " " RCV-CURRENCY.

           DISPLAY "Date du reglement (AAAAMMJJ, vide = ce jour) ?".
           MOVE SPACES TO WS-WANT-DATE-X.
           ACCEPT WS-WANT-DATE-X.
           IF WS-WANT-DATE-X = SPACES
               MOVE WS-TODAY TO WS-WANT-DATE
           ELSE
               IF WS-WANT-DATE-X NOT NUMERIC
                   DISPLAY "DATE INVALIDE: " WS-WANT-DATE-X
                   GO TO 2000-POST-PAYMENT-END
               END-IF
               MOVE WS-WANT-DATE-X TO WS-WANT-DATE
           END-IF.

           DISPLAY "Montant recu (ex: 125,50) ?".
           MOVE SPACES TO WS-WANT-AMOUNT-X.
           ACCEPT WS-WANT-AMOUNT-X.
           IF FUNCTION TEST-NUMVAL(WS-WANT-AMOUNT-X) NOT = 0
               DISPLAY "MONTANT INVALIDE: " WS-WANT-AMOUNT-X
               GO TO 2000-POST-PAYMENT-END
           END-IF.
           COMPUTE WS-WANT-AMOUNT = FUNCTION NUMVAL(WS-WANT-AMOUNT-X).
           IF WS-WANT-AMOUNT = 0
               DISPLAY "MONTANT NUL REFUSE."
               GO TO 2000-POST-PAYMENT-END
           END-IF.
           IF WS-WANT-AMOUNT > WS-BALANCE
               MOVE WS-WANT-AMOUNT TO WS-AMOUNT-ED
               DISPLAY "MONTANT " WS-AMOUNT-ED
                   " SUPERIEUR AU RESTE DU - REFUSE."
               GO TO 2000-POST-PAYMENT-END
           END-IF.

           DISPLAY "Reference du reglement ?".
           MOVE SPACES TO WS-WANT-REF.
           ACCEPT WS-WANT-REF.

           ADD WS-WANT-AMOUNT TO RCV-PAID.
           IF RCV-PAID = RCV-AMOUNT
               SET RCV-SETTLED TO TRUE
           ELSE
               SET RCV-PARTIAL TO TRUE
           END-IF.
           MOVE WS-WANT-DATE TO RCV-LAST-PAY.
           REWRITE RCV-REC
               INVALID KEY
                   DISPLAY "REECRITURE IMPOSSIBLE, STATUT: "
                       WS-RCV-STATUS
                   GO TO 2000-POST-PAYMENT-END
           END-REWRITE.

           MOVE SPACES           TO PAY-REC.
           MOVE RCV-CONTRACT-ID  TO PAY-CONTRACT-ID.
           MOVE RCV-DUE          TO PAY-DUE.
           MOVE WS-WANT-DATE     TO PAY-DATE.
           MOVE WS-WANT-AMOUNT   TO PAY-AMOUNT.
           MOVE RCV-CURRENCY     TO PAY-CURRENCY.
           MOVE WS-WANT-REF      TO PAY-REFERENCE.
           MOVE SGN-OPERATOR     TO PAY-OPERATOR.
           WRITE PAY-REC.
           MOVE WS-PAY-STATUS TO WS-ERR-STATUS.
           MOVE "PREMPAY.dat" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           ADD 1 TO WS-POSTED-COUNT.
           IF RCV-SETTLED
               DISPLAY "ECHEANCE SOLDEE."
           ELSE
               COMPUTE WS-BALANCE = RCV-AMOUNT - RCV-PAID
               MOVE WS-BALANCE TO WS-BALANCE-ED
               DISPLAY "ENCAISSE - RESTE DU: " WS-BALANCE-ED
                   " " RCV-CURRENCY
           END-IF.
       2000-POST-PAYMENT-END.
           EXIT.

      ******************************************************************
      * LIST THE INSTALMENTS OF ONE CONTRACT WITH WHAT IS STILL OWED
      ******************************************************************
       3000-LIST-CONTRACT-START.
           DISPLAY "Identifiant du contrat (8 caracteres) ?".
           ACCEPT WS-WANT-CONTRACT.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 'N' TO WS-LIST-DONE-SW.
           MOVE WS-WANT-CONTRACT TO RCV-CONTRACT-ID.
           MOVE 0 TO RCV-DUE.
           START RCV-FILE KEY IS NOT LESS THAN RCV-KEY
               INVALID KEY SET WS-LIST-DONE TO TRUE
           END-START.
           PERFORM 3100-NEXT-RCV-START THRU 3100-NEXT-RCV-END
               UNTIL WS-LIST-DONE.
           IF WS-LIST-COUNT = 0
               DISPLAY "AUCUNE ECHEANCE POUR " WS-WANT-CONTRACT
           END-IF.
       3000-LIST-CONTRACT-END.
           EXIT.

       3100-NEXT-RCV-START.
           READ RCV-FILE NEXT RECORD
               AT END
                   SET WS-LIST-DONE TO TRUE
                   GO TO 3100-NEXT-RCV-END
           END-READ.
           IF RCV-CONTRACT-ID NOT = WS-WANT-CONTRACT
               SET WS-LIST-DONE TO TRUE
               GO TO 3100-NEXT-RCV-END
           END-IF.
           COMPUTE WS-BALANCE = RCV-AMOUNT - RCV-PAID.
           MOVE WS-BALANCE TO WS-BALANCE-ED.
           MOVE RCV-AMOUNT TO WS-AMOUNT-ED.
           DISPLAY "  " RCV-DUE " PRIME " WS-AMOUNT-ED
               " RESTE " WS-BALANCE-ED " " RCV-CURRENCY
               " " RCV-STATUS.
           ADD 1 TO WS-LIST-COUNT.
       3100-NEXT-RCV-END.
           EXIT.

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
