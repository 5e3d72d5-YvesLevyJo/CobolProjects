      *                    indexed claims file CLAIMS.dat keyed by
      *                    claim number.  No more free-typed contract
      *                    numbers that match nothing.
      * 2026-10-15 Yves    A captured claim is always OUVERT: its
      *                    reserve, payments and closing are posted
      *                    by assurmvt.cbl.  Only a claim still
      *                    OUVERT, with no movement yet, can be
      *                    deleted.
      * 2026-10-15 Yves    Operator sign-on through signon.cbl before
      *                    any capture; each action is checked against
      *                    the operator's ASSUR role (capture needs M,
      *                    delete needs A), and sign-on, refusals and
      *                    functions used go to ACCESS.log.
      * 2026-10-15 Yves    An early stop after sign-on (a file that
      *                    cannot be opened) ends the session in
      *                    ACCESS.log first.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  assurclm.
       01  WS-WANT-CONTRACT           PIC X(8).
       01  WS-WANT-DATE               PIC 9(8).
       01  WS-WANT-AMOUNT             PIC 9(9).

       01  WS-CAPTURED-COUNT          PIC 9(04) VALUE 0.

       COPY "SIGNPARM.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'S'        TO SGN-REQUEST.
           MOVE "ASSUR"    TO SGN-APPLI.
           MOVE "assurclm" TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT IDXFILE.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY "ASSURIDX.dat INACCESSIBLE, STATUT: "
                   WS-IDX-STATUS
               DISPLAY "LANCER assuridx POUR LE CONSTRUIRE."
               MOVE 12 TO RETURN-CODE
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.

               DISPLAY "CLAIMS.dat INACCESSIBLE, STATUT: "
                   WS-CLM-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.


           CLOSE IDXFILE CLAIM-FILE.
           DISPLAY "SINISTRES SAISIS: " WS-CAPTURED-COUNT.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
       0000-MAIN-END.
           STOP RUN.

           DISPLAY "Action : (S)aisie / (D)elete / (Q)uitter ?".
           ACCEPT WS-ACTION.

           IF NOT WS-ACT-QUIT
               PERFORM 1050-AUTHORIZE-START THRU 1050-AUTHORIZE-END
               IF SGN-REFUSED
                   DISPLAY "FONCTION NON AUTORISEE POUR VOTRE ROLE."
                   GO TO 1000-ONE-ACTION-END
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-CAPTURE
                   PERFORM 2000-CAPTURE-START THRU 2000-CAPTURE-END
       1000-ONE-ACTION-END.
           EXIT.

      * the role each function needs; the sign-on routine decides
       1050-AUTHORIZE-START.
           MOVE 'F' TO SGN-REQUEST.
           MOVE 'M' TO SGN-LEVEL.
           EVALUATE TRUE
               WHEN WS-ACT-CAPTURE
                   MOVE "SAISIE SINISTRE" TO SGN-FUNCTION
               WHEN WS-ACT-DELETE
                   MOVE "SUPPR SINISTRE" TO SGN-FUNCTION
                   MOVE 'A' TO SGN-LEVEL
               WHEN OTHER
                   SET SGN-GRANTED TO TRUE
                   GO TO 1050-AUTHORIZE-END
           END-EVALUATE.
           CALL 'signon' USING SGN-PARM.
       1050-AUTHORIZE-END.
           EXIT.

      ******************************************************************
      * CAPTURE ONE CLAIM - THE CONTRACT MUST EXIST IN THE INDEX
      ******************************************************************
           ACCEPT WS-WANT-DATE.
           DISPLAY "Montant du sinistre (entier) ?".
           ACCEPT WS-WANT-AMOUNT.

           MOVE WS-WANT-NUM      TO CLM-NUM.
           MOVE WS-WANT-CONTRACT TO CLM-CONTRACT-ID.
           MOVE WS-WANT-DATE     TO CLM-DATE.
           MOVE WS-WANT-AMOUNT   TO CLM-AMOUNT.
           MOVE "OUVERT"         TO CLM-STATUS.
           WRITE CLAIM-REC
               INVALID KEY
                   DISPLAY "NUMERO DE SINISTRE DEJA PRESENT: "
           DISPLAY "Numero de sinistre a supprimer ?".
           ACCEPT WS-WANT-NUM.
           MOVE WS-WANT-NUM TO CLM-NUM.
           READ CLAIM-FILE
               INVALID KEY
                   DISPLAY "SINISTRE INCONNU: " WS-WANT-NUM
                   GO TO 3000-DELETE-END
           END-READ.
           IF CLM-STATUS NOT = "OUVERT"
               DISPLAY "SINISTRE " CLM-STATUS
                   " - SUPPRESSION REFUSEE (MOUVEMENTS SAISIS)."
               GO TO 3000-DELETE-END
           END-IF.
           DELETE CLAIM-FILE
               INVALID KEY
                   DISPLAY "SINISTRE INCONNU: " WS-WANT-NUM
