      * 2026-09-02 Yves    Every INSERT now stamps last_modified so
      *                    the incremental sqlextr.cbl extract can
      *                    see the loaded rows as changed.
      * 2026-10-15 Yves    The country code is checked against the
      *                    country_ref table kept by sqlpays.cbl
      *                    instead of a list of its own: the code must
      *                    exist and be active, and the country must be
      *                    its official name or an accepted spelling
      *                    (a blank country takes the official name).
      *                    The run stops when the table is missing.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-REJ-REASON      PIC X(30) VALUE SPACES.
       01  WS-AT-COUNT        PIC 9(02) VALUE 0.


           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME PIC X(20) VALUE "dgse".
       01  WS-NEW-AGE          PIC 9(03).
       01  WS-NEW-COUNTRY      PIC X(50).
       01  WS-NEW-COUNTRY-CODE PIC X(02).

       01  WS-REF-NAME         PIC X(50).
       01  SQL-ROW-COUNT       PIC 9(07).
      * the country must be the code's official name or one of its
      * accepted spellings, compared in upper case
       01  WS-COUNTRY-UPPER    PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
                 THRU 1001-HANDLE-ERROR-END
           END-IF.

      * the country reference is kept by sqlpays.cbl, which creates it
           EXEC SQL
              SELECT COUNT(*) INTO :SQL-ROW-COUNT
              FROM country_ref WHERE active = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-ROW-COUNT = 0
               DISPLAY "TABLE DES PAYS ABSENTE OU VIDE - "
                   "LANCER sqlpays AVANT LE CHARGEMENT"
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT LOAD-FILE.
           OPEN OUTPUT REJECT-FILE.

               GO TO 2100-VALIDATE-ROW-END
           END-IF.

           PERFORM 2110-CHECK-COUNTRY-START
              THRU 2110-CHECK-COUNTRY-END.
       2100-VALIDATE-ROW-END.
           EXIT.

       2110-CHECK-COUNTRY-START.
           MOVE LD-CODE TO WS-NEW-COUNTRY-CODE.
           EXEC SQL
              SELECT official_name INTO :WS-REF-NAME
              FROM country_ref
              WHERE code = :WS-NEW-COUNTRY-CODE
              AND active = 'O'
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   SET WS-ROW-INVALID TO TRUE
                   MOVE "CODE PAYS INCONNU OU INACTIF" TO WS-REJ-REASON
                   GO TO 2110-CHECK-COUNTRY-END
               WHEN OTHER
                   PERFORM 1001-HANDLE-ERROR-START
                      THRU 1001-HANDLE-ERROR-END
           END-EVALUATE.

           MOVE FUNCTION UPPER-CASE(LD-COUNTRY) TO WS-COUNTRY-UPPER.
           IF WS-COUNTRY-UPPER = SPACES
           OR WS-COUNTRY-UPPER = WS-REF-NAME
               GO TO 2110-CHECK-COUNTRY-END
           END-IF.
           EXEC SQL
              SELECT COUNT(*) INTO :SQL-ROW-COUNT
              FROM country_variant
              WHERE code = :WS-NEW-COUNTRY-CODE
              AND spelling = TRIM(:WS-COUNTRY-UPPER)
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           IF SQL-ROW-COUNT = 0
               SET WS-ROW-INVALID TO TRUE
               MOVE "PAYS INCOHERENT AVEC LE CODE" TO WS-REJ-REASON
           END-IF.
       2110-CHECK-COUNTRY-END.
           EXIT.

       2200-INSERT-ROW-START.
           MOVE LD-PRENOM  TO WS-NEW-PRENOM.
           MOVE LD-EMAIL   TO WS-NEW-MAIL.
           MOVE LD-COUNTRY TO WS-NEW-COUNTRY.
           IF LD-COUNTRY = SPACES
               MOVE WS-REF-NAME TO WS-NEW-COUNTRY
           END-IF.
           MOVE LD-CODE    TO WS-NEW-COUNTRY-CODE.

           EXEC SQL
