      * 2026-09-02 Yves    Every update now stamps last_modified so
      *                    the incremental sqlextr.cbl extract can
      *                    see the cleaned rows as changed.
      * 2026-10-15 Yves    Both country codes must be active in the
      *                    country_ref table kept by sqlpays.cbl; the
      *                    target country name is no longer asked for
      *                    but read from that table (any extra line
      *                    left in CLEANUP.parm is ignored).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                 THRU 1001-HANDLE-ERROR-END
           END-IF.

           PERFORM 0600-CHECK-CODES-START
              THRU 0600-CHECK-CODES-END.

           EVALUATE TRUE
              WHEN WS-MODE-PREVIEW
                 PERFORM 2500-PREVIEW-START
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           MOVE WS-ANSWER TO WS-TGT-COUNTRY-CODE.
       0500-PROMPT-PARAMS-END.
           EXIT.

      ******************************************************************
      * BOTH CODES MUST BE ACTIVE IN THE COUNTRY REFERENCE, WHICH ALSO
      * GIVES THE TARGET COUNTRY'S OFFICIAL NAME
      ******************************************************************
       0600-CHECK-CODES-START.
           EXEC SQL
              SELECT official_name INTO :WS-TGT-COUNTRY-NAME
              FROM country_ref
              WHERE code = :WS-SRC-COUNTRY-CODE
              AND active = 'O'
           END-EXEC.
           IF SQLCODE = +100
               DISPLAY "CODE PAYS SOURCE INCONNU OU INACTIF : "
                   WS-SRC-COUNTRY-CODE
               GO TO 0600-CHECK-CODES-STOP
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.

           EXEC SQL
              SELECT official_name INTO :WS-TGT-COUNTRY-NAME
              FROM country_ref
              WHERE code = :WS-TGT-COUNTRY-CODE
              AND active = 'O'
           END-EXEC.
           IF SQLCODE = +100
               DISPLAY "CODE PAYS CIBLE INCONNU OU INACTIF : "
                   WS-TGT-COUNTRY-CODE
               GO TO 0600-CHECK-CODES-STOP
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           GO TO 0600-CHECK-CODES-END.
       0600-CHECK-CODES-STOP.
           DISPLAY "VOIR sqlpays POUR LA TABLE DES PAYS".
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       0600-CHECK-CODES-END.
           EXIT.

      ******************************************************************
      * DRY-RUN: REPORT HOW MANY ROWS EACH UPDATE WOULD TOUCH, WITHOUT
      * CHANGING ANYTHING
