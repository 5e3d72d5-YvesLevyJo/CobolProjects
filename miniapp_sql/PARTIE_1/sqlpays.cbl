      *****************************************************************
      *    Table de reference des pays de DATABANK : code, nom
      *    officiel, orthographes acceptees et pays actif ou non
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sqlpays.
       AUTHOR. Yves.
      *****************************************************************
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: upkeep of the country reference
      *                    used by sqlload.cbl, sqlqual.cbl and the
      *                    PARTIE_2 corrections - country_ref holds one
      *                    line per code (official name, active flag)
      *                    and country_variant the accepted spellings
      *                    of each.  Both tables are created and first
      *                    filled on first use with the eleven codes
      *                    the loader used to carry.  (L)ist, (A)dd a
      *                    code, rename the (O)fficial name, add or
      *                    remove a (V)ariant / (S)pelling, (D)isable
      *                    or (R)eactivate a code; a spelling can
      *                    only ever stand for one code.  Every change
      *                    goes to COUNTRY-AUDIT.log.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO 'COUNTRY-AUDIT.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PARM-FILE ASSIGN TO 'PAYS.parm'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       01  AUDIT-REC PIC X(150).

       FD  PARM-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PARM-REC            PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS PIC X(02).
       01  WS-DASHLINE     PIC X(99).
       01  WS-TIMESTAMP    PIC X(21).

       01  WS-ACTION-CHOICE PIC X(01).
           88 WS-ACTION-LIST     VALUE 'L' 'l'.
           88 WS-ACTION-ADD      VALUE 'A' 'a'.
           88 WS-ACTION-RENAME   VALUE 'O' 'o'.
           88 WS-ACTION-VARIANT  VALUE 'V' 'v'.
           88 WS-ACTION-UNVARY   VALUE 'S' 's'.
           88 WS-ACTION-DISABLE  VALUE 'D' 'd'.
           88 WS-ACTION-ENABLE   VALUE 'R' 'r'.
           88 WS-ACTION-END      VALUE 'F' 'f' ' '.

      * unattended mode: when the parameter file is present, every
      * prompt takes its answer from the next line of that file
       01  WS-PARM-STAT        PIC X(02).
       01  WS-PARM-MODE-SW     PIC X(01) VALUE 'N'.
           88 WS-PARM-MODE         VALUE 'Y'.
       01  WS-ANSWER           PIC X(50).

       01  WS-END-SW           PIC X(01) VALUE 'N'.
           88 WS-END-OF-SESSION    VALUE 'Y'.
       01  WS-ACTION-LABEL     PIC X(12) VALUE SPACES.
       01  WS-LOG-VALUE        PIC X(50) VALUE SPACES.
       01  WS-CHANGE-COUNT     PIC 9(05) VALUE 0.

      * the codes and spellings the table starts with
       01  WS-SEED-COUNTRIES.
           05 FILLER PIC X(22) VALUE "FRFRANCE".
           05 FILLER PIC X(22) VALUE "BEBELGIUM".
           05 FILLER PIC X(22) VALUE "DEGERMANY".
           05 FILLER PIC X(22) VALUE "ITITALY".
           05 FILLER PIC X(22) VALUE "ESSPAIN".
           05 FILLER PIC X(22) VALUE "LULUXEMBOURG".
           05 FILLER PIC X(22) VALUE "CHSWITZERLAND".
           05 FILLER PIC X(22) VALUE "NLNETHERLANDS".
           05 FILLER PIC X(22) VALUE "GBUNITED KINGDOM".
           05 FILLER PIC X(22) VALUE "USUNITED STATES".
           05 FILLER PIC X(22) VALUE "PTPORTUGAL".
       01  WS-SEED-COUNTRIES-R REDEFINES WS-SEED-COUNTRIES.
           05 WS-SEED-ENTRY OCCURS 11 TIMES.
              10 WS-SEED-CODE  PIC X(02).
              10 WS-SEED-NAME  PIC X(20).
       01  WS-SEED-VARIANTS.
           05 FILLER PIC X(22) VALUE "BEBELGIQUE".
           05 FILLER PIC X(22) VALUE "DEALLEMAGNE".
           05 FILLER PIC X(22) VALUE "ITITALIE".
           05 FILLER PIC X(22) VALUE "ESESPAGNE".
           05 FILLER PIC X(22) VALUE "CHSUISSE".
           05 FILLER PIC X(22) VALUE "NLPAYS-BAS".
           05 FILLER PIC X(22) VALUE "NLHOLLAND".
           05 FILLER PIC X(22) VALUE "GBROYAUME-UNI".
           05 FILLER PIC X(22) VALUE "GBGREAT BRITAIN".
           05 FILLER PIC X(22) VALUE "USETATS-UNIS".
           05 FILLER PIC X(22) VALUE "USUSA".
       01  WS-SEED-VARIANTS-R REDEFINES WS-SEED-VARIANTS.
           05 WS-SEEDV-ENTRY OCCURS 11 TIMES.
              10 WS-SEEDV-CODE PIC X(02).
              10 WS-SEEDV-NAME PIC X(20).
       01  WS-SEED-I           PIC 9(02) VALUE 0.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME PIC X(20) VALUE "dgse".
       01  USERNAME PIC X(05) VALUE "cobol".
       01  PASSWORD PIC X(10) VALUE "cbl85".

       01  WS-REF-CODE     PIC X(02).
       01  WS-REF-NAME     PIC X(50).
       01  WS-REF-ACTIVE   PIC X(01).

       01  SQL-REF-CODE    PIC X(02).
       01  SQL-REF-NAME    PIC X(50).
       01  SQL-REF-ACTIVE  PIC X(01).
       01  SQL-REF-USERS   PIC 9(07).
       01  SQL-VAR-NAME    PIC X(50).
       01  SQL-ROW-COUNT   PIC 9(07).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE DIVISION.
       1000-MAIN-START.
           MOVE ALL '-' TO WS-DASHLINE.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           PERFORM 8000-OPEN-PARMS-START
              THRU 8000-OPEN-PARMS-END.

           EXEC SQL
              CONNECT :USERNAME IDENTIFIED BY :PASSWORD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
              PERFORM 1001-HANDLE-ERROR-START
                 THRU 1001-HANDLE-ERROR-END
           END-IF.

           PERFORM 0500-CREATE-TABLES-START
              THRU 0500-CREATE-TABLES-END.

           PERFORM 2000-ONE-ACTION-START THRU 2000-ONE-ACTION-END
               UNTIL WS-END-OF-SESSION.

           DISPLAY "MODIFICATIONS ENREGISTREES : " WS-CHANGE-COUNT.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           CLOSE AUDIT-LOG.
           STOP RUN.
      ******************************************************************
       1001-HANDLE-ERROR-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.
           EVALUATE SQLCODE
              WHEN  +100
                 DISPLAY "Record not found"
              WHEN  -01
                 DISPLAY "Connection failed"
              WHEN  -20
                 DISPLAY "Internal error"
              WHEN  -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
              *> TO RESTART TRANSACTION, DO ROLLBACK.
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
           MOVE 8 TO RETURN-CODE.
       1001-HANDLE-ERROR-END.
           STOP RUN.

      ******************************************************************
      * THE REFERENCE TABLES ARE CREATED, AND FILLED WITH THE STARTING
      * CODES, ON FIRST USE
      ******************************************************************
       0500-CREATE-TABLES-START.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS country_ref
                 (code          CHAR(2)     PRIMARY KEY,
                  official_name VARCHAR(50) NOT NULL UNIQUE,
                  active        CHAR(1)     NOT NULL,
                  last_modified TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS country_variant
                 (spelling      VARCHAR(50) PRIMARY KEY,
                  code          CHAR(2)     NOT NULL
                                REFERENCES country_ref (code),
                  last_modified TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.

           EXEC SQL
              SELECT COUNT(*) INTO :SQL-ROW-COUNT FROM country_ref
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           IF SQL-ROW-COUNT = 0
               PERFORM 0510-SEED-CODE-START THRU 0510-SEED-CODE-END
                   VARYING WS-SEED-I FROM 1 BY 1
                   UNTIL WS-SEED-I > 11
               PERFORM 0520-SEED-VARIANT-START
                  THRU 0520-SEED-VARIANT-END
                   VARYING WS-SEED-I FROM 1 BY 1
                   UNTIL WS-SEED-I > 11
               MOVE "INITIALISE" TO WS-ACTION-LABEL
               MOVE SPACES TO WS-REF-CODE
               MOVE "11 CODES" TO WS-LOG-VALUE
               PERFORM 4000-LOG-CHANGE-START THRU 4000-LOG-CHANGE-END
               DISPLAY "> Table des pays initialisee."
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
       0500-CREATE-TABLES-END.
           EXIT.

       0510-SEED-CODE-START.
           MOVE WS-SEED-CODE(WS-SEED-I) TO WS-REF-CODE.
           MOVE WS-SEED-NAME(WS-SEED-I) TO WS-REF-NAME.
           EXEC SQL
              INSERT INTO country_ref
                 (code, official_name, active, last_modified)
              VALUES
                 (:WS-REF-CODE, TRIM(:WS-REF-NAME), 'O',
                  CURRENT_TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
       0510-SEED-CODE-END.
           EXIT.

       0520-SEED-VARIANT-START.
           MOVE WS-SEEDV-CODE(WS-SEED-I) TO WS-REF-CODE.
           MOVE WS-SEEDV-NAME(WS-SEED-I) TO WS-REF-NAME.
           EXEC SQL
              INSERT INTO country_variant
                 (spelling, code, last_modified)
              VALUES
                 (TRIM(:WS-REF-NAME), :WS-REF-CODE,
                  CURRENT_TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
       0520-SEED-VARIANT-END.
           EXIT.

      ******************************************************************
      * ONE ACTION OF THE SESSION - (F)IN OR A BLANK ANSWER ENDS IT
      ******************************************************************
       2000-ONE-ACTION-START.
           DISPLAY WS-DASHLINE(1:60).
           DISPLAY "(L)iste (A)jout (O)fficiel (V)ariante (S)uppr. "
               "variante".
           DISPLAY "(D)esactiver (R)eactiver (F)in ?".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           MOVE WS-ANSWER TO WS-ACTION-CHOICE.

           EVALUATE TRUE
               WHEN WS-ACTION-END
                   SET WS-END-OF-SESSION TO TRUE
               WHEN WS-ACTION-LIST
                   PERFORM 2100-LIST-START THRU 2100-LIST-END
               WHEN WS-ACTION-ADD
                   PERFORM 2200-ADD-CODE-START THRU 2200-ADD-CODE-END
               WHEN WS-ACTION-RENAME
                   PERFORM 2300-RENAME-START THRU 2300-RENAME-END
               WHEN WS-ACTION-VARIANT
                   PERFORM 2400-ADD-VARIANT-START
                      THRU 2400-ADD-VARIANT-END
               WHEN WS-ACTION-UNVARY
                   PERFORM 2500-DROP-VARIANT-START
                      THRU 2500-DROP-VARIANT-END
               WHEN WS-ACTION-DISABLE
               WHEN WS-ACTION-ENABLE
                   PERFORM 2600-SET-ACTIVE-START
                      THRU 2600-SET-ACTIVE-END
               WHEN OTHER
                   DISPLAY "Action inconnue."
           END-EVALUATE.
       2000-ONE-ACTION-END.
           EXIT.

      ******************************************************************
      * EVERY CODE WITH ITS NAME, FLAG, SPELLINGS AND DATABANK USERS
      ******************************************************************
       2100-LIST-START.
           EXEC SQL
              DECLARE CRPAYS CURSOR FOR
              SELECT r.code, r.official_name, r.active,
                     (SELECT COUNT(*) FROM databank d
                      WHERE d.country_code = r.code)
              FROM country_ref r
              ORDER BY r.code
           END-EXEC.
           EXEC SQL OPEN CRPAYS END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           DISPLAY "CODE ACTIF  LIGNES  NOM OFFICIEL / VARIANTES".
           PERFORM 2110-ONE-CODE-START THRU 2110-ONE-CODE-END
               UNTIL SQLCODE NOT = 0.
           IF SQLCODE NOT = +100
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           EXEC SQL CLOSE CRPAYS END-EXEC.
       2100-LIST-END.
           EXIT.

       2110-ONE-CODE-START.
           EXEC SQL
              FETCH CRPAYS
              INTO :SQL-REF-CODE, :SQL-REF-NAME, :SQL-REF-ACTIVE,
                   :SQL-REF-USERS
           END-EXEC.
           IF SQLCODE NOT = 0
               GO TO 2110-ONE-CODE-END
           END-IF.
           DISPLAY SQL-REF-CODE "   " SQL-REF-ACTIVE "      "
               SQL-REF-USERS " " SQL-REF-NAME.

           MOVE SQL-REF-CODE TO WS-REF-CODE.
           EXEC SQL
              DECLARE CRVAR CURSOR FOR
              SELECT spelling FROM country_variant
              WHERE code = :WS-REF-CODE
              ORDER BY spelling
           END-EXEC.
           EXEC SQL OPEN CRVAR END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           PERFORM 2120-ONE-VARIANT-START THRU 2120-ONE-VARIANT-END
               UNTIL SQLCODE NOT = 0.
           IF SQLCODE NOT = +100
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           EXEC SQL CLOSE CRVAR END-EXEC.
      * the outer cursor goes on
           MOVE 0 TO SQLCODE.
       2110-ONE-CODE-END.
           EXIT.

       2120-ONE-VARIANT-START.
           EXEC SQL
              FETCH CRVAR INTO :SQL-VAR-NAME
           END-EXEC.
           IF SQLCODE = 0
               DISPLAY "                     ou " SQL-VAR-NAME
           END-IF.
       2120-ONE-VARIANT-END.
           EXIT.

      ******************************************************************
      * A NEW CODE, ACTIVE, WITH ITS OFFICIAL NAME
      ******************************************************************
       2200-ADD-CODE-START.
           PERFORM 3000-ASK-CODE-START THRU 3000-ASK-CODE-END.
           IF WS-REF-CODE = SPACES
               GO TO 2200-ADD-CODE-END
           END-IF.
           EXEC SQL
              SELECT COUNT(*) INTO :SQL-ROW-COUNT FROM country_ref
              WHERE code = :WS-REF-CODE
           END-EXEC.
           IF SQL-ROW-COUNT > 0
               DISPLAY "Code deja present, rien n'est change."
               GO TO 2200-ADD-CODE-END
           END-IF.
           PERFORM 3100-ASK-NAME-START THRU 3100-ASK-NAME-END.
           IF WS-REF-NAME = SPACES
               GO TO 2200-ADD-CODE-END
           END-IF.

           EXEC SQL
              INSERT INTO country_ref
                 (code, official_name, active, last_modified)
              VALUES
                 (:WS-REF-CODE, TRIM(:WS-REF-NAME), 'O',
                  CURRENT_TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           MOVE "AJOUT" TO WS-ACTION-LABEL.
           MOVE WS-REF-NAME TO WS-LOG-VALUE.
           PERFORM 3900-APPLY-START THRU 3900-APPLY-END.
       2200-ADD-CODE-END.
           EXIT.

      ******************************************************************
      * A NEW OFFICIAL NAME FOR AN EXISTING CODE
      ******************************************************************
       2300-RENAME-START.
           PERFORM 3000-ASK-CODE-START THRU 3000-ASK-CODE-END.
           IF WS-REF-CODE = SPACES
               GO TO 2300-RENAME-END
           END-IF.
           PERFORM 3200-MUST-EXIST-START THRU 3200-MUST-EXIST-END.
           IF WS-REF-CODE = SPACES
               GO TO 2300-RENAME-END
           END-IF.
           PERFORM 3100-ASK-NAME-START THRU 3100-ASK-NAME-END.
           IF WS-REF-NAME = SPACES
               GO TO 2300-RENAME-END
           END-IF.

           EXEC SQL
              UPDATE country_ref
              SET official_name = TRIM(:WS-REF-NAME),
                  last_modified = CURRENT_TIMESTAMP
              WHERE code = :WS-REF-CODE
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           MOVE "NOM OFFICIEL" TO WS-ACTION-LABEL.
           MOVE WS-REF-NAME TO WS-LOG-VALUE.
           PERFORM 3900-APPLY-START THRU 3900-APPLY-END.
       2300-RENAME-END.
           EXIT.

      ******************************************************************
      * ONE MORE ACCEPTED SPELLING FOR A CODE
      ******************************************************************
       2400-ADD-VARIANT-START.
           PERFORM 3000-ASK-CODE-START THRU 3000-ASK-CODE-END.
           IF WS-REF-CODE = SPACES
               GO TO 2400-ADD-VARIANT-END
           END-IF.
           PERFORM 3200-MUST-EXIST-START THRU 3200-MUST-EXIST-END.
           IF WS-REF-CODE = SPACES
               GO TO 2400-ADD-VARIANT-END
           END-IF.
           PERFORM 3100-ASK-NAME-START THRU 3100-ASK-NAME-END.
           IF WS-REF-NAME = SPACES
               GO TO 2400-ADD-VARIANT-END
           END-IF.

           EXEC SQL
              INSERT INTO country_variant
                 (spelling, code, last_modified)
              VALUES
                 (TRIM(:WS-REF-NAME), :WS-REF-CODE,
                  CURRENT_TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           MOVE "VARIANTE +" TO WS-ACTION-LABEL.
           MOVE WS-REF-NAME TO WS-LOG-VALUE.
           PERFORM 3900-APPLY-START THRU 3900-APPLY-END.
       2400-ADD-VARIANT-END.
           EXIT.

      ******************************************************************
      * A SPELLING THAT IS NO LONGER ACCEPTED
      ******************************************************************
       2500-DROP-VARIANT-START.
           DISPLAY "Orthographe a retirer ?".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-REF-NAME.
           IF WS-REF-NAME = SPACES
               GO TO 2500-DROP-VARIANT-END
           END-IF.
           EXEC SQL
              SELECT code INTO :SQL-REF-CODE FROM country_variant
              WHERE spelling = TRIM(:WS-REF-NAME)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   DISPLAY "Orthographe inconnue, rien n'est change."
                   GO TO 2500-DROP-VARIANT-END
               WHEN OTHER
                   PERFORM 1001-HANDLE-ERROR-START
                      THRU 1001-HANDLE-ERROR-END
           END-EVALUATE.
           EXEC SQL
              DELETE FROM country_variant
              WHERE spelling = TRIM(:WS-REF-NAME)
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           MOVE SQL-REF-CODE TO WS-REF-CODE.
           MOVE "VARIANTE -" TO WS-ACTION-LABEL.
           MOVE WS-REF-NAME TO WS-LOG-VALUE.
           PERFORM 3900-APPLY-START THRU 3900-APPLY-END.
       2500-DROP-VARIANT-END.
           EXIT.

      ******************************************************************
      * A DISABLED CODE IS NO LONGER ACCEPTED BY THE LOADER NOR BY THE
      * QUALITY CHECK, AND ITS ROWS ARE LEFT TO THE CORRECTION RUN
      ******************************************************************
       2600-SET-ACTIVE-START.
           PERFORM 3000-ASK-CODE-START THRU 3000-ASK-CODE-END.
           IF WS-REF-CODE = SPACES
               GO TO 2600-SET-ACTIVE-END
           END-IF.
           PERFORM 3200-MUST-EXIST-START THRU 3200-MUST-EXIST-END.
           IF WS-REF-CODE = SPACES
               GO TO 2600-SET-ACTIVE-END
           END-IF.
           IF WS-ACTION-DISABLE
               MOVE 'N' TO WS-REF-ACTIVE
               MOVE "DESACTIVE" TO WS-ACTION-LABEL
           ELSE
               MOVE 'O' TO WS-REF-ACTIVE
               MOVE "REACTIVE" TO WS-ACTION-LABEL
           END-IF.
           IF SQL-REF-ACTIVE = WS-REF-ACTIVE
               DISPLAY "Deja dans cet etat, rien n'est change."
               GO TO 2600-SET-ACTIVE-END
           END-IF.
           IF WS-ACTION-DISABLE
               EXEC SQL
                  SELECT COUNT(*) INTO :SQL-REF-USERS FROM databank
                  WHERE country_code = :WS-REF-CODE
               END-EXEC
               IF SQL-REF-USERS > 0
                   DISPLAY "Attention : " SQL-REF-USERS
                       " ligne(s) DATABANK portent ce code."
               END-IF
           END-IF.

           EXEC SQL
              UPDATE country_ref
              SET active = :WS-REF-ACTIVE,
                  last_modified = CURRENT_TIMESTAMP
              WHERE code = :WS-REF-CODE
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           MOVE SQL-REF-NAME TO WS-LOG-VALUE.
           PERFORM 3900-APPLY-START THRU 3900-APPLY-END.
       2600-SET-ACTIVE-END.
           EXIT.

      ******************************************************************
      * PROMPT HELPERS
      ******************************************************************
       3000-ASK-CODE-START.
           DISPLAY "Code pays (2 lettres) ?".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:2)) TO WS-REF-CODE.
           IF WS-ANSWER(3:) NOT = SPACES
           OR WS-REF-CODE(1:1) < 'A' OR WS-REF-CODE(1:1) > 'Z'
           OR WS-REF-CODE(2:1) < 'A' OR WS-REF-CODE(2:1) > 'Z'
               DISPLAY "Code invalide, rien n'est change."
               MOVE SPACES TO WS-REF-CODE
           END-IF.
       3000-ASK-CODE-END.
           EXIT.

      * names are kept in upper case, like the cleaned DATABANK rows,
      * and a spelling may stand for one code only, as an official
      * name or as a variant
       3100-ASK-NAME-START.
           IF WS-ACTION-VARIANT
               DISPLAY "Orthographe acceptee ?"
           ELSE
               DISPLAY "Nom officiel ?"
           END-IF.
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-REF-NAME.
           IF WS-REF-NAME = SPACES
               DISPLAY "Nom vide, rien n'est change."
               GO TO 3100-ASK-NAME-END
           END-IF.
           EXEC SQL
              SELECT (SELECT COUNT(*) FROM country_ref
                      WHERE official_name = TRIM(:WS-REF-NAME))
                   + (SELECT COUNT(*) FROM country_variant
                      WHERE spelling = TRIM(:WS-REF-NAME))
              INTO :SQL-ROW-COUNT
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           IF SQL-ROW-COUNT > 0
               DISPLAY "Ce nom designe deja un pays, rien n'est change."
               MOVE SPACES TO WS-REF-NAME
           END-IF.
       3100-ASK-NAME-END.
           EXIT.

       3200-MUST-EXIST-START.
           EXEC SQL
              SELECT official_name, active
              INTO :SQL-REF-NAME, :SQL-REF-ACTIVE
              FROM country_ref
              WHERE code = :WS-REF-CODE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Actuel : " SQL-REF-NAME " actif "
                       SQL-REF-ACTIVE
               WHEN +100
                   DISPLAY "Code inconnu, rien n'est change."
                   MOVE SPACES TO WS-REF-CODE
               WHEN OTHER
                   PERFORM 1001-HANDLE-ERROR-START
                      THRU 1001-HANDLE-ERROR-END
           END-EVALUATE.
       3200-MUST-EXIST-END.
           EXIT.

       3900-APPLY-START.
           EXEC SQL COMMIT WORK END-EXEC.
           ADD 1 TO WS-CHANGE-COUNT.
           PERFORM 4000-LOG-CHANGE-START THRU 4000-LOG-CHANGE-END.
           DISPLAY "> " WS-ACTION-LABEL " " WS-REF-CODE " enregistre.".
       3900-APPLY-END.
           EXIT.

      ******************************************************************
      * AUDIT TRAIL: WHEN, WHAT, WHICH CODE AND THE VALUE CONCERNED
      ******************************************************************
       4000-LOG-CHANGE-START.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           INITIALIZE AUDIT-REC.
           STRING WS-TIMESTAMP DELIMITED BY SIZE,
                  " PAYS " DELIMITED BY SIZE,
                  WS-ACTION-LABEL DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-REF-CODE DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-LOG-VALUE DELIMITED BY SIZE
               INTO AUDIT-REC.
           WRITE AUDIT-REC.
       4000-LOG-CHANGE-END.
           EXIT.

      ******************************************************************
      * UNATTENDED MODE SUPPORT - THE ANSWER COMES FROM THE PARAMETER
      * FILE WHEN ONE IS PRESENT, FROM THE CONSOLE OTHERWISE
      ******************************************************************
       8000-OPEN-PARMS-START.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STAT = '00'
               MOVE 'Y' TO WS-PARM-MODE-SW
           END-IF.
       8000-OPEN-PARMS-END.
           EXIT.

       8100-GET-ANSWER-START.
           IF WS-PARM-MODE
               READ PARM-FILE
                   AT END
                       MOVE 'N' TO WS-PARM-MODE-SW
                       CLOSE PARM-FILE
                       ACCEPT WS-ANSWER
                   NOT AT END
                       MOVE PARM-REC TO WS-ANSWER
               END-READ
           ELSE
               ACCEPT WS-ANSWER
           END-IF.
       8100-GET-ANSWER-END.
           EXIT.
