      *****************************************************************
      *    Tableau de bord de la qualite des donnees de DATABANK
      *    (lecture seule - rien n'est modifie ni supprime)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sqlqual.
       AUTHOR. Yves.
      *****************************************************************
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: read-only quality scoring of the
      *                    whole DATABANK table - every row is checked
      *                    for email format, age plausibility, a blank
      *                    last or first name and country/country_code
      *                    coherence (the rows keyed in through
      *                    mini_sql.cbl and the older data never went
      *                    through the sqlload.cbl checks).  SQLQUAL.txt
      *                    gives the failures per rule, the quality
      *                    percentage per country code, the worst rows
      *                    and the trend of the last runs; each run's
      *                    figures are appended to SQLQUAL-HIST.dat.
      * 2026-10-15 Yves    The country rule reads the country_ref
      *                    table kept by sqlpays.cbl instead of its own
      *                    list: the code must be active and the
      *                    country its official name or an accepted
      *                    spelling.  The run stops when the table is
      *                    missing.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO 'SQLQUAL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT HISTORY-FILE ASSIGN TO 'SQLQUAL-HIST.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(100).

      * one line per scoring run
       FD  HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  HISTORY-REC.
           05 HIS-DATE         PIC 9(08).
           05 FILLER           PIC X(01).
           05 HIS-ROWS         PIC 9(07).
           05 FILLER           PIC X(01).
           05 HIS-CLEAN        PIC 9(07).
           05 FILLER           PIC X(01).
           05 HIS-PCT          PIC 9(03)V9(01).
           05 FILLER           PIC X(01).
           05 HIS-FAIL-EMAIL   PIC 9(07).
           05 HIS-FAIL-AGE     PIC 9(07).
           05 HIS-FAIL-NAME    PIC 9(07).
           05 HIS-FAIL-CTY     PIC 9(07).
           05 FILLER           PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-RPT-STATUS  PIC X(02).
       01  WS-HIS-STATUS  PIC X(02).
           88 WS-HIS-EOF      VALUE '10'.
       01  WS-DASHLINE    PIC X(100).
       01  WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(08).
           05 FILLER          PIC X(13).

      * the figures of the run
       01  WS-ROW-COUNT       PIC 9(07) VALUE 0.
       01  WS-CLEAN-COUNT     PIC 9(07) VALUE 0.
       01  WS-FAIL-EMAIL      PIC 9(07) VALUE 0.
       01  WS-FAIL-AGE        PIC 9(07) VALUE 0.
       01  WS-FAIL-NAME       PIC 9(07) VALUE 0.
       01  WS-FAIL-CTY        PIC 9(07) VALUE 0.
       01  WS-QUALITY-PCT     PIC 9(03)V9(01) VALUE 0.

      * the rules one row failed: E(mail), A(ge), N(om), P(ays)
       01  WS-ROW-FAILS       PIC 9(01) VALUE 0.
       01  WS-ROW-RULES.
           05 WS-RULE-EMAIL   PIC X(01).
           05 WS-RULE-AGE     PIC X(01).
           05 WS-RULE-NAME    PIC X(01).
           05 WS-RULE-CTY     PIC X(01).

      * email format check work areas
       01  WS-EMAIL-WORK      PIC X(50).
       01  WS-EM-LOCAL        PIC X(50).
       01  WS-EM-DOMAIN       PIC X(50).
       01  WS-AT-COUNT        PIC 9(02) VALUE 0.
       01  WS-DOT-COUNT       PIC 9(02) VALUE 0.
       01  WS-EM-LEN          PIC 9(02) VALUE 0.
       01  WS-DOM-LEN         PIC 9(02) VALUE 0.


      * quality per country code
       01  WS-CTY-TABLE.
           05 WS-CTY-ENTRY OCCURS 100 TIMES INDEXED BY WS-CTY-IDX.
              10 WS-CTY-CODE  PIC X(02).
              10 WS-CTY-ROWS  PIC 9(07).
              10 WS-CTY-CLEAN PIC 9(07).
       01  WS-CTY-COUNT     PIC 9(03) VALUE 0.
       01  WS-CTY-WANTED    PIC X(02) VALUE SPACES.
       01  WS-CTY-FOUND-SW  PIC X(01) VALUE 'N'.
           88 WS-CTY-FOUND      VALUE 'Y'.
           88 WS-CTY-NOT-FOUND  VALUE 'N'.
       01  WS-CTY-FOUND-IDX PIC 9(03) VALUE 0.
       01  WS-I             PIC 9(03) VALUE 0.

      * the worst rows, most failed rules first
       01  WS-WORST-TABLE.
           05 WS-WR-ENTRY OCCURS 20 TIMES.
              10 WS-WR-FAILS   PIC 9(01).
              10 WS-WR-RULES   PIC X(04).
              10 WS-WR-NOM     PIC X(20).
              10 WS-WR-PRENOM  PIC X(20).
              10 WS-WR-EMAIL   PIC X(30).
              10 WS-WR-AGE     PIC 9(03).
              10 WS-WR-CODE    PIC X(02).
       01  WS-WR-COUNT      PIC 9(02) VALUE 0.
       01  WS-WR-POS        PIC 9(02) VALUE 0.
       01  WS-WR-HOLD       PIC X(80).

      * the last runs from the history file, oldest first
       01  WS-HIST-TABLE.
           05 WS-HT-ENTRY OCCURS 12 TIMES PIC X(60).
       01  WS-HT-COUNT      PIC 9(02) VALUE 0.
       01  WS-HT-I          PIC 9(02) VALUE 0.

      * report lines
       01  WS-RULE-LINE.
           05 RUL-LABEL       PIC X(30).
           05 RUL-COUNT       PIC ZZZZZZ9.
       01  WS-CTY-LINE.
           05 CTL-CODE        PIC X(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 CTL-ROWS        PIC ZZZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 CTL-CLEAN       PIC ZZZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 CTL-PCT         PIC ZZ9.9.
           05 FILLER          PIC X(02) VALUE " %".
       01  WS-WORST-LINE.
           05 WRL-RULES       PIC X(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WRL-NOM         PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRL-PRENOM      PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRL-EMAIL       PIC X(30).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRL-AGE         PIC ZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WRL-CODE        PIC X(02).
       01  WS-TREND-LINE.
           05 TRL-DATE        PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 TRL-ROWS        PIC ZZZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 TRL-CLEAN       PIC ZZZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 TRL-PCT         PIC ZZ9.9.
           05 FILLER          PIC X(02) VALUE " %".
           05 FILLER          PIC X(02) VALUE SPACES.
           05 TRL-EMAIL       PIC ZZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 TRL-AGE         PIC ZZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 TRL-NAME        PIC ZZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 TRL-CTY         PIC ZZZZZZ9.
       01  WS-PCT-EDIT      PIC ZZ9.9.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME PIC X(20) VALUE "dgse".
       01  USERNAME PIC X(05) VALUE "cobol".
       01  PASSWORD PIC X(10) VALUE "cbl85".

       01  SQL-PERSON.
           03 SQL-NOM          PIC X(50).
           03 SQL-PRENOM       PIC X(50).
           03 SQL-MAIL         PIC X(50).
           03 SQL-AGE          PIC 9(03).
           03 SQL-COUNTRY      PIC X(50).
           03 SQL-COUNTRY-CODE PIC X(02).
      *       'O' = ACTIVE CODE AND COUNTRY SPELT AS IT ACCEPTS
           03 SQL-COUNTRY-OK   PIC X(01).
       01  SQL-ROW-COUNT       PIC 9(07).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE DIVISION.
       1000-MAIN-START.
           MOVE ALL '-' TO WS-DASHLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           EXEC SQL
              CONNECT :USERNAME IDENTIFIED BY :PASSWORD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
              PERFORM 1001-HANDLE-ERROR-START
                 THRU 1001-HANDLE-ERROR-END
           END-IF.

      * the country reference is kept by sqlpays.cbl, which creates it
           EXEC SQL
              SELECT COUNT(*) INTO :SQL-ROW-COUNT
              FROM country_ref WHERE active = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQL-ROW-COUNT = 0
               DISPLAY "TABLE DES PAYS ABSENTE OU VIDE - "
                   "LANCER sqlpays AVANT LE CONTROLE"
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0500-LOAD-HISTORY-START
              THRU 0500-LOAD-HISTORY-END.

           PERFORM 2000-SCAN-START THRU 2000-SCAN-END.

           IF WS-ROW-COUNT > 0
               COMPUTE WS-QUALITY-PCT ROUNDED =
                   WS-CLEAN-COUNT * 100 / WS-ROW-COUNT
           END-IF.

           PERFORM 4000-REPORT-START THRU 4000-REPORT-END.
           PERFORM 5000-APPEND-HISTORY-START
              THRU 5000-APPEND-HISTORY-END.

           MOVE WS-QUALITY-PCT TO WS-PCT-EDIT.
           DISPLAY "LIGNES NOTEES   : " WS-ROW-COUNT.
           DISPLAY "LIGNES SAINES   : " WS-CLEAN-COUNT.
           DISPLAY "QUALITE GLOBALE : " WS-PCT-EDIT " %".
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
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
      * THE LAST 12 RUNS OF THE HISTORY, FOR THE TREND SECTION
      ******************************************************************
       0500-LOAD-HISTORY-START.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIS-STATUS NOT = '00'
               GO TO 0500-LOAD-HISTORY-END
           END-IF.
           PERFORM 0510-ONE-HISTORY-START THRU 0510-ONE-HISTORY-END
               UNTIL WS-HIS-EOF.
           CLOSE HISTORY-FILE.
       0500-LOAD-HISTORY-END.
           EXIT.

       0510-ONE-HISTORY-START.
           READ HISTORY-FILE
               AT END SET WS-HIS-EOF TO TRUE
               NOT AT END
                   IF WS-HT-COUNT < 12
                       ADD 1 TO WS-HT-COUNT
                   ELSE
                       PERFORM 0520-SHIFT-HISTORY-START
                          THRU 0520-SHIFT-HISTORY-END
                          VARYING WS-HT-I FROM 1 BY 1
                          UNTIL WS-HT-I > 11
                   END-IF
                   MOVE HISTORY-REC TO WS-HT-ENTRY(WS-HT-COUNT)
           END-READ.
       0510-ONE-HISTORY-END.
           EXIT.

       0520-SHIFT-HISTORY-START.
           MOVE WS-HT-ENTRY(WS-HT-I + 1) TO WS-HT-ENTRY(WS-HT-I).
       0520-SHIFT-HISTORY-END.
           EXIT.

      ******************************************************************
      * CURSOR OVER THE WHOLE TABLE, EVERY ROW SCORED AGAINST THE
      * FOUR RULES
      ******************************************************************
       2000-SCAN-START.
           EXEC SQL
               DECLARE CRQUAL CURSOR FOR
               SELECT d.last_name, d.first_name, d.email, d.age,
                      d.country, d.country_code,
                      CASE WHEN EXISTS
                         (SELECT 1 FROM country_ref r
                          WHERE r.code = d.country_code
                          AND r.active = 'O'
                          AND (r.official_name = UPPER(TRIM(d.country))
                               OR EXISTS
                                  (SELECT 1 FROM country_variant v
                                   WHERE v.code = r.code
                                   AND v.spelling
                                       = UPPER(TRIM(d.country)))))
                      THEN 'O' ELSE 'N' END
               FROM DATABANK d
               ORDER BY d.last_name, d.first_name
           END-EXEC.

           EXEC SQL OPEN CRQUAL END-EXEC.

           PERFORM 2100-FETCH-ONE-START THRU 2100-FETCH-ONE-END
               UNTIL SQLCODE NOT = 0.

           IF SQLCODE NOT = +100
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.

           EXEC SQL CLOSE CRQUAL END-EXEC.
       2000-SCAN-END.
           EXIT.

       2100-FETCH-ONE-START.
           EXEC SQL
              FETCH CRQUAL
              INTO :SQL-NOM, :SQL-PRENOM, :SQL-MAIL, :SQL-AGE,
                   :SQL-COUNTRY, :SQL-COUNTRY-CODE, :SQL-COUNTRY-OK
           END-EXEC.

           IF SQLCODE = 0
               PERFORM 2200-SCORE-ROW-START
                  THRU 2200-SCORE-ROW-END
           END-IF.
       2100-FETCH-ONE-END.
           EXIT.

       2200-SCORE-ROW-START.
           ADD 1 TO WS-ROW-COUNT.
           MOVE 0 TO WS-ROW-FAILS.
           MOVE SPACES TO WS-ROW-RULES.

           PERFORM 2210-CHECK-EMAIL-START THRU 2210-CHECK-EMAIL-END.

           IF SQL-AGE < 1 OR SQL-AGE > 120
               MOVE 'A' TO WS-RULE-AGE
               ADD 1 TO WS-ROW-FAILS
               ADD 1 TO WS-FAIL-AGE
           END-IF.

           IF SQL-NOM = SPACES OR SQL-PRENOM = SPACES
               MOVE 'N' TO WS-RULE-NAME
               ADD 1 TO WS-ROW-FAILS
               ADD 1 TO WS-FAIL-NAME
           END-IF.

           PERFORM 2220-CHECK-COUNTRY-START
              THRU 2220-CHECK-COUNTRY-END.

           MOVE SQL-COUNTRY-CODE TO WS-CTY-WANTED.
           IF WS-CTY-WANTED = SPACES
               MOVE '??' TO WS-CTY-WANTED
           END-IF.
           PERFORM 8000-FIND-COUNTRY-START
              THRU 8000-FIND-COUNTRY-END.
           SET WS-CTY-IDX TO WS-CTY-FOUND-IDX.
           ADD 1 TO WS-CTY-ROWS(WS-CTY-IDX).

           IF WS-ROW-FAILS = 0
               ADD 1 TO WS-CLEAN-COUNT
               ADD 1 TO WS-CTY-CLEAN(WS-CTY-IDX)
           ELSE
               PERFORM 2300-NOTE-WORST-START
                  THRU 2300-NOTE-WORST-END
           END-IF.
       2200-SCORE-ROW-END.
           EXIT.

      * one '@' with something before it, a dot inside the domain
      * (neither first nor last), and no blank inside the address
       2210-CHECK-EMAIL-START.
           MOVE SQL-MAIL TO WS-EMAIL-WORK.
           MOVE 0 TO WS-AT-COUNT.
           INSPECT WS-EMAIL-WORK TALLYING WS-AT-COUNT FOR ALL "@".
           IF WS-AT-COUNT NOT = 1
               GO TO 2210-EMAIL-BAD
           END-IF.

           MOVE 0 TO WS-EM-LEN.
           INSPECT WS-EMAIL-WORK TALLYING WS-EM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-EM-LEN < 50
               IF WS-EMAIL-WORK(WS-EM-LEN + 1:) NOT = SPACES
                   GO TO 2210-EMAIL-BAD
               END-IF
           END-IF.

           MOVE SPACES TO WS-EM-LOCAL WS-EM-DOMAIN.
           UNSTRING WS-EMAIL-WORK DELIMITED BY "@"
               INTO WS-EM-LOCAL WS-EM-DOMAIN.
           IF WS-EM-LOCAL = SPACES OR WS-EM-DOMAIN = SPACES
               GO TO 2210-EMAIL-BAD
           END-IF.

           MOVE 0 TO WS-DOT-COUNT WS-DOM-LEN.
           INSPECT WS-EM-DOMAIN TALLYING WS-DOT-COUNT FOR ALL ".".
           INSPECT WS-EM-DOMAIN TALLYING WS-DOM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-DOT-COUNT = 0
           OR WS-EM-DOMAIN(1:1) = "."
           OR WS-EM-DOMAIN(WS-DOM-LEN:1) = "."
               GO TO 2210-EMAIL-BAD
           END-IF.
           GO TO 2210-CHECK-EMAIL-END.
       2210-EMAIL-BAD.
           MOVE 'E' TO WS-RULE-EMAIL.
           ADD 1 TO WS-ROW-FAILS.
           ADD 1 TO WS-FAIL-EMAIL.
       2210-CHECK-EMAIL-END.
           EXIT.

      * the code must be an active one of the country reference and
      * the country its official name or an accepted spelling,
      * whatever its case - the cursor works it out
       2220-CHECK-COUNTRY-START.
           IF SQL-COUNTRY-OK NOT = 'O'
               MOVE 'P' TO WS-RULE-CTY
               ADD 1 TO WS-ROW-FAILS
               ADD 1 TO WS-FAIL-CTY
           END-IF.
       2220-CHECK-COUNTRY-END.
           EXIT.

      ******************************************************************
      * KEEP THE 20 WORST ROWS - A NEW ROW ENTERS WHEN THE LIST IS NOT
      * FULL OR WHEN IT FAILS MORE RULES THAN THE LAST ONE KEPT, AND
      * MOVES UP PAST EVERY ROW FAILING FEWER RULES
      ******************************************************************
       2300-NOTE-WORST-START.
           IF WS-WR-COUNT < 20
               ADD 1 TO WS-WR-COUNT
           ELSE
               IF WS-ROW-FAILS NOT > WS-WR-FAILS(20)
                   GO TO 2300-NOTE-WORST-END
               END-IF
           END-IF.
           MOVE WS-WR-COUNT TO WS-WR-POS.
           MOVE WS-ROW-FAILS     TO WS-WR-FAILS(WS-WR-POS).
           MOVE WS-ROW-RULES     TO WS-WR-RULES(WS-WR-POS).
           MOVE SQL-NOM          TO WS-WR-NOM(WS-WR-POS).
           MOVE SQL-PRENOM       TO WS-WR-PRENOM(WS-WR-POS).
           MOVE SQL-MAIL         TO WS-WR-EMAIL(WS-WR-POS).
           MOVE SQL-AGE          TO WS-WR-AGE(WS-WR-POS).
           MOVE SQL-COUNTRY-CODE TO WS-WR-CODE(WS-WR-POS).
           PERFORM 2310-MOVE-UP-START THRU 2310-MOVE-UP-END
               UNTIL WS-WR-POS = 1.
       2300-NOTE-WORST-END.
           EXIT.

       2310-MOVE-UP-START.
           IF WS-WR-FAILS(WS-WR-POS - 1) NOT < WS-WR-FAILS(WS-WR-POS)
               MOVE 1 TO WS-WR-POS
               GO TO 2310-MOVE-UP-END
           END-IF.
           MOVE WS-WR-ENTRY(WS-WR-POS - 1) TO WS-WR-HOLD.
           MOVE WS-WR-ENTRY(WS-WR-POS) TO WS-WR-ENTRY(WS-WR-POS - 1).
           MOVE WS-WR-HOLD TO WS-WR-ENTRY(WS-WR-POS).
           SUBTRACT 1 FROM WS-WR-POS.
       2310-MOVE-UP-END.
           EXIT.

      ******************************************************************
      * SQLQUAL.txt - RULES, COUNTRIES, WORST ROWS, TREND
      ******************************************************************
       4000-REPORT-START.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-REC.
           STRING "QUALITE DES DONNEES DATABANK DU " WS-RUN-YYYYMMDD
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-DASHLINE(1:60) TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE "LIGNES NOTEES" TO RUL-LABEL.
           MOVE WS-ROW-COUNT TO RUL-COUNT.
           WRITE REPORT-REC FROM WS-RULE-LINE.
           MOVE "LIGNES SANS DEFAUT" TO RUL-LABEL.
           MOVE WS-CLEAN-COUNT TO RUL-COUNT.
           WRITE REPORT-REC FROM WS-RULE-LINE.
           MOVE WS-QUALITY-PCT TO WS-PCT-EDIT.
           MOVE SPACES TO REPORT-REC.
           STRING "QUALITE GLOBALE               " WS-PCT-EDIT " %"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "ECHECS PAR REGLE" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "E  EMAIL MAL FORME" TO RUL-LABEL.
           MOVE WS-FAIL-EMAIL TO RUL-COUNT.
           WRITE REPORT-REC FROM WS-RULE-LINE.
           MOVE "A  AGE INVRAISEMBLABLE" TO RUL-LABEL.
           MOVE WS-FAIL-AGE TO RUL-COUNT.
           WRITE REPORT-REC FROM WS-RULE-LINE.
           MOVE "N  NOM OU PRENOM VIDE" TO RUL-LABEL.
           MOVE WS-FAIL-NAME TO RUL-COUNT.
           WRITE REPORT-REC FROM WS-RULE-LINE.
           MOVE "P  PAYS / CODE PAYS INCOHERENT" TO RUL-LABEL.
           MOVE WS-FAIL-CTY TO RUL-COUNT.
           WRITE REPORT-REC FROM WS-RULE-LINE.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "QUALITE PAR CODE PAYS  (CODE  LIGNES  SAINES  %)"
               TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM 4100-ONE-COUNTRY-START THRU 4100-ONE-COUNTRY-END
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CTY-COUNT.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "LIGNES LES PLUS DEFAILLANTES (REGLES EN ECHEC)"
               TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM 4200-ONE-WORST-START THRU 4200-ONE-WORST-END
               VARYING WS-WR-POS FROM 1 BY 1
               UNTIL WS-WR-POS > WS-WR-COUNT.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "EVOLUTION  (DATE  LIGNES  SAINES  %  E  A  N  P)"
               TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM 4300-ONE-TREND-START THRU 4300-ONE-TREND-END
               VARYING WS-HT-I FROM 1 BY 1
               UNTIL WS-HT-I > WS-HT-COUNT.
           PERFORM 5100-BUILD-HISTORY-START
              THRU 5100-BUILD-HISTORY-END.
           PERFORM 4310-TREND-LINE-START THRU 4310-TREND-LINE-END.
           CLOSE REPORT-FILE.
       4000-REPORT-END.
           EXIT.

       4100-ONE-COUNTRY-START.
           SET WS-CTY-IDX TO WS-I.
           MOVE WS-CTY-CODE(WS-CTY-IDX) TO CTL-CODE.
           MOVE WS-CTY-ROWS(WS-CTY-IDX) TO CTL-ROWS.
           MOVE WS-CTY-CLEAN(WS-CTY-IDX) TO CTL-CLEAN.
           COMPUTE CTL-PCT ROUNDED =
               WS-CTY-CLEAN(WS-CTY-IDX) * 100
               / WS-CTY-ROWS(WS-CTY-IDX).
           WRITE REPORT-REC FROM WS-CTY-LINE.
       4100-ONE-COUNTRY-END.
           EXIT.

       4200-ONE-WORST-START.
           MOVE WS-WR-RULES(WS-WR-POS)  TO WRL-RULES.
           MOVE WS-WR-NOM(WS-WR-POS)    TO WRL-NOM.
           MOVE WS-WR-PRENOM(WS-WR-POS) TO WRL-PRENOM.
           MOVE WS-WR-EMAIL(WS-WR-POS)  TO WRL-EMAIL.
           MOVE WS-WR-AGE(WS-WR-POS)    TO WRL-AGE.
           MOVE WS-WR-CODE(WS-WR-POS)   TO WRL-CODE.
           WRITE REPORT-REC FROM WS-WORST-LINE.
       4200-ONE-WORST-END.
           EXIT.

       4300-ONE-TREND-START.
           MOVE WS-HT-ENTRY(WS-HT-I) TO HISTORY-REC.
           PERFORM 4310-TREND-LINE-START THRU 4310-TREND-LINE-END.
       4300-ONE-TREND-END.
           EXIT.

       4310-TREND-LINE-START.
           MOVE HIS-DATE       TO TRL-DATE.
           MOVE HIS-ROWS       TO TRL-ROWS.
           MOVE HIS-CLEAN      TO TRL-CLEAN.
           MOVE HIS-PCT        TO TRL-PCT.
           MOVE HIS-FAIL-EMAIL TO TRL-EMAIL.
           MOVE HIS-FAIL-AGE   TO TRL-AGE.
           MOVE HIS-FAIL-NAME  TO TRL-NAME.
           MOVE HIS-FAIL-CTY   TO TRL-CTY.
           WRITE REPORT-REC FROM WS-TREND-LINE.
       4310-TREND-LINE-END.
           EXIT.

      ******************************************************************
      * THIS RUN'S FIGURES GO TO THE END OF THE HISTORY
      ******************************************************************
       5000-APPEND-HISTORY-START.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HIS-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           PERFORM 5100-BUILD-HISTORY-START
              THRU 5100-BUILD-HISTORY-END.
           WRITE HISTORY-REC.
           CLOSE HISTORY-FILE.
       5000-APPEND-HISTORY-END.
           EXIT.

       5100-BUILD-HISTORY-START.
           MOVE SPACES TO HISTORY-REC.
           MOVE WS-RUN-YYYYMMDD TO HIS-DATE.
           MOVE WS-ROW-COUNT    TO HIS-ROWS.
           MOVE WS-CLEAN-COUNT  TO HIS-CLEAN.
           MOVE WS-QUALITY-PCT  TO HIS-PCT.
           MOVE WS-FAIL-EMAIL   TO HIS-FAIL-EMAIL.
           MOVE WS-FAIL-AGE     TO HIS-FAIL-AGE.
           MOVE WS-FAIL-NAME    TO HIS-FAIL-NAME.
           MOVE WS-FAIL-CTY     TO HIS-FAIL-CTY.
       5100-BUILD-HISTORY-END.
           EXIT.

      ******************************************************************
      * FIND (OR CREATE) THE WANTED COUNTRY CODE'S SLOT
      ******************************************************************
       8000-FIND-COUNTRY-START.
           SET WS-CTY-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-CTY-FOUND-IDX.
           PERFORM 8100-ONE-COUNTRY-START THRU 8100-ONE-COUNTRY-END
               VARYING WS-CTY-IDX FROM 1 BY 1
               UNTIL WS-CTY-IDX > WS-CTY-COUNT.
      * a full table pours any further code into its last slot
           IF WS-CTY-NOT-FOUND AND WS-CTY-COUNT NOT < 100
               MOVE 100 TO WS-CTY-FOUND-IDX
               MOVE '**' TO WS-CTY-CODE(100)
           END-IF.
           IF WS-CTY-NOT-FOUND AND WS-CTY-COUNT < 100
               ADD 1 TO WS-CTY-COUNT
               MOVE WS-CTY-COUNT TO WS-CTY-FOUND-IDX
               SET WS-CTY-IDX TO WS-CTY-FOUND-IDX
               MOVE WS-CTY-WANTED TO WS-CTY-CODE(WS-CTY-IDX)
               MOVE 0 TO WS-CTY-ROWS(WS-CTY-IDX)
               MOVE 0 TO WS-CTY-CLEAN(WS-CTY-IDX)
           END-IF.
       8000-FIND-COUNTRY-END.
           EXIT.

       8100-ONE-COUNTRY-START.
           IF WS-CTY-CODE(WS-CTY-IDX) = WS-CTY-WANTED
               SET WS-CTY-FOUND TO TRUE
               MOVE WS-CTY-IDX TO WS-CTY-FOUND-IDX
           END-IF.
       8100-ONE-COUNTRY-END.
           EXIT.
