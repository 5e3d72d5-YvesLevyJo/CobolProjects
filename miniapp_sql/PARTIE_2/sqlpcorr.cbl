      *****************************************************************
      *    Correction en une passe de tous les couples pays / code
      *    pays de DATABANK d'apres la table de reference des pays
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  sqlpcorr.
       AUTHOR. Yves.
      *****************************************************************
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: country/country_code correction
      *                    against the country_ref table kept by
      *                    sqlpays.cbl, in one pass and one commit.
      *                    A row whose code is active gets that code's
      *                    official name; a row whose code is unknown
      *                    or disabled gets the code its country
      *                    stands for (official name or accepted
      *                    spelling); what neither resolves is listed
      *                    and left alone (return code 4).  (P)review
      *                    lists the changes in PAYSCORR.txt without
      *                    touching anything; (E)xecution writes the
      *                    same before/after listing to the dated
      *                    PAYSCORR.D<date>.txt first.  Counts go to
      *                    CLEANUP-AUDIT.log like the other cleanups.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO 'CLEANUP-AUDIT.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT PARM-FILE ASSIGN TO 'PAYSCORR.parm'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       01  AUDIT-REC PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(132).

       FD  PARM-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PARM-REC            PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS PIC X(02).
       01  WS-RPT-STATUS   PIC X(02).
       01  WS-DASHLINE     PIC X(132).
       01  WS-TIMESTAMP    PIC X(21).

       01  WS-MODE-CHOICE  PIC X(01).
           88 WS-MODE-PREVIEW  VALUE 'P' 'p'.
           88 WS-MODE-EXECUTE  VALUE 'E' 'e'.

      * unattended mode: when the parameter file is present, every
      * prompt takes its answer from the next line of that file
       01  WS-PARM-STAT        PIC X(02).
       01  WS-PARM-MODE-SW     PIC X(01) VALUE 'N'.
           88 WS-PARM-MODE         VALUE 'Y'.
       01  WS-ANSWER           PIC X(50).

      * preview listing, or dated before/after image of a real run
       01  WS-REPORT-NAME  PIC X(30) VALUE SPACES.
       01  WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD  PIC 9(08).
           05 FILLER           PIC X(13).

       01  WS-NAME-COUNT       PIC 9(07) VALUE 0.
       01  WS-CODE-COUNT       PIC 9(07) VALUE 0.
       01  WS-LEFT-COUNT       PIC 9(07) VALUE 0.
       01  WS-AUDIT-LABEL      PIC X(40) VALUE SPACES.
       01  WS-AUDIT-COUNT      PIC 9(07) VALUE 0.

       01  WS-CORR-LINE.
           05 CRL-ACTION       PIC X(12).
           05 CRL-EMAIL        PIC X(40).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CRL-OLD-CODE     PIC X(02).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CRL-OLD-COUNTRY  PIC X(25).
           05 FILLER           PIC X(04) VALUE ' -> '.
           05 CRL-NEW-CODE     PIC X(02).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CRL-NEW-COUNTRY  PIC X(25).
           05 FILLER           PIC X(19) VALUE SPACES.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME PIC X(20) VALUE "dgse".
       01  USERNAME PIC X(05) VALUE "cobol".
       01  PASSWORD PIC X(10) VALUE "cbl85".

       01  SQL-ROW-COUNT   PIC 9(07).
       01  SQL-MAIL        PIC X(50).
       01  SQL-OLD-CODE    PIC X(02).
       01  SQL-OLD-COUNTRY PIC X(50).
       01  SQL-NEW-CODE    PIC X(02).
       01  SQL-NEW-COUNTRY PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE DIVISION.
       1000-MAIN-START.
           MOVE ALL '-' TO WS-DASHLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           PERFORM 8000-OPEN-PARMS-START
              THRU 8000-OPEN-PARMS-END.

           DISPLAY "Mode : (P)review / (E)xecution ?".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           MOVE WS-ANSWER TO WS-MODE-CHOICE.
           IF NOT WS-MODE-PREVIEW AND NOT WS-MODE-EXECUTE
               DISPLAY "Mode inconnu."
               CLOSE AUDIT-LOG
               STOP RUN
           END-IF.

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
                   "LANCER sqlpays AVANT LA CORRECTION"
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               CLOSE AUDIT-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2000-LIST-START THRU 2000-LIST-END.

           IF WS-MODE-PREVIEW
               MOVE "PREVIEW PAYS nom a corriger :" TO WS-AUDIT-LABEL
               MOVE WS-NAME-COUNT TO WS-AUDIT-COUNT
               PERFORM 4000-LOG-COUNT-START THRU 4000-LOG-COUNT-END
               MOVE "PREVIEW PAYS code a corriger :" TO WS-AUDIT-LABEL
               MOVE WS-CODE-COUNT TO WS-AUDIT-COUNT
               PERFORM 4000-LOG-COUNT-START THRU 4000-LOG-COUNT-END
           ELSE
               PERFORM 3000-CORRECT-START THRU 3000-CORRECT-END
           END-IF.
           MOVE "PAYS non corrigeables :" TO WS-AUDIT-LABEL.
           MOVE WS-LEFT-COUNT TO WS-AUDIT-COUNT.
           PERFORM 4000-LOG-COUNT-START THRU 4000-LOG-COUNT-END.

           DISPLAY "LISTE             : " WS-REPORT-NAME.
           DISPLAY "NOM DE PAYS       : " WS-NAME-COUNT.
           DISPLAY "CODE PAYS         : " WS-CODE-COUNT.
           DISPLAY "NON CORRIGEABLES  : " WS-LEFT-COUNT.
           IF WS-LEFT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
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
      * EVERY ROW THE REFERENCE DISAGREES WITH, AND WHAT IT BECOMES -
      * AN ACTIVE CODE GIVES THE NAME, OTHERWISE THE NAME GIVES THE
      * CODE WHEN IT IS ONE THE REFERENCE KNOWS
      ******************************************************************
       2000-LIST-START.
           IF WS-MODE-PREVIEW
               MOVE "PAYSCORR.txt" TO WS-REPORT-NAME
           ELSE
               STRING "PAYSCORR.D" DELIMITED BY SIZE
                   WS-RUN-YYYYMMDD DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-REPORT-NAME
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-MODE-PREVIEW
               MOVE "CORRECTION PAYS / CODE PAYS - PREVIEW, RIEN N'EST M
      -             "ODIFIE" TO REPORT-REC
           ELSE
               MOVE "CORRECTION PAYS / CODE PAYS - AVANT / APRES"
                   TO REPORT-REC
           END-IF.
           WRITE REPORT-REC.
           WRITE REPORT-REC FROM WS-DASHLINE.

           EXEC SQL
              DECLARE CRCORR CURSOR FOR
              SELECT d.email,
                     COALESCE(d.country_code, ' '),
                     COALESCE(d.country, ' '),
                     COALESCE(r.code, n.code, ' '),
                     COALESCE(r.official_name, n.official_name, ' ')
              FROM databank d
              LEFT JOIN country_ref r
                     ON r.code = d.country_code
                    AND r.active = 'O'
              LEFT JOIN
                 (SELECT v.spelling AS spelling, c.code,
                         c.official_name
                  FROM country_variant v
                  JOIN country_ref c ON c.code = v.code
                  WHERE c.active = 'O'
                  UNION ALL
                  SELECT c.official_name, c.code, c.official_name
                  FROM country_ref c
                  WHERE c.active = 'O') n
                     ON r.code IS NULL
                    AND n.spelling = UPPER(TRIM(d.country))
              WHERE r.code IS NULL
                 OR d.country IS DISTINCT FROM r.official_name
              ORDER BY d.email
           END-EXEC.
           EXEC SQL OPEN CRCORR END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           PERFORM 2100-ONE-ROW-START THRU 2100-ONE-ROW-END
               UNTIL SQLCODE NOT = 0.
           IF SQLCODE NOT = +100
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           EXEC SQL CLOSE CRCORR END-EXEC.

           WRITE REPORT-REC FROM WS-DASHLINE.
           MOVE SPACES TO REPORT-REC.
           STRING "NOM DE PAYS : " DELIMITED BY SIZE
                  WS-NAME-COUNT DELIMITED BY SIZE
                  "   CODE PAYS : " DELIMITED BY SIZE
                  WS-CODE-COUNT DELIMITED BY SIZE
                  "   NON CORRIGEABLES : " DELIMITED BY SIZE
                  WS-LEFT-COUNT DELIMITED BY SIZE
               INTO REPORT-REC.
           WRITE REPORT-REC.
           CLOSE REPORT-FILE.
       2000-LIST-END.
           EXIT.

       2100-ONE-ROW-START.
           EXEC SQL
              FETCH CRCORR
              INTO :SQL-MAIL, :SQL-OLD-CODE, :SQL-OLD-COUNTRY,
                   :SQL-NEW-CODE, :SQL-NEW-COUNTRY
           END-EXEC.
           IF SQLCODE NOT = 0
               GO TO 2100-ONE-ROW-END
           END-IF.
           EVALUATE TRUE
               WHEN SQL-NEW-CODE = SPACES
                   MOVE "NON CORRIGE" TO CRL-ACTION
                   ADD 1 TO WS-LEFT-COUNT
               WHEN SQL-NEW-CODE = SQL-OLD-CODE
                   MOVE "NOM" TO CRL-ACTION
                   ADD 1 TO WS-NAME-COUNT
               WHEN OTHER
                   MOVE "CODE" TO CRL-ACTION
                   ADD 1 TO WS-CODE-COUNT
           END-EVALUATE.
           MOVE SQL-MAIL TO CRL-EMAIL.
           MOVE SQL-OLD-CODE TO CRL-OLD-CODE.
           MOVE SQL-OLD-COUNTRY TO CRL-OLD-COUNTRY.
           MOVE SQL-NEW-CODE TO CRL-NEW-CODE.
           MOVE SQL-NEW-COUNTRY TO CRL-NEW-COUNTRY.
           WRITE REPORT-REC FROM WS-CORR-LINE.
       2100-ONE-ROW-END.
           EXIT.

      ******************************************************************
      * REAL RUN: BOTH CORRECTIONS IN ONE TRANSACTION
      ******************************************************************
       3000-CORRECT-START.
           EXEC SQL
              UPDATE databank d
              SET country = r.official_name,
                  last_modified = CURRENT_TIMESTAMP
              FROM country_ref r
              WHERE r.code = d.country_code
              AND r.active = 'O'
              AND d.country IS DISTINCT FROM r.official_name
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           MOVE SQLERRD(3) TO SQL-ROW-COUNT.
           DISPLAY "> CORRECTION des noms de pays efféctuée.".
           MOVE "CORRECTION PAYS nom :" TO WS-AUDIT-LABEL.
           MOVE SQL-ROW-COUNT TO WS-AUDIT-COUNT.
           PERFORM 4000-LOG-COUNT-START THRU 4000-LOG-COUNT-END.

           EXEC SQL
              UPDATE databank d
              SET country_code = n.code,
                  country = n.official_name,
                  last_modified = CURRENT_TIMESTAMP
              FROM
                 (SELECT v.spelling AS spelling, c.code,
                         c.official_name
                  FROM country_variant v
                  JOIN country_ref c ON c.code = v.code
                  WHERE c.active = 'O'
                  UNION ALL
                  SELECT c.official_name, c.code, c.official_name
                  FROM country_ref c
                  WHERE c.active = 'O') n
              WHERE n.spelling = UPPER(TRIM(d.country))
              AND NOT EXISTS
                 (SELECT 1 FROM country_ref r
                  WHERE r.code = d.country_code
                  AND r.active = 'O')
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           MOVE SQLERRD(3) TO SQL-ROW-COUNT.
           DISPLAY "> CORRECTION des codes pays efféctuée.".
           MOVE "CORRECTION PAYS code :" TO WS-AUDIT-LABEL.
           MOVE SQL-ROW-COUNT TO WS-AUDIT-COUNT.
           PERFORM 4000-LOG-COUNT-START THRU 4000-LOG-COUNT-END.

           EXEC SQL COMMIT WORK END-EXEC.
       3000-CORRECT-END.
           EXIT.

      ******************************************************************
      * AUDIT TRAIL: WHEN THE JOB RAN AND HOW MANY ROWS EACH STEP TOOK
      ******************************************************************
       4000-LOG-COUNT-START.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           INITIALIZE AUDIT-REC.
           STRING WS-TIMESTAMP DELIMITED BY SIZE,
                  " " DELIMITED BY SIZE,
                  WS-AUDIT-LABEL DELIMITED BY "  ",
                  " " DELIMITED BY SIZE,
                  WS-AUDIT-COUNT DELIMITED BY SIZE
               INTO AUDIT-REC.
           WRITE AUDIT-REC.
       4000-LOG-COUNT-END.
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
