      *****************************************************************
      *    Demande d'acces d'une personne a ses donnees : tout ce que
      *    l'on detient sur elle (DATABANK, extraits, archives,
      *    journaux d'audit) reuni dans un seul rapport date
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sqlsar.
       AUTHOR. Yves.
      *****************************************************************
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: subject access report - for one
      *                    email, or one last name (and optional first
      *                    name), SAR.D<date><time>.txt shows the
      *                    DATABANK rows and consent, the matching rows
      *                    of DATABANK-EXTRACT.txt and of the extract
      *                    generations in GENERATIONS.dat, the rows of
      *                    the dated PURGE-ARCH/MERGEARCH archives, and
      *                    every line of CLEANUP-, PURGE-, MERGE- and
      *                    CONSENT-AUDIT.log naming one of the person's
      *                    emails.  The report ends with the list of
      *                    every source searched, with lines read and
      *                    hits, and the answer due date; each run is
      *                    logged to SAR-AUDIT.log.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-LOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

           SELECT GEN-REGISTRY ASSIGN TO 'GENERATIONS.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GRG-STATUS.

           SELECT SAR-LOG ASSIGN TO 'SAR-AUDIT.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PARM-FILE ASSIGN TO 'SAR.parm'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(132).

      * same layout as sqlextr.cbl writes; the generations written
      * before the consent byte are simply one byte shorter
       FD  EXTRACT-FILE.
       01  EXTRACT-REC.
           05 EXT-NOM          PIC X(20).
           05 EXT-PRENOM       PIC X(20).
           05 EXT-EMAIL        PIC X(30).
           05 EXT-AGE          PIC 9(03).
           05 EXT-COUNTRY      PIC X(20).
           05 EXT-CODE         PIC X(02).
           05 EXT-CONSENT      PIC X(01).
       01  TRAILER-VIEW.
           05 TRL-MARK         PIC X(08).
           05 FILLER           PIC X(88).

      * the rows archived by the purge and the merge before deletion
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
           05 ARC-NOM          PIC X(50).
           05 ARC-PRENOM       PIC X(50).
           05 ARC-EMAIL        PIC X(50).
           05 ARC-AGE          PIC 9(03).
           05 ARC-COUNTRY      PIC X(50).
           05 ARC-CODE         PIC X(02).

       FD  AUDIT-FILE.
       01  AUDIT-LINE.
           05 AUD-DATE         PIC X(08).
           05 AUD-TIME         PIC X(06).
           05 FILLER           PIC X(07).
           05 AUD-TEXT         PIC X(129).

       FD  GEN-REGISTRY
           RECORD CONTAINS 38 CHARACTERS.
       01  GEN-REGISTRY-REC.
           05 GRG-NAME         PIC X(30).
           05 GRG-DATE         PIC 9(08).

       FD  SAR-LOG.
       01  SAR-LOG-REC         PIC X(150).

       FD  PARM-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PARM-REC            PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-RPT-STATUS     PIC X(02).
       01  WS-EXT-STATUS     PIC X(02).
           88 WS-EXT-EOF         VALUE '10'.
       01  WS-ARCHIVE-STATUS PIC X(02).
           88 WS-ARCHIVE-EOF     VALUE '10'.
       01  WS-LOG-STATUS     PIC X(02).
           88 WS-LOG-EOF         VALUE '10'.
       01  WS-GRG-STATUS     PIC X(02).
           88 WS-GRG-EOF         VALUE '10'.
       01  WS-AUDIT-STATUS   PIC X(02).
       01  WS-DASHLINE       PIC X(132).
       01  WS-TIMESTAMP      PIC X(21).
       01  WS-TODAY.
           05 WS-TODAY-YYYYMMDD PIC 9(08).
           05 WS-TODAY-HHMMSS   PIC 9(06).
           05 FILLER            PIC X(07).
       01  WS-TODAY-DAYNUM   PIC 9(07).

       01  WS-REPORT-NAME    PIC X(30) VALUE SPACES.
       01  WS-EXTRACT-NAME   PIC X(30) VALUE SPACES.
       01  WS-ARCHIVE-NAME   PIC X(30) VALUE SPACES.
       01  WS-LOG-NAME       PIC X(30) VALUE SPACES.
       01  WS-RPT-LINE       PIC X(132) VALUE SPACES.

      * unattended mode: when the parameter file is present, every
      * prompt takes its answer from the next line of that file
       01  WS-PARM-STAT        PIC X(02).
       01  WS-PARM-MODE-SW     PIC X(01) VALUE 'N'.
           88 WS-PARM-MODE         VALUE 'Y'.
       01  WS-ANSWER           PIC X(50).

       01  WS-AT-COUNT         PIC 9(02) VALUE 0.
       01  WS-DATE-N           PIC 9(08) VALUE 0.
       01  WS-UPPER-ALPHA      PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-LOWER-ALPHA      PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.

      * the request: received on, due one calendar month later
       01  WS-RECEIVED-DATE    PIC 9(08) VALUE 0.
       01  WS-DUE-DATE         PIC 9(08) VALUE 0.
       01  WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           05 WS-DUE-YYYY      PIC 9(04).
           05 WS-DUE-MM        PIC 9(02).
           05 WS-DUE-DD        PIC 9(02).
       01  WS-DATE-EDIT.
           05 WS-DE-YYYY       PIC X(04).
           05 FILLER           PIC X(01) VALUE '-'.
           05 WS-DE-MM         PIC X(02).
           05 FILLER           PIC X(01) VALUE '-'.
           05 WS-DE-DD         PIC X(02).
       01  WS-RECEIVED-EDIT    PIC X(10).
       01  WS-DUE-EDIT         PIC X(10).

      * the emails the person is known under, upper case: the one
      * asked for, then every one found in DATABANK, the archives and
      * the extracts.  The extract and MERGE-AUDIT.log keep only the
      * first 30 characters of an email, so emails are matched on
      * those 30 characters everywhere
       01  WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 30 TIMES INDEXED BY WS-KEY-IDX.
              10 WS-KEY-EMAIL  PIC X(50).
              10 WS-KEY-LEN    PIC 9(02).
       01  WS-KEY-COUNT        PIC 9(02) VALUE 0.
       01  WS-KEY-LOST         PIC 9(03) VALUE 0.
       01  WS-NEW-KEY          PIC X(50).
       01  WS-CMP-EMAIL        PIC X(50).
       01  WS-CMP-NOM          PIC X(50).
       01  WS-CMP-PRENOM       PIC X(50).
       01  WS-CMP-WIDTH        PIC 9(02) VALUE 50.
       01  WS-UP-LINE          PIC X(150).
       01  WS-TALLY            PIC 9(03) VALUE 0.
       01  WS-MATCH-SW         PIC X(01) VALUE 'N'.
           88 WS-MATCH             VALUE 'Y'.
           88 WS-NO-MATCH          VALUE 'N'.
       01  WS-KEY-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-KEY-FOUND         VALUE 'Y'.

      * every source searched, for the closing proof of search
       01  WS-SCOPE-TABLE.
           05 WS-SCOPE-ENTRY OCCURS 200 TIMES INDEXED BY WS-SCP-IDX.
              10 WS-SCP-NAME   PIC X(30).
              10 WS-SCP-STATE  PIC X(10).
              10 WS-SCP-READ   PIC 9(07).
              10 WS-SCP-HITS   PIC 9(05).
       01  WS-SCOPE-COUNT      PIC 9(03) VALUE 0.
       01  WS-SCOPE-LOST       PIC 9(03) VALUE 0.
       01  WS-CUR-NAME         PIC X(30).
       01  WS-CUR-STATE        PIC X(10).
       01  WS-CUR-READ         PIC 9(07) VALUE 0.
       01  WS-CUR-HITS         PIC 9(05) VALUE 0.
       01  WS-TOTAL-HITS       PIC 9(07) VALUE 0.
       01  WS-HITS-BEFORE      PIC 9(07) VALUE 0.
       01  WS-SCOPE-LINE.
           05 SCL-NAME         PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 SCL-STATE        PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 SCL-READ         PIC Z(06)9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 SCL-HITS         PIC Z(04)9.

      * extract generations registered in GENERATIONS.dat
       01  WS-GEN-TABLE.
           05 WS-GEN-ENTRY OCCURS 500 TIMES INDEXED BY WS-GEN-IDX.
              10 WS-GEN-NAME   PIC X(30).
       01  WS-GEN-COUNT        PIC 9(03) VALUE 0.

      * the dated archives are looked for day by day over the window
       01  WS-ARCH-DAYS        PIC 9(03) VALUE 999.
       01  WS-DAY-BACK         PIC 9(04) VALUE 0.
       01  WS-PROBE-DATE       PIC 9(08) VALUE 0.
       01  WS-OLDEST-DATE      PIC 9(08) VALUE 0.
       01  WS-ARCH-FOUND       PIC 9(03) VALUE 0.
       01  WS-ARCH-OPERATION   PIC X(08) VALUE SPACES.

       01  WS-LOG-TABLE.
           05 FILLER PIC X(30) VALUE 'CLEANUP-AUDIT.log'.
           05 FILLER PIC X(30) VALUE 'PURGE-AUDIT.log'.
           05 FILLER PIC X(30) VALUE 'MERGE-AUDIT.log'.
           05 FILLER PIC X(30) VALUE 'CONSENT-AUDIT.log'.
       01  WS-LOG-NAMES REDEFINES WS-LOG-TABLE.
           05 WS-LOG-ENTRY PIC X(30) OCCURS 4 TIMES.
       01  WS-LOG-I            PIC 9(01) VALUE 0.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME PIC X(20) VALUE "dgse".
       01  USERNAME PIC X(05) VALUE "cobol".
       01  PASSWORD PIC X(10) VALUE "cbl85".

       01  WS-SAR-MODE     PIC X(01) VALUE SPACE.
           88 WS-SAR-BY-EMAIL  VALUE 'E'.
           88 WS-SAR-BY-NAME   VALUE 'N'.
       01  WS-SAR-EMAIL    PIC X(50) VALUE SPACES.
       01  WS-SAR-NOM      PIC X(50) VALUE SPACES.
       01  WS-SAR-PRENOM   PIC X(50) VALUE SPACES.
       01  WS-CNS-EMAIL    PIC X(50).

       01  SQL-PERSON.
           03 SQL-NOM          PIC X(50).
           03 SQL-PRENOM       PIC X(50).
           03 SQL-MAIL         PIC X(50).
           03 SQL-AGE          PIC 9(03).
           03 SQL-COUNTRY      PIC X(50).
           03 SQL-CODE         PIC X(02).
           03 SQL-SPOKEN       PIC X(50).
           03 SQL-MODIFIED     PIC X(19).
       01  SQL-CNS-STATUS  PIC X(01).
       01  SQL-CNS-DATE    PIC X(08).
       01  SQL-CNS-SOURCE  PIC X(20).
       01  SQL-CNS-MODIFIED PIC X(19).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE DIVISION.
       1000-MAIN-START.
           MOVE ALL '-' TO WS-DASHLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           COMPUTE WS-TODAY-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           OPEN EXTEND SAR-LOG.
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT SAR-LOG
           END-IF.
           PERFORM 8000-OPEN-PARMS-START
              THRU 8000-OPEN-PARMS-END.

           PERFORM 0500-PROMPT-START THRU 0500-PROMPT-END.

           EXEC SQL
              CONNECT :USERNAME IDENTIFIED BY :PASSWORD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
              PERFORM 1001-HANDLE-ERROR-START
                 THRU 1001-HANDLE-ERROR-END
           END-IF.

           PERFORM 0600-CONSENT-TABLE-START
              THRU 0600-CONSENT-TABLE-END.
           PERFORM 0700-OPEN-REPORT-START THRU 0700-OPEN-REPORT-END.

           PERFORM 2000-DATABANK-START THRU 2000-DATABANK-END.
           PERFORM 3000-ARCHIVES-START THRU 3000-ARCHIVES-END.
           PERFORM 4000-EXTRACTS-START THRU 4000-EXTRACTS-END.
           PERFORM 5000-CONSENT-START THRU 5000-CONSENT-END.
           PERFORM 6000-AUDIT-LOGS-START THRU 6000-AUDIT-LOGS-END.
           PERFORM 7000-SCOPE-START THRU 7000-SCOPE-END.

           CLOSE REPORT-FILE.
           PERFORM 7500-LOG-RUN-START THRU 7500-LOG-RUN-END.
           DISPLAY "RAPPORT        : " WS-REPORT-NAME.
           DISPLAY "TRACES TROUVEES: " WS-TOTAL-HITS.
           DISPLAY "A REPONDRE AU  : " WS-DUE-EDIT.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           CLOSE SAR-LOG.
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
      * WHO IS ASKING, AND WHEN THE REQUEST CAME IN
      ******************************************************************
       0500-PROMPT-START.
           DISPLAY "Recherche par (E)mail ou par (N)om ?".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           MOVE WS-ANSWER(1:1) TO WS-SAR-MODE.
           INSPECT WS-SAR-MODE
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
           IF NOT WS-SAR-BY-EMAIL AND NOT WS-SAR-BY-NAME
               DISPLAY "Mode inconnu."
               CLOSE SAR-LOG
               STOP RUN
           END-IF.

           IF WS-SAR-BY-EMAIL
               DISPLAY "Email de la personne ?"
               PERFORM 8100-GET-ANSWER-START
                  THRU 8100-GET-ANSWER-END
               MOVE WS-ANSWER TO WS-SAR-EMAIL
               MOVE 0 TO WS-AT-COUNT
               INSPECT WS-SAR-EMAIL TALLYING WS-AT-COUNT FOR ALL "@"
               IF WS-AT-COUNT NOT = 1
                   DISPLAY "Email invalide."
                   CLOSE SAR-LOG
                   STOP RUN
               END-IF
               MOVE WS-SAR-EMAIL TO WS-NEW-KEY
               PERFORM 2900-ADD-KEY-START THRU 2900-ADD-KEY-END
           ELSE
               DISPLAY "Nom de famille ?"
               PERFORM 8100-GET-ANSWER-START
                  THRU 8100-GET-ANSWER-END
               IF WS-ANSWER = SPACES
                   DISPLAY "Nom obligatoire."
                   CLOSE SAR-LOG
                   STOP RUN
               END-IF
               MOVE WS-ANSWER TO WS-SAR-NOM
               INSPECT WS-SAR-NOM
                   CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
               DISPLAY "Prenom (vide = tous) ?"
               PERFORM 8100-GET-ANSWER-START
                  THRU 8100-GET-ANSWER-END
               MOVE WS-ANSWER TO WS-SAR-PRENOM
               INSPECT WS-SAR-PRENOM
                   CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
           END-IF.

           DISPLAY "Demande recue le AAAAMMJJ (vide = jour) ?".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           IF WS-ANSWER = SPACES
               MOVE WS-TODAY-YYYYMMDD TO WS-RECEIVED-DATE
           ELSE
               IF WS-ANSWER(1:8) IS NOT NUMERIC
               OR WS-ANSWER(9:) NOT = SPACES
                   DISPLAY "Date invalide."
                   CLOSE SAR-LOG
                   STOP RUN
               END-IF
               MOVE WS-ANSWER(1:8) TO WS-DATE-N
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-N) NOT = 0
               OR WS-DATE-N > WS-TODAY-YYYYMMDD
                   DISPLAY "Date invalide."
                   CLOSE SAR-LOG
                   STOP RUN
               END-IF
               MOVE WS-DATE-N TO WS-RECEIVED-DATE
           END-IF.

      * due one calendar month after receipt, on the last day of the
      * next month when that month is shorter
           MOVE WS-RECEIVED-DATE TO WS-DUE-DATE.
           IF WS-DUE-MM = 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           ELSE
               ADD 1 TO WS-DUE-MM
           END-IF.
           PERFORM 0510-BACK-ONE-DAY-START THRU 0510-BACK-ONE-DAY-END
               UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-DATE) = 0.

           MOVE WS-RECEIVED-DATE TO WS-DATE-N.
           PERFORM 9200-EDIT-DATE-START THRU 9200-EDIT-DATE-END.
           MOVE WS-DATE-EDIT TO WS-RECEIVED-EDIT.
           MOVE WS-DUE-DATE TO WS-DATE-N.
           PERFORM 9200-EDIT-DATE-START THRU 9200-EDIT-DATE-END.
           MOVE WS-DATE-EDIT TO WS-DUE-EDIT.
       0500-PROMPT-END.
           EXIT.

       0510-BACK-ONE-DAY-START.
           SUBTRACT 1 FROM WS-DUE-DD.
       0510-BACK-ONE-DAY-END.
           EXIT.

      * the consent register may not exist yet on a new database
       0600-CONSENT-TABLE-START.
           EXEC SQL
              CREATE TABLE IF NOT EXISTS consent
                 (email         VARCHAR(50) PRIMARY KEY,
                  status        CHAR(1)     NOT NULL,
                  consent_date  CHAR(8)     NOT NULL,
                  source        VARCHAR(20),
                  last_modified TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
       0600-CONSENT-TABLE-END.
           EXIT.

      ******************************************************************
      * ONE DATED REPORT PER REQUEST, NEVER OVERWRITTEN
      ******************************************************************
       0700-OPEN-REPORT-START.
           STRING "SAR.D" DELIMITED BY SIZE
               WS-TODAY-YYYYMMDD DELIMITED BY SIZE
               WS-TODAY-HHMMSS DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-NAME.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY WS-REPORT-NAME " INACCESSIBLE, STATUT: "
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               EXEC SQL DISCONNECT ALL END-EXEC
               CLOSE SAR-LOG
               STOP RUN
           END-IF.

           MOVE WS-TODAY-YYYYMMDD TO WS-DATE-N.
           PERFORM 9200-EDIT-DATE-START THRU 9200-EDIT-DATE-END.
           STRING "DEMANDE D'ACCES AUX DONNEES PERSONNELLES - "
                  DELIMITED BY SIZE
                  "RAPPORT DU " DELIMITED BY SIZE
                  WS-DATE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TODAY-HHMMSS(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-TODAY-HHMMSS(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-TODAY-HHMMSS(5:2) DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END.
           MOVE WS-DASHLINE TO WS-RPT-LINE.
           PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END.
           IF WS-SAR-BY-EMAIL
               STRING "PERSONNE RECHERCHEE : EMAIL " DELIMITED BY SIZE
                      WS-SAR-EMAIL DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           ELSE
               IF WS-SAR-PRENOM = SPACES
                   MOVE "(TOUS)" TO WS-CMP-PRENOM
               ELSE
                   MOVE WS-SAR-PRENOM TO WS-CMP-PRENOM
               END-IF
               STRING "PERSONNE RECHERCHEE : NOM " DELIMITED BY SIZE
                      WS-SAR-NOM DELIMITED BY "  "
                      "  PRENOM " DELIMITED BY SIZE
                      WS-CMP-PRENOM DELIMITED BY "  "
                   INTO WS-RPT-LINE
           END-IF.
           PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END.
           STRING "DEMANDE RECUE LE    : " DELIMITED BY SIZE
                  WS-RECEIVED-EDIT DELIMITED BY SIZE
                  "   REPONSE DUE AU : " DELIMITED BY SIZE
                  WS-DUE-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END.
       0700-OPEN-REPORT-END.
           EXIT.

      ******************************************************************
      * THE LIVE ROWS, WITH THE CONSENT HELD FOR EACH EMAIL
      ******************************************************************
       2000-DATABANK-START.
           PERFORM 9100-SECTION-TITLE-START
              THRU 9100-SECTION-TITLE-END.
           MOVE "DATABANK (TABLE)" TO WS-RPT-LINE.
           PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END.

           EXEC SQL
              DECLARE CRSAR CURSOR FOR
              SELECT last_name, first_name, email, age, country,
                     country_code, COALESCE(spoken, ' '),
                     COALESCE(CAST(last_modified AS VARCHAR(19)),
                              ' ')
              FROM databank
              WHERE (:WS-SAR-MODE = 'E'
                     AND LOWER(email) = LOWER(TRIM(:WS-SAR-EMAIL)))
                 OR (:WS-SAR-MODE = 'N'
                     AND UPPER(last_name) = TRIM(:WS-SAR-NOM)
                     AND (TRIM(:WS-SAR-PRENOM) = ''
                          OR UPPER(first_name) = TRIM(:WS-SAR-PRENOM)))
              ORDER BY email
           END-EXEC.
           EXEC SQL OPEN CRSAR END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.

           MOVE "DATABANK (TABLE)" TO WS-CUR-NAME.
           MOVE "LUE" TO WS-CUR-STATE.
           MOVE 0 TO WS-CUR-READ WS-CUR-HITS.
           PERFORM 2100-FETCH-ONE-START THRU 2100-FETCH-ONE-END
               UNTIL SQLCODE NOT = 0.
           IF SQLCODE NOT = +100
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           EXEC SQL CLOSE CRSAR END-EXEC.

           IF WS-CUR-HITS = 0
               MOVE "   AUCUNE LIGNE" TO WS-RPT-LINE
               PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END
           END-IF.
           MOVE WS-CUR-HITS TO WS-CUR-READ.
           PERFORM 9300-ADD-SCOPE-START THRU 9300-ADD-SCOPE-END.
       2000-DATABANK-END.
           EXIT.

       2100-FETCH-ONE-START.
           EXEC SQL
              FETCH CRSAR
              INTO :SQL-NOM, :SQL-PRENOM, :SQL-MAIL, :SQL-AGE,
                   :SQL-COUNTRY, :SQL-CODE, :SQL-SPOKEN,
                   :SQL-MODIFIED
           END-EXEC.
           IF SQLCODE NOT = 0
               GO TO 2100-FETCH-ONE-END
           END-IF.
           ADD 1 TO WS-CUR-HITS.
           STRING "   " DELIMITED BY SIZE
                  SQL-NOM DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  SQL-PRENOM DELIMITED BY "  "
                  "  EMAIL " DELIMITED BY SIZE
                  SQL-MAIL DELIMITED BY "  "
                  "  AGE " DELIMITED BY SIZE
                  SQL-AGE DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END.
           STRING "      PAYS " DELIMITED BY SIZE
                  SQL-COUNTRY DELIMITED BY "  "
                  " (" DELIMITED BY SIZE
                  SQL-CODE DELIMITED BY SIZE
                  ")  LANGUE " DELIMITED BY SIZE
                  SQL-SPOKEN DELIMITED BY "  "
                  "  MODIFIE LE " DELIMITED BY SIZE
                  SQL-MODIFIED DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END.
           MOVE SQL-MAIL TO WS-NEW-KEY.
           PERFORM 2900-ADD-KEY-START THRU 2900-ADD-KEY-END.
       2100-FETCH-ONE-END.
           EXIT.

      ******************************************************************
      * AN EMAIL NOT YET KNOWN IS ADDED TO THE PERSON'S EMAILS
      ******************************************************************
       2900-ADD-KEY-START.
           IF WS-NEW-KEY = SPACES
               GO TO 2900-ADD-KEY-END
           END-IF.
           INSPECT WS-NEW-KEY
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
           MOVE 'N' TO WS-KEY-FOUND-SW.
           PERFORM 2910-SAME-KEY-START THRU 2910-SAME-KEY-END
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
                  OR WS-KEY-FOUND.
           IF WS-KEY-FOUND
               GO TO 2900-ADD-KEY-END
           END-IF.
           IF WS-KEY-COUNT = 30
               ADD 1 TO WS-KEY-LOST
               GO TO 2900-ADD-KEY-END
           END-IF.
           ADD 1 TO WS-KEY-COUNT.
           MOVE WS-NEW-KEY TO WS-KEY-EMAIL(WS-KEY-COUNT).
           COMPUTE WS-KEY-LEN(WS-KEY-COUNT) =
               FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-KEY TRAILING)).
           IF WS-KEY-LEN(WS-KEY-COUNT) > 30
               MOVE 30 TO WS-KEY-LEN(WS-KEY-COUNT)
           END-IF.
       2900-ADD-KEY-END.
           EXIT.

       2910-SAME-KEY-START.
           IF WS-KEY-EMAIL(WS-KEY-IDX)(1:30) = WS-NEW-KEY(1:30)
               MOVE 'Y' TO WS-KEY-FOUND-SW
           END-IF.
       2910-SAME-KEY-END.
           EXIT.

      ******************************************************************
      * THE ROWS ARCHIVED BEFORE A PURGE OR A MERGE - THE FILES ARE
      * NAMED BY DATE, SO EVERY DAY OF THE WINDOW IS TRIED
      ******************************************************************
       3000-ARCHIVES-START.
           PERFORM 9100-SECTION-TITLE-START
              THRU 9100-SECTION-TITLE-END.
           COMPUTE WS-OLDEST-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-DAYNUM - WS-ARCH-DAYS + 1).
           MOVE WS-OLDEST-DATE TO WS-DATE-N.
           PERFORM 9200-EDIT-DATE-START THRU 9200-EDIT-DATE-END.
           STRING "ARCHIVES AVANT PURGE ET FUSION (PURGE-ARCH.D*, "
                  DELIMITED BY SIZE
                  "MERGEARCH.D*) DU " DELIMITED BY SIZE
                  WS-DATE-EDIT DELIMITED BY SIZE
                  " AU JOUR" DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END.

           PERFORM 3100-PROBE-DAY-START THRU 3100-PROBE-DAY-END
               VARYING WS-DAY-BACK FROM 0 BY 1
               UNTIL WS-DAY-BACK NOT < WS-ARCH-DAYS.

           IF WS-ARCH-FOUND = 0
               MOVE "   AUCUNE ARCHIVE DANS LA PERIODE" TO WS-RPT-LINE
               PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END
           END-IF.
       3000-ARCHIVES-END.
           EXIT.

       3100-PROBE-DAY-START.
           COMPUTE WS-PROBE-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-DAYNUM - WS-DAY-BACK).

           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "PURGE-ARCH.D" DELIMITED BY SIZE
               WS-PROBE-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME.
           MOVE "PURGE" TO WS-ARCH-OPERATION.
           PERFORM 3200-SCAN-ARCHIVE-START
              THRU 3200-SCAN-ARCHIVE-END.

           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "MERGEARCH.D" DELIMITED BY SIZE
               WS-PROBE-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME.
           MOVE "FUSION" TO WS-ARCH-OPERATION.
           PERFORM 3200-SCAN-ARCHIVE-START
              THRU 3200-SCAN-ARCHIVE-END.
       3100-PROBE-DAY-END.
           EXIT.

       3200-SCAN-ARCHIVE-START.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = '00'
               GO TO 3200-SCAN-ARCHIVE-END
           END-IF.
           ADD 1 TO WS-ARCH-FOUND.
           MOVE WS-ARCHIVE-NAME TO WS-CUR-NAME.
           MOVE "LUE" TO WS-CUR-STATE.
           MOVE 0 TO WS-CUR-READ WS-CUR-HITS.
           MOVE WS-PROBE-DATE TO WS-DATE-N.
           PERFORM 9200-EDIT-DATE-START THRU 9200-EDIT-DATE-END.
           PERFORM 3210-ONE-ARCHIVE-START THRU 3210-ONE-ARCHIVE-END
               UNTIL WS-ARCHIVE-EOF.
           CLOSE ARCHIVE-FILE.
           PERFORM 9300-ADD-SCOPE-START THRU 9300-ADD-SCOPE-END.
       3200-SCAN-ARCHIVE-END.
           EXIT.

       3210-ONE-ARCHIVE-START.
           READ ARCHIVE-FILE
               AT END
                   GO TO 3210-ONE-ARCHIVE-END
           END-READ.
           ADD 1 TO WS-CUR-READ.
           MOVE ARC-EMAIL TO WS-CMP-EMAIL.
           MOVE ARC-NOM TO WS-CMP-NOM.
           MOVE ARC-PRENOM TO WS-CMP-PRENOM.
           MOVE 50 TO WS-CMP-WIDTH.
           PERFORM 9400-MATCH-ROW-START THRU 9400-MATCH-ROW-END.
           IF WS-NO-MATCH
               GO TO 3210-ONE-ARCHIVE-END
           END-IF.
           ADD 1 TO WS-CUR-HITS.
           STRING "   " DELIMITED BY SIZE
                  WS-DATE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ARCH-OPERATION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ARCHIVE-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ARC-NOM DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  ARC-PRENOM DELIMITED BY "  "
                  "  " DELIMITED BY SIZE
                  ARC-EMAIL DELIMITED BY "  "
                  "  " DELIMITED BY SIZE
                  ARC-AGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ARC-COUNTRY DELIMITED BY "  "
                  " (" DELIMITED BY SIZE
                  ARC-CODE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END.
           MOVE ARC-EMAIL TO WS-NEW-KEY.
           PERFORM 2900-ADD-KEY-START THRU 2900-ADD-KEY-END.
       3210-ONE-ARCHIVE-END.
           EXIT.

      ******************************************************************
      * THE CURRENT EXTRACT, THEN EVERY EXTRACT GENERATION REGISTERED
      * IN GENERATIONS.dat
      ******************************************************************
       4000-EXTRACTS-START.
           PERFORM 9100-SECTION-TITLE-START
              THRU 9100-SECTION-TITLE-END.
           MOVE "EXTRAITS DATABANK (DATABANK-EXTRACT*)"
               TO WS-RPT-LINE.
           PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END.

           MOVE WS-TOTAL-HITS TO WS-HITS-BEFORE.
           MOVE "DATABANK-EXTRACT.txt" TO WS-EXTRACT-NAME.
           PERFORM 4200-SCAN-EXTRACT-START
              THRU 4200-SCAN-EXTRACT-END.

           OPEN INPUT GEN-REGISTRY.
           IF WS-GRG-STATUS = '00'
               PERFORM 4100-LOAD-GEN-START THRU 4100-LOAD-GEN-END
                   UNTIL WS-GRG-EOF
               CLOSE GEN-REGISTRY
           END-IF.
           PERFORM 4150-ONE-GEN-START THRU 4150-ONE-GEN-END
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-COUNT.
           IF WS-TOTAL-HITS = WS-HITS-BEFORE
               MOVE "   AUCUNE LIGNE" TO WS-RPT-LINE
               PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END
           END-IF.
       4000-EXTRACTS-END.
           EXIT.

       4100-LOAD-GEN-START.
           READ GEN-REGISTRY
               AT END
                   GO TO 4100-LOAD-GEN-END
           END-READ.
           IF GRG-NAME(1:16) NOT = "DATABANK-EXTRACT"
           OR GRG-NAME = "DATABANK-EXTRACT.txt"
           OR WS-GEN-COUNT = 500
               GO TO 4100-LOAD-GEN-END
           END-IF.
           ADD 1 TO WS-GEN-COUNT.
           MOVE GRG-NAME TO WS-GEN-NAME(WS-GEN-COUNT).
       4100-LOAD-GEN-END.
           EXIT.

       4150-ONE-GEN-START.
           MOVE WS-GEN-NAME(WS-GEN-IDX) TO WS-EXTRACT-NAME.
           PERFORM 4200-SCAN-EXTRACT-START THRU 4200-SCAN-EXTRACT-END.
       4150-ONE-GEN-END.
           EXIT.

       4200-SCAN-EXTRACT-START.
           MOVE WS-EXTRACT-NAME TO WS-CUR-NAME.
           MOVE 0 TO WS-CUR-READ WS-CUR-HITS.
           OPEN INPUT EXTRACT-FILE.
           IF WS-EXT-STATUS NOT = '00'
               IF WS-EXT-STATUS = '35'
                   MOVE "ABSENT" TO WS-CUR-STATE
               ELSE
                   STRING "STATUT " DELIMITED BY SIZE
                          WS-EXT-STATUS DELIMITED BY SIZE
                       INTO WS-CUR-STATE
               END-IF
               PERFORM 9300-ADD-SCOPE-START THRU 9300-ADD-SCOPE-END
               GO TO 4200-SCAN-EXTRACT-END
           END-IF.
           MOVE "LU" TO WS-CUR-STATE.
           PERFORM 4210-ONE-EXTRACT-START THRU 4210-ONE-EXTRACT-END
               UNTIL WS-EXT-EOF.
           CLOSE EXTRACT-FILE.
           PERFORM 9300-ADD-SCOPE-START THRU 9300-ADD-SCOPE-END.
       4200-SCAN-EXTRACT-END.
           EXIT.

       4210-ONE-EXTRACT-START.
           READ EXTRACT-FILE
               AT END
                   GO TO 4210-ONE-EXTRACT-END
           END-READ.
           IF TRL-MARK = "TRAILER "
               GO TO 4210-ONE-EXTRACT-END
           END-IF.
           ADD 1 TO WS-CUR-READ.
           MOVE EXT-EMAIL TO WS-CMP-EMAIL.
           MOVE EXT-NOM TO WS-CMP-NOM.
           MOVE EXT-PRENOM TO WS-CMP-PRENOM.
           MOVE 20 TO WS-CMP-WIDTH.
           PERFORM 9400-MATCH-ROW-START THRU 9400-MATCH-ROW-END.
           IF WS-NO-MATCH
               GO TO 4210-ONE-EXTRACT-END
           END-IF.
           ADD 1 TO WS-CUR-HITS.
           STRING "   " DELIMITED BY SIZE
                  WS-EXTRACT-NAME DELIMITED BY "  "
                  " LIGNE " DELIMITED BY SIZE
                  WS-CUR-READ DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  EXT-NOM DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  EXT-PRENOM DELIMITED BY "  "
                  "  " DELIMITED BY SIZE
                  EXT-EMAIL DELIMITED BY "  "
                  "  " DELIMITED BY SIZE
                  EXT-AGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXT-COUNTRY DELIMITED BY "  "
                  " (" DELIMITED BY SIZE
                  EXT-CODE DELIMITED BY SIZE
                  ") CONSENTEMENT " DELIMITED BY SIZE
                  EXT-CONSENT DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END.
           MOVE EXT-EMAIL TO WS-NEW-KEY.
           PERFORM 2900-ADD-KEY-START THRU 2900-ADD-KEY-END.
       4210-ONE-EXTRACT-END.
           EXIT.

      ******************************************************************
      * THE CONSENT REGISTER, FOR EVERY EMAIL OF THE PERSON
      ******************************************************************
       5000-CONSENT-START.
           PERFORM 9100-SECTION-TITLE-START
              THRU 9100-SECTION-TITLE-END.
           MOVE "REGISTRE DES CONSENTEMENTS (TABLE CONSENT)"
               TO WS-RPT-LINE.
           PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END.
           MOVE "CONSENT (TABLE)" TO WS-CUR-NAME.
           MOVE "LUE" TO WS-CUR-STATE.
           MOVE 0 TO WS-CUR-READ WS-CUR-HITS.
           PERFORM 5100-ONE-CONSENT-START THRU 5100-ONE-CONSENT-END
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT.
           IF WS-CUR-HITS = 0
               MOVE "   AUCUN CONSENTEMENT ENREGISTRE" TO WS-RPT-LINE
               PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END
           END-IF.
           MOVE WS-CUR-HITS TO WS-CUR-READ.
           PERFORM 9300-ADD-SCOPE-START THRU 9300-ADD-SCOPE-END.
       5000-CONSENT-END.
           EXIT.

       5100-ONE-CONSENT-START.
           MOVE WS-KEY-EMAIL(WS-KEY-IDX) TO WS-CNS-EMAIL.
           EXEC SQL
              SELECT status, consent_date, COALESCE(source, ' '),
                     COALESCE(CAST(last_modified AS VARCHAR(19)),
                              ' '),
                     email
              INTO :SQL-CNS-STATUS, :SQL-CNS-DATE, :SQL-CNS-SOURCE,
                   :SQL-CNS-MODIFIED, :SQL-MAIL
              FROM consent
              WHERE UPPER(email) = TRIM(:WS-CNS-EMAIL)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-CUR-HITS
                   STRING "   " DELIMITED BY SIZE
                          SQL-MAIL DELIMITED BY "  "
                          "  STATUT " DELIMITED BY SIZE
                          SQL-CNS-STATUS DELIMITED BY SIZE
                          " DU " DELIMITED BY SIZE
                          SQL-CNS-DATE DELIMITED BY SIZE
                          "  SOURCE " DELIMITED BY SIZE
                          SQL-CNS-SOURCE DELIMITED BY "  "
                          "  MODIFIE LE " DELIMITED BY SIZE
                          SQL-CNS-MODIFIED DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   PERFORM 1001-HANDLE-ERROR-START
                      THRU 1001-HANDLE-ERROR-END
           END-EVALUATE.
       5100-ONE-CONSENT-END.
           EXIT.

      ******************************************************************
      * EVERY AUDIT LINE NAMING ONE OF THE PERSON'S EMAILS - THE LOGS
      * START WITH THE TIMESTAMP OF THE RUN, THEN THE OPERATION
      ******************************************************************
       6000-AUDIT-LOGS-START.
           PERFORM 9100-SECTION-TITLE-START
              THRU 9100-SECTION-TITLE-END.
           MOVE "JOURNAUX D'AUDIT" TO WS-RPT-LINE.
           PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END.
           IF WS-KEY-COUNT = 0
               STRING "   AUCUN EMAIL CONNU POUR CETTE PERSONNE, "
                      DELIMITED BY SIZE
                      "RIEN A RAPPROCHER DES JOURNAUX" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END
           END-IF.
           MOVE WS-TOTAL-HITS TO WS-HITS-BEFORE.
           PERFORM 6100-SCAN-LOG-START THRU 6100-SCAN-LOG-END
               VARYING WS-LOG-I FROM 1 BY 1
               UNTIL WS-LOG-I > 4.
           IF WS-TOTAL-HITS = WS-HITS-BEFORE
               MOVE "   AUCUNE LIGNE" TO WS-RPT-LINE
               PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END
           END-IF.
       6000-AUDIT-LOGS-END.
           EXIT.

       6100-SCAN-LOG-START.
           MOVE WS-LOG-ENTRY(WS-LOG-I) TO WS-LOG-NAME WS-CUR-NAME.
           MOVE 0 TO WS-CUR-READ WS-CUR-HITS.
           OPEN INPUT AUDIT-FILE.
           IF WS-LOG-STATUS NOT = '00'
               IF WS-LOG-STATUS = '35'
                   MOVE "ABSENT" TO WS-CUR-STATE
               ELSE
                   STRING "STATUT " DELIMITED BY SIZE
                          WS-LOG-STATUS DELIMITED BY SIZE
                       INTO WS-CUR-STATE
               END-IF
               PERFORM 9300-ADD-SCOPE-START THRU 9300-ADD-SCOPE-END
               GO TO 6100-SCAN-LOG-END
           END-IF.
           MOVE "LU" TO WS-CUR-STATE.
           PERFORM 6110-ONE-LINE-START THRU 6110-ONE-LINE-END
               UNTIL WS-LOG-EOF.
           CLOSE AUDIT-FILE.
           PERFORM 9300-ADD-SCOPE-START THRU 9300-ADD-SCOPE-END.
       6100-SCAN-LOG-END.
           EXIT.

       6110-ONE-LINE-START.
           READ AUDIT-FILE
               AT END
                   GO TO 6110-ONE-LINE-END
           END-READ.
           ADD 1 TO WS-CUR-READ.
           MOVE AUDIT-LINE TO WS-UP-LINE.
           INSPECT WS-UP-LINE
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
           MOVE 0 TO WS-TALLY.
           PERFORM 6120-ONE-KEY-START THRU 6120-ONE-KEY-END
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
                  OR WS-TALLY > 0.
           IF WS-TALLY = 0
               GO TO 6110-ONE-LINE-END
           END-IF.
           ADD 1 TO WS-CUR-HITS.
           MOVE AUD-DATE TO WS-DATE-N.
           PERFORM 9200-EDIT-DATE-START THRU 9200-EDIT-DATE-END.
           STRING "   " DELIMITED BY SIZE
                  WS-DATE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-TIME(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  AUD-TIME(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  AUD-TIME(5:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOG-NAME DELIMITED BY "  "
                  " :" DELIMITED BY SIZE
                  AUD-TEXT DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END.
       6110-ONE-LINE-END.
           EXIT.

       6120-ONE-KEY-START.
           INSPECT WS-UP-LINE TALLYING WS-TALLY FOR ALL
               WS-KEY-EMAIL(WS-KEY-IDX)(1:WS-KEY-LEN(WS-KEY-IDX)).
       6120-ONE-KEY-END.
           EXIT.

      ******************************************************************
      * PROOF OF SEARCH: EVERY SOURCE, ITS STATE, LINES READ AND HITS
      ******************************************************************
       7000-SCOPE-START.
           PERFORM 9100-SECTION-TITLE-START
              THRU 9100-SECTION-TITLE-END.
           MOVE "PERIMETRE DE LA RECHERCHE" TO WS-RPT-LINE.
           PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END.
           MOVE "SOURCE" TO SCL-NAME.
           MOVE "ETAT" TO SCL-STATE.
           MOVE WS-SCOPE-LINE TO WS-RPT-LINE.
           MOVE " LIGNES   TRACES" TO WS-RPT-LINE(45:16).
           PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END.
           PERFORM 7100-SCOPE-LINE-START THRU 7100-SCOPE-LINE-END
               VARYING WS-SCP-IDX FROM 1 BY 1
               UNTIL WS-SCP-IDX > WS-SCOPE-COUNT.
           IF WS-SCOPE-LOST > 0
               STRING "(+ " DELIMITED BY SIZE
                      WS-SCOPE-LOST DELIMITED BY SIZE
                      " SOURCES LUES NON DETAILLEES)" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END
           END-IF.
           STRING "ARCHIVES DATEES : " DELIMITED BY SIZE
                  WS-ARCH-DAYS DELIMITED BY SIZE
                  " JOURS SONDES, " DELIMITED BY SIZE
                  WS-ARCH-FOUND DELIMITED BY SIZE
                  " FICHIERS TROUVES" DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END.
           IF WS-KEY-LOST > 0
               STRING "EMAILS NON SUIVIS (TABLE PLEINE) : "
                      DELIMITED BY SIZE
                      WS-KEY-LOST DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END
           END-IF.
           MOVE WS-DASHLINE TO WS-RPT-LINE.
           PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END.
           STRING "TRACES TROUVEES AU TOTAL : " DELIMITED BY SIZE
                  WS-TOTAL-HITS DELIMITED BY SIZE
                  "   REPONSE DUE AU : " DELIMITED BY SIZE
                  WS-DUE-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END.
       7000-SCOPE-END.
           EXIT.

       7100-SCOPE-LINE-START.
           MOVE WS-SCP-NAME(WS-SCP-IDX) TO SCL-NAME.
           MOVE WS-SCP-STATE(WS-SCP-IDX) TO SCL-STATE.
           MOVE WS-SCP-READ(WS-SCP-IDX) TO SCL-READ.
           MOVE WS-SCP-HITS(WS-SCP-IDX) TO SCL-HITS.
           MOVE WS-SCOPE-LINE TO WS-RPT-LINE.
           PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END.
       7100-SCOPE-LINE-END.
           EXIT.

      ******************************************************************
      * AUDIT TRAIL: WHEN, FOR WHOM, WHICH REPORT, HOW MANY TRACES
      ******************************************************************
       7500-LOG-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           INITIALIZE SAR-LOG-REC.
           IF WS-SAR-BY-EMAIL
               STRING WS-TIMESTAMP DELIMITED BY SIZE,
                      " ACCES EMAIL " DELIMITED BY SIZE,
                      WS-SAR-EMAIL DELIMITED BY "  ",
                      " RECUE " DELIMITED BY SIZE,
                      WS-RECEIVED-DATE DELIMITED BY SIZE,
                      " RAPPORT " DELIMITED BY SIZE,
                      WS-REPORT-NAME DELIMITED BY "  ",
                      " TRACES " DELIMITED BY SIZE,
                      WS-TOTAL-HITS DELIMITED BY SIZE
                   INTO SAR-LOG-REC
           ELSE
               STRING WS-TIMESTAMP DELIMITED BY SIZE,
                      " ACCES NOM " DELIMITED BY SIZE,
                      WS-SAR-NOM DELIMITED BY "  ",
                      " " DELIMITED BY SIZE,
                      WS-SAR-PRENOM DELIMITED BY "  ",
                      " RECUE " DELIMITED BY SIZE,
                      WS-RECEIVED-DATE DELIMITED BY SIZE,
                      " RAPPORT " DELIMITED BY SIZE,
                      WS-REPORT-NAME DELIMITED BY "  ",
                      " TRACES " DELIMITED BY SIZE,
                      WS-TOTAL-HITS DELIMITED BY SIZE
                   INTO SAR-LOG-REC
           END-IF.
           WRITE SAR-LOG-REC.
       7500-LOG-RUN-END.
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

      ******************************************************************
      * REPORT HELPERS
      ******************************************************************
       9000-PUT-LINE-START.
           WRITE REPORT-REC FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
       9000-PUT-LINE-END.
           EXIT.

       9100-SECTION-TITLE-START.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END.
           MOVE WS-DASHLINE TO WS-RPT-LINE.
           PERFORM 9000-PUT-LINE-START THRU 9000-PUT-LINE-END.
       9100-SECTION-TITLE-END.
           EXIT.

       9200-EDIT-DATE-START.
           MOVE WS-DATE-N(1:4) TO WS-DE-YYYY.
           MOVE WS-DATE-N(5:2) TO WS-DE-MM.
           MOVE WS-DATE-N(7:2) TO WS-DE-DD.
       9200-EDIT-DATE-END.
           EXIT.

       9300-ADD-SCOPE-START.
           ADD WS-CUR-HITS TO WS-TOTAL-HITS.
           IF WS-SCOPE-COUNT = 200
               ADD 1 TO WS-SCOPE-LOST
               GO TO 9300-ADD-SCOPE-END
           END-IF.
           ADD 1 TO WS-SCOPE-COUNT.
           MOVE WS-CUR-NAME TO WS-SCP-NAME(WS-SCOPE-COUNT).
           MOVE WS-CUR-STATE TO WS-SCP-STATE(WS-SCOPE-COUNT).
           MOVE WS-CUR-READ TO WS-SCP-READ(WS-SCOPE-COUNT).
           MOVE WS-CUR-HITS TO WS-SCP-HITS(WS-SCOPE-COUNT).
       9300-ADD-SCOPE-END.
           EXIT.

      * a file row belongs to the person when its email is one of the
      * person's emails, or, for a search by name, when the names match
      * over the width the file keeps them
       9400-MATCH-ROW-START.
           SET WS-NO-MATCH TO TRUE.
           INSPECT WS-CMP-EMAIL
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
           IF WS-CMP-EMAIL NOT = SPACES
               PERFORM 9410-SAME-EMAIL-START THRU 9410-SAME-EMAIL-END
                   VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
                      OR WS-MATCH
           END-IF.
           IF WS-MATCH OR NOT WS-SAR-BY-NAME
               GO TO 9400-MATCH-ROW-END
           END-IF.
           INSPECT WS-CMP-NOM
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
           INSPECT WS-CMP-PRENOM
               CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
           IF WS-CMP-NOM(1:WS-CMP-WIDTH) = WS-SAR-NOM(1:WS-CMP-WIDTH)
           AND (WS-SAR-PRENOM = SPACES
                OR WS-CMP-PRENOM(1:WS-CMP-WIDTH)
                   = WS-SAR-PRENOM(1:WS-CMP-WIDTH))
               SET WS-MATCH TO TRUE
           END-IF.
       9400-MATCH-ROW-END.
           EXIT.

       9410-SAME-EMAIL-START.
           IF WS-KEY-EMAIL(WS-KEY-IDX)(1:30) = WS-CMP-EMAIL(1:30)
               SET WS-MATCH TO TRUE
           END-IF.
       9410-SAME-EMAIL-END.
           EXIT.
