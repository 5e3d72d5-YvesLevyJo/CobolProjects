      *****************************************************************
      *    Registre des consentements marketing des personnes de
      *    DATABANK, par email : saisie a l'ecran ou chargement d'un
      *    fichier d'oppositions signees
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sqlcons.
       AUTHOR. Yves.
      *****************************************************************
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: marketing consent register - the
      *                    consent table holds one line per email
      *                    (status 'O' agreed / 'N' opted out, date of
      *                    the decision, source).  (S)aisie records or
      *                    changes one person's consent at the
      *                    console; (C)hargement takes in the signed
      *                    opt-out file CONSENT-OPTOUT.txt, where an
      *                    older opt-out never overrides a later
      *                    decision and malformed lines go to
      *                    CONSENT-REJETS.txt.  Every change goes to
      *                    CONSENT-AUDIT.log and stamps last_modified
      *                    on the person's DATABANK rows so the
      *                    incremental sqlextr.cbl extract sees it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTOUT-FILE ASSIGN TO 'CONSENT-OPTOUT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OPT-STATUS.

           SELECT REJECT-FILE ASSIGN TO 'CONSENT-REJETS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REJ-STATUS.

           SELECT AUDIT-LOG ASSIGN TO 'CONSENT-AUDIT.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PARM-FILE ASSIGN TO 'CONSENT.parm'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STAT.

       DATA DIVISION.
       FILE SECTION.
      * the signed opt-out file: email, date signed, source
       FD  OPTOUT-FILE.
       01  OPTOUT-REC.
           05 OPT-EMAIL        PIC X(50).
           05 OPT-DATE         PIC X(08).
           05 OPT-SOURCE       PIC X(20).

       FD  REJECT-FILE.
       01  REJECT-REC.
           05 REJ-ROW-NO       PIC 9(07).
           05 FILLER           PIC X(02).
           05 REJ-REASON       PIC X(30).
           05 FILLER           PIC X(02).
           05 REJ-RAW          PIC X(78).

       FD  AUDIT-LOG.
       01  AUDIT-REC PIC X(150).

       FD  PARM-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PARM-REC            PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-OPT-STATUS   PIC X(02).
           88 WS-OPT-EOF       VALUE '10'.
       01  WS-REJ-STATUS   PIC X(02).
       01  WS-AUDIT-STATUS PIC X(02).
       01  WS-DASHLINE     PIC X(99).
       01  WS-TIMESTAMP    PIC X(21).
       01  WS-TODAY.
           05 WS-TODAY-YYYYMMDD PIC 9(08).
           05 FILLER            PIC X(13).

       01  WS-MODE-CHOICE  PIC X(01).
           88 WS-MODE-CAPTURE  VALUE 'S' 's'.
           88 WS-MODE-LOAD     VALUE 'C' 'c'.

      * unattended mode: when the parameter file is present, every
      * prompt takes its answer from the next line of that file
       01  WS-PARM-STAT        PIC X(02).
       01  WS-PARM-MODE-SW     PIC X(01) VALUE 'N'.
           88 WS-PARM-MODE         VALUE 'Y'.
       01  WS-ANSWER           PIC X(50).

       01  WS-END-SW           PIC X(01) VALUE 'N'.
           88 WS-END-OF-CAPTURE    VALUE 'Y'.
       01  WS-ROW-VALID-SW     PIC X(01) VALUE 'Y'.
           88 WS-ROW-VALID         VALUE 'Y'.
           88 WS-ROW-INVALID       VALUE 'N'.
       01  WS-REJ-REASON       PIC X(30) VALUE SPACES.
       01  WS-AT-COUNT         PIC 9(02) VALUE 0.
       01  WS-DATE-N           PIC 9(08) VALUE 0.

       01  WS-ROW-COUNT        PIC 9(07) VALUE 0.
       01  WS-APPLIED-COUNT    PIC 9(07) VALUE 0.
       01  WS-OLDER-COUNT      PIC 9(07) VALUE 0.
       01  WS-REJECTED-COUNT   PIC 9(07) VALUE 0.
       01  WS-UNKNOWN-COUNT    PIC 9(07) VALUE 0.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME PIC X(20) VALUE "dgse".
       01  USERNAME PIC X(05) VALUE "cobol".
       01  PASSWORD PIC X(10) VALUE "cbl85".

       01  WS-CNS-EMAIL    PIC X(50).
       01  WS-CNS-STATUS   PIC X(01).
       01  WS-CNS-DATE     PIC X(08).
       01  WS-CNS-SOURCE   PIC X(20).

       01  SQL-CNS-STATUS  PIC X(01).
       01  SQL-CNS-DATE    PIC X(08).
       01  SQL-CNS-SOURCE  PIC X(20).
       01  SQL-ROW-COUNT   PIC 9(07).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE DIVISION.
       1000-MAIN-START.
           MOVE ALL '-' TO WS-DASHLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           OPEN EXTEND AUDIT-LOG.
           PERFORM 8000-OPEN-PARMS-START
              THRU 8000-OPEN-PARMS-END.

           DISPLAY "Mode : (S)aisie / (C)hargement des oppositions ?".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           MOVE WS-ANSWER TO WS-MODE-CHOICE.
           IF NOT WS-MODE-CAPTURE AND NOT WS-MODE-LOAD
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

           PERFORM 0500-CREATE-TABLE-START
              THRU 0500-CREATE-TABLE-END.

           IF WS-MODE-CAPTURE
               PERFORM 2000-CAPTURE-START THRU 2000-CAPTURE-END
                   UNTIL WS-END-OF-CAPTURE
           ELSE
               PERFORM 3000-LOAD-START THRU 3000-LOAD-END
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
      * THE REGISTER TABLE IS CREATED ON FIRST USE
      ******************************************************************
       0500-CREATE-TABLE-START.
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
       0500-CREATE-TABLE-END.
           EXIT.

      ******************************************************************
      * CONSOLE CAPTURE OF ONE PERSON'S CONSENT - A BLANK EMAIL ENDS
      * THE SESSION
      ******************************************************************
       2000-CAPTURE-START.
           DISPLAY WS-DASHLINE(1:60).
           DISPLAY "Email de la personne (vide = fin) ?".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           IF WS-ANSWER = SPACES
               SET WS-END-OF-CAPTURE TO TRUE
               GO TO 2000-CAPTURE-END
           END-IF.
           MOVE WS-ANSWER TO WS-CNS-EMAIL.
           MOVE 0 TO WS-AT-COUNT.
           INSPECT WS-CNS-EMAIL TALLYING WS-AT-COUNT FOR ALL "@".
           IF WS-AT-COUNT NOT = 1
               DISPLAY "Email invalide."
               GO TO 2000-CAPTURE-END
           END-IF.

           PERFORM 2100-SHOW-CURRENT-START
              THRU 2100-SHOW-CURRENT-END.

           DISPLAY "Consentement : (O)ui / (N)on - opposition ?".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           EVALUATE WS-ANSWER(1:1)
               WHEN 'O' WHEN 'o'
                   MOVE 'O' TO WS-CNS-STATUS
               WHEN 'N' WHEN 'n'
                   MOVE 'N' TO WS-CNS-STATUS
               WHEN OTHER
                   DISPLAY "Reponse invalide, rien n'est change."
                   GO TO 2000-CAPTURE-END
           END-EVALUATE.

           DISPLAY "Date de la decision AAAAMMJJ (vide = jour) ?".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           IF WS-ANSWER = SPACES
               MOVE WS-TODAY-YYYYMMDD TO WS-CNS-DATE
           ELSE
               IF WS-ANSWER(1:8) IS NOT NUMERIC
               OR WS-ANSWER(9:) NOT = SPACES
                   DISPLAY "Date invalide, rien n'est change."
                   GO TO 2000-CAPTURE-END
               END-IF
               MOVE WS-ANSWER(1:8) TO WS-DATE-N
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-N) NOT = 0
               OR WS-DATE-N > WS-TODAY-YYYYMMDD
                   DISPLAY "Date invalide, rien n'est change."
                   GO TO 2000-CAPTURE-END
               END-IF
               MOVE WS-ANSWER(1:8) TO WS-CNS-DATE
           END-IF.

           DISPLAY "Source (formulaire, courrier... vide = SAISIE) ?".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           IF WS-ANSWER = SPACES
               MOVE "SAISIE" TO WS-CNS-SOURCE
           ELSE
               MOVE WS-ANSWER TO WS-CNS-SOURCE
           END-IF.

      * the operator's decision stands whatever the date on file
           EXEC SQL
              INSERT INTO consent
                 (email, status, consent_date, source, last_modified)
              VALUES
                 (:WS-CNS-EMAIL, :WS-CNS-STATUS, :WS-CNS-DATE,
                  :WS-CNS-SOURCE, CURRENT_TIMESTAMP)
              ON CONFLICT (email) DO UPDATE
                 SET status        = EXCLUDED.status,
                     consent_date  = EXCLUDED.consent_date,
                     source        = EXCLUDED.source,
                     last_modified = CURRENT_TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           PERFORM 4000-TOUCH-PERSON-START THRU 4000-TOUCH-PERSON-END.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 4100-LOG-CHANGE-START THRU 4100-LOG-CHANGE-END.
           DISPLAY "> Consentement enregistre.".
       2000-CAPTURE-END.
           EXIT.

       2100-SHOW-CURRENT-START.
           EXEC SQL
              SELECT status, consent_date, source
              INTO :SQL-CNS-STATUS, :SQL-CNS-DATE, :SQL-CNS-SOURCE
              FROM consent
              WHERE email = :WS-CNS-EMAIL
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY "Actuel : " SQL-CNS-STATUS " du "
                       SQL-CNS-DATE " (" SQL-CNS-SOURCE ")"
               WHEN +100
                   DISPLAY "Aucun consentement enregistre."
               WHEN OTHER
                   PERFORM 1001-HANDLE-ERROR-START
                      THRU 1001-HANDLE-ERROR-END
           END-EVALUATE.

           EXEC SQL
              SELECT COUNT(*) INTO :SQL-ROW-COUNT
              FROM DATABANK
              WHERE email = :WS-CNS-EMAIL
           END-EXEC.
           IF SQLCODE = 0 AND SQL-ROW-COUNT = 0
               DISPLAY "(email absent de DATABANK pour l'instant)"
           END-IF.
       2100-SHOW-CURRENT-END.
           EXIT.

      ******************************************************************
      * BATCH LOAD OF THE SIGNED OPT-OUT FILE
      ******************************************************************
       3000-LOAD-START.
           OPEN INPUT OPTOUT-FILE.
           IF WS-OPT-STATUS NOT = '00'
               DISPLAY "CONSENT-OPTOUT.txt INACCESSIBLE, STATUT: "
                   WS-OPT-STATUS
               MOVE 12 TO RETURN-CODE
               GO TO 3000-LOAD-END
           END-IF.
           OPEN OUTPUT REJECT-FILE.

           PERFORM 3100-ONE-OPTOUT-START THRU 3100-ONE-OPTOUT-END
               UNTIL WS-OPT-EOF.

           CLOSE OPTOUT-FILE REJECT-FILE.

           DISPLAY "LIGNES LUES               : " WS-ROW-COUNT.
           DISPLAY "OPPOSITIONS ENREGISTREES  : " WS-APPLIED-COUNT.
           DISPLAY "IGNOREES (DECISION PLUS RECENTE) : "
               WS-OLDER-COUNT.
           DISPLAY "REJETEES                  : " WS-REJECTED-COUNT.
           DISPLAY "EMAILS ABSENTS DE DATABANK: " WS-UNKNOWN-COUNT.
       3000-LOAD-END.
           EXIT.

       3100-ONE-OPTOUT-START.
           READ OPTOUT-FILE
               AT END
                   SET WS-OPT-EOF TO TRUE
                   GO TO 3100-ONE-OPTOUT-END
           END-READ.
           ADD 1 TO WS-ROW-COUNT.
           PERFORM 3200-VALIDATE-START THRU 3200-VALIDATE-END.
           IF WS-ROW-INVALID
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO REJECT-REC
               MOVE WS-ROW-COUNT TO REJ-ROW-NO
               MOVE WS-REJ-REASON TO REJ-REASON
               MOVE OPTOUT-REC TO REJ-RAW
               WRITE REJECT-REC
               GO TO 3100-ONE-OPTOUT-END
           END-IF.

           MOVE OPT-EMAIL TO WS-CNS-EMAIL.
           MOVE 'N' TO WS-CNS-STATUS.
           MOVE OPT-DATE TO WS-CNS-DATE.
           IF OPT-SOURCE = SPACES
               MOVE "OPPOSITION SIGNEE" TO WS-CNS-SOURCE
           ELSE
               MOVE OPT-SOURCE TO WS-CNS-SOURCE
           END-IF.

      * an opt-out older than the decision on file changes nothing
           EXEC SQL
              INSERT INTO consent
                 (email, status, consent_date, source, last_modified)
              VALUES
                 (:WS-CNS-EMAIL, :WS-CNS-STATUS, :WS-CNS-DATE,
                  :WS-CNS-SOURCE, CURRENT_TIMESTAMP)
              ON CONFLICT (email) DO UPDATE
                 SET status        = EXCLUDED.status,
                     consent_date  = EXCLUDED.consent_date,
                     source        = EXCLUDED.source,
                     last_modified = CURRENT_TIMESTAMP
                 WHERE consent.consent_date <= EXCLUDED.consent_date
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           MOVE SQLERRD(3) TO SQL-ROW-COUNT.
           IF SQL-ROW-COUNT = 0
               ADD 1 TO WS-OLDER-COUNT
               GO TO 3100-ONE-OPTOUT-END
           END-IF.

           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 4000-TOUCH-PERSON-START THRU 4000-TOUCH-PERSON-END.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM 4100-LOG-CHANGE-START THRU 4100-LOG-CHANGE-END.
       3100-ONE-OPTOUT-END.
           EXIT.

       3200-VALIDATE-START.
           SET WS-ROW-VALID TO TRUE.
           MOVE SPACES TO WS-REJ-REASON.
           MOVE 0 TO WS-AT-COUNT.
           INSPECT OPT-EMAIL TALLYING WS-AT-COUNT FOR ALL "@".
           IF WS-AT-COUNT NOT = 1
               SET WS-ROW-INVALID TO TRUE
               MOVE "EMAIL INVRAISEMBLABLE" TO WS-REJ-REASON
               GO TO 3200-VALIDATE-END
           END-IF.
           IF OPT-DATE IS NOT NUMERIC
               SET WS-ROW-INVALID TO TRUE
               MOVE "DATE NON NUMERIQUE" TO WS-REJ-REASON
               GO TO 3200-VALIDATE-END
           END-IF.
           MOVE OPT-DATE TO WS-DATE-N.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-N) NOT = 0
           OR WS-DATE-N > WS-TODAY-YYYYMMDD
               SET WS-ROW-INVALID TO TRUE
               MOVE "DATE INVALIDE OU FUTURE" TO WS-REJ-REASON
           END-IF.
       3200-VALIDATE-END.
           EXIT.

      ******************************************************************
      * THE PERSON'S ROWS ARE STAMPED SO THE INCREMENTAL EXTRACT
      * CARRIES THE NEW CONSENT DOWNSTREAM
      ******************************************************************
       4000-TOUCH-PERSON-START.
           EXEC SQL
              UPDATE databank
              SET last_modified = CURRENT_TIMESTAMP
              WHERE email = :WS-CNS-EMAIL
           END-EXEC.
           IF SQLCODE = 0 OR SQLCODE = +100
               MOVE SQLERRD(3) TO SQL-ROW-COUNT
               IF SQL-ROW-COUNT = 0 AND WS-MODE-LOAD
                   ADD 1 TO WS-UNKNOWN-COUNT
               END-IF
           ELSE
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
       4000-TOUCH-PERSON-END.
           EXIT.

      ******************************************************************
      * AUDIT TRAIL: WHEN, WHOSE CONSENT, THE NEW STATUS, ITS DATE AND
      * ITS SOURCE
      ******************************************************************
       4100-LOG-CHANGE-START.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           INITIALIZE AUDIT-REC.
           STRING WS-TIMESTAMP DELIMITED BY SIZE,
                  " CONSENTEMENT " DELIMITED BY SIZE,
                  WS-CNS-EMAIL DELIMITED BY SIZE,
                  " STATUT " DELIMITED BY SIZE,
                  WS-CNS-STATUS DELIMITED BY SIZE,
                  " DU " DELIMITED BY SIZE,
                  WS-CNS-DATE DELIMITED BY SIZE,
                  " SOURCE " DELIMITED BY SIZE,
                  WS-CNS-SOURCE DELIMITED BY SIZE
               INTO AUDIT-REC.
           WRITE AUDIT-REC.
       4100-LOG-CHANGE-END.
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
