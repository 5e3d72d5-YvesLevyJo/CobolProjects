      *                    the trailer counts whichever mode ran.
      *                    A clean run records this run's start time
      *                    as the next cutoff.
      * 2026-10-15 Yves    Marketing consent: persons opted out in the
      *                    consent register (sqlcons.cbl) are left
      *                    out of the extract, or written with their
      *                    consent flag when SQLEXTR.parm column 2 is
      *                    'M'; the extract record gains the consent
      *                    byte, the trailer the count left out, and
      *                    SQLEXTR-SUPPR.txt lists who was excluded or
      *                    flagged and why, with a count per source.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CUT-STAT.

           SELECT SUPPR-FILE ASSIGN TO 'SQLEXTR-SUPPR.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SUP-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
           05 EXT-AGE          PIC 9(03).
           05 EXT-COUNTRY      PIC X(20).
           05 EXT-CODE         PIC X(02).
      *       'O' = AGREED, 'N' = OPTED OUT (MARK MODE ONLY), ' ' = NONE
           05 EXT-CONSENT      PIC X(01).
       01  TRAILER-REC.
           05 TRL-MARK         PIC X(08).
           05 TRL-COUNT        PIC 9(07).
           05 TRL-EXCLUDED     PIC 9(07).
           05 FILLER           PIC X(74).

       FD  PARM-FILE
           RECORD CONTAINS 50 CHARACTERS.
           RECORD CONTAINS 19 CHARACTERS.
       01  CUTOFF-REC          PIC X(19).

       FD  SUPPR-FILE.
       01  SUPPR-REC           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EXT-STATUS PIC X(02).
       01  WS-DASHLINE  PIC X(99).
           05 FILLER        PIC X(07).
       01  WS-NEW-CUTOFF    PIC X(19).

      * opted-out persons: left out by default, written with their
      * flag when column 2 of SQLEXTR.parm asks for 'M'
       01  WS-SUP-STAT      PIC X(02).
       01  WS-CONSENT-CHOICE PIC X(01) VALUE 'E'.
           88 WS-CONSENT-MARK   VALUE 'M' 'm'.
       01  WS-EXCLUDED-COUNT PIC 9(07) VALUE 0.
       01  WS-FLAGGED-COUNT  PIC 9(07) VALUE 0.
       01  WS-SUP-ACTION     PIC X(08) VALUE SPACES.
       01  WS-SRC-TABLE.
           05 WS-SRC-ENTRY OCCURS 50 TIMES INDEXED BY WS-SRC-IDX.
              10 WS-SRC-NAME   PIC X(20).
              10 WS-SRC-ROWS   PIC 9(07).
       01  WS-SRC-COUNT      PIC 9(02) VALUE 0.
       01  WS-SRC-FOUND-SW   PIC X(01) VALUE 'N'.
           88 WS-SRC-FOUND      VALUE 'Y'.
           88 WS-SRC-NOT-FOUND  VALUE 'N'.
       01  WS-I              PIC 9(02) VALUE 0.
       01  WS-SUP-LINE.
           05 SUL-ACTION     PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 SUL-EMAIL      PIC X(30).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 SUL-NOM        PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 SUL-DATE       PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 SUL-SOURCE     PIC X(20).
       01  WS-SRC-LINE.
           05 FILLER         PIC X(09) VALUE SPACES.
           05 SRL-NAME       PIC X(20).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 SRL-COUNT      PIC ZZZZZZ9.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME PIC X(20) VALUE "dgse".
       01  USERNAME PIC X(05) VALUE "cobol".
           03 SQL-AGE          PIC 9(03).
           03 SQL-COUNTRY      PIC X(50).
           03 SQL-COUNTRY-CODE PIC X(02).
           03 SQL-CNS-STATUS   PIC X(01).
           03 SQL-CNS-DATE     PIC X(08).
           03 SQL-CNS-SOURCE   PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           PERFORM 0500-RESOLVE-MODE-START
              THRU 0500-RESOLVE-MODE-END.

           PERFORM 0600-CONSENT-TABLE-START
              THRU 0600-CONSENT-TABLE-END.

           OPEN OUTPUT EXTRACT-FILE.
           OPEN OUTPUT SUPPR-FILE.
           MOVE SPACES TO SUPPR-REC.
           IF WS-CONSENT-MARK
               STRING "OPPOSITIONS MARKETING - SIGNALEES DANS L'EXTRAIT"
                   " DU " WS-NEW-CUTOFF
                   DELIMITED BY SIZE INTO SUPPR-REC
           ELSE
               STRING "OPPOSITIONS MARKETING - EXCLUES DE L'EXTRAIT"
                   " DU " WS-NEW-CUTOFF
                   DELIMITED BY SIZE INTO SUPPR-REC
           END-IF.
           WRITE SUPPR-REC.
           MOVE WS-DASHLINE TO SUPPR-REC.
           WRITE SUPPR-REC.

           IF WS-INCR-ACTIVE
               PERFORM 2500-EXTRACT-INCR-START
           PERFORM 3000-WRITE-TRAILER-START
              THRU 3000-WRITE-TRAILER-END.

           PERFORM 3100-SUPPR-SUMMARY-START
              THRU 3100-SUPPR-SUMMARY-END.

           CLOSE EXTRACT-FILE SUPPR-FILE.

           IF NOT WS-SQL-FAILED
               PERFORM 3500-SAVE-CUTOFF-START
           IF WS-PARM-STAT = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PARM-REC(1:1) TO WS-MODE-CHOICE
                       MOVE PARM-REC(2:1) TO WS-CONSENT-CHOICE
               END-READ
               CLOSE PARM-FILE
           END-IF.
       0500-RESOLVE-MODE-END.
           EXIT.

      ******************************************************************
      * THE CONSENT REGISTER IS KEPT BY sqlcons.cbl; AN EMPTY ONE IS
      * CREATED HERE WHEN NO CONSENT WAS EVER RECORDED, SO THE
      * EXTRACT RUNS EITHER WAY
      ******************************************************************
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
      * CURSOR OVER THE WHOLE DATABANK, ONE FIXED-LAYOUT LINE PER ROW
      ******************************************************************
       2000-EXTRACT-START.
           EXEC SQL
               DECLARE CREXT CURSOR FOR
               SELECT d.last_name, d.first_name, d.email, d.age,
                      d.country, d.country_code,
                      COALESCE(c.status, ' '),
                      COALESCE(c.consent_date, ' '),
                      COALESCE(c.source, ' ')
               FROM DATABANK d
               LEFT JOIN consent c ON c.email = d.email
               ORDER BY d.last_name, d.first_name
           END-EXEC.

           EXEC SQL OPEN CREXT END-EXEC.
           EXEC SQL
              FETCH CREXT
              INTO :SQL-NOM, :SQL-PRENOM, :SQL-MAIL, :SQL-AGE,
                   :SQL-COUNTRY, :SQL-COUNTRY-CODE,
                   :SQL-CNS-STATUS, :SQL-CNS-DATE, :SQL-CNS-SOURCE
           END-EXEC.

           IF SQLCODE = 0
           EXIT.

       2150-WRITE-ONE-START.
           IF SQL-CNS-STATUS = 'N'
               PERFORM 2160-SUPPRESS-ONE-START
                  THRU 2160-SUPPRESS-ONE-END
               IF NOT WS-CONSENT-MARK
                   GO TO 2150-WRITE-ONE-END
               END-IF
           END-IF.
           MOVE SQL-NOM          TO EXT-NOM.
           MOVE SQL-PRENOM       TO EXT-PRENOM.
           MOVE SQL-MAIL         TO EXT-EMAIL.
           MOVE SQL-AGE          TO EXT-AGE.
           MOVE SQL-COUNTRY      TO EXT-COUNTRY.
           MOVE SQL-COUNTRY-CODE TO EXT-CODE.
           MOVE SQL-CNS-STATUS   TO EXT-CONSENT.
           WRITE EXTRACT-REC.
           ADD 1 TO WS-EXTRACT-COUNT.
       2150-WRITE-ONE-END.
           EXIT.

      * one line per opted-out person, counted under the source of
      * the opt-out
       2160-SUPPRESS-ONE-START.
           IF WS-CONSENT-MARK
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE "SIGNALE" TO WS-SUP-ACTION
           ELSE
               ADD 1 TO WS-EXCLUDED-COUNT
               MOVE "EXCLU" TO WS-SUP-ACTION
           END-IF.
           MOVE WS-SUP-ACTION  TO SUL-ACTION.
           MOVE SQL-MAIL       TO SUL-EMAIL.
           MOVE SQL-NOM        TO SUL-NOM.
           MOVE SQL-CNS-DATE   TO SUL-DATE.
           MOVE SQL-CNS-SOURCE TO SUL-SOURCE.
           WRITE SUPPR-REC FROM WS-SUP-LINE.

           SET WS-SRC-NOT-FOUND TO TRUE.
           PERFORM 2170-FIND-SOURCE-START THRU 2170-FIND-SOURCE-END
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT OR WS-SRC-FOUND.
           IF WS-SRC-FOUND
               SET WS-SRC-IDX DOWN BY 1
           ELSE
      * a full table pours any further source into its last line
               IF WS-SRC-COUNT < 50
                   ADD 1 TO WS-SRC-COUNT
                   SET WS-SRC-IDX TO WS-SRC-COUNT
                   MOVE SQL-CNS-SOURCE TO WS-SRC-NAME(WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-ROWS(WS-SRC-IDX)
               ELSE
                   SET WS-SRC-IDX TO 50
                   MOVE "AUTRES" TO WS-SRC-NAME(WS-SRC-IDX)
               END-IF
           END-IF.
           ADD 1 TO WS-SRC-ROWS(WS-SRC-IDX).
       2160-SUPPRESS-ONE-END.
           EXIT.

       2170-FIND-SOURCE-START.
           IF WS-SRC-NAME(WS-SRC-IDX) = SQL-CNS-SOURCE
               SET WS-SRC-FOUND TO TRUE
           END-IF.
       2170-FIND-SOURCE-END.
           EXIT.

      ******************************************************************
      * INCREMENTAL CURSOR - ONLY THE ROWS TOUCHED SINCE THE CUTOFF
      ******************************************************************
       2500-EXTRACT-INCR-START.
           EXEC SQL
               DECLARE CRINC CURSOR FOR
               SELECT d.last_name, d.first_name, d.email, d.age,
                      d.country, d.country_code,
                      COALESCE(c.status, ' '),
                      COALESCE(c.consent_date, ' '),
                      COALESCE(c.source, ' ')
               FROM DATABANK d
               LEFT JOIN consent c ON c.email = d.email
               WHERE d.last_modified > :WS-CUTOFF-TS
               ORDER BY d.last_name, d.first_name
           END-EXEC.

           EXEC SQL OPEN CRINC END-EXEC.
           EXEC SQL
              FETCH CRINC
              INTO :SQL-NOM, :SQL-PRENOM, :SQL-MAIL, :SQL-AGE,
                   :SQL-COUNTRY, :SQL-COUNTRY-CODE,
                   :SQL-CNS-STATUS, :SQL-CNS-DATE, :SQL-CNS-SOURCE
           END-EXEC.

           IF SQLCODE = 0
           MOVE SPACES TO TRAILER-REC.
           MOVE "TRAILER " TO TRL-MARK.
           MOVE WS-EXTRACT-COUNT TO TRL-COUNT.
           MOVE WS-EXCLUDED-COUNT TO TRL-EXCLUDED.
           WRITE TRAILER-REC.
           DISPLAY "LIGNES EXTRAITES: " WS-EXTRACT-COUNT.
           IF WS-CONSENT-MARK
               DISPLAY "OPPOSITIONS SIGNALEES: " WS-FLAGGED-COUNT
           ELSE
               DISPLAY "OPPOSITIONS EXCLUES  : " WS-EXCLUDED-COUNT
           END-IF.
       3000-WRITE-TRAILER-END.
           EXIT.

      ******************************************************************
      * SUPPRESSION REPORT TOTALS - HOW MANY AND WHY, BY SOURCE
      ******************************************************************
       3100-SUPPR-SUMMARY-START.
           MOVE WS-DASHLINE TO SUPPR-REC.
           WRITE SUPPR-REC.
           MOVE SPACES TO SUPPR-REC.
           IF WS-CONSENT-MARK
               STRING "SIGNALEES DANS L'EXTRAIT : " WS-FLAGGED-COUNT
                   DELIMITED BY SIZE INTO SUPPR-REC
           ELSE
               STRING "EXCLUES DE L'EXTRAIT     : " WS-EXCLUDED-COUNT
                   DELIMITED BY SIZE INTO SUPPR-REC
           END-IF.
           WRITE SUPPR-REC.
           MOVE "MOTIF : OPPOSITION, PAR SOURCE" TO SUPPR-REC.
           WRITE SUPPR-REC.
           PERFORM 3110-ONE-SOURCE-START THRU 3110-ONE-SOURCE-END
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SRC-COUNT.
       3100-SUPPR-SUMMARY-END.
           EXIT.

       3110-ONE-SOURCE-START.
           SET WS-SRC-IDX TO WS-I.
           MOVE WS-SRC-NAME(WS-SRC-IDX) TO SRL-NAME.
           MOVE WS-SRC-ROWS(WS-SRC-IDX) TO SRL-COUNT.
           WRITE SUPPR-REC FROM WS-SRC-LINE.
       3110-ONE-SOURCE-END.
           EXIT.

      ******************************************************************
      * A CLEAN RUN RECORDS ITS START TIME AS THE NEXT RUN'S CUTOFF
      ******************************************************************
