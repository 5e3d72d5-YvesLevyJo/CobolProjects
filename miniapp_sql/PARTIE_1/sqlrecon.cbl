      *                    incremental extract the count comparison
      *                    is skipped (a delta never matches the
      *                    whole table) and only the load check runs.
      * 2026-10-15 Yves    The extract now leaves out the persons
      *                    opted out in the consent register unless
      *                    SQLEXTR.parm column 2 asks to flag them:
      *                    the table count is compared with the rows
      *                    written plus the trailer's excluded count,
      *                    which must match the opted-out rows of the
      *                    table, and the per-country breakdown leaves
      *                    the opted-out rows aside in that mode.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 EXT-AGE          PIC 9(03).
           05 EXT-COUNTRY      PIC X(20).
           05 EXT-CODE         PIC X(02).
           05 EXT-CONSENT      PIC X(01).
       01  TRAILER-VIEW REDEFINES EXTRACT-REC.
           05 TRL-MARK         PIC X(08).
           05 TRL-COUNT        PIC 9(07).
           05 TRL-EXCLUDED     PIC 9(07).
           05 FILLER           PIC X(74).

       FD  LOAD-FILE.
       01  LOAD-REC.

       01  WS-MODE-CHOICE PIC X(01) VALUE 'F'.
           88 WS-MODE-INCR    VALUE 'I' 'i'.
       01  WS-CONSENT-CHOICE PIC X(01) VALUE 'E'.
           88 WS-CONSENT-MARK    VALUE 'M' 'm'.

      * figures read back from the extract file
       01  WS-FILE-ROWS       PIC 9(07) VALUE 0.
       01  WS-TRAILER-COUNT   PIC 9(07) VALUE 0.
       01  WS-TRAILER-EXCLUDED PIC 9(07) VALUE 0.
       01  WS-EXPECTED-ROWS   PIC 9(07) VALUE 0.
       01  WS-TRAILER-SEEN-SW PIC X(01) VALUE 'N'.
           88 WS-TRAILER-SEEN     VALUE 'Y'.

       01  PASSWORD PIC X(10) VALUE "cbl85".

       01  SQL-DB-COUNT   PIC 9(07).
       01  SQL-OPTOUT-COUNT PIC 9(07).
       01  SQL-CTY-NAME   PIC X(50).
       01  SQL-CTY-COUNT  PIC 9(07).
       01  WS-WANT-EMAIL  PIC X(50).
           IF WS-PARM-STAT = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PARM-REC(1:1) TO WS-MODE-CHOICE
                       MOVE PARM-REC(2:1) TO WS-CONSENT-CHOICE
               END-READ
               CLOSE PARM-FILE
           END-IF.
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
      * the rows left out for an opt-out are part of the table
           COMPUTE WS-EXPECTED-ROWS =
               WS-FILE-ROWS + WS-TRAILER-EXCLUDED.
           IF SQL-DB-COUNT NOT = WS-EXPECTED-ROWS
               ADD 1 TO WS-GAP-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "TABLE/EXTRAIT+EXCLUS EN ECART: "
                   SQL-DB-COUNT "/" WS-FILE-ROWS "+"
                   WS-TRAILER-EXCLUDED
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.

           IF NOT WS-CONSENT-MARK
               PERFORM 2200-CHECK-OPTOUT-START
                  THRU 2200-CHECK-OPTOUT-END
           END-IF.

           PERFORM 3000-DB-COUNTRIES-START
              THRU 3000-DB-COUNTRIES-END.
           PERFORM 4000-COMPARE-COUNTRIES-START
                   IF TRL-MARK = "TRAILER "
                       SET WS-TRAILER-SEEN TO TRUE
                       MOVE TRL-COUNT TO WS-TRAILER-COUNT
                       IF TRL-EXCLUDED IS NUMERIC
                           MOVE TRL-EXCLUDED TO WS-TRAILER-EXCLUDED
                       END-IF
                   ELSE
                       ADD 1 TO WS-FILE-ROWS
                       MOVE EXT-COUNTRY TO WS-CTY-WANTED
       2110-ONE-LINE-END.
           EXIT.

      * the excluded count must be the table's opted-out rows
       2200-CHECK-OPTOUT-START.
           EXEC SQL
              SELECT COUNT(*) INTO :SQL-OPTOUT-COUNT
              FROM DATABANK d
              WHERE EXISTS (SELECT 1 FROM consent c
                            WHERE c.email = d.email
                            AND c.status = 'N')
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           IF SQL-OPTOUT-COUNT NOT = WS-TRAILER-EXCLUDED
               ADD 1 TO WS-GAP-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "OPPOSITIONS TABLE/EXCLUES DE L'EXTRAIT: "
                   SQL-OPTOUT-COUNT "/" WS-TRAILER-EXCLUDED
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
           END-IF.
       2200-CHECK-OPTOUT-END.
           EXIT.

      ******************************************************************
      * PER-COUNTRY COUNTS STRAIGHT FROM THE TABLE
      ******************************************************************
       3000-DB-COUNTRIES-START.
           IF NOT WS-CONSENT-MARK
               PERFORM 3200-DB-COUNTRIES-OPT-START
                  THRU 3200-DB-COUNTRIES-OPT-END
               GO TO 3000-DB-COUNTRIES-END
           END-IF.
           EXEC SQL
               DECLARE CRCTY CURSOR FOR
               SELECT country, COUNT(*)
       3100-ONE-COUNTRY-END.
           EXIT.

      * the same breakdown without the rows the extract left out
       3200-DB-COUNTRIES-OPT-START.
           EXEC SQL
               DECLARE CRCTYO CURSOR FOR
               SELECT d.country, COUNT(*)
               FROM DATABANK d
               WHERE NOT EXISTS (SELECT 1 FROM consent c
                                 WHERE c.email = d.email
                                 AND c.status = 'N')
               GROUP BY d.country
           END-EXEC.

           EXEC SQL OPEN CRCTYO END-EXEC.
           PERFORM 3210-ONE-COUNTRY-OPT-START
              THRU 3210-ONE-COUNTRY-OPT-END
              UNTIL SQLCODE NOT = 0.
           IF SQLCODE NOT = +100
               PERFORM 1001-HANDLE-ERROR-START
                  THRU 1001-HANDLE-ERROR-END
           END-IF.
           EXEC SQL CLOSE CRCTYO END-EXEC.
       3200-DB-COUNTRIES-OPT-END.
           EXIT.

       3210-ONE-COUNTRY-OPT-START.
           EXEC SQL
              FETCH CRCTYO INTO :SQL-CTY-NAME, :SQL-CTY-COUNT
           END-EXEC.
           IF SQLCODE = 0
               MOVE SQL-CTY-NAME(1:20) TO WS-CTY-WANTED
               PERFORM 8000-FIND-COUNTRY-START
                  THRU 8000-FIND-COUNTRY-END
               SET WS-CTY-IDX TO WS-CTY-FOUND-IDX
               MOVE SQL-CTY-COUNT TO WS-CTY-DB(WS-CTY-IDX)
           END-IF.
       3210-ONE-COUNTRY-OPT-END.
           EXIT.

       4000-COMPARE-COUNTRIES-START.
           PERFORM 4100-ONE-COMPARE-START THRU 4100-ONE-COMPARE-END
               VARYING WS-I FROM 1 BY 1
