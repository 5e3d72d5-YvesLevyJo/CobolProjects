      *                    the first FIELDS.def field) into maint.cbl
      *                    so standing up a reference-file editor
      *                    takes minutes instead of days.
      * 2026-10-15 Yves    Option 18: generate a complete control-break
      *                    report program from FIELDS.def (sort on up
      *                    to three break fields, page headers, level
      *                    subtotals, grand totals, file-status checks
      *                    and JOBLOG.dat records) into report.cbl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  sqltt.
           SELECT MAINTFILE ASSIGN TO 'maint.cbl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-MAINT-STATUS.

           SELECT REPORTFILE ASSIGN TO 'report.cbl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-REPORT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  MAINT-RECORD PIC X(80).

       FD REPORTFILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
       01  REPORT-RECORD PIC X(80).

       FD FIELDS-FILE
           RECORD CONTAINS 24 CHARACTERS
           RECORDING MODE IS F.
       01  F-FIELDS-STATUS        PIC X(02).
           88 F-FIELDS-EOF            VALUE '10'.
       01  F-MAINT-STATUS         PIC X(02).
       01  F-REPORT-STATUS        PIC X(02).
       01  PNT.
           03 BLANK-LINE          PIC X(80) VALUE ALL SPACES.
           03 COMMENT-LINE        PIC X(66) VALUE ALL '*'.
           03 WS-LAYOUT-CHOICE       PIC X.
           03 WS-SHOP-CHOICE         PIC X.
           03 WS-MAINT-CHOICE        PIC X.
           03 WS-REPORT-CHOICE       PIC X.

       01  WS-PARA-COUNT          PIC 9(02) VALUE 0.
       01  WS-PARA-IDX            PIC 9(02) VALUE 0.
       01  WS-GEN-MAINT-ID        PIC X(10).
       01  WS-GEN-KEY-NAME        PIC X(20).

      * control-break report program (option 18): the break fields
      * (major first) and totalled fields are FIELDS.def positions
       01  WS-RPT-BRK-TABLE.
           03 WS-RPT-BRK          PIC 9(02) OCCURS 3 TIMES.
       01  WS-RPT-BRK-COUNT       PIC 9(01) VALUE 0.
       01  WS-RPT-TOT-TABLE.
           03 WS-RPT-TOT          PIC 9(02) OCCURS 5 TIMES.
       01  WS-RPT-TOT-COUNT       PIC 9(01) VALUE 0.
       01  WS-RPT-PAGE-SIZE       PIC 9(03) VALUE 0.
       01  WS-RPT-WANT-NAME       PIC X(20).
       01  WS-RPT-FOUND           PIC 9(02) VALUE 0.
       01  WS-RPT-ASK-SW          PIC X(01) VALUE 'Y'.
           88 WS-RPT-ASK-MORE         VALUE 'Y'.
           88 WS-RPT-ASK-DONE         VALUE 'N'.
      * print width of each field, zero when it does not fit in 132
       01  WS-RPT-WIDTH-TABLE.
           03 WS-RPT-WIDTH        PIC 9(03) OCCURS 50 TIMES.
       01  WS-RPT-LINE-LEN        PIC 9(04) VALUE 0.
       01  WS-RPT-REC-LEN         PIC 9(04) VALUE 0.
       01  WS-RPT-NAME-LEN        PIC 9(03) VALUE 0.
       01  WS-RPT-ID              PIC X(10).
       01  WS-RPT-INFILE          PIC X(20).
       01  WS-RPT-OUTFILE         PIC X(20).
       01  WS-RPT-L               PIC 9(01) VALUE 0.
       01  WS-RPT-K               PIC 9(01) VALUE 0.
       01  WS-RPT-I               PIC 9(01) VALUE 0.
       01  WS-RPT-F               PIC 9(02) VALUE 0.
       01  WS-RPT-N2              PIC 9(02) VALUE 0.
       01  WS-RPT-NUM3            PIC 9(03) VALUE 0.
       01  WS-RPT-NUM4            PIC 9(04) VALUE 0.
      * level suffix of the generated counters: 1-3 or G (grand)
       01  WS-RPT-TAG             PIC X(01).
       01  WS-RPT-UPPER-TAG       PIC X(01).
       01  WS-RPT-LOW-TAG         PIC X(01).

       SCREEN SECTION.
       01  MAIN-SCREEN FOREGROUND-COLOR IS 6.
           03 BLANK SCREEN.
              VALUE "17. Programme de maintenance FIELDS.def"
              LINE PLUS 1 COL 10.
           05 PIC X USING WS-MAINT-CHOICE COL 53.

           05 FILLER PIC X(42)
              VALUE "18. Rapport a ruptures FIELDS.def"
              LINE PLUS 1 COL 10.
           05 PIC X USING WS-REPORT-CHOICE COL 53.
      ******************************************************************
       01  ERROR-SCREEN FOREGROUND-COLOR IS 6.
           03 BLANK SCREEN.
           05 PIC X(10) FROM WS-APP-AUTHOR LINE 5 COL 30.

           05 FILLER PIC X(22)
              VALUE 'Choix options 1-18  :' LINE 7 COL 5.
           05 PIC X(18) FROM APP-OPTIONS LINE 7 COL 30.

           05 FILLER PIC X(31)
              VALUE 'Programme genere    : prog.cbl'
           05 FILLER PIC X(34)
              VALUE 'Maintenance (17=Y)  : maint.cbl'
              LINE 12 COL 5.
           05 FILLER PIC X(35)
              VALUE 'Rapport (18=Y)      : report.cbl'
              LINE 13 COL 5.

           05 FILLER PIC X(25)
              VALUE '(G)enerer / (A)nnuler ?' LINE 14 COL 5.
           05 PIC X(01) USING WS-CONFIRM-CHOICE
              LINE 14 COL 35 REQUIRED.

       PROCEDURE DIVISION.
       0000-MAIN-START.
                 THRU 8000-GENERATE-MAINT-END
           END-IF.

           IF WS-REPORT-CHOICE EQUAL "Y"
              PERFORM 9000-GENERATE-REPORT-START
                 THRU 9000-GENERATE-REPORT-END
           END-IF.

           IF WS-ROUTINE-CHOICE EQUAL "Y"
              CLOSE SUBFILE
           END-IF.

           IF WS-LAYOUT-CHOICE EQUAL "Y"
           OR WS-MAINT-CHOICE EQUAL "Y"
           OR WS-REPORT-CHOICE EQUAL "Y"
               PERFORM 0002-LOAD-FIELDS-START
                  THRU 0002-LOAD-FIELDS-END
           END-IF.

           IF WS-REPORT-CHOICE EQUAL "Y"
               PERFORM 0006-REPORT-PARMS-START
                  THRU 0006-REPORT-PARMS-END
           END-IF.

           MOVE FUNCTION TRIM(WS-APP-NAME) TO WS-GEN-APPNAME.

           STRING FUNCTION TRIM(WS-APP-NAME) DELIMITED BY SIZE
           SET WS-OPTIONS-VALID TO TRUE.
           PERFORM 0004-CHECK-ONE-START THRU 0004-CHECK-ONE-END
               VARYING WS-OPT-IDX FROM 1 BY 1
               UNTIL WS-OPT-IDX > 18.

           IF WS-OPTIONS-INVALID
               DISPLAY ERROR-SCREEN
       0002-LOAD-FIELDS-START.
           OPEN INPUT FIELDS-FILE.
           IF F-FIELDS-STATUS NOT = '00'
               DISPLAY "FIELDS.def INTROUVABLE - OPTIONS 15/17/18"
                   " IGNOREES."
               MOVE "N" TO WS-LAYOUT-CHOICE
               MOVE "N" TO WS-MAINT-CHOICE
               MOVE "N" TO WS-REPORT-CHOICE
               GO TO 0002-LOAD-FIELDS-END
           END-IF.
           PERFORM 0003-READ-FIELD-START THRU 0003-READ-FIELD-END
           CLOSE FIELDS-FILE.

           IF WS-FDEF-COUNT = 0
               DISPLAY "FIELDS.def VIDE - OPTIONS 15/17/18"
                   " IGNOREES."
               MOVE "N" TO WS-LAYOUT-CHOICE
               MOVE "N" TO WS-MAINT-CHOICE
               MOVE "N" TO WS-REPORT-CHOICE
           END-IF.
       0002-LOAD-FIELDS-END.
           EXIT.
       0003-READ-FIELD-END.
           EXIT.

      *****************************************************************
      * REPORT OPTION (18) - BREAK FIELDS, TOTALLED FIELDS AND PAGE
      * SIZE, EACH NAME CHECKED AGAINST THE FIELDS.def LAYOUT
      *****************************************************************
       0006-REPORT-PARMS-START.
           IF WS-REPORT-CHOICE NOT = "Y"
               GO TO 0006-REPORT-PARMS-END
           END-IF.
           MOVE 0 TO WS-RPT-BRK-COUNT.
           SET WS-RPT-ASK-MORE TO TRUE.
           PERFORM 0007-ASK-BREAK-START THRU 0007-ASK-BREAK-END
               UNTIL WS-RPT-ASK-DONE.

           MOVE 0 TO WS-RPT-TOT-COUNT.
           SET WS-RPT-ASK-MORE TO TRUE.
           PERFORM 0008-ASK-TOTAL-START THRU 0008-ASK-TOTAL-END
               UNTIL WS-RPT-ASK-DONE.

           DISPLAY "Lignes par page (10 a 999, defaut 60) ?".
           MOVE 0 TO WS-RPT-PAGE-SIZE.
           ACCEPT WS-RPT-PAGE-SIZE.
           IF WS-RPT-PAGE-SIZE < 10
               MOVE 60 TO WS-RPT-PAGE-SIZE
           END-IF.
       0006-REPORT-PARMS-END.
           EXIT.

      * up to three break fields, the major one first; a blank
      * answer ends the list
       0007-ASK-BREAK-START.
           IF WS-RPT-BRK-COUNT = 3
               SET WS-RPT-ASK-DONE TO TRUE
               GO TO 0007-ASK-BREAK-END
           END-IF.
           DISPLAY "Champ de rupture (majeur d'abord, blanc = fin) ?".
           MOVE SPACES TO WS-RPT-WANT-NAME.
           ACCEPT WS-RPT-WANT-NAME.
           IF WS-RPT-WANT-NAME = SPACES
               SET WS-RPT-ASK-DONE TO TRUE
               GO TO 0007-ASK-BREAK-END
           END-IF.
           PERFORM 0009-FIND-FIELD-START THRU 0009-FIND-FIELD-END.
           IF WS-RPT-FOUND = 0
               DISPLAY "CHAMP ABSENT DE FIELDS.def: " WS-RPT-WANT-NAME
               GO TO 0007-ASK-BREAK-END
           END-IF.
           ADD 1 TO WS-RPT-BRK-COUNT.
           MOVE WS-RPT-FOUND TO WS-RPT-BRK(WS-RPT-BRK-COUNT).
       0007-ASK-BREAK-END.
           EXIT.

      * up to five totalled fields, numeric ones only
       0008-ASK-TOTAL-START.
           IF WS-RPT-TOT-COUNT = 5
               SET WS-RPT-ASK-DONE TO TRUE
               GO TO 0008-ASK-TOTAL-END
           END-IF.
           DISPLAY "Champ a totaliser (blanc = fin) ?".
           MOVE SPACES TO WS-RPT-WANT-NAME.
           ACCEPT WS-RPT-WANT-NAME.
           IF WS-RPT-WANT-NAME = SPACES
               SET WS-RPT-ASK-DONE TO TRUE
               GO TO 0008-ASK-TOTAL-END
           END-IF.
           PERFORM 0009-FIND-FIELD-START THRU 0009-FIND-FIELD-END.
           IF WS-RPT-FOUND = 0
               DISPLAY "CHAMP ABSENT DE FIELDS.def: " WS-RPT-WANT-NAME
               GO TO 0008-ASK-TOTAL-END
           END-IF.
           IF WS-FDEF-TYPE(WS-RPT-FOUND) NOT = "9"
               DISPLAY "CHAMP NON NUMERIQUE: " WS-RPT-WANT-NAME
               GO TO 0008-ASK-TOTAL-END
           END-IF.
           ADD 1 TO WS-RPT-TOT-COUNT.
           MOVE WS-RPT-FOUND TO WS-RPT-TOT(WS-RPT-TOT-COUNT).
       0008-ASK-TOTAL-END.
           EXIT.

      * position of WS-RPT-WANT-NAME in the layout, zero if absent
       0009-FIND-FIELD-START.
           INSPECT WS-RPT-WANT-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO WS-RPT-FOUND.
           SET WS-FDEF-IDX TO 1.
           SEARCH WS-FDEF-ENTRY
               AT END
                   MOVE 0 TO WS-RPT-FOUND
               WHEN WS-FDEF-NAME(WS-FDEF-IDX) = WS-RPT-WANT-NAME
                   SET WS-RPT-FOUND TO WS-FDEF-IDX
           END-SEARCH.
       0009-FIND-FIELD-END.
           EXIT.

      * a fully-specified FD built from the loaded definitions,
      * replacing the one-field placeholder of datainf/dataoutf
       3010-FD-FROM-FIELDS-START.
           PERFORM 8050-PUT-LINE-START THRU 8050-PUT-LINE-END.
       8810-ONE-ACCEPT-END.
           EXIT.

      *****************************************************************
      * CONTROL-BREAK REPORT GENERATOR (18) - A COMPLETE LISTING
      * PROGRAM OVER THE FIELDS.def LAYOUT: SORT ON THE BREAK FIELDS,
      * PAGE HEADERS, SUBTOTALS PER BREAK LEVEL, GRAND TOTAL, JOB
      * JOURNAL AND FILE-STATUS CHECKS, WRITTEN TO report.cbl
      *****************************************************************
       9000-GENERATE-REPORT-START.
           MOVE SPACES TO WS-RPT-ID.
           STRING FUNCTION TRIM(WS-APP-NAME) DELIMITED BY SIZE
               "RP" DELIMITED BY SIZE
               INTO WS-RPT-ID.
           MOVE SPACES TO WS-RPT-INFILE.
           STRING FUNCTION TRIM(WS-APP-NAME) DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-RPT-INFILE.
           MOVE SPACES TO WS-RPT-OUTFILE.
           STRING FUNCTION TRIM(WS-APP-NAME) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-RPT-OUTFILE.

      * the lowest break level takes the detail amounts; without a
      * break field they go straight to the grand total
           IF WS-RPT-BRK-COUNT = 0
               MOVE "G" TO WS-RPT-LOW-TAG
           ELSE
               MOVE WS-RPT-BRK-COUNT TO WS-RPT-LOW-TAG
           END-IF.

           MOVE 0 TO WS-RPT-REC-LEN.
           MOVE 0 TO WS-RPT-LINE-LEN.
           PERFORM 9010-RPT-WIDTH-START THRU 9010-RPT-WIDTH-END
              VARYING WS-FDEF-IDX FROM 1 BY 1
              UNTIL WS-FDEF-IDX > WS-FDEF-COUNT.

           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 9100-RPT-HEADER-START
              THRU 9100-RPT-HEADER-END.
           PERFORM 9200-RPT-DATA-START
              THRU 9200-RPT-DATA-END.
           PERFORM 9300-RPT-WS-START
              THRU 9300-RPT-WS-END.
           PERFORM 9400-RPT-MAIN-START
              THRU 9400-RPT-MAIN-END.
           PERFORM 9500-RPT-OUTPUT-START
              THRU 9500-RPT-OUTPUT-END.
           PERFORM 9600-RPT-BREAKS-START
              THRU 9600-RPT-BREAKS-END.
           PERFORM 9700-RPT-SHOP-START
              THRU 9700-RPT-SHOP-END.

           CLOSE REPORTFILE.
           DISPLAY "PROGRAMME DE RAPPORT GENERE: report.cbl".
       9000-GENERATE-REPORT-END.
           EXIT.
      * the print column of each field is as wide as its value or
      * its name; the fields that no longer fit in 132 print
      * positions are left off the detail line
       9010-RPT-WIDTH-START.
           ADD WS-FDEF-LENGTH(WS-FDEF-IDX) TO WS-RPT-REC-LEN.
           MOVE WS-FDEF-LENGTH(WS-FDEF-IDX)
               TO WS-RPT-WIDTH(WS-FDEF-IDX).
           COMPUTE WS-RPT-NAME-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-FDEF-NAME(WS-FDEF-IDX))).
           IF WS-RPT-NAME-LEN > WS-RPT-WIDTH(WS-FDEF-IDX)
               MOVE WS-RPT-NAME-LEN TO WS-RPT-WIDTH(WS-FDEF-IDX)
           END-IF.
           IF WS-FDEF-IDX > 1
           AND WS-RPT-LINE-LEN + WS-RPT-WIDTH(WS-FDEF-IDX) > 132
               MOVE 0 TO WS-RPT-WIDTH(WS-FDEF-IDX)
           ELSE
               COMPUTE WS-RPT-LINE-LEN = WS-RPT-LINE-LEN
                   + WS-RPT-WIDTH(WS-FDEF-IDX) + 1
           END-IF.
       9010-RPT-WIDTH-END.
           EXIT.
       9050-PUT-LINE-START.
           WRITE REPORT-RECORD.
           INITIALIZE REPORT-RECORD.
       9050-PUT-LINE-END.
           EXIT.
       9100-RPT-HEADER-START.
           STRING MARGIN-7, "IDENTIFICATION DIVISION."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "PROGRAM-ID. ", FUNCTION TRIM(WS-RPT-ID),
               "."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "AUTHOR. ", FUNCTION TRIM(WS-APP-AUTHOR),
               "."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE COMMENT-LINE TO REPORT-RECORD(7:66).
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING "      * Control-break report over ",
               FUNCTION TRIM(WS-RPT-INFILE), " to ",
               FUNCTION TRIM(WS-RPT-OUTFILE), ","
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING "      * generated from the FIELDS.def layout."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE COMMENT-LINE TO REPORT-RECORD(7:66).
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "ENVIRONMENT DIVISION."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "INPUT-OUTPUT SECTION."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "FILE-CONTROL."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "SELECT RPT-INFILE ASSIGN TO '",
               FUNCTION TRIM(WS-RPT-INFILE), "'"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "ORGANIZATION IS LINE SEQUENTIAL"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "FILE STATUS IS WS-IN-STATUS."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "SELECT RPT-PRINT ASSIGN TO '",
               FUNCTION TRIM(WS-RPT-OUTFILE), "'"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "ORGANIZATION IS LINE SEQUENTIAL"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "FILE STATUS IS WS-PRT-STATUS."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "SELECT RPT-SORT ASSIGN TO 'rptsort.tmp'."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11,
               "SELECT JOB-LOGFILE ASSIGN TO 'JOBLOG.dat'"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "ORGANIZATION IS LINE SEQUENTIAL"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "FILE STATUS IS WS-JOBLOG-STAT."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9100-RPT-HEADER-END.
           EXIT.
       9200-RPT-DATA-START.
           MOVE WS-RPT-REC-LEN TO WS-RPT-NUM4.
           STRING MARGIN-7, "DATA DIVISION."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "FILE SECTION."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "FD  RPT-INFILE"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "RECORD CONTAINS ", WS-RPT-NUM4,
               " CHARACTERS."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "01  RPT-INREC           PIC X(",
               WS-RPT-NUM4, ")."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "FD  RPT-PRINT"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "RECORD CONTAINS 132 CHARACTERS."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "01  PRINT-REC           PIC X(132)."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "SD  RPT-SORT."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "01  SRT-REC."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           PERFORM 9210-ONE-SORT-FIELD-START
              THRU 9210-ONE-SORT-FIELD-END
              VARYING WS-FDEF-IDX FROM 1 BY 1
              UNTIL WS-FDEF-IDX > WS-FDEF-COUNT.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "FD  JOB-LOGFILE"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "RECORD CONTAINS 56 CHARACTERS."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "01  JOBLOG-REC          PIC X(56)."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9200-RPT-DATA-END.
           EXIT.
       9210-ONE-SORT-FIELD-START.
           MOVE WS-FDEF-LENGTH(WS-FDEF-IDX) TO WS-FDEF-LENGTH-ED.
           IF WS-FDEF-TYPE(WS-FDEF-IDX) = "9"
               STRING MARGIN-11, "03 ",
                   FUNCTION TRIM(WS-FDEF-NAME(WS-FDEF-IDX)),
                   " PIC 9(", WS-FDEF-LENGTH-ED, ")."
                   INTO REPORT-RECORD
           ELSE
               STRING MARGIN-11, "03 ",
                   FUNCTION TRIM(WS-FDEF-NAME(WS-FDEF-IDX)),
                   " PIC X(", WS-FDEF-LENGTH-ED, ")."
                   INTO REPORT-RECORD
           END-IF.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9210-ONE-SORT-FIELD-END.
           EXIT.
       9300-RPT-WS-START.
           MOVE WS-RPT-PAGE-SIZE TO WS-RPT-NUM3.
           STRING MARGIN-7, "WORKING-STORAGE SECTION."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "01  WS-IN-STATUS        PIC X(02)."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "88 WS-IN-EOF            VALUE '10'."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "01  WS-PRT-STATUS       PIC X(02)."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7,
               "01  WS-SRT-EOF-SW       PIC X(01) VALUE 'N'."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "88 WS-SRT-EOF           VALUE 'Y'."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7,
               "01  WS-READ-COUNT       PIC 9(06) VALUE 0."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7,
               "01  WS-WRITE-COUNT      PIC 9(06) VALUE 0."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-5,
               " * a first detail line always starts a page"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7,
               "01  WS-LINE-COUNT       PIC 9(03) VALUE 999."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "01  WS-PAGE-SIZE        PIC 9(03) VALUE ",
               WS-RPT-NUM3, "."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7,
               "01  WS-PAGE-NO          PIC 9(04) VALUE 0."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-5,
               " * per break level: previous value, record count and"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-5, " * totals; the G level is the grand total"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           PERFORM 9310-ONE-LEVEL-WS-START
              THRU 9310-ONE-LEVEL-WS-END
              VARYING WS-RPT-L FROM 1 BY 1
              UNTIL WS-RPT-L > WS-RPT-BRK-COUNT.
           MOVE "G" TO WS-RPT-TAG.
           PERFORM 9320-LEVEL-TOTALS-START
              THRU 9320-LEVEL-TOTALS-END.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "01  WS-TITLE-LINE."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "05 FILLER           PIC X(40)"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "   VALUE ", '"',
               FUNCTION TRIM(WS-APP-NAME), ' - RAPPORT PAR RUPTURES".'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "05 FILLER           PIC X(05) VALUE ",
               '"PAGE ".'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "05 TTL-PAGE         PIC Z(03)9."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "01  WS-HEAD-LINE."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           PERFORM 9330-ONE-HEAD-FIELD-START
              THRU 9330-ONE-HEAD-FIELD-END
              VARYING WS-FDEF-IDX FROM 1 BY 1
              UNTIL WS-FDEF-IDX > WS-FDEF-COUNT.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "01  WS-DETAIL-LINE."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           PERFORM 9340-ONE-DETAIL-FIELD-START
              THRU 9340-ONE-DETAIL-FIELD-END
              VARYING WS-FDEF-IDX FROM 1 BY 1
              UNTIL WS-FDEF-IDX > WS-FDEF-COUNT.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "01  WS-BREAK-LINE."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "05 BL-TEXT          PIC X(27)."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "05 BL-VALUE         PIC X(30)."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "05 FILLER           PIC X(18)"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, '   VALUE "ENREGISTREMENTS : ".'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "05 BL-COUNT         PIC Z(06)9."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "01  WS-TOTAL-LINE."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11,
               "05 FILLER           PIC X(04) VALUE SPACES."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "05 TT-NAME          PIC X(20)."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "05 FILLER           PIC X(03) VALUE ",
               '" : ".'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "05 TT-AMOUNT        PIC -(15)9."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-5, " * standard file-status checking and the"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-5, " * common job-journal record"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "01  WS-ERR-STATUS       PIC X(02)."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "01  WS-ERR-FILE         PIC X(20)."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "01  WS-ERR-OP           PIC X(06)."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "01  WS-JOBLOG-STAT      PIC X(02)."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "01  WS-JOBLOG-LINE."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "05 JL-PROGRAM       PIC X(08) VALUE ",
               '"', WS-GEN-APPNAME, '".'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "05 JL-TYPE          PIC X(06)."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "05 JL-TIMESTAMP     PIC X(21)."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "05 JL-READ          PIC 9(06) VALUE 0."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "05 JL-WRITTEN       PIC 9(06) VALUE 0."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "05 JL-REJECTED      PIC 9(06) VALUE 0."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "05 JL-OUTCOME       PIC X(03) VALUE ",
               '"OK ".'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9300-RPT-WS-END.
           EXIT.
       9310-ONE-LEVEL-WS-START.
           MOVE WS-RPT-L TO WS-RPT-TAG.
           MOVE WS-RPT-BRK(WS-RPT-L) TO WS-RPT-F.
           MOVE WS-FDEF-LENGTH(WS-RPT-F) TO WS-FDEF-LENGTH-ED.
           IF WS-FDEF-TYPE(WS-RPT-F) = "9"
               STRING MARGIN-7, "01  WS-PREV-", WS-RPT-TAG,
                   "           PIC 9(", WS-FDEF-LENGTH-ED, ")."
                   INTO REPORT-RECORD
           ELSE
               STRING MARGIN-7, "01  WS-PREV-", WS-RPT-TAG,
                   "           PIC X(", WS-FDEF-LENGTH-ED, ")."
                   INTO REPORT-RECORD
           END-IF.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           PERFORM 9320-LEVEL-TOTALS-START
              THRU 9320-LEVEL-TOTALS-END.
       9310-ONE-LEVEL-WS-END.
           EXIT.
       9320-LEVEL-TOTALS-START.
           STRING MARGIN-7, "01  WS-CNT-", WS-RPT-TAG,
               "            PIC 9(07) VALUE 0."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           PERFORM 9321-ONE-TOTAL-WS-START
              THRU 9321-ONE-TOTAL-WS-END
              VARYING WS-RPT-I FROM 1 BY 1
              UNTIL WS-RPT-I > WS-RPT-TOT-COUNT.
       9320-LEVEL-TOTALS-END.
           EXIT.
       9321-ONE-TOTAL-WS-START.
           STRING MARGIN-7, "01  WS-TOT-", WS-RPT-TAG, "-", WS-RPT-I,
               "          PIC S9(15) VALUE 0."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9321-ONE-TOTAL-WS-END.
           EXIT.
      * a column heading as wide as the detail column below it
       9330-ONE-HEAD-FIELD-START.
           IF WS-RPT-WIDTH(WS-FDEF-IDX) = 0
               GO TO 9330-ONE-HEAD-FIELD-END
           END-IF.
           MOVE WS-RPT-WIDTH(WS-FDEF-IDX) TO WS-RPT-NUM3.
           STRING MARGIN-11, "05 FILLER           PIC X(", WS-RPT-NUM3,
               ")"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "   VALUE ", '"',
               FUNCTION TRIM(WS-FDEF-NAME(WS-FDEF-IDX)), '".'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11,
               "05 FILLER           PIC X(01) VALUE SPACE."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9330-ONE-HEAD-FIELD-END.
           EXIT.
      * amounts print zero-suppressed, the other fields as they are
       9340-ONE-DETAIL-FIELD-START.
           IF WS-RPT-WIDTH(WS-FDEF-IDX) = 0
               GO TO 9340-ONE-DETAIL-FIELD-END
           END-IF.
           SET WS-RPT-N2 TO WS-FDEF-IDX.
           MOVE WS-RPT-WIDTH(WS-FDEF-IDX) TO WS-RPT-NUM3.
           IF WS-FDEF-TYPE(WS-FDEF-IDX) = "9"
               SUBTRACT 1 FROM WS-RPT-NUM3
           END-IF.
           EVALUATE TRUE
               WHEN WS-FDEF-TYPE(WS-FDEF-IDX) NOT = "9"
                   STRING MARGIN-11, "05 DL-", WS-RPT-N2,
                       "            PIC X(", WS-RPT-NUM3, ")."
                       INTO REPORT-RECORD
               WHEN WS-RPT-NUM3 = 0
                   STRING MARGIN-11, "05 DL-", WS-RPT-N2,
                       "            PIC 9."
                       INTO REPORT-RECORD
               WHEN OTHER
                   STRING MARGIN-11, "05 DL-", WS-RPT-N2,
                       "            PIC Z(", WS-RPT-NUM3, ")9."
                       INTO REPORT-RECORD
           END-EVALUATE.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11,
               "05 FILLER           PIC X(01) VALUE SPACE."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9340-ONE-DETAIL-FIELD-END.
           EXIT.
       9400-RPT-MAIN-START.
           STRING MARGIN-7, "PROCEDURE DIVISION."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "0000-MAIN-START."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, 'MOVE "START " TO JL-TYPE.'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "PERFORM 9000-WRITE-JOBLOG-START"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "   THRU 9000-WRITE-JOBLOG-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "SORT RPT-SORT"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           IF WS-RPT-BRK-COUNT = 0
               MOVE 1 TO WS-RPT-F
               PERFORM 9410-ONE-SORT-KEY-START
                  THRU 9410-ONE-SORT-KEY-END
           ELSE
               PERFORM 9405-BREAK-SORT-KEY-START
                  THRU 9405-BREAK-SORT-KEY-END
                  VARYING WS-RPT-L FROM 1 BY 1
                  UNTIL WS-RPT-L > WS-RPT-BRK-COUNT
           END-IF.
           STRING MARGIN-12, "   INPUT PROCEDURE IS 1000-INPUT-START"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "      THRU 1000-INPUT-END"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "   OUTPUT PROCEDURE IS 2000-REPORT-START"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "      THRU 2000-REPORT-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "MOVE WS-READ-COUNT  TO JL-READ."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "MOVE WS-WRITE-COUNT TO JL-WRITTEN."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, 'MOVE "END   " TO JL-TYPE.'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "PERFORM 9000-WRITE-JOBLOG-START"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "   THRU 9000-WRITE-JOBLOG-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11,
               'DISPLAY "ENREGISTREMENTS LUS : " WS-READ-COUNT.'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "0000-MAIN-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "STOP RUN."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "1000-INPUT-START."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "OPEN INPUT RPT-INFILE."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "MOVE WS-IN-STATUS TO WS-ERR-STATUS."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, 'MOVE "', FUNCTION TRIM(WS-RPT-INFILE),
               '" TO WS-ERR-FILE.'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, 'MOVE "OPEN" TO WS-ERR-OP.'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "PERFORM 9800-CHECK-STATUS-START"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "   THRU 9800-CHECK-STATUS-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11,
               "PERFORM 1100-READ-START THRU 1100-READ-END"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "    UNTIL WS-IN-EOF."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "CLOSE RPT-INFILE."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "1000-INPUT-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "EXIT."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "1100-READ-START."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "READ RPT-INFILE"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "   AT END SET WS-IN-EOF TO TRUE"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "   NOT AT END"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "       ADD 1 TO WS-READ-COUNT"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "       MOVE RPT-INREC TO SRT-REC"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "       RELEASE SRT-REC"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "END-READ."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "MOVE WS-IN-STATUS TO WS-ERR-STATUS."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, 'MOVE "READ" TO WS-ERR-OP.'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "PERFORM 9800-CHECK-STATUS-START"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "   THRU 9800-CHECK-STATUS-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "1100-READ-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "EXIT."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9400-RPT-MAIN-END.
           EXIT.
       9405-BREAK-SORT-KEY-START.
           MOVE WS-RPT-BRK(WS-RPT-L) TO WS-RPT-F.
           PERFORM 9410-ONE-SORT-KEY-START
              THRU 9410-ONE-SORT-KEY-END.
       9405-BREAK-SORT-KEY-END.
           EXIT.
       9410-ONE-SORT-KEY-START.
           STRING MARGIN-12, "   ON ASCENDING KEY ",
               FUNCTION TRIM(WS-FDEF-NAME(WS-RPT-F))
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9410-ONE-SORT-KEY-END.
           EXIT.
       9500-RPT-OUTPUT-START.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "2000-REPORT-START."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "OPEN OUTPUT RPT-PRINT."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "MOVE WS-PRT-STATUS TO WS-ERR-STATUS."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, 'MOVE "', FUNCTION TRIM(WS-RPT-OUTFILE),
               '" TO WS-ERR-FILE.'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, 'MOVE "OPEN" TO WS-ERR-OP.'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "PERFORM 9800-CHECK-STATUS-START"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "   THRU 9800-CHECK-STATUS-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11,
               "PERFORM 2100-RETURN-START THRU 2100-RETURN-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           PERFORM 9510-SAVE-PREV-START THRU 9510-SAVE-PREV-END
              VARYING WS-RPT-L FROM 1 BY 1
              UNTIL WS-RPT-L > WS-RPT-BRK-COUNT.
           STRING MARGIN-11,
               "PERFORM 2200-ONE-RECORD-START THRU 2200-ONE-RECORD-END"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "    UNTIL WS-SRT-EOF."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           PERFORM 9515-FINAL-BREAKS-START
              THRU 9515-FINAL-BREAKS-END.
           STRING MARGIN-11, "PERFORM 3900-GRAND-TOTAL-START"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "   THRU 3900-GRAND-TOTAL-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "CLOSE RPT-PRINT."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "2000-REPORT-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "EXIT."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "2100-RETURN-START."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "RETURN RPT-SORT"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "   AT END SET WS-SRT-EOF TO TRUE"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "END-RETURN."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "2100-RETURN-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "EXIT."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-5,
               " * a change on a break field closes that level"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-5, " * and every finer one, finest first"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "2200-ONE-RECORD-START."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           PERFORM 9525-BREAK-TEST-START
              THRU 9525-BREAK-TEST-END.
           PERFORM 9510-SAVE-PREV-START THRU 9510-SAVE-PREV-END
              VARYING WS-RPT-L FROM 1 BY 1
              UNTIL WS-RPT-L > WS-RPT-BRK-COUNT.
           STRING MARGIN-11,
               "PERFORM 2300-DETAIL-START THRU 2300-DETAIL-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11,
               "PERFORM 2100-RETURN-START THRU 2100-RETURN-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "2200-ONE-RECORD-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "EXIT."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "2300-DETAIL-START."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "IF WS-LINE-COUNT >= WS-PAGE-SIZE"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "   PERFORM 2400-PAGE-HEAD-START"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "      THRU 2400-PAGE-HEAD-END"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "END-IF."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           PERFORM 9540-DETAIL-MOVE-START
              THRU 9540-DETAIL-MOVE-END
              VARYING WS-FDEF-IDX FROM 1 BY 1
              UNTIL WS-FDEF-IDX > WS-FDEF-COUNT.
           STRING MARGIN-11, "MOVE WS-DETAIL-LINE TO PRINT-REC."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11,
               "PERFORM 2900-PRINT-START THRU 2900-PRINT-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "ADD 1 TO WS-WRITE-COUNT."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "ADD 1 TO WS-CNT-", WS-RPT-LOW-TAG, "."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           PERFORM 9550-DETAIL-ADD-START
              THRU 9550-DETAIL-ADD-END
              VARYING WS-RPT-I FROM 1 BY 1
              UNTIL WS-RPT-I > WS-RPT-TOT-COUNT.
           STRING MARGIN-7, "2300-DETAIL-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "EXIT."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "2400-PAGE-HEAD-START."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "ADD 1 TO WS-PAGE-NO."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "MOVE WS-PAGE-NO TO TTL-PAGE."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "IF WS-PAGE-NO = 1"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "   WRITE PRINT-REC FROM WS-TITLE-LINE"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "       AFTER ADVANCING 1 LINE"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "ELSE"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "   WRITE PRINT-REC FROM WS-TITLE-LINE"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "       AFTER ADVANCING PAGE"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "END-IF."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "MOVE WS-PRT-STATUS TO WS-ERR-STATUS."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, 'MOVE "WRITE" TO WS-ERR-OP.'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "PERFORM 9800-CHECK-STATUS-START"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "   THRU 9800-CHECK-STATUS-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "MOVE 1 TO WS-LINE-COUNT."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "MOVE WS-HEAD-LINE TO PRINT-REC."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11,
               "PERFORM 2900-PRINT-START THRU 2900-PRINT-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "MOVE SPACES TO PRINT-REC."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11,
               "PERFORM 2900-PRINT-START THRU 2900-PRINT-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "2400-PAGE-HEAD-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "EXIT."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "2900-PRINT-START."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "WRITE PRINT-REC AFTER ADVANCING 1 LINE."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "MOVE WS-PRT-STATUS TO WS-ERR-STATUS."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, 'MOVE "WRITE" TO WS-ERR-OP.'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "PERFORM 9800-CHECK-STATUS-START"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "   THRU 9800-CHECK-STATUS-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "ADD 1 TO WS-LINE-COUNT."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "2900-PRINT-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "EXIT."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9500-RPT-OUTPUT-END.
           EXIT.
       9510-SAVE-PREV-START.
           MOVE WS-RPT-BRK(WS-RPT-L) TO WS-RPT-F.
           STRING MARGIN-11, "MOVE ",
               FUNCTION TRIM(WS-FDEF-NAME(WS-RPT-F)), " TO WS-PREV-",
               WS-RPT-L, "."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9510-SAVE-PREV-END.
           EXIT.
      * the last group of every level closes after the last record
       9515-FINAL-BREAKS-START.
           IF WS-RPT-BRK-COUNT = 0
               GO TO 9515-FINAL-BREAKS-END
           END-IF.
           STRING MARGIN-11, "IF WS-READ-COUNT > 0"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           PERFORM 9520-BREAK-CALL-START
              THRU 9520-BREAK-CALL-END
              VARYING WS-RPT-L FROM WS-RPT-BRK-COUNT BY -1
              UNTIL WS-RPT-L < 1.
           STRING MARGIN-11, "END-IF."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9515-FINAL-BREAKS-END.
           EXIT.
       9520-BREAK-CALL-START.
           STRING MARGIN-12, "   PERFORM 3", WS-RPT-L, "00-BREAK-",
               WS-RPT-L, "-START"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "      THRU 3", WS-RPT-L, "00-BREAK-",
               WS-RPT-L, "-END"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9520-BREAK-CALL-END.
           EXIT.
       9525-BREAK-TEST-START.
           IF WS-RPT-BRK-COUNT = 0
               GO TO 9525-BREAK-TEST-END
           END-IF.
           STRING MARGIN-11, "EVALUATE TRUE"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           PERFORM 9530-BREAK-WHEN-START
              THRU 9530-BREAK-WHEN-END
              VARYING WS-RPT-L FROM 1 BY 1
              UNTIL WS-RPT-L > WS-RPT-BRK-COUNT.
           STRING MARGIN-12, "   WHEN OTHER"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "       CONTINUE"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "END-EVALUATE."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9525-BREAK-TEST-END.
           EXIT.
      * one WHEN per level: that level and every finer one close
       9530-BREAK-WHEN-START.
           MOVE WS-RPT-BRK(WS-RPT-L) TO WS-RPT-F.
           STRING MARGIN-12, "   WHEN ",
               FUNCTION TRIM(WS-FDEF-NAME(WS-RPT-F)), " NOT = WS-PREV-",
               WS-RPT-L
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           PERFORM 9531-BREAK-PERFORM-START
              THRU 9531-BREAK-PERFORM-END
              VARYING WS-RPT-K FROM WS-RPT-BRK-COUNT BY -1
              UNTIL WS-RPT-K < WS-RPT-L.
       9530-BREAK-WHEN-END.
           EXIT.
       9531-BREAK-PERFORM-START.
           STRING MARGIN-12, "       PERFORM 3", WS-RPT-K, "00-BREAK-",
               WS-RPT-K, "-START"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "          THRU 3", WS-RPT-K, "00-BREAK-",
               WS-RPT-K, "-END"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9531-BREAK-PERFORM-END.
           EXIT.
       9540-DETAIL-MOVE-START.
           IF WS-RPT-WIDTH(WS-FDEF-IDX) = 0
               GO TO 9540-DETAIL-MOVE-END
           END-IF.
           SET WS-RPT-N2 TO WS-FDEF-IDX.
           STRING MARGIN-11, "MOVE ",
               FUNCTION TRIM(WS-FDEF-NAME(WS-FDEF-IDX)), " TO DL-",
               WS-RPT-N2, "."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9540-DETAIL-MOVE-END.
           EXIT.
       9550-DETAIL-ADD-START.
           MOVE WS-RPT-TOT(WS-RPT-I) TO WS-RPT-F.
           STRING MARGIN-11, "ADD ",
               FUNCTION TRIM(WS-FDEF-NAME(WS-RPT-F)), " TO WS-TOT-",
               WS-RPT-LOW-TAG, "-", WS-RPT-I, "."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9550-DETAIL-ADD-END.
           EXIT.
       9600-RPT-BREAKS-START.
           PERFORM 9610-ONE-BREAK-PARA-START
              THRU 9610-ONE-BREAK-PARA-END
              VARYING WS-RPT-L FROM 1 BY 1
              UNTIL WS-RPT-L > WS-RPT-BRK-COUNT.

           MOVE "G" TO WS-RPT-TAG.
           MOVE SPACES TO WS-RPT-UPPER-TAG.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "3900-GRAND-TOTAL-START."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           PERFORM 9620-BLOCK-FIT-START THRU 9620-BLOCK-FIT-END.
           STRING MARGIN-11, 'MOVE "TOTAL GENERAL" TO BL-TEXT.'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "MOVE SPACES TO BL-VALUE."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           PERFORM 9630-BLOCK-BODY-START
              THRU 9630-BLOCK-BODY-END.
           STRING MARGIN-7, "3900-GRAND-TOTAL-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "EXIT."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9600-RPT-BREAKS-END.
           EXIT.
      * the totals of a level are printed, rolled into the level
      * above (the grand total for the first level) and cleared
       9610-ONE-BREAK-PARA-START.
           MOVE WS-RPT-L TO WS-RPT-TAG.
           IF WS-RPT-L = 1
               MOVE "G" TO WS-RPT-UPPER-TAG
           ELSE
               COMPUTE WS-RPT-K = WS-RPT-L - 1
               MOVE WS-RPT-K TO WS-RPT-UPPER-TAG
           END-IF.
           MOVE WS-RPT-BRK(WS-RPT-L) TO WS-RPT-F.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "3", WS-RPT-L, "00-BREAK-", WS-RPT-L,
               "-START."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           PERFORM 9620-BLOCK-FIT-START THRU 9620-BLOCK-FIT-END.
           STRING MARGIN-11, 'MOVE "TOTAL ',
               FUNCTION TRIM(WS-FDEF-NAME(WS-RPT-F)), '" TO BL-TEXT.'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "MOVE WS-PREV-", WS-RPT-L, " TO BL-VALUE."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           PERFORM 9630-BLOCK-BODY-START
              THRU 9630-BLOCK-BODY-END.
           STRING MARGIN-7, "3", WS-RPT-L, "00-BREAK-", WS-RPT-L,
               "-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "EXIT."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9610-ONE-BREAK-PARA-END.
           EXIT.
      * a total block is never split over two pages
       9620-BLOCK-FIT-START.
           COMPUTE WS-RPT-NUM3 = WS-RPT-TOT-COUNT + 2.
           STRING MARGIN-11, "IF WS-LINE-COUNT + ", WS-RPT-NUM3,
               " > WS-PAGE-SIZE"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "   PERFORM 2400-PAGE-HEAD-START"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "      THRU 2400-PAGE-HEAD-END"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "END-IF."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9620-BLOCK-FIT-END.
           EXIT.
       9630-BLOCK-BODY-START.
           STRING MARGIN-11, "MOVE WS-CNT-", WS-RPT-TAG,
               " TO BL-COUNT."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "MOVE WS-BREAK-LINE TO PRINT-REC."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11,
               "PERFORM 2900-PRINT-START THRU 2900-PRINT-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           PERFORM 9640-ONE-TOTAL-LINE-START
              THRU 9640-ONE-TOTAL-LINE-END
              VARYING WS-RPT-I FROM 1 BY 1
              UNTIL WS-RPT-I > WS-RPT-TOT-COUNT.
           PERFORM 9635-COUNT-ROLL-START
              THRU 9635-COUNT-ROLL-END.
           STRING MARGIN-11, "MOVE SPACES TO PRINT-REC."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11,
               "PERFORM 2900-PRINT-START THRU 2900-PRINT-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9630-BLOCK-BODY-END.
           EXIT.
       9635-COUNT-ROLL-START.
           IF WS-RPT-UPPER-TAG = SPACE
               GO TO 9635-COUNT-ROLL-END
           END-IF.
           STRING MARGIN-11, "ADD WS-CNT-", WS-RPT-TAG, " TO WS-CNT-",
               WS-RPT-UPPER-TAG, "."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "MOVE 0 TO WS-CNT-", WS-RPT-TAG, "."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9635-COUNT-ROLL-END.
           EXIT.
       9640-ONE-TOTAL-LINE-START.
           MOVE WS-RPT-TOT(WS-RPT-I) TO WS-RPT-F.
           STRING MARGIN-11, 'MOVE "',
               FUNCTION TRIM(WS-FDEF-NAME(WS-RPT-F)), '" TO TT-NAME.'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "MOVE WS-TOT-", WS-RPT-TAG, "-", WS-RPT-I,
               " TO TT-AMOUNT."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "MOVE WS-TOTAL-LINE TO PRINT-REC."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11,
               "PERFORM 2900-PRINT-START THRU 2900-PRINT-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           IF WS-RPT-UPPER-TAG = SPACE
               GO TO 9640-ONE-TOTAL-LINE-END
           END-IF.
           STRING MARGIN-11, "ADD WS-TOT-", WS-RPT-TAG, "-", WS-RPT-I,
               " TO WS-TOT-", WS-RPT-UPPER-TAG, "-", WS-RPT-I, "."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "MOVE 0 TO WS-TOT-", WS-RPT-TAG, "-",
               WS-RPT-I, "."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9640-ONE-TOTAL-LINE-END.
           EXIT.
       9700-RPT-SHOP-START.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "9000-WRITE-JOBLOG-START."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11,
               "MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "OPEN EXTEND JOB-LOGFILE."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "IF WS-JOBLOG-STAT = '35'"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "   OPEN OUTPUT JOB-LOGFILE"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "END-IF."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "MOVE WS-JOBLOG-LINE TO JOBLOG-REC."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "WRITE JOBLOG-REC."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "CLOSE JOB-LOGFILE."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "9000-WRITE-JOBLOG-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "EXIT."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "9800-CHECK-STATUS-START."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "IF WS-ERR-STATUS NOT = '00'"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "AND WS-ERR-STATUS NOT = '10'"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "   PERFORM 9900-FILE-ERROR-START"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, "      THRU 9900-FILE-ERROR-END"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "END-IF."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "9800-CHECK-STATUS-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "EXIT."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           MOVE BLANK-LINE TO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "9900-FILE-ERROR-START."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11,
               'DISPLAY "*** ERREUR FICHIER: " WS-ERR-FILE'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, '   " OPERATION: " WS-ERR-OP'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-12, '   " STATUT: " WS-ERR-STATUS " ***".'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, 'MOVE "KO " TO JL-OUTCOME.'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, 'MOVE "END   " TO JL-TYPE.'
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "PERFORM 9000-WRITE-JOBLOG-START"
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "   THRU 9000-WRITE-JOBLOG-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "MOVE 12 TO RETURN-CODE."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "STOP RUN."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-7, "9900-FILE-ERROR-END."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
           STRING MARGIN-11, "EXIT."
               INTO REPORT-RECORD.
           PERFORM 9050-PUT-LINE-START THRU 9050-PUT-LINE-END.
       9700-RPT-SHOP-END.
           EXIT.
