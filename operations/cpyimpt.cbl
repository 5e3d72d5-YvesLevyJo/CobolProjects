       IDENTIFICATION DIVISION.
       PROGRAM-ID. cpyimpt.
       AUTHOR. Yves.
      *=================================================================
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: impact analysis of a copybook
      *                    change over the source tree, driven by
      *                    CPYIMPT.parm. Lists every program that
      *                    COPYs the layout with the REPLACING used,
      *                    every FD declared by hand for the same
      *                    data file or with the same record length,
      *                    and - given the old version - the fields
      *                    whose position or length has changed.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "CPYIMPT.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRM-STAT.

           SELECT LIST-FILE ASSIGN TO "CPYIMPT.lst"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LST-STAT.

           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SRC-STAT.

       DATA DIVISION.
       FILE SECTION.
      * one value per record: the copybook, its old version (blank =
      * no comparison), a data file it describes (blank = the ones
      * found in the programs that copy it), the tree to analyse
      * (blank = the current directory)
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-REC            PIC X(80).

      * the sources of the tree, built by find
       FD  LIST-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  LIST-REC            PIC X(120).

      * a program or copybook, read as text
       FD  SOURCE-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  SOURCE-REC          PIC X(256).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STAT         PIC X(02).
           88 PRM-STAT-EOF         VALUE '10'.
       01  WS-LST-STAT         PIC X(02).
           88 LST-STAT-EOF         VALUE '10'.
       01  WS-SRC-STAT         PIC X(02).
           88 SRC-STAT-EOF         VALUE '10'.

       01  WS-PRM-NO           PIC 9(01) VALUE 0.
       01  WS-COPYBOOK         PIC X(80) VALUE SPACES.
       01  WS-OLD-COPYBOOK     PIC X(80) VALUE SPACES.
       01  WS-DATA-FILE        PIC X(40) VALUE SPACES.
       01  WS-ROOT             PIC X(80) VALUE SPACES.
       01  WS-SHELL-CMD        PIC X(300) VALUE SPACES.

       01  WS-SOURCE-NAME      PIC X(120) VALUE SPACES.
       01  WS-LINE-NO          PIC 9(05) VALUE 0.
       01  WS-PASS             PIC 9(01) VALUE 0.
       01  WS-SOURCE-COUNT     PIC 9(05) VALUE 0.

      * the copybook analysed: base name, FD it carries if any, the
      * RECORD CONTAINS it states and the length its fields add up to
       01  WS-TARGET-BASE      PIC X(40) VALUE SPACES.
       01  WS-TARGET-FD        PIC X(30) VALUE SPACES.
       01  WS-TARGET-RC        PIC 9(05) VALUE 0.
       01  WS-TARGET-LEN       PIC 9(05) VALUE 0.
       01  WS-OLD-FD           PIC X(30) VALUE SPACES.
       01  WS-OLD-RC           PIC 9(05) VALUE 0.
       01  WS-OLD-LEN          PIC 9(05) VALUE 0.
       01  WS-LAYOUT-FD        PIC X(30) VALUE SPACES.
       01  WS-LAYOUT-RC        PIC 9(05) VALUE 0.

       01  WS-IMPACT-SW        PIC X(01) VALUE 'N'.
           88 WS-IMPACT-FOUND      VALUE 'Y'.

      * one source line: columns 8-72 in upper case, cut in words
      * (three spare words so a clause can always look ahead)
       01  WS-TEXT             PIC X(65) VALUE SPACES.
       01  WS-TOKEN-TABLE.
           05 WS-TOK           PIC X(40) OCCURS 23 TIMES.
       01  WS-TOK-COUNT        PIC 9(02) VALUE 0.
       01  WS-TOK-PTR          PIC 9(03) VALUE 0.
       01  WS-TOK-LEN          PIC 9(02) VALUE 0.
       01  WS-T                PIC 9(02) VALUE 0.
       01  WS-T2               PIC 9(02) VALUE 0.
       01  WS-PERIOD-SW        PIC X(01) VALUE 'N'.
           88 WS-PERIOD-SEEN       VALUE 'Y'.

      * a name stripped of quotes, directory and .cpy
       01  WS-NORM-IN          PIC X(80) VALUE SPACES.
       01  WS-NORM-OUT         PIC X(40) VALUE SPACES.
       01  WS-NORM-LEN         PIC 9(03) VALUE 0.
       01  WS-NORM-TAIL        PIC 9(03) VALUE 0.

      * the record layout under analysis: every item with its level,
      * offset and length, built through a stack of the open groups
       01  WS-LAY-TABLE.
           05 WS-LAY-ENTRY OCCURS 300 TIMES.
              10 LAY-LEVEL     PIC 9(02).
              10 LAY-NAME      PIC X(30).
              10 LAY-OFFSET    PIC 9(05).
              10 LAY-LENGTH    PIC 9(05).
       01  WS-LAY-COUNT        PIC 9(03) VALUE 0.
       01  WS-STACK.
           05 WS-STK-ENTRY OCCURS 50 TIMES.
              10 STK-ITEM      PIC 9(03).
              10 STK-LEVEL     PIC 9(02).
              10 STK-START     PIC 9(05).
              10 STK-OCCURS    PIC 9(05).
              10 STK-RESUME    PIC 9(05).
              10 STK-REDEF-SW  PIC X(01).
       01  WS-STK-TOP          PIC 9(02) VALUE 0.
       01  WS-CUR-OFFSET       PIC 9(05) VALUE 0.
       01  WS-REC-MAX          PIC 9(05) VALUE 0.
       01  WS-ITEM-SIZE        PIC 9(05) VALUE 0.
       01  WS-LEVEL            PIC 9(02) VALUE 0.
       01  WS-CLAUSE-START     PIC 9(02) VALUE 0.
       01  WS-IN-88-SW         PIC X(01) VALUE 'N'.
           88 WS-IN-88             VALUE 'Y'.
       01  WS-STOP-SW          PIC X(01) VALUE 'N'.
           88 WS-STOP-CLAUSES      VALUE 'Y'.
       01  WS-L                PIC 9(03) VALUE 0.
       01  WS-FOUND            PIC 9(03) VALUE 0.

      * the elementary item still open: its picture, usage and sign
       01  WS-PEND-SW          PIC X(01) VALUE 'N'.
           88 WS-PEND-ON           VALUE 'Y'.
       01  WS-PEND-DISPLAY     PIC 9(05) VALUE 0.
       01  WS-PEND-DIGITS      PIC 9(03) VALUE 0.
       01  WS-PEND-USAGE       PIC X(01) VALUE 'D'.
           88 WS-USAGE-DISPLAY     VALUE 'D'.
           88 WS-USAGE-BINARY      VALUE 'B'.
           88 WS-USAGE-PACKED      VALUE 'P'.
           88 WS-USAGE-FLOAT-S     VALUE '1'.
           88 WS-USAGE-FLOAT-L     VALUE '2'.
       01  WS-PEND-SEP         PIC 9(01) VALUE 0.
       01  WS-PIC              PIC X(40) VALUE SPACES.
       01  WS-PIC-I            PIC 9(02) VALUE 0.
       01  WS-PIC-LEN          PIC 9(02) VALUE 0.
       01  WS-PIC-REPEAT       PIC 9(05) VALUE 0.
       01  WS-PIC-KIND         PIC X(01) VALUE SPACE.

      * the layouts of the new and the old version of the copybook
       01  WS-NEW-TABLE.
           05 WS-NEW-ENTRY OCCURS 300 TIMES.
              10 NEW-LEVEL     PIC 9(02).
              10 NEW-NAME      PIC X(30).
              10 NEW-OFFSET    PIC 9(05).
              10 NEW-LENGTH    PIC 9(05).
       01  WS-NEW-COUNT        PIC 9(03) VALUE 0.
       01  WS-OLD-TABLE.
           05 WS-OLD-ENTRY OCCURS 300 TIMES.
              10 OLD-LEVEL     PIC 9(02).
              10 OLD-NAME      PIC X(30).
              10 OLD-OFFSET    PIC 9(05).
              10 OLD-LENGTH    PIC 9(05).
       01  WS-OLD-COUNT        PIC 9(03) VALUE 0.
       01  WS-N                PIC 9(03) VALUE 0.
       01  WS-O                PIC 9(03) VALUE 0.
       01  WS-MATCH            PIC 9(03) VALUE 0.

      * state of the program being scanned: where it is, the SELECTs
      * seen so far and the FD open
       01  WS-FS-SW            PIC X(01) VALUE 'N'.
           88 WS-IN-FILE-SECTION   VALUE 'Y'.
       01  WS-COPY-PEND-SW     PIC X(01) VALUE 'N'.
           88 WS-COPY-PENDING      VALUE 'Y'.
       01  WS-ASSIGN-PEND-SW   PIC X(01) VALUE 'N'.
           88 WS-ASSIGN-PENDING    VALUE 'Y'.
       01  WS-SEL-TABLE.
           05 WS-SEL-ENTRY OCCURS 50 TIMES.
              10 SEL-NAME      PIC X(30).
              10 SEL-ASSIGN    PIC X(40).
       01  WS-SEL-COUNT        PIC 9(02) VALUE 0.
       01  WS-S                PIC 9(02) VALUE 0.
       01  WS-FD-SW            PIC X(01) VALUE 'N'.
           88 WS-FD-OPEN           VALUE 'Y'.
       01  WS-FD-NAME          PIC X(30) VALUE SPACES.
       01  WS-FD-LINE          PIC 9(05) VALUE 0.
       01  WS-FD-RC            PIC 9(05) VALUE 0.
       01  WS-FD-LEN           PIC 9(05) VALUE 0.
       01  WS-FD-ASSIGN        PIC X(40) VALUE SPACES.
       01  WS-FD-COPIED-SW     PIC X(01) VALUE 'N'.
           88 WS-FD-COPIED         VALUE 'Y'.
       01  WS-FD-HOW           PIC X(01) VALUE SPACE.
           88 WS-FD-SAME-FILE      VALUE 'F'.
           88 WS-FD-SAME-LENGTH    VALUE 'L'.

      * REPLACING ==:X:== BY ==Y== applied to the copybook FD name
       01  WS-REPL-FROM        PIC X(30) VALUE SPACES.
       01  WS-REPL-TO          PIC X(30) VALUE SPACES.
       01  WS-REPL-HEAD        PIC X(30) VALUE SPACES.
       01  WS-REPL-TAIL        PIC X(30) VALUE SPACES.
       01  WS-COPY-FD          PIC X(30) VALUE SPACES.
       01  WS-REPL-POS         PIC 9(03) VALUE 0.
       01  WS-REPL-PTR         PIC 9(03) VALUE 0.

      * what the analysis found
       01  WS-USE-TABLE.
           05 WS-USE-ENTRY OCCURS 200 TIMES.
              10 USE-SOURCE    PIC X(60).
              10 USE-LINE      PIC 9(05).
              10 USE-REPLACING PIC X(70).
       01  WS-USE-COUNT        PIC 9(03) VALUE 0.
       01  WS-FILE-TABLE.
           05 WS-KNOWN-FILE    PIC X(40) OCCURS 20 TIMES.
       01  WS-FILE-COUNT       PIC 9(02) VALUE 0.
       01  WS-F                PIC 9(02) VALUE 0.
       01  WS-FILE-FOUND       PIC 9(02) VALUE 0.
       01  WS-OWN-TABLE.
           05 WS-OWN-ENTRY OCCURS 200 TIMES.
              10 OWN-SOURCE    PIC X(60).
              10 OWN-LINE      PIC 9(05).
              10 OWN-FD        PIC X(30).
              10 OWN-LENGTH    PIC 9(05).
              10 OWN-RC-SW     PIC X(01).
              10 OWN-HOW       PIC X(01).
       01  WS-OWN-COUNT        PIC 9(03) VALUE 0.
       01  WS-X                PIC 9(03) VALUE 0.

      * report lines
       01  WS-USE-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 UL-SOURCE        PIC X(60).
           05 FILLER           PIC X(07) VALUE " LIGNE ".
           05 UL-LINE          PIC Z(04)9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 UL-REPLACING     PIC X(70).
       01  WS-OWN-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 OL-SOURCE        PIC X(60).
           05 FILLER           PIC X(07) VALUE " LIGNE ".
           05 OL-LINE          PIC Z(04)9.
           05 FILLER           PIC X(04) VALUE " FD ".
           05 OL-FD            PIC X(20).
           05 OL-LENGTH        PIC Z(04)9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OL-SOURCE-LEN    PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OL-REMARK        PIC X(30).
       01  WS-FIELD-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FL-NAME          PIC X(30).
           05 FL-OLD-POS       PIC Z(04)9.
           05 FL-OLD-LEN       PIC Z(05)9.
           05 FILLER           PIC X(04) VALUE " -> ".
           05 FL-NEW-POS       PIC Z(04)9.
           05 FL-NEW-LEN       PIC Z(05)9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FL-REMARK        PIC X(12).
       01  WS-NUM-ED           PIC Z(04)9.

      *=================================================================
       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 1000-READ-PARM-START THRU 1000-READ-PARM-END.

           MOVE WS-COPYBOOK TO WS-SOURCE-NAME.
           PERFORM 2000-READ-LAYOUT-START THRU 2000-READ-LAYOUT-END.
           MOVE WS-LAY-TABLE TO WS-NEW-TABLE.
           MOVE WS-LAY-COUNT TO WS-NEW-COUNT.
           MOVE WS-REC-MAX   TO WS-TARGET-LEN.
           MOVE WS-LAYOUT-FD TO WS-TARGET-FD.
           MOVE WS-LAYOUT-RC TO WS-TARGET-RC.

           IF WS-OLD-COPYBOOK NOT = SPACES
               MOVE WS-OLD-COPYBOOK TO WS-SOURCE-NAME
               PERFORM 2000-READ-LAYOUT-START
                  THRU 2000-READ-LAYOUT-END
               MOVE WS-LAY-TABLE TO WS-OLD-TABLE
               MOVE WS-LAY-COUNT TO WS-OLD-COUNT
               MOVE WS-REC-MAX   TO WS-OLD-LEN
               MOVE WS-LAYOUT-FD TO WS-OLD-FD
               MOVE WS-LAYOUT-RC TO WS-OLD-RC
           END-IF.

           PERFORM 3000-LIST-SOURCES-START
              THRU 3000-LIST-SOURCES-END.

      * first pass: who copies the layout and which data files it
      * describes there; second pass: the FDs written by hand
           MOVE 1 TO WS-PASS.
           PERFORM 4000-SCAN-TREE-START THRU 4000-SCAN-TREE-END.
           MOVE 2 TO WS-PASS.
           PERFORM 4000-SCAN-TREE-START THRU 4000-SCAN-TREE-END.

           PERFORM 6000-REPORT-START THRU 6000-REPORT-END.
           IF WS-IMPACT-FOUND
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * COPYBOOK, OLD VERSION, DATA FILE AND TREE FROM CPYIMPT.parm
      ******************************************************************
       1000-READ-PARM-START.
           OPEN INPUT PARM-FILE.
           IF WS-PRM-STAT NOT = '00'
               DISPLAY "CPYIMPT.parm ABSENT - COPYBOOK A ANALYSER "
                   "A INDIQUER."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO WS-PRM-NO.
           PERFORM 1100-ONE-PARM-START THRU 1100-ONE-PARM-END
               UNTIL PRM-STAT-EOF OR WS-PRM-NO = 4.
           CLOSE PARM-FILE.

           IF WS-COPYBOOK = SPACES
               DISPLAY "CPYIMPT.parm : COPYBOOK NON INDIQUE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ROOT = SPACES
               MOVE "." TO WS-ROOT
           END-IF.

           MOVE WS-COPYBOOK TO WS-NORM-IN.
           PERFORM 7100-NORMALIZE-START THRU 7100-NORMALIZE-END.
           MOVE WS-NORM-OUT TO WS-TARGET-BASE.
           IF WS-DATA-FILE NOT = SPACES
               MOVE WS-DATA-FILE TO WS-NORM-IN
               PERFORM 7100-NORMALIZE-START THRU 7100-NORMALIZE-END
               MOVE 1 TO WS-FILE-COUNT
               MOVE WS-NORM-OUT TO WS-KNOWN-FILE(1)
           END-IF.
       1000-READ-PARM-END.
           EXIT.

       1100-ONE-PARM-START.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
               AT END GO TO 1100-ONE-PARM-END
           END-READ.
           ADD 1 TO WS-PRM-NO.
           EVALUATE WS-PRM-NO
               WHEN 1 MOVE PARM-REC TO WS-COPYBOOK
               WHEN 2 MOVE PARM-REC TO WS-OLD-COPYBOOK
               WHEN 3 MOVE PARM-REC TO WS-DATA-FILE
               WHEN 4 MOVE PARM-REC TO WS-ROOT
           END-EVALUATE.
       1100-ONE-PARM-END.
           EXIT.

      ******************************************************************
      * A COPYBOOK READ INTO THE LAYOUT TABLE, WITH THE FD AND THE
      * RECORD CONTAINS IT CARRIES WHEN IT HOLDS THE FD ITSELF
      ******************************************************************
       2000-READ-LAYOUT-START.
           OPEN INPUT SOURCE-FILE.
           IF WS-SRC-STAT NOT = '00'
               DISPLAY "COPYBOOK INTROUVABLE : " WS-SOURCE-NAME
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-LAYOUT-FD.
           MOVE 0 TO WS-LAYOUT-RC.
           PERFORM 5000-LAYOUT-RESET-START THRU 5000-LAYOUT-RESET-END.
           PERFORM 2100-LAYOUT-LINE-START THRU 2100-LAYOUT-LINE-END
               UNTIL SRC-STAT-EOF.
           CLOSE SOURCE-FILE.
           PERFORM 5400-CLOSE-ALL-START THRU 5400-CLOSE-ALL-END.
       2000-READ-LAYOUT-END.
           EXIT.

       2100-LAYOUT-LINE-START.
           READ SOURCE-FILE
               AT END GO TO 2100-LAYOUT-LINE-END
           END-READ.
           IF SOURCE-REC(7:1) = '*' OR SOURCE-REC(7:1) = '/'
               GO TO 2100-LAYOUT-LINE-END
           END-IF.
           PERFORM 7000-TOKENIZE-START THRU 7000-TOKENIZE-END.
           IF WS-TOK-COUNT = 0
               GO TO 2100-LAYOUT-LINE-END
           END-IF.
           IF WS-TOK(1) = "FD" OR WS-TOK(1) = "SD"
               MOVE WS-TOK(2) TO WS-LAYOUT-FD
           END-IF.
           PERFORM 7200-RECORD-CONTAINS-START
              THRU 7200-RECORD-CONTAINS-END.
           IF WS-FD-RC > 0
               MOVE WS-FD-RC TO WS-LAYOUT-RC
           END-IF.
           PERFORM 5100-LAYOUT-LINE-START THRU 5100-LAYOUT-LINE-END.
       2100-LAYOUT-LINE-END.
           EXIT.

      ******************************************************************
      * THE SOURCES OF THE TREE - PROGRAMS AND COPYBOOKS
      ******************************************************************
       3000-LIST-SOURCES-START.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING "find " DELIMITED BY SIZE
               WS-ROOT DELIMITED BY SPACE
               ' -name "*.cbl" -o -name "*.cob" -o -name "*.cpy"'
                   DELIMITED BY SIZE
               " | sort > CPYIMPT.lst" DELIMITED BY SIZE
               INTO WS-SHELL-CMD.
           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING WS-SHELL-CMD.
           MOVE 0 TO RETURN-CODE.

           OPEN INPUT LIST-FILE.
           IF WS-LST-STAT NOT = '00'
               DISPLAY "LISTE DES SOURCES IMPOSSIBLE A ETABLIR ("
                   WS-LST-STAT ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE LIST-FILE.
       3000-LIST-SOURCES-END.
           EXIT.

      ******************************************************************
      * ONE PASS OVER EVERY SOURCE OF THE LIST
      ******************************************************************
       4000-SCAN-TREE-START.
           MOVE 0 TO WS-SOURCE-COUNT.
           OPEN INPUT LIST-FILE.
           PERFORM 4100-ONE-SOURCE-START THRU 4100-ONE-SOURCE-END
               UNTIL LST-STAT-EOF.
           CLOSE LIST-FILE.
       4000-SCAN-TREE-END.
           EXIT.

       4100-ONE-SOURCE-START.
           READ LIST-FILE
               AT END GO TO 4100-ONE-SOURCE-END
           END-READ.
           IF LIST-REC = SPACES
               GO TO 4100-ONE-SOURCE-END
           END-IF.
      * the copybook under analysis is not one of its own users
           MOVE LIST-REC TO WS-NORM-IN.
           PERFORM 7100-NORMALIZE-START THRU 7100-NORMALIZE-END.
           IF WS-NORM-OUT = WS-TARGET-BASE
               GO TO 4100-ONE-SOURCE-END
           END-IF.

           MOVE LIST-REC TO WS-SOURCE-NAME.
           OPEN INPUT SOURCE-FILE.
           IF WS-SRC-STAT NOT = '00'
               DISPLAY "SOURCE ILLISIBLE : " WS-SOURCE-NAME
               GO TO 4100-ONE-SOURCE-END
           END-IF.
           ADD 1 TO WS-SOURCE-COUNT.
           MOVE 0 TO WS-LINE-NO.
           MOVE 0 TO WS-SEL-COUNT.
           MOVE 'N' TO WS-FS-SW.
           MOVE 'N' TO WS-FD-SW.
           MOVE 'N' TO WS-COPY-PEND-SW.
           MOVE 'N' TO WS-ASSIGN-PEND-SW.
           PERFORM 4200-SOURCE-LINE-START THRU 4200-SOURCE-LINE-END
               UNTIL SRC-STAT-EOF.
           PERFORM 4600-CLOSE-FD-START THRU 4600-CLOSE-FD-END.
           CLOSE SOURCE-FILE.
       4100-ONE-SOURCE-END.
           EXIT.

       4200-SOURCE-LINE-START.
           READ SOURCE-FILE
               AT END GO TO 4200-SOURCE-LINE-END
           END-READ.
           ADD 1 TO WS-LINE-NO.
           IF SOURCE-REC(7:1) = '*' OR SOURCE-REC(7:1) = '/'
               GO TO 4200-SOURCE-LINE-END
           END-IF.
           PERFORM 7000-TOKENIZE-START THRU 7000-TOKENIZE-END.
           IF WS-TOK-COUNT = 0
               GO TO 4200-SOURCE-LINE-END
           END-IF.

      * a COPY statement running over several lines
           IF WS-COPY-PENDING
               PERFORM 4310-COPY-CONTINUED-START
                  THRU 4310-COPY-CONTINUED-END
               GO TO 4200-SOURCE-LINE-END
           END-IF.

           PERFORM 4300-COPY-START THRU 4300-COPY-END.
           PERFORM 4400-SELECT-START THRU 4400-SELECT-END.

           IF WS-TOK(2) = "SECTION" OR WS-TOK(2) = "DIVISION"
               PERFORM 4600-CLOSE-FD-START THRU 4600-CLOSE-FD-END
               IF WS-TOK(1) = "FILE"
                   MOVE 'Y' TO WS-FS-SW
               ELSE
                   MOVE 'N' TO WS-FS-SW
               END-IF
               GO TO 4200-SOURCE-LINE-END
           END-IF.
           IF NOT WS-IN-FILE-SECTION
               GO TO 4200-SOURCE-LINE-END
           END-IF.

           IF WS-TOK(1) = "FD" OR WS-TOK(1) = "SD"
               PERFORM 4600-CLOSE-FD-START THRU 4600-CLOSE-FD-END
               MOVE 'Y' TO WS-FD-SW
               MOVE 'N' TO WS-FD-COPIED-SW
               MOVE WS-TOK(2) TO WS-FD-NAME
               MOVE WS-LINE-NO TO WS-FD-LINE
               MOVE 0 TO WS-FD-RC
               PERFORM 5000-LAYOUT-RESET-START
                  THRU 5000-LAYOUT-RESET-END
           END-IF.
           IF WS-FD-OPEN
               PERFORM 4500-FD-LINE-START THRU 4500-FD-LINE-END
           END-IF.
       4200-SOURCE-LINE-END.
           EXIT.

      * COPY <target> - the REPLACING is kept for the listing and the
      * data file the copy describes is learnt from its SELECT
       4300-COPY-START.
           MOVE 0 TO WS-T.
           PERFORM 4320-FIND-COPY-START THRU 4320-FIND-COPY-END
               VARYING WS-T2 FROM 1 BY 1
               UNTIL WS-T2 >= WS-TOK-COUNT OR WS-T > 0.
           IF WS-T = 0
               GO TO 4300-COPY-END
           END-IF.
           COMPUTE WS-T2 = WS-T + 1.
           MOVE WS-TOK(WS-T2) TO WS-NORM-IN.
           PERFORM 7100-NORMALIZE-START THRU 7100-NORMALIZE-END.
           IF WS-NORM-OUT NOT = WS-TARGET-BASE
               GO TO 4300-COPY-END
           END-IF.
      * a copybook holding its own FD ends the FD before it
           IF WS-TARGET-FD NOT = SPACES
               PERFORM 4600-CLOSE-FD-START THRU 4600-CLOSE-FD-END
           END-IF.
           IF WS-FD-OPEN
               MOVE 'Y' TO WS-FD-COPIED-SW
           END-IF.
           IF WS-PASS NOT = 1
               GO TO 4300-COPY-END
           END-IF.

           IF WS-USE-COUNT < 200
               ADD 1 TO WS-USE-COUNT
               MOVE WS-SOURCE-NAME TO USE-SOURCE(WS-USE-COUNT)
               MOVE WS-LINE-NO TO USE-LINE(WS-USE-COUNT)
               MOVE SPACES TO USE-REPLACING(WS-USE-COUNT)
               MOVE 0 TO WS-REPL-POS
               INSPECT WS-TEXT TALLYING WS-REPL-POS
                   FOR CHARACTERS BEFORE INITIAL "REPLACING"
               IF WS-REPL-POS < 65
                   ADD 1 TO WS-REPL-POS
                   MOVE WS-TEXT(WS-REPL-POS:)
                       TO USE-REPLACING(WS-USE-COUNT)
               END-IF
               IF NOT WS-PERIOD-SEEN
                   MOVE 'Y' TO WS-COPY-PEND-SW
               END-IF
           END-IF.

           PERFORM 4330-COPY-FILE-START THRU 4330-COPY-FILE-END.
       4300-COPY-END.
           EXIT.

      * the rest of the REPLACING, up to the closing period
       4310-COPY-CONTINUED-START.
           IF WS-PERIOD-SEEN
               MOVE 'N' TO WS-COPY-PEND-SW
           END-IF.
           MOVE 1 TO WS-REPL-PTR.
           INSPECT USE-REPLACING(WS-USE-COUNT) TALLYING WS-REPL-PTR
               FOR CHARACTERS BEFORE INITIAL "  ".
           IF WS-REPL-PTR > 69
               GO TO 4310-COPY-CONTINUED-END
           END-IF.
           IF WS-REPL-PTR > 1
               ADD 1 TO WS-REPL-PTR
           END-IF.
           STRING FUNCTION TRIM(WS-TEXT) DELIMITED BY SIZE
               INTO USE-REPLACING(WS-USE-COUNT)
               WITH POINTER WS-REPL-PTR
           END-STRING.
       4310-COPY-CONTINUED-END.
           EXIT.

       4320-FIND-COPY-START.
           IF WS-TOK(WS-T2) = "COPY"
               MOVE WS-T2 TO WS-T
           END-IF.
       4320-FIND-COPY-END.
           EXIT.

      * the FD the copy sits in is the program's own FD line, or the
      * FD of the copybook once the REPLACING is applied to it
       4330-COPY-FILE-START.
           IF NOT WS-IN-FILE-SECTION
               GO TO 4330-COPY-FILE-END
           END-IF.
           IF WS-FD-OPEN
               MOVE WS-FD-NAME TO WS-COPY-FD
           ELSE
               MOVE WS-TARGET-FD TO WS-COPY-FD
               PERFORM 4340-APPLY-REPLACING-START
                  THRU 4340-APPLY-REPLACING-END
           END-IF.
           IF WS-COPY-FD = SPACES
               GO TO 4330-COPY-FILE-END
           END-IF.
           PERFORM 4410-FIND-SELECT-START THRU 4410-FIND-SELECT-END.
           IF WS-FD-ASSIGN = SPACES
               GO TO 4330-COPY-FILE-END
           END-IF.
           MOVE 0 TO WS-FILE-FOUND.
           PERFORM 4350-KNOWN-FILE-START THRU 4350-KNOWN-FILE-END
               VARYING WS-F FROM 1 BY 1
               UNTIL WS-F > WS-FILE-COUNT.
           IF WS-FILE-FOUND = 0 AND WS-FILE-COUNT < 20
               ADD 1 TO WS-FILE-COUNT
               MOVE WS-FD-ASSIGN TO WS-KNOWN-FILE(WS-FILE-COUNT)
           END-IF.
       4330-COPY-FILE-END.
           EXIT.

       4340-APPLY-REPLACING-START.
           IF WS-COPY-FD = SPACES
               GO TO 4340-APPLY-REPLACING-END
           END-IF.
           MOVE 0 TO WS-T.
           PERFORM 4345-FIND-REPLACING-START
              THRU 4345-FIND-REPLACING-END
               VARYING WS-T2 FROM 1 BY 1
               UNTIL WS-T2 > WS-TOK-COUNT OR WS-T > 0.
           IF WS-T = 0 OR WS-T + 3 > WS-TOK-COUNT
               GO TO 4340-APPLY-REPLACING-END
           END-IF.
           COMPUTE WS-T2 = WS-T + 1.
           MOVE WS-TOK(WS-T2) TO WS-REPL-FROM.
           COMPUTE WS-T2 = WS-T + 3.
           MOVE WS-TOK(WS-T2) TO WS-REPL-TO.
           INSPECT WS-REPL-FROM REPLACING ALL "==" BY SPACES.
           INSPECT WS-REPL-TO REPLACING ALL "==" BY SPACES.
           IF WS-REPL-FROM = SPACES
               GO TO 4340-APPLY-REPLACING-END
           END-IF.
           MOVE SPACES TO WS-REPL-HEAD WS-REPL-TAIL.
           UNSTRING WS-COPY-FD
               DELIMITED BY FUNCTION TRIM(WS-REPL-FROM)
               INTO WS-REPL-HEAD WS-REPL-TAIL
           END-UNSTRING.
           MOVE SPACES TO WS-COPY-FD.
           STRING WS-REPL-HEAD DELIMITED BY SPACE
               FUNCTION TRIM(WS-REPL-TO) DELIMITED BY SIZE
               WS-REPL-TAIL DELIMITED BY SPACE
               INTO WS-COPY-FD.
       4340-APPLY-REPLACING-END.
           EXIT.

       4345-FIND-REPLACING-START.
           IF WS-TOK(WS-T2) = "REPLACING"
               MOVE WS-T2 TO WS-T
           END-IF.
       4345-FIND-REPLACING-END.
           EXIT.

       4350-KNOWN-FILE-START.
           IF WS-KNOWN-FILE(WS-F) = WS-FD-ASSIGN
               MOVE WS-F TO WS-FILE-FOUND
           END-IF.
       4350-KNOWN-FILE-END.
           EXIT.

      * SELECT <file> ASSIGN TO <name>, the ASSIGN possibly on one of
      * the following lines
       4400-SELECT-START.
           IF WS-TOK(1) = "SELECT" AND WS-SEL-COUNT < 50
               ADD 1 TO WS-SEL-COUNT
               MOVE WS-TOK(2) TO SEL-NAME(WS-SEL-COUNT)
               MOVE SPACES TO SEL-ASSIGN(WS-SEL-COUNT)
               MOVE 'Y' TO WS-ASSIGN-PEND-SW
           END-IF.
           IF NOT WS-ASSIGN-PENDING
               GO TO 4400-SELECT-END
           END-IF.
           MOVE 0 TO WS-T.
           PERFORM 4420-FIND-ASSIGN-START THRU 4420-FIND-ASSIGN-END
               VARYING WS-T2 FROM 1 BY 1
               UNTIL WS-T2 >= WS-TOK-COUNT OR WS-T > 0.
           IF WS-T = 0
               GO TO 4400-SELECT-END
           END-IF.
           MOVE 'N' TO WS-ASSIGN-PEND-SW.
           COMPUTE WS-T2 = WS-T + 1.
           IF WS-TOK(WS-T2) = "TO" AND WS-T2 < WS-TOK-COUNT
               ADD 1 TO WS-T2
           END-IF.
      * a name held in a data item gives nothing to compare
           IF WS-TOK(WS-T2) = "DYNAMIC"
               GO TO 4400-SELECT-END
           END-IF.
           MOVE WS-TOK(WS-T2) TO WS-NORM-IN.
           PERFORM 7100-NORMALIZE-START THRU 7100-NORMALIZE-END.
           MOVE WS-NORM-OUT TO SEL-ASSIGN(WS-SEL-COUNT).
       4400-SELECT-END.
           EXIT.

       4410-FIND-SELECT-START.
           MOVE SPACES TO WS-FD-ASSIGN.
           PERFORM 4415-ONE-SELECT-START THRU 4415-ONE-SELECT-END
               VARYING WS-S FROM 1 BY 1
               UNTIL WS-S > WS-SEL-COUNT.
       4410-FIND-SELECT-END.
           EXIT.

       4415-ONE-SELECT-START.
           IF SEL-NAME(WS-S) = WS-COPY-FD
               MOVE SEL-ASSIGN(WS-S) TO WS-FD-ASSIGN
           END-IF.
       4415-ONE-SELECT-END.
           EXIT.

       4420-FIND-ASSIGN-START.
           IF WS-TOK(WS-T2) = "ASSIGN"
               MOVE WS-T2 TO WS-T
           END-IF.
       4420-FIND-ASSIGN-END.
           EXIT.

      * inside an FD: its RECORD CONTAINS and its record layout
       4500-FD-LINE-START.
           IF WS-FD-RC = 0
               PERFORM 7200-RECORD-CONTAINS-START
                  THRU 7200-RECORD-CONTAINS-END
           END-IF.
           IF WS-TOK(1) NOT = "FD" AND WS-TOK(1) NOT = "SD"
               PERFORM 5100-LAYOUT-LINE-START
                  THRU 5100-LAYOUT-LINE-END
           END-IF.
       4500-FD-LINE-END.
           EXIT.

      * an FD written by hand is kept when it is for one of the data
      * files of the copybook, or has the same record length
       4600-CLOSE-FD-START.
           IF NOT WS-FD-OPEN
               GO TO 4600-CLOSE-FD-END
           END-IF.
           MOVE 'N' TO WS-FD-SW.
           PERFORM 5400-CLOSE-ALL-START THRU 5400-CLOSE-ALL-END.
           IF WS-PASS NOT = 2 OR WS-FD-COPIED
               GO TO 4600-CLOSE-FD-END
           END-IF.
           IF WS-FD-RC > 0
               MOVE WS-FD-RC TO WS-FD-LEN
           ELSE
               MOVE WS-REC-MAX TO WS-FD-LEN
           END-IF.

           MOVE SPACE TO WS-FD-HOW.
           MOVE WS-FD-NAME TO WS-COPY-FD.
           PERFORM 4410-FIND-SELECT-START THRU 4410-FIND-SELECT-END.
           MOVE 0 TO WS-FILE-FOUND.
           IF WS-FD-ASSIGN NOT = SPACES
               PERFORM 4350-KNOWN-FILE-START THRU 4350-KNOWN-FILE-END
                   VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FILE-COUNT
           END-IF.
           IF WS-FILE-FOUND > 0
               SET WS-FD-SAME-FILE TO TRUE
           END-IF.
           IF WS-FD-NAME = WS-TARGET-FD
               SET WS-FD-SAME-FILE TO TRUE
           END-IF.
           IF WS-FD-HOW = SPACE
           AND WS-FD-LEN = WS-TARGET-LEN AND WS-TARGET-LEN > 0
               SET WS-FD-SAME-LENGTH TO TRUE
           END-IF.
           IF WS-FD-HOW = SPACE OR WS-OWN-COUNT = 200
               GO TO 4600-CLOSE-FD-END
           END-IF.

           ADD 1 TO WS-OWN-COUNT.
           MOVE WS-SOURCE-NAME TO OWN-SOURCE(WS-OWN-COUNT).
           MOVE WS-FD-LINE     TO OWN-LINE(WS-OWN-COUNT).
           MOVE WS-FD-NAME     TO OWN-FD(WS-OWN-COUNT).
           MOVE WS-FD-LEN      TO OWN-LENGTH(WS-OWN-COUNT).
           MOVE WS-FD-HOW      TO OWN-HOW(WS-OWN-COUNT).
           IF WS-FD-RC > 0
               MOVE 'Y' TO OWN-RC-SW(WS-OWN-COUNT)
           ELSE
               MOVE 'N' TO OWN-RC-SW(WS-OWN-COUNT)
           END-IF.
           IF WS-FD-SAME-FILE AND WS-FD-LEN NOT = WS-TARGET-LEN
               SET WS-IMPACT-FOUND TO TRUE
           END-IF.
       4600-CLOSE-FD-END.
           EXIT.

      ******************************************************************
      * RECORD LAYOUT - OFFSET AND LENGTH OF EVERY ITEM, FROM THE
      * PICTURES, USAGES, OCCURS AND REDEFINES; THE RECORD LENGTH IS
      * THAT OF THE LONGEST 01
      ******************************************************************
       5000-LAYOUT-RESET-START.
           MOVE 0 TO WS-LAY-COUNT.
           MOVE 0 TO WS-STK-TOP.
           MOVE 0 TO WS-CUR-OFFSET.
           MOVE 0 TO WS-REC-MAX.
           MOVE 'N' TO WS-PEND-SW.
           MOVE 'N' TO WS-IN-88-SW.
       5000-LAYOUT-RESET-END.
           EXIT.

       5100-LAYOUT-LINE-START.
           MOVE 0 TO WS-LEVEL.
           IF WS-TOK(1)(1:1) IS NUMERIC AND WS-TOK(1)(3:1) = SPACE
               IF WS-TOK(1)(2:1) IS NUMERIC
                   MOVE WS-TOK(1)(1:2) TO WS-LEVEL
               ELSE
                   IF WS-TOK(1)(2:1) = SPACE
                       MOVE WS-TOK(1)(1:1) TO WS-LEVEL
                   END-IF
               END-IF
           END-IF.
           IF WS-LEVEL > 0
               PERFORM 5200-NEW-ITEM-START THRU 5200-NEW-ITEM-END
               GO TO 5100-LAYOUT-LINE-END
           END-IF.
      * a clause carried over to the next line
           IF WS-STK-TOP > 0 AND NOT WS-IN-88
               MOVE 1 TO WS-CLAUSE-START
               PERFORM 5300-CLAUSES-START THRU 5300-CLAUSES-END
           END-IF.
       5100-LAYOUT-LINE-END.
           EXIT.

       5200-NEW-ITEM-START.
           IF WS-LEVEL = 88 OR WS-LEVEL = 66
               MOVE 'Y' TO WS-IN-88-SW
               GO TO 5200-NEW-ITEM-END
           END-IF.
           MOVE 'N' TO WS-IN-88-SW.
           IF WS-LEVEL = 1 OR WS-LEVEL = 77
               PERFORM 5400-CLOSE-ALL-START THRU 5400-CLOSE-ALL-END
               MOVE 0 TO WS-CUR-OFFSET
           ELSE
               PERFORM 5500-FINALIZE-START THRU 5500-FINALIZE-END
               PERFORM 5600-POP-START THRU 5600-POP-END
                   UNTIL WS-STK-TOP = 0
                   OR STK-LEVEL(WS-STK-TOP) < WS-LEVEL
           END-IF.
           IF WS-LAY-COUNT = 300 OR WS-STK-TOP = 50
               MOVE 'Y' TO WS-IN-88-SW
               GO TO 5200-NEW-ITEM-END
           END-IF.

           ADD 1 TO WS-LAY-COUNT.
           MOVE WS-LEVEL TO LAY-LEVEL(WS-LAY-COUNT).
           MOVE WS-CUR-OFFSET TO LAY-OFFSET(WS-LAY-COUNT).
           MOVE 0 TO LAY-LENGTH(WS-LAY-COUNT).
           IF WS-TOK(2) = "PIC" OR WS-TOK(2) = "PICTURE"
           OR WS-TOK(2) = SPACES
               MOVE "FILLER" TO LAY-NAME(WS-LAY-COUNT)
               MOVE 2 TO WS-CLAUSE-START
           ELSE
               MOVE WS-TOK(2) TO LAY-NAME(WS-LAY-COUNT)
               MOVE 3 TO WS-CLAUSE-START
           END-IF.

           ADD 1 TO WS-STK-TOP.
           MOVE WS-LAY-COUNT  TO STK-ITEM(WS-STK-TOP).
           MOVE WS-LEVEL      TO STK-LEVEL(WS-STK-TOP).
           MOVE WS-CUR-OFFSET TO STK-START(WS-STK-TOP).
           MOVE 1             TO STK-OCCURS(WS-STK-TOP).
           MOVE 0             TO STK-RESUME(WS-STK-TOP).
           MOVE 'N'           TO STK-REDEF-SW(WS-STK-TOP).
           MOVE 'D' TO WS-PEND-USAGE.
           MOVE 0 TO WS-PEND-SEP.
           MOVE 0 TO WS-PEND-DISPLAY.
           MOVE 0 TO WS-PEND-DIGITS.
           PERFORM 5300-CLAUSES-START THRU 5300-CLAUSES-END.
       5200-NEW-ITEM-END.
           EXIT.

       5300-CLAUSES-START.
           MOVE 'N' TO WS-STOP-SW.
           PERFORM 5310-ONE-CLAUSE-START THRU 5310-ONE-CLAUSE-END
               VARYING WS-T FROM WS-CLAUSE-START BY 1
               UNTIL WS-T > WS-TOK-COUNT OR WS-STOP-CLAUSES.
       5300-CLAUSES-END.
           EXIT.

       5310-ONE-CLAUSE-START.
           COMPUTE WS-T2 = WS-T + 1.
           EVALUATE WS-TOK(WS-T)
               WHEN "PIC"
               WHEN "PICTURE"
                   IF WS-TOK(WS-T2) = "IS"
                       ADD 1 TO WS-T2
                   END-IF
                   MOVE WS-TOK(WS-T2) TO WS-PIC
                   PERFORM 5320-PIC-SIZE-START THRU 5320-PIC-SIZE-END
               WHEN "OCCURS"
                   MOVE FUNCTION NUMVAL(WS-TOK(WS-T2))
                       TO STK-OCCURS(WS-STK-TOP)
                   ADD 1 TO WS-T2
                   IF WS-TOK(WS-T2) = "TO"
                       ADD 1 TO WS-T2
                       MOVE FUNCTION NUMVAL(WS-TOK(WS-T2))
                           TO STK-OCCURS(WS-STK-TOP)
                   END-IF
                   IF STK-OCCURS(WS-STK-TOP) = 0
                       MOVE 1 TO STK-OCCURS(WS-STK-TOP)
                   END-IF
               WHEN "REDEFINES"
                   PERFORM 5330-REDEFINES-START
                      THRU 5330-REDEFINES-END
               WHEN "COMP"
               WHEN "COMP-4"
               WHEN "COMP-5"
               WHEN "BINARY"
               WHEN "COMPUTATIONAL"
               WHEN "COMPUTATIONAL-4"
               WHEN "COMPUTATIONAL-5"
                   MOVE 'B' TO WS-PEND-USAGE
               WHEN "COMP-3"
               WHEN "PACKED-DECIMAL"
               WHEN "COMPUTATIONAL-3"
                   MOVE 'P' TO WS-PEND-USAGE
               WHEN "COMP-1"
               WHEN "COMPUTATIONAL-1"
                   MOVE '1' TO WS-PEND-USAGE
                   MOVE 'Y' TO WS-PEND-SW
               WHEN "COMP-2"
               WHEN "COMPUTATIONAL-2"
                   MOVE '2' TO WS-PEND-USAGE
                   MOVE 'Y' TO WS-PEND-SW
               WHEN "SEPARATE"
                   MOVE 1 TO WS-PEND-SEP
               WHEN "VALUE"
               WHEN "VALUES"
                   MOVE 'Y' TO WS-STOP-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       5310-ONE-CLAUSE-END.
           EXIT.

      * display length and digit count of a picture string
       5320-PIC-SIZE-START.
           MOVE 0 TO WS-PEND-DISPLAY.
           MOVE 0 TO WS-PEND-DIGITS.
           MOVE SPACE TO WS-PIC-KIND.
           PERFORM 5325-PIC-CHAR-START THRU 5325-PIC-CHAR-END
               VARYING WS-PIC-I FROM 1 BY 1
               UNTIL WS-PIC-I > 40.
           MOVE 'Y' TO WS-PEND-SW.
       5320-PIC-SIZE-END.
           EXIT.

       5325-PIC-CHAR-START.
           IF WS-PIC(WS-PIC-I:1) = SPACE
               MOVE 40 TO WS-PIC-I
               GO TO 5325-PIC-CHAR-END
           END-IF.
           IF WS-PIC(WS-PIC-I:1) = "("
               MOVE 0 TO WS-PIC-LEN
               INSPECT WS-PIC(WS-PIC-I:) TALLYING WS-PIC-LEN
                   FOR CHARACTERS BEFORE INITIAL ")"
               MOVE FUNCTION NUMVAL(WS-PIC(WS-PIC-I + 1:WS-PIC-LEN - 1))
                   TO WS-PIC-REPEAT
               IF WS-PIC-REPEAT > 0
                   SUBTRACT 1 FROM WS-PIC-REPEAT
               END-IF
               EVALUATE WS-PIC-KIND
                   WHEN '9'
                       ADD WS-PIC-REPEAT TO WS-PEND-DISPLAY
                       ADD WS-PIC-REPEAT TO WS-PEND-DIGITS
                   WHEN 'X'
                       ADD WS-PIC-REPEAT TO WS-PEND-DISPLAY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD WS-PIC-LEN TO WS-PIC-I
               GO TO 5325-PIC-CHAR-END
           END-IF.
           EVALUATE WS-PIC(WS-PIC-I:1)
               WHEN 'S'
               WHEN 'V'
               WHEN 'P'
                   MOVE 'Z' TO WS-PIC-KIND
               WHEN '9'
                   MOVE '9' TO WS-PIC-KIND
                   ADD 1 TO WS-PEND-DISPLAY
                   ADD 1 TO WS-PEND-DIGITS
               WHEN OTHER
                   MOVE 'X' TO WS-PIC-KIND
                   ADD 1 TO WS-PEND-DISPLAY
           END-EVALUATE.
       5325-PIC-CHAR-END.
           EXIT.

      * the redefined item gives the start; the record goes on from
      * the furthest point reached once the redefinition is closed
       5330-REDEFINES-START.
           MOVE 0 TO WS-FOUND.
           PERFORM 5335-FIND-ITEM-START THRU 5335-FIND-ITEM-END
               VARYING WS-L FROM WS-LAY-COUNT BY -1
               UNTIL WS-L < 1 OR WS-FOUND > 0.
           IF WS-FOUND = 0
               GO TO 5330-REDEFINES-END
           END-IF.
           MOVE 'Y' TO STK-REDEF-SW(WS-STK-TOP).
           MOVE WS-CUR-OFFSET TO STK-RESUME(WS-STK-TOP).
           MOVE LAY-OFFSET(WS-FOUND) TO WS-CUR-OFFSET.
           MOVE WS-CUR-OFFSET TO STK-START(WS-STK-TOP).
           MOVE WS-CUR-OFFSET TO LAY-OFFSET(WS-LAY-COUNT).
       5330-REDEFINES-END.
           EXIT.

       5335-FIND-ITEM-START.
           IF WS-L < WS-LAY-COUNT
           AND LAY-NAME(WS-L) = WS-TOK(WS-T2)
               MOVE WS-L TO WS-FOUND
           END-IF.
       5335-FIND-ITEM-END.
           EXIT.

       5400-CLOSE-ALL-START.
           PERFORM 5500-FINALIZE-START THRU 5500-FINALIZE-END.
           PERFORM 5600-POP-START THRU 5600-POP-END
               UNTIL WS-STK-TOP = 0.
           IF WS-CUR-OFFSET > WS-REC-MAX
               MOVE WS-CUR-OFFSET TO WS-REC-MAX
           END-IF.
       5400-CLOSE-ALL-END.
           EXIT.

      * the storage of the elementary item just described
       5500-FINALIZE-START.
           IF NOT WS-PEND-ON
               GO TO 5500-FINALIZE-END
           END-IF.
           MOVE 'N' TO WS-PEND-SW.
           EVALUATE TRUE
               WHEN WS-USAGE-BINARY
                   EVALUATE TRUE
                       WHEN WS-PEND-DIGITS < 5
                           MOVE 2 TO WS-ITEM-SIZE
                       WHEN WS-PEND-DIGITS < 10
                           MOVE 4 TO WS-ITEM-SIZE
                       WHEN OTHER
                           MOVE 8 TO WS-ITEM-SIZE
                   END-EVALUATE
               WHEN WS-USAGE-PACKED
                   COMPUTE WS-ITEM-SIZE = WS-PEND-DIGITS / 2 + 1
               WHEN WS-USAGE-FLOAT-S
                   MOVE 4 TO WS-ITEM-SIZE
               WHEN WS-USAGE-FLOAT-L
                   MOVE 8 TO WS-ITEM-SIZE
               WHEN OTHER
                   COMPUTE WS-ITEM-SIZE = WS-PEND-DISPLAY + WS-PEND-SEP
           END-EVALUATE.
           ADD WS-ITEM-SIZE TO WS-CUR-OFFSET.
       5500-FINALIZE-END.
           EXIT.

      * the item on top of the stack is complete: its length, times
      * its OCCURS, moves the offset on
       5600-POP-START.
           PERFORM 5500-FINALIZE-START THRU 5500-FINALIZE-END.
           COMPUTE WS-ITEM-SIZE =
               WS-CUR-OFFSET - STK-START(WS-STK-TOP).
           IF STK-OCCURS(WS-STK-TOP) > 1
               COMPUTE WS-CUR-OFFSET = STK-START(WS-STK-TOP)
                   + WS-ITEM-SIZE * STK-OCCURS(WS-STK-TOP)
           END-IF.
           COMPUTE LAY-LENGTH(STK-ITEM(WS-STK-TOP)) =
               WS-CUR-OFFSET - STK-START(WS-STK-TOP).
           IF STK-REDEF-SW(WS-STK-TOP) = 'Y'
           AND STK-RESUME(WS-STK-TOP) > WS-CUR-OFFSET
               MOVE STK-RESUME(WS-STK-TOP) TO WS-CUR-OFFSET
           END-IF.
           SUBTRACT 1 FROM WS-STK-TOP.
       5600-POP-END.
           EXIT.

      ******************************************************************
      * THE IMPACT REPORT
      ******************************************************************
       6000-REPORT-START.
           DISPLAY "ANALYSE D'IMPACT DU COPYBOOK "
               FUNCTION TRIM(WS-TARGET-BASE) " ("
               FUNCTION TRIM(WS-COPYBOOK) ")".
           MOVE WS-TARGET-LEN TO WS-NUM-ED.
           DISPLAY "LONGUEUR D'ENREGISTREMENT  : " WS-NUM-ED.
           IF WS-TARGET-RC > 0
               MOVE WS-TARGET-RC TO WS-NUM-ED
               DISPLAY "RECORD CONTAINS DU COPYBOOK: " WS-NUM-ED
               IF WS-TARGET-RC NOT = WS-TARGET-LEN
                   DISPLAY "*** RECORD CONTAINS DIFFERENT DE LA "
                       "SOMME DES ZONES ***"
                   SET WS-IMPACT-FOUND TO TRUE
               END-IF
           END-IF.
           MOVE WS-SOURCE-COUNT TO WS-NUM-ED.
           DISPLAY "SOURCES EXAMINES           : " WS-NUM-ED.
           PERFORM 6050-FILES-START THRU 6050-FILES-END
               VARYING WS-F FROM 1 BY 1
               UNTIL WS-F > WS-FILE-COUNT.

           DISPLAY " ".
           MOVE WS-USE-COUNT TO WS-NUM-ED.
           DISPLAY "PROGRAMMES QUI COPIENT "
               FUNCTION TRIM(WS-TARGET-BASE) " : " WS-NUM-ED.
           PERFORM 6100-ONE-USE-START THRU 6100-ONE-USE-END
               VARYING WS-X FROM 1 BY 1
               UNTIL WS-X > WS-USE-COUNT.

           DISPLAY " ".
           MOVE WS-OWN-COUNT TO WS-NUM-ED.
           DISPLAY "FD DECLARES SANS LE COPYBOOK : " WS-NUM-ED.
           PERFORM 6200-ONE-OWN-START THRU 6200-ONE-OWN-END
               VARYING WS-X FROM 1 BY 1
               UNTIL WS-X > WS-OWN-COUNT.

           IF WS-OLD-COPYBOOK NOT = SPACES
               PERFORM 6300-COMPARE-START THRU 6300-COMPARE-END
           END-IF.
       6000-REPORT-END.
           EXIT.

       6050-FILES-START.
           DISPLAY "FICHIER DECRIT             : "
               WS-KNOWN-FILE(WS-F).
       6050-FILES-END.
           EXIT.

       6100-ONE-USE-START.
           MOVE USE-SOURCE(WS-X)    TO UL-SOURCE.
           MOVE USE-LINE(WS-X)      TO UL-LINE.
           MOVE USE-REPLACING(WS-X) TO UL-REPLACING.
           DISPLAY WS-USE-LINE.
       6100-ONE-USE-END.
           EXIT.

       6200-ONE-OWN-START.
           MOVE OWN-SOURCE(WS-X) TO OL-SOURCE.
           MOVE OWN-LINE(WS-X)   TO OL-LINE.
           MOVE OWN-FD(WS-X)     TO OL-FD.
           MOVE OWN-LENGTH(WS-X) TO OL-LENGTH.
           IF OWN-RC-SW(WS-X) = 'Y'
               MOVE "(RECORD)" TO OL-SOURCE-LEN
           ELSE
               MOVE "(ZONES)" TO OL-SOURCE-LEN
           END-IF.
           EVALUATE TRUE
               WHEN OWN-HOW(WS-X) = 'L'
                   MOVE "MEME LONGUEUR" TO OL-REMARK
               WHEN OWN-LENGTH(WS-X) = WS-TARGET-LEN
                   MOVE "MEME FICHIER" TO OL-REMARK
               WHEN OTHER
                   MOVE "MEME FICHIER - LONGUEUR FAUSSE"
                       TO OL-REMARK
           END-EVALUATE.
           DISPLAY WS-OWN-LINE.
       6200-ONE-OWN-END.
           EXIT.

      * field by field, old version against new, by name; a FILLER
      * only shows through the fields it pushes along
       6300-COMPARE-START.
           DISPLAY " ".
           DISPLAY "COMPARAISON AVEC " FUNCTION TRIM(WS-OLD-COPYBOOK).
           MOVE WS-OLD-LEN TO WS-NUM-ED.
           DISPLAY "LONGUEUR ANCIENNE          : " WS-NUM-ED.
           MOVE WS-TARGET-LEN TO WS-NUM-ED.
           DISPLAY "LONGUEUR NOUVELLE          : " WS-NUM-ED.
           IF WS-OLD-LEN NOT = WS-TARGET-LEN
               SET WS-IMPACT-FOUND TO TRUE
           END-IF.
           DISPLAY "  ZONE                            POS   LONG"
               "    POS   LONG".
           PERFORM 6310-NEW-FIELD-START THRU 6310-NEW-FIELD-END
               VARYING WS-N FROM 1 BY 1
               UNTIL WS-N > WS-NEW-COUNT.
           PERFORM 6330-OLD-FIELD-START THRU 6330-OLD-FIELD-END
               VARYING WS-O FROM 1 BY 1
               UNTIL WS-O > WS-OLD-COUNT.
       6300-COMPARE-END.
           EXIT.

       6310-NEW-FIELD-START.
           IF NEW-NAME(WS-N) = "FILLER"
               GO TO 6310-NEW-FIELD-END
           END-IF.
           MOVE 0 TO WS-MATCH.
           PERFORM 6320-MATCH-OLD-START THRU 6320-MATCH-OLD-END
               VARYING WS-O FROM 1 BY 1
               UNTIL WS-O > WS-OLD-COUNT OR WS-MATCH > 0.
           MOVE NEW-NAME(WS-N) TO FL-NAME.
           COMPUTE FL-NEW-POS = NEW-OFFSET(WS-N) + 1.
           MOVE NEW-LENGTH(WS-N) TO FL-NEW-LEN.
           IF WS-MATCH = 0
               MOVE 0 TO FL-OLD-POS FL-OLD-LEN
               MOVE "AJOUTEE" TO FL-REMARK
               SET WS-IMPACT-FOUND TO TRUE
               DISPLAY WS-FIELD-LINE
               GO TO 6310-NEW-FIELD-END
           END-IF.
           IF OLD-OFFSET(WS-MATCH) = NEW-OFFSET(WS-N)
           AND OLD-LENGTH(WS-MATCH) = NEW-LENGTH(WS-N)
               GO TO 6310-NEW-FIELD-END
           END-IF.
           COMPUTE FL-OLD-POS = OLD-OFFSET(WS-MATCH) + 1.
           MOVE OLD-LENGTH(WS-MATCH) TO FL-OLD-LEN.
           EVALUATE TRUE
               WHEN OLD-LENGTH(WS-MATCH) NOT = NEW-LENGTH(WS-N)
               AND OLD-OFFSET(WS-MATCH) NOT = NEW-OFFSET(WS-N)
                   MOVE "POS+LONGUEUR" TO FL-REMARK
               WHEN OLD-LENGTH(WS-MATCH) NOT = NEW-LENGTH(WS-N)
                   MOVE "LONGUEUR" TO FL-REMARK
               WHEN OTHER
                   MOVE "DEPLACEE" TO FL-REMARK
           END-EVALUATE.
           SET WS-IMPACT-FOUND TO TRUE.
           DISPLAY WS-FIELD-LINE.
       6310-NEW-FIELD-END.
           EXIT.

       6320-MATCH-OLD-START.
           IF OLD-NAME(WS-O) = NEW-NAME(WS-N)
               MOVE WS-O TO WS-MATCH
           END-IF.
       6320-MATCH-OLD-END.
           EXIT.

       6330-OLD-FIELD-START.
           IF OLD-NAME(WS-O) = "FILLER"
               GO TO 6330-OLD-FIELD-END
           END-IF.
           MOVE 0 TO WS-MATCH.
           PERFORM 6340-MATCH-NEW-START THRU 6340-MATCH-NEW-END
               VARYING WS-N FROM 1 BY 1
               UNTIL WS-N > WS-NEW-COUNT OR WS-MATCH > 0.
           IF WS-MATCH > 0
               GO TO 6330-OLD-FIELD-END
           END-IF.
           MOVE OLD-NAME(WS-O) TO FL-NAME.
           COMPUTE FL-OLD-POS = OLD-OFFSET(WS-O) + 1.
           MOVE OLD-LENGTH(WS-O) TO FL-OLD-LEN.
           MOVE 0 TO FL-NEW-POS FL-NEW-LEN.
           MOVE "SUPPRIMEE" TO FL-REMARK.
           SET WS-IMPACT-FOUND TO TRUE.
           DISPLAY WS-FIELD-LINE.
       6330-OLD-FIELD-END.
           EXIT.

       6340-MATCH-NEW-START.
           IF NEW-NAME(WS-N) = OLD-NAME(WS-O)
               MOVE WS-N TO WS-MATCH
           END-IF.
       6340-MATCH-NEW-END.
           EXIT.

      ******************************************************************
      * SOURCE TEXT HELPERS
      ******************************************************************
      * columns 8-72 in upper case, cut into words; a closing period
      * is taken off its word and remembered
       7000-TOKENIZE-START.
           MOVE FUNCTION UPPER-CASE(SOURCE-REC(8:65)) TO WS-TEXT.
           MOVE SPACES TO WS-TOKEN-TABLE.
           MOVE 0 TO WS-TOK-COUNT.
           MOVE 1 TO WS-TOK-PTR.
           MOVE 'N' TO WS-PERIOD-SW.
           PERFORM 7010-NEXT-TOKEN-START THRU 7010-NEXT-TOKEN-END
               UNTIL WS-TOK-PTR > 65 OR WS-TOK-COUNT = 20.
       7000-TOKENIZE-END.
           EXIT.

       7010-NEXT-TOKEN-START.
           IF WS-TEXT(WS-TOK-PTR:1) = SPACE
               ADD 1 TO WS-TOK-PTR
               GO TO 7010-NEXT-TOKEN-END
           END-IF.
           ADD 1 TO WS-TOK-COUNT.
           UNSTRING WS-TEXT DELIMITED BY SPACE
               INTO WS-TOK(WS-TOK-COUNT)
               WITH POINTER WS-TOK-PTR
           END-UNSTRING.
           MOVE 0 TO WS-TOK-LEN.
           INSPECT WS-TOK(WS-TOK-COUNT) TALLYING WS-TOK-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-TOK(WS-TOK-COUNT)(WS-TOK-LEN:1) = "."
               MOVE 'Y' TO WS-PERIOD-SW
               MOVE SPACE TO WS-TOK(WS-TOK-COUNT)(WS-TOK-LEN:1)
               IF WS-TOK-LEN = 1
                   SUBTRACT 1 FROM WS-TOK-COUNT
               END-IF
           END-IF.
       7010-NEXT-TOKEN-END.
           EXIT.

      * a file or copybook name without quotes, directory or .cpy
       7100-NORMALIZE-START.
           INSPECT WS-NORM-IN REPLACING ALL '"' BY SPACE
                                        ALL "'" BY SPACE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NORM-IN))
               TO WS-NORM-IN.
           MOVE SPACES TO WS-NORM-OUT.
           IF WS-NORM-IN = SPACES
               GO TO 7100-NORMALIZE-END
           END-IF.
           COMPUTE WS-NORM-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-NORM-IN TRAILING)).
           MOVE 0 TO WS-NORM-TAIL.
           INSPECT FUNCTION REVERSE(WS-NORM-IN(1:WS-NORM-LEN))
               TALLYING WS-NORM-TAIL FOR CHARACTERS BEFORE INITIAL "/".
           MOVE WS-NORM-IN(WS-NORM-LEN - WS-NORM-TAIL + 1:WS-NORM-TAIL)
               TO WS-NORM-OUT.
           IF WS-NORM-TAIL > 4
           AND WS-NORM-OUT(WS-NORM-TAIL - 3:4) = ".CPY"
               MOVE SPACES TO WS-NORM-OUT(WS-NORM-TAIL - 3:4)
           END-IF.
       7100-NORMALIZE-END.
           EXIT.

      * RECORD CONTAINS n, or RECORD n, on the line
       7200-RECORD-CONTAINS-START.
           MOVE 0 TO WS-FD-RC.
           MOVE 0 TO WS-T.
           PERFORM 7210-FIND-RECORD-START THRU 7210-FIND-RECORD-END
               VARYING WS-T2 FROM 1 BY 1
               UNTIL WS-T2 >= WS-TOK-COUNT OR WS-T > 0.
           IF WS-T = 0
               GO TO 7200-RECORD-CONTAINS-END
           END-IF.
           COMPUTE WS-T2 = WS-T + 1.
           IF WS-TOK(WS-T2) = "CONTAINS" AND WS-T2 < WS-TOK-COUNT
               ADD 1 TO WS-T2
           END-IF.
           IF WS-TOK(WS-T2)(1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-TOK(WS-T2)) TO WS-FD-RC
           END-IF.
       7200-RECORD-CONTAINS-END.
           EXIT.

       7210-FIND-RECORD-START.
           IF WS-TOK(WS-T2) = "RECORD"
               MOVE WS-T2 TO WS-T
           END-IF.
       7210-FIND-RECORD-END.
           EXIT.
