       IDENTIFICATION DIVISION.
       PROGRAM-ID. syrstat.
       AUTHOR. Yves.
      ******************************************************************
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: analysis of the syracuse campaign
      *                    files. SYRCAMP.dat, or every campaign file
      *                    listed in SYRSTAT.parm, is sorted by start
      *                    number and reported to SYRSTAT.txt: a
      *                    histogram of chain lengths in fixed-width
      *                    buckets, the record holders (each start
      *                    whose chain is longer than that of every
      *                    smaller start) and the gaps between the
      *                    ranges already run; start, length and peak
      *                    are written to SYRSTAT.csv for charting.
      * 2026-10-15 Yves    A first SYRSTAT.parm record that is neither
      *                    blank nor a bucket width stops the run with
      *                    code 12 instead of being passed over.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SYRSTAT.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARM.

           SELECT CAMP-INFILE ASSIGN TO DYNAMIC WS-CAMP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CAMP.

           SELECT STAT-WORK ASSIGN TO "SYRSTAT.wrk".

           SELECT REPORT-FILE ASSIGN TO "SYRSTAT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REPORT.

           SELECT CSV-FILE ASSIGN TO "SYRSTAT.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CSV.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      * first record: bucket width on six digits (blank = 10), any
      * other first record stops the run; then one campaign file name
      * per record (none = SYRCAMP.dat alone)
       FD  PARM-FILE.
       01  PARM-REC            PIC X(40).

       FD  CAMP-INFILE
           RECORD CONTAINS 24 CHARACTERS.
       01  CAMP-RECORD.
           05 CAMP-START       PIC 9(08).
           05 CAMP-LENGTH      PIC 9(06).
           05 CAMP-PEAK        PIC 9(10).

       SD  STAT-WORK.
       01  SW-RECORD.
           05 SW-START         PIC 9(08).
           05 SW-LENGTH        PIC 9(06).
           05 SW-PEAK          PIC 9(10).
           05 SW-FILE-NO       PIC 9(02).

       FD  REPORT-FILE.
       01  REPORT-REC          PIC X(80).

       FD  CSV-FILE.
       01  CSV-REC             PIC X(40).

       WORKING-STORAGE SECTION.
       01  FS-PARM             PIC X(02).
           88 PARM-FS-EOF          VALUE '10'.
       01  FS-CAMP             PIC X(02).
           88 CAMP-FS-EOF          VALUE '10'.
       01  FS-REPORT           PIC X(02).
       01  FS-CSV              PIC X(02).
       01  WS-SORT-EOF-SW      PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF          VALUE 'Y'.

      * the campaign files analysed together, with what each held
       01  WS-CAMP-NAME        PIC X(40).
       01  WS-FILE-TABLE.
           05 WS-FILE-ENTRY OCCURS 20 TIMES.
              10 WS-FILE-NAME      PIC X(40).
              10 WS-FILE-STATE     PIC X(01).
      *          'L' LU, 'A' ABSENT
              10 WS-FILE-RECS      PIC 9(08).
              10 WS-FILE-REJECTS   PIC 9(08).
              10 WS-FILE-LOW       PIC 9(08).
              10 WS-FILE-HIGH      PIC 9(08).
       01  WS-FILE-COUNT       PIC 9(02) VALUE 0.
       01  WS-FI               PIC 9(02) VALUE 0.

      * histogram: bucket N holds the lengths (N-1)*WIDTH up to
      * N*WIDTH-1, the last bucket everything longer
       01  WS-BUCKET-WIDTH     PIC 9(06) VALUE 10.
       01  WS-BUCKET-TABLE.
           05 WS-BUCKET-COUNT OCCURS 50 TIMES PIC 9(08) VALUE 0.
       01  WS-BUCKET-MAX       PIC 9(02) VALUE 50.
       01  WS-BUCKET-USED      PIC 9(02) VALUE 0.
       01  WS-BI               PIC 9(02) VALUE 0.
       01  WS-BUCKET-NO        PIC 9(06) VALUE 0.
       01  WS-BUCKET-BIGGEST   PIC 9(08) VALUE 0.
       01  WS-BAR-LEN          PIC 9(02) VALUE 0.
       01  WS-BAR-FULL         PIC X(40) VALUE ALL "*".

      * record holders, in increasing start order; a holder found
      * after a coverage gap is only provisional
       01  WS-HOLDER-TABLE.
           05 WS-HOLDER-ENTRY OCCURS 500 TIMES.
              10 WS-HOLD-START     PIC 9(08).
              10 WS-HOLD-LENGTH    PIC 9(06).
              10 WS-HOLD-PEAK      PIC 9(10).
              10 WS-HOLD-FLAG      PIC X(01).
       01  WS-HOLDER-COUNT     PIC 9(03) VALUE 0.
       01  WS-HI               PIC 9(03) VALUE 0.
       01  WS-BEST-LENGTH      PIC 9(06) VALUE 0.
       01  WS-HOLDER-LOST      PIC 9(06) VALUE 0.

      * ranges of start numbers no campaign has covered yet
       01  WS-GAP-TABLE.
           05 WS-GAP-ENTRY OCCURS 200 TIMES.
              10 WS-GAP-FROM       PIC 9(08).
              10 WS-GAP-TO         PIC 9(08).
       01  WS-GAP-COUNT        PIC 9(03) VALUE 0.
       01  WS-GAP-TOTAL        PIC 9(06) VALUE 0.
       01  WS-GI               PIC 9(03) VALUE 0.
       01  WS-GAP-SEEN-SW      PIC X(01) VALUE 'N'.
           88 WS-GAP-SEEN          VALUE 'Y'.

       01  WS-NEXT-START       PIC 9(09) VALUE 1.
       01  WS-PREV-LENGTH      PIC 9(06) VALUE 0.
       01  WS-PREV-PEAK        PIC 9(10) VALUE 0.
       01  WS-LOW-START        PIC 9(08) VALUE 0.
       01  WS-HIGH-START       PIC 9(08) VALUE 0.
       01  WS-NUMBERS          PIC 9(08) VALUE 0.
       01  WS-DUPLICATES       PIC 9(08) VALUE 0.
       01  WS-CONFLICTS        PIC 9(08) VALUE 0.
       01  WS-REJECTS          PIC 9(08) VALUE 0.

      * report lines
       01  WS-TITLE-LINE.
           05 FILLER           PIC X(40) VALUE
              "ANALYSE DES CAMPAGNES SYRACUSE".
           05 FILLER           PIC X(11) VALUE "TRANCHES DE".
           05 TL-WIDTH         PIC Z(5)9.
       01  WS-FILE-HEAD.
           05 FILLER           PIC X(31) VALUE "FICHIER".
           05 FILLER           PIC X(06) VALUE "ETAT".
           05 FILLER           PIC X(08) VALUE " NOMBRES".
           05 FILLER           PIC X(10) VALUE "     DEBUT".
           05 FILLER           PIC X(11) VALUE "        FIN".
           05 FILLER           PIC X(10) VALUE "    REJETS".
       01  WS-FILE-LINE.
           05 FL-NAME          PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FL-STATE         PIC X(06).
           05 FL-RECS          PIC Z(7)9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FL-LOW           PIC Z(7)9.
           05 FILLER           PIC X(03) VALUE " A ".
           05 FL-HIGH          PIC Z(7)9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FL-REJECTS       PIC Z(7)9.
       01  WS-BUCKET-LINE.
           05 BL-FROM          PIC Z(5)9.
           05 BL-SEP           PIC X(03).
           05 BL-TO            PIC Z(5)9.
           05 BL-TO-TEXT REDEFINES BL-TO PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 BL-COUNT         PIC Z(7)9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 BL-BAR           PIC X(40).
       01  WS-HOLDER-LINE.
           05 HL-START         PIC Z(7)9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 HL-LENGTH        PIC Z(5)9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 HL-PEAK          PIC Z(9)9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 HL-FLAG          PIC X(12).
       01  WS-GAP-LINE.
           05 FILLER           PIC X(09) VALUE "MANQUE: ".
           05 GL-FROM          PIC Z(7)9.
           05 FILLER           PIC X(03) VALUE " A ".
           05 GL-TO            PIC Z(7)9.
       01  WS-COUNT-LINE.
           05 CL-LABEL         PIC X(32).
           05 CL-VALUE         PIC Z(7)9.
       01  WS-DASH-LINE        PIC X(80) VALUE ALL "-".

       01  WS-CSV-LINE.
           05 CV-START         PIC Z(7)9.
           05 CV-LENGTH        PIC Z(5)9.
           05 CV-PEAK          PIC Z(9)9.

      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(40).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 1000-READ-PARM-START THRU 1000-READ-PARM-END.

           OPEN OUTPUT CSV-FILE.
           MOVE FS-CSV TO WS-ERR-STATUS.
           MOVE "SYRSTAT.csv" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START THRU 9800-CHECK-STATUS-END.
           MOVE "DEBUT;LONGUEUR;PIC" TO CSV-REC.
           WRITE CSV-REC.

           SORT STAT-WORK
               ON ASCENDING KEY SW-START SW-FILE-NO
               INPUT PROCEDURE IS 2000-LOAD-CAMPAIGNS-START
                             THRU 2000-LOAD-CAMPAIGNS-END
               OUTPUT PROCEDURE IS 3000-ANALYSE-START
                              THRU 3000-ANALYSE-END.
           CLOSE CSV-FILE.

           PERFORM 4000-WRITE-REPORT-START THRU 4000-WRITE-REPORT-END.

           DISPLAY "NOMBRES ANALYSES      : " WS-NUMBERS.
           DISPLAY "DETENTEURS DE RECORD  : " WS-HOLDER-COUNT.
           DISPLAY "PLAGES MANQUANTES     : " WS-GAP-TOTAL.
           IF WS-GAP-TOTAL > 0 OR WS-CONFLICTS > 0 OR WS-REJECTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * PARAMETERS - BUCKET WIDTH AND THE LIST OF CAMPAIGN FILES
      ******************************************************************
       1000-READ-PARM-START.
           OPEN INPUT PARM-FILE.
           IF FS-PARM = '35'
               GO TO 1000-READ-PARM-DEFAULT
           END-IF.
           MOVE FS-PARM TO WS-ERR-STATUS.
           MOVE "SYRSTAT.parm" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START THRU 9800-CHECK-STATUS-END.

           READ PARM-FILE
               AT END SET PARM-FS-EOF TO TRUE
           END-READ.
           IF NOT PARM-FS-EOF AND PARM-REC NOT = SPACES
               IF PARM-REC(1:6) IS NUMERIC AND PARM-REC(1:6) > 0
               AND PARM-REC(7:) = SPACES
                   MOVE PARM-REC(1:6) TO WS-BUCKET-WIDTH
               ELSE
                   DISPLAY "*** LARGEUR DE CLASSE INVALIDE DANS "
                       "SYRSTAT.parm (6 CHIFFRES ATTENDUS): "
                       PARM-REC " ***"
                   CLOSE PARM-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 1100-PARM-FILE-START THRU 1100-PARM-FILE-END
               UNTIL PARM-FS-EOF.
           CLOSE PARM-FILE.
       1000-READ-PARM-DEFAULT.
           IF WS-FILE-COUNT = 0
               MOVE 1 TO WS-FILE-COUNT
               MOVE "SYRCAMP.dat" TO WS-FILE-NAME(1)
           END-IF.
       1000-READ-PARM-END.
           EXIT.

       1100-PARM-FILE-START.
           READ PARM-FILE
               AT END SET PARM-FS-EOF TO TRUE
               NOT AT END
                   IF PARM-REC NOT = SPACES AND WS-FILE-COUNT < 20
                       ADD 1 TO WS-FILE-COUNT
                       MOVE PARM-REC TO WS-FILE-NAME(WS-FILE-COUNT)
                   END-IF
           END-READ.
       1100-PARM-FILE-END.
           EXIT.

      ******************************************************************
      * SORT INPUT - RELEASE THE RECORDS OF EVERY CAMPAIGN FILE; A
      * FILE NOT FOUND IS LISTED AS ABSENT AND SKIPPED
      ******************************************************************
       2000-LOAD-CAMPAIGNS-START.
           PERFORM 2100-ONE-FILE-START THRU 2100-ONE-FILE-END
               VARYING WS-FI FROM 1 BY 1
               UNTIL WS-FI > WS-FILE-COUNT.
       2000-LOAD-CAMPAIGNS-END.
           EXIT.

       2100-ONE-FILE-START.
           MOVE 0 TO WS-FILE-RECS(WS-FI) WS-FILE-REJECTS(WS-FI)
               WS-FILE-LOW(WS-FI) WS-FILE-HIGH(WS-FI).
           MOVE WS-FILE-NAME(WS-FI) TO WS-CAMP-NAME.
           OPEN INPUT CAMP-INFILE.
           IF FS-CAMP = '35'
               MOVE 'A' TO WS-FILE-STATE(WS-FI)
               GO TO 2100-ONE-FILE-END
           END-IF.
           MOVE FS-CAMP TO WS-ERR-STATUS.
           MOVE WS-CAMP-NAME TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START THRU 9800-CHECK-STATUS-END.
           MOVE 'L' TO WS-FILE-STATE(WS-FI).
           MOVE '00' TO FS-CAMP.
           PERFORM 2200-ONE-RECORD-START THRU 2200-ONE-RECORD-END
               UNTIL CAMP-FS-EOF.
           CLOSE CAMP-INFILE.
       2100-ONE-FILE-END.
           EXIT.

       2200-ONE-RECORD-START.
           READ CAMP-INFILE
               AT END GO TO 2200-ONE-RECORD-END
           END-READ.
           IF CAMP-START IS NOT NUMERIC OR CAMP-START = 0
           OR CAMP-LENGTH IS NOT NUMERIC OR CAMP-PEAK IS NOT NUMERIC
               ADD 1 TO WS-FILE-REJECTS(WS-FI)
               ADD 1 TO WS-REJECTS
               GO TO 2200-ONE-RECORD-END
           END-IF.
           ADD 1 TO WS-FILE-RECS(WS-FI).
           IF WS-FILE-LOW(WS-FI) = 0
           OR CAMP-START < WS-FILE-LOW(WS-FI)
               MOVE CAMP-START TO WS-FILE-LOW(WS-FI)
           END-IF.
           IF CAMP-START > WS-FILE-HIGH(WS-FI)
               MOVE CAMP-START TO WS-FILE-HIGH(WS-FI)
           END-IF.
           MOVE CAMP-START  TO SW-START.
           MOVE CAMP-LENGTH TO SW-LENGTH.
           MOVE CAMP-PEAK   TO SW-PEAK.
           MOVE WS-FI       TO SW-FILE-NO.
           RELEASE SW-RECORD.
       2200-ONE-RECORD-END.
           EXIT.

      ******************************************************************
      * SORT OUTPUT - ONE PASS IN START ORDER: COVERAGE GAPS, LENGTH
      * HISTOGRAM, RECORD HOLDERS AND THE CSV LINE
      ******************************************************************
       3000-ANALYSE-START.
           PERFORM 3100-ONE-START-START THRU 3100-ONE-START-END
               UNTIL WS-SORT-EOF.
       3000-ANALYSE-END.
           EXIT.

       3100-ONE-START-START.
           RETURN STAT-WORK
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO 3100-ONE-START-END
           END-RETURN.

      *    the same start run by two campaigns is counted once; the
      *    figures of the first file listed are kept
           IF SW-START < WS-NEXT-START
               ADD 1 TO WS-DUPLICATES
               IF SW-LENGTH NOT = WS-PREV-LENGTH
               OR SW-PEAK NOT = WS-PREV-PEAK
                   ADD 1 TO WS-CONFLICTS
                   DISPLAY "CHIFFRES DIVERGENTS POUR " SW-START
               END-IF
               GO TO 3100-ONE-START-END
           END-IF.

           IF SW-START > WS-NEXT-START
               PERFORM 3200-ADD-GAP-START THRU 3200-ADD-GAP-END
           END-IF.
           COMPUTE WS-NEXT-START = SW-START + 1.
           MOVE SW-LENGTH TO WS-PREV-LENGTH.
           MOVE SW-PEAK TO WS-PREV-PEAK.
           ADD 1 TO WS-NUMBERS.
           IF WS-LOW-START = 0
               MOVE SW-START TO WS-LOW-START
           END-IF.
           MOVE SW-START TO WS-HIGH-START.

           DIVIDE SW-LENGTH BY WS-BUCKET-WIDTH GIVING WS-BUCKET-NO.
           ADD 1 TO WS-BUCKET-NO.
           IF WS-BUCKET-NO > WS-BUCKET-MAX
               MOVE WS-BUCKET-MAX TO WS-BI
           ELSE
               MOVE WS-BUCKET-NO TO WS-BI
           END-IF.
           ADD 1 TO WS-BUCKET-COUNT(WS-BI).
           IF WS-BI > WS-BUCKET-USED
               MOVE WS-BI TO WS-BUCKET-USED
           END-IF.

           IF SW-LENGTH > WS-BEST-LENGTH OR WS-NUMBERS = 1
               MOVE SW-LENGTH TO WS-BEST-LENGTH
               PERFORM 3300-ADD-HOLDER-START THRU 3300-ADD-HOLDER-END
           END-IF.

           MOVE SW-START  TO CV-START.
           MOVE SW-LENGTH TO CV-LENGTH.
           MOVE SW-PEAK   TO CV-PEAK.
           MOVE SPACES TO CSV-REC.
           STRING FUNCTION TRIM(CV-START) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CV-LENGTH) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CV-PEAK) DELIMITED BY SIZE
               INTO CSV-REC.
           WRITE CSV-REC.
       3100-ONE-START-END.
           EXIT.

      * WS-NEXT-START up to the start just returned was never run
       3200-ADD-GAP-START.
           SET WS-GAP-SEEN TO TRUE.
           ADD 1 TO WS-GAP-TOTAL.
           IF WS-GAP-COUNT < 200
               ADD 1 TO WS-GAP-COUNT
               MOVE WS-NEXT-START TO WS-GAP-FROM(WS-GAP-COUNT)
               COMPUTE WS-GAP-TO(WS-GAP-COUNT) = SW-START - 1
           END-IF.
       3200-ADD-GAP-END.
           EXIT.

       3300-ADD-HOLDER-START.
           IF WS-HOLDER-COUNT NOT < 500
               ADD 1 TO WS-HOLDER-LOST
               GO TO 3300-ADD-HOLDER-END
           END-IF.
           ADD 1 TO WS-HOLDER-COUNT.
           MOVE SW-START  TO WS-HOLD-START(WS-HOLDER-COUNT).
           MOVE SW-LENGTH TO WS-HOLD-LENGTH(WS-HOLDER-COUNT).
           MOVE SW-PEAK   TO WS-HOLD-PEAK(WS-HOLDER-COUNT).
           IF WS-GAP-SEEN
               MOVE 'P' TO WS-HOLD-FLAG(WS-HOLDER-COUNT)
           ELSE
               MOVE SPACE TO WS-HOLD-FLAG(WS-HOLDER-COUNT)
           END-IF.
       3300-ADD-HOLDER-END.
           EXIT.

      ******************************************************************
      * SYRSTAT.txt - FILES READ, HISTOGRAM, RECORD HOLDERS, GAPS
      ******************************************************************
       4000-WRITE-REPORT-START.
           OPEN OUTPUT REPORT-FILE.
           MOVE FS-REPORT TO WS-ERR-STATUS.
           MOVE "SYRSTAT.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START THRU 9800-CHECK-STATUS-END.

           MOVE WS-BUCKET-WIDTH TO TL-WIDTH.
           WRITE REPORT-REC FROM WS-TITLE-LINE.
           WRITE REPORT-REC FROM WS-DASH-LINE.
           WRITE REPORT-REC FROM WS-FILE-HEAD.
           PERFORM 4100-FILE-LINE-START THRU 4100-FILE-LINE-END
               VARYING WS-FI FROM 1 BY 1
               UNTIL WS-FI > WS-FILE-COUNT.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "NOMBRES DISTINCTS ANALYSES" TO CL-LABEL.
           MOVE WS-NUMBERS TO CL-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "DOUBLONS ENTRE CAMPAGNES" TO CL-LABEL.
           MOVE WS-DUPLICATES TO CL-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "  DONT CHIFFRES DIVERGENTS" TO CL-LABEL.
           MOVE WS-CONFLICTS TO CL-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "HISTOGRAMME DES LONGUEURS DE CHAINE" TO REPORT-REC.
           WRITE REPORT-REC.
           WRITE REPORT-REC FROM WS-DASH-LINE.
           MOVE 0 TO WS-BUCKET-BIGGEST.
           PERFORM 4200-BIGGEST-BUCKET-START
              THRU 4200-BIGGEST-BUCKET-END
               VARYING WS-BI FROM 1 BY 1
               UNTIL WS-BI > WS-BUCKET-USED.
           PERFORM 4300-BUCKET-LINE-START THRU 4300-BUCKET-LINE-END
               VARYING WS-BI FROM 1 BY 1
               UNTIL WS-BI > WS-BUCKET-USED.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "DETENTEURS DE RECORD (P = PROVISOIRE, PLAGE MANQUANTE"
               TO REPORT-REC.
           MOVE " EN DESSOUS)" TO REPORT-REC(54:12).
           WRITE REPORT-REC.
           WRITE REPORT-REC FROM WS-DASH-LINE.
           MOVE "   DEBUT    LONGUEUR           PIC" TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM 4400-HOLDER-LINE-START THRU 4400-HOLDER-LINE-END
               VARYING WS-HI FROM 1 BY 1
               UNTIL WS-HI > WS-HOLDER-COUNT.
           IF WS-HOLDER-LOST > 0
               MOVE "DETENTEURS NON LISTES (TABLE PLEINE)" TO CL-LABEL
               MOVE WS-HOLDER-LOST TO CL-VALUE
               WRITE REPORT-REC FROM WS-COUNT-LINE
           END-IF.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "COUVERTURE" TO REPORT-REC.
           WRITE REPORT-REC.
           WRITE REPORT-REC FROM WS-DASH-LINE.
           IF WS-NUMBERS = 0
               MOVE "AUCUNE CAMPAGNE LUE" TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               MOVE "ETENDUE: " TO WS-GAP-LINE(1:9)
               MOVE WS-LOW-START TO GL-FROM
               MOVE WS-HIGH-START TO GL-TO
               WRITE REPORT-REC FROM WS-GAP-LINE
               MOVE "MANQUE: " TO WS-GAP-LINE(1:9)
           END-IF.
           PERFORM 4500-GAP-LINE-START THRU 4500-GAP-LINE-END
               VARYING WS-GI FROM 1 BY 1
               UNTIL WS-GI > WS-GAP-COUNT.
           MOVE "PLAGES MANQUANTES" TO CL-LABEL.
           MOVE WS-GAP-TOTAL TO CL-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           CLOSE REPORT-FILE.
       4000-WRITE-REPORT-END.
           EXIT.

       4100-FILE-LINE-START.
           MOVE WS-FILE-NAME(WS-FI) TO FL-NAME.
           IF WS-FILE-STATE(WS-FI) = 'A'
               MOVE "ABSENT" TO FL-STATE
           ELSE
               MOVE "LU" TO FL-STATE
           END-IF.
           MOVE WS-FILE-RECS(WS-FI) TO FL-RECS.
           MOVE WS-FILE-LOW(WS-FI) TO FL-LOW.
           MOVE WS-FILE-HIGH(WS-FI) TO FL-HIGH.
           MOVE WS-FILE-REJECTS(WS-FI) TO FL-REJECTS.
           WRITE REPORT-REC FROM WS-FILE-LINE.
       4100-FILE-LINE-END.
           EXIT.

       4200-BIGGEST-BUCKET-START.
           IF WS-BUCKET-COUNT(WS-BI) > WS-BUCKET-BIGGEST
               MOVE WS-BUCKET-COUNT(WS-BI) TO WS-BUCKET-BIGGEST
           END-IF.
       4200-BIGGEST-BUCKET-END.
           EXIT.

      * bars scaled so the biggest bucket fills the 40 positions
       4300-BUCKET-LINE-START.
           COMPUTE BL-FROM = (WS-BI - 1) * WS-BUCKET-WIDTH.
           IF WS-BI = WS-BUCKET-MAX
               MOVE " ET" TO BL-SEP
               MOVE "  PLUS" TO BL-TO-TEXT
           ELSE
               MOVE " A " TO BL-SEP
               COMPUTE BL-TO = WS-BI * WS-BUCKET-WIDTH - 1
           END-IF.
           MOVE WS-BUCKET-COUNT(WS-BI) TO BL-COUNT.
           MOVE SPACES TO BL-BAR.
           IF WS-BUCKET-COUNT(WS-BI) > 0
               COMPUTE WS-BAR-LEN =
                   WS-BUCKET-COUNT(WS-BI) * 40 / WS-BUCKET-BIGGEST
               IF WS-BAR-LEN = 0
                   MOVE 1 TO WS-BAR-LEN
               END-IF
               MOVE WS-BAR-FULL(1:WS-BAR-LEN) TO BL-BAR
           END-IF.
           WRITE REPORT-REC FROM WS-BUCKET-LINE.
       4300-BUCKET-LINE-END.
           EXIT.

       4400-HOLDER-LINE-START.
           MOVE WS-HOLD-START(WS-HI) TO HL-START.
           MOVE WS-HOLD-LENGTH(WS-HI) TO HL-LENGTH.
           MOVE WS-HOLD-PEAK(WS-HI) TO HL-PEAK.
           IF WS-HOLD-FLAG(WS-HI) = 'P'
               MOVE "P" TO HL-FLAG
           ELSE
               MOVE SPACES TO HL-FLAG
           END-IF.
           WRITE REPORT-REC FROM WS-HOLDER-LINE.
       4400-HOLDER-LINE-END.
           EXIT.

       4500-GAP-LINE-START.
           MOVE WS-GAP-FROM(WS-GI) TO GL-FROM.
           MOVE WS-GAP-TO(WS-GI) TO GL-TO.
           WRITE REPORT-REC FROM WS-GAP-LINE.
       4500-GAP-LINE-END.
           EXIT.

      ******************************************************************
      * STANDARD FILE-STATUS CHECKING
      ******************************************************************
       9800-CHECK-STATUS-START.
           IF WS-ERR-STATUS NOT = '00' AND WS-ERR-STATUS NOT = '10'
               PERFORM 9900-FILE-ERROR-START
                  THRU 9900-FILE-ERROR-END
           END-IF.
       9800-CHECK-STATUS-END.
           EXIT.

       9900-FILE-ERROR-START.
           DISPLAY "*** ERREUR FICHIER: " WS-ERR-FILE
               " OPERATION: " WS-ERR-OP
               " STATUT: " WS-ERR-STATUS " ***".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9900-FILE-ERROR-END.
           EXIT.
