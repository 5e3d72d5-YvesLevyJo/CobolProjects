      *                    cover every listed part, and a part whose
      *                    count misses its manifest figure puts the
      *                    run out of balance.
      * 2026-10-15 Yves    Statement mode (R at the prompt): one dated
      *                    statement per company (RELEVE.Dyyyymmdd.nnn
      *                    .txt) listing its contracts by status with
      *                    currency subtotals, the CLAIMS.dat claims on
      *                    each contract and the contracts expiring in
      *                    the next 90 days, plus a distribution index
      *                    RELEVES.Dyyyymmdd.txt giving each statement
      *                    file with its company, contract count and
      *                    total.  Every file is recorded in
      *                    GENERATIONS.dat.  A blank answer keeps the
      *                    usual report run.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  flwrite.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SNP-STAT.

           SELECT STMT-FILE ASSIGN TO DYNAMIC WS-STMT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-STM.

           SELECT STMT-INDEX ASSIGN TO DYNAMIC WS-STMT-INDEX-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-STX.

           SELECT CLAIM-FILE ASSIGN TO 'CLAIMS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLM-NUM
           FILE STATUS IS WS-CLM-STAT.

           SELECT STMT-WORK ASSIGN TO 'flwrite-stmt.dat'.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           05 SNP-CURRENCY     PIC X(05).
           05 SNP-COUNT        PIC 9(05).
           05 SNP-TOTAL        PIC 9(11).

      * one statement per company, and the index of the statements
       FD  STMT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  STMT-REC            PIC X(132).

       FD  STMT-INDEX
           RECORD CONTAINS 132 CHARACTERS.
       01  STMT-INDEX-REC      PIC X(132).

       FD  CLAIM-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  CLAIM-REC.
           05 CLM-NUM          PIC X(10).
           05 CLM-CONTRACT-ID  PIC X(8).
           05 CLM-DATE         PIC 9(8).
           05 CLM-AMOUNT       PIC 9(9).
           05 CLM-STATUS       PIC X(8).

      * every contract of every part, in company/status/id order
       SD  STMT-WORK.
       01  SW-ENTRY.
           05 SW-COMPANY       PIC X(41).
           05 SW-STATUS        PIC X(14).
           05 SW-ID-CLIENT     PIC X(12).
           05 SW-NAME          PIC X(29).
           05 SW-FROM          PIC X(13).
           05 SW-TO            PIC X(13).
           05 SW-AMOUNT        PIC 9(09).
           05 SW-CURRENCY      PIC X(05).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *    DEFINITION DES FILE STATUS
           05 JL-WRITTEN       PIC 9(06) VALUE 0.
           05 JL-REJECTED      PIC 9(06) VALUE 0.
           05 JL-OUTCOME       PIC X(03) VALUE "OK ".

      * run mode asked at the start: blank is the usual report run
       01  WS-RUN-MODE         PIC X(01) VALUE SPACE.
           88 WS-MODE-STATEMENT    VALUE 'R' 'r'.

      * statement mode - one file per company plus the index
       01  FS-STM              PIC X(02).
       01  FS-STX              PIC X(02).
       01  WS-CLM-STAT         PIC X(02).
       01  WS-STMT-NAME        PIC X(30) VALUE SPACES.
       01  WS-STMT-INDEX-NAME  PIC X(30) VALUE SPACES.
       01  WS-STM-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-STM-EOF           VALUE 'Y'.
       01  WS-STM-OPEN-SW      PIC X(01) VALUE 'N'.
           88 WS-STM-OPEN          VALUE 'Y'.
       01  WS-STM-CUR-COMPANY  PIC X(41).
       01  WS-STM-CUR-STATUS   PIC X(14).
       01  WS-STM-SEQ          PIC 9(03) VALUE 0.
       01  WS-STM-COUNT        PIC 9(05) VALUE 0.
       01  WS-STM-TOTAL        PIC 9(11) VALUE 0.
       01  WS-STM-ALL-COUNT    PIC 9(05) VALUE 0.
       01  WS-STM-ALL-TOTAL    PIC 9(11) VALUE 0.
       01  WS-STM-LINE         PIC X(132).

      * parsed view of one star-delimited contract line
       01  WS-STM-CONTRACT.
           05 WS-SM-ID-CLIENT  PIC X(12).
           05 WS-SM-GROUP      PIC X(18).
           05 WS-SM-NAME       PIC X(29).
           05 WS-SM-LABEL      PIC X(41).
           05 WS-SM-STATUS     PIC X(14).
           05 WS-SM-FROM       PIC X(13).
           05 WS-SM-TO         PIC X(13).
           05 WS-SM-AMOUNT     PIC X(09).

      * currency subtotals of the current status group and of the
      * whole statement
       01  WS-SCY-TABLE.
           05 WS-SCY-ENTRY OCCURS 10 TIMES INDEXED BY WS-SCY-IDX.
              10 WS-SCY-CURRENCY  PIC X(05).
              10 WS-SCY-COUNT     PIC 9(05).
              10 WS-SCY-TOTAL     PIC 9(11).
       01  WS-SCY-ENTRIES      PIC 9(02) VALUE 0.
       01  WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 10 TIMES INDEXED BY WS-CCY-IDX.
              10 WS-CCY-CURRENCY  PIC X(05).
              10 WS-CCY-COUNT     PIC 9(05).
              10 WS-CCY-TOTAL     PIC 9(11).
       01  WS-CCY-ENTRIES      PIC 9(02) VALUE 0.
       01  WS-CY-K             PIC 9(02) VALUE 0.
       01  WS-CY-FOUND-IDX     PIC 9(02) VALUE 0.

      * the claims, loaded once and looked up per contract
       01  WS-CLM-TABLE.
           05 WS-CLT-ENTRY OCCURS 999 TIMES INDEXED BY WS-CLT-IDX.
              10 WS-CLT-CONTRACT  PIC X(12).
              10 WS-CLT-NUM       PIC X(10).
              10 WS-CLT-DATE      PIC 9(08).
              10 WS-CLT-AMOUNT    PIC 9(09).
              10 WS-CLT-STATUS    PIC X(08).
       01  WS-CLT-ENTRIES      PIC 9(03) VALUE 0.
       01  WS-CLT-SKIPPED      PIC 9(05) VALUE 0.
       01  WS-CLT-K            PIC 9(03) VALUE 0.
       01  WS-CLT-FOUND        PIC 9(03) VALUE 0.
       01  WS-CLAIMS-SW        PIC X(01) VALUE 'Y'.
           88 WS-CLAIMS-LOADED     VALUE 'Y'.
           88 WS-CLAIMS-ABSENT     VALUE 'N'.

      * contracts of the current statement ending within 90 days
       01  WS-EXP-TABLE.
           05 WS-EXP-ENTRY OCCURS 99 TIMES INDEXED BY WS-EXP-IDX.
              10 WS-EXP-DAYS      PIC 9(03).
              10 WS-EXP-ID        PIC X(12).
              10 WS-EXP-NAME      PIC X(29).
              10 WS-EXP-STATUS    PIC X(14).
              10 WS-EXP-TO        PIC X(13).
       01  WS-EXP-ENTRIES      PIC 9(02) VALUE 0.
       01  WS-EXP-K            PIC 9(02) VALUE 0.
       01  WS-EXP-WINDOW       PIC 9(03) VALUE 90.

      * the end date arrives as JJ/MM/AAAA
       01  WS-STM-TO-SPLIT.
           05 WS-STM-TO-DD     PIC X(02).
           05 FILLER           PIC X(01).
           05 WS-STM-TO-MM     PIC X(02).
           05 FILLER           PIC X(01).
           05 WS-STM-TO-YYYY   PIC X(04).
       01  WS-STM-TO-ISO.
           05 WS-STM-ISO-YYYY  PIC 9(04).
           05 WS-STM-ISO-MM    PIC 9(02).
           05 WS-STM-ISO-DD    PIC 9(02).
       01  WS-STM-TO-ISO-N REDEFINES WS-STM-TO-ISO PIC 9(08).
       01  WS-TODAY-N          PIC 9(08).
       01  WS-TODAY-DAYNUM     PIC 9(07).
       01  WS-DAYS-LEFT        PIC S9(05).

       01  WS-STM-DETAIL.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 SD-ID-CLIENT     PIC X(12).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SD-NAME          PIC X(29).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SD-FROM          PIC X(13).
           05 SD-TO            PIC X(13).
           05 SD-AMOUNT        PIC Z(8)9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SD-CURRENCY      PIC X(05).

       01  WS-STM-CLAIM-LINE.
           05 FILLER           PIC X(08) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE "SINISTRE ".
           05 SC-NUM           PIC X(10).
           05 FILLER           PIC X(04) VALUE " DU ".
           05 SC-DATE          PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SC-AMOUNT        PIC Z(8)9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SC-STATUS        PIC X(08).

       01  WS-STM-SUBTOTAL.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 SST-LABEL        PIC X(20).
           05 SST-CURRENCY     PIC X(05).
           05 SST-COUNT        PIC Z(4)9.
           05 FILLER           PIC X(11) VALUE " CONTRATS  ".
           05 SST-TOTAL        PIC Z(10)9.

       01  WS-STM-EXPIRY-LINE.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 SE-DAYS          PIC ZZ9.
           05 FILLER           PIC X(07) VALUE " JOURS ".
           05 SE-ID-CLIENT     PIC X(12).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SE-NAME          PIC X(29).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SE-STATUS        PIC X(14).
           05 FILLER           PIC X(05) VALUE " FIN ".
           05 SE-TO            PIC X(13).

       01  WS-STM-INDEX-LINE.
           05 SX-FILE          PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SX-COMPANY       PIC X(41).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SX-COUNT         PIC Z(4)9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 SX-TOTAL         PIC Z(10)9.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE ALL "*" TO WS-STAR-LINE.
           PERFORM 0200-LOAD-MANIFEST-START
              THRU 0200-LOAD-MANIFEST-END.
           DISPLAY "Mode : (blanc) rapport / "
               "(R)eleves par entreprise ?".
           ACCEPT WS-RUN-MODE.
           IF WS-MODE-STATEMENT
               PERFORM 8000-STATEMENTS-START THRU 8000-STATEMENTS-END
               GO TO 0000-MAIN-END
           END-IF.
           PERFORM 0100-SET-GENERATION-START
              THRU 0100-SET-GENERATION-END.
           OPEN OUTPUT OUT-CSV.
       7300-ONE-BUCKET-END.
           EXIT.

      ******************************************************************
      * STATEMENT MODE - ONE STATEMENT PER COMPANY AND THEIR INDEX
      ******************************************************************
       8000-STATEMENTS-START.
           MOVE FUNCTION CURRENT-DATE TO WS-US-CURRENT-DATE.
           MOVE CORR WS-US-CURRENT-DATE TO WS-FR-CURRENT-DATE.
           MOVE WS-US-CURRENT-DATE TO WS-TODAY-N.
           COMPUTE WS-TODAY-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-N).
           STRING "RELEVES.D" DELIMITED BY SIZE
               WS-US-CURRENT-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-STMT-INDEX-NAME.

           PERFORM 8100-LOAD-CLAIMS-START THRU 8100-LOAD-CLAIMS-END.

           OPEN OUTPUT STMT-INDEX.
           MOVE FS-STX TO WS-ERR-STATUS.
           MOVE WS-STMT-INDEX-NAME TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE SPACES TO WS-STM-LINE.
           STRING "INDEX DE DIFFUSION DES RELEVES DU " DELIMITED BY SIZE
               WS-FR-CURRENT-DATE DELIMITED BY SIZE
               INTO WS-STM-LINE.
           WRITE STMT-INDEX-REC FROM WS-STM-LINE.
           MOVE SPACES TO WS-STM-INDEX-LINE.
           MOVE "FICHIER"    TO SX-FILE.
           MOVE "ENTREPRISE" TO SX-COMPANY.
           WRITE STMT-INDEX-REC FROM WS-STM-INDEX-LINE.

           SORT STMT-WORK
               ON ASCENDING KEY SW-COMPANY SW-STATUS SW-ID-CLIENT
               INPUT PROCEDURE IS 8200-RELEASE-PARTS-START
                  THRU 8200-RELEASE-PARTS-END
               OUTPUT PROCEDURE IS 8400-WRITE-STATEMENTS-START
                  THRU 8400-WRITE-STATEMENTS-END.

           MOVE SPACES TO WS-STM-INDEX-LINE.
           MOVE "TOTAL" TO SX-FILE.
           MOVE WS-STM-SEQ TO SX-COMPANY.
           MOVE WS-STM-ALL-COUNT TO SX-COUNT.
           MOVE WS-STM-ALL-TOTAL TO SX-TOTAL.
           WRITE STMT-INDEX-REC FROM WS-STM-INDEX-LINE.
           CLOSE STMT-INDEX.
           MOVE WS-STMT-INDEX-NAME TO GRG-NAME.
           PERFORM 8600-REGISTER-GEN-START THRU 8600-REGISTER-GEN-END.

           DISPLAY "RELEVES ECRITS : " WS-STM-SEQ
               "  CONTRATS : " WS-STM-ALL-COUNT.
           DISPLAY "INDEX : " WS-STMT-INDEX-NAME.
       8000-STATEMENTS-END.
           EXIT.

      ******************************************************************
      * LOAD THE CLAIMS ONCE - NO CLAIMS FILE MEANS STATEMENTS WITHOUT
      * CLAIMS
      ******************************************************************
       8100-LOAD-CLAIMS-START.
           OPEN INPUT CLAIM-FILE.
           IF WS-CLM-STAT = '35'
               SET WS-CLAIMS-ABSENT TO TRUE
               DISPLAY "CLAIMS.dat ABSENT - RELEVES SANS SINISTRES."
               GO TO 8100-LOAD-CLAIMS-END
           END-IF.
           MOVE WS-CLM-STAT TO WS-ERR-STATUS.
           MOVE "CLAIMS.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 8110-ONE-CLAIM-START THRU 8110-ONE-CLAIM-END
               UNTIL WS-CLM-STAT = '10'.
           CLOSE CLAIM-FILE.
           IF WS-CLT-SKIPPED > 0
               DISPLAY "TABLE DES SINISTRES PLEINE, " WS-CLT-SKIPPED
                   " SINISTRES NON REPRIS"
           END-IF.
       8100-LOAD-CLAIMS-END.
           EXIT.

       8110-ONE-CLAIM-START.
           READ CLAIM-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-CLT-ENTRIES < 999
                       ADD 1 TO WS-CLT-ENTRIES
                       SET WS-CLT-IDX TO WS-CLT-ENTRIES
                       MOVE CLM-CONTRACT-ID
                           TO WS-CLT-CONTRACT(WS-CLT-IDX)
                       MOVE CLM-NUM    TO WS-CLT-NUM(WS-CLT-IDX)
                       MOVE CLM-DATE   TO WS-CLT-DATE(WS-CLT-IDX)
                       MOVE CLM-AMOUNT TO WS-CLT-AMOUNT(WS-CLT-IDX)
                       MOVE CLM-STATUS TO WS-CLT-STATUS(WS-CLT-IDX)
                   ELSE
                       ADD 1 TO WS-CLT-SKIPPED
                   END-IF
           END-READ.
           MOVE WS-CLM-STAT TO WS-ERR-STATUS.
           MOVE "CLAIMS.dat" TO WS-ERR-FILE.
           MOVE "READ" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       8110-ONE-CLAIM-END.
           EXIT.

      ******************************************************************
      * RELEASE EVERY CONTRACT OF EVERY MANIFEST PART TO THE SORT
      ******************************************************************
       8200-RELEASE-PARTS-START.
           PERFORM 8210-ONE-PART-START THRU 8210-ONE-PART-END
               VARYING WS-PRT-I FROM 1 BY 1
               UNTIL WS-PRT-I > WS-PRT-ENTRIES.
       8200-RELEASE-PARTS-END.
           EXIT.

       8210-ONE-PART-START.
           SET WS-PRT-IDX TO WS-PRT-I.
           MOVE WS-PRT-NAME(WS-PRT-IDX) TO WS-PART-NAME.
           MOVE SPACES TO FS-IN-1.
           OPEN INPUT INFILE-PART.
           MOVE FS-IN-1 TO WS-ERR-STATUS.
           MOVE WS-PART-NAME TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 8220-RELEASE-LINE-START THRU 8220-RELEASE-LINE-END
               UNTIL IN-1-EOF.
           CLOSE INFILE-PART.
       8210-ONE-PART-END.
           EXIT.

       8220-RELEASE-LINE-START.
           READ INFILE-PART
               AT END
                   SET IN-1-EOF TO TRUE
                   GO TO 8220-RELEASE-LINE-END
           END-READ.
           MOVE FS-IN-1 TO WS-ERR-STATUS.
           MOVE WS-PART-NAME TO WS-ERR-FILE.
           MOVE "READ" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           INITIALIZE WS-STM-CONTRACT.
           MOVE SPACES TO WS-CURRENCY-WK.
           UNSTRING INSU-REC-P1 DELIMITED BY "*"
               INTO WS-SM-ID-CLIENT WS-SM-GROUP WS-SM-NAME
                    WS-SM-LABEL WS-SM-STATUS WS-SM-FROM WS-SM-TO
                    WS-SM-AMOUNT WS-CURRENCY-WK.
           IF WS-CURRENCY-WK = SPACES
               MOVE "EUR" TO WS-CURRENCY-WK
           END-IF.
           IF WS-SM-LABEL = SPACES
               MOVE "(SANS ENTREPRISE)" TO WS-SM-LABEL
           END-IF.
           INITIALIZE WS-NUM.
           MOVE WS-SM-AMOUNT TO WS-NUM.

           MOVE WS-SM-LABEL     TO SW-COMPANY.
           MOVE WS-SM-STATUS    TO SW-STATUS.
           MOVE WS-SM-ID-CLIENT TO SW-ID-CLIENT.
           MOVE WS-SM-NAME      TO SW-NAME.
           MOVE WS-SM-FROM      TO SW-FROM.
           MOVE WS-SM-TO        TO SW-TO.
           MOVE WS-NUM          TO SW-AMOUNT.
           MOVE WS-CURRENCY-WK  TO SW-CURRENCY.
           RELEASE SW-ENTRY.
           ADD 1 TO WS-TOTAL-RECORDS.
       8220-RELEASE-LINE-END.
           EXIT.

      ******************************************************************
      * WRITE THE STATEMENTS - A NEW FILE ON EACH CHANGE OF COMPANY,
      * A STATUS HEADING AND SUBTOTALS ON EACH CHANGE OF STATUS
      ******************************************************************
       8400-WRITE-STATEMENTS-START.
           PERFORM 8410-RETURN-ONE-START THRU 8410-RETURN-ONE-END
               UNTIL WS-STM-EOF.
           IF WS-STM-OPEN
               PERFORM 8500-CLOSE-STATEMENT-START
                  THRU 8500-CLOSE-STATEMENT-END
           END-IF.
       8400-WRITE-STATEMENTS-END.
           EXIT.

       8410-RETURN-ONE-START.
           RETURN STMT-WORK
               AT END
                   SET WS-STM-EOF TO TRUE
               NOT AT END
                   PERFORM 8420-ONE-CONTRACT-START
                      THRU 8420-ONE-CONTRACT-END
           END-RETURN.
       8410-RETURN-ONE-END.
           EXIT.

       8420-ONE-CONTRACT-START.
           IF WS-STM-OPEN
           AND SW-COMPANY NOT = WS-STM-CUR-COMPANY
               PERFORM 8500-CLOSE-STATEMENT-START
                  THRU 8500-CLOSE-STATEMENT-END
           END-IF.
           IF NOT WS-STM-OPEN
               PERFORM 8450-OPEN-STATEMENT-START
                  THRU 8450-OPEN-STATEMENT-END
           END-IF.
           IF SW-STATUS NOT = WS-STM-CUR-STATUS
               PERFORM 8460-STATUS-BREAK-START
                  THRU 8460-STATUS-BREAK-END
           END-IF.

           MOVE SW-ID-CLIENT TO SD-ID-CLIENT.
           MOVE SW-NAME      TO SD-NAME.
           MOVE SW-FROM      TO SD-FROM.
           MOVE SW-TO        TO SD-TO.
           MOVE SW-AMOUNT    TO SD-AMOUNT.
           MOVE SW-CURRENCY  TO SD-CURRENCY.
           WRITE STMT-REC FROM WS-STM-DETAIL.
           MOVE FS-STM TO WS-ERR-STATUS.
           MOVE WS-STMT-NAME TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           ADD 1 TO WS-STM-COUNT.
           ADD SW-AMOUNT TO WS-STM-TOTAL.
           PERFORM 8470-ADD-CURRENCY-START
              THRU 8470-ADD-CURRENCY-END.
           IF WS-CLAIMS-LOADED
               PERFORM 8430-CLAIM-LINE-START THRU 8430-CLAIM-LINE-END
                   VARYING WS-CLT-K FROM 1 BY 1
                   UNTIL WS-CLT-K > WS-CLT-ENTRIES
           END-IF.
           PERFORM 8440-CHECK-EXPIRY-START
              THRU 8440-CHECK-EXPIRY-END.
       8420-ONE-CONTRACT-END.
           EXIT.

      * the claims of the contract, printed under it
       8430-CLAIM-LINE-START.
           SET WS-CLT-IDX TO WS-CLT-K.
           IF WS-CLT-CONTRACT(WS-CLT-IDX) NOT = SW-ID-CLIENT
               GO TO 8430-CLAIM-LINE-END
           END-IF.
           MOVE WS-CLT-NUM(WS-CLT-IDX)    TO SC-NUM.
           MOVE WS-CLT-DATE(WS-CLT-IDX)   TO SC-DATE.
           MOVE WS-CLT-AMOUNT(WS-CLT-IDX) TO SC-AMOUNT.
           MOVE WS-CLT-STATUS(WS-CLT-IDX) TO SC-STATUS.
           WRITE STMT-REC FROM WS-STM-CLAIM-LINE.
           ADD 1 TO WS-CLT-FOUND.
       8430-CLAIM-LINE-END.
           EXIT.

      * keep the contract when its end date falls between today and
      * today + 90 days
       8440-CHECK-EXPIRY-START.
           MOVE SW-TO TO WS-STM-TO-SPLIT.
           IF WS-STM-TO-DD NOT NUMERIC
           OR WS-STM-TO-MM NOT NUMERIC
           OR WS-STM-TO-YYYY NOT NUMERIC
               GO TO 8440-CHECK-EXPIRY-END
           END-IF.
           MOVE WS-STM-TO-YYYY TO WS-STM-ISO-YYYY.
           MOVE WS-STM-TO-MM   TO WS-STM-ISO-MM.
           MOVE WS-STM-TO-DD   TO WS-STM-ISO-DD.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-STM-TO-ISO-N) NOT = 0
               GO TO 8440-CHECK-EXPIRY-END
           END-IF.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-STM-TO-ISO-N)
               - WS-TODAY-DAYNUM.
           IF WS-DAYS-LEFT < 0 OR WS-DAYS-LEFT > WS-EXP-WINDOW
           OR WS-EXP-ENTRIES >= 99
               GO TO 8440-CHECK-EXPIRY-END
           END-IF.
           ADD 1 TO WS-EXP-ENTRIES.
           SET WS-EXP-IDX TO WS-EXP-ENTRIES.
           MOVE WS-DAYS-LEFT TO WS-EXP-DAYS(WS-EXP-IDX).
           MOVE SW-ID-CLIENT TO WS-EXP-ID(WS-EXP-IDX).
           MOVE SW-NAME      TO WS-EXP-NAME(WS-EXP-IDX).
           MOVE SW-STATUS    TO WS-EXP-STATUS(WS-EXP-IDX).
           MOVE SW-TO        TO WS-EXP-TO(WS-EXP-IDX).
       8440-CHECK-EXPIRY-END.
           EXIT.

      * a new statement file for the company
       8450-OPEN-STATEMENT-START.
           ADD 1 TO WS-STM-SEQ.
           MOVE SPACES TO WS-STMT-NAME.
           STRING "RELEVE.D" DELIMITED BY SIZE
               WS-US-CURRENT-DATE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-STM-SEQ DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-STMT-NAME.
           OPEN OUTPUT STMT-FILE.
           MOVE FS-STM TO WS-ERR-STATUS.
           MOVE WS-STMT-NAME TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           SET WS-STM-OPEN TO TRUE.
           MOVE SW-COMPANY TO WS-STM-CUR-COMPANY.
           MOVE LOW-VALUES TO WS-STM-CUR-STATUS.
           MOVE 0 TO WS-STM-COUNT WS-STM-TOTAL.
           MOVE 0 TO WS-SCY-ENTRIES WS-CCY-ENTRIES.
           MOVE 0 TO WS-EXP-ENTRIES WS-CLT-FOUND.

           WRITE STMT-REC FROM WS-STAR-LINE.
           MOVE SPACES TO WS-STM-LINE.
           STRING "RELEVE DE PORTEFEUILLE - " DELIMITED BY SIZE
               WS-STM-CUR-COMPANY DELIMITED BY SIZE
               INTO WS-STM-LINE.
           WRITE STMT-REC FROM WS-STM-LINE.
           MOVE SPACES TO WS-STM-LINE.
           STRING "Généré le : " DELIMITED BY SIZE
               WS-FR-CURRENT-DATE DELIMITED BY SIZE
               INTO WS-STM-LINE.
           WRITE STMT-REC FROM WS-STM-LINE.
           WRITE STMT-REC FROM WS-STAR-LINE.
       8450-OPEN-STATEMENT-END.
           EXIT.

      * close the previous status group and head the new one
       8460-STATUS-BREAK-START.
           IF WS-STM-CUR-STATUS NOT = LOW-VALUES
               PERFORM 8480-STATUS-SUBTOTALS-START
                  THRU 8480-STATUS-SUBTOTALS-END
           END-IF.
           MOVE SW-STATUS TO WS-STM-CUR-STATUS.
           MOVE 0 TO WS-SCY-ENTRIES.
           WRITE STMT-REC FROM SPACE.
           MOVE SPACES TO WS-STM-LINE.
           STRING "STATUT : " DELIMITED BY SIZE
               WS-STM-CUR-STATUS DELIMITED BY SIZE
               INTO WS-STM-LINE.
           WRITE STMT-REC FROM WS-STM-LINE.
           WRITE STMT-REC FROM WS-DASH-LINE.
       8460-STATUS-BREAK-END.
           EXIT.

      * add the contract to the status and statement currency buckets
       8470-ADD-CURRENCY-START.
           MOVE 0 TO WS-CY-FOUND-IDX.
           PERFORM 8471-FIND-SCY-START THRU 8471-FIND-SCY-END
               VARYING WS-CY-K FROM 1 BY 1
               UNTIL WS-CY-K > WS-SCY-ENTRIES.
           IF WS-CY-FOUND-IDX = 0 AND WS-SCY-ENTRIES < 10
               ADD 1 TO WS-SCY-ENTRIES
               MOVE WS-SCY-ENTRIES TO WS-CY-FOUND-IDX
               SET WS-SCY-IDX TO WS-CY-FOUND-IDX
               MOVE SW-CURRENCY TO WS-SCY-CURRENCY(WS-SCY-IDX)
               MOVE 0 TO WS-SCY-COUNT(WS-SCY-IDX)
               MOVE 0 TO WS-SCY-TOTAL(WS-SCY-IDX)
           END-IF.
           IF WS-CY-FOUND-IDX > 0
               SET WS-SCY-IDX TO WS-CY-FOUND-IDX
               ADD 1 TO WS-SCY-COUNT(WS-SCY-IDX)
               ADD SW-AMOUNT TO WS-SCY-TOTAL(WS-SCY-IDX)
           END-IF.

           MOVE 0 TO WS-CY-FOUND-IDX.
           PERFORM 8472-FIND-CCY-START THRU 8472-FIND-CCY-END
               VARYING WS-CY-K FROM 1 BY 1
               UNTIL WS-CY-K > WS-CCY-ENTRIES.
           IF WS-CY-FOUND-IDX = 0 AND WS-CCY-ENTRIES < 10
               ADD 1 TO WS-CCY-ENTRIES
               MOVE WS-CCY-ENTRIES TO WS-CY-FOUND-IDX
               SET WS-CCY-IDX TO WS-CY-FOUND-IDX
               MOVE SW-CURRENCY TO WS-CCY-CURRENCY(WS-CCY-IDX)
               MOVE 0 TO WS-CCY-COUNT(WS-CCY-IDX)
               MOVE 0 TO WS-CCY-TOTAL(WS-CCY-IDX)
           END-IF.
           IF WS-CY-FOUND-IDX > 0
               SET WS-CCY-IDX TO WS-CY-FOUND-IDX
               ADD 1 TO WS-CCY-COUNT(WS-CCY-IDX)
               ADD SW-AMOUNT TO WS-CCY-TOTAL(WS-CCY-IDX)
           END-IF.
       8470-ADD-CURRENCY-END.
           EXIT.

       8471-FIND-SCY-START.
           SET WS-SCY-IDX TO WS-CY-K.
           IF WS-SCY-CURRENCY(WS-SCY-IDX) = SW-CURRENCY
               MOVE WS-CY-K TO WS-CY-FOUND-IDX
           END-IF.
       8471-FIND-SCY-END.
           EXIT.

       8472-FIND-CCY-START.
           SET WS-CCY-IDX TO WS-CY-K.
           IF WS-CCY-CURRENCY(WS-CCY-IDX) = SW-CURRENCY
               MOVE WS-CY-K TO WS-CY-FOUND-IDX
           END-IF.
       8472-FIND-CCY-END.
           EXIT.

      * one subtotal line per currency of the status group
       8480-STATUS-SUBTOTALS-START.
           PERFORM 8481-ONE-SCY-START THRU 8481-ONE-SCY-END
               VARYING WS-CY-K FROM 1 BY 1
               UNTIL WS-CY-K > WS-SCY-ENTRIES.
       8480-STATUS-SUBTOTALS-END.
           EXIT.

       8481-ONE-SCY-START.
           SET WS-SCY-IDX TO WS-CY-K.
           MOVE "SOUS-TOTAL STATUT"          TO SST-LABEL.
           MOVE WS-SCY-CURRENCY(WS-SCY-IDX) TO SST-CURRENCY.
           MOVE WS-SCY-COUNT(WS-SCY-IDX)    TO SST-COUNT.
           MOVE WS-SCY-TOTAL(WS-SCY-IDX)    TO SST-TOTAL.
           WRITE STMT-REC FROM WS-STM-SUBTOTAL.
       8481-ONE-SCY-END.
           EXIT.

       8482-ONE-CCY-START.
           SET WS-CCY-IDX TO WS-CY-K.
           MOVE "TOTAL ENTREPRISE"           TO SST-LABEL.
           MOVE WS-CCY-CURRENCY(WS-CCY-IDX) TO SST-CURRENCY.
           MOVE WS-CCY-COUNT(WS-CCY-IDX)    TO SST-COUNT.
           MOVE WS-CCY-TOTAL(WS-CCY-IDX)    TO SST-TOTAL.
           WRITE STMT-REC FROM WS-STM-SUBTOTAL.
       8482-ONE-CCY-END.
           EXIT.

      ******************************************************************
      * FINISH ONE STATEMENT - TOTALS PER CURRENCY, THE EXPIRING
      * CONTRACTS, THEN ITS LINE IN THE INDEX
      ******************************************************************
       8500-CLOSE-STATEMENT-START.
           PERFORM 8480-STATUS-SUBTOTALS-START
              THRU 8480-STATUS-SUBTOTALS-END.

           WRITE STMT-REC FROM SPACE.
           WRITE STMT-REC FROM WS-STAR-LINE.
           PERFORM 8482-ONE-CCY-START THRU 8482-ONE-CCY-END
               VARYING WS-CY-K FROM 1 BY 1
               UNTIL WS-CY-K > WS-CCY-ENTRIES.
           MOVE SPACES TO WS-STM-LINE.
           IF WS-CLAIMS-ABSENT
               MOVE "SINISTRES : FICHIER CLAIMS.dat ABSENT"
                   TO WS-STM-LINE
           ELSE
               STRING "SINISTRES : " DELIMITED BY SIZE
                   WS-CLT-FOUND DELIMITED BY SIZE
                   INTO WS-STM-LINE
           END-IF.
           WRITE STMT-REC FROM WS-STM-LINE.

           WRITE STMT-REC FROM SPACE.
           MOVE SPACES TO WS-STM-LINE.
           STRING "CONTRATS ARRIVANT A ECHEANCE DANS LES "
                   DELIMITED BY SIZE
               WS-EXP-WINDOW DELIMITED BY SIZE
               " JOURS" DELIMITED BY SIZE
               INTO WS-STM-LINE.
           WRITE STMT-REC FROM WS-STM-LINE.
           WRITE STMT-REC FROM WS-DASH-LINE.
           IF WS-EXP-ENTRIES = 0
               WRITE STMT-REC FROM "    AUCUN"
           END-IF.
           PERFORM 8510-ONE-EXPIRY-START THRU 8510-ONE-EXPIRY-END
               VARYING WS-EXP-K FROM 1 BY 1
               UNTIL WS-EXP-K > WS-EXP-ENTRIES.
           CLOSE STMT-FILE.
           MOVE 'N' TO WS-STM-OPEN-SW.

           MOVE WS-STMT-NAME       TO SX-FILE.
           MOVE WS-STM-CUR-COMPANY TO SX-COMPANY.
           MOVE WS-STM-COUNT       TO SX-COUNT.
           MOVE WS-STM-TOTAL       TO SX-TOTAL.
           WRITE STMT-INDEX-REC FROM WS-STM-INDEX-LINE.
           MOVE FS-STX TO WS-ERR-STATUS.
           MOVE WS-STMT-INDEX-NAME TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           ADD WS-STM-COUNT TO WS-STM-ALL-COUNT.
           ADD WS-STM-TOTAL TO WS-STM-ALL-TOTAL.

           MOVE WS-STMT-NAME TO GRG-NAME.
           PERFORM 8600-REGISTER-GEN-START THRU 8600-REGISTER-GEN-END.
       8500-CLOSE-STATEMENT-END.
           EXIT.

       8510-ONE-EXPIRY-START.
           SET WS-EXP-IDX TO WS-EXP-K.
           MOVE WS-EXP-DAYS(WS-EXP-IDX)   TO SE-DAYS.
           MOVE WS-EXP-ID(WS-EXP-IDX)     TO SE-ID-CLIENT.
           MOVE WS-EXP-NAME(WS-EXP-IDX)   TO SE-NAME.
           MOVE WS-EXP-STATUS(WS-EXP-IDX) TO SE-STATUS.
           MOVE WS-EXP-TO(WS-EXP-IDX)     TO SE-TO.
           WRITE STMT-REC FROM WS-STM-EXPIRY-LINE.
       8510-ONE-EXPIRY-END.
           EXIT.

      * dated statement files are recorded for the genpurge
      * housekeeping, as the report generations are
       8600-REGISTER-GEN-START.
           OPEN EXTEND GEN-REGISTRY.
           MOVE WS-US-CURRENT-DATE TO GRG-DATE.
           WRITE GEN-REGISTRY-REC.
           CLOSE GEN-REGISTRY.
       8600-REGISTER-GEN-END.
           EXIT.

      ******************************************************************
      * APPEND ONE START OR END RECORD TO THE COMMON JOB JOURNAL
      ******************************************************************
