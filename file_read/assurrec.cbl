      *****************************************************************
      *    Rapprochement de datassur.dat avec assurances.dat
      *****************************************************************
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: reconciliation of the two contract
      *                    feeds, datassur.dat (test_technique) and
      *                    assurances.dat, both sorted and matched on
      *                    the contract identifier.  Contracts present
      *                    in one feed only, and every difference in
      *                    status, company (upper case), date, amount
      *                    or currency, are listed field by field in
      *                    ASSURREC.txt with a count per difference
      *                    type.  The run ends with return code 8 when
      *                    the contracts out of agreement exceed the
      *                    tolerance of RECONTOL.dat (0 when absent),
      *                    so it can sit in the nightly chain.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  assurrec.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAT-FILE ASSIGN TO 'datassur.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DAT-STATUS.

           SELECT ASS-FILE ASSIGN TO 'assurances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ASS-STATUS.

           SELECT DAT-SORTED ASSIGN TO 'assurrec-dat.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DSR-STATUS.

           SELECT ASS-SORTED ASSIGN TO 'assurrec-ass.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ASR-STATUS.

           SELECT TOL-FILE ASSIGN TO 'RECONTOL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TOL-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'ASSURREC.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT SORT-DAT ASSIGN TO 'assurrec-work1.dat'.
           SELECT SORT-ASS ASSIGN TO 'assurrec-work2.dat'.

       DATA DIVISION.
       FILE SECTION.
       FD DAT-FILE.
       01  DAT-REC                    PIC X(122).

       FD ASS-FILE
           RECORD CONTAINS 126 CHARACTERS
           RECORDING MODE IS F.
       01  ASS-REC                    PIC X(126).

      * datassur.dat in identifier order
       FD DAT-SORTED.
       01  DSR-REC.
           05 DSR-ID                  PIC X(8).
           05 FILLER                  PIC X(1).
           05 DSR-LABEL               PIC X(14).
           05 FILLER                  PIC X(1).
           05 DSR-CONTRACT            PIC X(14).
           05 FILLER                  PIC X(1).
           05 DSR-COMPANY             PIC X(41).
           05 FILLER                  PIC X(1).
           05 DSR-STATUS              PIC X(8).
           05 FILLER                  PIC X(1).
           05 DSR-DATE                PIC X(8).
           05 FILLER                  PIC X(1).
           05 DSR-NUMBER              PIC X(8).
           05 FILLER                  PIC X(1).
           05 DSR-AMOUNTH             PIC X(9).
           05 FILLER                  PIC X(1).
           05 DSR-CURRENCY            PIC X(3).

      * assurances.dat in identifier order
       FD ASS-SORTED
           RECORD CONTAINS 126 CHARACTERS.
       01  ASR-REC.
           05 ASR-ID                  PIC X(8).
           05 FILLER                  PIC X(1).
           05 ASR-REF                 PIC X(14).
           05 FILLER                  PIC X(1).
           05 ASR-CONTRACT            PIC X(14).
           05 FILLER                  PIC X(1).
           05 ASR-ENTREPISE           PIC X(41).
           05 FILLER                  PIC X(1).
           05 ASR-STATUS              PIC X(8).
           05 FILLER                  PIC X(1).
           05 ASR-CODE1               PIC X(8).
           05 FILLER                  PIC X(1).
           05 ASR-CODE2               PIC X(8).
           05 FILLER                  PIC X(1).
           05 ASR-AMOUNTH             PIC X(9).
           05 FILLER                  PIC X(1).
           05 ASR-CURRENCY            PIC X(3).
           05 FILLER                  PIC X(4).

      * tolerance: how many contracts may disagree before the run
      * fails
       FD TOL-FILE.
       01  TOL-REC.
           05 TOL-MAX-GAPS            PIC 9(6).

       FD REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-REC                 PIC X(132).

       SD  SORT-DAT.
       01  SD-DAT-REC.
           05 SD-DAT-ID               PIC X(8).
           05 FILLER                  PIC X(114).

       SD  SORT-ASS.
       01  SD-ASS-REC.
           05 SD-ASS-ID               PIC X(8).
           05 FILLER                  PIC X(118).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-DAT-STATUS              PIC X(2).
       01  WS-ASS-STATUS              PIC X(2).
       01  WS-DSR-STATUS              PIC X(2).
           88 WS-DSR-EOF                  VALUE '10'.
       01  WS-ASR-STATUS              PIC X(2).
           88 WS-ASR-EOF                  VALUE '10'.
       01  WS-TOL-STATUS              PIC X(2).
       01  WS-RPT-STATUS              PIC X(2).

      * the current key of each feed, HIGH-VALUES once it is spent
       01  WS-DAT-KEY                 PIC X(8).
       01  WS-ASS-KEY                 PIC X(8).

       01  WS-TOLERANCE               PIC 9(6) VALUE 0.

      * the two sides of one compared field
       01  WS-CMP-DAT                 PIC X(41).
       01  WS-CMP-ASS                 PIC X(41).
       01  WS-CMP-DAT-AMT             PIC 9(9).
       01  WS-CMP-ASS-AMT             PIC 9(9).
       01  WS-CONTRACT-GAP-SW         PIC X(01) VALUE 'N'.
           88 WS-CONTRACT-GAP             VALUE 'Y'.

      * counts per difference type
       01  WS-COUNTERS.
           05 WS-DAT-COUNT            PIC 9(6) VALUE 0.
           05 WS-ASS-COUNT            PIC 9(6) VALUE 0.
           05 WS-MATCHED-COUNT        PIC 9(6) VALUE 0.
           05 WS-ONLY-DAT-COUNT       PIC 9(6) VALUE 0.
           05 WS-ONLY-ASS-COUNT       PIC 9(6) VALUE 0.
           05 WS-STATUS-DIFF          PIC 9(6) VALUE 0.
           05 WS-COMPANY-DIFF         PIC 9(6) VALUE 0.
           05 WS-DATE-DIFF            PIC 9(6) VALUE 0.
           05 WS-AMOUNT-DIFF          PIC 9(6) VALUE 0.
           05 WS-CURRENCY-DIFF        PIC 9(6) VALUE 0.
           05 WS-GAP-COUNT            PIC 9(6) VALUE 0.

       01  WS-DETAIL-LINE.
           05 DET-ID           PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DET-TYPE         PIC X(18).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DET-DAT          PIC X(41).
           05 FILLER           PIC X(4) VALUE " <> ".
           05 DET-ASS          PIC X(41).

       01  WS-COUNT-LINE.
           05 CNT-LABEL        PIC X(36).
           05 CNT-VALUE        PIC Z(5)9.
      *****************************************************************
      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 0100-LOAD-TOLERANCE-START
              THRU 0100-LOAD-TOLERANCE-END.
           PERFORM 0200-SORT-FEEDS-START THRU 0200-SORT-FEEDS-END.

           OPEN INPUT DAT-SORTED.
           MOVE WS-DSR-STATUS TO WS-ERR-STATUS.
           MOVE "assurrec-dat.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           OPEN INPUT ASS-SORTED.
           MOVE WS-ASR-STATUS TO WS-ERR-STATUS.
           MOVE "assurrec-ass.dat" TO WS-ERR-FILE.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RPT-STATUS TO WS-ERR-STATUS.
           MOVE "ASSURREC.txt" TO WS-ERR-FILE.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           MOVE "RAPPROCHEMENT datassur.dat / assurances.dat"
               TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "IDENT."         TO DET-ID.
           MOVE "ECART"          TO DET-TYPE.
           MOVE "datassur.dat"   TO DET-DAT.
           MOVE "assurances.dat" TO DET-ASS.
           WRITE REPORT-REC FROM WS-DETAIL-LINE.

           PERFORM 1100-READ-DAT-START THRU 1100-READ-DAT-END.
           PERFORM 1200-READ-ASS-START THRU 1200-READ-ASS-END.
           PERFORM 2000-MATCH-ONE-START THRU 2000-MATCH-ONE-END
               UNTIL WS-DAT-KEY = HIGH-VALUES
                 AND WS-ASS-KEY = HIGH-VALUES.
           CLOSE DAT-SORTED ASS-SORTED.

           PERFORM 4000-TOTALS-START THRU 4000-TOTALS-END.
           CLOSE REPORT-FILE.

           IF WS-GAP-COUNT > WS-TOLERANCE
               DISPLAY "ECARTS " WS-GAP-COUNT " SUPERIEURS A LA"
                   " TOLERANCE " WS-TOLERANCE
               MOVE 8 TO RETURN-CODE
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * THE TOLERANCE - NO FILE MEANS NO GAP IS TOLERATED
      ******************************************************************
       0100-LOAD-TOLERANCE-START.
           OPEN INPUT TOL-FILE.
           IF WS-TOL-STATUS = '35'
               GO TO 0100-LOAD-TOLERANCE-END
           END-IF.
           MOVE WS-TOL-STATUS TO WS-ERR-STATUS.
           MOVE "RECONTOL.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           READ TOL-FILE
               NOT AT END
                   IF TOL-MAX-GAPS IS NUMERIC
                       MOVE TOL-MAX-GAPS TO WS-TOLERANCE
                   END-IF
           END-READ.
           CLOSE TOL-FILE.
       0100-LOAD-TOLERANCE-END.
           EXIT.

      ******************************************************************
      * BOTH FEEDS IN IDENTIFIER ORDER
      ******************************************************************
       0200-SORT-FEEDS-START.
           OPEN INPUT DAT-FILE.
           MOVE WS-DAT-STATUS TO WS-ERR-STATUS.
           MOVE "datassur.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           CLOSE DAT-FILE.
           OPEN INPUT ASS-FILE.
           MOVE WS-ASS-STATUS TO WS-ERR-STATUS.
           MOVE "assurances.dat" TO WS-ERR-FILE.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           CLOSE ASS-FILE.

           SORT SORT-DAT ON ASCENDING KEY SD-DAT-ID
               USING DAT-FILE GIVING DAT-SORTED.
           SORT SORT-ASS ON ASCENDING KEY SD-ASS-ID
               USING ASS-FILE GIVING ASS-SORTED.
       0200-SORT-FEEDS-END.
           EXIT.

       1100-READ-DAT-START.
           READ DAT-SORTED
               AT END
                   MOVE HIGH-VALUES TO WS-DAT-KEY
               NOT AT END
                   ADD 1 TO WS-DAT-COUNT
                   MOVE DSR-ID TO WS-DAT-KEY
           END-READ.
       1100-READ-DAT-END.
           EXIT.

       1200-READ-ASS-START.
           READ ASS-SORTED
               AT END
                   MOVE HIGH-VALUES TO WS-ASS-KEY
               NOT AT END
                   ADD 1 TO WS-ASS-COUNT
                   MOVE ASR-ID TO WS-ASS-KEY
           END-READ.
       1200-READ-ASS-END.
           EXIT.

      ******************************************************************
      * ONE STEP OF THE MATCH ON THE IDENTIFIER
      ******************************************************************
       2000-MATCH-ONE-START.
           EVALUATE TRUE
               WHEN WS-DAT-KEY = WS-ASS-KEY
                   ADD 1 TO WS-MATCHED-COUNT
                   PERFORM 3000-COMPARE-START THRU 3000-COMPARE-END
                   PERFORM 1100-READ-DAT-START THRU 1100-READ-DAT-END
                   PERFORM 1200-READ-ASS-START THRU 1200-READ-ASS-END
               WHEN WS-DAT-KEY < WS-ASS-KEY
                   ADD 1 TO WS-ONLY-DAT-COUNT
                   ADD 1 TO WS-GAP-COUNT
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE DSR-ID TO DET-ID
                   MOVE "ABSENT ASSURANCES" TO DET-TYPE
                   MOVE DSR-COMPANY TO DET-DAT
                   WRITE REPORT-REC FROM WS-DETAIL-LINE
                   PERFORM 1100-READ-DAT-START THRU 1100-READ-DAT-END
               WHEN OTHER
                   ADD 1 TO WS-ONLY-ASS-COUNT
                   ADD 1 TO WS-GAP-COUNT
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE ASR-ID TO DET-ID
                   MOVE "ABSENT DATASSUR" TO DET-TYPE
                   MOVE ASR-ENTREPISE TO DET-ASS
                   WRITE REPORT-REC FROM WS-DETAIL-LINE
                   PERFORM 1200-READ-ASS-START THRU 1200-READ-ASS-END
           END-EVALUATE.
       2000-MATCH-ONE-END.
           EXIT.

      ******************************************************************
      * FIELD BY FIELD COMPARISON OF ONE CONTRACT PRESENT IN BOTH
      ******************************************************************
       3000-COMPARE-START.
           MOVE 'N' TO WS-CONTRACT-GAP-SW.

           IF DSR-STATUS NOT = ASR-STATUS
               ADD 1 TO WS-STATUS-DIFF
               MOVE "STATUT" TO DET-TYPE
               MOVE DSR-STATUS TO WS-CMP-DAT
               MOVE ASR-STATUS TO WS-CMP-ASS
               PERFORM 3100-WRITE-DIFF-START THRU 3100-WRITE-DIFF-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(DSR-COMPANY)   TO WS-CMP-DAT.
           MOVE FUNCTION UPPER-CASE(ASR-ENTREPISE) TO WS-CMP-ASS.
           IF WS-CMP-DAT NOT = WS-CMP-ASS
               ADD 1 TO WS-COMPANY-DIFF
               MOVE "ENTREPRISE" TO DET-TYPE
               MOVE DSR-COMPANY   TO WS-CMP-DAT
               MOVE ASR-ENTREPISE TO WS-CMP-ASS
               PERFORM 3100-WRITE-DIFF-START THRU 3100-WRITE-DIFF-END
           END-IF.

           IF DSR-DATE NOT = ASR-CODE1
               ADD 1 TO WS-DATE-DIFF
               MOVE "DATE" TO DET-TYPE
               MOVE DSR-DATE  TO WS-CMP-DAT
               MOVE ASR-CODE1 TO WS-CMP-ASS
               PERFORM 3100-WRITE-DIFF-START THRU 3100-WRITE-DIFF-END
           END-IF.

      * amounts compare by value when both are numeric, so leading
      * zeros or blanks do not count as a difference
           IF DSR-AMOUNTH IS NUMERIC AND ASR-AMOUNTH IS NUMERIC
               MOVE DSR-AMOUNTH TO WS-CMP-DAT-AMT
               MOVE ASR-AMOUNTH TO WS-CMP-ASS-AMT
           ELSE
               MOVE 0 TO WS-CMP-DAT-AMT WS-CMP-ASS-AMT
               IF DSR-AMOUNTH NOT = ASR-AMOUNTH
                   MOVE 1 TO WS-CMP-DAT-AMT
               END-IF
           END-IF.
           IF WS-CMP-DAT-AMT NOT = WS-CMP-ASS-AMT
               ADD 1 TO WS-AMOUNT-DIFF
               MOVE "MONTANT" TO DET-TYPE
               MOVE DSR-AMOUNTH TO WS-CMP-DAT
               MOVE ASR-AMOUNTH TO WS-CMP-ASS
               PERFORM 3100-WRITE-DIFF-START THRU 3100-WRITE-DIFF-END
           END-IF.

           IF DSR-CURRENCY NOT = ASR-CURRENCY
               ADD 1 TO WS-CURRENCY-DIFF
               MOVE "DEVISE" TO DET-TYPE
               MOVE DSR-CURRENCY TO WS-CMP-DAT
               MOVE ASR-CURRENCY TO WS-CMP-ASS
               PERFORM 3100-WRITE-DIFF-START THRU 3100-WRITE-DIFF-END
           END-IF.

           IF WS-CONTRACT-GAP
               ADD 1 TO WS-GAP-COUNT
           END-IF.
       3000-COMPARE-END.
           EXIT.

       3100-WRITE-DIFF-START.
           SET WS-CONTRACT-GAP TO TRUE.
           MOVE DSR-ID     TO DET-ID.
           MOVE WS-CMP-DAT TO DET-DAT.
           MOVE WS-CMP-ASS TO DET-ASS.
           WRITE REPORT-REC FROM WS-DETAIL-LINE.
           MOVE WS-RPT-STATUS TO WS-ERR-STATUS.
           MOVE "ASSURREC.txt" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       3100-WRITE-DIFF-END.
           EXIT.

      ******************************************************************
      * COUNTS PER DIFFERENCE TYPE
      ******************************************************************
       4000-TOTALS-START.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "CONTRATS datassur.dat"         TO CNT-LABEL.
           MOVE WS-DAT-COUNT                    TO CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "CONTRATS assurances.dat"       TO CNT-LABEL.
           MOVE WS-ASS-COUNT                    TO CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "PRESENTS DANS LES DEUX"        TO CNT-LABEL.
           MOVE WS-MATCHED-COUNT                TO CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "ABSENTS DE assurances.dat"     TO CNT-LABEL.
           MOVE WS-ONLY-DAT-COUNT               TO CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "ABSENTS DE datassur.dat"       TO CNT-LABEL.
           MOVE WS-ONLY-ASS-COUNT               TO CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "ECARTS DE STATUT"              TO CNT-LABEL.
           MOVE WS-STATUS-DIFF                  TO CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "ECARTS D'ENTREPRISE"           TO CNT-LABEL.
           MOVE WS-COMPANY-DIFF                 TO CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "ECARTS DE DATE"                TO CNT-LABEL.
           MOVE WS-DATE-DIFF                    TO CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "ECARTS DE MONTANT"             TO CNT-LABEL.
           MOVE WS-AMOUNT-DIFF                  TO CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "ECARTS DE DEVISE"              TO CNT-LABEL.
           MOVE WS-CURRENCY-DIFF                TO CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "CONTRATS EN ECART"             TO CNT-LABEL.
           MOVE WS-GAP-COUNT                    TO CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "TOLERANCE"                     TO CNT-LABEL.
           MOVE WS-TOLERANCE                    TO CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.

           DISPLAY "PRESENTS DANS LES DEUX : " WS-MATCHED-COUNT.
           DISPLAY "CONTRATS EN ECART      : " WS-GAP-COUNT.
       4000-TOTALS-END.
           EXIT.

      ******************************************************************
      * STANDARD FILE-STATUS CHECK - ANY STATUS OTHER THAN SUCCESS OR
      * END OF FILE STOPS THE RUN WITH A NONZERO RETURN CODE
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
