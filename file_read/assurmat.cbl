      *****************************************************************
      *    Rapprochement des entreprises d'assurances.dat avec le
      *    referentiel CIEMAST.dat
      *****************************************************************
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: company matching run - every
      *                    assurances.dat contract has its entreprise
      *                    text resolved against the official names
      *                    and spellings of CIEMAST.dat (upper case).
      *                    Contracts resolving to no code or to more
      *                    than one code are listed in CIEMATCH.txt
      *                    and the run ends with return code 4 when
      *                    there is any.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  assurmat.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN  TO 'assurances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS.

           SELECT CIE-MASTER ASSIGN TO 'CIEMAST.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CIE-CODE
           FILE STATUS IS WS-CIE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'CIEMATCH.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INFILE
           RECORD CONTAINS 126 CHARACTERS
           RECORDING MODE IS F.
       01  E-INFILE PIC X(126).
       01  INFILE-DATA REDEFINES E-INFILE.
           05 INFILE-DATA-ID          PIC X(8).
           05 FILLER                  PIC X(1).
           05 INFILE-DATA-REF         PIC X(14).
           05 FILLER                  PIC X(1).
           05 INFILE-DATA-CONTRACT    PIC X(14).
           05 FILLER                  PIC X(1).
           05 INFILE-DATA-ENTREPISE   PIC X(41).
           05 FILLER                  PIC X(1).
           05 INFILE-DATA-STATUS      PIC X(8).
           05 FILLER                  PIC X(1).
           05 INFILE-DATA-CODE1       PIC X(8).
           05 FILLER                  PIC X(1).
           05 INFILE-DATA-CODE2       PIC X(8).
           05 FILLER                  PIC X(1).
           05 FILE-DATA-AMOUNTH       PIC 9(9).
           05 FILLER                  PIC X(1).
           05 FILE-DATA-CURRENCY      PIC X(3).

      * one company: its code, official name and known spellings
       FD CIE-MASTER
           RECORD CONTAINS 375 CHARACTERS.
       01  CIE-REC.
           05 CIE-CODE                PIC X(6).
           05 CIE-NOM                 PIC X(41).
           05 CIE-VARIANT             PIC X(41) OCCURS 8 TIMES.

       FD REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-REC                 PIC X(132).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-STATUS                  PIC X(2).
           88 WS-STATUS-EOF               VALUE '10'.
       01  WS-CIE-STATUS              PIC X(2).
           88 WS-CIE-EOF                  VALUE '10'.
       01  WS-RPT-STATUS              PIC X(2).

      * the company master in memory: code, official name and every
      * name it answers to in upper case (1 official, 2-9 spellings)
       01  WS-CMP-TABLE.
           05 WS-CMP-ENTRY OCCURS 300 TIMES INDEXED BY WS-CMP-IDX.
              10 WS-CMP-CODE     PIC X(6).
              10 WS-CMP-NOM      PIC X(41).
              10 WS-CMP-NAME     PIC X(41) OCCURS 9 TIMES.
       01  WS-CMP-ENTRIES             PIC 9(03) VALUE 0.
       01  WS-CMP-K                   PIC 9(03) VALUE 0.
       01  WS-CMP-N                   PIC 9(02) VALUE 0.
       01  WS-CMP-WANTED              PIC X(41).
       01  WS-CMP-HITS                PIC 9(03) VALUE 0.
       01  WS-CMP-HIT-CODE            PIC X(6).
       01  WS-CMP-HIT-NOM             PIC X(41).
       01  WS-CMP-MATCH-SW            PIC X(01) VALUE 'N'.
           88 WS-CMP-MATCH                VALUE 'Y'.
       01  WS-CMP-HIT-LIST            PIC X(56).
       01  WS-CMP-HIT-PTR             PIC 9(03).

       01  WS-READ-COUNT              PIC 9(06) VALUE 0.
       01  WS-RESOLVED-COUNT          PIC 9(06) VALUE 0.
       01  WS-NONE-COUNT              PIC 9(06) VALUE 0.
       01  WS-MULTI-COUNT             PIC 9(06) VALUE 0.

       01  WS-DETAIL-LINE.
           05 DET-ID           PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DET-ENTREPRISE   PIC X(41).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DET-MOTIF        PIC X(16).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DET-CODES        PIC X(56).

       01  WS-COUNT-LINE.
           05 CNT-LABEL        PIC X(30).
           05 CNT-VALUE        PIC Z(5)9.
      *****************************************************************
      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 7200-LOAD-CIEMAST-START
              THRU 7200-LOAD-CIEMAST-END.
           IF WS-CMP-ENTRIES = 0
               DISPLAY "CIEMAST.dat VIDE OU ABSENT - LANCER assurcie."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT INFILE.
           MOVE WS-STATUS TO WS-ERR-STATUS.
           MOVE "assurances.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RPT-STATUS TO WS-ERR-STATUS.
           MOVE "CIEMATCH.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           MOVE "CONTRATS SANS ENTREPRISE DE REFERENCE UNIQUE"
               TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM 1000-ONE-CONTRACT-START
              THRU 1000-ONE-CONTRACT-END
              UNTIL WS-STATUS-EOF.
           CLOSE INFILE.

           PERFORM 3000-TOTALS-START THRU 3000-TOTALS-END.
           CLOSE REPORT-FILE.

           IF WS-NONE-COUNT > 0 OR WS-MULTI-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * RESOLVE ONE CONTRACT'S COMPANY TEXT AND REPORT IT UNLESS IT
      * LEADS TO EXACTLY ONE CODE
      ******************************************************************
       1000-ONE-CONTRACT-START.
           READ INFILE
               AT END
                   SET WS-STATUS-EOF TO TRUE
                   GO TO 1000-ONE-CONTRACT-END
           END-READ.
           MOVE WS-STATUS TO WS-ERR-STATUS.
           MOVE "assurances.dat" TO WS-ERR-FILE.
           MOVE "READ" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           ADD 1 TO WS-READ-COUNT.

           MOVE INFILE-DATA-ENTREPISE TO WS-CMP-WANTED.
           MOVE SPACES TO WS-CMP-HIT-LIST.
           MOVE 1 TO WS-CMP-HIT-PTR.
           PERFORM 7000-RESOLVE-CIE-START THRU 7000-RESOLVE-CIE-END.

           EVALUATE WS-CMP-HITS
               WHEN 1
                   ADD 1 TO WS-RESOLVED-COUNT
               WHEN 0
                   ADD 1 TO WS-NONE-COUNT
                   MOVE "AUCUN CODE" TO DET-MOTIF
                   PERFORM 2000-WRITE-EXCEPTION-START
                      THRU 2000-WRITE-EXCEPTION-END
               WHEN OTHER
                   ADD 1 TO WS-MULTI-COUNT
                   MOVE "PLUSIEURS CODES" TO DET-MOTIF
                   PERFORM 2000-WRITE-EXCEPTION-START
                      THRU 2000-WRITE-EXCEPTION-END
           END-EVALUATE.
       1000-ONE-CONTRACT-END.
           EXIT.

       2000-WRITE-EXCEPTION-START.
           MOVE INFILE-DATA-ID        TO DET-ID.
           MOVE INFILE-DATA-ENTREPISE TO DET-ENTREPRISE.
           MOVE WS-CMP-HIT-LIST       TO DET-CODES.
           MOVE WS-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-RPT-STATUS TO WS-ERR-STATUS.
           MOVE "CIEMATCH.txt" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       2000-WRITE-EXCEPTION-END.
           EXIT.

       3000-TOTALS-START.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "CONTRATS LUS"          TO CNT-LABEL.
           MOVE WS-READ-COUNT           TO CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "RATTACHES A UN CODE"   TO CNT-LABEL.
           MOVE WS-RESOLVED-COUNT       TO CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "SANS CODE"             TO CNT-LABEL.
           MOVE WS-NONE-COUNT           TO CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "AVEC PLUSIEURS CODES"  TO CNT-LABEL.
           MOVE WS-MULTI-COUNT          TO CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.

           DISPLAY "CONTRATS LUS        : " WS-READ-COUNT.
           DISPLAY "SANS CODE           : " WS-NONE-COUNT.
           DISPLAY "AVEC PLUSIEURS CODES: " WS-MULTI-COUNT.
       3000-TOTALS-END.
           EXIT.

      ******************************************************************
      * RESOLVE WS-CMP-WANTED AGAINST EVERY NAME OF EVERY COMPANY:
      * WS-CMP-HITS COMPANIES MATCH, THE FIRST ONE IN WS-CMP-HIT-CODE
      ******************************************************************
       7000-RESOLVE-CIE-START.
           MOVE FUNCTION UPPER-CASE(WS-CMP-WANTED) TO WS-CMP-WANTED.
           MOVE 0 TO WS-CMP-HITS.
           MOVE SPACES TO WS-CMP-HIT-CODE WS-CMP-HIT-NOM.
           IF WS-CMP-WANTED = SPACES
               GO TO 7000-RESOLVE-CIE-END
           END-IF.
           PERFORM 7100-ONE-COMPANY-START THRU 7100-ONE-COMPANY-END
               VARYING WS-CMP-K FROM 1 BY 1
               UNTIL WS-CMP-K > WS-CMP-ENTRIES.
       7000-RESOLVE-CIE-END.
           EXIT.

       7100-ONE-COMPANY-START.
           SET WS-CMP-IDX TO WS-CMP-K.
           MOVE 'N' TO WS-CMP-MATCH-SW.
           PERFORM 7110-ONE-NAME-START THRU 7110-ONE-NAME-END
               VARYING WS-CMP-N FROM 1 BY 1
               UNTIL WS-CMP-N > 9 OR WS-CMP-MATCH.
           IF WS-CMP-MATCH
               ADD 1 TO WS-CMP-HITS
               IF WS-CMP-HITS = 1
                   MOVE WS-CMP-CODE(WS-CMP-IDX) TO WS-CMP-HIT-CODE
                   MOVE WS-CMP-NOM(WS-CMP-IDX)  TO WS-CMP-HIT-NOM
               END-IF
               STRING WS-CMP-CODE(WS-CMP-IDX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-CMP-HIT-LIST
                   WITH POINTER WS-CMP-HIT-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.
       7100-ONE-COMPANY-END.
           EXIT.

       7110-ONE-NAME-START.
           IF WS-CMP-NAME(WS-CMP-IDX, WS-CMP-N) NOT = SPACES
           AND WS-CMP-NAME(WS-CMP-IDX, WS-CMP-N) = WS-CMP-WANTED
               SET WS-CMP-MATCH TO TRUE
           END-IF.
       7110-ONE-NAME-END.
           EXIT.

      ******************************************************************
      * LOAD THE COMPANY MASTER INTO MEMORY
      ******************************************************************
       7200-LOAD-CIEMAST-START.
           OPEN INPUT CIE-MASTER.
           IF WS-CIE-STATUS = '35'
               GO TO 7200-LOAD-CIEMAST-END
           END-IF.
           MOVE WS-CIE-STATUS TO WS-ERR-STATUS.
           MOVE "CIEMAST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 7210-ONE-MASTER-START THRU 7210-ONE-MASTER-END
               UNTIL WS-CIE-EOF.
           CLOSE CIE-MASTER.
       7200-LOAD-CIEMAST-END.
           EXIT.

       7210-ONE-MASTER-START.
           READ CIE-MASTER NEXT RECORD
               AT END
                   SET WS-CIE-EOF TO TRUE
                   GO TO 7210-ONE-MASTER-END
           END-READ.
           IF WS-CMP-ENTRIES >= 300
               GO TO 7210-ONE-MASTER-END
           END-IF.
           ADD 1 TO WS-CMP-ENTRIES.
           SET WS-CMP-IDX TO WS-CMP-ENTRIES.
           MOVE CIE-CODE TO WS-CMP-CODE(WS-CMP-IDX).
           MOVE CIE-NOM  TO WS-CMP-NOM(WS-CMP-IDX).
           MOVE FUNCTION UPPER-CASE(CIE-NOM)
               TO WS-CMP-NAME(WS-CMP-IDX, 1).
           PERFORM 7220-ONE-VARIANT-START THRU 7220-ONE-VARIANT-END
               VARYING WS-CMP-N FROM 1 BY 1
               UNTIL WS-CMP-N > 8.
       7210-ONE-MASTER-END.
           EXIT.

       7220-ONE-VARIANT-START.
           MOVE FUNCTION UPPER-CASE(CIE-VARIANT(WS-CMP-N))
               TO WS-CMP-NAME(WS-CMP-IDX, WS-CMP-N + 1).
       7220-ONE-VARIANT-END.
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
