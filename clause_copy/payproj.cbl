      *                    payroll mass per agence reported against
      *                    BUDGET.dat in HIRPROJ.txt, with the first
      *                    month each agence goes over budget flagged.
      * 2026-10-15 Yves    Each projected line carries the agence name
      *                    from the AGENCE.dat master kept by
      *                    payagen.cbl, looked up once per agence;
      *                    INCONNUE when the code is not in it or the
      *                    master is missing.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT F-AGENCE ASSIGN TO 'AGENCE.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AG-CODE
           FILE STATUS IS WS-AGC-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 PLN-START        PIC 9(06).

       FD  F-REPORT
           RECORD CONTAINS 111 CHARACTERS.
       01  REPORT-REC          PIC X(111).

           COPY 'FAGENCE'.

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS    PIC X(02).
       01  WS-PLN-STATUS    PIC X(02).
           88 WS-PLN-EOF        VALUE '10'.
       01  WS-RPT-STATUS    PIC X(02).
       01  WS-AGC-STATUS    PIC X(02).
       01  WS-AGC-OPEN-SW   PIC X(01) VALUE 'N'.
           88 WS-AGC-OPEN       VALUE 'Y'.

       01  WS-EMPLOYEE.
           05 WS-EMP-ID       PIC 9(8).
              10 WS-AG-ACT-HEADS   PIC 9(05) VALUE 0.
              10 WS-AG-ACT-MASSE   PIC 9(11) VALUE 0.
              10 WS-AG-OVER-FLAG   PIC X(01) VALUE 'N'.
              10 WS-AG-NOM         PIC X(20).
       01  WS-AG-COUNT         PIC 9(03) VALUE 0.

       01  WS-FOUND-SW         PIC X(01) VALUE 'N'.
       01  WS-PROJ-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 PRJ-AGENCE       PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PRJ-NOM          PIC X(20).
           05 FILLER           PIC X(07) VALUE "  EFF: ".
           05 PRJ-HEADS        PIC Z(04)9.
           05 FILLER           PIC X(09) VALUE "  MASSE: ".
           PERFORM 2000-TALLY-ACTUALS-START
              THRU 2000-TALLY-ACTUALS-END.
           PERFORM 3000-LOAD-PLAN-START THRU 3000-LOAD-PLAN-END.
           PERFORM 3500-AGENCE-NAMES-START
              THRU 3500-AGENCE-NAMES-END.

           OPEN OUTPUT F-REPORT.
           MOVE WS-RPT-STATUS TO WS-ERR-STATUS.
       3100-READ-PLAN-END.
           EXIT.

      ******************************************************************
      * AGENCE NAMES FROM THE MASTER - OPTIONAL, WITHOUT IT EVERY NAME
      * PRINTS AS INCONNUE
      ******************************************************************
       3500-AGENCE-NAMES-START.
           OPEN INPUT F-AGENCE.
           IF WS-AGC-STATUS = '00'
               SET WS-AGC-OPEN TO TRUE
           END-IF.
           PERFORM 3600-ONE-NAME-START THRU 3600-ONE-NAME-END
               VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AG-COUNT.
           IF WS-AGC-OPEN
               CLOSE F-AGENCE
           END-IF.
       3500-AGENCE-NAMES-END.
           EXIT.

       3600-ONE-NAME-START.
           MOVE "INCONNUE" TO WS-AG-NOM(WS-AG-IDX).
           IF NOT WS-AGC-OPEN
               GO TO 3600-ONE-NAME-END
           END-IF.
           MOVE WS-AG-CODE(WS-AG-IDX) TO AG-CODE.
           READ F-AGENCE
               INVALID KEY GO TO 3600-ONE-NAME-END
           END-READ.
           MOVE AG-NOM TO WS-AG-NOM(WS-AG-IDX).
       3600-ONE-NAME-END.
           EXIT.

      ******************************************************************
      * ONE PROJECTED MONTH: TODAY'S ACTUALS PLUS EVERY PLANNED HIRE
      * ALREADY STARTED, PER AGENCE, AGAINST THE BUDGET
               UNTIL WS-PL-IDX > WS-PL-COUNT.

           MOVE WS-AG-CODE(WS-AG-IDX)      TO PRJ-AGENCE.
           MOVE WS-AG-NOM(WS-AG-IDX)       TO PRJ-NOM.
           MOVE WS-PROJ-HEADS              TO PRJ-HEADS.
           MOVE WS-PROJ-MASSE              TO PRJ-MASSE.
           MOVE WS-AG-BUD-MASSE(WS-AG-IDX) TO PRJ-BUDGET.
