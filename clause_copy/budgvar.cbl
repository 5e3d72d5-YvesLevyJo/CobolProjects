      *                    per agence - actuals accumulated from
      *                    fichierclient.txt joined against the
      *                    BUDGET.dat reference, written to BUDGVAR.txt.
      * 2026-10-15 Yves    Each variance line carries the agence name
      *                    from the AGENCE.dat master kept by
      *                    payagen.cbl; INCONNUE when the code is not
      *                    in it or the master is missing.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VAR-STATUS.

           SELECT F-AGENCE ASSIGN TO 'AGENCE.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AG-CODE
           FILE STATUS IS WS-AGC-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 BUD-MASSE        PIC 9(11).

       FD  F-VARIANCE
           RECORD CONTAINS 111 CHARACTERS.
       01  VARIANCE-REC        PIC X(111).

           COPY 'FAGENCE'.

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS    PIC X(02).
       01  WS-BUD-STATUS    PIC X(02).
           88 WS-BUD-EOF        VALUE '10'.
       01  WS-VAR-STATUS    PIC X(02).
       01  WS-AGC-STATUS    PIC X(02).
       01  WS-AGC-OPEN-SW   PIC X(01) VALUE 'N'.
           88 WS-AGC-OPEN       VALUE 'Y'.

       01  WS-EMPLOYEE.
           05 WS-EMP-ID       PIC 9(8).

       01  WS-VARIANCE-LINE.
           05 VAR-AGENCE       PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 VAR-NOM          PIC X(20).
           05 FILLER           PIC X(07) VALUE "  EFF: ".
           05 VAR-ACT-HEADS    PIC Z(04)9.
           05 FILLER           PIC X(01) VALUE "/".
               TO VARIANCE-REC.
           WRITE VARIANCE-REC.

      * the name master is optional: without it every name prints as
      * INCONNUE
           OPEN INPUT F-AGENCE.
           IF WS-AGC-STATUS = '00'
               SET WS-AGC-OPEN TO TRUE
           END-IF.

           PERFORM 3100-ONE-AGENCE-START THRU 3100-ONE-AGENCE-END
               VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AG-COUNT.

           CLOSE F-VARIANCE.
           IF WS-AGC-OPEN
               CLOSE F-AGENCE
           END-IF.
           DISPLAY "AGENCES RAPPORTEES: " WS-AG-COUNT.
       3000-WRITE-REPORT-END.
           EXIT.
               - WS-AG-BUD-MASSE(WS-AG-IDX).

           MOVE WS-AG-CODE(WS-AG-IDX)      TO VAR-AGENCE.
           PERFORM 3200-AGENCE-NAME-START THRU 3200-AGENCE-NAME-END.
           MOVE WS-AG-ACT-HEADS(WS-AG-IDX) TO VAR-ACT-HEADS.
           MOVE WS-AG-BUD-HEADS(WS-AG-IDX) TO VAR-BUD-HEADS.
           MOVE WS-DIFF-HEADS              TO VAR-DIFF-HEADS.
       3100-ONE-AGENCE-END.
           EXIT.

      * name of the agence of the current line from the master
       3200-AGENCE-NAME-START.
           MOVE "INCONNUE" TO VAR-NOM.
           IF NOT WS-AGC-OPEN
               GO TO 3200-AGENCE-NAME-END
           END-IF.
           MOVE WS-AG-CODE(WS-AG-IDX) TO AG-CODE.
           READ F-AGENCE
               INVALID KEY GO TO 3200-AGENCE-NAME-END
           END-READ.
           MOVE AG-NOM TO VAR-NOM.
       3200-AGENCE-NAME-END.
           EXIT.

      ******************************************************************
      * FIND (OR CREATE) THE TABLE SLOT FOR WS-AG-WANTED
      ******************************************************************
