       IDENTIFICATION DIVISION.
       PROGRAM-ID. payorgc.
       AUTHOR. Yves.
      *=================================================================
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: organisation chart per agence -
      *                    the active employees of fichierclient.txt
      *                    arranged under their manager from the
      *                    reporting-line reference MANAGER.dat
      *                    (payorg.cbl), indented by level, each
      *                    manager with the span of control (direct
      *                    reports) and the payroll mass of the whole
      *                    team under them, written to ORGCHART.txt
      *                    followed by the employees with no manager.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYE ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EMP-STATUS.

           SELECT F-MANAGER ASSIGN TO 'MANAGER.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MGR-ID
           FILE STATUS IS WS-MGR-STATUS.

           SELECT F-CHART ASSIGN TO 'ORGCHART.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHT-STATUS.

       DATA DIVISION.
       FILE SECTION.

           COPY 'FCLIENT' REPLACING ==:CLIENT:== by ==EMPLOYE==.

           COPY 'FMANAGER'.

       FD  F-CHART
           RECORD CONTAINS 100 CHARACTERS.
       01  CHART-REC           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS    PIC X(02).
           88 WS-EMP-EOF        VALUE '10'.
       01  WS-MGR-STATUS    PIC X(02).
           88 WS-MGR-EOF        VALUE '10'.
       01  WS-CHT-STATUS    PIC X(02).

      * the employees, each with the slot of their manager, their
      * direct reports and the payroll mass of everyone under them
       01  WS-EMP-TABLE.
           05 WS-ET-ENTRY OCCURS 5000 TIMES INDEXED BY WS-ET-IDX.
              10 WS-ET-ID          PIC 9(08) VALUE 0.
              10 WS-ET-NOM         PIC X(20) VALUE SPACES.
              10 WS-ET-POSTE       PIC X(14) VALUE SPACES.
              10 WS-ET-AGENCE      PIC X(03) VALUE SPACES.
              10 WS-ET-SALAIRE     PIC 9(07) VALUE 0.
              10 WS-ET-STATUT      PIC X(01) VALUE SPACES.
                 88 WS-ET-INACTIF      VALUE 'I'.
              10 WS-ET-BOSS-ID     PIC 9(08) VALUE 0.
              10 WS-ET-BOSS-IDX    PIC 9(04) VALUE 0.
              10 WS-ET-DIRECT      PIC 9(04) VALUE 0.
              10 WS-ET-MASSE       PIC 9(11) VALUE 0.
       01  WS-ET-COUNT         PIC 9(04) VALUE 0.
       01  WS-ET-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-ET-FOUND          VALUE 'Y'.
           88 WS-ET-NOT-FOUND      VALUE 'N'.
       01  WS-ET-FOUND-IDX     PIC 9(04) VALUE 0.
       01  WS-WANT-ID          PIC 9(08) VALUE 0.
       01  WS-SUB              PIC 9(04) VALUE 0.
       01  WS-UP               PIC 9(04) VALUE 0.
       01  WS-DEPTH            PIC 9(04) VALUE 0.

      * agences in order of first appearance
       01  WS-AGENCE-TABLE.
           05 WS-AG-ENTRY OCCURS 500 TIMES INDEXED BY WS-AG-IDX.
              10 WS-AG-CODE        PIC X(03).
              10 WS-AG-HEADS       PIC 9(05) VALUE 0.
              10 WS-AG-MASSE       PIC 9(11) VALUE 0.
       01  WS-AG-COUNT         PIC 9(03) VALUE 0.
       01  WS-FOUND-SW         PIC X(01) VALUE 'N'.
           88 WS-FOUND             VALUE 'Y'.
           88 WS-NOT-FOUND          VALUE 'N'.
       01  WS-FOUND-IDX        PIC 9(03) VALUE 0.
       01  WS-AG-WANTED        PIC X(03).

      * the people still to print under the current root, deepest
      * last; popping the top gives a depth-first walk
       01  WS-STACK.
           05 WS-SK-ENTRY OCCURS 5000 TIMES.
              10 WS-SK-SLOT        PIC 9(04).
              10 WS-SK-LEVEL       PIC 9(04).
       01  WS-SK-COUNT         PIC 9(04) VALUE 0.
       01  WS-CUR-SLOT         PIC 9(04) VALUE 0.
       01  WS-CUR-LEVEL        PIC 9(04) VALUE 0.
       01  WS-INDENT           PIC 9(03) VALUE 0.

       01  WS-NOBOSS-COUNT     PIC 9(05) VALUE 0.
       01  WS-PRINTED          PIC 9(05) VALUE 0.

       01  WS-CHART-LINE       PIC X(100).
       01  WS-PERSON-LINE.
           05 PER-ID           PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PER-NOM          PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PER-POSTE        PIC X(14).
       01  WS-TEAM-LINE.
           05 FILLER           PIC X(08) VALUE "EQUIPE: ".
           05 TEAM-DIRECT      PIC ZZZ9.
           05 FILLER           PIC X(08) VALUE "  MASSE:".
           05 TEAM-MASSE       PIC Z(10)9.
       01  WS-AGENCE-LINE.
           05 FILLER           PIC X(07) VALUE "AGENCE ".
           05 AGL-CODE         PIC X(03).
           05 FILLER           PIC X(10) VALUE "  EFFECTIF".
           05 AGL-HEADS        PIC Z(04)9.
           05 FILLER           PIC X(08) VALUE "  MASSE:".
           05 AGL-MASSE        PIC Z(10)9.
       01  WS-NOBOSS-LINE.
           05 NOB-ID           PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 NOB-NOM          PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 NOB-AGENCE       PIC X(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 NOB-REASON       PIC X(20).
           05 NOB-BOSS-ID      PIC 9(08) BLANK WHEN ZERO.
      *=================================================================
      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 1000-LOAD-EMP-START THRU 1000-LOAD-EMP-END.
           PERFORM 1200-LOAD-LINES-START THRU 1200-LOAD-LINES-END.
           PERFORM 1400-TALLY-TEAMS-START THRU 1400-TALLY-TEAMS-END
               VARYING WS-ET-IDX FROM 1 BY 1
               UNTIL WS-ET-IDX > WS-ET-COUNT.
           PERFORM 2000-WRITE-CHART-START THRU 2000-WRITE-CHART-END.

           DISPLAY "AGENCES           : " WS-AG-COUNT.
           DISPLAY "EMPLOYES IMPRIMES : " WS-PRINTED.
           DISPLAY "SANS RESPONSABLE  : " WS-NOBOSS-COUNT.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * LOAD THE EMPLOYEES AND THE AGENCES THEY BELONG TO
      ******************************************************************
       1000-LOAD-EMP-START.
           OPEN INPUT F-EMPLOYE.
           MOVE WS-EMP-STATUS TO WS-ERR-STATUS.
           MOVE "fichierclient.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1100-READ-EMP-START THRU 1100-READ-EMP-END
               UNTIL WS-EMP-EOF.
           CLOSE F-EMPLOYE.
       1000-LOAD-EMP-END.
           EXIT.

       1100-READ-EMP-START.
           READ F-EMPLOYE
               AT END
                   SET WS-EMP-EOF TO TRUE
                   GO TO 1100-READ-EMP-END
           END-READ.
           IF WS-ET-COUNT >= 5000
               DISPLAY "TABLE EMPLOYES PLEINE (5000) - ARRET"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ET-COUNT.
           SET WS-ET-IDX TO WS-ET-COUNT.
           MOVE EMPLOYE-ID      TO WS-ET-ID(WS-ET-IDX).
           MOVE EMPLOYE-NOM     TO WS-ET-NOM(WS-ET-IDX).
           MOVE EMPLOYE-POSTE   TO WS-ET-POSTE(WS-ET-IDX).
           MOVE EMPLOYE-AAGENCE TO WS-ET-AGENCE(WS-ET-IDX).
           MOVE EMPLOYE-SALAIRE TO WS-ET-SALAIRE(WS-ET-IDX).
           MOVE EMPLOYE-STATUT  TO WS-ET-STATUT(WS-ET-IDX).
           IF NOT WS-ET-INACTIF(WS-ET-IDX)
               MOVE EMPLOYE-AAGENCE TO WS-AG-WANTED
               PERFORM 4000-FIND-AGENCE-START
                  THRU 4000-FIND-AGENCE-END
               ADD 1 TO WS-AG-HEADS(WS-FOUND-IDX)
               ADD EMPLOYE-SALAIRE TO WS-AG-MASSE(WS-FOUND-IDX)
           END-IF.
       1100-READ-EMP-END.
           EXIT.

      ******************************************************************
      * ATTACH EVERY REPORTING LINE TO THE EMPLOYEE AND THEIR MANAGER
      ******************************************************************
       1200-LOAD-LINES-START.
           OPEN INPUT F-MANAGER.
           IF WS-MGR-STATUS = '35'
               DISPLAY "MANAGER.dat ABSENT - AUCUNE LIGNE HIERARCHIQUE."
               GO TO 1200-LOAD-LINES-END
           END-IF.
           MOVE WS-MGR-STATUS TO WS-ERR-STATUS.
           MOVE "MANAGER.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1300-READ-LINE-START THRU 1300-READ-LINE-END
               UNTIL WS-MGR-EOF.
           CLOSE F-MANAGER.
       1200-LOAD-LINES-END.
           EXIT.

       1300-READ-LINE-START.
           READ F-MANAGER NEXT RECORD
               AT END
                   SET WS-MGR-EOF TO TRUE
                   GO TO 1300-READ-LINE-END
           END-READ.
           MOVE MGR-ID TO WS-WANT-ID.
           PERFORM 4200-FIND-EMP-START THRU 4200-FIND-EMP-END.
           IF WS-ET-NOT-FOUND
               GO TO 1300-READ-LINE-END
           END-IF.
           MOVE WS-ET-FOUND-IDX TO WS-SUB.
           MOVE MGR-BOSS-ID TO WS-ET-BOSS-ID(WS-SUB).
           MOVE MGR-BOSS-ID TO WS-WANT-ID.
           PERFORM 4200-FIND-EMP-START THRU 4200-FIND-EMP-END.
           IF WS-ET-FOUND
               MOVE WS-ET-FOUND-IDX TO WS-ET-BOSS-IDX(WS-SUB)
           END-IF.
       1300-READ-LINE-END.
           EXIT.

      ******************************************************************
      * ONE ACTIVE EMPLOYEE: A DIRECT REPORT OF THEIR MANAGER, AND
      * THEIR SALARY IN THE MASS OF EVERY MANAGER ABOVE THEM
      ******************************************************************
       1400-TALLY-TEAMS-START.
           IF WS-ET-INACTIF(WS-ET-IDX)
               GO TO 1400-TALLY-TEAMS-END
           END-IF.
           ADD WS-ET-SALAIRE(WS-ET-IDX) TO WS-ET-MASSE(WS-ET-IDX).
           MOVE WS-ET-BOSS-IDX(WS-ET-IDX) TO WS-UP.
           IF WS-UP = 0
               GO TO 1400-TALLY-TEAMS-END
           END-IF.
           IF WS-ET-INACTIF(WS-UP)
               GO TO 1400-TALLY-TEAMS-END
           END-IF.
           ADD 1 TO WS-ET-DIRECT(WS-UP).
           MOVE 0 TO WS-DEPTH.
           PERFORM 1410-ONE-LEVEL-START THRU 1410-ONE-LEVEL-END
               UNTIL WS-UP = 0.
       1400-TALLY-TEAMS-END.
           EXIT.

       1410-ONE-LEVEL-START.
           ADD WS-ET-SALAIRE(WS-ET-IDX) TO WS-ET-MASSE(WS-UP).
           ADD 1 TO WS-DEPTH.
           IF WS-ET-INACTIF(WS-UP) OR WS-DEPTH >= 5000
               MOVE 0 TO WS-UP
           ELSE
               MOVE WS-ET-BOSS-IDX(WS-UP) TO WS-UP
           END-IF.
       1410-ONE-LEVEL-END.
           EXIT.

      ******************************************************************
      * THE CHART: PER AGENCE, EVERY TOP OF A REPORTING LINE WITH ITS
      * TEAM BELOW IT, THEN THE EMPLOYEES WITH NO MANAGER
      ******************************************************************
       2000-WRITE-CHART-START.
           OPEN OUTPUT F-CHART.
           MOVE WS-CHT-STATUS TO WS-ERR-STATUS.
           MOVE "ORGCHART.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE "ORGANIGRAMME PAR AGENCE" TO CHART-REC.
           WRITE CHART-REC.

           PERFORM 2100-ONE-AGENCE-START THRU 2100-ONE-AGENCE-END
               VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AG-COUNT.

           MOVE SPACES TO CHART-REC.
           WRITE CHART-REC.
           MOVE "EMPLOYES SANS RESPONSABLE" TO CHART-REC.
           WRITE CHART-REC.
           PERFORM 3000-ONE-NOBOSS-START THRU 3000-ONE-NOBOSS-END
               VARYING WS-ET-IDX FROM 1 BY 1
               UNTIL WS-ET-IDX > WS-ET-COUNT.
           IF WS-NOBOSS-COUNT = 0
               MOVE "  AUCUN" TO CHART-REC
               WRITE CHART-REC
           END-IF.

           CLOSE F-CHART.
       2000-WRITE-CHART-END.
           EXIT.

       2100-ONE-AGENCE-START.
           MOVE SPACES TO CHART-REC.
           WRITE CHART-REC.
           MOVE WS-AG-CODE(WS-AG-IDX)  TO AGL-CODE.
           MOVE WS-AG-HEADS(WS-AG-IDX) TO AGL-HEADS.
           MOVE WS-AG-MASSE(WS-AG-IDX) TO AGL-MASSE.
           MOVE WS-AGENCE-LINE TO CHART-REC.
           WRITE CHART-REC.
           PERFORM 2200-ONE-ROOT-START THRU 2200-ONE-ROOT-END
               VARYING WS-ET-IDX FROM 1 BY 1
               UNTIL WS-ET-IDX > WS-ET-COUNT.
       2100-ONE-AGENCE-END.
           EXIT.

      * the top of a line in this agence: no manager, an inactive
      * manager, or a manager based in another agence
       2200-ONE-ROOT-START.
           IF WS-ET-INACTIF(WS-ET-IDX)
           OR WS-ET-AGENCE(WS-ET-IDX) NOT = WS-AG-CODE(WS-AG-IDX)
               GO TO 2200-ONE-ROOT-END
           END-IF.
           MOVE WS-ET-BOSS-IDX(WS-ET-IDX) TO WS-UP.
           IF WS-UP NOT = 0
               IF NOT WS-ET-INACTIF(WS-UP)
               AND WS-ET-AGENCE(WS-UP) = WS-AG-CODE(WS-AG-IDX)
                   GO TO 2200-ONE-ROOT-END
               END-IF
           END-IF.

           MOVE 1 TO WS-SK-COUNT.
           SET WS-SK-SLOT(1) TO WS-ET-IDX.
           MOVE 0 TO WS-SK-LEVEL(1).
           PERFORM 2300-ONE-PERSON-START THRU 2300-ONE-PERSON-END
               UNTIL WS-SK-COUNT = 0.
       2200-ONE-ROOT-END.
           EXIT.

      * print the top of the stack and stack their own reports
       2300-ONE-PERSON-START.
           MOVE WS-SK-SLOT(WS-SK-COUNT)  TO WS-CUR-SLOT.
           MOVE WS-SK-LEVEL(WS-SK-COUNT) TO WS-CUR-LEVEL.
           SUBTRACT 1 FROM WS-SK-COUNT.

           MOVE SPACES TO WS-CHART-LINE.
           IF WS-CUR-LEVEL > 10
               COMPUTE WS-INDENT = 10 * 2 + 3
           ELSE
               COMPUTE WS-INDENT = WS-CUR-LEVEL * 2 + 3
           END-IF.
           MOVE WS-ET-ID(WS-CUR-SLOT)    TO PER-ID.
           MOVE WS-ET-NOM(WS-CUR-SLOT)   TO PER-NOM.
           MOVE WS-ET-POSTE(WS-CUR-SLOT) TO PER-POSTE.
           MOVE WS-PERSON-LINE TO WS-CHART-LINE(WS-INDENT:44).
           IF WS-ET-DIRECT(WS-CUR-SLOT) > 0
               MOVE WS-ET-DIRECT(WS-CUR-SLOT) TO TEAM-DIRECT
               MOVE WS-ET-MASSE(WS-CUR-SLOT)  TO TEAM-MASSE
               MOVE WS-TEAM-LINE TO WS-CHART-LINE(WS-INDENT + 46:31)
           END-IF.
           MOVE WS-CHART-LINE TO CHART-REC.
           WRITE CHART-REC.
           ADD 1 TO WS-PRINTED.

      * stacked from the end of the table so they print in file order
           PERFORM 2310-ONE-CHILD-START THRU 2310-ONE-CHILD-END
               VARYING WS-SUB FROM WS-ET-COUNT BY -1
               UNTIL WS-SUB < 1.
       2300-ONE-PERSON-END.
           EXIT.

       2310-ONE-CHILD-START.
           IF WS-ET-BOSS-IDX(WS-SUB) NOT = WS-CUR-SLOT
           OR WS-ET-INACTIF(WS-SUB)
           OR WS-ET-AGENCE(WS-SUB) NOT = WS-AG-CODE(WS-AG-IDX)
               GO TO 2310-ONE-CHILD-END
           END-IF.
           IF WS-SK-COUNT >= 5000
               GO TO 2310-ONE-CHILD-END
           END-IF.
           ADD 1 TO WS-SK-COUNT.
           MOVE WS-SUB TO WS-SK-SLOT(WS-SK-COUNT).
           COMPUTE WS-SK-LEVEL(WS-SK-COUNT) = WS-CUR-LEVEL + 1.
       2310-ONE-CHILD-END.
           EXIT.

      ******************************************************************
      * AN ACTIVE EMPLOYEE WITHOUT A VALID MANAGER
      ******************************************************************
       3000-ONE-NOBOSS-START.
           IF WS-ET-INACTIF(WS-ET-IDX)
               GO TO 3000-ONE-NOBOSS-END
           END-IF.
           MOVE WS-ET-BOSS-ID(WS-ET-IDX)  TO NOB-BOSS-ID.
           MOVE WS-ET-BOSS-IDX(WS-ET-IDX) TO WS-UP.
           EVALUATE TRUE
               WHEN WS-ET-BOSS-ID(WS-ET-IDX) = 0
                   MOVE "AUCUN RESPONSABLE" TO NOB-REASON
               WHEN WS-UP = 0
                   MOVE "RESPONSABLE INCONNU" TO NOB-REASON
               WHEN WS-ET-INACTIF(WS-UP)
                   MOVE "RESPONSABLE INACTIF" TO NOB-REASON
               WHEN OTHER
                   GO TO 3000-ONE-NOBOSS-END
           END-EVALUATE.
           MOVE WS-ET-ID(WS-ET-IDX)     TO NOB-ID.
           MOVE WS-ET-NOM(WS-ET-IDX)    TO NOB-NOM.
           MOVE WS-ET-AGENCE(WS-ET-IDX) TO NOB-AGENCE.
           MOVE WS-NOBOSS-LINE TO CHART-REC.
           WRITE CHART-REC.
           ADD 1 TO WS-NOBOSS-COUNT.
       3000-ONE-NOBOSS-END.
           EXIT.

      ******************************************************************
      * FIND (OR CREATE) THE TABLE SLOT FOR WS-AG-WANTED
      ******************************************************************
       4000-FIND-AGENCE-START.
           SET WS-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM 4100-ONE-SLOT-START THRU 4100-ONE-SLOT-END
               VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AG-COUNT OR WS-FOUND.
           IF WS-NOT-FOUND
               ADD 1 TO WS-AG-COUNT
               MOVE WS-AG-COUNT TO WS-FOUND-IDX
               MOVE WS-AG-WANTED TO WS-AG-CODE(WS-FOUND-IDX)
           END-IF.
       4000-FIND-AGENCE-END.
           EXIT.

       4100-ONE-SLOT-START.
           IF WS-AG-CODE(WS-AG-IDX) EQUAL WS-AG-WANTED
               SET WS-FOUND TO TRUE
               SET WS-FOUND-IDX TO WS-AG-IDX
           END-IF.
       4100-ONE-SLOT-END.
           EXIT.

      * the employee slot of WS-WANT-ID
       4200-FIND-EMP-START.
           SET WS-ET-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-ET-FOUND-IDX.
           PERFORM 4210-ONE-EMP-START THRU 4210-ONE-EMP-END
               VARYING WS-ET-IDX FROM 1 BY 1
               UNTIL WS-ET-IDX > WS-ET-COUNT OR WS-ET-FOUND.
       4200-FIND-EMP-END.
           EXIT.

       4210-ONE-EMP-START.
           IF WS-ET-ID(WS-ET-IDX) = WS-WANT-ID
               SET WS-ET-FOUND TO TRUE
               SET WS-ET-FOUND-IDX TO WS-ET-IDX
           END-IF.
       4210-ONE-EMP-END.
           EXIT.
      ******************************************************************

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
