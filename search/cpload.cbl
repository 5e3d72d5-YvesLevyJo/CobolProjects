       IDENTIFICATION DIVISION.
       PROGRAM-ID. cpload.
       AUTHOR. Yves.
      ******************************************************************
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: build the indexed postal-code and
      *                    town reference CPMAST.dat from the flat
      *                    fr-liste-communes.txt, for the postal-code
      *                    and town modes of srch.cbl.  Each town is
      *                    tied to its department by number; a line
      *                    whose department is not in DEPTMAST.dat is
      *                    rejected, so deptload.cbl runs first.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-COMMUNE ASSIGN TO 'fr-liste-communes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-COM-STATUS.

           SELECT F-COMMUNE-IX ASSIGN TO 'CPMAST.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IX-CP-KEY
           FILE STATUS IS WS-IX-STATUS.

           SELECT F-DEPT ASSIGN TO 'DEPTMAST.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS R-DEPT-ID
           FILE STATUS IS WS-DEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one town per line; a postal code shared by several towns, or
      * a town with several codes, simply has several lines
       FD  F-COMMUNE
           RECORD CONTAINS 48 CHARACTERS
           RECORDING MODE IS F.
       01  R-COMMUNE.
           03 R-CP-CODE        PIC X(05).
           03 R-CP-TOWN        PIC X(40).
           03 R-CP-DEPT        PIC X(03).

       FD  F-COMMUNE-IX
           RECORD CONTAINS 48 CHARACTERS.
       01  IX-COMMUNE.
           03 IX-CP-KEY.
              05 IX-CP-CODE    PIC X(05).
              05 IX-CP-TOWN    PIC X(40).
           03 IX-CP-DEPT       PIC X(03).

       FD  F-DEPT
           RECORD CONTAINS 52 CHARACTERS.
       01  R-DEPT.
           03 R-DEPT-ID        PIC X(03).
           03 R-DEPT-REGION    PIC X(23).
           03 R-DEPT-DEPT      PIC X(26).

       WORKING-STORAGE SECTION.
       01  WS-COM-STATUS       PIC X(02).
           88  COM-ST-EOF     VALUE '10'.
       01  WS-IX-STATUS        PIC X(02).
       01  WS-DEPT-STATUS      PIC X(02).

       01  WS-LOAD-COUNT       PIC 9(06) VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(06) VALUE 0.
      ******************************************************************
      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(24).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           OPEN INPUT  F-COMMUNE
                       F-DEPT
                OUTPUT F-COMMUNE-IX.
           MOVE WS-COM-STATUS TO WS-ERR-STATUS.
           MOVE "fr-liste-communes.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE WS-DEPT-STATUS TO WS-ERR-STATUS.
           MOVE "DEPTMAST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE WS-IX-STATUS TO WS-ERR-STATUS.
           MOVE "CPMAST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

      * random writes on the full key, so the flat file may come in
      * any order
           PERFORM 1000-LOAD-ONE-START THRU 1000-LOAD-ONE-END
               UNTIL COM-ST-EOF.

           CLOSE F-COMMUNE F-DEPT F-COMMUNE-IX.
           DISPLAY "COMMUNES CHARGEES: " WS-LOAD-COUNT.
           DISPLAY "LIGNES REJETEES  : " WS-REJECT-COUNT.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-MAIN-END.
           STOP RUN.

       1000-LOAD-ONE-START.
           READ F-COMMUNE
               AT END SET COM-ST-EOF TO TRUE
           END-READ.
           IF COM-ST-EOF
               GO TO 1000-LOAD-ONE-END
           END-IF.

           IF R-CP-CODE IS NOT NUMERIC OR R-CP-TOWN = SPACES
               DISPLAY "CODE POSTAL OU COMMUNE INVALIDE: " R-COMMUNE
               ADD 1 TO WS-REJECT-COUNT
               GO TO 1000-LOAD-ONE-END
           END-IF.

           MOVE R-CP-DEPT TO R-DEPT-ID.
           READ F-DEPT
               INVALID KEY
                   DISPLAY "DEPARTEMENT INCONNU " R-CP-DEPT ": "
                       R-CP-CODE SPACE R-CP-TOWN
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 1000-LOAD-ONE-END
           END-READ.

           MOVE R-CP-CODE TO IX-CP-CODE.
           MOVE R-CP-TOWN TO IX-CP-TOWN.
           MOVE R-CP-DEPT TO IX-CP-DEPT.
           WRITE IX-COMMUNE
               INVALID KEY
                   DISPLAY "COMMUNE EN DOUBLE: " R-CP-CODE SPACE
                       R-CP-TOWN
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
           END-WRITE.
       1000-LOAD-ONE-END.
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
