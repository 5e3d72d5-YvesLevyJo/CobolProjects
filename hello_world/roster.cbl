       IDENTIFICATION DIVISION.
      *================================================================*
      *    Saisie du planning des postes (ROSTER.dat)                  *
      *================================================================*
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: capture of the planned shifts -
      *                    badge name (checked against PERSONNEL.dat),
      *                    date, planned start and end - into
      *                    ROSTER.dat, one shift per person and day; a
      *                    second entry for the same person and day
      *                    replaces the first. attlate.cbl compares the
      *                    day's sign-ins with it.
      *================================================================*
       PROGRAM-ID. roster.
       AUTHOR. Yves.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO 'ROSTER.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ROS-STATUS.

           SELECT PERSONNEL-FILE ASSIGN TO 'PERSONNEL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one planned shift: badge name, day, start and end as HHMM
       FD  ROSTER-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  ROSTER-REC.
           05 ROS-NOM          PIC X(12).
           05 ROS-DATE         PIC 9(08).
           05 ROS-START        PIC 9(04).
           05 ROS-END          PIC 9(04).

       FD  PERSONNEL-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PERSONNEL-REC.
           05 PER-NOM PIC X(12).
           05 PER-ID  PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-ROS-STATUS PIC X(02).
           88 WS-ROS-EOF     VALUE '10'.
       01  WS-PER-STATUS PIC X(02).
           88 WS-PER-EOF     VALUE '10'.

      * the valid badge names, loaded once from PERSONNEL.dat
       01  WS-PERSONNEL-TABLE.
           05 WS-PER-ENTRY OCCURS 200 TIMES INDEXED BY WS-PER-IDX.
              10 WS-PER-NOM PIC X(12).
       01  WS-PER-COUNT  PIC 9(03) VALUE 0.
       01  WS-NOM-OK-SW  PIC X(01) VALUE 'N'.
           88 WS-NOM-OK      VALUE 'Y'.
           88 WS-NOM-BAD     VALUE 'N'.

      * the whole roster, rewritten at the end of the session
       01  WS-ROSTER-TABLE.
           05 WS-ROS-ENTRY OCCURS 2000 TIMES INDEXED BY WS-ROS-IDX.
              10 WS-RT-NOM      PIC X(12).
              10 WS-RT-DATE     PIC 9(08).
              10 WS-RT-START    PIC 9(04).
              10 WS-RT-END      PIC 9(04).
       01  WS-ROS-COUNT  PIC 9(04) VALUE 0.
       01  WS-FOUND-SW   PIC X(01) VALUE 'N'.
           88 WS-FOUND       VALUE 'Y'.
           88 WS-NOT-FOUND   VALUE 'N'.
       01  WS-FOUND-IDX  PIC 9(04) VALUE 0.

      * one entry being captured
       01  WS-NOM        PIC X(12).
       01  WS-ANSWER     PIC X(08).
       01  WS-DATE       PIC 9(08).
       01  WS-TIME-IN.
           05 WS-TIME-HH PIC 9(02).
           05 WS-TIME-MI PIC 9(02).
       01  WS-TIME-N REDEFINES WS-TIME-IN PIC 9(04).
       01  WS-START      PIC 9(04).
       01  WS-END        PIC 9(04).
       01  WS-TIME-OK-SW PIC X(01) VALUE 'N'.
           88 WS-TIME-OK     VALUE 'Y'.
           88 WS-TIME-BAD    VALUE 'N'.
       01  WS-END-SW     PIC X(01) VALUE 'N'.
           88 WS-END-OF-CAPTURE VALUE 'Y'.
       01  WS-ADDED      PIC 9(04) VALUE 0.
       01  WS-REPLACED   PIC 9(04) VALUE 0.

      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 7000-LOAD-PERSONNEL-DEB
              THRU 7000-LOAD-PERSONNEL-FIN.
           PERFORM 1000-LOAD-ROSTER-DEB THRU 1000-LOAD-ROSTER-FIN.

           DISPLAY '---- SAISIE DU PLANNING ----'.
           PERFORM 2000-SAISIE-DEB THRU 2000-SAISIE-FIN
               UNTIL WS-END-OF-CAPTURE.

           PERFORM 3000-SAVE-ROSTER-DEB THRU 3000-SAVE-ROSTER-FIN.
           DISPLAY 'POSTES AJOUTES  : ' WS-ADDED.
           DISPLAY 'POSTES REMPLACES: ' WS-REPLACED.
           DISPLAY 'POSTES AU TOTAL : ' WS-ROS-COUNT.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * THE EXISTING ROSTER - NONE YET ON THE FIRST RUN
      ******************************************************************
       1000-LOAD-ROSTER-DEB.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROS-STATUS = '35'
               GO TO 1000-LOAD-ROSTER-FIN
           END-IF.
           MOVE WS-ROS-STATUS TO WS-ERR-STATUS.
           MOVE "ROSTER.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1010-ONE-SHIFT-DEB THRU 1010-ONE-SHIFT-FIN
               UNTIL WS-ROS-EOF.
           CLOSE ROSTER-FILE.
       1000-LOAD-ROSTER-FIN.
           EXIT.

       1010-ONE-SHIFT-DEB.
           READ ROSTER-FILE
               AT END SET WS-ROS-EOF TO TRUE
               NOT AT END
                   IF WS-ROS-COUNT < 2000
                       ADD 1 TO WS-ROS-COUNT
                       SET WS-ROS-IDX TO WS-ROS-COUNT
                       MOVE ROS-NOM   TO WS-RT-NOM(WS-ROS-IDX)
                       MOVE ROS-DATE  TO WS-RT-DATE(WS-ROS-IDX)
                       MOVE ROS-START TO WS-RT-START(WS-ROS-IDX)
                       MOVE ROS-END   TO WS-RT-END(WS-ROS-IDX)
                   END-IF
           END-READ.
       1010-ONE-SHIFT-FIN.
           EXIT.

      ******************************************************************
      * CAPTURE ONE SHIFT - A BLANK NAME ENDS THE SESSION, A FIELD IN
      * ERROR DROPS THE ENTRY AND STARTS A NEW ONE
      ******************************************************************
       2000-SAISIE-DEB.
           DISPLAY 'Nom du badge (vide = fin) ?'.
           MOVE SPACES TO WS-NOM.
           ACCEPT WS-NOM.
           IF WS-NOM = SPACES
               SET WS-END-OF-CAPTURE TO TRUE
               GO TO 2000-SAISIE-FIN
           END-IF.
           PERFORM 7100-CHECK-NOM-DEB THRU 7100-CHECK-NOM-FIN.
           IF WS-NOM-BAD
               DISPLAY 'Nom inconnu du referentiel.'
               GO TO 2000-SAISIE-FIN
           END-IF.

           DISPLAY 'Date du poste AAAAMMJJ (vide = aujourd''hui) ?'.
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE
           ELSE
               IF WS-ANSWER IS NOT NUMERIC
                   DISPLAY 'Date invalide.'
                   GO TO 2000-SAISIE-FIN
               END-IF
               MOVE WS-ANSWER TO WS-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE) NOT = 0
                   DISPLAY 'Date invalide.'
                   GO TO 2000-SAISIE-FIN
               END-IF
           END-IF.

           DISPLAY 'Debut prevu HHMM ?'.
           PERFORM 2100-GET-TIME-DEB THRU 2100-GET-TIME-FIN.
           IF WS-TIME-BAD
               DISPLAY 'Heure invalide.'
               GO TO 2000-SAISIE-FIN
           END-IF.
           MOVE WS-TIME-N TO WS-START.

           DISPLAY 'Fin prevue HHMM ?'.
           PERFORM 2100-GET-TIME-DEB THRU 2100-GET-TIME-FIN.
           IF WS-TIME-BAD
               DISPLAY 'Heure invalide.'
               GO TO 2000-SAISIE-FIN
           END-IF.
           MOVE WS-TIME-N TO WS-END.
           IF WS-END NOT > WS-START
               DISPLAY 'La fin doit suivre le debut dans la journee.'
               GO TO 2000-SAISIE-FIN
           END-IF.

           PERFORM 2200-STORE-SHIFT-DEB THRU 2200-STORE-SHIFT-FIN.
       2000-SAISIE-FIN.
           EXIT.

       2100-GET-TIME-DEB.
           SET WS-TIME-BAD TO TRUE.
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER(1:4) IS NOT NUMERIC
           OR WS-ANSWER(5:4) NOT = SPACES
               GO TO 2100-GET-TIME-FIN
           END-IF.
           MOVE WS-ANSWER(1:4) TO WS-TIME-IN.
           IF WS-TIME-HH < 24 AND WS-TIME-MI < 60
               SET WS-TIME-OK TO TRUE
           END-IF.
       2100-GET-TIME-FIN.
           EXIT.

      * one shift per person and day: an existing one is replaced
       2200-STORE-SHIFT-DEB.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM 2210-FIND-SHIFT-DEB THRU 2210-FIND-SHIFT-FIN
               VARYING WS-ROS-IDX FROM 1 BY 1
               UNTIL WS-ROS-IDX > WS-ROS-COUNT OR WS-FOUND.
           IF WS-FOUND
               SET WS-ROS-IDX TO WS-FOUND-IDX
               ADD 1 TO WS-REPLACED
               DISPLAY 'Poste existant remplace.'
           ELSE
               IF WS-ROS-COUNT NOT < 2000
                   DISPLAY 'Planning plein, poste refuse.'
                   GO TO 2200-STORE-SHIFT-FIN
               END-IF
               ADD 1 TO WS-ROS-COUNT
               SET WS-ROS-IDX TO WS-ROS-COUNT
               ADD 1 TO WS-ADDED
               DISPLAY 'Poste enregistre.'
           END-IF.
           MOVE WS-NOM   TO WS-RT-NOM(WS-ROS-IDX).
           MOVE WS-DATE  TO WS-RT-DATE(WS-ROS-IDX).
           MOVE WS-START TO WS-RT-START(WS-ROS-IDX).
           MOVE WS-END   TO WS-RT-END(WS-ROS-IDX).
       2200-STORE-SHIFT-FIN.
           EXIT.

       2210-FIND-SHIFT-DEB.
           IF WS-RT-NOM(WS-ROS-IDX) = WS-NOM
           AND WS-RT-DATE(WS-ROS-IDX) = WS-DATE
               SET WS-FOUND TO TRUE
               SET WS-FOUND-IDX TO WS-ROS-IDX
           END-IF.
       2210-FIND-SHIFT-FIN.
           EXIT.

      ******************************************************************
      * REWRITE ROSTER.dat FROM THE TABLE
      ******************************************************************
       3000-SAVE-ROSTER-DEB.
           OPEN OUTPUT ROSTER-FILE.
           MOVE WS-ROS-STATUS TO WS-ERR-STATUS.
           MOVE "ROSTER.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 3010-WRITE-SHIFT-DEB THRU 3010-WRITE-SHIFT-FIN
               VARYING WS-ROS-IDX FROM 1 BY 1
               UNTIL WS-ROS-IDX > WS-ROS-COUNT.
           CLOSE ROSTER-FILE.
       3000-SAVE-ROSTER-FIN.
           EXIT.

       3010-WRITE-SHIFT-DEB.
           MOVE WS-RT-NOM(WS-ROS-IDX)   TO ROS-NOM.
           MOVE WS-RT-DATE(WS-ROS-IDX)  TO ROS-DATE.
           MOVE WS-RT-START(WS-ROS-IDX) TO ROS-START.
           MOVE WS-RT-END(WS-ROS-IDX)   TO ROS-END.
           WRITE ROSTER-REC.
       3010-WRITE-SHIFT-FIN.
           EXIT.

      ******************************************************************
      * LOAD THE VALID BADGE NAMES - A MISSING REFERENCE STOPS THE RUN
      ******************************************************************
       7000-LOAD-PERSONNEL-DEB.
           OPEN INPUT PERSONNEL-FILE.
           IF WS-PER-STATUS NOT = '00'
               DISPLAY 'PERSONNEL.dat INACCESSIBLE, STATUT: '
                   WS-PER-STATUS
               STOP RUN
           END-IF.
           PERFORM 7010-ONE-NOM-DEB THRU 7010-ONE-NOM-FIN
               UNTIL WS-PER-EOF.
           CLOSE PERSONNEL-FILE.
       7000-LOAD-PERSONNEL-FIN.
           EXIT.

       7010-ONE-NOM-DEB.
           READ PERSONNEL-FILE
               AT END SET WS-PER-EOF TO TRUE
               NOT AT END
                   IF WS-PER-COUNT < 200
                       ADD 1 TO WS-PER-COUNT
                       SET WS-PER-IDX TO WS-PER-COUNT
                       MOVE PER-NOM TO WS-PER-NOM(WS-PER-IDX)
                   END-IF
           END-READ.
       7010-ONE-NOM-FIN.
           EXIT.

       7100-CHECK-NOM-DEB.
           SET WS-NOM-BAD TO TRUE.
           PERFORM 7110-ONE-CANDIDATE-DEB THRU 7110-ONE-CANDIDATE-FIN
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-PER-COUNT OR WS-NOM-OK.
       7100-CHECK-NOM-FIN.
           EXIT.

       7110-ONE-CANDIDATE-DEB.
           IF WS-PER-NOM(WS-PER-IDX) = WS-NOM
               SET WS-NOM-OK TO TRUE
           END-IF.
       7110-ONE-CANDIDATE-FIN.
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
