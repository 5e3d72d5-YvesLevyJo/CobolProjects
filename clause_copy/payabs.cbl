       IDENTIFICATION DIVISION.
       PROGRAM-ID. payabs.
       AUTHOR. Yves.
      *=================================================================
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: maintenance of the absence file
      *                    ABSENCE.dat keyed by EMPLOYE-ID and first
      *                    day - record, list and remove the paid
      *                    leave, RTT, sick leave and unpaid absence
      *                    periods of an employee of fichierclient.txt,
      *                    refusing overlaps and periods already paid,
      *                    with the LEAVEBAL.dat balances shown on the
      *                    list.  payrun.cbl reads the file each month.
      * 2026-10-15 Yves    Sign-on through signon.cbl for PAIE: adding
      *                    needs the update role, removing the
      *                    administration role; every change is
      *                    journalled with the operator in ABSHIST.log.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYE ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EMP-STATUS.

           SELECT F-ABSENCE ASSIGN TO 'ABSENCE.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABS-KEY
           FILE STATUS IS WS-ABS-STATUS.

           SELECT F-LEAVEBAL ASSIGN TO 'LEAVEBAL.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LB-ID
           FILE STATUS IS WS-LVB-STATUS.

           SELECT HISTORY-FILE
           ASSIGN TO 'ABSHIST.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.

           COPY 'FCLIENT' REPLACING ==:CLIENT:== by ==EMPLOYE==.

           COPY 'FABSENCE'.

           COPY 'FLEAVBAL'.

       FD  HISTORY-FILE.
       01  HISTORY-REC       PIC X(99).

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS    PIC X(02).
           88 WS-EMP-EOF        VALUE '10'.
       01  WS-ABS-STATUS    PIC X(02).
           88 WS-ABS-EOF        VALUE '10'.
       01  WS-LVB-STATUS    PIC X(02).
       01  WS-HIST-STATUS   PIC X(02).
       01  WS-LVB-FILE-SW   PIC X(01) VALUE 'N'.
           88 WS-LVB-FILE-OK    VALUE 'Y'.

       01  WS-ACTION           PIC X(01).
           88 WS-ACT-ADD           VALUE 'A' 'a'.
           88 WS-ACT-LIST          VALUE 'L' 'l'.
           88 WS-ACT-DELETE        VALUE 'S' 's'.
           88 WS-ACT-QUIT          VALUE 'Q' 'q'.

      * first day of the current pay month; an absence that ended
      * before it belongs to a period already paid
       01  WS-RUN-DATE.
           05 WS-RUN-PERIOD    PIC 9(06).
           05 FILLER           PIC X(15).
       01  WS-MONTH-FIRST      PIC 9(08) VALUE 0.

       01  WS-WANT-ID          PIC 9(08).
       01  WS-ENT-TYPE         PIC X(01).
       01  WS-ENT-START        PIC 9(08).
       01  WS-ENT-END          PIC 9(08).
       01  WS-TYPE-LABEL       PIC X(12).

      * the employees an absence may be recorded for
       01  WS-EMP-TABLE.
           05 WS-ET-ENTRY OCCURS 5000 TIMES INDEXED BY WS-ET-IDX.
              10 WS-ET-ID          PIC 9(08) VALUE 0.
              10 WS-ET-NOM         PIC X(20) VALUE SPACES.
              10 WS-ET-STATUT      PIC X(01) VALUE SPACES.
       01  WS-ET-COUNT         PIC 9(04) VALUE 0.
       01  WS-ET-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-ET-FOUND          VALUE 'Y'.
           88 WS-ET-NOT-FOUND      VALUE 'N'.
       01  WS-EMP-NOM          PIC X(20).
       01  WS-EMP-STATUT       PIC X(01).
           88 WS-EMP-INACTIF       VALUE 'I'.

       01  WS-OVERLAP-SW       PIC X(01) VALUE 'N'.
           88 WS-OVERLAP           VALUE 'Y'.
           88 WS-NO-OVERLAP        VALUE 'N'.
       01  WS-ABS-LISTED       PIC 9(04) VALUE 0.

      * one journal line per change, laid out as BANKHIST.log
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-HIST-LINE.
           05 HIS-TIMESTAMP    PIC X(21).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 HIS-OPERATOR     PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 HIS-ACTION       PIC X(08).
           05 FILLER           PIC X(04) VALUE " AV:".
           05 HIS-BEFORE       PIC X(25).
           05 FILLER           PIC X(04) VALUE " AP:".
           05 HIS-AFTER        PIC X(25).
      *=================================================================
      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       COPY "SIGNPARM.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'S'        TO SGN-REQUEST.
           MOVE "PAIE"     TO SGN-APPLI.
           MOVE "payabs"   TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           COMPUTE WS-MONTH-FIRST = WS-RUN-PERIOD * 100 + 1.
           PERFORM 1000-LOAD-EMP-START THRU 1000-LOAD-EMP-END.

           OPEN I-O F-ABSENCE.
           IF WS-ABS-STATUS = '35'
               OPEN OUTPUT F-ABSENCE
               CLOSE F-ABSENCE
               OPEN I-O F-ABSENCE
           END-IF.
           MOVE WS-ABS-STATUS TO WS-ERR-STATUS.
           MOVE "ABSENCE.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

      * the balances only exist once a pay run has accrued them
           OPEN INPUT F-LEAVEBAL.
           IF WS-LVB-STATUS = '00'
               SET WS-LVB-FILE-OK TO TRUE
           END-IF.

           OPEN EXTEND HISTORY-FILE.
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           MOVE WS-HIST-STATUS TO WS-ERR-STATUS.
           MOVE "ABSHIST.log" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           PERFORM 2000-ONE-ACTION-START THRU 2000-ONE-ACTION-END
               UNTIL WS-ACT-QUIT.

           CLOSE HISTORY-FILE.
           CLOSE F-ABSENCE.
           IF WS-LVB-FILE-OK
               CLOSE F-LEAVEBAL
           END-IF.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * LOAD THE EMPLOYEE IDS, NAMES AND STATUS INTO MEMORY
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
               AT END SET WS-EMP-EOF TO TRUE
               NOT AT END
                   IF WS-ET-COUNT < 5000
                       ADD 1 TO WS-ET-COUNT
                       SET WS-ET-IDX TO WS-ET-COUNT
                       MOVE EMPLOYE-ID     TO WS-ET-ID(WS-ET-IDX)
                       MOVE EMPLOYE-NOM    TO WS-ET-NOM(WS-ET-IDX)
                       MOVE EMPLOYE-STATUT TO WS-ET-STATUT(WS-ET-IDX)
                   END-IF
           END-READ.
       1100-READ-EMP-END.
           EXIT.

      ******************************************************************
      * ONE MAINTENANCE ACTION PER PASS
      ******************************************************************
       2000-ONE-ACTION-START.
           DISPLAY "Action : (A)jout / (L)iste /"
               " (S)uppression / (Q)uitter ?".
           ACCEPT WS-ACTION.

           IF NOT WS-ACT-QUIT
               PERFORM 2050-AUTHORIZE-START THRU 2050-AUTHORIZE-END
               IF SGN-REFUSED
                   DISPLAY "FONCTION NON AUTORISEE POUR VOTRE ROLE."
                   GO TO 2000-ONE-ACTION-END
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   PERFORM 3000-ADD-ABSENCE-START
                      THRU 3000-ADD-ABSENCE-END
               WHEN WS-ACT-LIST
                   PERFORM 4000-LIST-ABSENCE-START
                      THRU 4000-LIST-ABSENCE-END
               WHEN WS-ACT-DELETE
                   PERFORM 5000-DELETE-ABSENCE-START
                      THRU 5000-DELETE-ABSENCE-END
               WHEN WS-ACT-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Action inconnue."
           END-EVALUATE.
       2000-ONE-ACTION-END.
           EXIT.

      * the role each function needs; the sign-on routine decides
       2050-AUTHORIZE-START.
           MOVE 'F' TO SGN-REQUEST.
           MOVE 'M' TO SGN-LEVEL.
           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   MOVE "SAISIE ABSENCE" TO SGN-FUNCTION
               WHEN WS-ACT-DELETE
                   MOVE "SUPPR ABSENCE" TO SGN-FUNCTION
                   MOVE 'A' TO SGN-LEVEL
               WHEN OTHER
                   SET SGN-GRANTED TO TRUE
                   GO TO 2050-AUTHORIZE-END
           END-EVALUATE.
           CALL 'signon' USING SGN-PARM.
       2050-AUTHORIZE-END.
           EXIT.

      * look WS-WANT-ID up in the employee table
       2100-FIND-EMP-START.
           SET WS-ET-NOT-FOUND TO TRUE.
           PERFORM 2110-ONE-EMP-START THRU 2110-ONE-EMP-END
               VARYING WS-ET-IDX FROM 1 BY 1
               UNTIL WS-ET-IDX > WS-ET-COUNT OR WS-ET-FOUND.
       2100-FIND-EMP-END.
           EXIT.

       2110-ONE-EMP-START.
           IF WS-ET-ID(WS-ET-IDX) = WS-WANT-ID
               SET WS-ET-FOUND TO TRUE
               MOVE WS-ET-NOM(WS-ET-IDX)    TO WS-EMP-NOM
               MOVE WS-ET-STATUT(WS-ET-IDX) TO WS-EMP-STATUT
           END-IF.
       2110-ONE-EMP-END.
           EXIT.

      * position on the first absence of WS-WANT-ID
       2200-START-EMP-START.
           MOVE WS-WANT-ID TO ABS-ID.
           MOVE 0 TO ABS-START.
           START F-ABSENCE KEY IS NOT LESS THAN ABS-KEY
               INVALID KEY SET WS-ABS-EOF TO TRUE
           END-START.
       2200-START-EMP-END.
           EXIT.

      ******************************************************************
      * ADD - A VALID TYPE AND PERIOD, NOT OVERLAPPING ANOTHER ABSENCE
      * OF THE EMPLOYEE AND NOT ENTIRELY IN A MONTH ALREADY PAID
      ******************************************************************
       3000-ADD-ABSENCE-START.
           DISPLAY "ID de l'employe ?".
           ACCEPT WS-WANT-ID.
           PERFORM 2100-FIND-EMP-START THRU 2100-FIND-EMP-END.
           IF WS-ET-NOT-FOUND
               DISPLAY "ID INCONNU: " WS-WANT-ID
               GO TO 3000-ADD-ABSENCE-END
           END-IF.
           IF WS-EMP-INACTIF
               DISPLAY "EMPLOYE INACTIF: " WS-WANT-ID
               GO TO 3000-ADD-ABSENCE-END
           END-IF.
           DISPLAY "Employe : " WS-EMP-NOM.

           DISPLAY "Type : (C)onge paye / (R)TT / (M)aladie /"
               " (S)ans solde ?".
           ACCEPT WS-ENT-TYPE.
           INSPECT WS-ENT-TYPE CONVERTING "crms" TO "CRMS".
           MOVE WS-ENT-TYPE TO ABS-TYPE.
           IF NOT ABS-TYPE-VALID
               DISPLAY "TYPE D'ABSENCE INCONNU: " WS-ENT-TYPE
               GO TO 3000-ADD-ABSENCE-END
           END-IF.

           DISPLAY "Premier jour (AAAAMMJJ) ?".
           ACCEPT WS-ENT-START.
           DISPLAY "Dernier jour (AAAAMMJJ) ?".
           ACCEPT WS-ENT-END.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENT-START) NOT = 0
           OR FUNCTION TEST-DATE-YYYYMMDD(WS-ENT-END) NOT = 0
               DISPLAY "DATE INVALIDE."
               GO TO 3000-ADD-ABSENCE-END
           END-IF.
           IF WS-ENT-END < WS-ENT-START
               DISPLAY "DERNIER JOUR AVANT LE PREMIER."
               GO TO 3000-ADD-ABSENCE-END
           END-IF.
           IF WS-ENT-END < WS-MONTH-FIRST
               DISPLAY "PERIODE DEJA PAYEE, A TRAITER EN RAPPEL."
               GO TO 3000-ADD-ABSENCE-END
           END-IF.

           PERFORM 3100-CHECK-OVERLAP-START
              THRU 3100-CHECK-OVERLAP-END.
           IF WS-OVERLAP
               DISPLAY "CHEVAUCHE L'ABSENCE DU " ABS-START
                   " AU " ABS-END
               GO TO 3000-ADD-ABSENCE-END
           END-IF.

           MOVE WS-WANT-ID   TO ABS-ID.
           MOVE WS-ENT-START TO ABS-START.
           MOVE WS-ENT-END   TO ABS-END.
           MOVE WS-ENT-TYPE  TO ABS-TYPE.
           WRITE ABS-REC
               INVALID KEY
                   DISPLAY "ECRITURE IMPOSSIBLE, STATUT: "
                       WS-ABS-STATUS
                   GO TO 3000-ADD-ABSENCE-END
           END-WRITE.
           MOVE "AJOUT   " TO HIS-ACTION.
           MOVE SPACES  TO HIS-BEFORE.
           MOVE ABS-REC TO HIS-AFTER.
           PERFORM 6000-WRITE-HISTORY-START
              THRU 6000-WRITE-HISTORY-END.
           DISPLAY "ABSENCE ENREGISTREE.".
       3000-ADD-ABSENCE-END.
           EXIT.

      * any absence of the employee sharing a day with the new period
       3100-CHECK-OVERLAP-START.
           SET WS-NO-OVERLAP TO TRUE.
           PERFORM 2200-START-EMP-START THRU 2200-START-EMP-END.
           PERFORM 3110-ONE-OVERLAP-START THRU 3110-ONE-OVERLAP-END
               UNTIL WS-ABS-EOF OR WS-OVERLAP.
       3100-CHECK-OVERLAP-END.
           EXIT.

       3110-ONE-OVERLAP-START.
           READ F-ABSENCE NEXT RECORD
               AT END
                   SET WS-ABS-EOF TO TRUE
                   GO TO 3110-ONE-OVERLAP-END
           END-READ.
           IF ABS-ID NOT = WS-WANT-ID
               SET WS-ABS-EOF TO TRUE
               GO TO 3110-ONE-OVERLAP-END
           END-IF.
           IF ABS-START <= WS-ENT-END AND ABS-END >= WS-ENT-START
               SET WS-OVERLAP TO TRUE
           END-IF.
       3110-ONE-OVERLAP-END.
           EXIT.

      ******************************************************************
      * LIST - EVERY ABSENCE OF ONE EMPLOYEE AND THE LEAVE BALANCES
      * AT THE LAST PAY RUN
      ******************************************************************
       4000-LIST-ABSENCE-START.
           DISPLAY "ID de l'employe ?".
           ACCEPT WS-WANT-ID.
           PERFORM 2100-FIND-EMP-START THRU 2100-FIND-EMP-END.
           IF WS-ET-NOT-FOUND
               DISPLAY "ID INCONNU: " WS-WANT-ID
               GO TO 4000-LIST-ABSENCE-END
           END-IF.
           DISPLAY "Employe : " WS-EMP-NOM.

           MOVE 0 TO WS-ABS-LISTED.
           PERFORM 2200-START-EMP-START THRU 2200-START-EMP-END.
           PERFORM 4100-ONE-LISTED-START THRU 4100-ONE-LISTED-END
               UNTIL WS-ABS-EOF.
           IF WS-ABS-LISTED = 0
               DISPLAY "AUCUNE ABSENCE ENREGISTREE."
           END-IF.

           IF WS-LVB-FILE-OK
               MOVE WS-WANT-ID TO LB-ID
               READ F-LEAVEBAL
                   INVALID KEY
                       DISPLAY "PAS ENCORE DE SOLDE DE CONGES."
                   NOT INVALID KEY
                       DISPLAY "SOLDES A LA PAIE " LB-PERIOD
                           " - CONGES PAYES: " LB-CP-CLOSE
                           " RTT: " LB-RTT-CLOSE
               END-READ
           END-IF.
       4000-LIST-ABSENCE-END.
           EXIT.

       4100-ONE-LISTED-START.
           READ F-ABSENCE NEXT RECORD
               AT END
                   SET WS-ABS-EOF TO TRUE
                   GO TO 4100-ONE-LISTED-END
           END-READ.
           IF ABS-ID NOT = WS-WANT-ID
               SET WS-ABS-EOF TO TRUE
               GO TO 4100-ONE-LISTED-END
           END-IF.
           EVALUATE TRUE
               WHEN ABS-CONGE      MOVE "CONGE PAYE"  TO WS-TYPE-LABEL
               WHEN ABS-RTT        MOVE "RTT"         TO WS-TYPE-LABEL
               WHEN ABS-MALADIE    MOVE "MALADIE"     TO WS-TYPE-LABEL
               WHEN ABS-SANS-SOLDE MOVE "SANS SOLDE"  TO WS-TYPE-LABEL
               WHEN OTHER          MOVE "?"           TO WS-TYPE-LABEL
           END-EVALUATE.
           DISPLAY "  DU " ABS-START " AU " ABS-END "  " WS-TYPE-LABEL.
           ADD 1 TO WS-ABS-LISTED.
       4100-ONE-LISTED-END.
           EXIT.

      ******************************************************************
      * DELETE - ONE ABSENCE BY EMPLOYEE AND FIRST DAY, UNLESS ITS
      * WHOLE PERIOD HAS ALREADY BEEN PAID
      ******************************************************************
       5000-DELETE-ABSENCE-START.
           DISPLAY "ID de l'employe ?".
           ACCEPT WS-WANT-ID.
           DISPLAY "Premier jour de l'absence (AAAAMMJJ) ?".
           ACCEPT WS-ENT-START.
           MOVE WS-WANT-ID   TO ABS-ID.
           MOVE WS-ENT-START TO ABS-START.
           READ F-ABSENCE
               INVALID KEY
                   DISPLAY "ABSENCE INCONNUE."
                   GO TO 5000-DELETE-ABSENCE-END
           END-READ.
           IF ABS-END < WS-MONTH-FIRST
               DISPLAY "PERIODE DEJA PAYEE, SUPPRESSION REFUSEE."
               GO TO 5000-DELETE-ABSENCE-END
           END-IF.
           DELETE F-ABSENCE RECORD
               INVALID KEY
                   DISPLAY "SUPPRESSION IMPOSSIBLE, STATUT: "
                       WS-ABS-STATUS
                   GO TO 5000-DELETE-ABSENCE-END
           END-DELETE.
           MOVE "SUPPR   " TO HIS-ACTION.
           MOVE ABS-REC TO HIS-BEFORE.
           MOVE SPACES  TO HIS-AFTER.
           PERFORM 6000-WRITE-HISTORY-START
              THRU 6000-WRITE-HISTORY-END.
           DISPLAY "ABSENCE SUPPRIMEE.".
       5000-DELETE-ABSENCE-END.
           EXIT.
      ******************************************************************

      ******************************************************************
      * ONE JOURNAL LINE PER CHANGE: WHO, WHEN, BEFORE AND AFTER IMAGES
      ******************************************************************
       6000-WRITE-HISTORY-START.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP TO HIS-TIMESTAMP.
           MOVE SGN-OPERATOR TO HIS-OPERATOR.
           MOVE WS-HIST-LINE TO HISTORY-REC.
           WRITE HISTORY-REC.
           MOVE WS-HIST-STATUS TO WS-ERR-STATUS.
           MOVE "ABSHIST.log" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       6000-WRITE-HISTORY-END.
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
