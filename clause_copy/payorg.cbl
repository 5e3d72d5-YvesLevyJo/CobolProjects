       IDENTIFICATION DIVISION.
       PROGRAM-ID. payorg.
       AUTHOR. Yves.
      *=================================================================
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: maintenance of the reporting-line
      *                    reference MANAGER.dat - the manager
      *                    EMPLOYE-ID of each employee.  Both people
      *                    must exist in the client master
      *                    CLIENTMST.dat (keyed on the ID as clrecon.cbl
      *                    does), the manager must be active, and a
      *                    line that would make someone their own
      *                    manager, directly or up the chain, is
      *                    refused.  payorgc.cbl prints the chart and
      *                    payexp.cbl routes approvals along it.
      * 2026-10-15 Yves    Sign-on through signon.cbl for PAIE: setting
      *                    a line needs the update role, removing one
      *                    the administration role; every change is
      *                    journalled with the operator in MGRHIST.log.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-PAY-FILE
           ASSIGN TO 'CLIENTMST.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REC-C-ID
           FILE STATUS IS FS-PAY.

           SELECT F-MANAGER ASSIGN TO 'MANAGER.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MGR-ID
           FILE STATUS IS WS-MGR-STATUS.

           SELECT HISTORY-FILE
           ASSIGN TO 'MGRHIST.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-PAY-FILE
           RECORD CONTAINS 66 CHARACTERS.
       01  CLIENT-REC.
           05 REC-C-ID       PIC X(9).
           05 REC-C-NOM      PIC X(20).
           05 REC-C-PRENOM   PIC X(20).
           05 REC-C-JOB      PIC X(14).
           05 REC-C-REGION   PIC 9(02).
           05 REC-C-STATUT   PIC X(01).
              88 REC-C-INACTIVE  VALUE 'I'.

           COPY 'FMANAGER'.

       FD  HISTORY-FILE.
       01  HISTORY-REC       PIC X(97).

       WORKING-STORAGE SECTION.
       01  FS-PAY           PIC X(02).
       01  WS-MGR-STATUS    PIC X(02).
           88 WS-MGR-EOF        VALUE '10'.
       01  WS-HIST-STATUS   PIC X(02).

       01  WS-ACTION           PIC X(01).
           88 WS-ACT-SET           VALUE 'D' 'd'.
           88 WS-ACT-DELETE        VALUE 'S' 's'.
           88 WS-ACT-LIST          VALUE 'L' 'l'.
           88 WS-ACT-QUIT          VALUE 'Q' 'q'.

       01  WS-CURRENT-DATE.
           05 WS-CD-DATE       PIC 9(08).
           05 FILLER           PIC X(13).

       01  WS-WANT-ID          PIC 9(08).
       01  WS-BOSS-ID          PIC 9(08).
       01  WS-CHAIN-ID         PIC 9(08).
       01  WS-CHAIN-DEPTH      PIC 9(04) VALUE 0.
       01  WS-EMP-ID-N         PIC 9(09).
       01  WS-WANT-KEY         PIC X(09).
       01  WS-EMP-NOM          PIC X(20).
       01  WS-BOSS-NOM         PIC X(20).

       01  WS-FOUND-SW         PIC X(01) VALUE 'N'.
           88 WS-FOUND             VALUE 'Y'.
           88 WS-NOT-FOUND          VALUE 'N'.
       01  WS-LINE-SW          PIC X(01) VALUE 'N'.
           88 WS-LINE-EXISTS       VALUE 'Y'.
           88 WS-LINE-NEW          VALUE 'N'.
       01  WS-CYCLE-SW         PIC X(01) VALUE 'N'.
           88 WS-CYCLE             VALUE 'Y'.
           88 WS-NO-CYCLE          VALUE 'N'.
       01  WS-CHAIN-END-SW     PIC X(01) VALUE 'N'.
           88 WS-CHAIN-END         VALUE 'Y'.
       01  WS-LISTED           PIC 9(04) VALUE 0.

      * one journal line per change, laid out as BANKHIST.log
       01  WS-BEFORE-IMAGE     PIC X(24).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-HIST-LINE.
           05 HIS-TIMESTAMP    PIC X(21).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 HIS-OPERATOR     PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 HIS-ACTION       PIC X(08).
           05 FILLER           PIC X(04) VALUE " AV:".
           05 HIS-BEFORE       PIC X(24).
           05 FILLER           PIC X(04) VALUE " AP:".
           05 HIS-AFTER        PIC X(24).
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
           MOVE "payorg"   TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           OPEN INPUT CLIENT-PAY-FILE.
           IF FS-PAY NOT = '00'
               DISPLAY "OUVERTURE CLIENTMST.dat IMPOSSIBLE, STATUT: "
                   FS-PAY
               DISPLAY "LANCER clibuild POUR CONSTRUIRE LE MAITRE."
               MOVE 12 TO RETURN-CODE
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.

           OPEN I-O F-MANAGER.
           IF WS-MGR-STATUS = '35'
               OPEN OUTPUT F-MANAGER
               CLOSE F-MANAGER
               OPEN I-O F-MANAGER
           END-IF.
           MOVE WS-MGR-STATUS TO WS-ERR-STATUS.
           MOVE "MANAGER.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           OPEN EXTEND HISTORY-FILE.
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           MOVE WS-HIST-STATUS TO WS-ERR-STATUS.
           MOVE "MGRHIST.log" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           PERFORM 2000-ONE-ACTION-START THRU 2000-ONE-ACTION-END
               UNTIL WS-ACT-QUIT.

           CLOSE HISTORY-FILE.
           CLOSE CLIENT-PAY-FILE F-MANAGER.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * ONE MAINTENANCE ACTION PER PASS
      ******************************************************************
       2000-ONE-ACTION-START.
           DISPLAY "Action : (D)efinir le responsable / (S)uppression"
               " / (L)iste de l'equipe / (Q)uitter ?".
           ACCEPT WS-ACTION.

           IF NOT WS-ACT-QUIT
               PERFORM 2050-AUTHORIZE-START THRU 2050-AUTHORIZE-END
               IF SGN-REFUSED
                   DISPLAY "FONCTION NON AUTORISEE POUR VOTRE ROLE."
                   GO TO 2000-ONE-ACTION-END
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-SET
                   PERFORM 3000-SET-LINE-START THRU 3000-SET-LINE-END
               WHEN WS-ACT-DELETE
                   PERFORM 4000-DELETE-LINE-START
                      THRU 4000-DELETE-LINE-END
               WHEN WS-ACT-LIST
                   PERFORM 5000-LIST-TEAM-START THRU 5000-LIST-TEAM-END
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
               WHEN WS-ACT-SET
                   MOVE "DEFINIR RESPONSABLE" TO SGN-FUNCTION
               WHEN WS-ACT-DELETE
                   MOVE "SUPPR RESPONSABLE" TO SGN-FUNCTION
                   MOVE 'A' TO SGN-LEVEL
               WHEN OTHER
                   SET SGN-GRANTED TO TRUE
                   GO TO 2050-AUTHORIZE-END
           END-EVALUATE.
           CALL 'signon' USING SGN-PARM.
       2050-AUTHORIZE-END.
           EXIT.

      * keyed read of WS-EMP-ID-N in the client master; the record
      * lands in CLIENT-REC when it exists
       2100-FIND-CLIENT-START.
           MOVE WS-EMP-ID-N TO WS-WANT-KEY.
           MOVE WS-WANT-KEY TO REC-C-ID.
           READ CLIENT-PAY-FILE
               INVALID KEY SET WS-NOT-FOUND TO TRUE
               NOT INVALID KEY SET WS-FOUND TO TRUE
           END-READ.
       2100-FIND-CLIENT-END.
           EXIT.

      ******************************************************************
      * DEFINE - SET OR CHANGE THE MANAGER OF ONE EMPLOYEE
      ******************************************************************
       3000-SET-LINE-START.
           DISPLAY "ID de l'employe ?".
           ACCEPT WS-WANT-ID.
           MOVE WS-WANT-ID TO WS-EMP-ID-N.
           PERFORM 2100-FIND-CLIENT-START THRU 2100-FIND-CLIENT-END.
           IF WS-NOT-FOUND
               DISPLAY "ID INCONNU DANS CLIENTMST.dat: " WS-WANT-ID
               GO TO 3000-SET-LINE-END
           END-IF.
           MOVE REC-C-NOM TO WS-EMP-NOM.
           DISPLAY "Employe : " WS-EMP-NOM.

           MOVE WS-WANT-ID TO MGR-ID.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           READ F-MANAGER
               INVALID KEY SET WS-LINE-NEW TO TRUE
               NOT INVALID KEY
                   SET WS-LINE-EXISTS TO TRUE
                   MOVE MGR-REC TO WS-BEFORE-IMAGE
                   DISPLAY "Responsable actuel : " MGR-BOSS-ID
           END-READ.

           DISPLAY "ID du responsable ?".
           ACCEPT WS-BOSS-ID.
           IF WS-BOSS-ID = WS-WANT-ID
               DISPLAY "UN EMPLOYE NE PEUT ETRE SON PROPRE RESPONSABLE."
               GO TO 3000-SET-LINE-END
           END-IF.
           MOVE WS-BOSS-ID TO WS-EMP-ID-N.
           PERFORM 2100-FIND-CLIENT-START THRU 2100-FIND-CLIENT-END.
           IF WS-NOT-FOUND
               DISPLAY "RESPONSABLE INCONNU DANS CLIENTMST.dat: "
                   WS-BOSS-ID
               GO TO 3000-SET-LINE-END
           END-IF.
           IF REC-C-INACTIVE
               DISPLAY "RESPONSABLE INACTIF: " WS-BOSS-ID
               GO TO 3000-SET-LINE-END
           END-IF.
           MOVE REC-C-NOM TO WS-BOSS-NOM.

           PERFORM 3100-CHECK-CYCLE-START THRU 3100-CHECK-CYCLE-END.
           IF WS-CYCLE
               DISPLAY "REFUSE: " WS-BOSS-NOM
                   " DEPEND DEJA DE " WS-EMP-NOM
               GO TO 3000-SET-LINE-END
           END-IF.

           MOVE WS-WANT-ID TO MGR-ID.
           MOVE WS-BOSS-ID TO MGR-BOSS-ID.
           MOVE WS-CD-DATE TO MGR-SINCE.
           IF WS-LINE-EXISTS
               REWRITE MGR-REC
                   INVALID KEY
                       DISPLAY "MISE A JOUR IMPOSSIBLE, STATUT: "
                           WS-MGR-STATUS
                       GO TO 3000-SET-LINE-END
               END-REWRITE
               MOVE "MODIF   " TO HIS-ACTION
           ELSE
               WRITE MGR-REC
                   INVALID KEY
                       DISPLAY "ECRITURE IMPOSSIBLE, STATUT: "
                           WS-MGR-STATUS
                       GO TO 3000-SET-LINE-END
               END-WRITE
               MOVE "AJOUT   " TO HIS-ACTION
           END-IF.
           MOVE WS-BEFORE-IMAGE TO HIS-BEFORE.
           MOVE MGR-REC TO HIS-AFTER.
           PERFORM 6000-WRITE-HISTORY-START
              THRU 6000-WRITE-HISTORY-END.
           DISPLAY WS-EMP-NOM " DEPEND DE " WS-BOSS-NOM ".".
       3000-SET-LINE-END.
           EXIT.

      * walk up from the new manager: reaching the employee means the
      * line would close a loop
       3100-CHECK-CYCLE-START.
           SET WS-NO-CYCLE TO TRUE.
           MOVE 'N' TO WS-CHAIN-END-SW.
           MOVE 0 TO WS-CHAIN-DEPTH.
           MOVE WS-BOSS-ID TO WS-CHAIN-ID.
           PERFORM 3110-ONE-LEVEL-START THRU 3110-ONE-LEVEL-END
               UNTIL WS-CYCLE OR WS-CHAIN-END.
       3100-CHECK-CYCLE-END.
           EXIT.

       3110-ONE-LEVEL-START.
           ADD 1 TO WS-CHAIN-DEPTH.
      * a chain deeper than the whole company can only be a loop
           IF WS-CHAIN-DEPTH > 9999
               SET WS-CYCLE TO TRUE
               GO TO 3110-ONE-LEVEL-END
           END-IF.
           MOVE WS-CHAIN-ID TO MGR-ID.
           READ F-MANAGER
               INVALID KEY
                   SET WS-CHAIN-END TO TRUE
                   GO TO 3110-ONE-LEVEL-END
           END-READ.
           IF MGR-BOSS-ID = WS-WANT-ID
               SET WS-CYCLE TO TRUE
           ELSE
               MOVE MGR-BOSS-ID TO WS-CHAIN-ID
           END-IF.
       3110-ONE-LEVEL-END.
           EXIT.

      ******************************************************************
      * DELETE - THE EMPLOYEE NO LONGER HAS A MANAGER
      ******************************************************************
       4000-DELETE-LINE-START.
           DISPLAY "ID de l'employe ?".
           ACCEPT WS-WANT-ID.
           MOVE WS-WANT-ID TO MGR-ID.
           READ F-MANAGER
               INVALID KEY
                   DISPLAY "AUCUN RESPONSABLE DEFINI POUR " WS-WANT-ID
                   GO TO 4000-DELETE-LINE-END
           END-READ.
           MOVE MGR-REC TO WS-BEFORE-IMAGE.
           DELETE F-MANAGER RECORD
               INVALID KEY
                   DISPLAY "SUPPRESSION IMPOSSIBLE, STATUT: "
                       WS-MGR-STATUS
                   GO TO 4000-DELETE-LINE-END
           END-DELETE.
           MOVE "SUPPR   " TO HIS-ACTION.
           MOVE WS-BEFORE-IMAGE TO HIS-BEFORE.
           MOVE SPACES TO HIS-AFTER.
           PERFORM 6000-WRITE-HISTORY-START
              THRU 6000-WRITE-HISTORY-END.
           DISPLAY "LIGNE HIERARCHIQUE SUPPRIMEE.".
       4000-DELETE-LINE-END.
           EXIT.

      ******************************************************************
      * LIST - THE DIRECT REPORTS OF ONE MANAGER
      ******************************************************************
       5000-LIST-TEAM-START.
           DISPLAY "ID du responsable ?".
           ACCEPT WS-BOSS-ID.
           MOVE 0 TO WS-LISTED.
           MOVE 0 TO MGR-ID.
           START F-MANAGER KEY IS NOT LESS THAN MGR-ID
               INVALID KEY SET WS-MGR-EOF TO TRUE
           END-START.
           PERFORM 5100-ONE-REPORT-START THRU 5100-ONE-REPORT-END
               UNTIL WS-MGR-EOF.
           DISPLAY WS-LISTED " COLLABORATEUR(S) DIRECT(S).".
       5000-LIST-TEAM-END.
           EXIT.

       5100-ONE-REPORT-START.
           READ F-MANAGER NEXT RECORD
               AT END
                   SET WS-MGR-EOF TO TRUE
                   GO TO 5100-ONE-REPORT-END
           END-READ.
           IF MGR-BOSS-ID NOT = WS-BOSS-ID
               GO TO 5100-ONE-REPORT-END
           END-IF.
           MOVE MGR-ID TO WS-EMP-ID-N.
           PERFORM 2100-FIND-CLIENT-START THRU 2100-FIND-CLIENT-END.
           IF WS-NOT-FOUND
               MOVE "?" TO REC-C-NOM
               MOVE SPACES TO REC-C-STATUT
           END-IF.
           DISPLAY "  " MGR-ID " " REC-C-NOM " " REC-C-STATUT
               " DEPUIS " MGR-SINCE.
           ADD 1 TO WS-LISTED.
       5100-ONE-REPORT-END.
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
           MOVE "MGRHIST.log" TO WS-ERR-FILE.
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
