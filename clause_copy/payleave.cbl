       IDENTIFICATION DIVISION.
       PROGRAM-ID. payleave.
       AUTHOR. Yves.
      *=================================================================
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: leaver transactions.  The leaving
      *                    date, reason and any notice indemnity of an
      *                    employee of fichierclient.txt are recorded
      *                    in LEAVER.dat; payrun.cbl settles the leaver
      *                    in the pay run of the leaving month (pro
      *                    rata salary, payout of the remaining leave,
      *                    notice) on the final payslip, writes the
      *                    certificate to CERTTRAV.txt and leaves them
      *                    out of every later run.  A departure can be
      *                    listed, and cancelled until it is settled
      *                    (or once payrev.cbl has reversed the pay).
      * 2026-10-15 Yves    Operator sign-on through signon.cbl instead
      *                    of a typed name; recording and cancelling a
      *                    departure are checked against the
      *                    operator's PAIE role (M), and the signed-on
      *                    operator code is the one kept in LEAVER.dat.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMPLOYE ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EMP-STATUS.

           SELECT F-LEAVER ASSIGN TO 'LEAVER.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LV-ID
           FILE STATUS IS WS-LEA-STATUS.

           SELECT F-PAYPERIOD ASSIGN TO 'PAYPERIOD.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PP-PERIOD
           FILE STATUS IS WS-PP-STATUS.

       DATA DIVISION.
       FILE SECTION.

           COPY 'FCLIENT' REPLACING ==:CLIENT:== by ==EMPLOYE==.

           COPY 'FLEAVER'.

           COPY 'FPAYPER'.

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS    PIC X(02).
           88 WS-EMP-EOF        VALUE '10'.
       01  WS-LEA-STATUS    PIC X(02).
           88 WS-LEA-EOF        VALUE '10'.
       01  WS-PP-STATUS     PIC X(02).

       01  WS-ACTION           PIC X(01).
           88 WS-ACT-ADD           VALUE 'D' 'd'.
           88 WS-ACT-LIST          VALUE 'L' 'l'.
           88 WS-ACT-CANCEL        VALUE 'A' 'a'.
           88 WS-ACT-QUIT          VALUE 'Q' 'q'.

      * the current pay month; once its run is done the month is paid
      * in full and a departure can only fall after it
       01  WS-RUN-DATE.
           05 WS-RUN-PERIOD    PIC 9(06).
           05 WS-RUN-DAY       PIC 9(02).
           05 FILLER           PIC X(13).
       01  WS-MONTH-FIRST      PIC 9(08) VALUE 0.
       01  WS-EARLIEST-DATE    PIC 9(08) VALUE 0.
       01  WS-NEXT-MONTH.
           05 WS-NM-YEAR       PIC 9(04).
           05 WS-NM-MONTH      PIC 9(02).
           05 WS-NM-DAY        PIC 9(02).
       01  WS-NEXT-MONTH-N REDEFINES WS-NEXT-MONTH PIC 9(08).

       01  WS-WANT-ID          PIC 9(08).
       01  WS-ENT-DATE         PIC 9(08).
       01  WS-ENT-REASON       PIC X(01).
       01  WS-ENT-NOTICE       PIC 9(07).
       01  WS-REASON-LABEL     PIC X(24).

      * the employees a departure may be recorded for
       01  WS-EMP-TABLE.
           05 WS-ET-ENTRY OCCURS 5000 TIMES INDEXED BY WS-ET-IDX.
              10 WS-ET-ID          PIC 9(08) VALUE 0.
              10 WS-ET-NOM         PIC X(20) VALUE SPACES.
              10 WS-ET-EMBAUCHE    PIC 9(08) VALUE 0.
              10 WS-ET-STATUT      PIC X(01) VALUE SPACES.
       01  WS-ET-COUNT         PIC 9(04) VALUE 0.
       01  WS-ET-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-ET-FOUND          VALUE 'Y'.
           88 WS-ET-NOT-FOUND      VALUE 'N'.
       01  WS-EMP-NOM          PIC X(20).
       01  WS-EMP-EMBAUCHE     PIC 9(08).
       01  WS-EMP-STATUT       PIC X(01).
           88 WS-EMP-INACTIF       VALUE 'I'.

       01  WS-LV-LISTED        PIC 9(04) VALUE 0.
       01  WS-EDIT-NOTICE      PIC Z(06)9.
       01  WS-EDIT-NET         PIC Z(06)9.99.
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
           MOVE "payleave" TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           PERFORM 0100-EARLIEST-DATE-START THRU 0100-EARLIEST-DATE-END.
           PERFORM 1000-LOAD-EMP-START THRU 1000-LOAD-EMP-END.

           OPEN I-O F-LEAVER.
           IF WS-LEA-STATUS = '35'
               OPEN OUTPUT F-LEAVER
               CLOSE F-LEAVER
               OPEN I-O F-LEAVER
           END-IF.
           MOVE WS-LEA-STATUS TO WS-ERR-STATUS.
           MOVE "LEAVER.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           PERFORM 2000-ONE-ACTION-START THRU 2000-ONE-ACTION-END
               UNTIL WS-ACT-QUIT.

           CLOSE F-LEAVER.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * THE FIRST DAY A DEPARTURE MAY STILL FALL ON: THE FIRST OF THE
      * CURRENT MONTH, OR OF THE NEXT ONE ONCE THIS MONTH IS PAID
      ******************************************************************
       0100-EARLIEST-DATE-START.
           COMPUTE WS-MONTH-FIRST = WS-RUN-PERIOD * 100 + 1.
           MOVE WS-MONTH-FIRST TO WS-EARLIEST-DATE.
           OPEN INPUT F-PAYPERIOD.
           IF WS-PP-STATUS NOT = '00'
               GO TO 0100-EARLIEST-DATE-END
           END-IF.
           MOVE WS-RUN-PERIOD TO PP-PERIOD.
           READ F-PAYPERIOD
               INVALID KEY MOVE 'O' TO PP-STATUS
           END-READ.
           IF NOT PP-OPEN
               MOVE WS-MONTH-FIRST TO WS-NEXT-MONTH-N
               IF WS-NM-MONTH = 12
                   ADD 1 TO WS-NM-YEAR
                   MOVE 1 TO WS-NM-MONTH
               ELSE
                   ADD 1 TO WS-NM-MONTH
               END-IF
               MOVE WS-NEXT-MONTH-N TO WS-EARLIEST-DATE
           END-IF.
           CLOSE F-PAYPERIOD.
       0100-EARLIEST-DATE-END.
           EXIT.

      ******************************************************************
      * LOAD THE EMPLOYEE IDS, NAMES, HIRE DATES AND STATUS
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
                       MOVE EMPLOYE-ID       TO WS-ET-ID(WS-ET-IDX)
                       MOVE EMPLOYE-NOM      TO WS-ET-NOM(WS-ET-IDX)
                       MOVE EMPLOYE-EMBAUCHE
                           TO WS-ET-EMBAUCHE(WS-ET-IDX)
                       MOVE EMPLOYE-STATUT   TO WS-ET-STATUT(WS-ET-IDX)
                   END-IF
           END-READ.
       1100-READ-EMP-END.
           EXIT.

      ******************************************************************
      * ONE ACTION PER PASS
      ******************************************************************
       2000-ONE-ACTION-START.
           DISPLAY "Action : (D)epart / (L)iste / (A)nnulation /"
               " (Q)uitter ?".
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
                   PERFORM 3000-ADD-LEAVER-START
                      THRU 3000-ADD-LEAVER-END
               WHEN WS-ACT-LIST
                   PERFORM 4000-LIST-LEAVER-START
                      THRU 4000-LIST-LEAVER-END
               WHEN WS-ACT-CANCEL
                   PERFORM 5000-CANCEL-LEAVER-START
                      THRU 5000-CANCEL-LEAVER-END
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
                   MOVE "SAISIE DEPART" TO SGN-FUNCTION
               WHEN WS-ACT-CANCEL
                   MOVE "ANNUL DEPART" TO SGN-FUNCTION
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
               MOVE WS-ET-NOM(WS-ET-IDX)      TO WS-EMP-NOM
               MOVE WS-ET-EMBAUCHE(WS-ET-IDX) TO WS-EMP-EMBAUCHE
               MOVE WS-ET-STATUT(WS-ET-IDX)   TO WS-EMP-STATUT
           END-IF.
       2110-ONE-EMP-END.
           EXIT.

      * the reason code in words
       2200-REASON-LABEL-START.
           EVALUATE TRUE
               WHEN LV-DEMISSION
                   MOVE "DEMISSION"              TO WS-REASON-LABEL
               WHEN LV-LICENCIEMENT
                   MOVE "LICENCIEMENT"           TO WS-REASON-LABEL
               WHEN LV-RUPTURE
                   MOVE "RUPTURE CONVENTIONNELLE" TO WS-REASON-LABEL
               WHEN LV-FIN-CONTRAT
                   MOVE "FIN DE CONTRAT"         TO WS-REASON-LABEL
               WHEN LV-RETRAITE
                   MOVE "RETRAITE"               TO WS-REASON-LABEL
               WHEN OTHER
                   MOVE "?"                      TO WS-REASON-LABEL
           END-EVALUATE.
       2200-REASON-LABEL-END.
           EXIT.

      ******************************************************************
      * DEPARTURE - ONE PER EMPLOYEE, ON OR AFTER THE HIRE DATE AND IN
      * A MONTH NOT YET PAID
      ******************************************************************
       3000-ADD-LEAVER-START.
           DISPLAY "ID de l'employe ?".
           ACCEPT WS-WANT-ID.
           PERFORM 2100-FIND-EMP-START THRU 2100-FIND-EMP-END.
           IF WS-ET-NOT-FOUND
               DISPLAY "ID INCONNU: " WS-WANT-ID
               GO TO 3000-ADD-LEAVER-END
           END-IF.
           IF WS-EMP-INACTIF
               DISPLAY "EMPLOYE INACTIF: " WS-WANT-ID
               GO TO 3000-ADD-LEAVER-END
           END-IF.
           MOVE WS-WANT-ID TO LV-ID.
           READ F-LEAVER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "DEPART DEJA ENREGISTRE AU " LV-DATE
                   GO TO 3000-ADD-LEAVER-END
           END-READ.
           DISPLAY "Employe : " WS-EMP-NOM " embauche le "
               WS-EMP-EMBAUCHE.

           DISPLAY "Dernier jour travaille (AAAAMMJJ) ?".
           ACCEPT WS-ENT-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENT-DATE) NOT = 0
               DISPLAY "DATE INVALIDE."
               GO TO 3000-ADD-LEAVER-END
           END-IF.
           IF WS-ENT-DATE < WS-EMP-EMBAUCHE
               DISPLAY "DATE ANTERIEURE A L'EMBAUCHE."
               GO TO 3000-ADD-LEAVER-END
           END-IF.
           IF WS-ENT-DATE < WS-EARLIEST-DATE
               DISPLAY "MOIS DEJA PAYE - DEPART AU PLUS TOT LE "
                   WS-EARLIEST-DATE
               GO TO 3000-ADD-LEAVER-END
           END-IF.

           DISPLAY "Motif : (D)emission / (L)icenciement /"
               " (C) rupture conventionnelle / (F)in de contrat /"
               " (R)etraite ?".
           ACCEPT WS-ENT-REASON.
           INSPECT WS-ENT-REASON CONVERTING "dlcfr" TO "DLCFR".
           MOVE WS-ENT-REASON TO LV-REASON.
           IF NOT LV-REASON-VALID
               DISPLAY "MOTIF INCONNU: " WS-ENT-REASON
               GO TO 3000-ADD-LEAVER-END
           END-IF.

           DISPLAY "Indemnite de preavis (0 si aucune) ?".
           ACCEPT WS-ENT-NOTICE.

           MOVE WS-WANT-ID    TO LV-ID.
           MOVE WS-ENT-DATE   TO LV-DATE.
           MOVE WS-ENT-REASON TO LV-REASON.
           MOVE WS-ENT-NOTICE TO LV-NOTICE.
           MOVE 'P'           TO LV-STATUS.
           MOVE 0             TO LV-PERIOD.
           MOVE 0             TO LV-CP-DAYS.
           MOVE 0             TO LV-RTT-DAYS.
           MOVE 0             TO LV-LEAVE-PAY.
           MOVE 0             TO LV-GROSS.
           MOVE 0             TO LV-NET.
           MOVE SGN-OPERATOR  TO LV-OPERATOR.
           MOVE WS-RUN-DATE(1:8) TO LV-KEYED.
           WRITE LV-REC
               INVALID KEY
                   DISPLAY "ECRITURE IMPOSSIBLE, STATUT: "
                       WS-LEA-STATUS
                   GO TO 3000-ADD-LEAVER-END
           END-WRITE.
           DISPLAY "DEPART ENREGISTRE - SOLDE A LA PAIE DE "
               WS-ENT-DATE(1:6) ".".
       3000-ADD-LEAVER-END.
           EXIT.

      ******************************************************************
      * LIST - EVERY RECORDED DEPARTURE AND ITS SETTLEMENT
      ******************************************************************
       4000-LIST-LEAVER-START.
           MOVE 0 TO WS-LV-LISTED.
           MOVE 0 TO LV-ID.
           START F-LEAVER KEY IS NOT LESS THAN LV-ID
               INVALID KEY SET WS-LEA-EOF TO TRUE
           END-START.
           PERFORM 4100-ONE-LISTED-START THRU 4100-ONE-LISTED-END
               UNTIL WS-LEA-EOF.
           IF WS-LV-LISTED = 0
               DISPLAY "AUCUN DEPART ENREGISTRE."
           END-IF.
       4000-LIST-LEAVER-END.
           EXIT.

       4100-ONE-LISTED-START.
           READ F-LEAVER NEXT RECORD
               AT END
                   SET WS-LEA-EOF TO TRUE
                   GO TO 4100-ONE-LISTED-END
           END-READ.
           MOVE LV-ID TO WS-WANT-ID.
           PERFORM 2100-FIND-EMP-START THRU 2100-FIND-EMP-END.
           IF WS-ET-NOT-FOUND
               MOVE "?" TO WS-EMP-NOM
           END-IF.
           PERFORM 2200-REASON-LABEL-START THRU 2200-REASON-LABEL-END.
           MOVE LV-NOTICE TO WS-EDIT-NOTICE.
           IF LV-SETTLED
               MOVE LV-NET TO WS-EDIT-NET
               DISPLAY "  " LV-ID " " WS-EMP-NOM " " LV-DATE " "
                   WS-REASON-LABEL " SOLDE PAIE " LV-PERIOD
                   " NET " WS-EDIT-NET
           ELSE
               DISPLAY "  " LV-ID " " WS-EMP-NOM " " LV-DATE " "
                   WS-REASON-LABEL " EN ATTENTE PREAVIS "
                   WS-EDIT-NOTICE
           END-IF.
           ADD 1 TO WS-LV-LISTED.
       4100-ONE-LISTED-END.
           EXIT.

      ******************************************************************
      * CANCEL - A DEPARTURE NOT YET SETTLED BY THE PAY RUN
      ******************************************************************
       5000-CANCEL-LEAVER-START.
           DISPLAY "ID de l'employe ?".
           ACCEPT WS-WANT-ID.
           MOVE WS-WANT-ID TO LV-ID.
           READ F-LEAVER
               INVALID KEY
                   DISPLAY "AUCUN DEPART POUR " WS-WANT-ID
                   GO TO 5000-CANCEL-LEAVER-END
           END-READ.
      * a settled departure only goes once payrev.cbl has reversed
      * and reopened the month that paid it
           IF LV-SETTLED
               MOVE 'C' TO PP-STATUS
               OPEN INPUT F-PAYPERIOD
               IF WS-PP-STATUS = '00'
                   MOVE LV-PERIOD TO PP-PERIOD
                   READ F-PAYPERIOD
                       INVALID KEY MOVE 'C' TO PP-STATUS
                   END-READ
                   CLOSE F-PAYPERIOD
               END-IF
               IF NOT PP-OPEN
                   DISPLAY "SOLDE DEJA PAYE EN " LV-PERIOD
                       " - ANNULER D'ABORD LA PAIE PAR payrev."
                   GO TO 5000-CANCEL-LEAVER-END
               END-IF
           END-IF.
           DELETE F-LEAVER RECORD
               INVALID KEY
                   DISPLAY "SUPPRESSION IMPOSSIBLE, STATUT: "
                       WS-LEA-STATUS
                   GO TO 5000-CANCEL-LEAVER-END
           END-DELETE.
           DISPLAY "DEPART ANNULE.".
       5000-CANCEL-LEAVER-END.
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
