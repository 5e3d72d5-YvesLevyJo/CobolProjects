       IDENTIFICATION DIVISION.
       PROGRAM-ID. paybref.
       AUTHOR. Yves.
      *=================================================================
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: keyed maintenance of the
      *                    bank-details reference BANKREF.dat (add,
      *                    change, delete per employee) in place of
      *                    editing the file by hand.  The employee must
      *                    exist in the client master CLIENTMST.dat,
      *                    the IBAN must have the length of its country
      *                    and pass the mod-97 check digits.  Every
      *                    change writes the before and after images
      *                    to BANKHIST.log, laid out as CLIHIST.log.
      *                    BANKREF.dat stays line sequential for
      *                    paybank.cbl and payret.cbl and is rewritten
      *                    in full after each change.
      * 2026-10-15 Yves    Operator sign-on through signon.cbl instead
      *                    of a typed name; each action is checked
      *                    against the operator's PAIE role (add and
      *                    change need M, delete needs A), and the
      *                    signed-on operator code is the one
      *                    journalled in BANKHIST.log.
      * 2026-10-15 Yves    An early stop after sign-on (a master that
      *                    cannot be opened or a full bank table) ends
      *                    the session in ACCESS.log first.
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

           SELECT F-BANKREF ASSIGN TO 'BANKREF.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BNK-STATUS.

           SELECT HISTORY-FILE
           ASSIGN TO 'BANKHIST.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-HIST.

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

       FD  F-BANKREF
           RECORD CONTAINS 35 CHARACTERS.
       01  BANKREF-REC.
           05 BNK-ID           PIC 9(08).
           05 BNK-IBAN         PIC X(27).

       FD  HISTORY-FILE.
       01  HISTORY-REC       PIC X(180).

       WORKING-STORAGE SECTION.
       01  FS-PAY           PIC X(02).
       01  WS-BNK-STATUS    PIC X(02).
           88 WS-BNK-EOF        VALUE '10'.
       01  FS-HIST          PIC X(02).

       01  WS-ACTION           PIC X(01).
           88 WS-ACT-ADD           VALUE 'A' 'a'.
           88 WS-ACT-CHANGE        VALUE 'M' 'm'.
           88 WS-ACT-DELETE        VALUE 'S' 's'.
           88 WS-ACT-QUIT          VALUE 'Q' 'q'.
       01  WS-CONFIRM          PIC X(01).
           88 WS-CONFIRMED         VALUE 'O' 'o'.

       01  WS-WANT-ID          PIC 9(08).
       01  WS-EMP-ID-N         PIC 9(09).
       01  WS-WANT-KEY         PIC X(09).
       01  WS-FOUND-SW         PIC X(01) VALUE 'N'.
           88 WS-FOUND             VALUE 'Y'.
           88 WS-NOT-FOUND          VALUE 'N'.

      * the whole reference, held while the session runs
       01  WS-BANK-TABLE.
           05 WS-BK-ENTRY OCCURS 9999 TIMES INDEXED BY WS-BK-IDX.
              10 WS-BK-ID       PIC 9(08) VALUE 0.
              10 WS-BK-IBAN     PIC X(27) VALUE SPACES.
       01  WS-BK-COUNT         PIC 9(04) VALUE 0.
       01  WS-BK-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-BK-FOUND          VALUE 'Y'.
           88 WS-BK-NOT-FOUND      VALUE 'N'.
       01  WS-BK-SHIFT         PIC 9(04) VALUE 0.

      * IBAN as keyed, then compacted and upper-cased
       01  WS-IB-INPUT         PIC X(40).
       01  WS-IBAN             PIC X(34).
       01  WS-IB-LEN           PIC 9(02) VALUE 0.
       01  WS-IB-POS           PIC 9(02) VALUE 0.
       01  WS-IB-CHAR          PIC X(01).
       01  WS-IB-REARR         PIC X(34).
       01  WS-IB-WORK          PIC 9(05) VALUE 0.
       01  WS-IB-QUOT          PIC 9(05) VALUE 0.
       01  WS-IB-REM           PIC 9(02) VALUE 0.
       01  WS-IB-LETTER        PIC 9(02) VALUE 0.
       01  WS-IB-DIGIT         PIC 9(01) VALUE 0.
       01  WS-IB-WANT-LEN      PIC 9(02) VALUE 0.
       01  WS-IB-SW            PIC X(01) VALUE 'Y'.
           88 WS-IB-VALID          VALUE 'Y'.
           88 WS-IB-INVALID        VALUE 'N'.
       01  WS-ALPHABET         PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * IBAN length by country; only the countries whose IBAN fits the
      * 27 characters of BNK-IBAN are held
       01  WS-COUNTRY-VALUES.
           05 FILLER PIC X(40) VALUE
              "AT20BE16CH21DE22DK18ES24FI18FR27GB22IE22".
           05 FILLER PIC X(28) VALUE
              "IT27LU20MC27NL18NO15PT25SE24".
       01  WS-COUNTRY-TABLE REDEFINES WS-COUNTRY-VALUES.
           05 WS-CTY-ENTRY OCCURS 17 TIMES INDEXED BY WS-CTY-IDX.
              10 WS-CTY-CODE    PIC X(02).
              10 WS-CTY-LEN     PIC 9(02).

      * before and after images, in the BANKREF.dat layout
       01  WS-BEFORE-IMAGE.
           05 WS-BI-ID         PIC 9(08).
           05 WS-BI-IBAN       PIC X(27).
       01  WS-AFTER-IMAGE.
           05 WS-AI-ID         PIC 9(08).
           05 WS-AI-IBAN       PIC X(27).

       01  WS-TIMESTAMP        PIC X(21).
       01  WS-HIST-LINE.
           05 HIS-TIMESTAMP    PIC X(21).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 HIS-OPERATOR     PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 HIS-ACTION       PIC X(08).
           05 FILLER           PIC X(04) VALUE " AV:".
           05 HIS-BEFORE       PIC X(66).
           05 FILLER           PIC X(04) VALUE " AP:".
           05 HIS-AFTER        PIC X(66).
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
           MOVE "paybref"  TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

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

           PERFORM 1000-LOAD-BANKREF-START THRU 1000-LOAD-BANKREF-END.

           OPEN EXTEND HISTORY-FILE.
           IF FS-HIST = '35'
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           MOVE FS-HIST TO WS-ERR-STATUS.
           MOVE "BANKHIST.log" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           PERFORM 2000-ONE-ACTION-START THRU 2000-ONE-ACTION-END
               UNTIL WS-ACT-QUIT.

           CLOSE HISTORY-FILE.
           CLOSE CLIENT-PAY-FILE.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * THE REFERENCE INTO THE TABLE - NO FILE YET MEANS NO DETAILS YET
      ******************************************************************
       1000-LOAD-BANKREF-START.
           OPEN INPUT F-BANKREF.
           IF WS-BNK-STATUS = '35'
               GO TO 1000-LOAD-BANKREF-END
           END-IF.
           MOVE WS-BNK-STATUS TO WS-ERR-STATUS.
           MOVE "BANKREF.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1100-READ-BANKREF-START
              THRU 1100-READ-BANKREF-END
              UNTIL WS-BNK-EOF.
           CLOSE F-BANKREF.
       1000-LOAD-BANKREF-END.
           EXIT.

       1100-READ-BANKREF-START.
           READ F-BANKREF
               AT END SET WS-BNK-EOF TO TRUE
               NOT AT END
                   IF WS-BK-COUNT >= 9999
                       DISPLAY "TABLE BANQUE PLEINE (9999) - ARRET"
                       MOVE 12 TO RETURN-CODE
                       MOVE 'E' TO SGN-REQUEST
                       CALL 'signon' USING SGN-PARM
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BK-COUNT
                   SET WS-BK-IDX TO WS-BK-COUNT
                   MOVE BNK-ID   TO WS-BK-ID(WS-BK-IDX)
                   MOVE BNK-IBAN TO WS-BK-IBAN(WS-BK-IDX)
           END-READ.
       1100-READ-BANKREF-END.
           EXIT.

      ******************************************************************
      * THE TABLE BACK TO BANKREF.dat, SO A CHANGE IS KEPT AT ONCE
      ******************************************************************
       1200-SAVE-BANKREF-START.
           OPEN OUTPUT F-BANKREF.
           MOVE WS-BNK-STATUS TO WS-ERR-STATUS.
           MOVE "BANKREF.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1210-WRITE-BANKREF-START
              THRU 1210-WRITE-BANKREF-END
              VARYING WS-BK-IDX FROM 1 BY 1
              UNTIL WS-BK-IDX > WS-BK-COUNT.
           CLOSE F-BANKREF.
       1200-SAVE-BANKREF-END.
           EXIT.

       1210-WRITE-BANKREF-START.
           MOVE WS-BK-ID(WS-BK-IDX)   TO BNK-ID.
           MOVE WS-BK-IBAN(WS-BK-IDX) TO BNK-IBAN.
           WRITE BANKREF-REC.
           MOVE WS-BNK-STATUS TO WS-ERR-STATUS.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       1210-WRITE-BANKREF-END.
           EXIT.

      ******************************************************************
      * ONE MAINTENANCE ACTION PER PASS
      ******************************************************************
       2000-ONE-ACTION-START.
           DISPLAY "Action : (A)jout / (M)odification / (S)uppression"
               " / (Q)uitter ?".
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
                   PERFORM 3000-ADD-START THRU 3000-ADD-END
               WHEN WS-ACT-CHANGE
                   PERFORM 4000-CHANGE-START THRU 4000-CHANGE-END
               WHEN WS-ACT-DELETE
                   PERFORM 5000-DELETE-START THRU 5000-DELETE-END
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
                   MOVE "AJOUT RIB" TO SGN-FUNCTION
               WHEN WS-ACT-CHANGE
                   MOVE "MODIF RIB" TO SGN-FUNCTION
               WHEN WS-ACT-DELETE
                   MOVE "SUPPR RIB" TO SGN-FUNCTION
                   MOVE 'A' TO SGN-LEVEL
               WHEN OTHER
                   SET SGN-GRANTED TO TRUE
                   GO TO 2050-AUTHORIZE-END
           END-EVALUATE.
           CALL 'signon' USING SGN-PARM.
       2050-AUTHORIZE-END.
           EXIT.

      * keyed read of WS-WANT-ID in the client master; the record
      * lands in CLIENT-REC when it exists
       2100-FIND-CLIENT-START.
           MOVE WS-WANT-ID TO WS-EMP-ID-N.
           MOVE WS-EMP-ID-N TO WS-WANT-KEY.
           MOVE WS-WANT-KEY TO REC-C-ID.
           READ CLIENT-PAY-FILE
               INVALID KEY SET WS-NOT-FOUND TO TRUE
               NOT INVALID KEY SET WS-FOUND TO TRUE
           END-READ.
       2100-FIND-CLIENT-END.
           EXIT.

      * the bank details of WS-WANT-ID in the table, at WS-BK-IDX
       2200-FIND-BANK-START.
           SET WS-BK-NOT-FOUND TO TRUE.
           PERFORM 2210-CHECK-BANK-START THRU 2210-CHECK-BANK-END
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT OR WS-BK-FOUND.
           IF WS-BK-FOUND
               SET WS-BK-IDX DOWN BY 1
           END-IF.
       2200-FIND-BANK-END.
           EXIT.

       2210-CHECK-BANK-START.
           IF WS-BK-ID(WS-BK-IDX) = WS-WANT-ID
               SET WS-BK-FOUND TO TRUE
           END-IF.
       2210-CHECK-BANK-END.
           EXIT.

      * the employee must be known to the client master; an inactive
      * one keeps their details for the final settlement, with a warning
       2300-CHECK-EMPLOYEE-START.
           PERFORM 2100-FIND-CLIENT-START THRU 2100-FIND-CLIENT-END.
           IF WS-NOT-FOUND
               DISPLAY "ID INCONNU DANS CLIENTMST.dat: " WS-WANT-ID
               GO TO 2300-CHECK-EMPLOYEE-END
           END-IF.
           DISPLAY "Employe : " REC-C-NOM " " REC-C-PRENOM.
           IF REC-C-INACTIVE
               DISPLAY "ATTENTION: EMPLOYE INACTIF."
           END-IF.
       2300-CHECK-EMPLOYEE-END.
           EXIT.

      ******************************************************************
      * IBAN ENTRY - SPACES DROPPED, LETTERS UPPER-CASED, THEN THE
      * COUNTRY LENGTH AND THE MOD-97 CHECK DIGITS
      ******************************************************************
       2400-ACCEPT-IBAN-START.
           DISPLAY "IBAN ?".
           MOVE SPACES TO WS-IB-INPUT.
           ACCEPT WS-IB-INPUT.
           INSPECT WS-IB-INPUT CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS-IBAN.
           MOVE 0 TO WS-IB-LEN.
           SET WS-IB-VALID TO TRUE.
           PERFORM 2410-COMPACT-START THRU 2410-COMPACT-END
               VARYING WS-IB-POS FROM 1 BY 1
               UNTIL WS-IB-POS > 40 OR WS-IB-INVALID.
           IF WS-IB-INVALID
               DISPLAY "IBAN TROP LONG."
               GO TO 2400-ACCEPT-IBAN-END
           END-IF.
           IF WS-IB-LEN < 5
               DISPLAY "IBAN TROP COURT."
               SET WS-IB-INVALID TO TRUE
               GO TO 2400-ACCEPT-IBAN-END
           END-IF.
           IF WS-IBAN(1:2) IS NOT ALPHABETIC
              OR WS-IBAN(3:2) IS NOT NUMERIC
               DISPLAY "IBAN: PAYS OU CLE DE CONTROLE INVALIDE."
               SET WS-IB-INVALID TO TRUE
               GO TO 2400-ACCEPT-IBAN-END
           END-IF.

           SET WS-CTY-IDX TO 1.
           SEARCH WS-CTY-ENTRY
               AT END
                   DISPLAY "IBAN: PAYS NON GERE " WS-IBAN(1:2)
                   SET WS-IB-INVALID TO TRUE
                   GO TO 2400-ACCEPT-IBAN-END
               WHEN WS-CTY-CODE(WS-CTY-IDX) = WS-IBAN(1:2)
                   MOVE WS-CTY-LEN(WS-CTY-IDX) TO WS-IB-WANT-LEN
           END-SEARCH.
           IF WS-IB-LEN NOT = WS-IB-WANT-LEN
               DISPLAY "IBAN " WS-IBAN(1:2) ": " WS-IB-WANT-LEN
                   " CARACTERES ATTENDUS, " WS-IB-LEN " SAISIS."
               SET WS-IB-INVALID TO TRUE
               GO TO 2400-ACCEPT-IBAN-END
           END-IF.

      * the four leading characters go to the end, each letter counts
      * as two digits (A=10 ... Z=35) and the remainder by 97 is kept
      * digit by digit; a valid IBAN leaves 1
           MOVE SPACES TO WS-IB-REARR.
           MOVE WS-IBAN(5:WS-IB-LEN - 4) TO WS-IB-REARR.
           MOVE WS-IBAN(1:4) TO WS-IB-REARR(WS-IB-LEN - 3:4).
           MOVE 0 TO WS-IB-REM.
           PERFORM 2420-MOD97-START THRU 2420-MOD97-END
               VARYING WS-IB-POS FROM 1 BY 1
               UNTIL WS-IB-POS > WS-IB-LEN OR WS-IB-INVALID.
           IF WS-IB-INVALID
               DISPLAY "IBAN: CARACTERE INVALIDE."
               GO TO 2400-ACCEPT-IBAN-END
           END-IF.
           IF WS-IB-REM NOT = 1
               DISPLAY "IBAN: CLE DE CONTROLE FAUSSE."
               SET WS-IB-INVALID TO TRUE
           END-IF.
       2400-ACCEPT-IBAN-END.
           EXIT.

       2410-COMPACT-START.
           MOVE WS-IB-INPUT(WS-IB-POS:1) TO WS-IB-CHAR.
           IF WS-IB-CHAR = SPACE
               GO TO 2410-COMPACT-END
           END-IF.
           IF WS-IB-LEN >= 34
               SET WS-IB-INVALID TO TRUE
               GO TO 2410-COMPACT-END
           END-IF.
           ADD 1 TO WS-IB-LEN.
           MOVE WS-IB-CHAR TO WS-IBAN(WS-IB-LEN:1).
       2410-COMPACT-END.
           EXIT.

       2420-MOD97-START.
           MOVE WS-IB-REARR(WS-IB-POS:1) TO WS-IB-CHAR.
           IF WS-IB-CHAR IS NUMERIC
               MOVE WS-IB-CHAR TO WS-IB-DIGIT
               COMPUTE WS-IB-WORK = WS-IB-REM * 10 + WS-IB-DIGIT
           ELSE
               IF WS-IB-CHAR IS NOT ALPHABETIC
                   SET WS-IB-INVALID TO TRUE
                   GO TO 2420-MOD97-END
               END-IF
               MOVE 0 TO WS-IB-LETTER
               INSPECT WS-ALPHABET TALLYING WS-IB-LETTER
                   FOR CHARACTERS BEFORE INITIAL WS-IB-CHAR
               COMPUTE WS-IB-WORK = WS-IB-REM * 100
                   + WS-IB-LETTER + 10
           END-IF.
           DIVIDE WS-IB-WORK BY 97 GIVING WS-IB-QUOT
               REMAINDER WS-IB-REM.
       2420-MOD97-END.
           EXIT.

      ******************************************************************
      * ADD - BANK DETAILS FOR AN EMPLOYEE WHO HAS NONE YET
      ******************************************************************
       3000-ADD-START.
           DISPLAY "ID de l'employe ?".
           ACCEPT WS-WANT-ID.
           PERFORM 2200-FIND-BANK-START THRU 2200-FIND-BANK-END.
           IF WS-BK-FOUND
               DISPLAY "COORDONNEES DEJA SAISIES POUR " WS-WANT-ID
                   " - UTILISER (M)ODIFICATION."
               GO TO 3000-ADD-END
           END-IF.
           IF WS-BK-COUNT >= 9999
               DISPLAY "TABLE BANQUE PLEINE (9999)."
               GO TO 3000-ADD-END
           END-IF.
           PERFORM 2300-CHECK-EMPLOYEE-START
              THRU 2300-CHECK-EMPLOYEE-END.
           IF WS-NOT-FOUND
               GO TO 3000-ADD-END
           END-IF.
           PERFORM 2400-ACCEPT-IBAN-START THRU 2400-ACCEPT-IBAN-END.
           IF WS-IB-INVALID
               GO TO 3000-ADD-END
           END-IF.

           ADD 1 TO WS-BK-COUNT.
           SET WS-BK-IDX TO WS-BK-COUNT.
           MOVE WS-WANT-ID TO WS-BK-ID(WS-BK-IDX).
           MOVE WS-IBAN    TO WS-BK-IBAN(WS-BK-IDX).
           PERFORM 1200-SAVE-BANKREF-START THRU 1200-SAVE-BANKREF-END.

           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE WS-WANT-ID TO WS-AI-ID.
           MOVE WS-IBAN    TO WS-AI-IBAN.
           MOVE "AJOUT   " TO HIS-ACTION.
           PERFORM 6000-WRITE-HISTORY-START
              THRU 6000-WRITE-HISTORY-END.
           DISPLAY "COORDONNEES BANCAIRES AJOUTEES.".
       3000-ADD-END.
           EXIT.

      ******************************************************************
      * CHANGE - A NEW IBAN FOR AN EMPLOYEE ALREADY IN THE REFERENCE
      ******************************************************************
       4000-CHANGE-START.
           DISPLAY "ID de l'employe ?".
           ACCEPT WS-WANT-ID.
           PERFORM 2200-FIND-BANK-START THRU 2200-FIND-BANK-END.
           IF WS-BK-NOT-FOUND
               DISPLAY "AUCUNE COORDONNEE POUR " WS-WANT-ID
                   " - UTILISER (A)JOUT."
               GO TO 4000-CHANGE-END
           END-IF.
           PERFORM 2300-CHECK-EMPLOYEE-START
              THRU 2300-CHECK-EMPLOYEE-END.
           IF WS-NOT-FOUND
               GO TO 4000-CHANGE-END
           END-IF.
           DISPLAY "IBAN actuel : " WS-BK-IBAN(WS-BK-IDX).
           PERFORM 2400-ACCEPT-IBAN-START THRU 2400-ACCEPT-IBAN-END.
           IF WS-IB-INVALID
               GO TO 4000-CHANGE-END
           END-IF.
           IF WS-IBAN = WS-BK-IBAN(WS-BK-IDX)
               DISPLAY "IBAN INCHANGE."
               GO TO 4000-CHANGE-END
           END-IF.

           MOVE WS-BK-ID(WS-BK-IDX)   TO WS-BI-ID.
           MOVE WS-BK-IBAN(WS-BK-IDX) TO WS-BI-IBAN.
           MOVE WS-IBAN TO WS-BK-IBAN(WS-BK-IDX).
           PERFORM 1200-SAVE-BANKREF-START THRU 1200-SAVE-BANKREF-END.

           MOVE WS-WANT-ID TO WS-AI-ID.
           MOVE WS-IBAN    TO WS-AI-IBAN.
           MOVE "MODIF   " TO HIS-ACTION.
           PERFORM 6000-WRITE-HISTORY-START
              THRU 6000-WRITE-HISTORY-END.
           DISPLAY "COORDONNEES BANCAIRES MODIFIEES.".
       4000-CHANGE-END.
           EXIT.

      ******************************************************************
      * DELETE - THE EMPLOYEE NO LONGER HAS BANK DETAILS; THE MASTER
      * IS NOT NEEDED HERE SO A PURGED EMPLOYEE CAN STILL BE REMOVED
      ******************************************************************
       5000-DELETE-START.
           DISPLAY "ID de l'employe ?".
           ACCEPT WS-WANT-ID.
           PERFORM 2200-FIND-BANK-START THRU 2200-FIND-BANK-END.
           IF WS-BK-NOT-FOUND
               DISPLAY "AUCUNE COORDONNEE POUR " WS-WANT-ID
               GO TO 5000-DELETE-END
           END-IF.
           DISPLAY "IBAN actuel : " WS-BK-IBAN(WS-BK-IDX).
           DISPLAY "Supprimer ces coordonnees (O/N) ?".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "ABANDON - RIEN N'EST SUPPRIME."
               GO TO 5000-DELETE-END
           END-IF.

           MOVE WS-BK-ID(WS-BK-IDX)   TO WS-BI-ID.
           MOVE WS-BK-IBAN(WS-BK-IDX) TO WS-BI-IBAN.
           SET WS-BK-SHIFT TO WS-BK-IDX.
           PERFORM 5100-SHIFT-DOWN-START THRU 5100-SHIFT-DOWN-END
               UNTIL WS-BK-SHIFT >= WS-BK-COUNT.
           SUBTRACT 1 FROM WS-BK-COUNT.
           PERFORM 1200-SAVE-BANKREF-START THRU 1200-SAVE-BANKREF-END.

           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE "SUPPR   " TO HIS-ACTION.
           PERFORM 6000-WRITE-HISTORY-START
              THRU 6000-WRITE-HISTORY-END.
           DISPLAY "COORDONNEES BANCAIRES SUPPRIMEES.".
       5000-DELETE-END.
           EXIT.

       5100-SHIFT-DOWN-START.
           MOVE WS-BK-ENTRY(WS-BK-SHIFT + 1)
               TO WS-BK-ENTRY(WS-BK-SHIFT).
           ADD 1 TO WS-BK-SHIFT.
       5100-SHIFT-DOWN-END.
           EXIT.

      ******************************************************************
      * ONE AUDIT LINE PER CHANGE: WHO, WHEN, BEFORE AND AFTER IMAGES
      ******************************************************************
       6000-WRITE-HISTORY-START.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP    TO HIS-TIMESTAMP.
           MOVE SGN-OPERATOR    TO HIS-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO HIS-BEFORE.
           MOVE WS-AFTER-IMAGE  TO HIS-AFTER.
           MOVE WS-HIST-LINE TO HISTORY-REC.
           WRITE HISTORY-REC.
           MOVE FS-HIST TO WS-ERR-STATUS.
           MOVE "BANKHIST.log" TO WS-ERR-FILE.
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
