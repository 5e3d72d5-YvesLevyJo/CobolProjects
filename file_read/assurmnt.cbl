      *****************************************************************
      *    Maintenance des contrats sur le fichier indexe ASSURIDX.dat
      *****************************************************************
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: keyed contract maintenance on
      *                    ASSURIDX.dat by contract identifier - look
      *                    up, add, modify the status, the start date
      *                    (CODE1), the end date (CODE2) and the
      *                    amount, and terminate.  Every change goes to
      *                    ASSURHIST.log with timestamp, operator and
      *                    before/after images, as CLIHIST.log does
      *                    for the clients.  The (E)xport action
      *                    writes the index back to the flat
      *                    assurances.dat layout, in identifier
      *                    order, for the programs reading the flat
      *                    file.
      * 2026-10-15 Yves    Operator sign-on through signon.cbl instead
      *                    of a typed name; add, modify, terminate and
      *                    export are checked against the operator's
      *                    ASSUR role (M), and the signed-on operator
      *                    code is the one journalled in ASSURHIST.log.
      * 2026-10-15 Yves    An early stop after sign-on (a file that
      *                    cannot be opened) ends the session in
      *                    ACCESS.log first.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  assurmnt.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDXFILE ASSIGN TO 'ASSURIDX.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-DATA-ID
           ALTERNATE RECORD KEY IS IDX-DATA-ENTREPISE
               WITH DUPLICATES
           FILE STATUS IS WS-IDX-STATUS.

           SELECT HISTORY-FILE ASSIGN TO 'ASSURHIST.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HIS-STATUS.

           SELECT OUTFILE ASSIGN TO 'assurances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD IDXFILE
           RECORD CONTAINS 126 CHARACTERS.
       01  E-IDXFILE.
           05 IDX-DATA-ID             PIC X(8).
           05 FILLER                  PIC X(1).
           05 IDX-DATA-REF            PIC X(14).
           05 FILLER                  PIC X(1).
           05 IDX-DATA-CONTRACT       PIC X(14).
           05 FILLER                  PIC X(1).
           05 IDX-DATA-ENTREPISE      PIC X(41).
           05 FILLER                  PIC X(1).
           05 IDX-DATA-STATUS         PIC X(8).
           05 FILLER                  PIC X(1).
           05 IDX-DATA-CODE1          PIC X(8).
           05 FILLER                  PIC X(1).
           05 IDX-DATA-CODE2          PIC X(8).
           05 FILLER                  PIC X(1).
           05 IDX-DATA-AMOUNTH        PIC 9(9).
           05 FILLER                  PIC X(1).
           05 IDX-DATA-CURRENCY       PIC X(3).

       FD HISTORY-FILE.
       01  HISTORY-REC                PIC X(301).

       FD OUTFILE
           RECORD CONTAINS 126 CHARACTERS
           RECORDING MODE IS F.
       01  E-OUTFILE                  PIC X(126).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-IDX-STATUS              PIC X(2).
           88 WS-IDX-OK                   VALUE '00'.
       01  WS-HIS-STATUS              PIC X(2).
       01  WS-OUT-STATUS              PIC X(2).

       01  WS-ACTION                  PIC X(01).
           88 WS-ACT-LOOKUP               VALUE 'C' 'c'.
           88 WS-ACT-ADD                  VALUE 'A' 'a'.
           88 WS-ACT-MODIFY               VALUE 'M' 'm'.
           88 WS-ACT-TERMINATE            VALUE 'R' 'r'.
           88 WS-ACT-EXPORT               VALUE 'E' 'e'.
           88 WS-ACT-QUIT                 VALUE 'Q' 'q'.
       01  WS-CONFIRM                 PIC X(01).
           88 WS-CONFIRMED                VALUE 'O' 'o'.

       01  WS-TIMESTAMP               PIC X(21).
       01  WS-WANT-ID                 PIC X(8).
       01  WS-FOUND-SW                PIC X(01) VALUE 'N'.
           88 WS-FOUND                    VALUE 'Y'.
           88 WS-NOT-FOUND                VALUE 'N'.

      * the contract as entered, checked before it is written
       01  WS-WORK-REC.
           05 WRK-ID                  PIC X(8).
           05 FILLER                  PIC X(1).
           05 WRK-REF                 PIC X(14).
           05 FILLER                  PIC X(1).
           05 WRK-CONTRACT            PIC X(14).
           05 FILLER                  PIC X(1).
           05 WRK-ENTREPISE           PIC X(41).
           05 FILLER                  PIC X(1).
           05 WRK-STATUS              PIC X(8).
              88 WRK-STATUS-OK            VALUE "Actif" "Suspendu"
                                                "Resilie".
              88 WRK-RESILIE              VALUE "Resilie".
           05 FILLER                  PIC X(1).
           05 WRK-START               PIC X(8).
           05 FILLER                  PIC X(1).
           05 WRK-END                 PIC X(8).
           05 FILLER                  PIC X(1).
           05 WRK-AMOUNT              PIC 9(9).
           05 FILLER                  PIC X(1).
           05 WRK-CURRENCY            PIC X(3).
       01  WS-BEFORE-IMAGE            PIC X(126).

      * answers to the field prompts; blank keeps the current value
       01  WS-WANT-TEXT               PIC X(41).
       01  WS-WANT-DATE               PIC X(8).
       01  WS-WANT-AMOUNT-X           PIC X(12).
       01  WS-DATE-N                  PIC 9(8).
       01  WS-INPUT-OK-SW             PIC X(01) VALUE 'Y'.
           88 WS-INPUT-OK                 VALUE 'Y'.
           88 WS-INPUT-BAD                VALUE 'N'.

       01  WS-CURRENT-DATE.
           05 WS-TODAY                PIC 9(8).
           05 FILLER                  PIC X(13).

       01  WS-AMOUNT-ED               PIC Z(8)9.
       01  WS-CHANGE-COUNT            PIC 9(04) VALUE 0.
       01  WS-EXPORT-COUNT            PIC 9(06) VALUE 0.
       01  WS-EXPORT-DONE-SW          PIC X(01) VALUE 'N'.
           88 WS-EXPORT-DONE              VALUE 'Y'.

       01  WS-HIST-LINE.
           05 HIS-TIMESTAMP    PIC X(21).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 HIS-OPERATOR     PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 HIS-ACTION       PIC X(08).
           05 FILLER           PIC X(04) VALUE " AV:".
           05 HIS-BEFORE       PIC X(126).
           05 FILLER           PIC X(04) VALUE " AP:".
           05 HIS-AFTER        PIC X(126).
      *****************************************************************
      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       COPY "SIGNPARM.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'S'        TO SGN-REQUEST.
           MOVE "ASSUR"    TO SGN-APPLI.
           MOVE "assurmnt" TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.

           OPEN I-O IDXFILE.
           IF NOT WS-IDX-OK
               DISPLAY "ASSURIDX.dat INACCESSIBLE, STATUT: "
                   WS-IDX-STATUS
               DISPLAY "LANCER assuridx POUR LE CONSTRUIRE."
               MOVE 12 TO RETURN-CODE
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HIS-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           MOVE WS-HIS-STATUS TO WS-ERR-STATUS.
           MOVE "ASSURHIST.log" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           PERFORM 1000-ONE-ACTION-START THRU 1000-ONE-ACTION-END
               UNTIL WS-ACT-QUIT.

           CLOSE IDXFILE HISTORY-FILE.
           DISPLAY "CONTRATS MODIFIES: " WS-CHANGE-COUNT.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * ONE MAINTENANCE ACTION PER PASS
      ******************************************************************
       1000-ONE-ACTION-START.
           DISPLAY "Action : (C)onsultation / (A)jout /"
               " (M)odification / (R)esiliation / (E)xport /"
               " (Q)uitter ?".
           ACCEPT WS-ACTION.

           IF NOT WS-ACT-QUIT
               PERFORM 1050-AUTHORIZE-START THRU 1050-AUTHORIZE-END
               IF SGN-REFUSED
                   DISPLAY "FONCTION NON AUTORISEE POUR VOTRE ROLE."
                   GO TO 1000-ONE-ACTION-END
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-LOOKUP
                   PERFORM 2000-LOOKUP-START THRU 2000-LOOKUP-END
               WHEN WS-ACT-ADD
                   PERFORM 3000-ADD-START THRU 3000-ADD-END
               WHEN WS-ACT-MODIFY
                   PERFORM 3100-MODIFY-START THRU 3100-MODIFY-END
               WHEN WS-ACT-TERMINATE
                   PERFORM 3200-TERMINATE-START THRU 3200-TERMINATE-END
               WHEN WS-ACT-EXPORT
                   PERFORM 5000-EXPORT-START THRU 5000-EXPORT-END
               WHEN WS-ACT-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Action inconnue."
           END-EVALUATE.
       1000-ONE-ACTION-END.
           EXIT.

      * the role each function needs; the sign-on routine decides
       1050-AUTHORIZE-START.
           MOVE 'F' TO SGN-REQUEST.
           MOVE 'M' TO SGN-LEVEL.
           EVALUATE TRUE
               WHEN WS-ACT-ADD
                   MOVE "AJOUT CONTRAT" TO SGN-FUNCTION
               WHEN WS-ACT-MODIFY
                   MOVE "MODIF CONTRAT" TO SGN-FUNCTION
               WHEN WS-ACT-TERMINATE
                   MOVE "RESIL CONTRAT" TO SGN-FUNCTION
               WHEN WS-ACT-EXPORT
                   MOVE "EXPORT CONTRATS" TO SGN-FUNCTION
               WHEN OTHER
                   SET SGN-GRANTED TO TRUE
                   GO TO 1050-AUTHORIZE-END
           END-EVALUATE.
           CALL 'signon' USING SGN-PARM.
       1050-AUTHORIZE-END.
           EXIT.

      * one keyed read tells whether WS-WANT-ID exists; the record
      * itself lands in E-IDXFILE when it does
       1100-FIND-ID-START.
           MOVE WS-WANT-ID TO IDX-DATA-ID.
           READ IDXFILE
               INVALID KEY SET WS-NOT-FOUND TO TRUE
               NOT INVALID KEY SET WS-FOUND TO TRUE
           END-READ.
       1100-FIND-ID-END.
           EXIT.

      ******************************************************************
      * LOOK UP ONE CONTRACT
      ******************************************************************
       2000-LOOKUP-START.
           DISPLAY "Identifiant du contrat ?".
           ACCEPT WS-WANT-ID.
           PERFORM 1100-FIND-ID-START THRU 1100-FIND-ID-END.
           IF WS-NOT-FOUND
               DISPLAY "CONTRAT INCONNU: " WS-WANT-ID
               GO TO 2000-LOOKUP-END
           END-IF.
           MOVE E-IDXFILE TO WS-WORK-REC.
           PERFORM 2100-SHOW-CONTRACT-START
              THRU 2100-SHOW-CONTRACT-END.
       2000-LOOKUP-END.
           EXIT.

       2100-SHOW-CONTRACT-START.
           MOVE WRK-AMOUNT TO WS-AMOUNT-ED.
           DISPLAY "CONTRAT    : " WRK-ID " " WRK-CONTRACT
               " REF " WRK-REF.
           DISPLAY "ENTREPRISE : " WRK-ENTREPISE.
           DISPLAY "STATUT     : " WRK-STATUS.
           DISPLAY "DEBUT      : " WRK-START "  FIN : " WRK-END.
           DISPLAY "MONTANT    : " WS-AMOUNT-ED " " WRK-CURRENCY.
       2100-SHOW-CONTRACT-END.
           EXIT.

      ******************************************************************
      * ADD - THE IDENTIFIER MUST NOT ALREADY EXIST
      ******************************************************************
       3000-ADD-START.
           DISPLAY "Identifiant du nouveau contrat (8 caracteres) ?".
           ACCEPT WS-WANT-ID.
           IF WS-WANT-ID = SPACES
               DISPLAY "IDENTIFIANT OBLIGATOIRE."
               GO TO 3000-ADD-END
           END-IF.
           PERFORM 1100-FIND-ID-START THRU 1100-FIND-ID-END.
           IF WS-FOUND
               DISPLAY "CONTRAT DEJA PRESENT: " WS-WANT-ID
               GO TO 3000-ADD-END
           END-IF.

           MOVE SPACES TO WS-WORK-REC.
           MOVE WS-WANT-ID TO WRK-ID.
           MOVE "Actif" TO WRK-STATUS.
           MOVE 0 TO WRK-AMOUNT.
           MOVE "EUR" TO WRK-CURRENCY.
           DISPLAY "Reference ?".
           ACCEPT WRK-REF.
           DISPLAY "Numero de contrat ?".
           ACCEPT WRK-CONTRACT.
           DISPLAY "Entreprise ?".
           ACCEPT WRK-ENTREPISE.
           PERFORM 4000-ACCEPT-FIELDS-START
              THRU 4000-ACCEPT-FIELDS-END.
           IF WS-INPUT-BAD
               DISPLAY "CONTRAT NON CREE."
               GO TO 3000-ADD-END
           END-IF.
           DISPLAY "Devise (vide = " WRK-CURRENCY ") ?".
           MOVE SPACES TO WS-WANT-TEXT.
           ACCEPT WS-WANT-TEXT.
           IF WS-WANT-TEXT NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-WANT-TEXT(1:3))
                   TO WRK-CURRENCY
           END-IF.

           MOVE WS-WORK-REC TO E-IDXFILE.
           WRITE E-IDXFILE
               INVALID KEY
                   DISPLAY "ECRITURE IMPOSSIBLE, STATUT: "
                       WS-IDX-STATUS
                   GO TO 3000-ADD-END
           END-WRITE.

           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE "AJOUT   " TO HIS-ACTION.
           PERFORM 4100-WRITE-HISTORY-START
              THRU 4100-WRITE-HISTORY-END.
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY "CONTRAT CREE: " WRK-ID.
       3000-ADD-END.
           EXIT.

      ******************************************************************
      * MODIFY - STATUS, DATES AND AMOUNT OF AN EXISTING CONTRACT
      ******************************************************************
       3100-MODIFY-START.
           DISPLAY "Identifiant du contrat a modifier ?".
           ACCEPT WS-WANT-ID.
           PERFORM 1100-FIND-ID-START THRU 1100-FIND-ID-END.
           IF WS-NOT-FOUND
               DISPLAY "CONTRAT INCONNU: " WS-WANT-ID
               GO TO 3100-MODIFY-END
           END-IF.

           MOVE E-IDXFILE TO WS-BEFORE-IMAGE
                             WS-WORK-REC.
           PERFORM 2100-SHOW-CONTRACT-START
              THRU 2100-SHOW-CONTRACT-END.
           PERFORM 4000-ACCEPT-FIELDS-START
              THRU 4000-ACCEPT-FIELDS-END.
           IF WS-INPUT-BAD
               DISPLAY "CONTRAT INCHANGE."
               GO TO 3100-MODIFY-END
           END-IF.
           IF WS-WORK-REC = WS-BEFORE-IMAGE
               DISPLAY "AUCUNE MODIFICATION."
               GO TO 3100-MODIFY-END
           END-IF.

           MOVE WS-WORK-REC TO E-IDXFILE.
           REWRITE E-IDXFILE
               INVALID KEY
                   DISPLAY "REECRITURE IMPOSSIBLE, STATUT: "
                       WS-IDX-STATUS
                   GO TO 3100-MODIFY-END
           END-REWRITE.

           MOVE "MODIF   " TO HIS-ACTION.
           PERFORM 4100-WRITE-HISTORY-START
              THRU 4100-WRITE-HISTORY-END.
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY "CONTRAT MODIFIE: " WRK-ID.
       3100-MODIFY-END.
           EXIT.

      ******************************************************************
      * TERMINATE - STATUS Resilie AND THE END DATE SET TO THE DAY OF
      * TERMINATION; THE RECORD STAYS IN THE FILE
      ******************************************************************
       3200-TERMINATE-START.
           DISPLAY "Identifiant du contrat a resilier ?".
           ACCEPT WS-WANT-ID.
           PERFORM 1100-FIND-ID-START THRU 1100-FIND-ID-END.
           IF WS-NOT-FOUND
               DISPLAY "CONTRAT INCONNU: " WS-WANT-ID
               GO TO 3200-TERMINATE-END
           END-IF.
           MOVE E-IDXFILE TO WS-BEFORE-IMAGE
                             WS-WORK-REC.
           IF WRK-RESILIE
               DISPLAY "CONTRAT DEJA RESILIE LE " WRK-END
               GO TO 3200-TERMINATE-END
           END-IF.
           PERFORM 2100-SHOW-CONTRACT-START
              THRU 2100-SHOW-CONTRACT-END.

           DISPLAY "Date de resiliation (AAAAMMJJ, vide = ce jour) ?".
           MOVE SPACES TO WS-WANT-DATE.
           ACCEPT WS-WANT-DATE.
           IF WS-WANT-DATE = SPACES
               MOVE WS-TODAY TO WS-WANT-DATE
           END-IF.
           PERFORM 4200-CHECK-DATE-START THRU 4200-CHECK-DATE-END.
           IF WS-INPUT-BAD
               GO TO 3200-TERMINATE-END
           END-IF.
           IF WRK-START IS NUMERIC AND WS-WANT-DATE < WRK-START
               DISPLAY "RESILIATION AVANT LE DEBUT DU CONTRAT "
                   WRK-START " - REFUSEE."
               GO TO 3200-TERMINATE-END
           END-IF.
           DISPLAY "Resilier le contrat " WRK-ID " au " WS-WANT-DATE
               " ? (O/N)".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "CONTRAT CONSERVE."
               GO TO 3200-TERMINATE-END
           END-IF.

           MOVE "Resilie"    TO WRK-STATUS.
           MOVE WS-WANT-DATE TO WRK-END.
           MOVE WS-WORK-REC TO E-IDXFILE.
           REWRITE E-IDXFILE
               INVALID KEY
                   DISPLAY "REECRITURE IMPOSSIBLE, STATUT: "
                       WS-IDX-STATUS
                   GO TO 3200-TERMINATE-END
           END-REWRITE.

           MOVE "RESIL   " TO HIS-ACTION.
           PERFORM 4100-WRITE-HISTORY-START
              THRU 4100-WRITE-HISTORY-END.
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY "CONTRAT RESILIE: " WRK-ID.
       3200-TERMINATE-END.
           EXIT.

      ******************************************************************
      * PROMPT FOR THE STATUS, DATES AND AMOUNT OF WS-WORK-REC - A
      * BLANK ANSWER KEEPS THE CURRENT VALUE; ANY INVALID ANSWER SETS
      * WS-INPUT-BAD AND NOTHING IS WRITTEN
      ******************************************************************
       4000-ACCEPT-FIELDS-START.
           SET WS-INPUT-OK TO TRUE.
           DISPLAY "Statut Actif/Suspendu/Resilie (vide = "
               WRK-STATUS ") ?".
           MOVE SPACES TO WS-WANT-TEXT.
           ACCEPT WS-WANT-TEXT.
           IF WS-WANT-TEXT NOT = SPACES
               MOVE WS-WANT-TEXT TO WRK-STATUS
               IF NOT WRK-STATUS-OK
                   DISPLAY "STATUT INVALIDE: " WS-WANT-TEXT
                   SET WS-INPUT-BAD TO TRUE
                   GO TO 4000-ACCEPT-FIELDS-END
               END-IF
           END-IF.

           DISPLAY "Date de debut AAAAMMJJ (vide = " WRK-START ") ?".
           MOVE SPACES TO WS-WANT-DATE.
           ACCEPT WS-WANT-DATE.
           IF WS-WANT-DATE NOT = SPACES
               PERFORM 4200-CHECK-DATE-START THRU 4200-CHECK-DATE-END
               IF WS-INPUT-BAD
                   GO TO 4000-ACCEPT-FIELDS-END
               END-IF
               MOVE WS-WANT-DATE TO WRK-START
           END-IF.

           DISPLAY "Date de fin AAAAMMJJ (vide = " WRK-END ") ?".
           MOVE SPACES TO WS-WANT-DATE.
           ACCEPT WS-WANT-DATE.
           IF WS-WANT-DATE NOT = SPACES
               PERFORM 4200-CHECK-DATE-START THRU 4200-CHECK-DATE-END
               IF WS-INPUT-BAD
                   GO TO 4000-ACCEPT-FIELDS-END
               END-IF
               MOVE WS-WANT-DATE TO WRK-END
           END-IF.
           IF WRK-START IS NUMERIC AND WRK-END IS NUMERIC
           AND WRK-END < WRK-START
               DISPLAY "FIN " WRK-END " AVANT LE DEBUT " WRK-START
               SET WS-INPUT-BAD TO TRUE
               GO TO 4000-ACCEPT-FIELDS-END
           END-IF.

           MOVE WRK-AMOUNT TO WS-AMOUNT-ED.
           DISPLAY "Montant entier (vide = " WS-AMOUNT-ED ") ?".
           MOVE SPACES TO WS-WANT-AMOUNT-X.
           ACCEPT WS-WANT-AMOUNT-X.
           IF WS-WANT-AMOUNT-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-WANT-AMOUNT-X) NOT = 0
                   DISPLAY "MONTANT INVALIDE: " WS-WANT-AMOUNT-X
                   SET WS-INPUT-BAD TO TRUE
                   GO TO 4000-ACCEPT-FIELDS-END
               END-IF
               IF FUNCTION NUMVAL(WS-WANT-AMOUNT-X) < 0
               OR FUNCTION NUMVAL(WS-WANT-AMOUNT-X) > 999999999
                   DISPLAY "MONTANT HORS LIMITES: " WS-WANT-AMOUNT-X
                   SET WS-INPUT-BAD TO TRUE
                   GO TO 4000-ACCEPT-FIELDS-END
               END-IF
               COMPUTE WRK-AMOUNT = FUNCTION NUMVAL(WS-WANT-AMOUNT-X)
           END-IF.
       4000-ACCEPT-FIELDS-END.
           EXIT.

      ******************************************************************
      * ONE AUDIT LINE PER CHANGE: WHO, WHEN, BEFORE AND AFTER IMAGES
      ******************************************************************
       4100-WRITE-HISTORY-START.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP    TO HIS-TIMESTAMP.
           MOVE SGN-OPERATOR    TO HIS-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO HIS-BEFORE.
           MOVE WS-WORK-REC     TO HIS-AFTER.
           MOVE WS-HIST-LINE TO HISTORY-REC.
           WRITE HISTORY-REC.
           MOVE WS-HIS-STATUS TO WS-ERR-STATUS.
           MOVE "ASSURHIST.log" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       4100-WRITE-HISTORY-END.
           EXIT.

      * WS-WANT-DATE must be a real calendar date AAAAMMJJ
       4200-CHECK-DATE-START.
           IF WS-WANT-DATE NOT NUMERIC
               DISPLAY "DATE INVALIDE: " WS-WANT-DATE
               SET WS-INPUT-BAD TO TRUE
               GO TO 4200-CHECK-DATE-END
           END-IF.
           MOVE WS-WANT-DATE TO WS-DATE-N.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-N) NOT = 0
               DISPLAY "DATE INVALIDE: " WS-WANT-DATE
               SET WS-INPUT-BAD TO TRUE
           END-IF.
       4200-CHECK-DATE-END.
           EXIT.

      ******************************************************************
      * EXPORT - THE WHOLE INDEX, IN IDENTIFIER ORDER, BACK TO THE
      * FLAT assurances.dat LAYOUT
      ******************************************************************
       5000-EXPORT-START.
           DISPLAY "Remplacer assurances.dat par le contenu de"
               " ASSURIDX.dat ? (O/N)".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "EXPORT ABANDONNE."
               GO TO 5000-EXPORT-END
           END-IF.
           OPEN OUTPUT OUTFILE.
           MOVE WS-OUT-STATUS TO WS-ERR-STATUS.
           MOVE "assurances.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           MOVE 0 TO WS-EXPORT-COUNT.
           MOVE 'N' TO WS-EXPORT-DONE-SW.
           MOVE LOW-VALUES TO IDX-DATA-ID.
           START IDXFILE KEY IS NOT LESS THAN IDX-DATA-ID
               INVALID KEY SET WS-EXPORT-DONE TO TRUE
           END-START.
           PERFORM 5100-ONE-EXPORT-START THRU 5100-ONE-EXPORT-END
               UNTIL WS-EXPORT-DONE.
           CLOSE OUTFILE.

      * the export itself is journaled, the count in the after image
           MOVE SPACES TO WS-BEFORE-IMAGE WS-WORK-REC.
           STRING "assurances.dat " DELIMITED BY SIZE
               WS-EXPORT-COUNT DELIMITED BY SIZE
               " CONTRATS" DELIMITED BY SIZE
               INTO WS-WORK-REC.
           MOVE "EXPORT  " TO HIS-ACTION.
           PERFORM 4100-WRITE-HISTORY-START
              THRU 4100-WRITE-HISTORY-END.
           DISPLAY "CONTRATS EXPORTES: " WS-EXPORT-COUNT.
       5000-EXPORT-END.
           EXIT.

       5100-ONE-EXPORT-START.
           READ IDXFILE NEXT RECORD
               AT END
                   SET WS-EXPORT-DONE TO TRUE
                   GO TO 5100-ONE-EXPORT-END
           END-READ.
           MOVE E-IDXFILE TO E-OUTFILE.
           WRITE E-OUTFILE.
           MOVE WS-OUT-STATUS TO WS-ERR-STATUS.
           MOVE "assurances.dat" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           ADD 1 TO WS-EXPORT-COUNT.
       5100-ONE-EXPORT-END.
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
