      *****************************************************************
      *    Detection des sinistres suspects et liste de travail
      *****************************************************************
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: suspicious claims screening - the
      *                    CLAIMS.dat claims, sorted by contract and
      *                    date and joined to ASSURIDX.dat, are flagged
      *                    with a reason code in the indexed worklist
      *                    CLMFLAG.dat: FR several claims on a contract
      *                    within the window asked at run time, DA
      *                    claim dated before the contract start
      *                    (CODE1) or after its end (CODE2 when it is
      *                    a date), CU cumulative claims above the
      *                    contract amount, ST contract not Actif.
      *                    The open items are printed to CLMWORK.txt;
      *                    review mode lets a handler mark each flag
      *                    cleared with their name and a comment.  A
      *                    flag already raised, cleared or not, is
      *                    not raised again.
      * 2026-10-15 Yves    Operator sign-on through signon.cbl instead
      *                    of a typed name; the screening run and the
      *                    clearing of a flag are checked against the
      *                    operator's ASSUR role (M), and the signed-on
      *                    operator code is the one kept on the flag.
      * 2026-10-15 Yves    An early stop after sign-on (a file that
      *                    cannot be opened) ends the session in
      *                    ACCESS.log first.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  assurscr.
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
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDX-DATA-ID
           ALTERNATE RECORD KEY IS IDX-DATA-ENTREPISE
               WITH DUPLICATES
           FILE STATUS IS WS-IDX-STATUS.

           SELECT CLAIM-FILE ASSIGN TO 'CLAIMS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLM-NUM
           FILE STATUS IS WS-CLM-STATUS.

           SELECT FLAG-FILE ASSIGN TO 'CLMFLAG.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FLG-KEY
           FILE STATUS IS WS-FLG-STATUS.

           SELECT WORK-LIST ASSIGN TO 'CLMWORK.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LST-STATUS.

           SELECT SCR-WORK ASSIGN TO 'assurscr-work.dat'.

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

       FD CLAIM-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  CLAIM-REC.
           05 CLM-NUM                 PIC X(10).
           05 CLM-CONTRACT-ID         PIC X(8).
           05 CLM-DATE                PIC 9(8).
           05 CLM-AMOUNT              PIC 9(9).
           05 CLM-STATUS              PIC X(8).

      * one flag on one claim: the reason, what was found, and its
      * review by a claims handler
       FD FLAG-FILE
           RECORD CONTAINS 117 CHARACTERS.
       01  FLAG-REC.
           05 FLG-KEY.
              10 FLG-CLM-NUM          PIC X(10).
              10 FLG-REASON           PIC X(2).
                 88 FLG-FREQUENCE         VALUE 'FR'.
                 88 FLG-DATE              VALUE 'DA'.
                 88 FLG-CUMUL             VALUE 'CU'.
                 88 FLG-STATUT            VALUE 'ST'.
           05 FLG-CONTRACT-ID         PIC X(8).
           05 FLG-DETECTED            PIC 9(8).
           05 FLG-DETAIL              PIC X(40).
           05 FLG-STATE               PIC X(1).
              88 FLG-OPEN                 VALUE 'O'.
              88 FLG-CLEARED              VALUE 'C'.
           05 FLG-CLEARED-BY          PIC X(10).
           05 FLG-CLEARED-ON          PIC 9(8).
           05 FLG-COMMENT             PIC X(30).

       FD WORK-LIST
           RECORD CONTAINS 132 CHARACTERS.
       01  WORK-LIST-REC              PIC X(132).

       SD  SCR-WORK.
       01  SCR-ENTRY.
           05 SW-CONTRACT-ID          PIC X(8).
           05 SW-DATE                 PIC 9(8).
           05 SW-CLM-NUM              PIC X(10).
           05 SW-AMOUNT               PIC 9(9).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-IDX-STATUS              PIC X(2).
       01  WS-CLM-STATUS              PIC X(2).
           88 WS-CLM-EOF                  VALUE '10'.
       01  WS-FLG-STATUS              PIC X(2).
           88 WS-FLG-OK                   VALUE '00'.
       01  WS-LST-STATUS              PIC X(2).
       01  WS-SORT-EOF-SW             PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF                 VALUE 'Y'.
       01  WS-SCAN-DONE-SW            PIC X(01) VALUE 'N'.
           88 WS-SCAN-DONE                VALUE 'Y'.

       01  WS-MODE-CHOICE             PIC X(01).
           88 WS-MODE-SCREEN              VALUE 'S' 's'.
           88 WS-MODE-REVIEW              VALUE 'R' 'r'.
       01  WS-ACTION                  PIC X(01).
           88 WS-ACT-LIST                 VALUE 'L' 'l'.
           88 WS-ACT-CLEAR                VALUE 'V' 'v'.
           88 WS-ACT-QUIT                 VALUE 'Q' 'q'.
       01  WS-CONFIRM                 PIC X(01).
           88 WS-CONFIRMED                VALUE 'O' 'o'.

       01  WS-WANT-NUM                PIC X(10).
       01  WS-WANT-REASON             PIC X(2).
       01  WS-WANT-COMMENT            PIC X(30).
       01  WS-WINDOW-DAYS             PIC 9(03) VALUE 0.

       01  WS-CURRENT-DATE.
           05 WS-TODAY                PIC 9(8).
           05 FILLER                  PIC X(13).

      * the contract of the current group of claims
       01  WS-PREV-CONTRACT           PIC X(8) VALUE SPACES.
       01  WS-CONTRACT-SW             PIC X(01) VALUE 'N'.
           88 WS-CONTRACT-FOUND           VALUE 'Y'.
           88 WS-CONTRACT-MISSING         VALUE 'N'.
       01  WS-START-DATE              PIC 9(8) VALUE 0.
       01  WS-END-DATE                PIC 9(8) VALUE 0.
       01  WS-CUMUL                   PIC 9(11) VALUE 0.
       01  WS-PREV-DATE               PIC 9(8) VALUE 0.
       01  WS-PREV-NUM                PIC X(10) VALUE SPACES.
       01  WS-DATE-OK-SW              PIC X(01) VALUE 'N'.
           88 WS-DATE-OK                  VALUE 'Y'.
       01  WS-DAYS-APART              PIC S9(7).

      * the flag about to be raised
       01  WS-NEW-REASON              PIC X(2).
       01  WS-NEW-DETAIL              PIC X(40).
       01  WS-DAYS-ED                 PIC ZZ9.
       01  WS-CUMUL-ED                PIC Z(10)9.
       01  WS-AMOUNT-ED               PIC Z(8)9.

       01  WS-CLAIM-COUNT             PIC 9(6) VALUE 0.
       01  WS-ORPHAN-COUNT            PIC 9(6) VALUE 0.
       01  WS-NEW-FLAG-COUNT          PIC 9(6) VALUE 0.
       01  WS-KNOWN-FLAG-COUNT        PIC 9(6) VALUE 0.
       01  WS-OPEN-COUNT              PIC 9(6) VALUE 0.
       01  WS-CLEARED-COUNT           PIC 9(4) VALUE 0.

       01  WS-WORK-LINE.
           05 WL-CLM-NUM       PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WL-REASON        PIC X(2).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WL-LIBELLE       PIC X(16).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WL-CONTRACT-ID   PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WL-DETECTED      PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WL-DETAIL        PIC X(40).
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
           MOVE "assurscr" TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           DISPLAY "Mode : (S)election des sinistres suspects /"
               " (R)evue de la liste de travail ?".
           ACCEPT WS-MODE-CHOICE.
           EVALUATE TRUE
               WHEN WS-MODE-SCREEN
                   PERFORM 1000-SCREEN-START THRU 1000-SCREEN-END
               WHEN WS-MODE-REVIEW
                   PERFORM 5000-REVIEW-START THRU 5000-REVIEW-END
               WHEN OTHER
                   DISPLAY "Mode inconnu."
           END-EVALUATE.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
       0000-MAIN-END.
           STOP RUN.

      * the role each function needs; the sign-on routine decides
       0100-AUTHORIZE-START.
           MOVE 'F' TO SGN-REQUEST.
           MOVE 'M' TO SGN-LEVEL.
           EVALUATE TRUE
               WHEN WS-MODE-SCREEN
                   MOVE "SELECTION SUSPECTS" TO SGN-FUNCTION
               WHEN WS-MODE-REVIEW AND WS-ACT-CLEAR
                   MOVE "LEVEE SIGNALEMENT" TO SGN-FUNCTION
               WHEN OTHER
                   SET SGN-GRANTED TO TRUE
                   GO TO 0100-AUTHORIZE-END
           END-EVALUATE.
           CALL 'signon' USING SGN-PARM.
       0100-AUTHORIZE-END.
           EXIT.

      ******************************************************************
      * SCREENING RUN: EVERY CLAIM, BY CONTRACT AND DATE, AGAINST ITS
      * CONTRACT AND THE CLAIMS BEFORE IT
      ******************************************************************
       1000-SCREEN-START.
           PERFORM 0100-AUTHORIZE-START THRU 0100-AUTHORIZE-END.
           IF SGN-REFUSED
               DISPLAY "FONCTION NON AUTORISEE POUR VOTRE ROLE."
               GO TO 1000-SCREEN-END
           END-IF.
           DISPLAY "Fenetre entre deux sinistres d'un contrat, en"
               " jours (defaut 30) ?".
           ACCEPT WS-WINDOW-DAYS.
           IF WS-WINDOW-DAYS = 0
               MOVE 30 TO WS-WINDOW-DAYS
           END-IF.

           OPEN INPUT IDXFILE.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY "ASSURIDX.dat INACCESSIBLE, STATUT: "
                   WS-IDX-STATUS
               DISPLAY "LANCER assuridx POUR LE CONSTRUIRE."
               MOVE 12 TO RETURN-CODE
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.
           OPEN I-O FLAG-FILE.
           IF WS-FLG-STATUS = '35'
      * first screening ever run on this machine
               OPEN OUTPUT FLAG-FILE
               CLOSE FLAG-FILE
               OPEN I-O FLAG-FILE
           END-IF.
           MOVE WS-FLG-STATUS TO WS-ERR-STATUS.
           MOVE "CLMFLAG.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           SORT SCR-WORK
               ON ASCENDING KEY SW-CONTRACT-ID SW-DATE SW-CLM-NUM
               INPUT PROCEDURE IS 1100-RELEASE-CLAIMS-START
                  THRU 1100-RELEASE-CLAIMS-END
               OUTPUT PROCEDURE IS 2000-CHECK-CLAIMS-START
                  THRU 2000-CHECK-CLAIMS-END.
           CLOSE IDXFILE.

           PERFORM 4000-PRINT-WORKLIST-START
              THRU 4000-PRINT-WORKLIST-END.
           CLOSE FLAG-FILE.

           DISPLAY "SINISTRES CONTROLES    : " WS-CLAIM-COUNT.
           DISPLAY "NOUVEAUX SIGNALEMENTS  : " WS-NEW-FLAG-COUNT.
           DISPLAY "DEJA SIGNALES          : " WS-KNOWN-FLAG-COUNT.
           DISPLAY "A TRAITER (CLMWORK.txt): " WS-OPEN-COUNT.
           IF WS-ORPHAN-COUNT > 0
               DISPLAY "SINISTRES SANS CONTRAT : " WS-ORPHAN-COUNT
           END-IF.
       1000-SCREEN-END.
           EXIT.

       1100-RELEASE-CLAIMS-START.
           OPEN INPUT CLAIM-FILE.
           MOVE WS-CLM-STATUS TO WS-ERR-STATUS.
           MOVE "CLAIMS.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1110-ONE-CLAIM-START THRU 1110-ONE-CLAIM-END
               UNTIL WS-CLM-EOF.
           CLOSE CLAIM-FILE.
       1100-RELEASE-CLAIMS-END.
           EXIT.

       1110-ONE-CLAIM-START.
           READ CLAIM-FILE NEXT RECORD
               AT END
                   SET WS-CLM-EOF TO TRUE
               NOT AT END
                   MOVE CLM-CONTRACT-ID TO SW-CONTRACT-ID
                   MOVE CLM-DATE        TO SW-DATE
                   MOVE CLM-NUM         TO SW-CLM-NUM
                   MOVE CLM-AMOUNT      TO SW-AMOUNT
                   RELEASE SCR-ENTRY
           END-READ.
       1110-ONE-CLAIM-END.
           EXIT.

       2000-CHECK-CLAIMS-START.
           PERFORM 2100-ONE-SORTED-START THRU 2100-ONE-SORTED-END
               UNTIL WS-SORT-EOF.
       2000-CHECK-CLAIMS-END.
           EXIT.

       2100-ONE-SORTED-START.
           RETURN SCR-WORK
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO 2100-ONE-SORTED-END
           END-RETURN.
           ADD 1 TO WS-CLAIM-COUNT.
           IF SW-CONTRACT-ID NOT = WS-PREV-CONTRACT
               PERFORM 2200-NEW-CONTRACT-START
                  THRU 2200-NEW-CONTRACT-END
           END-IF.
           IF WS-CONTRACT-MISSING
               ADD 1 TO WS-ORPHAN-COUNT
               GO TO 2100-ONE-SORTED-END
           END-IF.

           PERFORM 2300-CHECK-STATUS-START THRU 2300-CHECK-STATUS-END.
           PERFORM 2400-CHECK-DATES-START  THRU 2400-CHECK-DATES-END.
           PERFORM 2500-CHECK-WINDOW-START THRU 2500-CHECK-WINDOW-END.
           PERFORM 2600-CHECK-CUMUL-START  THRU 2600-CHECK-CUMUL-END.

           IF WS-DATE-OK
               MOVE SW-DATE TO WS-PREV-DATE
               MOVE SW-CLM-NUM TO WS-PREV-NUM
           END-IF.
       2100-ONE-SORTED-END.
           EXIT.

      * first claim of a contract: read the contract and reset the
      * running figures
       2200-NEW-CONTRACT-START.
           MOVE SW-CONTRACT-ID TO WS-PREV-CONTRACT.
           MOVE 0 TO WS-CUMUL WS-PREV-DATE WS-START-DATE WS-END-DATE.
           MOVE SPACES TO WS-PREV-NUM.
           MOVE SW-CONTRACT-ID TO IDX-DATA-ID.
           READ IDXFILE
               INVALID KEY
                   SET WS-CONTRACT-MISSING TO TRUE
                   GO TO 2200-NEW-CONTRACT-END
           END-READ.
           SET WS-CONTRACT-FOUND TO TRUE.
           IF IDX-DATA-CODE1 IS NUMERIC
               MOVE IDX-DATA-CODE1 TO WS-START-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-START-DATE) NOT = 0
                   MOVE 0 TO WS-START-DATE
               END-IF
           END-IF.
           IF IDX-DATA-CODE2 IS NUMERIC
               MOVE IDX-DATA-CODE2 TO WS-END-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-END-DATE) NOT = 0
                   MOVE 0 TO WS-END-DATE
               END-IF
           END-IF.
       2200-NEW-CONTRACT-END.
           EXIT.

       2300-CHECK-STATUS-START.
           IF IDX-DATA-STATUS NOT = "Actif"
               MOVE "ST" TO WS-NEW-REASON
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "CONTRAT " DELIMITED BY SIZE
                   IDX-DATA-STATUS DELIMITED BY SPACE
                   INTO WS-NEW-DETAIL
               PERFORM 3000-RAISE-FLAG-START
                  THRU 3000-RAISE-FLAG-END
           END-IF.
       2300-CHECK-STATUS-END.
           EXIT.

       2400-CHECK-DATES-START.
           MOVE 'N' TO WS-DATE-OK-SW.
           IF SW-DATE IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(SW-DATE) = 0
                   SET WS-DATE-OK TO TRUE
               END-IF
           END-IF.
           MOVE "DA" TO WS-NEW-REASON.
           MOVE SPACES TO WS-NEW-DETAIL.
           EVALUATE TRUE
               WHEN NOT WS-DATE-OK
                   MOVE "DATE DU SINISTRE INVALIDE" TO WS-NEW-DETAIL
               WHEN WS-START-DATE > 0 AND SW-DATE < WS-START-DATE
                   STRING "AVANT LE DEBUT DU CONTRAT " DELIMITED BY SIZE
                       WS-START-DATE DELIMITED BY SIZE
                       INTO WS-NEW-DETAIL
               WHEN WS-END-DATE > 0 AND SW-DATE > WS-END-DATE
                   STRING "APRES LA FIN DU CONTRAT " DELIMITED BY SIZE
                       WS-END-DATE DELIMITED BY SIZE
                       INTO WS-NEW-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-NEW-DETAIL NOT = SPACES
               PERFORM 3000-RAISE-FLAG-START
                  THRU 3000-RAISE-FLAG-END
           END-IF.
       2400-CHECK-DATES-END.
           EXIT.

      * a claim too close to the previous claim of the same contract
       2500-CHECK-WINDOW-START.
           IF NOT WS-DATE-OK OR WS-PREV-DATE = 0
               GO TO 2500-CHECK-WINDOW-END
           END-IF.
           COMPUTE WS-DAYS-APART =
               FUNCTION INTEGER-OF-DATE(SW-DATE)
             - FUNCTION INTEGER-OF-DATE(WS-PREV-DATE).
           IF WS-DAYS-APART <= WS-WINDOW-DAYS
               MOVE "FR" TO WS-NEW-REASON
               MOVE WS-DAYS-APART TO WS-DAYS-ED
               MOVE SPACES TO WS-NEW-DETAIL
               STRING WS-DAYS-ED DELIMITED BY SIZE
                   " JOURS APRES LE SINISTRE " DELIMITED BY SIZE
                   WS-PREV-NUM DELIMITED BY SPACE
                   INTO WS-NEW-DETAIL
               PERFORM 3000-RAISE-FLAG-START
                  THRU 3000-RAISE-FLAG-END
           END-IF.
       2500-CHECK-WINDOW-END.
           EXIT.

      * the claims so far on the contract, this one included
       2600-CHECK-CUMUL-START.
           ADD SW-AMOUNT TO WS-CUMUL.
           IF WS-CUMUL > IDX-DATA-AMOUNTH
               MOVE "CU" TO WS-NEW-REASON
               MOVE WS-CUMUL TO WS-CUMUL-ED
               MOVE IDX-DATA-AMOUNTH TO WS-AMOUNT-ED
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "CUMUL" DELIMITED BY SIZE
                   WS-CUMUL-ED DELIMITED BY SIZE
                   " > CONTRAT" DELIMITED BY SIZE
                   WS-AMOUNT-ED DELIMITED BY SIZE
                   INTO WS-NEW-DETAIL
               PERFORM 3000-RAISE-FLAG-START
                  THRU 3000-RAISE-FLAG-END
           END-IF.
       2600-CHECK-CUMUL-END.
           EXIT.

      ******************************************************************
      * ADD ONE FLAG TO THE WORKLIST UNLESS THE CLAIM ALREADY CARRIES
      * THE SAME REASON
      ******************************************************************
       3000-RAISE-FLAG-START.
           MOVE SPACES TO FLAG-REC.
           MOVE SW-CLM-NUM     TO FLG-CLM-NUM.
           MOVE WS-NEW-REASON  TO FLG-REASON.
           MOVE SW-CONTRACT-ID TO FLG-CONTRACT-ID.
           MOVE WS-TODAY       TO FLG-DETECTED.
           MOVE WS-NEW-DETAIL  TO FLG-DETAIL.
           SET FLG-OPEN TO TRUE.
           MOVE 0 TO FLG-CLEARED-ON.
           WRITE FLAG-REC
               INVALID KEY
                   ADD 1 TO WS-KNOWN-FLAG-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-FLAG-COUNT
           END-WRITE.
       3000-RAISE-FLAG-END.
           EXIT.

      ******************************************************************
      * PRINT EVERY OPEN FLAG FOR THE CLAIMS HANDLERS
      ******************************************************************
       4000-PRINT-WORKLIST-START.
           OPEN OUTPUT WORK-LIST.
           MOVE WS-LST-STATUS TO WS-ERR-STATUS.
           MOVE "CLMWORK.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE SPACES TO WORK-LIST-REC.
           STRING "SINISTRES A EXAMINER AU " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WORK-LIST-REC.
           WRITE WORK-LIST-REC.
           MOVE SPACES TO WS-WORK-LINE.
           MOVE "SINISTRE"  TO WL-CLM-NUM.
           MOVE "MO"        TO WL-REASON.
           MOVE "MOTIF"     TO WL-LIBELLE.
           MOVE "CONTRAT"   TO WL-CONTRACT-ID.
           MOVE "DETAIL"    TO WL-DETAIL.
           WRITE WORK-LIST-REC FROM WS-WORK-LINE.

           MOVE 0 TO WS-OPEN-COUNT.
           MOVE 'N' TO WS-SCAN-DONE-SW.
           MOVE LOW-VALUES TO FLG-KEY.
           START FLAG-FILE KEY IS NOT LESS THAN FLG-KEY
               INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM 4100-ONE-FLAG-START THRU 4100-ONE-FLAG-END
               UNTIL WS-SCAN-DONE.

           MOVE SPACES TO WORK-LIST-REC.
           WRITE WORK-LIST-REC.
           MOVE SPACES TO WORK-LIST-REC.
           STRING "SIGNALEMENTS OUVERTS : " DELIMITED BY SIZE
               WS-OPEN-COUNT DELIMITED BY SIZE
               INTO WORK-LIST-REC.
           WRITE WORK-LIST-REC.
           CLOSE WORK-LIST.
       4000-PRINT-WORKLIST-END.
           EXIT.

       4100-ONE-FLAG-START.
           READ FLAG-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 4100-ONE-FLAG-END
           END-READ.
           IF NOT FLG-OPEN
               GO TO 4100-ONE-FLAG-END
           END-IF.
           PERFORM 4200-FORMAT-FLAG-START THRU 4200-FORMAT-FLAG-END.
           WRITE WORK-LIST-REC FROM WS-WORK-LINE.
           ADD 1 TO WS-OPEN-COUNT.
       4100-ONE-FLAG-END.
           EXIT.

       4200-FORMAT-FLAG-START.
           MOVE FLG-CLM-NUM     TO WL-CLM-NUM.
           MOVE FLG-REASON      TO WL-REASON.
           EVALUATE TRUE
               WHEN FLG-FREQUENCE
                   MOVE "FREQUENCE"        TO WL-LIBELLE
               WHEN FLG-DATE
                   MOVE "DATE HORS PERIODE" TO WL-LIBELLE
               WHEN FLG-CUMUL
                   MOVE "CUMUL > CONTRAT"  TO WL-LIBELLE
               WHEN FLG-STATUT
                   MOVE "CONTRAT NON ACTIF" TO WL-LIBELLE
               WHEN OTHER
                   MOVE SPACES             TO WL-LIBELLE
           END-EVALUATE.
           MOVE FLG-CONTRACT-ID TO WL-CONTRACT-ID.
           MOVE FLG-DETECTED    TO WL-DETECTED.
           MOVE FLG-DETAIL      TO WL-DETAIL.
       4200-FORMAT-FLAG-END.
           EXIT.

      ******************************************************************
      * REVIEW: LIST THE OPEN FLAGS AND MARK THEM CLEARED
      ******************************************************************
       5000-REVIEW-START.
           OPEN I-O FLAG-FILE.
           IF NOT WS-FLG-OK
               DISPLAY "CLMFLAG.dat INACCESSIBLE, STATUT: "
                   WS-FLG-STATUS
               DISPLAY "LANCER D'ABORD LA SELECTION (S)."
               MOVE 12 TO RETURN-CODE
               GO TO 5000-REVIEW-END
           END-IF.
           PERFORM 5100-ONE-ACTION-START THRU 5100-ONE-ACTION-END
               UNTIL WS-ACT-QUIT.
           CLOSE FLAG-FILE.
           DISPLAY "SIGNALEMENTS LEVES: " WS-CLEARED-COUNT.
       5000-REVIEW-END.
           EXIT.

       5100-ONE-ACTION-START.
           DISPLAY "Action : (L)iste / (V)alider un signalement /"
               " (Q)uitter ?".
           ACCEPT WS-ACTION.
           EVALUATE TRUE
               WHEN WS-ACT-QUIT
                   CONTINUE
               WHEN WS-ACT-LIST
                   PERFORM 5200-LIST-OPEN-START
                      THRU 5200-LIST-OPEN-END
               WHEN WS-ACT-CLEAR
                   PERFORM 5300-CLEAR-FLAG-START
                      THRU 5300-CLEAR-FLAG-END
               WHEN OTHER
                   DISPLAY "Action inconnue."
           END-EVALUATE.
       5100-ONE-ACTION-END.
           EXIT.

       5200-LIST-OPEN-START.
           MOVE 0 TO WS-OPEN-COUNT.
           MOVE 'N' TO WS-SCAN-DONE-SW.
           MOVE LOW-VALUES TO FLG-KEY.
           START FLAG-FILE KEY IS NOT LESS THAN FLG-KEY
               INVALID KEY SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM 5210-SHOW-ONE-START THRU 5210-SHOW-ONE-END
               UNTIL WS-SCAN-DONE.
           DISPLAY "SIGNALEMENTS OUVERTS: " WS-OPEN-COUNT.
       5200-LIST-OPEN-END.
           EXIT.

       5210-SHOW-ONE-START.
           READ FLAG-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 5210-SHOW-ONE-END
           END-READ.
           IF FLG-OPEN
               PERFORM 4200-FORMAT-FLAG-START
                  THRU 4200-FORMAT-FLAG-END
               DISPLAY WS-WORK-LINE
               ADD 1 TO WS-OPEN-COUNT
           END-IF.
       5210-SHOW-ONE-END.
           EXIT.

      * the handler records who cleared the flag, when and why
       5300-CLEAR-FLAG-START.
           PERFORM 0100-AUTHORIZE-START THRU 0100-AUTHORIZE-END.
           IF SGN-REFUSED
               DISPLAY "FONCTION NON AUTORISEE POUR VOTRE ROLE."
               GO TO 5300-CLEAR-FLAG-END
           END-IF.
           DISPLAY "Numero de sinistre ?".
           ACCEPT WS-WANT-NUM.
           DISPLAY "Code motif (FR/DA/CU/ST) ?".
           ACCEPT WS-WANT-REASON.
           MOVE FUNCTION UPPER-CASE(WS-WANT-REASON) TO WS-WANT-REASON.
           MOVE WS-WANT-NUM    TO FLG-CLM-NUM.
           MOVE WS-WANT-REASON TO FLG-REASON.
           READ FLAG-FILE
               INVALID KEY
                   DISPLAY "AUCUN SIGNALEMENT " WS-WANT-REASON
                       " POUR LE SINISTRE " WS-WANT-NUM
                   GO TO 5300-CLEAR-FLAG-END
           END-READ.
           IF FLG-CLEARED
               DISPLAY "DEJA LEVE LE " FLG-CLEARED-ON
                   " PAR " FLG-CLEARED-BY
               GO TO 5300-CLEAR-FLAG-END
           END-IF.
           PERFORM 4200-FORMAT-FLAG-START THRU 4200-FORMAT-FLAG-END.
           DISPLAY WS-WORK-LINE.
           DISPLAY "Commentaire de revue ?".
           ACCEPT WS-WANT-COMMENT.
           IF WS-WANT-COMMENT = SPACES
               DISPLAY "COMMENTAIRE OBLIGATOIRE."
               GO TO 5300-CLEAR-FLAG-END
           END-IF.
           DISPLAY "Lever ce signalement ? (O/N)".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "SIGNALEMENT CONSERVE."
               GO TO 5300-CLEAR-FLAG-END
           END-IF.

           SET FLG-CLEARED TO TRUE.
           MOVE SGN-OPERATOR    TO FLG-CLEARED-BY.
           MOVE WS-TODAY        TO FLG-CLEARED-ON.
           MOVE WS-WANT-COMMENT TO FLG-COMMENT.
           REWRITE FLAG-REC
               INVALID KEY
                   DISPLAY "MISE A JOUR REFUSEE, STATUT: "
                       WS-FLG-STATUS
                   GO TO 5300-CLEAR-FLAG-END
           END-REWRITE.
           ADD 1 TO WS-CLEARED-COUNT.
           DISPLAY "SIGNALEMENT LEVE.".
       5300-CLEAR-FLAG-END.
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
