      *                    now builds on the entreprise field and walk
      *                    that company's contracts with START / READ
      *                    NEXT.
      * 2026-10-15 Yves    The top-N ranking groups contracts by
      *                    company code: the entreprise text is
      *                    resolved through the official names and
      *                    spellings of CIEMAST.dat, unresolved text
      *                    keeping its own line.  Browse mode also
      *                    accepts a company code and then lists every
      *                    contract resolving to it, whatever its
      *                    spelling.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  fileread.
               WITH DUPLICATES
           FILE STATUS IS WS-IDX-STATUS.

           SELECT CIE-MASTER ASSIGN TO 'CIEMAST.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CIE-CODE
           FILE STATUS IS WS-CIE-STATUS.

           SELECT PARM-FILE ASSIGN TO 'FILEREAD.parm'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 FILLER                  PIC X(31).
           05 IDX-DATA-ENTREPISE      PIC X(41).
           05 FILLER                  PIC X(46).

      * one company: its code, official name and known spellings
       FD CIE-MASTER
           RECORD CONTAINS 375 CHARACTERS.
       01  CIE-REC.
           05 CIE-CODE                PIC X(6).
           05 CIE-NOM                 PIC X(41).
           05 CIE-VARIANT             PIC X(41) OCCURS 8 TIMES.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-STATUS                  PIC X(2).
       01  WS-BROWSE-DONE-SW          PIC X(01) VALUE 'N'.
           88 WS-BROWSE-DONE              VALUE 'Y'.

      * the company master in memory: code, official name and every
      * name it answers to in upper case (1 official, 2-9 spellings)
       01  WS-CIE-STATUS              PIC X(2).
           88 WS-CIE-EOF                  VALUE '10'.
       01  WS-CMP-TABLE.
           05 WS-CMP-ENTRY OCCURS 300 TIMES INDEXED BY WS-CMP-IDX.
              10 WS-CMP-CODE     PIC X(6).
              10 WS-CMP-NOM      PIC X(41).
              10 WS-CMP-NAME     PIC X(41) OCCURS 9 TIMES.
       01  WS-CMP-ENTRIES             PIC 9(03) VALUE 0.
       01  WS-CMP-K                   PIC 9(03) VALUE 0.
       01  WS-CMP-N                   PIC 9(02) VALUE 0.
       01  WS-CMP-WANTED              PIC X(41).
       01  WS-CMP-HITS                PIC 9(03) VALUE 0.
       01  WS-CMP-HIT-CODE            PIC X(6).
       01  WS-CMP-HIT-NOM             PIC X(41).
       01  WS-CMP-MATCH-SW            PIC X(01) VALUE 'N'.
           88 WS-CMP-MATCH                VALUE 'Y'.
       01  WS-WANT-CODE               PIC X(6).
       01  WS-WANT-CODE-SW            PIC X(01) VALUE 'N'.
           88 WS-BROWSE-BY-CODE           VALUE 'Y'.

      * per-company accumulation for the ranking mode: by code when
      * the entreprise text resolves to one, by the text otherwise
       01  WS-CIE-TABLE.
           05 WS-CIE-ENTRY OCCURS 200 TIMES INDEXED BY WS-CIE-IDX.
              10 WS-CIE-CODE    PIC X(6).
              10 WS-CIE-NAME    PIC X(41).
              10 WS-CIE-TOTAL   PIC 9(12).
              10 WS-CIE-COUNT   PIC 9(05).
       01  WS-SHOW-COUNT              PIC 9(03) VALUE 0.
       01  WS-RNK-I                   PIC 9(03).
       01  WS-RNK-J                   PIC 9(03).
       01  WS-RNK-SWAP                PIC X(64).
       01  WS-GRAND-TOTAL             PIC 9(13) VALUE 0.
       01  WS-SHARE                   PIC 9(03)V9(02).
       01  WS-SHARE-ED                PIC ZZ9,99.
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           COMPUTE WS-WANT-TOP = FUNCTION NUMVAL(WS-ANSWER).
           PERFORM 7200-LOAD-CIEMAST-START
              THRU 7200-LOAD-CIEMAST-END.

           OPEN INPUT INFILE.
           MOVE WS-STATUS TO WS-ERR-STATUS.
       5100-READ-TALLY-END.
           EXIT.

      * find or create this company's bucket, then accumulate
       5200-TALLY-CIE-START.
           MOVE INFILE-DATA-ENTREPISE TO WS-CMP-WANTED.
           PERFORM 7000-RESOLVE-CIE-START THRU 7000-RESOLVE-CIE-END.
           IF WS-CMP-HITS NOT = 1
               MOVE SPACES TO WS-CMP-HIT-CODE
               MOVE INFILE-DATA-ENTREPISE TO WS-CMP-HIT-NOM
           END-IF.
           SET WS-CIE-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-CIE-FOUND-IDX.
           PERFORM 5210-FIND-CIE-START THRU 5210-FIND-CIE-END
               ADD 1 TO WS-CIE-ENTRIES
               MOVE WS-CIE-ENTRIES TO WS-CIE-FOUND-IDX
               SET WS-CIE-IDX TO WS-CIE-FOUND-IDX
               MOVE WS-CMP-HIT-CODE TO WS-CIE-CODE(WS-CIE-IDX)
               MOVE WS-CMP-HIT-NOM  TO WS-CIE-NAME(WS-CIE-IDX)
               MOVE 0 TO WS-CIE-TOTAL(WS-CIE-IDX)
               MOVE 0 TO WS-CIE-COUNT(WS-CIE-IDX)
           END-IF.
           EXIT.

       5210-FIND-CIE-START.
           IF WS-CIE-CODE(WS-CIE-IDX) EQUAL WS-CMP-HIT-CODE
           AND WS-CIE-NAME(WS-CIE-IDX) EQUAL WS-CMP-HIT-NOM
               SET WS-CIE-FOUND TO TRUE
               MOVE WS-CIE-IDX TO WS-CIE-FOUND-IDX
           END-IF.
           END-IF.
           MOVE WS-SHARE TO WS-SHARE-ED.
           MOVE WS-CIE-TOTAL(WS-CIE-IDX) TO WS-CIE-TOTAL-ED.
           DISPLAY WS-RNK-I ". " WS-CIE-CODE(WS-CIE-IDX)
               " " WS-CIE-NAME(WS-CIE-IDX)
               " CONTRATS " WS-CIE-COUNT(WS-CIE-IDX)
               " TOTAL " WS-CIE-TOTAL-ED
               " PART " WS-SHARE-ED "%".
      ******************************************************************
      * BROWSE BY COMPANY NAME: POSITION ON THE TYPED NAME THROUGH THE
      * ALTERNATE KEY AND WALK THE CONTRACTS WHOSE ENTREPRISE FIELD
      * STILL STARTS WITH IT - A COMPANY CODE OF CIEMAST.dat INSTEAD
      * LISTS EVERY CONTRACT RESOLVING TO THAT CODE
      ******************************************************************
       6000-BROWSE-START.
           DISPLAY "Nom (ou debut du nom) ou code de l'entreprise ?"
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           MOVE WS-ANSWER TO WS-WANT-CIE.

           PERFORM 7200-LOAD-CIEMAST-START
              THRU 7200-LOAD-CIEMAST-END.
           MOVE 'N' TO WS-WANT-CODE-SW.
           IF WS-WANT-CIE(7:35) = SPACES
               MOVE WS-WANT-CIE(1:6) TO WS-WANT-CODE
               PERFORM 6200-CHECK-CODE-START THRU 6200-CHECK-CODE-END
                   VARYING WS-CMP-K FROM 1 BY 1
                   UNTIL WS-CMP-K > WS-CMP-ENTRIES
                      OR WS-BROWSE-BY-CODE
           END-IF.
           IF WS-BROWSE-BY-CODE
               PERFORM 6100-BROWSE-CODE-START
                  THRU 6100-BROWSE-CODE-END
               GO TO 6000-BROWSE-END
           END-IF.

           MOVE 0 TO WS-WANT-CIE-LEN.
           INSPECT FUNCTION REVERSE(WS-WANT-CIE)
               TALLYING WS-WANT-CIE-LEN FOR LEADING SPACES.
       6010-NEXT-CONTRACT-END.
           EXIT.

      * every spelling of the company may sit anywhere in the
      * alternate key order, so the whole index is walked
       6100-BROWSE-CODE-START.
           OPEN INPUT IDXFILE.
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY "ASSURIDX.dat INACCESSIBLE, STATUT: "
                   WS-IDX-STATUS
               DISPLAY "LANCER assuridx POUR LE CONSTRUIRE."
               GO TO 6100-BROWSE-CODE-END
           END-IF.
           DISPLAY "ENTREPRISE " WS-WANT-CODE " " WS-CMP-HIT-NOM.
           MOVE LOW-VALUES TO IDX-DATA-ID.
           START IDXFILE KEY NOT < IDX-DATA-ID
               INVALID KEY SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM 6110-NEXT-BY-CODE-START
              THRU 6110-NEXT-BY-CODE-END
              UNTIL WS-BROWSE-DONE.
           CLOSE IDXFILE.
           IF WS-BROWSE-COUNT = 0
               DISPLAY "AUCUN CONTRAT POUR LE CODE " WS-WANT-CODE
           ELSE
               DISPLAY "CONTRATS AFFICHES: " WS-BROWSE-COUNT
           END-IF.
       6100-BROWSE-CODE-END.
           EXIT.

       6110-NEXT-BY-CODE-START.
           READ IDXFILE NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 6110-NEXT-BY-CODE-END
           END-READ.
           MOVE IDX-DATA-ENTREPISE TO WS-CMP-WANTED.
           PERFORM 7000-RESOLVE-CIE-START THRU 7000-RESOLVE-CIE-END.
           IF WS-CMP-HITS = 1 AND WS-CMP-HIT-CODE = WS-WANT-CODE
               DISPLAY E-IDXFILE
               ADD 1 TO WS-BROWSE-COUNT
           END-IF.
       6110-NEXT-BY-CODE-END.
           EXIT.

       6200-CHECK-CODE-START.
           SET WS-CMP-IDX TO WS-CMP-K.
           IF WS-CMP-CODE(WS-CMP-IDX) = WS-WANT-CODE
               SET WS-BROWSE-BY-CODE TO TRUE
               MOVE WS-CMP-NOM(WS-CMP-IDX) TO WS-CMP-HIT-NOM
           END-IF.
       6200-CHECK-CODE-END.
           EXIT.

      ******************************************************************
      * RESOLVE WS-CMP-WANTED AGAINST EVERY NAME OF EVERY COMPANY:
      * WS-CMP-HITS COMPANIES MATCH, THE FIRST ONE IN WS-CMP-HIT-CODE
      ******************************************************************
       7000-RESOLVE-CIE-START.
           MOVE FUNCTION UPPER-CASE(WS-CMP-WANTED) TO WS-CMP-WANTED.
           MOVE 0 TO WS-CMP-HITS.
           MOVE SPACES TO WS-CMP-HIT-CODE WS-CMP-HIT-NOM.
           IF WS-CMP-WANTED = SPACES
               GO TO 7000-RESOLVE-CIE-END
           END-IF.
           PERFORM 7100-ONE-COMPANY-START THRU 7100-ONE-COMPANY-END
               VARYING WS-CMP-K FROM 1 BY 1
               UNTIL WS-CMP-K > WS-CMP-ENTRIES.
       7000-RESOLVE-CIE-END.
           EXIT.

       7100-ONE-COMPANY-START.
           SET WS-CMP-IDX TO WS-CMP-K.
           MOVE 'N' TO WS-CMP-MATCH-SW.
           PERFORM 7110-ONE-NAME-START THRU 7110-ONE-NAME-END
               VARYING WS-CMP-N FROM 1 BY 1
               UNTIL WS-CMP-N > 9 OR WS-CMP-MATCH.
           IF WS-CMP-MATCH
               ADD 1 TO WS-CMP-HITS
               IF WS-CMP-HITS = 1
                   MOVE WS-CMP-CODE(WS-CMP-IDX) TO WS-CMP-HIT-CODE
                   MOVE WS-CMP-NOM(WS-CMP-IDX)  TO WS-CMP-HIT-NOM
               END-IF
           END-IF.
       7100-ONE-COMPANY-END.
           EXIT.

       7110-ONE-NAME-START.
           IF WS-CMP-NAME(WS-CMP-IDX, WS-CMP-N) NOT = SPACES
           AND WS-CMP-NAME(WS-CMP-IDX, WS-CMP-N) = WS-CMP-WANTED
               SET WS-CMP-MATCH TO TRUE
           END-IF.
       7110-ONE-NAME-END.
           EXIT.

      ******************************************************************
      * LOAD THE COMPANY MASTER INTO MEMORY - WITHOUT CIEMAST.dat
      * NOTHING RESOLVES AND THE ENTREPRISE TEXT IS USED AS IS
      ******************************************************************
       7200-LOAD-CIEMAST-START.
           OPEN INPUT CIE-MASTER.
           IF WS-CIE-STATUS = '35'
               GO TO 7200-LOAD-CIEMAST-END
           END-IF.
           MOVE WS-CIE-STATUS TO WS-ERR-STATUS.
           MOVE "CIEMAST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 7210-ONE-MASTER-START THRU 7210-ONE-MASTER-END
               UNTIL WS-CIE-EOF.
           CLOSE CIE-MASTER.
       7200-LOAD-CIEMAST-END.
           EXIT.

       7210-ONE-MASTER-START.
           READ CIE-MASTER NEXT RECORD
               AT END
                   SET WS-CIE-EOF TO TRUE
                   GO TO 7210-ONE-MASTER-END
           END-READ.
           IF WS-CMP-ENTRIES >= 300
               GO TO 7210-ONE-MASTER-END
           END-IF.
           ADD 1 TO WS-CMP-ENTRIES.
           SET WS-CMP-IDX TO WS-CMP-ENTRIES.
           MOVE CIE-CODE TO WS-CMP-CODE(WS-CMP-IDX).
           MOVE CIE-NOM  TO WS-CMP-NOM(WS-CMP-IDX).
           MOVE FUNCTION UPPER-CASE(CIE-NOM)
               TO WS-CMP-NAME(WS-CMP-IDX, 1).
           PERFORM 7220-ONE-VARIANT-START THRU 7220-ONE-VARIANT-END
               VARYING WS-CMP-N FROM 1 BY 1
               UNTIL WS-CMP-N > 8.
       7210-ONE-MASTER-END.
           EXIT.

       7220-ONE-VARIANT-START.
           MOVE FUNCTION UPPER-CASE(CIE-VARIANT(WS-CMP-N))
               TO WS-CMP-NAME(WS-CMP-IDX, WS-CMP-N + 1).
       7220-ONE-VARIANT-END.
           EXIT.

      ******************************************************************
      * UNATTENDED MODE SUPPORT - THE ANSWER COMES FROM THE PARAMETER
      * FILE WHEN ONE IS PRESENT, FROM THE CONSOLE OTHERWISE
