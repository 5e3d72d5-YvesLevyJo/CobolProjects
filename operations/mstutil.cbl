       IDENTIFICATION DIVISION.
       PROGRAM-ID. mstutil.
       AUTHOR. Yves.
      *=================================================================
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: unload, reload and verify of the
      *                    indexed masters TRAINMST, TRAINRSV, CREWASG,
      *                    TRAINACT, CLIENTMST, DEPTMAST, ASSURIDX and
      *                    CLAIMS, driven by MSTUTIL.parm:
      *                      U  unload the master in key order to
      *                         <master>.UNL.D<yyyymmdd>, closed by a
      *                         TRAILER record carrying the count and
      *                         the lowest and highest key, and
      *                         register it in GENERATIONS.dat so
      *                         genpurge.cbl manages its retention;
      *                      R  rebuild the master from an unload -
      *                         the one named in the parm, else the
      *                         last registered - once its count and
      *                         key range have checked against its
      *                         TRAILER;
      *                      V  read the master end to end, check the
      *                         key order and compare the count with
      *                         the last unload.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "MSTUTIL.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRM-STAT.

           SELECT GEN-REGISTRY ASSIGN TO "GENERATIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GRG-STAT.

           SELECT UNLOAD-FILE ASSIGN TO DYNAMIC WS-UNLOAD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-UNL-STAT.

           SELECT TRAIN-MASTER ASSIGN TO "TRAINMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MTM-KEY
           FILE STATUS IS WS-MST-STAT.

           SELECT RESA-FILE ASSIGN TO "TRAINRSV.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MRS-KEY
           FILE STATUS IS WS-MST-STAT.

           SELECT ASSIGN-FILE ASSIGN TO "CREWASG.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MCA-KEY
           FILE STATUS IS WS-MST-STAT.

           SELECT ACTUAL-FILE ASSIGN TO "TRAINACT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAD-KEY
           FILE STATUS IS WS-MST-STAT.

           SELECT CLIENT-MASTER ASSIGN TO "CLIENTMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MCL-KEY
           FILE STATUS IS WS-MST-STAT.

           SELECT DEPT-MASTER ASSIGN TO "DEPTMAST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MDP-KEY
           FILE STATUS IS WS-MST-STAT.

           SELECT ASSUR-INDEX ASSIGN TO "ASSURIDX.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAI-KEY
           ALTERNATE RECORD KEY IS MAI-COMPANY
               WITH DUPLICATES
           FILE STATUS IS WS-MST-STAT.

           SELECT CLAIM-FILE ASSIGN TO "CLAIMS.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MCM-KEY
           FILE STATUS IS WS-MST-STAT.

       DATA DIVISION.
       FILE SECTION.
      * function in column 1, master in columns 3-12, unload to
      * reload from in columns 14-43 (blank = the last registered)
       FD  PARM-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  PARM-REC.
           05 PRM-FUNCTION     PIC X(01).
           05 FILLER           PIC X(01).
           05 PRM-MASTER       PIC X(10).
           05 FILLER           PIC X(01).
           05 PRM-UNLOAD       PIC X(30).

       FD  GEN-REGISTRY
           RECORD CONTAINS 38 CHARACTERS.
       01  GEN-REGISTRY-REC.
           05 GRG-NAME            PIC X(30).
           05 GRG-DATE            PIC 9(08).

      * the master records as they are, then the TRAILER record
       FD  UNLOAD-FILE
           RECORD CONTAINS 126 CHARACTERS.
       01  UNLOAD-REC          PIC X(126).
       01  UNLOAD-TRAILER REDEFINES UNLOAD-REC.
           05 UTR-TAG          PIC X(08).
      *       "TRAILER "
           05 UTR-COUNT        PIC 9(07).
           05 FILLER           PIC X(01).
           05 UTR-MASTER       PIC X(10).
           05 FILLER           PIC X(01).
           05 UTR-LOW-KEY      PIC X(21).
           05 FILLER           PIC X(01).
           05 UTR-HIGH-KEY     PIC X(21).
           05 FILLER           PIC X(01).
           05 UTR-DATE         PIC 9(08).
           05 FILLER           PIC X(47).

      * every master is keyed from its first byte - only the key and
      * the record length matter here, the layouts belong to the
      * programs that own the files
       FD  TRAIN-MASTER
           RECORD CONTAINS 38 CHARACTERS.
       01  MTM-REC.
           05 MTM-KEY          PIC X(18).
           05 FILLER           PIC X(20).

       FD  RESA-FILE
           RECORD CONTAINS 58 CHARACTERS.
       01  MRS-REC.
           05 MRS-KEY          PIC X(21).
           05 FILLER           PIC X(37).

       FD  ASSIGN-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  MCA-REC.
           05 MCA-KEY          PIC X(18).
           05 FILLER           PIC X(15).

       FD  ACTUAL-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  MAD-REC.
           05 MAD-KEY          PIC X(18).
           05 FILLER           PIC X(08).

       FD  CLIENT-MASTER
           RECORD CONTAINS 66 CHARACTERS.
       01  MCL-REC.
           05 MCL-KEY          PIC X(09).
           05 FILLER           PIC X(57).

       FD  DEPT-MASTER
           RECORD CONTAINS 52 CHARACTERS.
       01  MDP-REC.
           05 MDP-KEY          PIC X(03).
           05 FILLER           PIC X(49).

       FD  ASSUR-INDEX
           RECORD CONTAINS 126 CHARACTERS.
       01  MAI-REC.
           05 MAI-KEY          PIC X(08).
           05 FILLER           PIC X(31).
           05 MAI-COMPANY      PIC X(41).
           05 FILLER           PIC X(46).

       FD  CLAIM-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  MCM-REC.
           05 MCM-KEY          PIC X(10).
           05 FILLER           PIC X(33).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STAT         PIC X(02).
       01  WS-GRG-STAT         PIC X(02).
           88 GRG-STAT-EOF         VALUE '10'.
       01  WS-UNL-STAT         PIC X(02).
           88 UNL-STAT-EOF         VALUE '10'.
       01  WS-MST-STAT         PIC X(02).
           88 MST-STAT-OK          VALUE '00' '02'.
           88 MST-STAT-EOF         VALUE '10'.

      * the masters handled: code, record length and key length
       01  WS-MASTER-LIST.
           05 FILLER PIC X(16) VALUE "TRAINMST  038018".
           05 FILLER PIC X(16) VALUE "TRAINRSV  058021".
           05 FILLER PIC X(16) VALUE "CREWASG   033018".
           05 FILLER PIC X(16) VALUE "TRAINACT  026018".
           05 FILLER PIC X(16) VALUE "CLIENTMST 066009".
           05 FILLER PIC X(16) VALUE "DEPTMAST  052003".
           05 FILLER PIC X(16) VALUE "ASSURIDX  126008".
           05 FILLER PIC X(16) VALUE "CLAIMS    043010".
       01  WS-MASTER-LIST-R REDEFINES WS-MASTER-LIST.
           05 WS-MASTER-ENTRY OCCURS 8 TIMES.
              10 WS-MASTER-CODE    PIC X(10).
              10 WS-MASTER-RECLEN  PIC 9(03).
              10 WS-MASTER-KEYLEN  PIC 9(03).
       01  WS-M                PIC 9(01) VALUE 0.
       01  WS-MST              PIC 9(01) VALUE 0.

       01  WS-FUNCTION         PIC X(01) VALUE SPACE.
           88 WS-FN-UNLOAD         VALUE 'U'.
           88 WS-FN-RELOAD         VALUE 'R'.
           88 WS-FN-VERIFY         VALUE 'V'.
       01  WS-MASTER-NAME      PIC X(10) VALUE SPACES.
       01  WS-RECLEN           PIC 9(03) VALUE 0.
       01  WS-KEYLEN           PIC 9(03) VALUE 0.

       01  WS-TODAY.
           05 WS-TODAY-YYYYMMDD PIC 9(08).
           05 FILLER            PIC X(13).

      * the unload under work and the last one registered
       01  WS-UNLOAD-NAME      PIC X(30) VALUE SPACES.
       01  WS-UNLOAD-PREFIX    PIC X(20) VALUE SPACES.
       01  WS-PREFIX-LEN       PIC 9(02) VALUE 0.
       01  WS-LAST-UNLOAD      PIC X(30) VALUE SPACES.
       01  WS-LAST-UNLOAD-DATE PIC 9(08) VALUE 0.

      * one record in transit, the key it carries and the controls
       01  WS-RECORD           PIC X(126) VALUE SPACES.
       01  WS-KEY              PIC X(21) VALUE SPACES.
       01  WS-PREV-KEY         PIC X(21) VALUE SPACES.
       01  WS-LOW-KEY          PIC X(21) VALUE SPACES.
       01  WS-HIGH-KEY         PIC X(21) VALUE SPACES.
       01  WS-REC-COUNT        PIC 9(07) VALUE 0.
       01  WS-ERROR-COUNT      PIC 9(07) VALUE 0.
       01  WS-ORDER-BREAKS     PIC 9(07) VALUE 0.
       01  WS-TRAILER-SW       PIC X(01) VALUE 'N'.
           88 WS-TRAILER-SEEN      VALUE 'Y'.
       01  WS-TRL-COUNT        PIC 9(07) VALUE 0.
       01  WS-TRL-LOW-KEY      PIC X(21) VALUE SPACES.
       01  WS-TRL-HIGH-KEY     PIC X(21) VALUE SPACES.
       01  WS-EOF-SW           PIC X(01) VALUE 'N'.
           88 WS-AT-END            VALUE 'Y'.

      *=================================================================
       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           PERFORM 1000-READ-PARM-START THRU 1000-READ-PARM-END.

           EVALUATE TRUE
               WHEN WS-FN-UNLOAD
                   PERFORM 2000-UNLOAD-START THRU 2000-UNLOAD-END
               WHEN WS-FN-RELOAD
                   PERFORM 3000-RELOAD-START THRU 3000-RELOAD-END
               WHEN WS-FN-VERIFY
                   PERFORM 4000-VERIFY-START THRU 4000-VERIFY-END
           END-EVALUATE.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * FUNCTION AND MASTER FROM MSTUTIL.parm
      ******************************************************************
       1000-READ-PARM-START.
           OPEN INPUT PARM-FILE.
           IF WS-PRM-STAT NOT = '00'
               DISPLAY "MSTUTIL.parm ABSENT - FONCTION ET FICHIER "
                   "MAITRE A INDIQUER."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
               AT END CONTINUE
           END-READ.
           CLOSE PARM-FILE.

           MOVE FUNCTION UPPER-CASE(PRM-FUNCTION) TO WS-FUNCTION.
           MOVE FUNCTION UPPER-CASE(PRM-MASTER) TO WS-MASTER-NAME.
           IF NOT WS-FN-UNLOAD AND NOT WS-FN-RELOAD
           AND NOT WS-FN-VERIFY
               DISPLAY "FONCTION INCONNUE '" PRM-FUNCTION
                   "' - U DECHARGER, R RECHARGER, V VERIFIER."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO WS-MST.
           PERFORM 1100-FIND-MASTER-START THRU 1100-FIND-MASTER-END
               VARYING WS-M FROM 1 BY 1
               UNTIL WS-M > 8 OR WS-MST > 0.
           IF WS-MST = 0
               DISPLAY "FICHIER MAITRE INCONNU : " PRM-MASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MASTER-RECLEN(WS-MST) TO WS-RECLEN.
           MOVE WS-MASTER-KEYLEN(WS-MST) TO WS-KEYLEN.

           MOVE SPACES TO WS-UNLOAD-PREFIX.
           STRING WS-MASTER-NAME DELIMITED BY SPACE
               ".UNL.D" DELIMITED BY SIZE
               INTO WS-UNLOAD-PREFIX.
           COMPUTE WS-PREFIX-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-UNLOAD-PREFIX TRAILING)).
       1000-READ-PARM-END.
           EXIT.

       1100-FIND-MASTER-START.
           IF WS-MASTER-CODE(WS-M) = WS-MASTER-NAME
               MOVE WS-M TO WS-MST
           END-IF.
       1100-FIND-MASTER-END.
           EXIT.

      ******************************************************************
      * U - THE MASTER IN KEY ORDER TO A DATED UNLOAD, WITH ITS
      * TRAILER, REGISTERED AS A GENERATION
      ******************************************************************
       2000-UNLOAD-START.
           MOVE SPACES TO WS-UNLOAD-NAME.
           STRING WS-UNLOAD-PREFIX DELIMITED BY SPACE
               WS-TODAY-YYYYMMDD DELIMITED BY SIZE
               INTO WS-UNLOAD-NAME.

           PERFORM 8000-OPEN-INPUT-START THRU 8000-OPEN-INPUT-END.
           IF WS-MST-STAT NOT = '00'
               DISPLAY WS-MASTER-NAME " : OUVERTURE IMPOSSIBLE ("
                   WS-MST-STAT ")"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-UNLOAD-END
           END-IF.
           OPEN OUTPUT UNLOAD-FILE.
           IF WS-UNL-STAT NOT = '00'
               DISPLAY WS-UNLOAD-NAME " : CREATION IMPOSSIBLE ("
                   WS-UNL-STAT ")"
               PERFORM 8400-CLOSE-START THRU 8400-CLOSE-END
               MOVE 8 TO RETURN-CODE
               GO TO 2000-UNLOAD-END
           END-IF.

           PERFORM 5000-RESET-CONTROLS-START
              THRU 5000-RESET-CONTROLS-END.
           PERFORM 2100-ONE-RECORD-START THRU 2100-ONE-RECORD-END
               UNTIL WS-AT-END.
           PERFORM 8400-CLOSE-START THRU 8400-CLOSE-END.

      * an unload that could not read the whole master in order is
      * no backup - it is left unregistered for genpurge to ignore
           IF WS-ERROR-COUNT > 0 OR WS-ORDER-BREAKS > 0
               CLOSE UNLOAD-FILE
               PERFORM 5200-REPORT-ORDER-START
                  THRU 5200-REPORT-ORDER-END
               DISPLAY "DECHARGEMENT INCOMPLET - " WS-UNLOAD-NAME
                   " NON ENREGISTRE."
               MOVE 8 TO RETURN-CODE
               GO TO 2000-UNLOAD-END
           END-IF.

           MOVE SPACES TO UNLOAD-TRAILER.
           MOVE "TRAILER "        TO UTR-TAG.
           MOVE WS-REC-COUNT      TO UTR-COUNT.
           MOVE WS-MASTER-NAME    TO UTR-MASTER.
           MOVE WS-LOW-KEY        TO UTR-LOW-KEY.
           MOVE WS-HIGH-KEY       TO UTR-HIGH-KEY.
           MOVE WS-TODAY-YYYYMMDD TO UTR-DATE.
           WRITE UNLOAD-REC.
           CLOSE UNLOAD-FILE.

           OPEN EXTEND GEN-REGISTRY.
           IF WS-GRG-STAT = '35'
               OPEN OUTPUT GEN-REGISTRY
           END-IF.
           MOVE WS-UNLOAD-NAME    TO GRG-NAME.
           MOVE WS-TODAY-YYYYMMDD TO GRG-DATE.
           WRITE GEN-REGISTRY-REC.
           CLOSE GEN-REGISTRY.

           DISPLAY WS-MASTER-NAME " DECHARGE DANS " WS-UNLOAD-NAME.
           DISPLAY "ENREGISTREMENTS : " WS-REC-COUNT
               "  CLES " WS-LOW-KEY(1:WS-KEYLEN) " A "
               WS-HIGH-KEY(1:WS-KEYLEN).
           PERFORM 5200-REPORT-ORDER-START
              THRU 5200-REPORT-ORDER-END.
       2000-UNLOAD-END.
           EXIT.

       2100-ONE-RECORD-START.
           PERFORM 8200-READ-NEXT-START THRU 8200-READ-NEXT-END.
           IF WS-AT-END
               GO TO 2100-ONE-RECORD-END
           END-IF.
           PERFORM 5100-CONTROL-KEY-START THRU 5100-CONTROL-KEY-END.
           MOVE WS-RECORD(1:WS-RECLEN) TO UNLOAD-REC.
           WRITE UNLOAD-REC.
       2100-ONE-RECORD-END.
           EXIT.

      ******************************************************************
      * R - REBUILD THE MASTER FROM AN UNLOAD: FIRST A FULL PASS
      * CHECKING THE UNLOAD AGAINST ITS TRAILER, THEN ONLY THE
      * MASTER IS RECREATED AND LOADED
      ******************************************************************
       3000-RELOAD-START.
           IF PRM-UNLOAD NOT = SPACES
               MOVE PRM-UNLOAD TO WS-UNLOAD-NAME
           ELSE
               PERFORM 6000-LAST-UNLOAD-START
                  THRU 6000-LAST-UNLOAD-END
               IF WS-LAST-UNLOAD = SPACES
                   DISPLAY "AUCUN DECHARGEMENT ENREGISTRE POUR "
                       WS-MASTER-NAME
                   MOVE 8 TO RETURN-CODE
                   GO TO 3000-RELOAD-END
               END-IF
               MOVE WS-LAST-UNLOAD TO WS-UNLOAD-NAME
           END-IF.

           PERFORM 7000-CHECK-UNLOAD-START
              THRU 7000-CHECK-UNLOAD-END.
           IF RETURN-CODE NOT = 0
               DISPLAY "RECHARGEMENT ABANDONNE - " WS-MASTER-NAME
                   " N'EST PAS TOUCHE."
               GO TO 3000-RELOAD-END
           END-IF.

           PERFORM 8100-OPEN-OUTPUT-START THRU 8100-OPEN-OUTPUT-END.
           IF WS-MST-STAT NOT = '00'
               DISPLAY WS-MASTER-NAME " : CREATION IMPOSSIBLE ("
                   WS-MST-STAT ")"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-RELOAD-END
           END-IF.
           OPEN INPUT UNLOAD-FILE.
           MOVE 0 TO WS-REC-COUNT.
           MOVE 0 TO WS-ERROR-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3100-ONE-RELOAD-START THRU 3100-ONE-RELOAD-END
               UNTIL WS-AT-END.
           CLOSE UNLOAD-FILE.
           PERFORM 8400-CLOSE-START THRU 8400-CLOSE-END.

           DISPLAY WS-MASTER-NAME " RECHARGE DEPUIS " WS-UNLOAD-NAME.
           DISPLAY "ENREGISTREMENTS : " WS-REC-COUNT
               "  EN ERREUR : " WS-ERROR-COUNT.
           DISPLAY "LES MISES A JOUR POSTERIEURES AU DECHARGEMENT "
               "SONT A REPRENDRE."
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       3000-RELOAD-END.
           EXIT.

       3100-ONE-RELOAD-START.
           READ UNLOAD-FILE
               AT END
                   SET WS-AT-END TO TRUE
                   GO TO 3100-ONE-RELOAD-END
           END-READ.
           IF UTR-TAG = "TRAILER "
               GO TO 3100-ONE-RELOAD-END
           END-IF.
           MOVE UNLOAD-REC TO WS-RECORD.
           PERFORM 8300-WRITE-START THRU 8300-WRITE-END.
           IF WS-MST-STAT = '00' OR WS-MST-STAT = '02'
               ADD 1 TO WS-REC-COUNT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ECRITURE REFUSEE (" WS-MST-STAT ") CLE "
                   WS-RECORD(1:WS-KEYLEN)
           END-IF.
       3100-ONE-RELOAD-END.
           EXIT.

      ******************************************************************
      * V - THE MASTER END TO END: EVERY READ MUST SUCCEED AND EVERY
      * KEY MUST BE HIGHER THAN THE ONE BEFORE; THE COUNT IS SET
      * AGAINST THE LAST UNLOAD
      ******************************************************************
       4000-VERIFY-START.
           PERFORM 8000-OPEN-INPUT-START THRU 8000-OPEN-INPUT-END.
           IF WS-MST-STAT NOT = '00'
               DISPLAY WS-MASTER-NAME " : OUVERTURE IMPOSSIBLE ("
                   WS-MST-STAT ")"
               MOVE 8 TO RETURN-CODE
               GO TO 4000-VERIFY-END
           END-IF.
           PERFORM 5000-RESET-CONTROLS-START
              THRU 5000-RESET-CONTROLS-END.
           PERFORM 4100-ONE-VERIFY-START THRU 4100-ONE-VERIFY-END
               UNTIL WS-AT-END.
           PERFORM 8400-CLOSE-START THRU 8400-CLOSE-END.

           DISPLAY WS-MASTER-NAME " : " WS-REC-COUNT
               " ENREGISTREMENTS LUS, CLES "
               WS-LOW-KEY(1:WS-KEYLEN) " A "
               WS-HIGH-KEY(1:WS-KEYLEN).
           PERFORM 5200-REPORT-ORDER-START
              THRU 5200-REPORT-ORDER-END.
           IF WS-ERROR-COUNT > 0
               DISPLAY "** LECTURES EN ERREUR : " WS-ERROR-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 6000-LAST-UNLOAD-START THRU 6000-LAST-UNLOAD-END.
           IF WS-LAST-UNLOAD = SPACES
               DISPLAY "AUCUN DECHARGEMENT ENREGISTRE - COMPTE NON "
                   "RAPPROCHE."
               GO TO 4000-VERIFY-END
           END-IF.
           MOVE WS-LAST-UNLOAD TO WS-UNLOAD-NAME.
           PERFORM 4200-LAST-TRAILER-START
              THRU 4200-LAST-TRAILER-END.
           IF NOT WS-TRAILER-SEEN
               DISPLAY WS-UNLOAD-NAME " : TRAILER ILLISIBLE - COMPTE "
                   "NON RAPPROCHE."
               GO TO 4000-VERIFY-END
           END-IF.
           IF WS-TRL-COUNT = WS-REC-COUNT
               DISPLAY "COMPTE IDENTIQUE AU DECHARGEMENT DU "
                   WS-LAST-UNLOAD-DATE " (" WS-TRL-COUNT ")"
           ELSE
               DISPLAY "** ECART ** DECHARGEMENT DU "
                   WS-LAST-UNLOAD-DATE " : " WS-TRL-COUNT
                   " / FICHIER : " WS-REC-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       4000-VERIFY-END.
           EXIT.

       4100-ONE-VERIFY-START.
           PERFORM 8200-READ-NEXT-START THRU 8200-READ-NEXT-END.
           IF WS-AT-END
               GO TO 4100-ONE-VERIFY-END
           END-IF.
           PERFORM 5100-CONTROL-KEY-START THRU 5100-CONTROL-KEY-END.
       4100-ONE-VERIFY-END.
           EXIT.

       4200-LAST-TRAILER-START.
           MOVE 'N' TO WS-TRAILER-SW.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT UNLOAD-FILE.
           IF WS-UNL-STAT NOT = '00'
               GO TO 4200-LAST-TRAILER-END
           END-IF.
           PERFORM 4210-ONE-UNLOAD-REC-START
              THRU 4210-ONE-UNLOAD-REC-END
              UNTIL WS-AT-END.
           CLOSE UNLOAD-FILE.
       4200-LAST-TRAILER-END.
           EXIT.

       4210-ONE-UNLOAD-REC-START.
           READ UNLOAD-FILE
               AT END SET WS-AT-END TO TRUE
               NOT AT END
                   IF UTR-TAG = "TRAILER "
                   AND UTR-COUNT NUMERIC
                       SET WS-TRAILER-SEEN TO TRUE
                       MOVE UTR-COUNT TO WS-TRL-COUNT
                   END-IF
           END-READ.
       4210-ONE-UNLOAD-REC-END.
           EXIT.

      ******************************************************************
      * COUNT, KEY RANGE AND KEY ORDER OF THE RECORDS READ
      ******************************************************************
       5000-RESET-CONTROLS-START.
           MOVE 0 TO WS-REC-COUNT.
           MOVE 0 TO WS-ERROR-COUNT.
           MOVE 0 TO WS-ORDER-BREAKS.
           MOVE SPACES TO WS-PREV-KEY.
           MOVE SPACES TO WS-LOW-KEY.
           MOVE SPACES TO WS-HIGH-KEY.
           MOVE 'N' TO WS-EOF-SW.
       5000-RESET-CONTROLS-END.
           EXIT.

       5100-CONTROL-KEY-START.
           MOVE SPACES TO WS-KEY.
           MOVE WS-RECORD(1:WS-KEYLEN) TO WS-KEY.
           ADD 1 TO WS-REC-COUNT.
           IF WS-REC-COUNT = 1
               MOVE WS-KEY TO WS-LOW-KEY
           ELSE
               IF WS-KEY NOT > WS-PREV-KEY
                   ADD 1 TO WS-ORDER-BREAKS
                   DISPLAY "** ORDRE ** CLE " WS-KEY(1:WS-KEYLEN)
                       " APRES " WS-PREV-KEY(1:WS-KEYLEN)
               END-IF
           END-IF.
           IF WS-KEY > WS-HIGH-KEY
               MOVE WS-KEY TO WS-HIGH-KEY
           END-IF.
           IF WS-KEY < WS-LOW-KEY
               MOVE WS-KEY TO WS-LOW-KEY
           END-IF.
           MOVE WS-KEY TO WS-PREV-KEY.
       5100-CONTROL-KEY-END.
           EXIT.

       5200-REPORT-ORDER-START.
           IF WS-ORDER-BREAKS = 0
               DISPLAY "ORDRE DES CLES CORRECT."
           ELSE
               DISPLAY "** RUPTURES D'ORDRE DES CLES : "
                   WS-ORDER-BREAKS " - INDEX A RECONSTRUIRE."
               MOVE 8 TO RETURN-CODE
           END-IF.
       5200-REPORT-ORDER-END.
           EXIT.

      ******************************************************************
      * THE LAST UNLOAD OF THIS MASTER STILL IN GENERATIONS.dat
      ******************************************************************
       6000-LAST-UNLOAD-START.
           MOVE SPACES TO WS-LAST-UNLOAD.
           MOVE 0 TO WS-LAST-UNLOAD-DATE.
           OPEN INPUT GEN-REGISTRY.
           IF WS-GRG-STAT NOT = '00'
               GO TO 6000-LAST-UNLOAD-END
           END-IF.
           PERFORM 6100-ONE-GENERATION-START
              THRU 6100-ONE-GENERATION-END
              UNTIL GRG-STAT-EOF.
           CLOSE GEN-REGISTRY.
       6000-LAST-UNLOAD-END.
           EXIT.

       6100-ONE-GENERATION-START.
           READ GEN-REGISTRY
               AT END SET GRG-STAT-EOF TO TRUE
               NOT AT END
                   IF GRG-NAME(1:WS-PREFIX-LEN)
                       = WS-UNLOAD-PREFIX(1:WS-PREFIX-LEN)
                   AND GRG-DATE NOT < WS-LAST-UNLOAD-DATE
                       MOVE GRG-NAME TO WS-LAST-UNLOAD
                       MOVE GRG-DATE TO WS-LAST-UNLOAD-DATE
                   END-IF
           END-READ.
       6100-ONE-GENERATION-END.
           EXIT.

      ******************************************************************
      * AN UNLOAD IS ONLY RELOADED WHEN ITS CONTENT AGREES WITH ITS
      * TRAILER: SAME MASTER, SAME COUNT, SAME KEY RANGE, KEYS IN
      * ORDER
      ******************************************************************
       7000-CHECK-UNLOAD-START.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT UNLOAD-FILE.
           IF WS-UNL-STAT NOT = '00'
               DISPLAY WS-UNLOAD-NAME " : ABSENT OU ILLISIBLE ("
                   WS-UNL-STAT ")"
               MOVE 8 TO RETURN-CODE
               GO TO 7000-CHECK-UNLOAD-END
           END-IF.
           PERFORM 5000-RESET-CONTROLS-START
              THRU 5000-RESET-CONTROLS-END.
           MOVE 'N' TO WS-TRAILER-SW.
           PERFORM 7100-ONE-CHECK-START THRU 7100-ONE-CHECK-END
               UNTIL WS-AT-END.
           CLOSE UNLOAD-FILE.

           IF NOT WS-TRAILER-SEEN
               DISPLAY WS-UNLOAD-NAME " : TRAILER ABSENT"
               MOVE 8 TO RETURN-CODE
               GO TO 7000-CHECK-UNLOAD-END
           END-IF.
           IF WS-TRL-COUNT NOT = WS-REC-COUNT
               DISPLAY WS-UNLOAD-NAME " : TRAILER " WS-TRL-COUNT
                   " / CONTENU " WS-REC-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-TRL-LOW-KEY NOT = WS-LOW-KEY
           OR WS-TRL-HIGH-KEY NOT = WS-HIGH-KEY
               DISPLAY WS-UNLOAD-NAME " : PLAGE DE CLES DIFFERENTE "
                   "DU TRAILER"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-ORDER-BREAKS > 0
               DISPLAY WS-UNLOAD-NAME " : CLES HORS ORDRE : "
                   WS-ORDER-BREAKS
               MOVE 8 TO RETURN-CODE
           END-IF.
       7000-CHECK-UNLOAD-END.
           EXIT.

       7100-ONE-CHECK-START.
           READ UNLOAD-FILE
               AT END
                   SET WS-AT-END TO TRUE
                   GO TO 7100-ONE-CHECK-END
           END-READ.
           IF UTR-TAG = "TRAILER "
               SET WS-TRAILER-SEEN TO TRUE
               IF UTR-COUNT NUMERIC
                   MOVE UTR-COUNT TO WS-TRL-COUNT
               END-IF
               MOVE UTR-LOW-KEY  TO WS-TRL-LOW-KEY
               MOVE UTR-HIGH-KEY TO WS-TRL-HIGH-KEY
               IF UTR-MASTER NOT = WS-MASTER-NAME
                   DISPLAY WS-UNLOAD-NAME " : DECHARGEMENT DE "
                       UTR-MASTER ", PAS DE " WS-MASTER-NAME
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 7100-ONE-CHECK-END
           END-IF.
           MOVE UNLOAD-REC TO WS-RECORD.
           PERFORM 5100-CONTROL-KEY-START THRU 5100-CONTROL-KEY-END.
       7100-ONE-CHECK-END.
           EXIT.

      ******************************************************************
      * THE I/O OF THE SELECTED MASTER
      ******************************************************************
       8000-OPEN-INPUT-START.
           EVALUATE WS-MST
               WHEN 1 OPEN INPUT TRAIN-MASTER
               WHEN 2 OPEN INPUT RESA-FILE
               WHEN 3 OPEN INPUT ASSIGN-FILE
               WHEN 4 OPEN INPUT ACTUAL-FILE
               WHEN 5 OPEN INPUT CLIENT-MASTER
               WHEN 6 OPEN INPUT DEPT-MASTER
               WHEN 7 OPEN INPUT ASSUR-INDEX
               WHEN 8 OPEN INPUT CLAIM-FILE
           END-EVALUATE.
       8000-OPEN-INPUT-END.
           EXIT.

       8100-OPEN-OUTPUT-START.
           EVALUATE WS-MST
               WHEN 1 OPEN OUTPUT TRAIN-MASTER
               WHEN 2 OPEN OUTPUT RESA-FILE
               WHEN 3 OPEN OUTPUT ASSIGN-FILE
               WHEN 4 OPEN OUTPUT ACTUAL-FILE
               WHEN 5 OPEN OUTPUT CLIENT-MASTER
               WHEN 6 OPEN OUTPUT DEPT-MASTER
               WHEN 7 OPEN OUTPUT ASSUR-INDEX
               WHEN 8 OPEN OUTPUT CLAIM-FILE
           END-EVALUATE.
       8100-OPEN-OUTPUT-END.
           EXIT.

      * a read that neither succeeds nor ends the file is counted as
      * an error and ends the pass - a damaged index cannot be
      * trusted to move on
       8200-READ-NEXT-START.
           MOVE SPACES TO WS-RECORD.
           EVALUATE WS-MST
               WHEN 1
                   READ TRAIN-MASTER NEXT RECORD
                   MOVE MTM-REC TO WS-RECORD
               WHEN 2
                   READ RESA-FILE NEXT RECORD
                   MOVE MRS-REC TO WS-RECORD
               WHEN 3
                   READ ASSIGN-FILE NEXT RECORD
                   MOVE MCA-REC TO WS-RECORD
               WHEN 4
                   READ ACTUAL-FILE NEXT RECORD
                   MOVE MAD-REC TO WS-RECORD
               WHEN 5
                   READ CLIENT-MASTER NEXT RECORD
                   MOVE MCL-REC TO WS-RECORD
               WHEN 6
                   READ DEPT-MASTER NEXT RECORD
                   MOVE MDP-REC TO WS-RECORD
               WHEN 7
                   READ ASSUR-INDEX NEXT RECORD
                   MOVE MAI-REC TO WS-RECORD
               WHEN 8
                   READ CLAIM-FILE NEXT RECORD
                   MOVE MCM-REC TO WS-RECORD
           END-EVALUATE.
           IF MST-STAT-EOF
               SET WS-AT-END TO TRUE
               GO TO 8200-READ-NEXT-END
           END-IF.
           IF NOT MST-STAT-OK
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "** LECTURE ** " WS-MASTER-NAME " STATUT "
                   WS-MST-STAT " APRES LA CLE "
                   WS-PREV-KEY(1:WS-KEYLEN)
               SET WS-AT-END TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.
       8200-READ-NEXT-END.
           EXIT.

       8300-WRITE-START.
           EVALUATE WS-MST
               WHEN 1
                   MOVE WS-RECORD TO MTM-REC
                   WRITE MTM-REC
               WHEN 2
                   MOVE WS-RECORD TO MRS-REC
                   WRITE MRS-REC
               WHEN 3
                   MOVE WS-RECORD TO MCA-REC
                   WRITE MCA-REC
               WHEN 4
                   MOVE WS-RECORD TO MAD-REC
                   WRITE MAD-REC
               WHEN 5
                   MOVE WS-RECORD TO MCL-REC
                   WRITE MCL-REC
               WHEN 6
                   MOVE WS-RECORD TO MDP-REC
                   WRITE MDP-REC
               WHEN 7
                   MOVE WS-RECORD TO MAI-REC
                   WRITE MAI-REC
               WHEN 8
                   MOVE WS-RECORD TO MCM-REC
                   WRITE MCM-REC
           END-EVALUATE.
       8300-WRITE-END.
           EXIT.

       8400-CLOSE-START.
           EVALUATE WS-MST
               WHEN 1 CLOSE TRAIN-MASTER
               WHEN 2 CLOSE RESA-FILE
               WHEN 3 CLOSE ASSIGN-FILE
               WHEN 4 CLOSE ACTUAL-FILE
               WHEN 5 CLOSE CLIENT-MASTER
               WHEN 6 CLOSE DEPT-MASTER
               WHEN 7 CLOSE ASSUR-INDEX
               WHEN 8 CLOSE CLAIM-FILE
           END-EVALUATE.
       8400-CLOSE-END.
           EXIT.
