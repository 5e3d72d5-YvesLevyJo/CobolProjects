      *                    ASSURIDX.dat to the company of each
      *                    contract, against the contract amounts of
      *                    assurances.dat, written to LOSSRATIO.txt.
      * 2026-10-15 Yves    Claims are no longer taken as paid at their
      *                    declared amount: the CLMMVT.dat movements
      *                    posted by assurmvt.cbl give each claim's
      *                    paid amount and outstanding reserve, shown
      *                    in separate columns, the loss ratio being
      *                    paid plus outstanding over premiums.
      * 2026-10-15 Yves    Companies are grouped by their CIEMAST.dat
      *                    code: every spelling of the entreprise text
      *                    known to the company master adds to the one
      *                    line of its code, shown at the head of the
      *                    line.  Unresolved text keeps a line of its
      *                    own with a blank code.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  assurlr.
           RECORD KEY IS CLM-NUM
           FILE STATUS IS WS-CLM-STATUS.

           SELECT MVT-FILE ASSIGN TO 'CLMMVT.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MVT-KEY
           FILE STATUS IS WS-MVT-STATUS.

           SELECT CIE-MASTER ASSIGN TO 'CIEMAST.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CIE-CODE
           FILE STATUS IS WS-CIE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'LOSSRATIO.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 CLM-AMOUNT              PIC 9(9).
           05 CLM-STATUS              PIC X(8).

      * one movement of a claim: a reserve change (signed) or a
      * payment, numbered in sequence within the claim
       FD MVT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MVT-REC.
           05 MVT-KEY.
              10 MVT-CLM-NUM          PIC X(10).
              10 MVT-SEQ              PIC 9(4).
           05 MVT-TYPE                PIC X(1).
           05 MVT-DATE                PIC 9(8).
           05 MVT-RESERVE-CHG         PIC S9(9)
                                      SIGN IS LEADING SEPARATE.
           05 MVT-PAID                PIC 9(9).
           05 MVT-REFERENCE           PIC X(20).
           05 MVT-OPERATOR            PIC X(10).
           05 MVT-NEW-STATUS          PIC X(8).

      * one company: its code, official name and known spellings
       FD CIE-MASTER
           RECORD CONTAINS 375 CHARACTERS.
       01  CIE-REC.
           05 CIE-CODE                PIC X(6).
           05 CIE-NOM                 PIC X(41).
           05 CIE-VARIANT             PIC X(41) OCCURS 8 TIMES.

       FD REPORT-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  REPORT-REC                 PIC X(130).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-STATUS                  PIC X(2).
       01  WS-CLM-STATUS              PIC X(2).
           88 WS-CLM-EOF                  VALUE '10'.
       01  WS-RPT-STATUS              PIC X(2).
       01  WS-MVT-STATUS              PIC X(2).
       01  WS-MVT-OPEN-SW             PIC X(01) VALUE 'N'.
           88 WS-MVT-OPEN                 VALUE 'Y'.
       01  WS-WALK-DONE-SW            PIC X(01) VALUE 'N'.
           88 WS-WALK-DONE                VALUE 'Y'.

      * the claim under count, from its movements
       01  WS-CLM-RESERVE             PIC S9(11) VALUE 0.
       01  WS-CLM-PAID                PIC S9(11) VALUE 0.
       01  WS-CLM-OUTST               PIC S9(11) VALUE 0.

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

      * premiums and claims totalled per company code, or per
      * entreprise text when it resolves to no single code
       01  WS-CIE-TABLE.
           05 WS-CIE-ENTRY OCCURS 200 TIMES INDEXED BY WS-CIE-IDX.
              10 WS-CIE-CODE     PIC X(6).
              10 WS-CIE-NAME     PIC X(41).
              10 WS-CIE-PRIMES   PIC 9(12).
              10 WS-CIE-PAYES    PIC S9(12).
              10 WS-CIE-PROV     PIC S9(12).
              10 WS-CIE-NB-CLM   PIC 9(05).
       01  WS-CIE-ENTRIES             PIC 9(03) VALUE 0.
       01  WS-CIE-FOUND-SW            PIC X(01) VALUE 'N'.
       01  WS-RATIO                   PIC 9(04)V9(02).

       01  WS-DETAIL-LINE.
           05 DET-CODE         PIC X(6).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DET-NAME         PIC X(41).
           05 FILLER           PIC X(09) VALUE " PRIMES: ".
           05 DET-PRIMES       PIC Z(11)9.
           05 FILLER           PIC X(08) VALUE "  PAYES:".
           05 DET-PAYES        PIC -(11)9.
           05 FILLER           PIC X(13) VALUE "  PROVISIONS:".
           05 DET-PROV         PIC -(11)9.
           05 FILLER           PIC X(05) VALUE " S/P ".
           05 DET-RATIO        PIC ZZZ9,99.
           05 FILLER           PIC X(02) VALUE " %".

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 7200-LOAD-CIEMAST-START
              THRU 7200-LOAD-CIEMAST-END.
           PERFORM 1000-TALLY-PRIMES-START
              THRU 1000-TALLY-PRIMES-END.
           PERFORM 2000-TALLY-CLAIMS-START
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
      * no movement file yet means nothing reserved or paid so far
           OPEN INPUT MVT-FILE.
           IF WS-MVT-STATUS = '00'
               SET WS-MVT-OPEN TO TRUE
           ELSE
               IF WS-MVT-STATUS NOT = '35'
                   MOVE WS-MVT-STATUS TO WS-ERR-STATUS
                   MOVE "CLMMVT.dat" TO WS-ERR-FILE
                   MOVE "OPEN" TO WS-ERR-OP
                   PERFORM 9800-CHECK-STATUS-START
                      THRU 9800-CHECK-STATUS-END
               END-IF
           END-IF.

           PERFORM 2100-ONE-CLAIM-START THRU 2100-ONE-CLAIM-END
               UNTIL WS-CLM-EOF.

           CLOSE IDXFILE CLAIM-FILE.
           IF WS-MVT-OPEN
               CLOSE MVT-FILE
           END-IF.
       2000-TALLY-CLAIMS-END.
           EXIT.

                               TO WS-CIE-WANTED
                           PERFORM 8000-FIND-CIE-START
                              THRU 8000-FIND-CIE-END
                           PERFORM 2200-CLAIM-MOVES-START
                              THRU 2200-CLAIM-MOVES-END
                           ADD WS-CLM-PAID TO
                               WS-CIE-PAYES(WS-CIE-FOUND-IDX)
                           ADD WS-CLM-OUTST TO
                               WS-CIE-PROV(WS-CIE-FOUND-IDX)
                           ADD 1 TO
                               WS-CIE-NB-CLM(WS-CIE-FOUND-IDX)
                   END-READ
       2100-ONE-CLAIM-END.
           EXIT.

      * paid and outstanding reserve of the current claim
       2200-CLAIM-MOVES-START.
           MOVE 0 TO WS-CLM-RESERVE WS-CLM-PAID WS-CLM-OUTST.
           IF NOT WS-MVT-OPEN
               GO TO 2200-CLAIM-MOVES-END
           END-IF.
           MOVE 'N' TO WS-WALK-DONE-SW.
           MOVE CLM-NUM TO MVT-CLM-NUM.
           MOVE 0 TO MVT-SEQ.
           START MVT-FILE KEY IS NOT LESS THAN MVT-KEY
               INVALID KEY SET WS-WALK-DONE TO TRUE
           END-START.
           PERFORM 2300-NEXT-MVT-START THRU 2300-NEXT-MVT-END
               UNTIL WS-WALK-DONE.
           COMPUTE WS-CLM-OUTST = WS-CLM-RESERVE - WS-CLM-PAID.
       2200-CLAIM-MOVES-END.
           EXIT.

       2300-NEXT-MVT-START.
           READ MVT-FILE NEXT RECORD
               AT END
                   SET WS-WALK-DONE TO TRUE
                   GO TO 2300-NEXT-MVT-END
           END-READ.
           IF MVT-CLM-NUM NOT = CLM-NUM
               SET WS-WALK-DONE TO TRUE
               GO TO 2300-NEXT-MVT-END
           END-IF.
           ADD MVT-RESERVE-CHG TO WS-CLM-RESERVE.
           ADD MVT-PAID TO WS-CLM-PAID.
       2300-NEXT-MVT-END.
           EXIT.

      ******************************************************************
      * ONE LINE PER COMPANY WITH ITS LOSS RATIO
      ******************************************************************
           EXIT.

       3100-ONE-CIE-START.
           MOVE WS-CIE-CODE(WS-CIE-IDX)      TO DET-CODE.
           MOVE WS-CIE-NAME(WS-CIE-IDX)      TO DET-NAME.
           MOVE WS-CIE-PRIMES(WS-CIE-IDX)    TO DET-PRIMES.
           MOVE WS-CIE-PAYES(WS-CIE-IDX)     TO DET-PAYES.
           MOVE WS-CIE-PROV(WS-CIE-IDX)      TO DET-PROV.
           IF WS-CIE-PRIMES(WS-CIE-IDX) > 0
               COMPUTE WS-RATIO ROUNDED =
                   (WS-CIE-PAYES(WS-CIE-IDX)
                    + WS-CIE-PROV(WS-CIE-IDX)) * 100
                   / WS-CIE-PRIMES(WS-CIE-IDX)
           ELSE
               MOVE 0 TO WS-RATIO
           EXIT.

      ******************************************************************
      * FIND OR CREATE THE WANTED COMPANY'S BUCKET, BY CODE WHEN ITS
      * TEXT RESOLVES TO ONE
      ******************************************************************
       8000-FIND-CIE-START.
           MOVE WS-CIE-WANTED TO WS-CMP-WANTED.
           PERFORM 7000-RESOLVE-CIE-START THRU 7000-RESOLVE-CIE-END.
           IF WS-CMP-HITS NOT = 1
               MOVE SPACES TO WS-CMP-HIT-CODE
               MOVE WS-CIE-WANTED TO WS-CMP-HIT-NOM
           END-IF.
           SET WS-CIE-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-CIE-FOUND-IDX.
           PERFORM 8100-ONE-CIE-START THRU 8100-ONE-CIE-END
               ADD 1 TO WS-CIE-ENTRIES
               MOVE WS-CIE-ENTRIES TO WS-CIE-FOUND-IDX
               SET WS-CIE-IDX TO WS-CIE-FOUND-IDX
               MOVE WS-CMP-HIT-CODE TO WS-CIE-CODE(WS-CIE-IDX)
               MOVE WS-CMP-HIT-NOM  TO WS-CIE-NAME(WS-CIE-IDX)
               MOVE 0 TO WS-CIE-PRIMES(WS-CIE-IDX)
               MOVE 0 TO WS-CIE-PAYES(WS-CIE-IDX)
               MOVE 0 TO WS-CIE-PROV(WS-CIE-IDX)
               MOVE 0 TO WS-CIE-NB-CLM(WS-CIE-IDX)
           END-IF.
       8000-FIND-CIE-END.
           EXIT.

       8100-ONE-CIE-START.
           IF WS-CIE-CODE(WS-CIE-IDX) EQUAL WS-CMP-HIT-CODE
           AND WS-CIE-NAME(WS-CIE-IDX) EQUAL WS-CMP-HIT-NOM
               SET WS-CIE-FOUND TO TRUE
               MOVE WS-CIE-IDX TO WS-CIE-FOUND-IDX
           END-IF.
       8100-ONE-CIE-END.
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
      * STANDARD FILE-STATUS CHECK - ANY STATUS OTHER THAN SUCCESS OR
      * END OF FILE STOPS THE RUN WITH A NONZERO RETURN CODE
