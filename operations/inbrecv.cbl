       IDENTIFICATION DIVISION.
       PROGRAM-ID. inbrecv.
       AUTHOR. Yves.
      *=================================================================
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: reception of the files that come
      *                    from outside the shop.  The catalog
      *                    INBCAT.dat lists each feed with the chain
      *                    step that consumes it, the name the step
      *                    reads and the days it is expected.  A
      *                    sender drops a transmission as that name
      *                    followed by its 6-digit sequence number
      *                    (GLACK.dat.000042).  Each arrival is
      *                    registered in INBREG.dat with its record
      *                    count, a content checksum and its arrival
      *                    time; a file identical to one already
      *                    accepted, a sequence already processed or
      *                    a sequence arriving ahead of the expected
      *                    one is refused.  The accepted file replaces
      *                    the name its step reads, and the steps that
      *                    received nothing tonight are listed in
      *                    INBSKIP.dat for nightrun to skip.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "INBCAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CAT-STAT.

           SELECT REGISTER-FILE ASSIGN TO "INBREG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REG-STAT.

           SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-INP-STAT.

           SELECT SKIP-FILE ASSIGN TO "INBSKIP.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SKP-STAT.

           SELECT REPORT-FILE ASSIGN TO "INBRECV.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
      * one catalog line per feed: the chain step that consumes it,
      * the feed code, the file name the step reads and the Y/N
      * Monday..Sunday mask of the days the feed is expected
       FD  CATALOG-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  CATALOG-REC.
           05 IBC-STEP         PIC 9(03).
           05 FILLER           PIC X(01).
           05 IBC-FEED         PIC X(10).
           05 FILLER           PIC X(01).
           05 IBC-FILE         PIC X(30).
           05 FILLER           PIC X(01).
           05 IBC-DAYS         PIC X(07).
           05 FILLER           PIC X(07).

      * one register line per arrival, whatever became of it:
      * 'A' accepted, 'D' duplicate of an accepted file, 'R' replay
      * of a sequence already processed, 'S' out of sequence
       FD  REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REGISTER-REC.
           05 IRG-FEED         PIC X(10).
           05 FILLER           PIC X(01).
           05 IRG-SEQ          PIC 9(06).
           05 FILLER           PIC X(01).
           05 IRG-STAMP.
              10 IRG-DATE      PIC 9(08).
              10 IRG-TIME      PIC 9(06).
           05 FILLER           PIC X(01).
           05 IRG-COUNT        PIC 9(07).
           05 FILLER           PIC X(01).
           05 IRG-CHECKSUM     PIC 9(10).
           05 FILLER           PIC X(01).
           05 IRG-DISP         PIC X(01).
              88 IRG-ACCEPTED      VALUE 'A'.
              88 IRG-DUPLICATE     VALUE 'D'.
              88 IRG-REPLAY        VALUE 'R'.
              88 IRG-OUT-OF-SEQ    VALUE 'S'.
           05 FILLER           PIC X(01).
           05 IRG-STEP         PIC 9(03).
           05 FILLER           PIC X(23).

       FD  INPUT-FILE
           RECORD CONTAINS 256 CHARACTERS.
       01  INPUT-REC           PIC X(256).

       FD  SKIP-FILE
           RECORD CONTAINS 3 CHARACTERS.
       01  SKIP-REC            PIC 9(03).

       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-REC          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CAT-STAT         PIC X(02).
           88 CAT-STAT-EOF         VALUE '10'.
       01  WS-REG-STAT         PIC X(02).
           88 REG-STAT-EOF         VALUE '10'.
       01  WS-INP-STAT         PIC X(02).
           88 INP-STAT-EOF         VALUE '10'.
       01  WS-SKP-STAT         PIC X(02).
       01  WS-RPT-STAT         PIC X(02).

      * the catalogued feeds, with the last sequence the register
      * shows consumed and what became of the feed tonight
       01  WS-FEED-TABLE.
           05 WS-FEED-ENTRY OCCURS 30 TIMES.
              10 WS-FEED-STEP      PIC 9(03).
              10 WS-FEED-CODE      PIC X(10).
              10 WS-FEED-FILE      PIC X(30).
              10 WS-FEED-DAYS      PIC X(07).
              10 WS-FEED-LAST-SEQ  PIC 9(06).
              10 WS-FEED-RECEIVED  PIC X(01).
      *          'Y' A FILE WAS ACCEPTED AND HANDED OVER TONIGHT
       01  WS-FEED-COUNT       PIC 9(03) VALUE 0.
       01  WS-F                PIC 9(03) VALUE 0.
       01  WS-G                PIC 9(03) VALUE 0.

      * arrival time and today's weekday (1 = Monday .. 7 = Sunday)
       01  WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD  PIC 9(08).
           05 WS-RUN-HHMMSS    PIC 9(06).
           05 FILLER           PIC X(07).
       01  WS-DAY-NUMBER       PIC 9(07) VALUE 0.
       01  WS-WEEKDAY          PIC 9(01) VALUE 0.
       01  WS-MASK-IDX         PIC 9(01) VALUE 0.

      * the file under examination
       01  WS-INPUT-NAME       PIC X(40) VALUE SPACES.
       01  WS-LANDING-NAME     PIC X(40) VALUE SPACES.
       01  WS-REFUSED-NAME     PIC X(40) VALUE SPACES.
       01  WS-TARGET-NAME      PIC X(40) VALUE SPACES.
       01  WS-SEQ              PIC 9(06) VALUE 0.
       01  WS-NEXT-SEQ         PIC 9(06) VALUE 0.
       01  WS-FIRST-SEQ        PIC 9(06) VALUE 0.
       01  WS-LIMIT-SEQ        PIC 9(06) VALUE 0.
       01  WS-MATCH-SEQ        PIC 9(06) VALUE 0.
       01  WS-PRESENT-SW       PIC X(01) VALUE 'N'.
           88 WS-PRESENT           VALUE 'Y'.
       01  WS-FEED-DONE-SW     PIC X(01) VALUE 'N'.
           88 WS-FEED-DONE         VALUE 'Y'.
       01  WS-DUPLICATE-SW     PIC X(01) VALUE 'N'.
           88 WS-IS-DUPLICATE      VALUE 'Y'.
       01  WS-STEP-RUNS-SW     PIC X(01) VALUE 'N'.
           88 WS-STEP-RUNS         VALUE 'Y'.
       01  WS-LISTED-SW        PIC X(01) VALUE 'N'.
           88 WS-ALREADY-LISTED    VALUE 'Y'.
       01  WS-DISP             PIC X(01) VALUE SPACE.

      * record count and checksum: two running sums over every byte
      * of every record up to its last non-blank, plus an end-of-
      * line byte so the record boundaries count too
       01  WS-REC-COUNT        PIC 9(07) VALUE 0.
       01  WS-CHECKSUM         PIC 9(10) VALUE 0.
       01  WS-SUM-A            PIC 9(06) VALUE 0.
       01  WS-SUM-B            PIC 9(06) VALUE 0.
       01  WS-SUM-MODULUS      PIC 9(05) VALUE 65521.
       01  WS-BYTE-VALUE       PIC 9(03) VALUE 0.
       01  WS-REC-LEN          PIC 9(03) VALUE 0.
       01  WS-BP               PIC 9(03) VALUE 0.

       01  WS-FILE-RC          PIC S9(09) COMP-5 VALUE 0.

      * the night's totals
       01  WS-ACCEPTED-COUNT   PIC 9(03) VALUE 0.
       01  WS-REFUSED-COUNT    PIC 9(03) VALUE 0.
       01  WS-MISSING-COUNT    PIC 9(03) VALUE 0.
       01  WS-SKIP-COUNT       PIC 9(03) VALUE 0.
       01  WS-ERROR-SW         PIC X(01) VALUE 'N'.
           88 WS-HAND-OVER-ERROR   VALUE 'Y'.

       01  WS-RPT-LINE.
           05 RPL-FEED         PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPL-SEQ          PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 RPL-TEXT         PIC X(82).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD).
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-NUMBER, 7).
           IF WS-WEEKDAY = 0
               MOVE 7 TO WS-MASK-IDX
           ELSE
               MOVE WS-WEEKDAY TO WS-MASK-IDX
           END-IF.

           PERFORM 1000-LOAD-CATALOG-START
              THRU 1000-LOAD-CATALOG-END.
           PERFORM 1500-READ-REGISTER-START
              THRU 1500-READ-REGISTER-END.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-REC.
           STRING "RECEPTION DES FICHIERS ENTRANTS DU "
               WS-RUN-YYYYMMDD " " WS-RUN-HHMMSS
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM 2000-ONE-FEED-START THRU 2000-ONE-FEED-END
               VARYING WS-F FROM 1 BY 1
               UNTIL WS-F > WS-FEED-COUNT.

           PERFORM 4000-HAND-OVER-START THRU 4000-HAND-OVER-END.

           MOVE SPACES TO REPORT-REC.
           STRING "ACCEPTES: " WS-ACCEPTED-COUNT
               "  REFUSES: " WS-REFUSED-COUNT
               "  ATTENDUS NON RECUS: " WS-MISSING-COUNT
               "  ETAPES SANS FICHIER: " WS-SKIP-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           CLOSE REPORT-FILE.

           DISPLAY "FICHIERS ACCEPTES     : " WS-ACCEPTED-COUNT.
           DISPLAY "FICHIERS REFUSES      : " WS-REFUSED-COUNT.
           DISPLAY "ATTENDUS NON RECUS    : " WS-MISSING-COUNT.
           IF WS-HAND-OVER-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REFUSED-COUNT > 0 OR WS-MISSING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * LOAD THE FEED CATALOG
      ******************************************************************
       1000-LOAD-CATALOG-START.
           OPEN INPUT CATALOG-FILE.
           IF WS-CAT-STAT NOT = '00'
               DISPLAY "INBCAT.dat ABSENT - RECEPTION IMPOSSIBLE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-ONE-FEED-LINE-START
              THRU 1100-ONE-FEED-LINE-END
              UNTIL CAT-STAT-EOF.
           CLOSE CATALOG-FILE.
       1000-LOAD-CATALOG-END.
           EXIT.

       1100-ONE-FEED-LINE-START.
           READ CATALOG-FILE
               AT END SET CAT-STAT-EOF TO TRUE
               NOT AT END
                   IF IBC-FILE NOT = SPACES
                   AND WS-FEED-COUNT < 30
                       ADD 1 TO WS-FEED-COUNT
                       MOVE IBC-STEP TO WS-FEED-STEP(WS-FEED-COUNT)
                       MOVE IBC-FEED TO WS-FEED-CODE(WS-FEED-COUNT)
                       MOVE IBC-FILE TO WS-FEED-FILE(WS-FEED-COUNT)
                       MOVE IBC-DAYS TO WS-FEED-DAYS(WS-FEED-COUNT)
                       MOVE 0 TO WS-FEED-LAST-SEQ(WS-FEED-COUNT)
                       MOVE 'N' TO WS-FEED-RECEIVED(WS-FEED-COUNT)
                   END-IF
           END-READ.
       1100-ONE-FEED-LINE-END.
           EXIT.

      ******************************************************************
      * THE LAST SEQUENCE OF EACH FEED: ACCEPTED OR REFUSED AS A
      * DUPLICATE, A SEQUENCE NUMBER IS CONSUMED EITHER WAY
      ******************************************************************
       1500-READ-REGISTER-START.
           MOVE SPACES TO WS-REG-STAT.
           OPEN INPUT REGISTER-FILE.
           IF WS-REG-STAT NOT = '00'
      * first night of the register - every feed starts at 000001
               GO TO 1500-READ-REGISTER-END
           END-IF.
           PERFORM 1510-ONE-REG-START THRU 1510-ONE-REG-END
               UNTIL REG-STAT-EOF.
           CLOSE REGISTER-FILE.
       1500-READ-REGISTER-END.
           EXIT.

       1510-ONE-REG-START.
           READ REGISTER-FILE
               AT END SET REG-STAT-EOF TO TRUE
               NOT AT END
                   IF IRG-ACCEPTED OR IRG-DUPLICATE
                       PERFORM 1520-MATCH-FEED-START
                          THRU 1520-MATCH-FEED-END
                          VARYING WS-G FROM 1 BY 1
                          UNTIL WS-G > WS-FEED-COUNT
                   END-IF
           END-READ.
       1510-ONE-REG-END.
           EXIT.

       1520-MATCH-FEED-START.
           IF WS-FEED-CODE(WS-G) = IRG-FEED
           AND IRG-SEQ > WS-FEED-LAST-SEQ(WS-G)
               MOVE IRG-SEQ TO WS-FEED-LAST-SEQ(WS-G)
           END-IF.
       1520-MATCH-FEED-END.
           EXIT.

      ******************************************************************
      * ONE FEED: REFUSE THE REPLAYS, TAKE THE NEXT SEQUENCE IF IT
      * ARRIVED, REFUSE WHAT CAME AHEAD OF IT, AND REPORT A FEED
      * EXPECTED TODAY THAT NEVER ARRIVED
      ******************************************************************
       2000-ONE-FEED-START.
           IF WS-FEED-LAST-SEQ(WS-F) > 0
               IF WS-FEED-LAST-SEQ(WS-F) > 9
                   COMPUTE WS-FIRST-SEQ =
                       WS-FEED-LAST-SEQ(WS-F) - 9
               ELSE
                   MOVE 1 TO WS-FIRST-SEQ
               END-IF
               PERFORM 2100-ONE-REPLAY-START
                  THRU 2100-ONE-REPLAY-END
                  VARYING WS-SEQ FROM WS-FIRST-SEQ BY 1
                  UNTIL WS-SEQ > WS-FEED-LAST-SEQ(WS-F)
           END-IF.

           MOVE 'N' TO WS-FEED-DONE-SW.
           PERFORM 2200-TRY-NEXT-START THRU 2200-TRY-NEXT-END
               UNTIL WS-FEED-DONE.

           IF WS-FEED-RECEIVED(WS-F) = 'Y'
      * one transmission per night - a later one waits for tomorrow
               COMPUTE WS-SEQ = WS-FEED-LAST-SEQ(WS-F) + 1
               PERFORM 2800-PROBE-START THRU 2800-PROBE-END
               IF WS-PRESENT
                   MOVE "EN ATTENTE - UNE TRANSMISSION PAR NUIT"
                       TO RPL-TEXT
                   PERFORM 3900-REPORT-START THRU 3900-REPORT-END
               END-IF
           ELSE
               PERFORM 2500-OUT-OF-SEQ-START
                  THRU 2500-OUT-OF-SEQ-END
               IF WS-FEED-DAYS(WS-F)(WS-MASK-IDX:1) = 'Y'
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE 0 TO WS-SEQ
                   MOVE "ATTENDU AUJOURD'HUI, NON RECU" TO RPL-TEXT
                   PERFORM 3900-REPORT-START THRU 3900-REPORT-END
                   DISPLAY "** RECEPTION ** " WS-FEED-CODE(WS-F)
                       " ATTENDU, NON RECU"
               END-IF
           END-IF.
       2000-ONE-FEED-END.
           EXIT.

      * a transmission carrying a sequence already consumed is a
      * replay - refused and renamed out of the way
       2100-ONE-REPLAY-START.
           PERFORM 2800-PROBE-START THRU 2800-PROBE-END.
           IF NOT WS-PRESENT
               GO TO 2100-ONE-REPLAY-END
           END-IF.
           PERFORM 2300-MEASURE-START THRU 2300-MEASURE-END.
           MOVE 'R' TO WS-DISP.
           PERFORM 3000-REGISTER-START THRU 3000-REGISTER-END.
           PERFORM 2900-SET-ASIDE-START THRU 2900-SET-ASIDE-END.
           MOVE "REFUSE - SEQUENCE DEJA TRAITEE (REJEU)" TO RPL-TEXT.
           PERFORM 3800-REFUSED-START THRU 3800-REFUSED-END.
       2100-ONE-REPLAY-END.
           EXIT.

      * the expected sequence: a copy of a file already accepted is
      * refused and consumes its number, so the one after it is
      * tried in turn; anything else is accepted and handed over
       2200-TRY-NEXT-START.
           COMPUTE WS-SEQ = WS-FEED-LAST-SEQ(WS-F) + 1.
           PERFORM 2800-PROBE-START THRU 2800-PROBE-END.
           IF NOT WS-PRESENT
               SET WS-FEED-DONE TO TRUE
               GO TO 2200-TRY-NEXT-END
           END-IF.

           PERFORM 2300-MEASURE-START THRU 2300-MEASURE-END.
           PERFORM 2400-CHECK-DUPLICATE-START
              THRU 2400-CHECK-DUPLICATE-END.
           MOVE WS-SEQ TO WS-FEED-LAST-SEQ(WS-F).

           IF WS-IS-DUPLICATE
               MOVE 'D' TO WS-DISP
               PERFORM 3000-REGISTER-START THRU 3000-REGISTER-END
               PERFORM 2900-SET-ASIDE-START THRU 2900-SET-ASIDE-END
               MOVE SPACES TO RPL-TEXT
               STRING "REFUSE - IDENTIQUE A LA SEQUENCE "
                   WS-MATCH-SEQ " DEJA TRAITEE"
                   DELIMITED BY SIZE INTO RPL-TEXT
               PERFORM 3800-REFUSED-START THRU 3800-REFUSED-END
               GO TO 2200-TRY-NEXT-END
           END-IF.

           PERFORM 2700-ACCEPT-START THRU 2700-ACCEPT-END.
           SET WS-FEED-DONE TO TRUE.
       2200-TRY-NEXT-END.
           EXIT.

      * record count and checksum of the file named WS-INPUT-NAME
       2300-MEASURE-START.
           MOVE 0 TO WS-REC-COUNT.
           MOVE 1 TO WS-SUM-A.
           MOVE 0 TO WS-SUM-B.
           MOVE SPACES TO WS-INP-STAT.
           OPEN INPUT INPUT-FILE.
           IF WS-INP-STAT NOT = '00'
               MOVE 0 TO WS-CHECKSUM
               GO TO 2300-MEASURE-END
           END-IF.
           PERFORM 2310-ONE-RECORD-START THRU 2310-ONE-RECORD-END
               UNTIL INP-STAT-EOF.
           CLOSE INPUT-FILE.
           COMPUTE WS-CHECKSUM = WS-SUM-B * 65536 + WS-SUM-A.
       2300-MEASURE-END.
           EXIT.

       2310-ONE-RECORD-START.
           READ INPUT-FILE
               AT END SET INP-STAT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REC-COUNT
                   IF INPUT-REC = SPACES
                       MOVE 0 TO WS-REC-LEN
                   ELSE
                       COMPUTE WS-REC-LEN = FUNCTION LENGTH(
                           FUNCTION TRIM(INPUT-REC TRAILING))
                   END-IF
                   PERFORM 2320-ONE-BYTE-START
                      THRU 2320-ONE-BYTE-END
                      VARYING WS-BP FROM 1 BY 1
                      UNTIL WS-BP > WS-REC-LEN
                   MOVE 11 TO WS-BYTE-VALUE
                   PERFORM 2330-ADD-BYTE-START
                      THRU 2330-ADD-BYTE-END
           END-READ.
       2310-ONE-RECORD-END.
           EXIT.

       2320-ONE-BYTE-START.
           MOVE FUNCTION ORD(INPUT-REC(WS-BP:1)) TO WS-BYTE-VALUE.
           PERFORM 2330-ADD-BYTE-START THRU 2330-ADD-BYTE-END.
       2320-ONE-BYTE-END.
           EXIT.

      * both sums stay below the modulus, so one subtraction each
      * brings them back into range
       2330-ADD-BYTE-START.
           ADD WS-BYTE-VALUE TO WS-SUM-A.
           IF WS-SUM-A >= WS-SUM-MODULUS
               SUBTRACT WS-SUM-MODULUS FROM WS-SUM-A
           END-IF.
           ADD WS-SUM-A TO WS-SUM-B.
           IF WS-SUM-B >= WS-SUM-MODULUS
               SUBTRACT WS-SUM-MODULUS FROM WS-SUM-B
           END-IF.
       2330-ADD-BYTE-END.
           EXIT.

      * the same count and checksum as a file this feed already had
      * accepted means the same content sent again
       2400-CHECK-DUPLICATE-START.
           MOVE 'N' TO WS-DUPLICATE-SW.
           MOVE 0 TO WS-MATCH-SEQ.
           MOVE SPACES TO WS-REG-STAT.
           OPEN INPUT REGISTER-FILE.
           IF WS-REG-STAT NOT = '00'
               GO TO 2400-CHECK-DUPLICATE-END
           END-IF.
           PERFORM 2410-ONE-ACCEPTED-START
              THRU 2410-ONE-ACCEPTED-END
              UNTIL REG-STAT-EOF OR WS-IS-DUPLICATE.
           CLOSE REGISTER-FILE.
       2400-CHECK-DUPLICATE-END.
           EXIT.

       2410-ONE-ACCEPTED-START.
           READ REGISTER-FILE
               AT END SET REG-STAT-EOF TO TRUE
               NOT AT END
                   IF IRG-ACCEPTED
                   AND IRG-FEED = WS-FEED-CODE(WS-F)
                   AND IRG-COUNT = WS-REC-COUNT
                   AND IRG-CHECKSUM = WS-CHECKSUM
                       SET WS-IS-DUPLICATE TO TRUE
                       MOVE IRG-SEQ TO WS-MATCH-SEQ
                   END-IF
           END-READ.
       2410-ONE-ACCEPTED-END.
           EXIT.

      * the expected sequence is missing: the first later one found
      * is refused and left in place until the gap is filled
       2500-OUT-OF-SEQ-START.
           COMPUTE WS-NEXT-SEQ = WS-FEED-LAST-SEQ(WS-F) + 1.
           COMPUTE WS-FIRST-SEQ = WS-NEXT-SEQ + 1.
           COMPUTE WS-LIMIT-SEQ = WS-NEXT-SEQ + 9.
           MOVE 'N' TO WS-PRESENT-SW.
           PERFORM 2510-ONE-AHEAD-START THRU 2510-ONE-AHEAD-END
               VARYING WS-SEQ FROM WS-FIRST-SEQ BY 1
               UNTIL WS-SEQ > WS-LIMIT-SEQ OR WS-PRESENT.
       2500-OUT-OF-SEQ-END.
           EXIT.

       2510-ONE-AHEAD-START.
           PERFORM 2800-PROBE-START THRU 2800-PROBE-END.
           IF NOT WS-PRESENT
               GO TO 2510-ONE-AHEAD-END
           END-IF.
           PERFORM 2300-MEASURE-START THRU 2300-MEASURE-END.
           MOVE 'S' TO WS-DISP.
           PERFORM 3000-REGISTER-START THRU 3000-REGISTER-END.
           MOVE SPACES TO RPL-TEXT.
           STRING "REFUSE - HORS SEQUENCE, ATTENDU " WS-NEXT-SEQ
               DELIMITED BY SIZE INTO RPL-TEXT.
           PERFORM 3800-REFUSED-START THRU 3800-REFUSED-END.
       2510-ONE-AHEAD-END.
           EXIT.

      * hand the file over under the name its step reads: the
      * previous night's copy goes, the transmission takes its place
       2700-ACCEPT-START.
           MOVE SPACES TO WS-TARGET-NAME.
           MOVE WS-FEED-FILE(WS-F) TO WS-TARGET-NAME.
           CALL "CBL_DELETE_FILE" USING WS-TARGET-NAME.
           CALL "CBL_RENAME_FILE" USING WS-LANDING-NAME
                                        WS-TARGET-NAME
               RETURNING WS-FILE-RC.
           MOVE 0 TO RETURN-CODE.
           IF WS-FILE-RC NOT = 0
               SET WS-HAND-OVER-ERROR TO TRUE
               MOVE "REMISE IMPOSSIBLE - FICHIER LAISSE EN ARRIVEE"
                   TO RPL-TEXT
               PERFORM 3900-REPORT-START THRU 3900-REPORT-END
               DISPLAY "** RECEPTION ** "
                   FUNCTION TRIM(WS-LANDING-NAME)
                   " : REMISE A L'ETAPE IMPOSSIBLE"
               GO TO 2700-ACCEPT-END
           END-IF.

           MOVE 'A' TO WS-DISP.
           PERFORM 3000-REGISTER-START THRU 3000-REGISTER-END.
           MOVE 'Y' TO WS-FEED-RECEIVED(WS-F).
           ADD 1 TO WS-ACCEPTED-COUNT.
           MOVE SPACES TO RPL-TEXT.
           STRING "ACCEPTE " WS-REC-COUNT " ENREG. CONTROLE "
               WS-CHECKSUM " -> " WS-TARGET-NAME
               DELIMITED BY SIZE INTO RPL-TEXT.
           PERFORM 3900-REPORT-START THRU 3900-REPORT-END.
       2700-ACCEPT-END.
           EXIT.

      * does the transmission WS-SEQ of the feed exist ?
       2800-PROBE-START.
           MOVE SPACES TO WS-LANDING-NAME.
           STRING WS-FEED-FILE(WS-F) DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-SEQ DELIMITED BY SIZE
               INTO WS-LANDING-NAME.
           MOVE WS-LANDING-NAME TO WS-INPUT-NAME.
           MOVE 'N' TO WS-PRESENT-SW.
           MOVE SPACES TO WS-INP-STAT.
           OPEN INPUT INPUT-FILE.
           IF WS-INP-STAT = '00'
               SET WS-PRESENT TO TRUE
               CLOSE INPUT-FILE
           END-IF.
       2800-PROBE-END.
           EXIT.

      * a refused transmission is renamed .REFUSE so it is never
      * picked up again
       2900-SET-ASIDE-START.
           MOVE SPACES TO WS-REFUSED-NAME.
           STRING WS-LANDING-NAME DELIMITED BY SPACE
               ".REFUSE" DELIMITED BY SIZE
               INTO WS-REFUSED-NAME.
           CALL "CBL_RENAME_FILE" USING WS-LANDING-NAME
                                        WS-REFUSED-NAME
               RETURNING WS-FILE-RC.
           MOVE 0 TO RETURN-CODE.
       2900-SET-ASIDE-END.
           EXIT.

      ******************************************************************
      * ONE REGISTER LINE - OPENED AND CLOSED EACH TIME SO THE
      * DUPLICATE SEARCH CAN READ IT BETWEEN TWO ARRIVALS
      ******************************************************************
       3000-REGISTER-START.
           MOVE SPACES TO REGISTER-REC.
           MOVE WS-FEED-CODE(WS-F) TO IRG-FEED.
           MOVE WS-SEQ             TO IRG-SEQ.
           MOVE WS-RUN-YYYYMMDD    TO IRG-DATE.
           MOVE WS-RUN-HHMMSS      TO IRG-TIME.
           MOVE WS-REC-COUNT       TO IRG-COUNT.
           MOVE WS-CHECKSUM        TO IRG-CHECKSUM.
           MOVE WS-DISP            TO IRG-DISP.
           MOVE WS-FEED-STEP(WS-F) TO IRG-STEP.
           OPEN EXTEND REGISTER-FILE.
           IF WS-REG-STAT = '35'
               OPEN OUTPUT REGISTER-FILE
           END-IF.
           WRITE REGISTER-REC.
           CLOSE REGISTER-FILE.
       3000-REGISTER-END.
           EXIT.

       3800-REFUSED-START.
           ADD 1 TO WS-REFUSED-COUNT.
           PERFORM 3900-REPORT-START THRU 3900-REPORT-END.
           DISPLAY "** RECEPTION ** " FUNCTION TRIM(WS-LANDING-NAME)
               " : " FUNCTION TRIM(RPL-TEXT).
       3800-REFUSED-END.
           EXIT.

       3900-REPORT-START.
           MOVE WS-FEED-CODE(WS-F) TO RPL-FEED.
           IF WS-SEQ = 0
               MOVE SPACES TO RPL-SEQ
           ELSE
               MOVE WS-SEQ TO RPL-SEQ
           END-IF.
           MOVE WS-RPT-LINE TO REPORT-REC.
           WRITE REPORT-REC.
       3900-REPORT-END.
           EXIT.

      ******************************************************************
      * HAND-OVER TO THE CHAIN: A STEP NONE OF WHOSE FEEDS WAS
      * ACCEPTED TONIGHT GOES TO INBSKIP.dat SO NIGHTRUN SKIPS IT
      * RATHER THAN PROCESS LAST NIGHT'S FILE AGAIN; A STEP THAT
      * DOES RUN MUST NOT SEE THE OLD FILE OF A FEED SHARING IT
      ******************************************************************
       4000-HAND-OVER-START.
           OPEN OUTPUT SKIP-FILE.
           PERFORM 4100-ONE-STEP-START THRU 4100-ONE-STEP-END
               VARYING WS-F FROM 1 BY 1
               UNTIL WS-F > WS-FEED-COUNT.
           CLOSE SKIP-FILE.
       4000-HAND-OVER-END.
           EXIT.

       4100-ONE-STEP-START.
           IF WS-FEED-RECEIVED(WS-F) = 'Y'
               GO TO 4100-ONE-STEP-END
           END-IF.
           MOVE 'N' TO WS-STEP-RUNS-SW.
           PERFORM 4110-SAME-STEP-START THRU 4110-SAME-STEP-END
               VARYING WS-G FROM 1 BY 1
               UNTIL WS-G > WS-FEED-COUNT.

           IF WS-STEP-RUNS
               MOVE SPACES TO WS-TARGET-NAME
               MOVE SPACES TO WS-REFUSED-NAME
               MOVE WS-FEED-FILE(WS-F) TO WS-TARGET-NAME
               STRING WS-FEED-FILE(WS-F) DELIMITED BY SPACE
                   ".TRAITE" DELIMITED BY SIZE
                   INTO WS-REFUSED-NAME
               CALL "CBL_RENAME_FILE" USING WS-TARGET-NAME
                                            WS-REFUSED-NAME
                   RETURNING WS-FILE-RC
               MOVE 0 TO RETURN-CODE
               GO TO 4100-ONE-STEP-END
           END-IF.

      * list the step once - only from its first catalogued feed
           MOVE 'N' TO WS-LISTED-SW.
           PERFORM 4120-EARLIER-FEED-START
              THRU 4120-EARLIER-FEED-END
              VARYING WS-G FROM 1 BY 1
              UNTIL WS-G >= WS-F.
           IF WS-ALREADY-LISTED
               GO TO 4100-ONE-STEP-END
           END-IF.
           MOVE WS-FEED-STEP(WS-F) TO SKIP-REC.
           WRITE SKIP-REC.
           ADD 1 TO WS-SKIP-COUNT.
       4100-ONE-STEP-END.
           EXIT.

       4110-SAME-STEP-START.
           IF WS-FEED-STEP(WS-G) = WS-FEED-STEP(WS-F)
           AND WS-FEED-RECEIVED(WS-G) = 'Y'
               SET WS-STEP-RUNS TO TRUE
           END-IF.
       4110-SAME-STEP-END.
           EXIT.

       4120-EARLIER-FEED-START.
           IF WS-FEED-STEP(WS-G) = WS-FEED-STEP(WS-F)
               SET WS-ALREADY-LISTED TO TRUE
           END-IF.
       4120-EARLIER-FEED-END.
           EXIT.
