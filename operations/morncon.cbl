      *                    exception file of the shop, closed by a
      *                    one-line GREEN/AMBER/RED verdict readable
      *                    before coffee.
      * 2026-10-15 Yves    Outside files: the feeds INBCAT.dat expects
      *                    today that have no accepted arrival dated
      *                    today in the reception register INBREG.dat
      *                    are listed, with today's refused arrivals;
      *                    either one turns the verdict AMBER.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOBLOG-STAT.

           SELECT INBOUND-CATALOG ASSIGN TO "INBCAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-IBC-STAT.

           SELECT INBOUND-REGISTER ASSIGN TO "INBREG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-IRG-STAT.

           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05 JL-REJECTED      PIC 9(06).
           05 JL-OUTCOME       PIC X(03).

      * the reception catalog and register kept by inbrecv
       FD  INBOUND-CATALOG
           RECORD CONTAINS 60 CHARACTERS.
       01  INBOUND-CATALOG-REC.
           05 IBC-STEP         PIC 9(03).
           05 FILLER           PIC X(01).
           05 IBC-FEED         PIC X(10).
           05 FILLER           PIC X(01).
           05 IBC-FILE         PIC X(30).
           05 FILLER           PIC X(01).
           05 IBC-DAYS         PIC X(07).
           05 FILLER           PIC X(07).

       FD  INBOUND-REGISTER
           RECORD CONTAINS 80 CHARACTERS.
       01  INBOUND-REGISTER-REC.
           05 IRG-FEED         PIC X(10).
           05 FILLER           PIC X(01).
           05 IRG-SEQ          PIC 9(06).
           05 FILLER           PIC X(01).
           05 IRG-DATE         PIC 9(08).
           05 IRG-TIME         PIC 9(06).
           05 FILLER           PIC X(01).
           05 IRG-COUNT        PIC 9(07).
           05 FILLER           PIC X(01).
           05 IRG-CHECKSUM     PIC 9(10).
           05 FILLER           PIC X(01).
           05 IRG-DISP         PIC X(01).
           05 FILLER           PIC X(27).

       FD  REJECT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  REJECT-REC          PIC X(200).
           88 JOBLOG-EOF           VALUE '10'.
       01  WS-REJ-STAT         PIC X(02).
           88 REJ-STAT-EOF         VALUE '10'.
       01  WS-IBC-STAT         PIC X(02).
           88 IBC-STAT-EOF         VALUE '10'.
       01  WS-IRG-STAT         PIC X(02).
           88 IRG-STAT-EOF         VALUE '10'.

       01  WS-REJECT-NAME      PIC X(30) VALUE SPACES.

       01  WS-FILE-COUNT       PIC 9(07) VALUE 0.
       01  WS-REJ-GRAND-TOTAL  PIC 9(07) VALUE 0.

      * the outside feeds expected today (1 = Monday .. 7 = Sunday)
       01  WS-TODAY.
           05 WS-TODAY-YYYYMMDD PIC 9(08).
           05 FILLER            PIC X(13).
       01  WS-DAY-NUMBER       PIC 9(07) VALUE 0.
       01  WS-WEEKDAY          PIC 9(01) VALUE 0.
       01  WS-MASK-IDX         PIC 9(01) VALUE 0.
       01  WS-FEED-TABLE.
           05 WS-FEED-ENTRY OCCURS 30 TIMES.
              10 WS-FEED-CODE      PIC X(10).
              10 WS-FEED-FILE      PIC X(30).
              10 WS-FEED-ARRIVED   PIC X(01).
       01  WS-FEED-COUNT       PIC 9(03) VALUE 0.
       01  WS-F                PIC 9(03) VALUE 0.
       01  WS-MISSING-FEEDS    PIC 9(03) VALUE 0.
       01  WS-REFUSED-FEEDS    PIC 9(03) VALUE 0.

       01  WS-VERDICT          PIC X(05) VALUE "GREEN".

       PROCEDURE DIVISION.
              THRU 2000-NIGHT-RUNS-END.
           PERFORM 3000-REJECT-FILES-START
              THRU 3000-REJECT-FILES-END.
           PERFORM 3500-INBOUND-FILES-START
              THRU 3500-INBOUND-FILES-END.
           PERFORM 4000-VERDICT-START THRU 4000-VERDICT-END.
       0000-MAIN-END.
           STOP RUN.
                   DISPLAY "ETAT DE CHAINE ILLISIBLE."
           END-EVALUATE.
           IF WS-SKIPPED-STEPS > 0
               DISPLAY "ETAPES SAUTEES (CALENDRIER/RECEPTION): "
                   WS-SKIPPED-STEPS
           END-IF.
       1000-CHAIN-STATE-END.
       3110-COUNT-ONE-END.
           EXIT.

      ******************************************************************
      * OUTSIDE FILES EXPECTED TODAY THAT NEVER ARRIVED, AND THE
      * ARRIVALS THE RECEPTION REFUSED TODAY
      ******************************************************************
       3500-INBOUND-FILES-START.
           DISPLAY "---- FICHIERS ENTRANTS ----".
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-NUMBER, 7).
           IF WS-WEEKDAY = 0
               MOVE 7 TO WS-MASK-IDX
           ELSE
               MOVE WS-WEEKDAY TO WS-MASK-IDX
           END-IF.

           OPEN INPUT INBOUND-CATALOG.
           IF WS-IBC-STAT NOT = '00'
               DISPLAY "INBCAT.dat ABSENT - AUCUN FLUX ENTRANT SUIVI."
               GO TO 3500-INBOUND-FILES-END
           END-IF.
           PERFORM 3510-ONE-FEED-START THRU 3510-ONE-FEED-END
               UNTIL IBC-STAT-EOF.
           CLOSE INBOUND-CATALOG.

           OPEN INPUT INBOUND-REGISTER.
           IF WS-IRG-STAT = '00'
               PERFORM 3520-ONE-ARRIVAL-START
                  THRU 3520-ONE-ARRIVAL-END
                  UNTIL IRG-STAT-EOF
               CLOSE INBOUND-REGISTER
           END-IF.

           PERFORM 3540-ONE-MISSING-START
              THRU 3540-ONE-MISSING-END
              VARYING WS-F FROM 1 BY 1
              UNTIL WS-F > WS-FEED-COUNT.
           IF WS-MISSING-FEEDS = 0 AND WS-REFUSED-FEEDS = 0
               DISPLAY "TOUS LES FICHIERS ATTENDUS SONT ARRIVES."
           END-IF.
       3500-INBOUND-FILES-END.
           EXIT.

      * only the feeds expected today are followed; an arrival of an
      * unexpected day is welcome but not awaited
       3510-ONE-FEED-START.
           READ INBOUND-CATALOG
               AT END SET IBC-STAT-EOF TO TRUE
               NOT AT END
                   IF IBC-FILE NOT = SPACES
                   AND IBC-DAYS(WS-MASK-IDX:1) = 'Y'
                   AND WS-FEED-COUNT < 30
                       ADD 1 TO WS-FEED-COUNT
                       MOVE IBC-FEED TO WS-FEED-CODE(WS-FEED-COUNT)
                       MOVE IBC-FILE TO WS-FEED-FILE(WS-FEED-COUNT)
                       MOVE 'N' TO WS-FEED-ARRIVED(WS-FEED-COUNT)
                   END-IF
           END-READ.
       3510-ONE-FEED-END.
           EXIT.

       3520-ONE-ARRIVAL-START.
           READ INBOUND-REGISTER
               AT END SET IRG-STAT-EOF TO TRUE
               NOT AT END
                   IF IRG-DATE = WS-TODAY-YYYYMMDD
                       IF IRG-DISP = 'A'
                           PERFORM 3530-MARK-ARRIVED-START
                              THRU 3530-MARK-ARRIVED-END
                              VARYING WS-F FROM 1 BY 1
                              UNTIL WS-F > WS-FEED-COUNT
                       ELSE
                           ADD 1 TO WS-REFUSED-FEEDS
                           DISPLAY "** REFUSE ** " IRG-FEED
                               " SEQUENCE " IRG-SEQ
                               " (" IRG-DISP ")"
                       END-IF
                   END-IF
           END-READ.
       3520-ONE-ARRIVAL-END.
           EXIT.

       3530-MARK-ARRIVED-START.
           IF WS-FEED-CODE(WS-F) = IRG-FEED
               MOVE 'Y' TO WS-FEED-ARRIVED(WS-F)
           END-IF.
       3530-MARK-ARRIVED-END.
           EXIT.

       3540-ONE-MISSING-START.
           IF WS-FEED-ARRIVED(WS-F) NOT = 'Y'
               ADD 1 TO WS-MISSING-FEEDS
               DISPLAY "** ATTENDU NON RECU ** " WS-FEED-CODE(WS-F)
                   " " WS-FEED-FILE(WS-F)
           END-IF.
       3540-ONE-MISSING-END.
           EXIT.

      ******************************************************************
      * THE ONE-LINE VERDICT: RED WHEN THE CHAIN STOPPED OR A RUN
      * ENDED KO, AMBER WHEN ONLY REJECTS OR UNCLOSED STARTS REMAIN
               IF WS-REJ-GRAND-TOTAL > 0
               OR WS-REJECTED-TOTAL > 0
               OR WS-OPEN-STARTS > 0
               OR WS-MISSING-FEEDS > 0
               OR WS-REFUSED-FEEDS > 0
                   MOVE "AMBER" TO WS-VERDICT
               END-IF
           END-IF.
