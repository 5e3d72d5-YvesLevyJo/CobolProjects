      *                    srchdig.cbl weekly digest can show what is
      *                    searched and, above all, what finds
      *                    nothing.
      * 2026-10-15 Yves    Postal-code and town modes on the CPMAST.dat
      *                    reference built by cpload.cbl: (C)ode postal
      *                    lists the towns of one code, (V)ille the
      *                    towns whose name holds the typed part, each
      *                    with its department and region.  Both are
      *                    journalled like the other modes.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS WS-EMP-STATUS.

           SELECT F-COMMUNE ASSIGN TO 'CPMAST.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS R-CP-KEY
           FILE STATUS IS WS-CP-STATUS.

           SELECT PARM-FILE ASSIGN TO 'SRCH.parm'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           03 R-EMP-EMBAUCHE  PIC 9(08).
           03 R-EMP-STATUT    PIC X(01).

       FD  F-COMMUNE
           RECORD CONTAINS 48 CHARACTERS.
       01  R-COMMUNE.
           03 R-CP-KEY.
              05 R-CP-CODE     PIC X(05).
              05 R-CP-TOWN     PIC X(40).
           03 R-CP-DEPT        PIC X(03).

       FD  PARM-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PARM-REC            PIC X(50).
           88 WS-MODE-REGION       VALUE 'R' 'r'.
           88 WS-MODE-APPROX       VALUE 'A' 'a'.
           88 WS-MODE-EMPLOYEES    VALUE 'E' 'e'.
           88 WS-MODE-POSTCODE     VALUE 'C' 'c'.
           88 WS-MODE-TOWN         VALUE 'V' 'v'.

      * postal-code and town modes: the town browse can match
      * thousands of towns, so only the first WS-CP-SHOW-MAX are
      * listed and the rest is counted
       01  WS-CP-STATUS        PIC X(02).
           88  CP-ST-EOF      VALUE '10'.
           88  CP-ST-OK       VALUE '00'.
       01  WS-SCH-CP           PIC X(05).
       01  WS-SCH-TOWN         PIC X(40).
       01  WS-SCH-TOWN-LEN     PIC 9(02).
       01  WS-CP-TOWN-UP       PIC X(40).
       01  WS-CP-SHOW-MAX      PIC 9(03) VALUE 50.

       01  WS-EMP-STATUS       PIC X(02).
           88 WS-EMP-EOF           VALUE '10'.
           END-IF.

           DISPLAY "Mode : (N)umero / (D)epart. partiel / (R)egion /"
               " (A)pproximatif / (E)ffectifs /".
           DISPLAY "       (C)ode postal / (V)ille ?".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           MOVE WS-ANSWER TO WS-SEARCH-MODE.

           IF WS-MODE-POSTCODE OR WS-MODE-TOWN
               OPEN INPUT F-COMMUNE
               IF NOT CP-ST-OK
                   DISPLAY "CPMAST.dat INACCESSIBLE, STATUT: "
                       WS-CP-STATUS
                   DISPLAY "LANCER cpload POUR LE CONSTRUIRE."
                   CLOSE F-DEPT
                   STOP RUN
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-MODE-NAME
                   PERFORM 0005-DISPLAY-NAME-START
                      THRU 0001-DISPLAY-END
                   PERFORM 0014-DRILL-DOWN-START
                      THRU 0014-DRILL-DOWN-END
               WHEN WS-MODE-POSTCODE
                   PERFORM 0018-DISPLAY-CP-START
                      THRU 0018-DISPLAY-CP-END
                   PERFORM 0018-SEARCH-CP-START
                      THRU 0018-SEARCH-CP-END
               WHEN WS-MODE-TOWN
                   PERFORM 0020-DISPLAY-TOWN-START
                      THRU 0020-DISPLAY-TOWN-END
                   PERFORM 0020-SEARCH-TOWN-START
                      THRU 0020-SEARCH-TOWN-END
               WHEN OTHER
                   PERFORM 0001-DISPLAY-START
                      THRU 0001-DISPLAY-END

           PERFORM 9000-WRITE-JOURNAL-START
              THRU 9000-WRITE-JOURNAL-END.
           IF WS-MODE-POSTCODE OR WS-MODE-TOWN
               CLOSE F-COMMUNE
           END-IF.
           CLOSE F-DEPT.
       0000-MAIN-END.
           STOP RUN.
       0017-SHOW-POSTE-END.
           EXIT.

      ******************************************************************
      * ALL THE TOWNS OF ONE POSTAL CODE - THE CODE LEADS THE KEY, SO
      * THEY ARE READ IN A ROW FROM THE FIRST KEY WITH THAT CODE
      ******************************************************************
       0018-DISPLAY-CP-START.
           DISPLAY "Entrez le code postal recherché.".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           MOVE WS-ANSWER TO WS-SCH-CP.
       0018-DISPLAY-CP-END.
           EXIT.

       0018-SEARCH-CP-START.
           MOVE WS-SCH-CP TO WS-JRN-TERM.
           IF WS-SCH-CP IS NOT NUMERIC
               DISPLAY "Code postal invalide: " WS-SCH-CP
               GO TO 0018-SEARCH-CP-END
           END-IF.

           MOVE WS-SCH-CP TO R-CP-CODE.
           MOVE LOW-VALUES TO R-CP-TOWN.
           START F-COMMUNE KEY NOT < R-CP-KEY
               INVALID KEY SET CP-ST-EOF TO TRUE
           END-START.
           PERFORM 0019-FIND-CP-START THRU 0019-FIND-CP-END
               UNTIL CP-ST-EOF.

           IF WS-HIT-COUNT = 0
               DISPLAY "Aucune commune trouvee pour " WS-SCH-CP
           END-IF.
       0018-SEARCH-CP-END.
           EXIT.

       0019-FIND-CP-START.
           READ F-COMMUNE NEXT RECORD
               AT END SET CP-ST-EOF TO TRUE
           END-READ.
           IF CP-ST-EOF
               GO TO 0019-FIND-CP-END
           END-IF.
           IF R-CP-CODE NOT = WS-SCH-CP
               SET CP-ST-EOF TO TRUE
               GO TO 0019-FIND-CP-END
           END-IF.

           ADD 1 TO WS-HIT-COUNT.
           PERFORM 0022-SHOW-COMMUNE-START THRU 0022-SHOW-COMMUNE-END.
       0019-FIND-CP-END.
           EXIT.

      ******************************************************************
      * PARTIAL MATCH ON THE TOWN NAME, UPPER CASE ON BOTH SIDES
      ******************************************************************
       0020-DISPLAY-TOWN-START.
           DISPLAY "Entrez tout ou partie du nom de la commune.".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           MOVE WS-ANSWER TO WS-SCH-TOWN.
       0020-DISPLAY-TOWN-END.
           EXIT.

       0020-SEARCH-TOWN-START.
           MOVE WS-SCH-TOWN TO WS-JRN-TERM.
           IF WS-SCH-TOWN = SPACES
               DISPLAY "Aucun nom saisi."
               GO TO 0020-SEARCH-TOWN-END
           END-IF.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SCH-TOWN))
               TO WS-SCH-TOWN-LEN.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCH-TOWN))
               TO WS-SCH-TOWN.
           MOVE LOW-VALUES TO R-CP-KEY.
           START F-COMMUNE KEY NOT < R-CP-KEY
               INVALID KEY SET CP-ST-EOF TO TRUE
           END-START.
           PERFORM 0021-FIND-TOWN-START THRU 0021-FIND-TOWN-END
               UNTIL CP-ST-EOF.

           IF WS-HIT-COUNT = 0
               DISPLAY "Aucune commune trouvee pour " WS-SCH-TOWN
           END-IF.
           IF WS-HIT-COUNT > WS-CP-SHOW-MAX
               DISPLAY "... " WS-HIT-COUNT " COMMUNES EN TOUT, "
                   WS-CP-SHOW-MAX " AFFICHEES - PRECISER LE NOM."
           END-IF.
       0020-SEARCH-TOWN-END.
           EXIT.

       0021-FIND-TOWN-START.
           READ F-COMMUNE NEXT RECORD
               AT END SET CP-ST-EOF TO TRUE
           END-READ.
           IF CP-ST-EOF
               GO TO 0021-FIND-TOWN-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(R-CP-TOWN) TO WS-CP-TOWN-UP.
           MOVE 0 TO WS-NAME-MATCH-COUNT.
           INSPECT WS-CP-TOWN-UP TALLYING WS-NAME-MATCH-COUNT
               FOR ALL WS-SCH-TOWN(1:WS-SCH-TOWN-LEN).

           IF WS-NAME-MATCH-COUNT > 0
               ADD 1 TO WS-HIT-COUNT
               IF WS-HIT-COUNT NOT > WS-CP-SHOW-MAX
                   PERFORM 0022-SHOW-COMMUNE-START
                      THRU 0022-SHOW-COMMUNE-END
               END-IF
           END-IF.
       0021-FIND-TOWN-END.
           EXIT.

      * the town with its department and region, by keyed read on
      * DEPTMAST.dat
       0022-SHOW-COMMUNE-START.
           MOVE R-CP-DEPT TO R-DEPT-ID.
           READ F-DEPT
               INVALID KEY
                   MOVE "?? INCONNU" TO R-DEPT-DEPT
                   MOVE SPACES TO R-DEPT-REGION
           END-READ.
           DISPLAY R-CP-CODE SPACE R-CP-TOWN SPACE
               R-CP-DEPT SPACE R-DEPT-DEPT SPACE R-DEPT-REGION.
       0022-SHOW-COMMUNE-END.
           EXIT.

      ******************************************************************
      * APPEND ONE JOURNAL LINE FOR THE QUERY JUST SERVED
      ******************************************************************
