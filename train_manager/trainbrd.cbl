      *                  TRAIN3.dat entry leaving a requested origin
      *                  on a requested date, sorted by departure
      *                  time, written to DEPBOARD.txt for posting.
      * 15/10/26 Yves    Platform column: the TRAINPLT.dat platform
      *                  assigned to the departure, blank when none.
      * 15/10/26 Yves    Unattended mode: the prompts read their
      *                  answers from TRAINBRD.parm when present, so
      *                  the board can be queued for the dispatcher.
      * 15/10/26 Yves    TRAINBRD.parm closed once both answers are
      *                  read, not left open for the rest of the run.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trainbrd.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PTR-STAT.

           SELECT PLATASG-FILE ASSIGN TO "TRAINPLT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PL-KEY
           FILE STATUS IS WS-PL-STAT.

           SELECT BOARD-OUTFILE ASSIGN TO "DEPBOARD.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BD-STAT.

           SELECT PARM-FILE ASSIGN TO "TRAINBRD.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STAT.

           SELECT BOARD-WORK ASSIGN TO "depboard-work.dat".

       DATA DIVISION.
           RECORD CONTAINS 30 CHARACTERS.
       01  GEN-POINTER-REC        PIC X(30).

       FD  PLATASG-FILE
           RECORD CONTAINS 24 CHARACTERS.
       COPY "TRAINPLT-FDESCRIPTION.cpy".

       FD  BOARD-OUTFILE
           RECORD CONTAINS 60 CHARACTERS.
       01  BOARD-RECORD        PIC X(60).

       FD  PARM-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PARM-REC            PIC X(50).

       SD  BOARD-WORK.
       01  WORK-ENTRY.
           05 WK-TIME          PIC X(05).
           05 WK-TRAIN-NUM     PIC X(05).
           05 WK-DESTINATION   PIC X(10).
           05 WK-PLATFORM      PIC X(03).

       WORKING-STORAGE SECTION.
       01  WS-TP-STAT          PIC X(02).
           88 WS-TP-EOF            VALUE '10'.
       01  WS-PTR-STAT         PIC X(02).
       01  WS-PL-STAT          PIC X(02).
       01  WS-PLATASG-SW       PIC X(01) VALUE 'N'.
           88 WS-PLATASG-OPEN      VALUE 'Y'.

      * the planning file really read: the current generation named
      * by TRAIN3.CURRENT when present, the plain TRAIN3.dat if not

       01  WS-BOARD-COUNT      PIC 9(04) VALUE 0.

      * unattended mode: when the parameter file is present, every
      * prompt takes its answer from the next line of that file
       01  WS-PARM-STAT        PIC X(02).
       01  WS-PARM-MODE-SW     PIC X(01) VALUE 'N'.
           88 WS-PARM-MODE         VALUE 'Y'.
       01  WS-ANSWER           PIC X(50).

       01  WS-HEADER-LINE.
           05 FILLER           PIC X(18) VALUE "DEPARTS DE LA GARE".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DET-DESTINATION  PIC X(10).
           05 FILLER           PIC X(04) VALUE "  A ".
           05 DET-TIME         PIC X(05).
           05 FILLER           PIC X(07) VALUE "  VOIE ".
           05 DET-PLATFORM     PIC X(03).

       01  WS-TOTAL-LINE.
           05 FILLER           PIC X(17) VALUE "TOTAL DEPARTS :  ".
           PERFORM 0100-RESOLVE-PLAN-START
              THRU 0100-RESOLVE-PLAN-END.

           PERFORM 8000-OPEN-PARMS-START
              THRU 8000-OPEN-PARMS-END.
           DISPLAY "Gare d'origine ?".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           MOVE WS-ANSWER TO WS-WANT-ORIGIN.
           DISPLAY "Date (AAAAMMJJ) ?".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           COMPUTE WS-WANT-DATE = FUNCTION NUMVAL(WS-ANSWER).
           IF WS-PARM-MODE
               MOVE 'N' TO WS-PARM-MODE-SW
               CLOSE PARM-FILE
           END-IF.

           SORT BOARD-WORK ON ASCENDING KEY WK-TIME
               INPUT PROCEDURE IS 1000-SELECT-START
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

      * no assignment file yet: the board prints without platforms
           OPEN INPUT PLATASG-FILE.
           IF WS-PL-STAT NOT = '35'
               MOVE WS-PL-STAT TO WS-ERR-STATUS
               MOVE "TRAINPLT.dat" TO WS-ERR-FILE
               MOVE "OPEN" TO WS-ERR-OP
               PERFORM 9800-CHECK-STATUS-START
                  THRU 9800-CHECK-STATUS-END
               SET WS-PLATASG-OPEN TO TRUE
           END-IF.

           PERFORM 1100-READ-PLAN-START THRU 1100-READ-PLAN-END
               UNTIL WS-TP-EOF.
           CLOSE TRAIN-PLANFILE.
           IF WS-PLATASG-OPEN
               CLOSE PLATASG-FILE
           END-IF.
       1000-SELECT-END.
           EXIT.

                       MOVE TP-TIME        TO WK-TIME
                       MOVE TP-TRAIN-NUM   TO WK-TRAIN-NUM
                       MOVE TP-DESTINATION TO WK-DESTINATION
                       PERFORM 1200-FIND-PLATFORM-START
                          THRU 1200-FIND-PLATFORM-END
                       RELEASE WORK-ENTRY
                   END-IF
           END-READ.
       1100-READ-PLAN-END.
           EXIT.

      * the planning entry and its master departure share one key
       1200-FIND-PLATFORM-START.
           MOVE SPACES TO WK-PLATFORM.
           IF NOT WS-PLATASG-OPEN
               GO TO 1200-FIND-PLATFORM-END
           END-IF.
           MOVE TP-TRAIN-NUM TO PL-TRAIN-NUM.
           MOVE TP-DATE      TO PL-DATE.
           MOVE TP-TIME      TO PL-TIME.
           READ PLATASG-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE PL-PLATFORM TO WK-PLATFORM
           END-READ.
       1200-FIND-PLATFORM-END.
           EXIT.

      *****************************************************************
      * HEADER, ONE LINE PER DEPARTURE IN TIME ORDER, THEN THE TOTAL
      *****************************************************************
                   MOVE WK-TRAIN-NUM   TO DET-TRAIN-NUM
                   MOVE WK-DESTINATION TO DET-DESTINATION
                   MOVE WK-TIME        TO DET-TIME
                   MOVE WK-PLATFORM    TO DET-PLATFORM
                   MOVE WS-DETAIL-LINE TO BOARD-RECORD
                   WRITE BOARD-RECORD
                   ADD 1 TO WS-BOARD-COUNT
       0100-RESOLVE-PLAN-END.
           EXIT.

      ******************************************************************
      * UNATTENDED MODE SUPPORT - THE ANSWER COMES FROM THE PARAMETER
      * FILE WHEN ONE IS PRESENT, FROM THE CONSOLE OTHERWISE
      ******************************************************************
       8000-OPEN-PARMS-START.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STAT = '00'
               MOVE 'Y' TO WS-PARM-MODE-SW
           END-IF.
       8000-OPEN-PARMS-END.
           EXIT.

       8100-GET-ANSWER-START.
           IF WS-PARM-MODE
               READ PARM-FILE
                   AT END
                       MOVE 'N' TO WS-PARM-MODE-SW
                       CLOSE PARM-FILE
                       ACCEPT WS-ANSWER
                   NOT AT END
                       MOVE PARM-REC TO WS-ANSWER
               END-READ
           ELSE
               ACCEPT WS-ANSWER
           END-IF.
       8100-GET-ANSWER-END.
           EXIT.

      ******************************************************************
      * STANDARD FILE-STATUS CHECK - ANY STATUS OTHER THAN SUCCESS OR
      * END OF FILE STOPS THE RUN WITH A NONZERO RETURN CODE
