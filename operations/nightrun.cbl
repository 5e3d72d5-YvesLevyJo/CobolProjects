      *                    computing the next pass - so the train
      *                    chain no longer waits behind the payroll
      *                    chain it does not depend on.
      * 2026-10-15 Yves    Reception: when RECEPTION.CMD names a
      *                    command (the inbrecv reception of the
      *                    outside files) it runs ahead of the
      *                    pre-flight check, and the steps it lists in
      *                    INBSKIP.dat - nothing new received for them
      *                    - are skipped instead of processing the
      *                    previous file again.  A resumed chain does
      *                    not receive again: it works on what the
      *                    interrupted night received, and a pre-flight
      *                    failure after a reception now leaves a
      *                    resume marker at step 000 for that reason.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PFL-STAT.

           SELECT RECEPTION-CMD ASSIGN TO "RECEPTION.CMD"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RCP-STAT.

           SELECT INBOUND-SKIP ASSIGN TO "INBSKIP.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SKP-STAT.

           SELECT STEP-RC-FILE ASSIGN TO DYNAMIC WS-RC-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           RECORD CONTAINS 60 CHARACTERS.
       01  PREFLIGHT-CMD-REC      PIC X(60).

       FD  RECEPTION-CMD
           RECORD CONTAINS 60 CHARACTERS.
       01  RECEPTION-CMD-REC      PIC X(60).

      * one chain step number per line: a step whose outside input
      * did not arrive tonight
       FD  INBOUND-SKIP
           RECORD CONTAINS 3 CHARACTERS.
       01  INBOUND-SKIP-REC       PIC X(03).

      * the return code a detached step leaves behind on completion
       FD  STEP-RC-FILE
           RECORD CONTAINS 10 CHARACTERS.

       01  WS-PFL-STAT         PIC X(02).

      * reception of the outside files and the steps it leaves idle
       01  WS-RCP-STAT         PIC X(02).
       01  WS-SKP-STAT         PIC X(02).
           88 SKP-STAT-EOF         VALUE '10'.
       01  WS-RECEPTION-SW     PIC X(01) VALUE 'N'.
           88 WS-RECEPTION-ON      VALUE 'Y'.
       01  WS-RECEIVED-SW      PIC X(01) VALUE 'N'.
           88 WS-RECEIVED-TONIGHT  VALUE 'Y'.
       01  WS-SKIP-STEP        PIC 9(03) VALUE 0.

       01  WS-CURRENT-STEP     PIC 9(03) VALUE 0.
       01  WS-COMMAND          PIC X(60).
       01  WS-STEP-RC          PIC S9(04) VALUE 0.
      *=================================================================
       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 0500-SET-CALENDAR-START
              THRU 0500-SET-CALENDAR-END.
           PERFORM 1000-LOAD-CHAIN-START THRU 1000-LOAD-CHAIN-END.
           PERFORM 2000-READ-STATUS-START
              THRU 2000-READ-STATUS-END.
           PERFORM 0300-RECEPTION-START THRU 0300-RECEPTION-END.
           PERFORM 0400-PREFLIGHT-START THRU 0400-PREFLIGHT-END.
           PERFORM 0700-INBOUND-SKIP-START
              THRU 0700-INBOUND-SKIP-END.

           PERFORM 2500-SCHEDULE-START THRU 2500-SCHEDULE-END.

       1210-ONE-MASK-CHAR-END.
           EXIT.

      ******************************************************************
      * RECEPTION OF THE OUTSIDE FILES NAMED BY RECEPTION.CMD: A
      * CODE OF 4 ONLY REPORTS REFUSED OR MISSING FILES, 8 AND
      * ABOVE STOPS THE NIGHT.  A RESUMED CHAIN KEEPS WHAT THE
      * INTERRUPTED NIGHT RECEIVED
      ******************************************************************
       0300-RECEPTION-START.
           OPEN INPUT RECEPTION-CMD.
           IF WS-RCP-STAT NOT = '00'
               GO TO 0300-RECEPTION-END
           END-IF.
           READ RECEPTION-CMD
               AT END
                   CLOSE RECEPTION-CMD
                   GO TO 0300-RECEPTION-END
               NOT AT END
                   MOVE RECEPTION-CMD-REC TO WS-COMMAND
           END-READ.
           CLOSE RECEPTION-CMD.
           SET WS-RECEPTION-ON TO TRUE.
           IF WS-RESUMING
               DISPLAY "RECEPTION NON REFAITE - REPRISE SUR LES "
                   "FICHIERS DEJA RECUS."
               GO TO 0300-RECEPTION-END
           END-IF.

           DISPLAY "ETAPE 000 (RECEPTION) : " WS-COMMAND.
           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE 0 TO RETURN-CODE.
      * the shell hands back the exit status shifted left a byte
           IF WS-STEP-RC > 255
               DIVIDE 256 INTO WS-STEP-RC
           END-IF.
           IF WS-STEP-RC >= 8
               DISPLAY "RECEPTION EN ECHEC, CODE RETOUR " WS-STEP-RC
                   " - CHAINE NON LANCEE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STEP-RC NOT = 0
               DISPLAY "RECEPTION : FICHIERS REFUSES OU ATTENDUS "
                   "NON RECUS - VOIR INBRECV.txt"
           END-IF.
           SET WS-RECEIVED-TONIGHT TO TRUE.
       0300-RECEPTION-END.
           EXIT.

      ******************************************************************
      * STEP ZERO: RUN THE PRE-FLIGHT INPUT CHECKER NAMED BY
      * PREFLIGHT.CMD BEFORE ANYTHING DESTRUCTIVE STARTS
           IF WS-STEP-RC NOT = 0
               DISPLAY "PRE-VOL EN ECHEC, CODE RETOUR " WS-STEP-RC
                   " - CHAINE NON LANCEE."
      * the files received tonight are in place - the next start
      * must resume on them, not receive again
               IF WS-RECEIVED-TONIGHT
                   MOVE 'R' TO WS-MARK-STATE
                   MOVE 0 TO WS-MARK-STEP
                   PERFORM 4000-WRITE-STATUS-START
                      THRU 4000-WRITE-STATUS-END
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       0400-PREFLIGHT-END.
           EXIT.

      ******************************************************************
      * THE STEPS THE RECEPTION LEFT WITHOUT A NEW INPUT ARE
      * SKIPPED - THEIR OLD FILE WAS PROCESSED ON A PREVIOUS NIGHT
      ******************************************************************
       0700-INBOUND-SKIP-START.
           IF NOT WS-RECEPTION-ON
               GO TO 0700-INBOUND-SKIP-END
           END-IF.
           OPEN INPUT INBOUND-SKIP.
           IF WS-SKP-STAT NOT = '00'
               GO TO 0700-INBOUND-SKIP-END
           END-IF.
           PERFORM 0710-ONE-SKIP-START THRU 0710-ONE-SKIP-END
               UNTIL SKP-STAT-EOF.
           CLOSE INBOUND-SKIP.
       0700-INBOUND-SKIP-END.
           EXIT.

       0710-ONE-SKIP-START.
           READ INBOUND-SKIP
               AT END SET SKP-STAT-EOF TO TRUE
               NOT AT END
                   IF INBOUND-SKIP-REC NUMERIC
                       MOVE INBOUND-SKIP-REC TO WS-SKIP-STEP
                       IF WS-SKIP-STEP >= 1
                       AND WS-SKIP-STEP <= WS-STEP-COUNT
                       AND WS-STEP-DISP(WS-SKIP-STEP) = '-'
                           MOVE 'S' TO WS-STEP-DISP(WS-SKIP-STEP)
                           DISPLAY "ETAPE " WS-SKIP-STEP
                               " SAUTEE (AUCUN FICHIER RECU) : "
                               WS-STEP-COMMAND(WS-SKIP-STEP)
                       END-IF
                   END-IF
           END-READ.
       0710-ONE-SKIP-END.
           EXIT.

      ******************************************************************
      * TODAY'S WEEKDAY AND WHETHER TODAY IS A LISTED HOLIDAY
      ******************************************************************
