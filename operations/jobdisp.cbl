       IDENTIFICATION DIVISION.
       PROGRAM-ID. jobdisp.
       AUTHOR. Yves.
      *=================================================================
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: dispatcher of the daytime job
      *                    request queue.  The requests jobsubm.cbl
      *                    appended to JOBQUEUE.dat are run one by one
      *                    in number order: the request's parameter
      *                    file is put in place under the name the job
      *                    reads its unattended answers from (the
      *                    nightrun convention), the JOBCAT.dat command
      *                    is run, and the return code is recorded in
      *                    JOBQSTAT.dat - running, then done (4 or
      *                    less) or failed.  The output of a done run
      *                    is kept as a generation <job>.Q<request>
      *                    registered in GENERATIONS.dat, and every run
      *                    goes to JOBLOG.dat under the job's name.
      *                    JOBDISP.LCK keeps a second dispatcher out; a
      *                    request left running by a dispatcher that
      *                    stopped is marked failed with code 99, and
      *                    one that cannot be started (job unknown,
      *                    parameter file missing) with code 12.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "JOBCAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CAT-STAT.

           SELECT QUEUE-FILE ASSIGN TO "JOBQUEUE.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-QUE-STAT.

           SELECT STATE-FILE ASSIGN TO "JOBQSTAT.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STA-STAT.

           SELECT LOCK-FILE ASSIGN TO "JOBDISP.LCK"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LCK-STAT.

           SELECT CHECK-FILE ASSIGN TO DYNAMIC WS-CHECK-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHK-STAT.

           SELECT GEN-REGISTRY ASSIGN TO "GENERATIONS.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GRG-STAT.

           SELECT JOB-LOGFILE ASSIGN TO "JOBLOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOBLOG-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE
           RECORD CONTAINS 131 CHARACTERS.
       COPY "JOBCAT.cpy".

       FD  QUEUE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY "JOBQUEUE.cpy".

       FD  STATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY "JOBQSTAT.cpy".

      * the time the dispatcher started, for the operator who finds it
       FD  LOCK-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  LOCK-REC            PIC X(21).

      * opened only to learn whether a file is there
       FD  CHECK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CHECK-REC           PIC X(80).

       FD  GEN-REGISTRY
           RECORD CONTAINS 38 CHARACTERS.
       01  GEN-REGISTRY-REC.
           05 GRG-NAME            PIC X(30).
           05 GRG-DATE            PIC 9(08).

       FD  JOB-LOGFILE
           RECORD CONTAINS 56 CHARACTERS.
       01  JOBLOG-REC          PIC X(56).

       WORKING-STORAGE SECTION.
       01  WS-CAT-STAT         PIC X(02).
           88 WS-CAT-EOF           VALUE '10'.
       01  WS-QUE-STAT         PIC X(02).
           88 WS-QUE-EOF           VALUE '10'.
       01  WS-STA-STAT         PIC X(02).
           88 WS-STA-EOF           VALUE '10'.
       01  WS-LCK-STAT         PIC X(02).
       01  WS-CHK-STAT         PIC X(02).
       01  WS-GRG-STAT         PIC X(02).
       01  WS-JOBLOG-STAT      PIC X(02).

      * the job catalog
       01  WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 50 TIMES INDEXED BY WS-CAT-IDX.
              10 WS-CAT-JOB        PIC X(08).
              10 WS-CAT-PARM       PIC X(30).
              10 WS-CAT-OUTPUT     PIC X(30).
              10 WS-CAT-COMMAND    PIC X(60).
       01  WS-CAT-COUNT        PIC 9(02) VALUE 0.
       01  WS-CAT-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-CAT-FOUND         VALUE 'Y'.

      * the requests are run in number order, so the last state
      * record names the last request taken: every later one is
      * still pending
       01  WS-LAST-REQ         PIC 9(06) VALUE 0.
       01  WS-LAST-STATE       PIC X(01) VALUE SPACE.
       01  WS-PENDING-SW       PIC X(01) VALUE 'N'.
           88 WS-REQ-PENDING       VALUE 'Y'.
       01  WS-REQUEST          PIC X(80).

       01  WS-CHECK-NAME       PIC X(30).
       01  WS-FILE-SW          PIC X(01) VALUE 'N'.
           88 WS-FILE-THERE        VALUE 'Y'.
       01  WS-SHELL-CMD        PIC X(120).
       01  WS-JOB-RC           PIC S9(04) VALUE 0.
       01  WS-RC-EDIT          PIC Z(03)9.
       01  WS-STATE            PIC X(01).
       01  WS-GENERATION       PIC X(30).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-TODAY-YYYYMMDD   PIC 9(08).

       01  WS-RUN-COUNT        PIC 9(04) VALUE 0.
       01  WS-DONE-COUNT       PIC 9(04) VALUE 0.
       01  WS-FAIL-COUNT       PIC 9(04) VALUE 0.

       01  WS-JOBLOG-LINE.
           05 JL-PROGRAM       PIC X(08).
           05 JL-TYPE          PIC X(06).
           05 JL-TIMESTAMP     PIC X(21).
           05 JL-READ          PIC 9(06) VALUE 0.
           05 JL-WRITTEN       PIC 9(06) VALUE 0.
           05 JL-REJECTED      PIC 9(06) VALUE 0.
           05 JL-OUTCOME       PIC X(03) VALUE "OK ".
      *=================================================================
       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 0100-TAKE-LOCK-START THRU 0100-TAKE-LOCK-END.
           PERFORM 0200-LOAD-CATALOG-START
              THRU 0200-LOAD-CATALOG-END.
           PERFORM 0300-LAST-STATE-START THRU 0300-LAST-STATE-END.

           SET WS-REQ-PENDING TO TRUE.
           PERFORM 1000-ONE-PASS-START THRU 1000-ONE-PASS-END
               UNTIL NOT WS-REQ-PENDING.

           CALL "CBL_DELETE_FILE" USING "JOBDISP.LCK".
           DISPLAY "DEMANDES TRAITEES : " WS-RUN-COUNT
               "  TERMINEES : " WS-DONE-COUNT
               "  EN ECHEC : " WS-FAIL-COUNT.
           IF WS-FAIL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * ONE DISPATCHER AT A TIME - THE LOCK FILE IS LEFT BEHIND ONLY
      * BY A DISPATCHER THAT STOPPED BEFORE ITS END
      ******************************************************************
       0100-TAKE-LOCK-START.
           OPEN INPUT LOCK-FILE.
           IF WS-LCK-STAT = '00'
               CLOSE LOCK-FILE
               DISPLAY "JOBDISP.LCK PRESENT - UN DISPATCHER EST DEJA "
                   "ACTIF."
               DISPLAY "SI AUCUN NE TOURNE, SUPPRIMER JOBDISP.LCK ET "
                   "RELANCER."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LOCK-FILE.
           MOVE FUNCTION CURRENT-DATE TO LOCK-REC.
           WRITE LOCK-REC.
           CLOSE LOCK-FILE.
       0100-TAKE-LOCK-END.
           EXIT.

      ******************************************************************
      * LOAD THE JOB CATALOG
      ******************************************************************
       0200-LOAD-CATALOG-START.
           OPEN INPUT CATALOG-FILE.
           IF WS-CAT-STAT NOT = '00'
               DISPLAY "JOBCAT.dat ABSENT - AUCUN JOB A LANCER."
               CALL "CBL_DELETE_FILE" USING "JOBDISP.LCK"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0210-READ-CATALOG-START
              THRU 0210-READ-CATALOG-END
               UNTIL WS-CAT-EOF.
           CLOSE CATALOG-FILE.
       0200-LOAD-CATALOG-END.
           EXIT.

       0210-READ-CATALOG-START.
           READ CATALOG-FILE
               AT END SET WS-CAT-EOF TO TRUE
               NOT AT END
                   IF JCT-JOB NOT = SPACES
                   AND WS-CAT-COUNT < 50
                       ADD 1 TO WS-CAT-COUNT
                       SET WS-CAT-IDX TO WS-CAT-COUNT
                       MOVE JCT-JOB     TO WS-CAT-JOB(WS-CAT-IDX)
                       MOVE JCT-PARM    TO WS-CAT-PARM(WS-CAT-IDX)
                       MOVE JCT-OUTPUT  TO WS-CAT-OUTPUT(WS-CAT-IDX)
                       MOVE JCT-COMMAND TO WS-CAT-COMMAND(WS-CAT-IDX)
                   END-IF
           END-READ.
       0210-READ-CATALOG-END.
           EXIT.

      ******************************************************************
      * THE LAST STATE RECORD: THE LAST REQUEST TAKEN, AND WHETHER IT
      * WAS LEFT RUNNING BY A DISPATCHER THAT DID NOT REACH ITS END
      ******************************************************************
       0300-LAST-STATE-START.
           OPEN INPUT STATE-FILE.
           IF WS-STA-STAT NOT = '00'
               GO TO 0300-LAST-STATE-END
           END-IF.
           PERFORM 0310-READ-STATE-START THRU 0310-READ-STATE-END
               UNTIL WS-STA-EOF.
           CLOSE STATE-FILE.

           IF WS-LAST-STATE = 'R'
               DISPLAY "DEMANDE " WS-LAST-REQ " INTERROMPUE - "
                   "MARQUEE EN ECHEC."
               MOVE 'F' TO WS-STATE
               MOVE 99 TO WS-JOB-RC
               MOVE SPACES TO WS-GENERATION
               PERFORM 4000-WRITE-STATE-START
                  THRU 4000-WRITE-STATE-END
           END-IF.
       0300-LAST-STATE-END.
           EXIT.

       0310-READ-STATE-START.
           READ STATE-FILE
               AT END SET WS-STA-EOF TO TRUE
               NOT AT END
                   IF JS-REQ >= WS-LAST-REQ
                       MOVE JS-REQ   TO WS-LAST-REQ
                       MOVE JS-STATE TO WS-LAST-STATE
                   END-IF
           END-READ.
       0310-READ-STATE-END.
           EXIT.

      ******************************************************************
      * ONE PASS: THE FIRST REQUEST AFTER THE LAST ONE TAKEN IS RUN;
      * THE QUEUE IS READ AGAIN EACH PASS SO THAT A REQUEST SUBMITTED
      * MEANWHILE IS RUN IN THE SAME SESSION
      ******************************************************************
       1000-ONE-PASS-START.
           MOVE 'N' TO WS-PENDING-SW.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUE-STAT NOT = '00'
               GO TO 1000-ONE-PASS-END
           END-IF.
           PERFORM 1100-READ-QUEUE-START THRU 1100-READ-QUEUE-END
               UNTIL WS-QUE-EOF OR WS-REQ-PENDING.
           CLOSE QUEUE-FILE.
           MOVE '00' TO WS-QUE-STAT.

           IF WS-REQ-PENDING
               MOVE WS-REQUEST TO JOBQUEUE-REC
               PERFORM 2000-RUN-REQUEST-START
                  THRU 2000-RUN-REQUEST-END
           END-IF.
       1000-ONE-PASS-END.
           EXIT.

       1100-READ-QUEUE-START.
           READ QUEUE-FILE
               AT END SET WS-QUE-EOF TO TRUE
               NOT AT END
                   IF JQ-REQ > WS-LAST-REQ
                       MOVE JOBQUEUE-REC TO WS-REQUEST
                       SET WS-REQ-PENDING TO TRUE
                   END-IF
           END-READ.
       1100-READ-QUEUE-END.
           EXIT.

      ******************************************************************
      * RUN ONE REQUEST: PARAMETER FILE IN PLACE, COMMAND, RETURN CODE,
      * OUTPUT KEPT AS A GENERATION, STATE AND JOB JOURNAL RECORDS
      ******************************************************************
       2000-RUN-REQUEST-START.
           MOVE JQ-REQ TO WS-LAST-REQ.
           ADD 1 TO WS-RUN-COUNT.
           MOVE SPACES TO WS-GENERATION.
           MOVE 12 TO WS-JOB-RC.
           MOVE 'F' TO WS-STATE.
           DISPLAY "DEMANDE " JQ-REQ " : " JQ-JOB " "
               FUNCTION TRIM(JQ-PARM-FILE) " (" JQ-OPERATOR ")".

           MOVE 'N' TO WS-CAT-FOUND-SW.
           PERFORM 2100-FIND-JOB-START THRU 2100-FIND-JOB-END
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT OR WS-CAT-FOUND.
           IF NOT WS-CAT-FOUND
               DISPLAY "  JOB INCONNU DE JOBCAT.dat - NON LANCE."
               PERFORM 4000-WRITE-STATE-START
                  THRU 4000-WRITE-STATE-END
               ADD 1 TO WS-FAIL-COUNT
               GO TO 2000-RUN-REQUEST-END
           END-IF.
           SET WS-CAT-IDX DOWN BY 1.

           MOVE JQ-PARM-FILE TO WS-CHECK-NAME.
           PERFORM 3000-CHECK-FILE-START THRU 3000-CHECK-FILE-END.
           IF NOT WS-FILE-THERE
               DISPLAY "  FICHIER PARAMETRE ABSENT - NON LANCE."
               PERFORM 4000-WRITE-STATE-START
                  THRU 4000-WRITE-STATE-END
               ADD 1 TO WS-FAIL-COUNT
               GO TO 2000-RUN-REQUEST-END
           END-IF.
           CALL "CBL_COPY_FILE" USING JQ-PARM-FILE
                                      WS-CAT-PARM(WS-CAT-IDX).
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               DISPLAY "  COPIE VERS "
                   FUNCTION TRIM(WS-CAT-PARM(WS-CAT-IDX))
                   " IMPOSSIBLE - NON LANCE."
               PERFORM 4000-WRITE-STATE-START
                  THRU 4000-WRITE-STATE-END
               ADD 1 TO WS-FAIL-COUNT
               GO TO 2000-RUN-REQUEST-END
           END-IF.

           MOVE 'R' TO WS-STATE.
           MOVE 0 TO WS-JOB-RC.
           PERFORM 4000-WRITE-STATE-START THRU 4000-WRITE-STATE-END.
           MOVE JQ-JOB   TO JL-PROGRAM.
           MOVE "START " TO JL-TYPE.
           MOVE "OK "    TO JL-OUTCOME.
           PERFORM 9000-WRITE-JOBLOG-START
              THRU 9000-WRITE-JOBLOG-END.

      * a stale output must not pass for this run's
           CALL "CBL_DELETE_FILE" USING WS-CAT-OUTPUT(WS-CAT-IDX).
      * the console is closed: a parameter file short of answers
      * ends the job instead of leaving it waiting
           MOVE SPACES TO WS-SHELL-CMD.
           STRING FUNCTION TRIM(WS-CAT-COMMAND(WS-CAT-IDX))
                      DELIMITED BY SIZE
                  " < /dev/null" DELIMITED BY SIZE
               INTO WS-SHELL-CMD.
           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING WS-SHELL-CMD.
           MOVE RETURN-CODE TO WS-JOB-RC.
           MOVE 0 TO RETURN-CODE.
      * the shell hands back the exit status shifted left a byte
           IF WS-JOB-RC > 255
               DIVIDE 256 INTO WS-JOB-RC
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-CAT-PARM(WS-CAT-IDX).

           IF WS-JOB-RC <= 4
               MOVE 'D' TO WS-STATE
               PERFORM 2200-KEEP-OUTPUT-START
                  THRU 2200-KEEP-OUTPUT-END
               ADD 1 TO WS-DONE-COUNT
               MOVE "OK " TO JL-OUTCOME
               MOVE WS-JOB-RC TO WS-RC-EDIT
               DISPLAY "  TERMINE, CODE RETOUR " WS-RC-EDIT
                   " " FUNCTION TRIM(WS-GENERATION)
           ELSE
               MOVE 'F' TO WS-STATE
               ADD 1 TO WS-FAIL-COUNT
               MOVE "KO " TO JL-OUTCOME
               MOVE WS-JOB-RC TO WS-RC-EDIT
               DISPLAY "  EN ECHEC, CODE RETOUR " WS-RC-EDIT
           END-IF.
           PERFORM 4000-WRITE-STATE-START THRU 4000-WRITE-STATE-END.
           MOVE "END   " TO JL-TYPE.
           PERFORM 9000-WRITE-JOBLOG-START
              THRU 9000-WRITE-JOBLOG-END.
       2000-RUN-REQUEST-END.
           EXIT.

       2100-FIND-JOB-START.
           IF WS-CAT-JOB(WS-CAT-IDX) = JQ-JOB
               SET WS-CAT-FOUND TO TRUE
           END-IF.
       2100-FIND-JOB-END.
           EXIT.

      * the output is copied to <job>.Q<request> and registered, so
      * genpurge.cbl ages it out with the other generations
       2200-KEEP-OUTPUT-START.
           MOVE WS-CAT-OUTPUT(WS-CAT-IDX) TO WS-CHECK-NAME.
           PERFORM 3000-CHECK-FILE-START THRU 3000-CHECK-FILE-END.
           IF NOT WS-FILE-THERE
               DISPLAY "  SORTIE " FUNCTION TRIM(WS-CHECK-NAME)
                   " NON PRODUITE."
               GO TO 2200-KEEP-OUTPUT-END
           END-IF.

           STRING JQ-JOB DELIMITED BY SPACE
                  ".Q" DELIMITED BY SIZE
                  JQ-REQ DELIMITED BY SIZE
               INTO WS-GENERATION.
           CALL "CBL_COPY_FILE" USING WS-CAT-OUTPUT(WS-CAT-IDX)
                                      WS-GENERATION.
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               DISPLAY "  COPIE DE LA SORTIE IMPOSSIBLE."
               MOVE SPACES TO WS-GENERATION
               GO TO 2200-KEEP-OUTPUT-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY-YYYYMMDD.
           OPEN EXTEND GEN-REGISTRY.
           IF WS-GRG-STAT = '35'
               OPEN OUTPUT GEN-REGISTRY
           END-IF.
           MOVE WS-GENERATION     TO GRG-NAME.
           MOVE WS-TODAY-YYYYMMDD TO GRG-DATE.
           WRITE GEN-REGISTRY-REC.
           CLOSE GEN-REGISTRY.
       2200-KEEP-OUTPUT-END.
           EXIT.

      ******************************************************************
      * WHETHER THE FILE NAMED IN WS-CHECK-NAME IS THERE
      ******************************************************************
       3000-CHECK-FILE-START.
           MOVE 'N' TO WS-FILE-SW.
           OPEN INPUT CHECK-FILE.
           IF WS-CHK-STAT = '00'
               SET WS-FILE-THERE TO TRUE
               CLOSE CHECK-FILE
           END-IF.
       3000-CHECK-FILE-END.
           EXIT.

      ******************************************************************
      * APPEND ONE STATE RECORD FOR THE REQUEST WS-LAST-REQ
      ******************************************************************
       4000-WRITE-STATE-START.
           OPEN EXTEND STATE-FILE.
           IF WS-STA-STAT = '35'
               OPEN OUTPUT STATE-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES        TO JOBQSTAT-REC.
           MOVE WS-LAST-REQ   TO JS-REQ.
           MOVE WS-STATE      TO JS-STATE.
           MOVE WS-TIMESTAMP(1:14) TO JS-STAMP.
           MOVE WS-JOB-RC     TO JS-RC.
           MOVE WS-GENERATION TO JS-GENERATION.
           WRITE JOBQSTAT-REC.
           CLOSE STATE-FILE.
       4000-WRITE-STATE-END.
           EXIT.

      ******************************************************************
      * APPEND ONE START OR END RECORD TO THE COMMON JOB JOURNAL
      ******************************************************************
       9000-WRITE-JOBLOG-START.
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP.
           OPEN EXTEND JOB-LOGFILE.
           IF WS-JOBLOG-STAT = '35'
               OPEN OUTPUT JOB-LOGFILE
           END-IF.
           MOVE WS-JOBLOG-LINE TO JOBLOG-REC.
           WRITE JOBLOG-REC.
           CLOSE JOB-LOGFILE.
       9000-WRITE-JOBLOG-END.
           EXIT.
