       IDENTIFICATION DIVISION.
       PROGRAM-ID. jobsubm.
       AUTHOR. Yves.
      *=================================================================
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: operator screen of the daytime job
      *                    request queue.  An ad hoc run (a board for
      *                    another station, a pay statement, a rerun)
      *                    is submitted as a JOBCAT.dat job name and
      *                    the parameter file holding its answers; the
      *                    request is numbered and appended to
      *                    JOBQUEUE.dat with the operator and the time,
      *                    for jobdisp.cbl to run.  The status list
      *                    shows the latest requests pending, running,
      *                    done or failed, with the return code and the
      *                    output generation.  Sign-on through
      *                    signon.cbl on the JOBS application: submit
      *                    needs role M, the list role C.
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

           SELECT CHECK-FILE ASSIGN TO DYNAMIC WS-WANT-PARM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHK-STAT.

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

      * opened only to learn whether the parameter file is there
       FD  CHECK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CHECK-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CAT-STAT         PIC X(02).
           88 WS-CAT-EOF           VALUE '10'.
       01  WS-QUE-STAT         PIC X(02).
           88 WS-QUE-EOF           VALUE '10'.
       01  WS-STA-STAT         PIC X(02).
           88 WS-STA-EOF           VALUE '10'.
       01  WS-CHK-STAT         PIC X(02).

       01  WS-ACTION           PIC X(01).
           88 WS-ACT-SUBMIT        VALUE 'S' 's'.
           88 WS-ACT-LIST          VALUE 'L' 'l'.
           88 WS-ACT-QUIT          VALUE 'Q' 'q'.

       01  WS-OPERATOR         PIC X(08).
       01  WS-WANT-JOB         PIC X(08).
       01  WS-WANT-PARM        PIC X(30).
       01  WS-JOB-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-JOB-FOUND         VALUE 'Y'.
       01  WS-LAST-REQ         PIC 9(06) VALUE 0.
       01  WS-TIMESTAMP        PIC X(21).

       COPY "SIGNPARM.cpy".

      * the status list: the latest requests of the queue, each with
      * the last state jobdisp.cbl recorded for it
       01  WS-LIST-MAX         PIC 9(04) VALUE 50.
       01  WS-QUEUE-TOTAL      PIC 9(06) VALUE 0.
       01  WS-SKIP-COUNT       PIC 9(06) VALUE 0.
       01  WS-READ-COUNT       PIC 9(06) VALUE 0.
       01  WS-LIST-TABLE.
           05 WS-LST-ENTRY OCCURS 50 TIMES INDEXED BY WS-LST-IDX.
              10 WS-LST-REQ        PIC 9(06).
              10 WS-LST-JOB        PIC X(08).
              10 WS-LST-OPERATOR   PIC X(08).
              10 WS-LST-SUBMITTED  PIC X(14).
              10 WS-LST-STATE      PIC X(01).
              10 WS-LST-RC         PIC 9(04).
              10 WS-LST-GENERATION PIC X(30).
       01  WS-LIST-COUNT       PIC 9(04) VALUE 0.

       01  WS-LIST-LINE.
           05 LL-REQ           PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 LL-JOB           PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 LL-OPERATOR      PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 LL-DATE          PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 LL-TIME          PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 LL-STATE         PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 LL-RC            PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 LL-GENERATION    PIC X(30).
      *=================================================================
       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'S'       TO SGN-REQUEST.
           MOVE "JOBS"    TO SGN-APPLI.
           MOVE "jobsubm" TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SGN-OPERATOR TO WS-OPERATOR.

           PERFORM 1000-ONE-ACTION-START THRU 1000-ONE-ACTION-END
               UNTIL WS-ACT-QUIT.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * ONE ACTION PER PASS
      ******************************************************************
       1000-ONE-ACTION-START.
           DISPLAY "Action : (S)oumettre / (L)iste / (Q)uitter ?".
           ACCEPT WS-ACTION.

           IF NOT WS-ACT-QUIT
               PERFORM 1050-AUTHORIZE-START THRU 1050-AUTHORIZE-END
               IF SGN-REFUSED
                   DISPLAY "FONCTION NON AUTORISEE POUR VOTRE ROLE."
                   GO TO 1000-ONE-ACTION-END
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-SUBMIT
                   PERFORM 2000-SUBMIT-START THRU 2000-SUBMIT-END
               WHEN WS-ACT-LIST
                   PERFORM 3000-LIST-START THRU 3000-LIST-END
               WHEN WS-ACT-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Action inconnue."
           END-EVALUATE.
       1000-ONE-ACTION-END.
           EXIT.

      * the role each function needs; the sign-on routine decides
       1050-AUTHORIZE-START.
           MOVE 'F' TO SGN-REQUEST.
           EVALUATE TRUE
               WHEN WS-ACT-SUBMIT
                   MOVE "SOUMISSION JOB" TO SGN-FUNCTION
                   MOVE 'M' TO SGN-LEVEL
               WHEN WS-ACT-LIST
                   MOVE "LISTE DEMANDES" TO SGN-FUNCTION
                   MOVE 'C' TO SGN-LEVEL
               WHEN OTHER
                   SET SGN-GRANTED TO TRUE
                   GO TO 1050-AUTHORIZE-END
           END-EVALUATE.
           CALL 'signon' USING SGN-PARM.
       1050-AUTHORIZE-END.
           EXIT.

      ******************************************************************
      * SUBMIT - THE JOB MUST BE IN THE CATALOG AND THE PARAMETER FILE
      * MUST EXIST; THE REQUEST TAKES THE NEXT NUMBER OF THE QUEUE
      ******************************************************************
       2000-SUBMIT-START.
           DISPLAY "Job a lancer ?".
           ACCEPT WS-WANT-JOB.
           PERFORM 2100-FIND-JOB-START THRU 2100-FIND-JOB-END.
           IF NOT WS-JOB-FOUND
               DISPLAY "JOB INCONNU DE JOBCAT.dat."
               GO TO 2000-SUBMIT-END
           END-IF.

           DISPLAY "Fichier parametre ?".
           ACCEPT WS-WANT-PARM.
           IF WS-WANT-PARM = SPACES
               DISPLAY "FICHIER PARAMETRE OBLIGATOIRE."
               GO TO 2000-SUBMIT-END
           END-IF.
           OPEN INPUT CHECK-FILE.
           IF WS-CHK-STAT NOT = '00'
               DISPLAY "FICHIER PARAMETRE "
                   FUNCTION TRIM(WS-WANT-PARM) " ABSENT."
               GO TO 2000-SUBMIT-END
           END-IF.
           CLOSE CHECK-FILE.

           MOVE 0 TO WS-LAST-REQ.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUE-STAT = '00'
               PERFORM 2200-READ-LAST-START THRU 2200-READ-LAST-END
                   UNTIL WS-QUE-EOF
               CLOSE QUEUE-FILE
           END-IF.

           OPEN EXTEND QUEUE-FILE.
           IF WS-QUE-STAT = '35'
               OPEN OUTPUT QUEUE-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES TO JOBQUEUE-REC.
           ADD 1 WS-LAST-REQ GIVING JQ-REQ.
           MOVE WS-WANT-JOB        TO JQ-JOB.
           MOVE WS-WANT-PARM       TO JQ-PARM-FILE.
           MOVE WS-OPERATOR        TO JQ-OPERATOR.
           MOVE WS-TIMESTAMP(1:14) TO JQ-SUBMITTED.
           WRITE JOBQUEUE-REC.
           CLOSE QUEUE-FILE.
           DISPLAY "DEMANDE " JQ-REQ " ENREGISTREE.".
       2000-SUBMIT-END.
           EXIT.

       2100-FIND-JOB-START.
           MOVE 'N' TO WS-JOB-FOUND-SW.
           OPEN INPUT CATALOG-FILE.
           IF WS-CAT-STAT NOT = '00'
               GO TO 2100-FIND-JOB-END
           END-IF.
           PERFORM 2110-READ-CATALOG-START
              THRU 2110-READ-CATALOG-END
               UNTIL WS-CAT-EOF OR WS-JOB-FOUND.
           CLOSE CATALOG-FILE.
       2100-FIND-JOB-END.
           EXIT.

       2110-READ-CATALOG-START.
           READ CATALOG-FILE
               AT END SET WS-CAT-EOF TO TRUE
               NOT AT END
                   IF JCT-JOB = WS-WANT-JOB
                   AND WS-WANT-JOB NOT = SPACES
                       SET WS-JOB-FOUND TO TRUE
                   END-IF
           END-READ.
       2110-READ-CATALOG-END.
           EXIT.

       2200-READ-LAST-START.
           READ QUEUE-FILE
               AT END SET WS-QUE-EOF TO TRUE
               NOT AT END
                   IF JQ-REQ > WS-LAST-REQ
                       MOVE JQ-REQ TO WS-LAST-REQ
                   END-IF
           END-READ.
       2200-READ-LAST-END.
           EXIT.

      ******************************************************************
      * STATUS LIST - THE LATEST REQUESTS OF THE QUEUE WITH THEIR LAST
      * STATE: NO STATE RECORD YET MEANS STILL PENDING
      ******************************************************************
       3000-LIST-START.
           MOVE 0 TO WS-QUEUE-TOTAL.
           MOVE 0 TO WS-LIST-COUNT.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUE-STAT NOT = '00'
               DISPLAY "AUCUNE DEMANDE."
               GO TO 3000-LIST-END
           END-IF.
           PERFORM 3100-COUNT-QUEUE-START THRU 3100-COUNT-QUEUE-END
               UNTIL WS-QUE-EOF.
           CLOSE QUEUE-FILE.

           MOVE 0 TO WS-SKIP-COUNT.
           IF WS-QUEUE-TOTAL > WS-LIST-MAX
               SUBTRACT WS-LIST-MAX FROM WS-QUEUE-TOTAL
                   GIVING WS-SKIP-COUNT
           END-IF.
           MOVE 0 TO WS-READ-COUNT.
           OPEN INPUT QUEUE-FILE.
           PERFORM 3200-LOAD-QUEUE-START THRU 3200-LOAD-QUEUE-END
               UNTIL WS-QUE-EOF.
           CLOSE QUEUE-FILE.
           IF WS-LIST-COUNT = 0
               DISPLAY "AUCUNE DEMANDE."
               GO TO 3000-LIST-END
           END-IF.

           OPEN INPUT STATE-FILE.
           IF WS-STA-STAT = '00'
               PERFORM 3300-APPLY-STATE-START
                  THRU 3300-APPLY-STATE-END
                   UNTIL WS-STA-EOF
               CLOSE STATE-FILE
           END-IF.

           DISPLAY "NUMERO JOB      OPERATEU SOUMISE LE    ETAT"
               "       RC   GENERATION".
           PERFORM 3400-SHOW-ONE-START THRU 3400-SHOW-ONE-END
               VARYING WS-LST-IDX FROM 1 BY 1
               UNTIL WS-LST-IDX > WS-LIST-COUNT.
       3000-LIST-END.
           EXIT.

       3100-COUNT-QUEUE-START.
           READ QUEUE-FILE
               AT END SET WS-QUE-EOF TO TRUE
               NOT AT END ADD 1 TO WS-QUEUE-TOTAL
           END-READ.
       3100-COUNT-QUEUE-END.
           EXIT.

       3200-LOAD-QUEUE-START.
           READ QUEUE-FILE
               AT END SET WS-QUE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF WS-READ-COUNT > WS-SKIP-COUNT
                   AND WS-LIST-COUNT < WS-LIST-MAX
                       ADD 1 TO WS-LIST-COUNT
                       SET WS-LST-IDX TO WS-LIST-COUNT
                       MOVE JQ-REQ       TO WS-LST-REQ(WS-LST-IDX)
                       MOVE JQ-JOB       TO WS-LST-JOB(WS-LST-IDX)
                       MOVE JQ-OPERATOR  TO WS-LST-OPERATOR(WS-LST-IDX)
                       MOVE JQ-SUBMITTED
                           TO WS-LST-SUBMITTED(WS-LST-IDX)
                       MOVE '-'    TO WS-LST-STATE(WS-LST-IDX)
                       MOVE 0      TO WS-LST-RC(WS-LST-IDX)
                       MOVE SPACES TO WS-LST-GENERATION(WS-LST-IDX)
                   END-IF
           END-READ.
       3200-LOAD-QUEUE-END.
           EXIT.

      * the state records are in time order: the last one of a
      * request overrides the earlier ones
       3300-APPLY-STATE-START.
           READ STATE-FILE
               AT END SET WS-STA-EOF TO TRUE
               NOT AT END
                   SET WS-LST-IDX TO 1
                   SEARCH WS-LST-ENTRY
                       AT END CONTINUE
                       WHEN WS-LST-IDX > WS-LIST-COUNT
                           CONTINUE
                       WHEN WS-LST-REQ(WS-LST-IDX) = JS-REQ
                           MOVE JS-STATE TO WS-LST-STATE(WS-LST-IDX)
                           MOVE JS-RC    TO WS-LST-RC(WS-LST-IDX)
                           MOVE JS-GENERATION
                               TO WS-LST-GENERATION(WS-LST-IDX)
                   END-SEARCH
           END-READ.
       3300-APPLY-STATE-END.
           EXIT.

       3400-SHOW-ONE-START.
           MOVE WS-LST-REQ(WS-LST-IDX)      TO LL-REQ.
           MOVE WS-LST-JOB(WS-LST-IDX)      TO LL-JOB.
           MOVE WS-LST-OPERATOR(WS-LST-IDX) TO LL-OPERATOR.
           MOVE WS-LST-SUBMITTED(WS-LST-IDX)(1:8) TO LL-DATE.
           MOVE WS-LST-SUBMITTED(WS-LST-IDX)(9:4) TO LL-TIME.
           MOVE SPACES TO LL-RC.
           MOVE WS-LST-GENERATION(WS-LST-IDX) TO LL-GENERATION.
           EVALUATE WS-LST-STATE(WS-LST-IDX)
               WHEN 'R'
                   MOVE "EN COURS" TO LL-STATE
               WHEN 'D'
                   MOVE "TERMINE" TO LL-STATE
                   MOVE WS-LST-RC(WS-LST-IDX) TO LL-RC
               WHEN 'F'
                   MOVE "ECHEC" TO LL-STATE
                   MOVE WS-LST-RC(WS-LST-IDX) TO LL-RC
               WHEN OTHER
                   MOVE "EN ATTENTE" TO LL-STATE
           END-EVALUATE.
           DISPLAY WS-LIST-LINE.
       3400-SHOW-ONE-END.
           EXIT.
