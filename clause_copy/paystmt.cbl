      *                    A period rerun by payrun.cbl appears twice
      *                    in the history; the later record wins so
      *                    the totals stay honest.
      * 2026-10-15 Yves    A month reversed by payrev.cbl (negative
      *                    PAYHIST.dat record) no longer counts as paid.
      * 2026-10-15 Yves    Unattended mode: the prompts read their
      *                    answers from PAYSTMT.parm when present, so
      *                    a statement can be queued for the
      *                    dispatcher.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

           SELECT PARM-FILE ASSIGN TO 'PAYSTMT.parm'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STAT.

           SELECT F-STATEMENT ASSIGN TO 'PAYSTMT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL

           COPY 'FPAYHIST'.

       FD  PARM-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PARM-REC            PIC X(50).

       FD  F-STATEMENT
           RECORD CONTAINS 70 CHARACTERS.
       01  STATEMENT-REC       PIC X(70).
           88 WS-HIST-EOF       VALUE '10'.
       01  WS-STMT-STATUS   PIC X(02).

      * unattended mode: when the parameter file is present, every
      * prompt takes its answer from the next line of that file
       01  WS-PARM-STAT        PIC X(02).
       01  WS-PARM-MODE-SW     PIC X(01) VALUE 'N'.
           88 WS-PARM-MODE         VALUE 'Y'.
       01  WS-ANSWER           PIC X(50).

       01  WS-WANT-ID          PIC 9(08).
       01  WS-WANT-YEAR        PIC 9(04).
       01  WS-REC-YEAR         PIC 9(04).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 8000-OPEN-PARMS-START
              THRU 8000-OPEN-PARMS-END.
           DISPLAY "Identifiant employe ?".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           COMPUTE WS-WANT-ID = FUNCTION NUMVAL(WS-ANSWER).
           DISPLAY "Annee du releve (AAAA) ?".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           COMPUTE WS-WANT-YEAR = FUNCTION NUMVAL(WS-ANSWER).

           PERFORM 1000-SCAN-HISTORY-START
              THRU 1000-SCAN-HISTORY-END.
                       MOVE HIST-DEDUCT TO WS-MT-DEDUCT(WS-MT-IDX)
                       MOVE HIST-NET    TO WS-MT-NET(WS-MT-IDX)
                       MOVE HIST-NOM    TO WS-EMP-NOM
      * a reversal record (negative amounts) cancels the month
                       IF HIST-GROSS < 0
                           MOVE 'N' TO WS-MT-PRESENT(WS-MT-IDX)
                           MOVE 0   TO WS-MT-GROSS(WS-MT-IDX)
                           MOVE 0   TO WS-MT-DEDUCT(WS-MT-IDX)
                           MOVE 0   TO WS-MT-NET(WS-MT-IDX)
                       END-IF
                   END-IF
           END-READ.
       1100-READ-HIST-END.
           EXIT.
      ******************************************************************

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
