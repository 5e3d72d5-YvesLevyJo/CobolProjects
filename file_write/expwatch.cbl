      *                    date and list the contracts expiring within
      *                    N days (N asked at run time) sorted by days
      *                    remaining, Actif contracts flagged first.
      * 2026-10-15 Yves    Unattended mode: the prompt reads its answer
      *                    from EXPWATCH.parm when present, so a rerun
      *                    can be queued for the dispatcher.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  expwatch.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-WATCH.

           SELECT PARM-FILE ASSIGN TO 'EXPWATCH.parm'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STAT.

           SELECT WATCH-WORK ASSIGN TO 'expwatch-work.dat'.
      ******************************************************************
       DATA DIVISION.
       FD  WATCH-OUT.
       01  WATCH-REC               PIC X(132).

       FD  PARM-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PARM-REC            PIC X(50).

       SD  WATCH-WORK.
       01  WORK-ENTRY.
           05 WK-DAYS-LEFT         PIC 9(04).

       01  WS-WANT-DAYS             PIC 9(04).

      * unattended mode: when the parameter file is present, every
      * prompt takes its answer from the next line of that file
       01  WS-PARM-STAT        PIC X(02).
       01  WS-PARM-MODE-SW     PIC X(01) VALUE 'N'.
           88 WS-PARM-MODE         VALUE 'Y'.
       01  WS-ANSWER           PIC X(50).

      * parsed view of one star-delimited contract line
       01  WS-CONTRACT.
           05 WS-ID-CLIENT     PIC X(12).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 8000-OPEN-PARMS-START
              THRU 8000-OPEN-PARMS-END.
           DISPLAY "Contrats expirant dans combien de jours ?"
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           COMPUTE WS-WANT-DAYS = FUNCTION NUMVAL(WS-ANSWER).

           MOVE FUNCTION CURRENT-DATE TO WS-US-CURRENT-DATE.
           COMPUTE WS-TODAY-DAYNUM =
       3100-RETURN-ONE-END.
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
