       IDENTIFICATION DIVISION.
       PROGRAM-ID. payrev.
       AUTHOR. Yves.
      *=================================================================
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: reversal of a calculated or closed
      *                    pay period.  Every slip of the period in
      *                    PAYHIST.dat (the later record of a rerun
      *                    wins) is offset by a record with the gross,
      *                    deduction and net negated, the period is
      *                    set back to open in the PAYPERIOD.dat
      *                    register so payrun.cbl, paybank.cbl and
      *                    glextrct.cbl accept it again, and the
      *                    operator and reason go to PAYAUDIT.log.
      *                    This is the only way to reopen a period.
      * 2026-10-15 Yves    The overtime paid on the slip is negated on
      *                    the offsetting record as well; history
      *                    written before it existed counts as none.
      * 2026-10-15 Yves    Operator sign-on through signon.cbl instead
      *                    of a typed name; a reversal needs the A
      *                    role of the operator for PAIE, and the
      *                    signed-on operator code is the one written
      *                    to PAYAUDIT.log.
      * 2026-10-15 Yves    The sign-offs of the reversed period are
      *                    taken out of PAYSIGN.dat, so figures
      *                    calculated again are released only on a
      *                    new signature; PAYAUDIT.log keeps the old
      *                    one.  A refused reversal ends the sign-on
      *                    session as well.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-HISTORY ASSIGN TO 'PAYHIST.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

           SELECT F-PAYPERIOD ASSIGN TO 'PAYPERIOD.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PP-PERIOD
           FILE STATUS IS WS-PP-STATUS.

           SELECT F-PAYAUDIT ASSIGN TO 'PAYAUDIT.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PA-STATUS.

           SELECT F-PAYSIGN ASSIGN TO 'PAYSIGN.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SG-STATUS.

           SELECT F-SIGNWORK ASSIGN TO 'PAYSIGN.wrk'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SW-STATUS.

       DATA DIVISION.
       FILE SECTION.

           COPY 'FPAYHIST'.

           COPY 'FPAYPER'.

           COPY 'FPAYAUD'.

      * the sign-offs written by paysign.cbl
       FD  F-PAYSIGN
           RECORD CONTAINS 38 CHARACTERS.
       01  PAYSIGN-REC.
           05 SG-PERIOD        PIC 9(06).
           05 FILLER           PIC X(01).
           05 SG-OPERATOR      PIC X(10).
           05 FILLER           PIC X(01).
           05 SG-STAMP         PIC X(20).

      * the sign-offs kept, while PAYSIGN.dat is rewritten
       FD  F-SIGNWORK
           RECORD CONTAINS 38 CHARACTERS.
       01  SIGNWORK-REC        PIC X(38).

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS   PIC X(02).
           88 WS-HIST-EOF       VALUE '10'.
       01  WS-PP-STATUS     PIC X(02).
       01  WS-PA-STATUS     PIC X(02).
       01  WS-SG-STATUS     PIC X(02).
           88 WS-SG-EOF         VALUE '10'.
       01  WS-SW-STATUS     PIC X(02).
           88 WS-SW-EOF         VALUE '10'.
       01  WS-SG-CANCELLED     PIC 9(04) VALUE 0.

       01  WS-REV-PERIOD       PIC 9(06).
       01  WS-REASON           PIC X(16).
       01  WS-CONFIRM          PIC X(01).
           88 WS-CONFIRMED         VALUE 'O' 'o'.
       01  WS-PP-OLD-STATUS    PIC X(01) VALUE SPACES.

      * the slips of the period, one slot per employee; a rerun
      * overwrites its slot and an earlier reversal empties it
       01  WS-SLIP-TABLE.
           05 WS-ST-ENTRY OCCURS 5000 TIMES INDEXED BY WS-ST-IDX.
              10 WS-ST-ID          PIC 9(08) VALUE 0.
              10 WS-ST-NOM         PIC X(20) VALUE SPACES.
              10 WS-ST-LIVE        PIC X(01) VALUE 'N'.
              10 WS-ST-GROSS       PIC S9(07) VALUE 0.
              10 WS-ST-DEDUCT      PIC S9(07)V9(02) VALUE 0.
              10 WS-ST-NET         PIC S9(07)V9(02) VALUE 0.
              10 WS-ST-OVERTIME    PIC S9(07) VALUE 0.
       01  WS-ST-COUNT         PIC 9(04) VALUE 0.
       01  WS-ST-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-ST-FOUND          VALUE 'Y'.
           88 WS-ST-NOT-FOUND      VALUE 'N'.
       01  WS-ST-FOUND-IDX     PIC 9(04) VALUE 0.

       01  WS-REV-COUNT        PIC 9(05) VALUE 0.
       01  WS-REV-GROSS        PIC S9(09) VALUE 0.
       01  WS-REV-NET          PIC S9(09)V9(02) VALUE 0.
       01  WS-EDIT-COUNT       PIC ZZZZ9.
       01  WS-EDIT-GROSS       PIC -ZZZZZZZZ9.
       01  WS-EDIT-NET         PIC -ZZZZZZZZ9.99.
      *=================================================================
      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       COPY "SIGNPARM.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'S'        TO SGN-REQUEST.
           MOVE "PAIE"     TO SGN-APPLI.
           MOVE "payrev"   TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      * reopening a period is an administrator's act
           MOVE 'F'        TO SGN-REQUEST.
           MOVE 'A'        TO SGN-LEVEL.
           MOVE "ANNULATION PAIE" TO SGN-FUNCTION.
           CALL 'signon' USING SGN-PARM.
           IF SGN-REFUSED
               DISPLAY "FONCTION NON AUTORISEE POUR VOTRE ROLE."
               MOVE 12 TO RETURN-CODE
               GO TO 0000-MAIN-END
           END-IF.
           DISPLAY "Periode a annuler (AAAAMM) ?".
           ACCEPT WS-REV-PERIOD.
           DISPLAY "Motif ?".
           ACCEPT WS-REASON.

           PERFORM 1000-CHECK-PERIOD-START THRU 1000-CHECK-PERIOD-END.

           DISPLAY "Confirmer l'annulation de la periode "
               WS-REV-PERIOD " (O/N) ?".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "ANNULATION ABANDONNEE."
               GO TO 0000-MAIN-END
           END-IF.

           PERFORM 2000-LOAD-SLIPS-START THRU 2000-LOAD-SLIPS-END.
           PERFORM 3000-WRITE-OFFSETS-START THRU 3000-WRITE-OFFSETS-END.
           PERFORM 4000-REOPEN-PERIOD-START THRU 4000-REOPEN-PERIOD-END.

           MOVE WS-REV-COUNT TO WS-EDIT-COUNT.
           MOVE WS-REV-GROSS TO WS-EDIT-GROSS.
           MOVE WS-REV-NET   TO WS-EDIT-NET.
           DISPLAY "PERIODE " WS-REV-PERIOD " ANNULEE ET REOUVERTE.".
           DISPLAY "BULLETINS ANNULES: " WS-EDIT-COUNT.
           DISPLAY "BRUT ANNULE      : " WS-EDIT-GROSS.
           DISPLAY "NET ANNULE       : " WS-EDIT-NET.
       0000-MAIN-END.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
           STOP RUN.

      ******************************************************************
      * ONLY A PERIOD CALCULATED OR CLOSED IN THE REGISTER IS REVERSED
      ******************************************************************
       1000-CHECK-PERIOD-START.
           PERFORM 8000-READ-PERIOD-START THRU 8000-READ-PERIOD-END.
           CLOSE F-PAYPERIOD.
           IF NOT PP-CALCULATED AND NOT PP-CLOSED
               DISPLAY "PERIODE " WS-REV-PERIOD
                   " NON CALCULEE - RIEN A ANNULER."
               MOVE 8 TO RETURN-CODE
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.
       1000-CHECK-PERIOD-END.
           EXIT.

      ******************************************************************
      * COLLECT THE SLIPS OF THE PERIOD AS THEY STAND TODAY
      ******************************************************************
       2000-LOAD-SLIPS-START.
           OPEN INPUT F-HISTORY.
           MOVE WS-HIST-STATUS TO WS-ERR-STATUS.
           MOVE "PAYHIST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 2100-READ-HIST-START THRU 2100-READ-HIST-END
               UNTIL WS-HIST-EOF.
           CLOSE F-HISTORY.
       2000-LOAD-SLIPS-END.
           EXIT.

       2100-READ-HIST-START.
           READ F-HISTORY
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 2100-READ-HIST-END
           END-READ.
           IF HIST-PERIOD NOT = WS-REV-PERIOD
               GO TO 2100-READ-HIST-END
           END-IF.

           SET WS-ST-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-ST-FOUND-IDX.
           PERFORM 2110-ONE-SLOT-START THRU 2110-ONE-SLOT-END
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT OR WS-ST-FOUND.
           IF WS-ST-NOT-FOUND
               IF WS-ST-COUNT >= 5000
                   DISPLAY "TABLE DES BULLETINS PLEINE - IGNORE: "
                       HIST-ID
                   GO TO 2100-READ-HIST-END
               END-IF
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT TO WS-ST-FOUND-IDX
           END-IF.
           SET WS-ST-IDX TO WS-ST-FOUND-IDX.
           MOVE HIST-ID     TO WS-ST-ID(WS-ST-IDX).
           MOVE HIST-NOM    TO WS-ST-NOM(WS-ST-IDX).
           MOVE HIST-GROSS  TO WS-ST-GROSS(WS-ST-IDX).
           MOVE HIST-DEDUCT TO WS-ST-DEDUCT(WS-ST-IDX).
           MOVE HIST-NET    TO WS-ST-NET(WS-ST-IDX).
           IF HIST-OVERTIME IS NUMERIC
               MOVE HIST-OVERTIME TO WS-ST-OVERTIME(WS-ST-IDX)
           ELSE
               MOVE 0 TO WS-ST-OVERTIME(WS-ST-IDX)
           END-IF.
      * a reversal record (negative amounts) has already cancelled it
           IF HIST-GROSS < 0
               MOVE 'N' TO WS-ST-LIVE(WS-ST-IDX)
           ELSE
               MOVE 'Y' TO WS-ST-LIVE(WS-ST-IDX)
           END-IF.
       2100-READ-HIST-END.
           EXIT.

       2110-ONE-SLOT-START.
           IF WS-ST-ID(WS-ST-IDX) = HIST-ID
               SET WS-ST-FOUND TO TRUE
               SET WS-ST-FOUND-IDX TO WS-ST-IDX
           END-IF.
       2110-ONE-SLOT-END.
           EXIT.

      ******************************************************************
      * ONE OFFSETTING RECORD PER LIVE SLIP, APPENDED TO THE HISTORY
      ******************************************************************
       3000-WRITE-OFFSETS-START.
           OPEN EXTEND F-HISTORY.
           MOVE WS-HIST-STATUS TO WS-ERR-STATUS.
           MOVE "PAYHIST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 3100-ONE-OFFSET-START THRU 3100-ONE-OFFSET-END
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT.
           CLOSE F-HISTORY.
       3000-WRITE-OFFSETS-END.
           EXIT.

       3100-ONE-OFFSET-START.
           IF WS-ST-LIVE(WS-ST-IDX) NOT = 'Y'
               GO TO 3100-ONE-OFFSET-END
           END-IF.
           MOVE WS-ST-ID(WS-ST-IDX)  TO HIST-ID.
           MOVE WS-REV-PERIOD        TO HIST-PERIOD.
           MOVE WS-ST-NOM(WS-ST-IDX) TO HIST-NOM.
           COMPUTE HIST-GROSS  = 0 - WS-ST-GROSS(WS-ST-IDX).
           COMPUTE HIST-DEDUCT = 0 - WS-ST-DEDUCT(WS-ST-IDX).
           COMPUTE HIST-NET    = 0 - WS-ST-NET(WS-ST-IDX).
           COMPUTE HIST-OVERTIME = 0 - WS-ST-OVERTIME(WS-ST-IDX).
           WRITE HIST-REC.
           MOVE WS-HIST-STATUS TO WS-ERR-STATUS.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           ADD 1 TO WS-REV-COUNT.
           ADD WS-ST-GROSS(WS-ST-IDX) TO WS-REV-GROSS.
           ADD WS-ST-NET(WS-ST-IDX)   TO WS-REV-NET.
       3100-ONE-OFFSET-END.
           EXIT.

      ******************************************************************
      * THE PERIOD GOES BACK TO OPEN WITH NOTHING SENT OR POSTED
      ******************************************************************
       4000-REOPEN-PERIOD-START.
           PERFORM 8000-READ-PERIOD-START THRU 8000-READ-PERIOD-END.
           MOVE 'O' TO PP-STATUS.
           MOVE 'N' TO PP-BANK-DONE.
           MOVE 'N' TO PP-GL-DONE.
           MOVE FUNCTION CURRENT-DATE TO PP-STAMP.
           MOVE "payrev" TO PP-PROGRAM.
           REWRITE PP-REC.
           MOVE WS-PP-STATUS TO WS-ERR-STATUS.
           MOVE "PAYPERIOD.dat" TO WS-ERR-FILE.
           MOVE "REWRIT" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           MOVE SPACES TO PA-REC.
           STRING "ANNULATION " DELIMITED BY SIZE
                  WS-REASON     DELIMITED BY SIZE
               INTO PA-TEXT
           END-STRING.
           PERFORM 8200-WRITE-AUDIT-START THRU 8200-WRITE-AUDIT-END.
           CLOSE F-PAYPERIOD.
           PERFORM 4100-CANCEL-SIGNOFF-START
              THRU 4100-CANCEL-SIGNOFF-END.
       4000-REOPEN-PERIOD-END.
           EXIT.

      ******************************************************************
      * A SIGNATURE GIVEN FOR THE FIGURES NOW REVERSED RELEASES NOTHING
      * MORE: PAYSIGN.dat IS COPIED ASIDE WITHOUT THE PERIOD'S LINES,
      * THEN WRITTEN BACK FROM THE COPY
      ******************************************************************
       4100-CANCEL-SIGNOFF-START.
           OPEN INPUT F-PAYSIGN.
           IF WS-SG-STATUS = '35'
               GO TO 4100-CANCEL-SIGNOFF-END
           END-IF.
           MOVE WS-SG-STATUS TO WS-ERR-STATUS.
           MOVE "PAYSIGN.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           OPEN OUTPUT F-SIGNWORK.
           MOVE WS-SW-STATUS TO WS-ERR-STATUS.
           MOVE "PAYSIGN.wrk" TO WS-ERR-FILE.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 4110-SET-ASIDE-START THRU 4110-SET-ASIDE-END
               UNTIL WS-SG-EOF.
           CLOSE F-PAYSIGN F-SIGNWORK.
           IF WS-SG-CANCELLED = 0
               GO TO 4100-CANCEL-SIGNOFF-END
           END-IF.

           OPEN INPUT F-SIGNWORK.
           MOVE WS-SW-STATUS TO WS-ERR-STATUS.
           MOVE "PAYSIGN.wrk" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           OPEN OUTPUT F-PAYSIGN.
           MOVE WS-SG-STATUS TO WS-ERR-STATUS.
           MOVE "PAYSIGN.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 4120-WRITE-BACK-START THRU 4120-WRITE-BACK-END
               UNTIL WS-SW-EOF.
           CLOSE F-SIGNWORK F-PAYSIGN.
           DISPLAY "SIGNATURES ANNULEES : " WS-SG-CANCELLED.
       4100-CANCEL-SIGNOFF-END.
           EXIT.

       4110-SET-ASIDE-START.
           READ F-PAYSIGN
               AT END
                   SET WS-SG-EOF TO TRUE
                   GO TO 4110-SET-ASIDE-END
           END-READ.
           IF SG-PERIOD = WS-REV-PERIOD
               ADD 1 TO WS-SG-CANCELLED
               GO TO 4110-SET-ASIDE-END
           END-IF.
           MOVE PAYSIGN-REC TO SIGNWORK-REC.
           WRITE SIGNWORK-REC.
           MOVE WS-SW-STATUS TO WS-ERR-STATUS.
           MOVE "PAYSIGN.wrk" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       4110-SET-ASIDE-END.
           EXIT.

       4120-WRITE-BACK-START.
           READ F-SIGNWORK
               AT END
                   SET WS-SW-EOF TO TRUE
                   GO TO 4120-WRITE-BACK-END
           END-READ.
           MOVE SIGNWORK-REC TO PAYSIGN-REC.
           WRITE PAYSIGN-REC.
           MOVE WS-SG-STATUS TO WS-ERR-STATUS.
           MOVE "PAYSIGN.dat" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       4120-WRITE-BACK-END.
           EXIT.

      ******************************************************************
      * PAY-PERIOD REGISTER: OPEN IT AND READ THE REQUESTED PERIOD - A
      * PERIOD NEVER SEEN IS OPEN
      ******************************************************************
       8000-READ-PERIOD-START.
           OPEN I-O F-PAYPERIOD.
           IF WS-PP-STATUS = '35'
               OPEN OUTPUT F-PAYPERIOD
               CLOSE F-PAYPERIOD
               OPEN I-O F-PAYPERIOD
           END-IF.
           MOVE WS-PP-STATUS TO WS-ERR-STATUS.
           MOVE "PAYPERIOD.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE WS-REV-PERIOD TO PP-PERIOD.
           READ F-PAYPERIOD
               INVALID KEY
                   MOVE WS-REV-PERIOD TO PP-PERIOD
                   MOVE 'O' TO PP-STATUS
                   MOVE 'N' TO PP-BANK-DONE
                   MOVE 'N' TO PP-GL-DONE
           END-READ.
           MOVE PP-STATUS TO WS-PP-OLD-STATUS.
       8000-READ-PERIOD-END.
           EXIT.

      * one line per change of a period's status, with who asked
       8200-WRITE-AUDIT-START.
           MOVE PP-STAMP         TO PA-STAMP.
           MOVE PP-PROGRAM       TO PA-PROGRAM.
           MOVE PP-PERIOD        TO PA-PERIOD.
           MOVE WS-PP-OLD-STATUS TO PA-OLD-STATUS.
           MOVE ">"              TO PA-ARROW.
           MOVE PP-STATUS        TO PA-NEW-STATUS.
           MOVE SGN-OPERATOR     TO PA-OPERATOR.
           OPEN EXTEND F-PAYAUDIT.
           IF WS-PA-STATUS = '35'
               OPEN OUTPUT F-PAYAUDIT
           END-IF.
           MOVE WS-PA-STATUS TO WS-ERR-STATUS.
           MOVE "PAYAUDIT.log" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           WRITE PA-REC.
           CLOSE F-PAYAUDIT.
       8200-WRITE-AUDIT-END.
           EXIT.
      ******************************************************************

      ******************************************************************
      * STANDARD FILE-STATUS CHECK - ANY STATUS OTHER THAN SUCCESS OR
      * END OF FILE STOPS THE RUN WITH A NONZERO RETURN CODE
      ******************************************************************
       9800-CHECK-STATUS-START.
           IF WS-ERR-STATUS NOT = '00' AND WS-ERR-STATUS NOT = '10'
               PERFORM 9900-FILE-ERROR-START
                  THRU 9900-FILE-ERROR-END
           END-IF.
       9800-CHECK-STATUS-END.
           EXIT.

       9900-FILE-ERROR-START.
           DISPLAY "*** ERREUR FICHIER: " WS-ERR-FILE
               " OPERATION: " WS-ERR-OP
               " STATUT: " WS-ERR-STATUS " ***".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9900-FILE-ERROR-END.
           EXIT.
