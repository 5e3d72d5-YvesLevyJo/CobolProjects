       IDENTIFICATION DIVISION.
       PROGRAM-ID. paysign.
       AUTHOR. Yves.
      *=================================================================
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: sign-off of a pay period held by
      *                    the paygate.cbl release gate.  Once the
      *                    PAYGATE.txt report has been checked, the
      *                    operator signs the period off in PAYSIGN.dat
      *                    and the sign-off goes to PAYAUDIT.log; the
      *                    gate then lets the bank file through when
      *                    the night chain is resumed.
      * 2026-10-15 Yves    Operator sign-on through signon.cbl instead
      *                    of a typed name; the sign-off needs the A
      *                    role of the operator for PAIE, and the
      *                    signed-on operator code is the one written
      *                    to PAYSIGN.dat and PAYAUDIT.log.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PAYSIGN ASSIGN TO 'PAYSIGN.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SG-STATUS.

           SELECT F-PAYPERIOD ASSIGN TO 'PAYPERIOD.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PP-PERIOD
           FILE STATUS IS WS-PP-STATUS.

           SELECT F-PAYAUDIT ASSIGN TO 'PAYAUDIT.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one line per signed-off period, read by paygate.cbl
       FD  F-PAYSIGN
           RECORD CONTAINS 38 CHARACTERS.
       01  PAYSIGN-REC.
           05 SG-PERIOD        PIC 9(06).
           05 FILLER           PIC X(01).
           05 SG-OPERATOR      PIC X(10).
           05 FILLER           PIC X(01).
           05 SG-STAMP         PIC X(20).

           COPY 'FPAYPER'.

           COPY 'FPAYAUD'.

       WORKING-STORAGE SECTION.
       01  WS-SG-STATUS     PIC X(02).
       01  WS-PP-STATUS     PIC X(02).
       01  WS-PA-STATUS     PIC X(02).

       01  WS-SIGN-PERIOD      PIC 9(06).
       01  WS-CONFIRM          PIC X(01).
           88 WS-CONFIRMED         VALUE 'O' 'o'.
       01  WS-NOW              PIC X(21).
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
           MOVE "paysign"  TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      * releasing the transfers of a period is an administrator's act
           MOVE 'F'        TO SGN-REQUEST.
           MOVE 'A'        TO SGN-LEVEL.
           MOVE "LIBERATION VIREMENTS" TO SGN-FUNCTION.
           CALL 'signon' USING SGN-PARM.
           IF SGN-REFUSED
               DISPLAY "FONCTION NON AUTORISEE POUR VOTRE ROLE."
               MOVE 12 TO RETURN-CODE
               GO TO 0000-MAIN-END
           END-IF.
           DISPLAY "Periode a liberer (AAAAMM) ?".
           ACCEPT WS-SIGN-PERIOD.

      * the period as the register knows it; never seen means open
           MOVE 'O' TO PP-STATUS.
           OPEN INPUT F-PAYPERIOD.
           IF WS-PP-STATUS = '00'
               MOVE WS-SIGN-PERIOD TO PP-PERIOD
               READ F-PAYPERIOD
                   INVALID KEY MOVE 'O' TO PP-STATUS
               END-READ
               CLOSE F-PAYPERIOD
           END-IF.
           IF NOT PP-CALCULATED
               DISPLAY "PERIODE " WS-SIGN-PERIOD
                   " NON CALCULEE OU DEJA CLOTUREE - RIEN A LIBERER."
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-END
           END-IF.
           IF PP-BANK-SENT
               DISPLAY "VIREMENTS DE " WS-SIGN-PERIOD " DEJA EMIS."
               MOVE 8 TO RETURN-CODE
               GO TO 0000-MAIN-END
           END-IF.

           DISPLAY "Rapport PAYGATE.txt verifie, liberer les virements"
               " de " WS-SIGN-PERIOD " (O/N) ?".
           ACCEPT WS-CONFIRM.
           IF NOT WS-CONFIRMED
               DISPLAY "ABANDON - RIEN N'EST SIGNE."
               GO TO 0000-MAIN-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           PERFORM 1000-WRITE-SIGNOFF-START THRU 1000-WRITE-SIGNOFF-END.
           PERFORM 2000-WRITE-AUDIT-START THRU 2000-WRITE-AUDIT-END.
           DISPLAY "PERIODE " WS-SIGN-PERIOD " SIGNEE PAR " SGN-OPERATOR
               " - RELANCER nightrun.".
       0000-MAIN-END.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
           STOP RUN.

      ******************************************************************
      * THE SIGN-OFF LINE
      ******************************************************************
       1000-WRITE-SIGNOFF-START.
           OPEN EXTEND F-PAYSIGN.
           IF WS-SG-STATUS = '35'
               OPEN OUTPUT F-PAYSIGN
           END-IF.
           MOVE WS-SG-STATUS TO WS-ERR-STATUS.
           MOVE "PAYSIGN.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE SPACES         TO PAYSIGN-REC.
           MOVE WS-SIGN-PERIOD TO SG-PERIOD.
           MOVE SGN-OPERATOR   TO SG-OPERATOR.
           MOVE WS-NOW(1:20)   TO SG-STAMP.
           WRITE PAYSIGN-REC.
           CLOSE F-PAYSIGN.
       1000-WRITE-SIGNOFF-END.
           EXIT.

      ******************************************************************
      * THE SAME EVENT IN THE PERIOD AUDIT TRAIL - THE STATUS ITSELF
      * DOES NOT CHANGE
      ******************************************************************
       2000-WRITE-AUDIT-START.
           MOVE SPACES         TO PA-REC.
           MOVE WS-NOW         TO PA-STAMP.
           MOVE "paysign"      TO PA-PROGRAM.
           MOVE WS-SIGN-PERIOD TO PA-PERIOD.
           MOVE PP-STATUS      TO PA-OLD-STATUS.
           MOVE ">"            TO PA-ARROW.
           MOVE PP-STATUS      TO PA-NEW-STATUS.
           MOVE SGN-OPERATOR   TO PA-OPERATOR.
           MOVE "LIBERATION SIGNEE" TO PA-TEXT.
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
       2000-WRITE-AUDIT-END.
           EXIT.

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
