       IDENTIFICATION DIVISION.
       PROGRAM-ID. paymask.
       AUTHOR. Yves.
      *=================================================================
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: anonymized copies of the personnel
      *                    files for test and development - both client
      *                    files, PAYHIST.dat, BANKREF.dat,
      *                    PERSONNEL.dat and SIGNIN.LOG are rewritten,
      *                    under the same names, into a separate
      *                    directory.  Names and
      *                    IBANs are replaced by generated values drawn
      *                    from EMPLOYE-ID and a masking key, so one
      *                    employee gets the same pseudonym and the
      *                    same bank details in every file; salaries
      *                    and pay amounts move by one percentage per
      *                    employee within the chosen band, net pay
      *                    keeping its gross-minus-deductions balance;
      *                    keys, agence codes, posts and dates are kept.
      *                    The answers come from PAYMASK.parm when it
      *                    is present, as for paystmt.cbl.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'PAYMASK.parm'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STAT.

           SELECT F-PAYVIEW ASSIGN TO 'FICHIERCLIENT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PV-STATUS.

           SELECT F-EMPLOYE ASSIGN TO 'fichierclient.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EMP-STATUS.

           SELECT F-HISTORY ASSIGN TO 'PAYHIST.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

           SELECT F-BANKREF ASSIGN TO 'BANKREF.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BNK-STATUS.

           SELECT PERSONNEL-FILE ASSIGN TO 'PERSONNEL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PER-STATUS.

           SELECT SIGNIN-LOG ASSIGN TO 'SIGNIN.LOG'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

      * the masked copies, one open at a time, under the input names
      * in the target directory
           SELECT O-PAYVIEW ASSIGN TO DYNAMIC WS-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

           SELECT O-EMPLOYE ASSIGN TO DYNAMIC WS-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

           SELECT O-HISTORY ASSIGN TO DYNAMIC WS-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

           SELECT O-BANKREF ASSIGN TO DYNAMIC WS-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

           SELECT O-PERSONNEL ASSIGN TO DYNAMIC WS-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

           SELECT O-SIGNIN ASSIGN TO DYNAMIC WS-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PARM-REC            PIC X(50).

       FD  F-PAYVIEW
           RECORD CONTAINS 66 CHARACTERS.
       01  CLIENT-REC.
           05 REC-C-ID       PIC X(9).
           05 REC-C-NOM      PIC X(20).
           05 REC-C-PRENOM   PIC X(20).
           05 REC-C-JOB      PIC X(14).
           05 REC-C-REGION   PIC 9(02).
           05 REC-C-STATUT   PIC X(01).

           COPY 'FCLIENT' REPLACING ==:CLIENT:== by ==EMPLOYE==.

           COPY 'FPAYHIST'.

       FD  F-BANKREF
           RECORD CONTAINS 35 CHARACTERS.
       01  BANKREF-REC.
           05 BNK-ID           PIC 9(08).
           05 BNK-IBAN         PIC X(27).

       FD  PERSONNEL-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PERSONNEL-REC.
           05 PER-NOM PIC X(12).
           05 PER-ID  PIC X(08).

       FD  SIGNIN-LOG.
       01  LOG-REC.
           05 LOG-TIMESTAMP    PIC X(21).
           05 FILLER           PIC X(01).
           05 LOG-DIRECTION    PIC X(03).
           05 FILLER           PIC X(01).
           05 LOG-NOM          PIC X(12).
           05 FILLER           PIC X(41).

       FD  O-PAYVIEW
           RECORD CONTAINS 66 CHARACTERS.
       01  O-PAYVIEW-REC       PIC X(66).

       FD  O-EMPLOYE
           RECORD CONTAINS 81 CHARACTERS.
       01  O-EMPLOYE-REC       PIC X(81).

       FD  O-HISTORY
           RECORD CONTAINS 66 CHARACTERS.
       01  O-HISTORY-REC       PIC X(66).

       FD  O-BANKREF
           RECORD CONTAINS 35 CHARACTERS.
       01  O-BANKREF-REC       PIC X(35).

       FD  O-PERSONNEL
           RECORD CONTAINS 20 CHARACTERS.
       01  O-PERSONNEL-REC     PIC X(20).

       FD  O-SIGNIN.
       01  O-SIGNIN-REC        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PV-STATUS     PIC X(02).
           88 WS-PV-EOF         VALUE '10'.
       01  WS-EMP-STATUS    PIC X(02).
           88 WS-EMP-EOF        VALUE '10'.
       01  WS-HIST-STATUS   PIC X(02).
           88 WS-HIST-EOF       VALUE '10'.
       01  WS-BNK-STATUS    PIC X(02).
           88 WS-BNK-EOF        VALUE '10'.
       01  WS-PER-STATUS    PIC X(02).
           88 WS-PER-EOF        VALUE '10'.
       01  WS-LOG-STATUS    PIC X(02).
           88 WS-LOG-EOF        VALUE '10'.
       01  WS-OUT-STATUS    PIC X(02).

      * unattended mode: when the parameter file is present, every
      * prompt takes its answer from the next line of that file
       01  WS-PARM-STAT        PIC X(02).
       01  WS-PARM-MODE-SW     PIC X(01) VALUE 'N'.
           88 WS-PARM-MODE         VALUE 'Y'.
       01  WS-ANSWER           PIC X(50).

       01  WS-TARGET-DIR       PIC X(40) VALUE 'masque'.
       01  WS-OUT-NAME         PIC X(60).
       01  WS-SHELL-CMD        PIC X(80).
       01  WS-BAND             PIC 9(02) VALUE 10.
       01  WS-BAND-SPAN        PIC 9(03) VALUE 21.
       01  WS-KEY              PIC 9(09) VALUE 0.
       01  WS-TIME.
           05 FILLER           PIC X(08).
           05 WS-TIME-HHMMSSCC PIC 9(08).
           05 FILLER           PIC X(05).

      * the draws: a multiplicative congruential sequence started
      * from the employee, the key and the purpose of the draw, so a
      * value never depends on the order or the file it is met in
       01  WS-ID-N             PIC 9(09) VALUE 0.
       01  WS-SALT             PIC 9(01) VALUE 0.
           88 WS-SALT-NAMES        VALUE 1.
           88 WS-SALT-SALARY       VALUE 2.
           88 WS-SALT-IBAN         VALUE 3.
       01  WS-SEED             PIC 9(18) VALUE 0.
       01  WS-SEED-QUOT        PIC 9(18) VALUE 0.
       01  WS-DRAW             PIC 9(10) VALUE 0.
       01  WS-DRAW-QUOT        PIC 9(10) VALUE 0.
       01  WS-PICK             PIC 9(03) VALUE 0.
       01  WS-TEXT             PIC X(20).
       01  WS-TEXT-POS         PIC 9(02) VALUE 0.

       01  WS-SYLLABLE-VALUES.
           05 FILLER PIC X(40) VALUE
              "BER NARDDU  MONTLE  ROUXMAR CHALFAU RE  ".
           05 FILLER PIC X(40) VALUE
              "GAR NIERBOU CHERVIL LARDPER RIN LA  TOUR".
       01  WS-SYLLABLE-TABLE REDEFINES WS-SYLLABLE-VALUES.
           05 WS-SYLLABLE      PIC X(04) OCCURS 20 TIMES.

       01  WS-PRENOM-VALUES.
           05 FILLER PIC X(40) VALUE
              "MARIE     JEAN      PIERRE    SOPHIE    ".
           05 FILLER PIC X(40) VALUE
              "LUC       CLAIRE    PAUL      ANNE      ".
           05 FILLER PIC X(40) VALUE
              "MICHEL    JULIE     ALAIN     NATHALIE  ".
           05 FILLER PIC X(40) VALUE
              "ERIC      ISABELLE  DENIS     CAMILLE   ".
           05 FILLER PIC X(40) VALUE
              "THOMAS    LAURE     HUGO      EMMA      ".
           05 FILLER PIC X(40) VALUE
              "LOUIS     CHLOE     NICOLAS   SARAH     ".
       01  WS-PRENOM-TABLE REDEFINES WS-PRENOM-VALUES.
           05 WS-PRENOM        PIC X(10) OCCURS 24 TIMES.

       01  WS-MASK-NOM         PIC X(20).
       01  WS-MASK-PRENOM      PIC X(20).
       01  WS-S1               PIC 9(02) VALUE 0.
       01  WS-S2               PIC 9(02) VALUE 0.
       01  WS-S3               PIC 9(02) VALUE 0.

      * the salary movement of the employee, in percent
       01  WS-PCT              PIC S9(03) VALUE 0.
       01  WS-NEW-GROSS        PIC S9(07) VALUE 0.
       01  WS-NEW-DEDUCT       PIC S9(07)V9(02) VALUE 0.

      * the generated IBAN keeps the country and the length of the
      * real one; the check digits are set by mod 97 as paybref.cbl
      * verifies them
       01  WS-IBAN             PIC X(27).
       01  WS-IB-LEN           PIC 9(02) VALUE 0.
       01  WS-IB-POS           PIC 9(02) VALUE 0.
       01  WS-IB-CHAR          PIC X(01).
       01  WS-IB-REARR         PIC X(34).
       01  WS-IB-WORK          PIC 9(05) VALUE 0.
       01  WS-IB-QUOT          PIC 9(05) VALUE 0.
       01  WS-IB-REM           PIC 9(02) VALUE 0.
       01  WS-IB-LETTER        PIC 9(02) VALUE 0.
       01  WS-IB-DIGIT         PIC 9(01) VALUE 0.
       01  WS-IB-CHECK         PIC 9(02) VALUE 0.
       01  WS-ALPHABET         PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * badge names of PERSONNEL.dat and their masked value, for the
      * names met in SIGNIN.LOG
       01  WS-BADGE-TABLE.
           05 WS-BDG-ENTRY OCCURS 2000 TIMES INDEXED BY WS-BDG-IDX.
              10 WS-BDG-NOM     PIC X(12).
              10 WS-BDG-MASKED  PIC X(12).
       01  WS-BDG-COUNT        PIC 9(04) VALUE 0.

       01  WS-READ-COUNT       PIC 9(07) VALUE 0.
       01  WS-FILE-COUNT       PIC 9(01) VALUE 0.
       01  WS-DISP-COUNT       PIC Z(06)9.
      *=================================================================
      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(60).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 1000-GET-PARMS-START THRU 1000-GET-PARMS-END.

           PERFORM 2000-PAYVIEW-START THRU 2000-PAYVIEW-END.
           PERFORM 3000-EMPLOYE-START THRU 3000-EMPLOYE-END.
           PERFORM 4000-HISTORY-START THRU 4000-HISTORY-END.
           PERFORM 5000-BANKREF-START THRU 5000-BANKREF-END.
           PERFORM 6000-PERSONNEL-START THRU 6000-PERSONNEL-END.
           PERFORM 6500-SIGNIN-START THRU 6500-SIGNIN-END.

           DISPLAY "FICHIERS MASQUES: " WS-FILE-COUNT
               " DANS " WS-TARGET-DIR.
           IF WS-FILE-COUNT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * TARGET DIRECTORY, SALARY BAND AND MASKING KEY - THE SAME KEY
      * GIVES THE SAME MASKED SET AGAIN; THE CURRENT DIRECTORY IS
      * REFUSED SO THE REAL FILES ARE NEVER OVERWRITTEN
      ******************************************************************
       1000-GET-PARMS-START.
           PERFORM 8000-OPEN-PARMS-START
              THRU 8000-OPEN-PARMS-END.
           DISPLAY "Repertoire des copies masquees (masque) ?".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           IF WS-ANSWER NOT = SPACES
               MOVE WS-ANSWER TO WS-TARGET-DIR
           END-IF.
           IF WS-TARGET-DIR = "." OR WS-TARGET-DIR = "./"
               DISPLAY "Les copies masquees ne peuvent pas remplacer "
                   "les fichiers reels."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Ecart maximal des salaires en % (10) ?".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           IF WS-ANSWER NOT = SPACES
               COMPUTE WS-BAND = FUNCTION NUMVAL(WS-ANSWER)
           END-IF.

           DISPLAY "Cle de masquage (vide = tiree de l'heure) ?".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           IF WS-ANSWER NOT = SPACES
               COMPUTE WS-KEY = FUNCTION NUMVAL(WS-ANSWER)
           END-IF.
           IF WS-KEY = 0
               MOVE FUNCTION CURRENT-DATE TO WS-TIME
               MOVE WS-TIME-HHMMSSCC TO WS-KEY
               DISPLAY "CLE DE MASQUAGE: " WS-KEY
           END-IF.
           IF WS-PARM-MODE
               CLOSE PARM-FILE
           END-IF.

           MOVE SPACES TO WS-SHELL-CMD.
           STRING "mkdir -p " DELIMITED BY SIZE
               WS-TARGET-DIR DELIMITED BY SPACE
               INTO WS-SHELL-CMD.
           CALL "SYSTEM" USING WS-SHELL-CMD.
       1000-GET-PARMS-END.
           EXIT.

      ******************************************************************
      * FICHIERCLIENT.txt - THE PAY VIEW: NAMES MASKED
      ******************************************************************
       2000-PAYVIEW-START.
           OPEN INPUT F-PAYVIEW.
           IF WS-PV-STATUS = '35'
               DISPLAY "FICHIERCLIENT.txt ABSENT - NON MASQUE."
               GO TO 2000-PAYVIEW-END
           END-IF.
           MOVE WS-PV-STATUS TO WS-ERR-STATUS.
           MOVE "FICHIERCLIENT.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE "FICHIERCLIENT.txt" TO WS-TEXT.
           PERFORM 8200-OUT-NAME-START THRU 8200-OUT-NAME-END.
           OPEN OUTPUT O-PAYVIEW.
           PERFORM 8300-CHECK-OUT-START THRU 8300-CHECK-OUT-END.

           MOVE 0 TO WS-READ-COUNT.
           PERFORM 2100-PAYVIEW-ONE-START THRU 2100-PAYVIEW-ONE-END
               UNTIL WS-PV-EOF.
           CLOSE F-PAYVIEW O-PAYVIEW.
           PERFORM 8400-FILE-DONE-START THRU 8400-FILE-DONE-END.
       2000-PAYVIEW-END.
           EXIT.

       2100-PAYVIEW-ONE-START.
           READ F-PAYVIEW
               AT END GO TO 2100-PAYVIEW-ONE-END
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           IF REC-C-ID IS NUMERIC
               MOVE REC-C-ID TO WS-ID-N
               PERFORM 7200-MAKE-NAMES-START
                  THRU 7200-MAKE-NAMES-END
           ELSE
               MOVE REC-C-ID TO WS-TEXT
               PERFORM 7250-NAMES-FROM-TEXT-START
                  THRU 7250-NAMES-FROM-TEXT-END
           END-IF.
           MOVE WS-MASK-NOM TO REC-C-NOM.
           MOVE WS-MASK-PRENOM TO REC-C-PRENOM.
           WRITE O-PAYVIEW-REC FROM CLIENT-REC.
       2100-PAYVIEW-ONE-END.
           EXIT.

      ******************************************************************
      * fichierclient.txt - THE SALARY VIEW: NAMES MASKED, SALARY
      * MOVED WITHIN THE BAND
      ******************************************************************
       3000-EMPLOYE-START.
           OPEN INPUT F-EMPLOYE.
           IF WS-EMP-STATUS = '35'
               DISPLAY "fichierclient.txt ABSENT - NON MASQUE."
               GO TO 3000-EMPLOYE-END
           END-IF.
           MOVE WS-EMP-STATUS TO WS-ERR-STATUS.
           MOVE "fichierclient.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE "fichierclient.txt" TO WS-TEXT.
           PERFORM 8200-OUT-NAME-START THRU 8200-OUT-NAME-END.
           OPEN OUTPUT O-EMPLOYE.
           PERFORM 8300-CHECK-OUT-START THRU 8300-CHECK-OUT-END.

           MOVE 0 TO WS-READ-COUNT.
           PERFORM 3100-EMPLOYE-ONE-START THRU 3100-EMPLOYE-ONE-END
               UNTIL WS-EMP-EOF.
           CLOSE F-EMPLOYE O-EMPLOYE.
           PERFORM 8400-FILE-DONE-START THRU 8400-FILE-DONE-END.
       3000-EMPLOYE-END.
           EXIT.

       3100-EMPLOYE-ONE-START.
           READ F-EMPLOYE
               AT END GO TO 3100-EMPLOYE-ONE-END
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE EMPLOYE-ID TO WS-ID-N.
           PERFORM 7200-MAKE-NAMES-START THRU 7200-MAKE-NAMES-END.
           MOVE WS-MASK-NOM TO EMPLOYE-NOM.
           MOVE WS-MASK-PRENOM TO EMPLOYE-PRENOM.
           IF EMPLOYE-SALAIRE IS NUMERIC
               PERFORM 7300-MAKE-FACTOR-START
                  THRU 7300-MAKE-FACTOR-END
               COMPUTE EMPLOYE-SALAIRE ROUNDED =
                   EMPLOYE-SALAIRE * (100 + WS-PCT) / 100
           END-IF.
           WRITE O-EMPLOYE-REC FROM EMPLOYE-REC.
       3100-EMPLOYE-ONE-END.
           EXIT.

      ******************************************************************
      * PAYHIST.dat - NAME MASKED, AMOUNTS MOVED BY THE EMPLOYEE'S
      * PERCENTAGE; NET TAKES THE SAME MOVE AS GROSS MINUS DEDUCTIONS
      ******************************************************************
       4000-HISTORY-START.
           OPEN INPUT F-HISTORY.
           IF WS-HIST-STATUS = '35'
               DISPLAY "PAYHIST.dat ABSENT - NON MASQUE."
               GO TO 4000-HISTORY-END
           END-IF.
           MOVE WS-HIST-STATUS TO WS-ERR-STATUS.
           MOVE "PAYHIST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE "PAYHIST.dat" TO WS-TEXT.
           PERFORM 8200-OUT-NAME-START THRU 8200-OUT-NAME-END.
           OPEN OUTPUT O-HISTORY.
           PERFORM 8300-CHECK-OUT-START THRU 8300-CHECK-OUT-END.

           MOVE 0 TO WS-READ-COUNT.
           PERFORM 4100-HISTORY-ONE-START THRU 4100-HISTORY-ONE-END
               UNTIL WS-HIST-EOF.
           CLOSE F-HISTORY O-HISTORY.
           PERFORM 8400-FILE-DONE-START THRU 8400-FILE-DONE-END.
       4000-HISTORY-END.
           EXIT.

       4100-HISTORY-ONE-START.
           READ F-HISTORY
               AT END GO TO 4100-HISTORY-ONE-END
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE HIST-ID TO WS-ID-N.
           PERFORM 7200-MAKE-NAMES-START THRU 7200-MAKE-NAMES-END.
           MOVE WS-MASK-NOM TO HIST-NOM.
           PERFORM 7300-MAKE-FACTOR-START THRU 7300-MAKE-FACTOR-END.
           IF HIST-GROSS IS NUMERIC AND HIST-DEDUCT IS NUMERIC
           AND HIST-NET IS NUMERIC
               COMPUTE WS-NEW-GROSS ROUNDED =
                   HIST-GROSS * (100 + WS-PCT) / 100
               COMPUTE WS-NEW-DEDUCT ROUNDED =
                   HIST-DEDUCT * (100 + WS-PCT) / 100
               COMPUTE HIST-NET = HIST-NET
                   + (WS-NEW-GROSS - HIST-GROSS)
                   - (WS-NEW-DEDUCT - HIST-DEDUCT)
               MOVE WS-NEW-GROSS TO HIST-GROSS
               MOVE WS-NEW-DEDUCT TO HIST-DEDUCT
           END-IF.
           IF HIST-OVERTIME IS NUMERIC
               COMPUTE HIST-OVERTIME ROUNDED =
                   HIST-OVERTIME * (100 + WS-PCT) / 100
           END-IF.
           WRITE O-HISTORY-REC FROM HIST-REC.
       4100-HISTORY-ONE-END.
           EXIT.

      ******************************************************************
      * BANKREF.dat - A GENERATED IBAN OF THE SAME COUNTRY AND LENGTH
      ******************************************************************
       5000-BANKREF-START.
           OPEN INPUT F-BANKREF.
           IF WS-BNK-STATUS = '35'
               DISPLAY "BANKREF.dat ABSENT - NON MASQUE."
               GO TO 5000-BANKREF-END
           END-IF.
           MOVE WS-BNK-STATUS TO WS-ERR-STATUS.
           MOVE "BANKREF.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE "BANKREF.dat" TO WS-TEXT.
           PERFORM 8200-OUT-NAME-START THRU 8200-OUT-NAME-END.
           OPEN OUTPUT O-BANKREF.
           PERFORM 8300-CHECK-OUT-START THRU 8300-CHECK-OUT-END.

           MOVE 0 TO WS-READ-COUNT.
           PERFORM 5100-BANKREF-ONE-START THRU 5100-BANKREF-ONE-END
               UNTIL WS-BNK-EOF.
           CLOSE F-BANKREF O-BANKREF.
           PERFORM 8400-FILE-DONE-START THRU 8400-FILE-DONE-END.
       5000-BANKREF-END.
           EXIT.

       5100-BANKREF-ONE-START.
           READ F-BANKREF
               AT END GO TO 5100-BANKREF-ONE-END
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE BNK-ID TO WS-ID-N.
           PERFORM 7400-MAKE-IBAN-START THRU 7400-MAKE-IBAN-END.
           MOVE WS-IBAN TO BNK-IBAN.
           WRITE O-BANKREF-REC FROM BANKREF-REC.
       5100-BANKREF-ONE-END.
           EXIT.

      ******************************************************************
      * PERSONNEL.dat - THE BADGE NAME BECOMES THE MASKED NAME OF THE
      * EMPLOYEE; EACH PAIR IS KEPT FOR SIGNIN.LOG
      ******************************************************************
       6000-PERSONNEL-START.
           OPEN INPUT PERSONNEL-FILE.
           IF WS-PER-STATUS = '35'
               DISPLAY "PERSONNEL.dat ABSENT - NON MASQUE."
               GO TO 6000-PERSONNEL-END
           END-IF.
           MOVE WS-PER-STATUS TO WS-ERR-STATUS.
           MOVE "PERSONNEL.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE "PERSONNEL.dat" TO WS-TEXT.
           PERFORM 8200-OUT-NAME-START THRU 8200-OUT-NAME-END.
           OPEN OUTPUT O-PERSONNEL.
           PERFORM 8300-CHECK-OUT-START THRU 8300-CHECK-OUT-END.

           MOVE 0 TO WS-READ-COUNT.
           PERFORM 6100-PERSONNEL-ONE-START
              THRU 6100-PERSONNEL-ONE-END
               UNTIL WS-PER-EOF.
           CLOSE PERSONNEL-FILE O-PERSONNEL.
           PERFORM 8400-FILE-DONE-START THRU 8400-FILE-DONE-END.
       6000-PERSONNEL-END.
           EXIT.

       6100-PERSONNEL-ONE-START.
           READ PERSONNEL-FILE
               AT END GO TO 6100-PERSONNEL-ONE-END
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           IF PER-ID IS NUMERIC
               MOVE PER-ID TO WS-ID-N
               PERFORM 7200-MAKE-NAMES-START
                  THRU 7200-MAKE-NAMES-END
           ELSE
               MOVE PER-NOM TO WS-TEXT
               PERFORM 7250-NAMES-FROM-TEXT-START
                  THRU 7250-NAMES-FROM-TEXT-END
           END-IF.
           IF WS-BDG-COUNT < 2000
               ADD 1 TO WS-BDG-COUNT
               MOVE PER-NOM TO WS-BDG-NOM(WS-BDG-COUNT)
               MOVE WS-MASK-NOM TO WS-BDG-MASKED(WS-BDG-COUNT)
           END-IF.
           MOVE WS-MASK-NOM TO PER-NOM.
           WRITE O-PERSONNEL-REC FROM PERSONNEL-REC.
       6100-PERSONNEL-ONE-END.
           EXIT.

      ******************************************************************
      * SIGNIN.LOG - A KNOWN BADGE NAME TAKES ITS PERSONNEL.dat MASK,
      * AN UNKNOWN ONE A MASK DRAWN FROM THE NAME ITSELF
      ******************************************************************
       6500-SIGNIN-START.
           OPEN INPUT SIGNIN-LOG.
           IF WS-LOG-STATUS = '35'
               DISPLAY "SIGNIN.LOG ABSENT - NON MASQUE."
               GO TO 6500-SIGNIN-END
           END-IF.
           MOVE WS-LOG-STATUS TO WS-ERR-STATUS.
           MOVE "SIGNIN.LOG" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE "SIGNIN.LOG" TO WS-TEXT.
           PERFORM 8200-OUT-NAME-START THRU 8200-OUT-NAME-END.
           OPEN OUTPUT O-SIGNIN.
           PERFORM 8300-CHECK-OUT-START THRU 8300-CHECK-OUT-END.

           MOVE 0 TO WS-READ-COUNT.
           PERFORM 6600-SIGNIN-ONE-START THRU 6600-SIGNIN-ONE-END
               UNTIL WS-LOG-EOF.
           CLOSE SIGNIN-LOG O-SIGNIN.
           PERFORM 8400-FILE-DONE-START THRU 8400-FILE-DONE-END.
       6500-SIGNIN-END.
           EXIT.

       6600-SIGNIN-ONE-START.
           READ SIGNIN-LOG
               AT END GO TO 6600-SIGNIN-ONE-END
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           IF LOG-NOM NOT = SPACES
               SET WS-BDG-IDX TO 1
               SEARCH WS-BDG-ENTRY
                   AT END
                       MOVE LOG-NOM TO WS-TEXT
                       PERFORM 7250-NAMES-FROM-TEXT-START
                          THRU 7250-NAMES-FROM-TEXT-END
                       MOVE WS-MASK-NOM TO LOG-NOM
                   WHEN WS-BDG-NOM(WS-BDG-IDX) = LOG-NOM
                       MOVE WS-BDG-MASKED(WS-BDG-IDX) TO LOG-NOM
               END-SEARCH
           END-IF.
           WRITE O-SIGNIN-REC FROM LOG-REC.
       6600-SIGNIN-ONE-END.
           EXIT.

      ******************************************************************
      * START OF A SEQUENCE FOR THE EMPLOYEE WS-ID-N AND THE PURPOSE
      * WS-SALT, THEN THE NEXT DRAW (1 TO 2147483646)
      ******************************************************************
       7000-START-SEED-START.
           COMPUTE WS-SEED = WS-ID-N * 16807 + WS-KEY * 31
               + WS-SALT * 1000003.
           DIVIDE WS-SEED BY 2147483646 GIVING WS-SEED-QUOT
               REMAINDER WS-DRAW.
           ADD 1 TO WS-DRAW.
           PERFORM 7100-NEXT-DRAW-START THRU 7100-NEXT-DRAW-END.
           PERFORM 7100-NEXT-DRAW-START THRU 7100-NEXT-DRAW-END.
       7000-START-SEED-END.
           EXIT.

       7100-NEXT-DRAW-START.
           COMPUTE WS-SEED = WS-DRAW * 48271.
           DIVIDE WS-SEED BY 2147483647 GIVING WS-SEED-QUOT
               REMAINDER WS-DRAW.
       7100-NEXT-DRAW-END.
           EXIT.

      ******************************************************************
      * PSEUDONYM: A NAME OF THREE SYLLABLES AND A FIRST NAME
      ******************************************************************
       7200-MAKE-NAMES-START.
           SET WS-SALT-NAMES TO TRUE.
           PERFORM 7000-START-SEED-START THRU 7000-START-SEED-END.
           PERFORM 7210-BUILD-NAMES-START THRU 7210-BUILD-NAMES-END.
       7200-MAKE-NAMES-END.
           EXIT.

       7210-BUILD-NAMES-START.
           DIVIDE WS-DRAW BY 20 GIVING WS-DRAW-QUOT REMAINDER WS-S1.
           PERFORM 7100-NEXT-DRAW-START THRU 7100-NEXT-DRAW-END.
           DIVIDE WS-DRAW BY 20 GIVING WS-DRAW-QUOT REMAINDER WS-S2.
           PERFORM 7100-NEXT-DRAW-START THRU 7100-NEXT-DRAW-END.
           DIVIDE WS-DRAW BY 20 GIVING WS-DRAW-QUOT REMAINDER WS-S3.
           PERFORM 7100-NEXT-DRAW-START THRU 7100-NEXT-DRAW-END.
           DIVIDE WS-DRAW BY 24 GIVING WS-DRAW-QUOT REMAINDER WS-PICK.
           MOVE SPACES TO WS-MASK-NOM.
           STRING WS-SYLLABLE(WS-S1 + 1) DELIMITED BY SPACE
               WS-SYLLABLE(WS-S2 + 1) DELIMITED BY SPACE
               WS-SYLLABLE(WS-S3 + 1) DELIMITED BY SPACE
               INTO WS-MASK-NOM.
           MOVE WS-PRENOM(WS-PICK + 1) TO WS-MASK-PRENOM.
       7210-BUILD-NAMES-END.
           EXIT.

      * a name that has no employee number behind it: the sequence
      * starts from the letters of the name instead
       7250-NAMES-FROM-TEXT-START.
           MOVE 0 TO WS-ID-N.
           PERFORM 7260-TEXT-CHAR-START THRU 7260-TEXT-CHAR-END
               VARYING WS-TEXT-POS FROM 1 BY 1 UNTIL WS-TEXT-POS > 20.
           SET WS-SALT-NAMES TO TRUE.
           PERFORM 7000-START-SEED-START THRU 7000-START-SEED-END.
           PERFORM 7210-BUILD-NAMES-START THRU 7210-BUILD-NAMES-END.
       7250-NAMES-FROM-TEXT-END.
           EXIT.

       7260-TEXT-CHAR-START.
           COMPUTE WS-SEED = WS-ID-N * 31
               + FUNCTION ORD(WS-TEXT(WS-TEXT-POS:1)).
           DIVIDE WS-SEED BY 999999937 GIVING WS-SEED-QUOT
               REMAINDER WS-ID-N.
       7260-TEXT-CHAR-END.
           EXIT.

      ******************************************************************
      * THE EMPLOYEE'S SALARY MOVE, FROM -BAND TO +BAND PERCENT
      ******************************************************************
       7300-MAKE-FACTOR-START.
           SET WS-SALT-SALARY TO TRUE.
           PERFORM 7000-START-SEED-START THRU 7000-START-SEED-END.
           COMPUTE WS-BAND-SPAN = WS-BAND * 2 + 1.
           DIVIDE WS-DRAW BY WS-BAND-SPAN GIVING WS-DRAW-QUOT
               REMAINDER WS-PICK.
           COMPUTE WS-PCT = WS-PICK - WS-BAND.
       7300-MAKE-FACTOR-END.
           EXIT.

      ******************************************************************
      * IBAN: COUNTRY AND LENGTH OF THE REAL ONE, GENERATED DIGITS,
      * THEN THE CHECK DIGITS 98 - (REARRANGED IBAN WITH 00) MOD 97
      ******************************************************************
       7400-MAKE-IBAN-START.
           MOVE SPACES TO WS-IBAN.
           MOVE 0 TO WS-IB-LEN.
           INSPECT BNK-IBAN TALLYING WS-IB-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-IB-LEN < 5 OR BNK-IBAN(1:2) IS NOT ALPHABETIC
               MOVE BNK-IBAN TO WS-IBAN
               GO TO 7400-MAKE-IBAN-END
           END-IF.
           MOVE BNK-IBAN(1:2) TO WS-IBAN(1:2).
           MOVE "00" TO WS-IBAN(3:2).
           SET WS-SALT-IBAN TO TRUE.
           PERFORM 7000-START-SEED-START THRU 7000-START-SEED-END.
           PERFORM 7410-IBAN-DIGIT-START THRU 7410-IBAN-DIGIT-END
               VARYING WS-IB-POS FROM 5 BY 1
               UNTIL WS-IB-POS > WS-IB-LEN.

           MOVE SPACES TO WS-IB-REARR.
           MOVE WS-IBAN(5:WS-IB-LEN - 4) TO WS-IB-REARR.
           MOVE WS-IBAN(1:4) TO WS-IB-REARR(WS-IB-LEN - 3:4).
           MOVE 0 TO WS-IB-REM.
           PERFORM 7420-MOD97-START THRU 7420-MOD97-END
               VARYING WS-IB-POS FROM 1 BY 1
               UNTIL WS-IB-POS > WS-IB-LEN.
           COMPUTE WS-IB-CHECK = 98 - WS-IB-REM.
           MOVE WS-IB-CHECK TO WS-IBAN(3:2).
       7400-MAKE-IBAN-END.
           EXIT.

       7410-IBAN-DIGIT-START.
           PERFORM 7100-NEXT-DRAW-START THRU 7100-NEXT-DRAW-END.
           DIVIDE WS-DRAW BY 10 GIVING WS-DRAW-QUOT
               REMAINDER WS-IB-DIGIT.
           MOVE WS-IB-DIGIT TO WS-IBAN(WS-IB-POS:1).
       7410-IBAN-DIGIT-END.
           EXIT.

       7420-MOD97-START.
           MOVE WS-IB-REARR(WS-IB-POS:1) TO WS-IB-CHAR.
           IF WS-IB-CHAR IS NUMERIC
               MOVE WS-IB-CHAR TO WS-IB-DIGIT
               COMPUTE WS-IB-WORK = WS-IB-REM * 10 + WS-IB-DIGIT
           ELSE
               MOVE 0 TO WS-IB-LETTER
               INSPECT WS-ALPHABET TALLYING WS-IB-LETTER
                   FOR CHARACTERS BEFORE INITIAL WS-IB-CHAR
               COMPUTE WS-IB-WORK = WS-IB-REM * 100
                   + WS-IB-LETTER + 10
           END-IF.
           DIVIDE WS-IB-WORK BY 97 GIVING WS-IB-QUOT
               REMAINDER WS-IB-REM.
       7420-MOD97-END.
           EXIT.

      ******************************************************************
      * PROMPT ANSWERS, FROM PAYMASK.parm WHEN PRESENT
      ******************************************************************
       8000-OPEN-PARMS-START.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STAT = '00'
               MOVE 'Y' TO WS-PARM-MODE-SW
           END-IF.
       8000-OPEN-PARMS-END.
           EXIT.

       8100-GET-ANSWER-START.
           MOVE SPACES TO WS-ANSWER.
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

      * the masked copy of WS-TEXT in the target directory
       8200-OUT-NAME-START.
           MOVE SPACES TO WS-OUT-NAME.
           STRING WS-TARGET-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-TEXT DELIMITED BY SPACE
               INTO WS-OUT-NAME.
       8200-OUT-NAME-END.
           EXIT.

       8300-CHECK-OUT-START.
           MOVE WS-OUT-STATUS TO WS-ERR-STATUS.
           MOVE WS-OUT-NAME TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       8300-CHECK-OUT-END.
           EXIT.

       8400-FILE-DONE-START.
           ADD 1 TO WS-FILE-COUNT.
           MOVE WS-READ-COUNT TO WS-DISP-COUNT.
           DISPLAY WS-OUT-NAME(1:40) WS-DISP-COUNT " ENREGISTREMENTS".
       8400-FILE-DONE-END.
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
