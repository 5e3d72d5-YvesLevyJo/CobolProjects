      *                    remainder so the hash total still
      *                    balances); a split not summing to 100
      *                    stops the run before anything is written.
      * 2026-10-15 Yves    Pay-period register PAYPERIOD.dat: a closed
      *                    or already posted period is refused; the run
      *                    marks the ledger posted and closes the
      *                    period once the transfers are also out, each
      *                    change logged to PAYAUDIT.log.
      * 2026-10-15 Yves    Only a calculated period is posted.  The
      *                    mass per agence is the gross actually paid,
      *                    read from the period's PAYSLIPS.dat as
      *                    payrun.cbl builds PAYCHRG.dat (absences,
      *                    overtime, arrears and leaver settlements
      *                    included), the agence and the GLSPLITS.dat
      *                    shares still taken per employee; a slip of
      *                    an employee missing from fichierclient.txt
      *                    books to suspense section 999 with RC 4.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EMP-STATUS.

           SELECT F-PAYSLIP ASSIGN TO 'PAYSLIPS.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PS-STATUS.

           SELECT F-JOURNAL ASSIGN TO 'GLEXTRACT.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SPL-STATUS.

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

           COPY 'FCLIENT' REPLACING ==:CLIENT:== by ==EMPLOYE==.

      * the slips of the period, as written by payrun.cbl
       FD  F-PAYSLIP
           RECORD CONTAINS 88 CHARACTERS.
       01  PAYSLIP-REC.
           05 PS-ID            PIC 9(08).
           05 FILLER           PIC X(02).
           05 PS-NOM           PIC X(20).
           05 FILLER           PIC X(02).
           05 PS-GROSS         PIC 9(07).
           05 FILLER           PIC X(02).
           05 PS-DEDUCT        PIC 9(07).9(02).
           05 FILLER           PIC X(02).
           05 PS-NET           PIC 9(07).9(02).
           05 FILLER           PIC X(01).
           05 PS-SOLDE-CP      PIC 9(03).9(02).
           05 FILLER           PIC X(01).
           05 PS-SOLDE-RTT     PIC 9(03).9(02).
           05 FILLER           PIC X(01).
           05 PS-HSUP          PIC 9(07).
           05 FILLER           PIC X(03).

      * fixed accounting-interface layout: record type, account,
      * agence, debit, credit, accounting date
       FD  F-JOURNAL
           05 SPL-AGENCE       PIC X(03).
           05 SPL-PCT          PIC 9(03).

           COPY 'FPAYPER'.

           COPY 'FPAYAUD'.

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS    PIC X(02).
           88 WS-EMP-EOF        VALUE '10'.
       01  WS-PS-STATUS     PIC X(02).
           88 WS-PS-EOF         VALUE '10'.
       01  WS-JRN-STATUS    PIC X(02).
       01  WS-SPL-STATUS    PIC X(02).
           88 WS-SPL-EOF        VALUE '10'.
       01  WS-PP-STATUS     PIC X(02).
       01  WS-PA-STATUS     PIC X(02).

      * the pay-period register entry of the run period
       01  WS-RUN-PERIOD       PIC 9(06) VALUE 0.
       01  WS-PP-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-PP-FOUND          VALUE 'Y'.
           88 WS-PP-NOT-FOUND      VALUE 'N'.
       01  WS-PP-OLD-STATUS    PIC X(01) VALUE SPACES.

       01  WS-EMPLOYEE.
           05 WS-EMP-ID       PIC 9(8).
           05 WS-EMP-STATUT   PIC x(1).
              88 WS-EMP-INACTIF  VALUE 'I'.

      * every employee's agence, inactive ones included: a leaver's
      * settlement is paid on the slip of the month they leave
       01  WS-EMP-TABLE.
           05 WS-ET-ENTRY OCCURS 5000 TIMES INDEXED BY WS-ET-IDX.
              10 WS-ET-ID          PIC 9(08) VALUE 0.
              10 WS-ET-AGENCE      PIC X(03) VALUE SPACES.
       01  WS-ET-COUNT         PIC 9(04) VALUE 0.
       01  WS-ET-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-ET-FOUND          VALUE 'Y'.
           88 WS-ET-NOT-FOUND      VALUE 'N'.

      * the gross of the slip being routed, and the section of a
      * slip whose employee is not in fichierclient.txt
       01  WS-SLIP-GROSS       PIC 9(07) VALUE 0.
       01  WS-SUSPENSE         PIC X(03) VALUE "999".
       01  WS-SUSPENSE-COUNT   PIC 9(04) VALUE 0.

      * salary mass per agence, accumulated in one pass
       01  WS-AGENCE-TABLE.
           05 WS-AG-ENTRY OCCURS 500 TIMES INDEXED BY WS-AG-IDX.
       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM 0100-CHECK-PERIOD-START THRU 0100-CHECK-PERIOD-END.
           PERFORM 0500-LOAD-SPLITS-START THRU 0500-LOAD-SPLITS-END.
           PERFORM 1000-TALLY-MASSE-START THRU 1000-TALLY-MASSE-END.
           PERFORM 2000-WRITE-JOURNAL-START
              THRU 2000-WRITE-JOURNAL-END.
           PERFORM 8100-MARK-PERIOD-START THRU 8100-MARK-PERIOD-END.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * A CLOSED PERIOD, OR ONE ALREADY POSTED, IS NOT POSTED AGAIN;
      * A PERIOD PAYRUN HAS NOT CALCULATED IS NOT POSTED AT ALL
      ******************************************************************
       0100-CHECK-PERIOD-START.
           MOVE WS-CD-DATE(1:6) TO WS-RUN-PERIOD.
           PERFORM 8000-READ-PERIOD-START THRU 8000-READ-PERIOD-END.
           IF PP-CLOSED
               CLOSE F-PAYPERIOD
               DISPLAY "PERIODE " WS-RUN-PERIOD
                   " CLOTUREE - EXTRACTION REFUSEE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT PP-CALCULATED
               CLOSE F-PAYPERIOD
               DISPLAY "PAIE DE LA PERIODE " WS-RUN-PERIOD
                   " NON CALCULEE - EXTRACTION REFUSEE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PP-GL-POSTED
               CLOSE F-PAYPERIOD
               DISPLAY "ECRITURES DE LA PERIODE " WS-RUN-PERIOD
                   " DEJA PASSEES."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE F-PAYPERIOD.
       0100-CHECK-PERIOD-END.
           EXIT.

      ******************************************************************
      * LOAD THE PERCENTAGE SPLITS AND CHECK EVERY LISTED EMPLOYEE'S
      * SHARES SUM TO EXACTLY 100 - A BAD SPLIT STOPS THE RUN BEFORE
           EXIT.

      ******************************************************************
      * ACCUMULATE THE GROSS PAID PER AGENCE FROM THE PERIOD'S SLIPS,
      * SO THE LEDGER AGREES WITH PAYSLIPS.dat AND PAYCHRG.dat
      ******************************************************************
       1000-TALLY-MASSE-START.
           OPEN INPUT F-EMPLOYE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1010-READ-EMP-START THRU 1010-READ-EMP-END
               UNTIL WS-EMP-EOF.
           CLOSE F-EMPLOYE.

           OPEN INPUT F-PAYSLIP.
           MOVE WS-PS-STATUS TO WS-ERR-STATUS.
           MOVE "PAYSLIPS.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1100-READ-SLIP-START THRU 1100-READ-SLIP-END
               UNTIL WS-PS-EOF.
           CLOSE F-PAYSLIP.
           IF WS-SUSPENSE-COUNT > 0
               DISPLAY "BULLETINS EN SECTION " WS-SUSPENSE ": "
                   WS-SUSPENSE-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
       1000-TALLY-MASSE-END.
           EXIT.

       1010-READ-EMP-START.
           READ F-EMPLOYE INTO WS-EMPLOYEE
               AT END SET WS-EMP-EOF TO TRUE
               NOT AT END
                   IF WS-ET-COUNT < 5000
                       ADD 1 TO WS-ET-COUNT
                       SET WS-ET-IDX TO WS-ET-COUNT
                       MOVE WS-EMP-ID      TO WS-ET-ID(WS-ET-IDX)
                       MOVE WS-EMP-AAGENCE TO WS-ET-AGENCE(WS-ET-IDX)
                   END-IF
           END-READ.
       1010-READ-EMP-END.
           EXIT.

       1100-READ-SLIP-START.
           READ F-PAYSLIP
               AT END
                   SET WS-PS-EOF TO TRUE
                   GO TO 1100-READ-SLIP-END
           END-READ.
           MOVE PS-ID    TO WS-EMP-ID.
           MOVE PS-GROSS TO WS-SLIP-GROSS.
           PERFORM 1150-FIND-EMP-START THRU 1150-FIND-EMP-END.
           IF WS-ET-NOT-FOUND
               DISPLAY "EMPLOYE " PS-ID " ABSENT DE fichierclient.txt"
                   " - SECTION " WS-SUSPENSE
               MOVE WS-SUSPENSE TO WS-EMP-AAGENCE
               ADD 1 TO WS-SUSPENSE-COUNT
           END-IF.
           PERFORM 1300-ROUTE-SALARY-START THRU 1300-ROUTE-SALARY-END.
           ADD WS-SLIP-GROSS TO WS-TOTAL-MASSE.
       1100-READ-SLIP-END.
           EXIT.

      * the agence of the slip's employee into WS-EMP-AAGENCE
       1150-FIND-EMP-START.
           SET WS-ET-NOT-FOUND TO TRUE.
           PERFORM 1160-ONE-EMP-START THRU 1160-ONE-EMP-END
               VARYING WS-ET-IDX FROM 1 BY 1
               UNTIL WS-ET-IDX > WS-ET-COUNT OR WS-ET-FOUND.
       1150-FIND-EMP-END.
           EXIT.

       1160-ONE-EMP-START.
           IF WS-ET-ID(WS-ET-IDX) = WS-EMP-ID
               SET WS-ET-FOUND TO TRUE
               MOVE WS-ET-AGENCE(WS-ET-IDX) TO WS-EMP-AAGENCE
           END-IF.
       1160-ONE-EMP-END.
           EXIT.

      * an employee with splits books each percentage share to its

           IF WS-NO-SPLIT
               MOVE WS-EMP-AAGENCE TO WS-SAVED-AGENCE
               MOVE WS-SLIP-GROSS  TO WS-SAVED-AMOUNT
               PERFORM 1400-ADD-TO-AGENCE-START
                  THRU 1400-ADD-TO-AGENCE-END
           ELSE
               MOVE WS-SLIP-GROSS  TO WS-SPLIT-LEFT
               PERFORM 1320-ONE-SHARE-START THRU 1320-ONE-SHARE-END
                   VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-SP-COUNT
                   MOVE WS-SPLIT-LEFT TO WS-SPLIT-AMOUNT
               ELSE
                   COMPUTE WS-SPLIT-AMOUNT =
                       WS-SLIP-GROSS * WS-SP-PCT(WS-K) / 100
               END-IF
               SUBTRACT WS-SPLIT-AMOUNT FROM WS-SPLIT-LEFT
               MOVE WS-SP-AGENCE(WS-K) TO WS-SAVED-AGENCE
           EXIT.
      ******************************************************************

      ******************************************************************
      * PAY-PERIOD REGISTER: OPEN IT (CREATED ON FIRST USE) AND READ
      * THE RUN PERIOD - A PERIOD NEVER SEEN IS OPEN
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
           MOVE WS-RUN-PERIOD TO PP-PERIOD.
           READ F-PAYPERIOD
               INVALID KEY
                   SET WS-PP-NOT-FOUND TO TRUE
                   MOVE WS-RUN-PERIOD TO PP-PERIOD
                   MOVE 'O' TO PP-STATUS
                   MOVE 'N' TO PP-BANK-DONE
                   MOVE 'N' TO PP-GL-DONE
               NOT INVALID KEY
                   SET WS-PP-FOUND TO TRUE
           END-READ.
           MOVE PP-STATUS TO WS-PP-OLD-STATUS.
       8000-READ-PERIOD-END.
           EXIT.

      * the ledger is posted; once the transfers are out as well the
      * period is closed
       8100-MARK-PERIOD-START.
           PERFORM 8000-READ-PERIOD-START THRU 8000-READ-PERIOD-END.
           MOVE SPACES TO PA-REC.
           MOVE 'Y' TO PP-GL-DONE.
           IF PP-BANK-SENT
               MOVE 'F' TO PP-STATUS
               MOVE "ECRITURES PASSEES - CLOTURE" TO PA-TEXT
           ELSE
               MOVE "ECRITURES PASSEES" TO PA-TEXT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO PP-STAMP.
           MOVE "glextrct" TO PP-PROGRAM.
           IF WS-PP-FOUND
               REWRITE PP-REC
               MOVE "REWRIT" TO WS-ERR-OP
           ELSE
               WRITE PP-REC
               MOVE "WRITE" TO WS-ERR-OP
           END-IF.
           MOVE WS-PP-STATUS TO WS-ERR-STATUS.
           MOVE "PAYPERIOD.dat" TO WS-ERR-FILE.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 8200-WRITE-AUDIT-START THRU 8200-WRITE-AUDIT-END.
           CLOSE F-PAYPERIOD.
       8100-MARK-PERIOD-END.
           EXIT.

      * one line per change of a period's status
       8200-WRITE-AUDIT-START.
           MOVE PP-STAMP         TO PA-STAMP.
           MOVE PP-PROGRAM       TO PA-PROGRAM.
           MOVE PP-PERIOD        TO PA-PERIOD.
           MOVE WS-PP-OLD-STATUS TO PA-OLD-STATUS.
           MOVE ">"              TO PA-ARROW.
           MOVE PP-STATUS        TO PA-NEW-STATUS.
           MOVE "BATCH"          TO PA-OPERATOR.
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
      * STANDARD FILE-STATUS CHECK - ANY STATUS OTHER THAN SUCCESS OR
      * END OF FILE STOPS THE RUN WITH A NONZERO RETURN CODE
