      *                    written to the charges summary PAYCHRG.dat
      *                    alongside PAYCTRL.txt, so finance gets the
      *                    full cost of payroll from one run.
      * 2026-10-15 Yves    Absences and leave: the ABSENCE.dat periods
      *                    kept by payabs.cbl are counted in working
      *                    days of the pay month, paid leave (C) and
      *                    RTT (R) are taken from the LEAVEBAL.dat
      *                    balances accrued each month, sick leave (M)
      *                    stays paid, and unpaid absence (S) - or
      *                    leave beyond the balance - is deducted pro
      *                    rata from the gross.  The balances are
      *                    printed on the payslip; a rerun of the same
      *                    period restarts from its opening balances.
      * 2026-10-15 Yves    Arrears: the ARREARS.dat lines approved
      *                    through payarr.cbl are added to the gross,
      *                    deductions and net of the employee's slip
      *                    and marked paid with the period; a rerun of
      *                    the period pays them again on the new slip.
      * 2026-10-15 Yves    Pay-period register PAYPERIOD.dat: a closed
      *                    period, or one whose transfers have already
      *                    gone out, is refused before anything is
      *                    written; a completed run marks the period
      *                    calculated, logged to PAYAUDIT.log.  Only
      *                    the payrev.cbl reversal reopens a period.
      * 2026-10-15 Yves    Leavers: an employee with a departure in
      *                    LEAVER.dat (payleave.cbl) gets the final
      *                    settlement in the run of the leaving month -
      *                    the working days up to the leaving date, the
      *                    remaining paid leave and RTT paid out at the
      *                    daily rate, plus the notice indemnity - the
      *                    balances are closed at zero, the certificate
      *                    is written to CERTTRAV.txt and the employee
      *                    is left out of every later run.
      * 2026-10-15 Yves    Overtime: the OVERTIME.dat lines of the run
      *                    period written by attcons.cbl are paid at
      *                    the hourly rate of the salary (weekly
      *                    contract hours * 52 / 12 a month) times
      *                    their two rates, added to the gross, shown
      *                    on the payslip and kept in PAYHIST.dat; a
      *                    line nobody is paid for is listed on the
      *                    control report.
      * 2026-10-15 Yves    The charges summary PAYCHRG.dat carries the
      *                    agence name from the AGENCE.dat master kept
      *                    by payagen.cbl; INCONNUE when the code is
      *                    not in it or the master is missing.
      * 2026-10-15 Yves    A period whose entries are already posted
      *                    to the general ledger by glextrct.cbl is
      *                    refused as well.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHG-STATUS.

           SELECT F-AGENCE ASSIGN TO 'AGENCE.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AG-CODE
           FILE STATUS IS WS-AGC-STATUS.

           SELECT F-ABSENCE ASSIGN TO 'ABSENCE.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABS-KEY
           FILE STATUS IS WS-ABS-STATUS.

           SELECT F-LEAVEBAL ASSIGN TO 'LEAVEBAL.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LB-ID
           FILE STATUS IS WS-LVB-STATUS.

           SELECT F-ARREARS ASSIGN TO 'ARREARS.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARR-STATUS.

           SELECT F-PAYPERIOD ASSIGN TO 'PAYPERIOD.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PP-PERIOD
           FILE STATUS IS WS-PP-STATUS.

           SELECT F-PAYAUDIT ASSIGN TO 'PAYAUDIT.log'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PA-STATUS.

           SELECT F-LEAVER ASSIGN TO 'LEAVER.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LV-ID
           FILE STATUS IS WS-LEA-STATUS.

           SELECT F-OVERTIME ASSIGN TO 'OVERTIME.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OVT-STATUS.

           SELECT F-CERTIF ASSIGN TO 'CERTTRAV.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CRT-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 BAR-RATE         PIC 9(02)V9(02).

       FD  F-PAYSLIP
           RECORD CONTAINS 88 CHARACTERS.
       01  PAYSLIP-REC.
           05 PS-ID            PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 PS-DEDUCT        PIC 9(07).9(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 PS-NET           PIC 9(07).9(02).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 PS-SOLDE-CP      PIC 9(03).9(02).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 PS-SOLDE-RTT     PIC 9(03).9(02).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 PS-HSUP          PIC 9(07).
           05 FILLER           PIC X(03) VALUE SPACES.

       FD  F-CONTROL
           RECORD CONTAINS 60 CHARACTERS.
           05 BEM-RATE         PIC 9(02)V9(02).

      * per-agence charges summary: salary mass, employer charges
      * and the full cost of payroll for the agence, with its name
       FD  F-CHARGES
           RECORD CONTAINS 78 CHARACTERS.
       01  CHARGES-REC.
           05 CHG-AGENCE       PIC X(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CHG-PATRONAL     PIC 9(09).9(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CHG-COUT-TOTAL   PIC 9(11).9(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CHG-NOM          PIC X(30).

           COPY 'FAGENCE'.

           COPY 'FABSENCE'.

           COPY 'FLEAVBAL'.

           COPY 'FARREARS'.

           COPY 'FPAYPER'.

           COPY 'FPAYAUD'.

           COPY 'FLEAVER'.

      * the overtime lines of attcons.cbl: hours at each rate, the
      * rates in whole percents and the weekly contract hours
       FD  F-OVERTIME
           RECORD CONTAINS 44 CHARACTERS.
       01  OVERTIME-REC.
           05 OT-ID            PIC 9(08).
           05 OT-PERIOD        PIC 9(06).
           05 OT-NOM           PIC X(12).
           05 OT-WEEKLY        PIC 9(02).
           05 OT-HOURS-1       PIC 9(03)V9(02).
           05 OT-RATE-1        PIC 9(03).
           05 OT-HOURS-2       PIC 9(03)V9(02).
           05 OT-RATE-2        PIC 9(03).

      * employment certificates of the leavers settled by the run
       FD  F-CERTIF
           RECORD CONTAINS 80 CHARACTERS.
       01  CERTIF-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS    PIC X(02).
       01  WS-BEM-STATUS    PIC X(02).
           88 WS-BEM-EOF        VALUE '10'.
       01  WS-CHG-STATUS    PIC X(02).
       01  WS-AGC-STATUS    PIC X(02).
       01  WS-AGC-OPEN-SW   PIC X(01) VALUE 'N'.
           88 WS-AGC-OPEN       VALUE 'Y'.
       01  WS-ABS-STATUS    PIC X(02).
           88 WS-ABS-EOF        VALUE '10'.
       01  WS-LVB-STATUS    PIC X(02).
       01  WS-ARR-STATUS    PIC X(02).
           88 WS-ARR-EOF        VALUE '10'.
       01  WS-PP-STATUS     PIC X(02).
       01  WS-PA-STATUS     PIC X(02).
       01  WS-LEA-STATUS    PIC X(02).
       01  WS-CRT-STATUS    PIC X(02).
       01  WS-OVT-STATUS    PIC X(02).
           88 WS-OVT-EOF        VALUE '10'.

      * the pay-period register entry of the run period
       01  WS-PP-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-PP-FOUND          VALUE 'Y'.
           88 WS-PP-NOT-FOUND      VALUE 'N'.
       01  WS-PP-OLD-STATUS    PIC X(01) VALUE SPACES.

      * pay period of this run, stamped on every history record
       01  WS-RUN-DATE.
       01  WS-NET              PIC 9(07)V9(02) VALUE 0.
       01  WS-EMPLOYER-CHG     PIC 9(07)V9(02) VALUE 0.

      * gross actually paid for the month: the salary less the pro
      * rata of the unpaid absence days
       01  WS-GROSS            PIC 9(07) VALUE 0.
       01  WS-ABS-DEDUCT       PIC 9(07) VALUE 0.
       01  WS-TOTAL-ABS-DEDUCT PIC 9(11) VALUE 0.
       01  WS-TOTAL-ABS-ED     PIC Z(10)9.

      * working days (monday to friday) of the pay month; absences
      * and the pro rata are counted in the same days
       01  WS-MONTH-FIRST      PIC 9(08) VALUE 0.
       01  WS-MONTH-LAST       PIC 9(08) VALUE 0.
       01  WS-MONTH-FIRST-DAY  PIC 9(07) VALUE 0.
       01  WS-MONTH-LAST-DAY   PIC 9(07) VALUE 0.
       01  WS-MONTH-WORKDAYS   PIC 9(02) VALUE 0.
       01  WS-NEXT-MONTH.
           05 WS-NM-YEAR       PIC 9(04).
           05 WS-NM-MONTH      PIC 9(02).
           05 WS-NM-DAY        PIC 9(02).
       01  WS-NEXT-MONTH-N REDEFINES WS-NEXT-MONTH PIC 9(08).
       01  WS-DAYNUM           PIC 9(07) VALUE 0.
       01  WS-OVL-FIRST-DAY    PIC 9(07) VALUE 0.
       01  WS-OVL-LAST-DAY     PIC 9(07) VALUE 0.
       01  WS-OVL-WORKDAYS     PIC 9(02) VALUE 0.

      * monthly accrual of the two leave accounts, in working days
      * (25 days of paid leave and 12 days of RTT a year)
       01  WS-CP-ACCRUAL       PIC 9(01)V9(02) VALUE 2.08.
       01  WS-RTT-ACCRUAL      PIC 9(01)V9(02) VALUE 1.00.
       01  WS-CP-OPEN          PIC 9(03)V9(02) VALUE 0.
       01  WS-CP-AVAIL         PIC 9(03)V9(02) VALUE 0.
       01  WS-RTT-OPEN         PIC 9(03)V9(02) VALUE 0.
       01  WS-RTT-AVAIL        PIC 9(03)V9(02) VALUE 0.
       01  WS-UNPAID-DAYS      PIC 9(03)V9(02) VALUE 0.
       01  WS-LVB-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-LVB-FOUND         VALUE 'Y'.
           88 WS-LVB-NOT-FOUND     VALUE 'N'.
       01  WS-ABS-FILE-SW      PIC X(01) VALUE 'N'.
           88 WS-ABS-FILE-OK       VALUE 'Y'.

      * ARREARS.dat held in memory; the approved lines (and those
      * already paid by an earlier run of this period) are paid and
      * the file is written back with their new status
      * the employee's departure: a leaver is settled in the run of
      * the leaving month (or again by a rerun of that month) and is
      * left out of the later ones
       01  WS-LV-FILE-SW       PIC X(01) VALUE 'N'.
           88 WS-LV-FILE-OK        VALUE 'Y'.
       01  WS-LEAVER-SW        PIC X(01) VALUE 'N'.
           88 WS-LEAVER-NONE       VALUE 'N'.
           88 WS-LEAVER-FINAL      VALUE 'F'.
           88 WS-LEAVER-GONE       VALUE 'G'.
       01  WS-WORKED-DAYS      PIC 9(02) VALUE 0.
       01  WS-PRORATA-DEDUCT   PIC 9(07) VALUE 0.
       01  WS-LEAVE-DAYS       PIC 9(03)V9(02) VALUE 0.
       01  WS-LEAVE-PAY        PIC 9(07) VALUE 0.
       01  WS-SETTLE-COUNT     PIC 9(05) VALUE 0.
       01  WS-LEFT-COUNT       PIC 9(05) VALUE 0.
       01  WS-REASON-LABEL     PIC X(24).
       01  WS-CERT-LINE        PIC X(80).
       01  WS-CERT-DATE        PIC 9(08).
       01  WS-CERT-DATE-R REDEFINES WS-CERT-DATE.
           05 WS-CD-YEAR       PIC 9(04).
           05 WS-CD-MONTH      PIC 9(02).
           05 WS-CD-DAY        PIC 9(02).
       01  WS-CERT-FROM        PIC X(10).
       01  WS-CERT-TO          PIC X(10).
       01  WS-CERT-DATE-ED     PIC X(10).
       01  WS-CERT-AMOUNT-ED   PIC Z(06)9.
       01  WS-CERT-NET-ED      PIC Z(06)9.99.
       01  WS-CERT-DAYS-ED     PIC ZZ9.99.
       01  WS-CERT-RTT-ED      PIC ZZ9.99.

       01  WS-ARREARS-TABLE.
           05 WS-AR-ENTRY OCCURS 3000 TIMES INDEXED BY WS-AR-IDX.
              10 WS-AR-ID          PIC 9(08) VALUE 0.
              10 WS-AR-PERIOD      PIC 9(06) VALUE 0.
              10 WS-AR-EFFECT      PIC 9(08) VALUE 0.
              10 WS-AR-GROSS       PIC S9(07) VALUE 0.
              10 WS-AR-DEDUCT      PIC S9(07)V9(02) VALUE 0.
              10 WS-AR-NET         PIC S9(07)V9(02) VALUE 0.
              10 WS-AR-STATUS      PIC X(01) VALUE SPACES.
              10 WS-AR-PAID-PERIOD PIC 9(06) VALUE 0.
       01  WS-AR-COUNT         PIC 9(04) VALUE 0.
       01  WS-AR-FILE-SW       PIC X(01) VALUE 'N'.
           88 WS-AR-FILE-OK        VALUE 'Y'.
       01  WS-TOTAL-ARREARS    PIC S9(11) VALUE 0.
       01  WS-TOTAL-ARREARS-ED PIC -Z(09)9.

      * the overtime lines of the run period, marked once paid
       01  WS-OVERTIME-TABLE.
           05 WS-OT-ENTRY OCCURS 3000 TIMES INDEXED BY WS-OT-IDX.
              10 WS-OT-ID          PIC 9(08) VALUE 0.
              10 WS-OT-NOM         PIC X(12) VALUE SPACES.
              10 WS-OT-WEEKLY      PIC 9(02) VALUE 0.
              10 WS-OT-HOURS-1     PIC 9(03)V9(02) VALUE 0.
              10 WS-OT-RATE-1      PIC 9(03) VALUE 0.
              10 WS-OT-HOURS-2     PIC 9(03)V9(02) VALUE 0.
              10 WS-OT-RATE-2      PIC 9(03) VALUE 0.
              10 WS-OT-PAID        PIC X(01) VALUE 'N'.
       01  WS-OT-COUNT         PIC 9(04) VALUE 0.
       01  WS-OT-PAY           PIC 9(07) VALUE 0.
       01  WS-OT-LINE-PAY      PIC 9(07) VALUE 0.
       01  WS-OT-UNPAID        PIC 9(04) VALUE 0.
       01  WS-TOTAL-OVERTIME   PIC 9(11) VALUE 0.
       01  WS-TOTAL-OVERTIME-ED PIC Z(10)9.

      * salary mass and employer charges per agence
       01  WS-CHG-TABLE.
           05 WS-CG-ENTRY OCCURS 500 TIMES INDEXED BY WS-CG-IDX.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 0100-CHECK-PERIOD-START THRU 0100-CHECK-PERIOD-END.
           PERFORM 1000-LOAD-BAREME-START THRU 1000-LOAD-BAREME-END.
           PERFORM 1500-LOAD-BAREMP-START THRU 1500-LOAD-BAREMP-END.
           PERFORM 1700-LOAD-ARREARS-START THRU 1700-LOAD-ARREARS-END.
           PERFORM 1900-LOAD-OVERTIME-START
              THRU 1900-LOAD-OVERTIME-END.
           PERFORM 2000-PROCESS-EMP-START THRU 2000-PROCESS-EMP-END.
           PERFORM 1800-SAVE-ARREARS-START THRU 1800-SAVE-ARREARS-END.
           PERFORM 3000-CONTROL-REPORT-START
              THRU 3000-CONTROL-REPORT-END.
           PERFORM 4000-CHARGES-SUMMARY-START
              THRU 4000-CHARGES-SUMMARY-END.
           PERFORM 8100-MARK-PERIOD-START THRU 8100-MARK-PERIOD-END.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * A CLOSED PERIOD, OR ONE ALREADY SENT TO THE BANK OR POSTED TO
      * THE LEDGER, IS NOT PAID AGAIN - ONLY A payrev.cbl REVERSAL
      * REOPENS IT
      ******************************************************************
       0100-CHECK-PERIOD-START.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           PERFORM 8000-READ-PERIOD-START THRU 8000-READ-PERIOD-END.
           IF PP-CLOSED
               CLOSE F-PAYPERIOD
               DISPLAY "PERIODE " WS-RUN-PERIOD
                   " CLOTUREE - PAIE REFUSEE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PP-BANK-SENT
               CLOSE F-PAYPERIOD
               DISPLAY "VIREMENTS DE LA PERIODE " WS-RUN-PERIOD
                   " DEJA EMIS - PAIE REFUSEE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PP-GL-POSTED
               CLOSE F-PAYPERIOD
               DISPLAY "ECRITURES DE LA PERIODE " WS-RUN-PERIOD
                   " DEJA PASSEES - PAIE REFUSEE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE F-PAYPERIOD.
       0100-CHECK-PERIOD-END.
           EXIT.

      ******************************************************************
      * LOAD THE DEDUCTION BRACKETS INTO MEMORY
      ******************************************************************
       1600-READ-BAREMP-END.
           EXIT.

      ******************************************************************
      * LOAD THE ARREARS LINES OF payarr.cbl - NONE YET IS NOT AN ERROR
      ******************************************************************
       1700-LOAD-ARREARS-START.
           OPEN INPUT F-ARREARS.
           IF WS-ARR-STATUS = '35'
               GO TO 1700-LOAD-ARREARS-END
           END-IF.
           MOVE WS-ARR-STATUS TO WS-ERR-STATUS.
           MOVE "ARREARS.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           SET WS-AR-FILE-OK TO TRUE.
           PERFORM 1710-READ-ARREARS-START THRU 1710-READ-ARREARS-END
               UNTIL WS-ARR-EOF.
           CLOSE F-ARREARS.
       1700-LOAD-ARREARS-END.
           EXIT.

       1710-READ-ARREARS-START.
           READ F-ARREARS
               AT END SET WS-ARR-EOF TO TRUE
               NOT AT END
                   IF WS-AR-COUNT >= 3000
                       DISPLAY "ARREARS.dat TROP GRAND - ARRET."
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-AR-COUNT
                   SET WS-AR-IDX TO WS-AR-COUNT
                   MOVE ARR-ID     TO WS-AR-ID(WS-AR-IDX)
                   MOVE ARR-PERIOD TO WS-AR-PERIOD(WS-AR-IDX)
                   MOVE ARR-EFFECT TO WS-AR-EFFECT(WS-AR-IDX)
                   MOVE ARR-GROSS  TO WS-AR-GROSS(WS-AR-IDX)
                   MOVE ARR-DEDUCT TO WS-AR-DEDUCT(WS-AR-IDX)
                   MOVE ARR-NET    TO WS-AR-NET(WS-AR-IDX)
                   MOVE ARR-STATUS TO WS-AR-STATUS(WS-AR-IDX)
                   MOVE ARR-PAID-PERIOD
                       TO WS-AR-PAID-PERIOD(WS-AR-IDX)
           END-READ.
       1710-READ-ARREARS-END.
           EXIT.

      * write the lines back with the paid ones marked
       1800-SAVE-ARREARS-START.
           IF NOT WS-AR-FILE-OK
               GO TO 1800-SAVE-ARREARS-END
           END-IF.
           OPEN OUTPUT F-ARREARS.
           MOVE WS-ARR-STATUS TO WS-ERR-STATUS.
           MOVE "ARREARS.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1810-WRITE-ARREARS-START THRU 1810-WRITE-ARREARS-END
               VARYING WS-AR-IDX FROM 1 BY 1
               UNTIL WS-AR-IDX > WS-AR-COUNT.
           CLOSE F-ARREARS.
       1800-SAVE-ARREARS-END.
           EXIT.

       1810-WRITE-ARREARS-START.
           MOVE WS-AR-ID(WS-AR-IDX)          TO ARR-ID.
           MOVE WS-AR-PERIOD(WS-AR-IDX)      TO ARR-PERIOD.
           MOVE WS-AR-EFFECT(WS-AR-IDX)      TO ARR-EFFECT.
           MOVE WS-AR-GROSS(WS-AR-IDX)       TO ARR-GROSS.
           MOVE WS-AR-DEDUCT(WS-AR-IDX)      TO ARR-DEDUCT.
           MOVE WS-AR-NET(WS-AR-IDX)         TO ARR-NET.
           MOVE WS-AR-STATUS(WS-AR-IDX)      TO ARR-STATUS.
           MOVE WS-AR-PAID-PERIOD(WS-AR-IDX) TO ARR-PAID-PERIOD.
           WRITE ARR-REC.
       1810-WRITE-ARREARS-END.
           EXIT.

      ******************************************************************
      * LOAD THE OVERTIME LINES OF THE RUN PERIOD - NO FILE MEANS NO
      * OVERTIME THIS MONTH
      ******************************************************************
       1900-LOAD-OVERTIME-START.
           OPEN INPUT F-OVERTIME.
           IF WS-OVT-STATUS = '35'
               GO TO 1900-LOAD-OVERTIME-END
           END-IF.
           MOVE WS-OVT-STATUS TO WS-ERR-STATUS.
           MOVE "OVERTIME.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1910-READ-OVERTIME-START
              THRU 1910-READ-OVERTIME-END
              UNTIL WS-OVT-EOF.
           CLOSE F-OVERTIME.
       1900-LOAD-OVERTIME-END.
           EXIT.

       1910-READ-OVERTIME-START.
           READ F-OVERTIME
               AT END SET WS-OVT-EOF TO TRUE
               NOT AT END
                   IF OT-PERIOD = WS-RUN-PERIOD
                       IF WS-OT-COUNT >= 3000
                           DISPLAY "OVERTIME.dat TROP GRAND - ARRET."
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-OT-COUNT
                       SET WS-OT-IDX TO WS-OT-COUNT
                       MOVE OT-ID      TO WS-OT-ID(WS-OT-IDX)
                       MOVE OT-NOM     TO WS-OT-NOM(WS-OT-IDX)
                       MOVE OT-WEEKLY  TO WS-OT-WEEKLY(WS-OT-IDX)
                       MOVE OT-HOURS-1 TO WS-OT-HOURS-1(WS-OT-IDX)
                       MOVE OT-RATE-1  TO WS-OT-RATE-1(WS-OT-IDX)
                       MOVE OT-HOURS-2 TO WS-OT-HOURS-2(WS-OT-IDX)
                       MOVE OT-RATE-2  TO WS-OT-RATE-2(WS-OT-IDX)
                   END-IF
           END-READ.
       1910-READ-OVERTIME-END.
           EXIT.

      ******************************************************************
      * ONE PAYSLIP PER EMPLOYEE RECORD
      ******************************************************************
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           PERFORM 2050-SET-MONTH-START THRU 2050-SET-MONTH-END.

      * no absence file yet simply means nobody was absent
           OPEN INPUT F-ABSENCE.
           IF WS-ABS-STATUS = '00'
               SET WS-ABS-FILE-OK TO TRUE
           ELSE
               IF WS-ABS-STATUS NOT = '35'
                   MOVE WS-ABS-STATUS TO WS-ERR-STATUS
                   MOVE "ABSENCE.dat" TO WS-ERR-FILE
                   MOVE "OPEN" TO WS-ERR-OP
                   PERFORM 9800-CHECK-STATUS-START
                      THRU 9800-CHECK-STATUS-END
               END-IF
           END-IF.
           OPEN I-O F-LEAVEBAL.
           IF WS-LVB-STATUS = '35'
               OPEN OUTPUT F-LEAVEBAL
               CLOSE F-LEAVEBAL
               OPEN I-O F-LEAVEBAL
           END-IF.
           MOVE WS-LVB-STATUS TO WS-ERR-STATUS.
           MOVE "LEAVEBAL.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

      * no departure file yet simply means nobody is leaving
           OPEN I-O F-LEAVER.
           IF WS-LEA-STATUS = '00'
               SET WS-LV-FILE-OK TO TRUE
           ELSE
               IF WS-LEA-STATUS NOT = '35'
                   MOVE WS-LEA-STATUS TO WS-ERR-STATUS
                   MOVE "LEAVER.dat" TO WS-ERR-FILE
                   MOVE "OPEN" TO WS-ERR-OP
                   PERFORM 9800-CHECK-STATUS-START
                      THRU 9800-CHECK-STATUS-END
               END-IF
           END-IF.
           OPEN OUTPUT F-CERTIF.
           MOVE WS-CRT-STATUS TO WS-ERR-STATUS.
           MOVE "CERTTRAV.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           PERFORM 2100-READ-EMP-START THRU 2100-READ-EMP-END
               UNTIL WS-EMP-EOF.
           CLOSE F-EMPLOYE.
           CLOSE F-PAYSLIP.
           CLOSE F-HISTORY.
           IF WS-ABS-FILE-OK
               CLOSE F-ABSENCE
           END-IF.
           CLOSE F-LEAVEBAL.
           IF WS-LV-FILE-OK
               CLOSE F-LEAVER
           END-IF.
           CLOSE F-CERTIF.
       2000-PROCESS-EMP-END.
           EXIT.

               NOT AT END
                   IF WS-EMP-INACTIF
                       CONTINUE
                   ELSE
                       PERFORM 2120-CHECK-LEAVER-START
                          THRU 2120-CHECK-LEAVER-END
                   END-IF
                   IF WS-EMP-INACTIF OR WS-LEAVER-GONE
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-EMP-COUNT
                       PERFORM 2150-ABSENCES-START
                          THRU 2150-ABSENCES-END
                       PERFORM 2180-OVERTIME-START
                          THRU 2180-OVERTIME-END
                       PERFORM 2200-COMPUTE-DEDUCT-START
                          THRU 2200-COMPUTE-DEDUCT-END
                       PERFORM 2400-COMPUTE-EMPLOYER-START
                          THRU 2400-COMPUTE-EMPLOYER-END
                       PERFORM 2500-TALLY-CHARGES-START
                          THRU 2500-TALLY-CHARGES-END
                       PERFORM 2250-ADD-ARREARS-START
                          THRU 2250-ADD-ARREARS-END
                       PERFORM 2300-WRITE-PAYSLIP-START
                          THRU 2300-WRITE-PAYSLIP-END
                       IF WS-LEAVER-FINAL
                           PERFORM 2350-SETTLE-LEAVER-START
                              THRU 2350-SETTLE-LEAVER-END
                       END-IF
                   END-IF
           END-READ.
       2100-READ-EMP-END.
           EXIT.

      * first and last day of the pay month and its working days
       2050-SET-MONTH-START.
           COMPUTE WS-MONTH-FIRST = WS-RUN-PERIOD * 100 + 1.
           MOVE WS-MONTH-FIRST TO WS-NEXT-MONTH-N.
           IF WS-NM-MONTH = 12
               ADD 1 TO WS-NM-YEAR
               MOVE 1 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF.
           COMPUTE WS-MONTH-FIRST-DAY =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST).
           COMPUTE WS-MONTH-LAST-DAY =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-N) - 1.
           COMPUTE WS-MONTH-LAST =
               FUNCTION DATE-OF-INTEGER(WS-MONTH-LAST-DAY).
           MOVE WS-MONTH-FIRST-DAY TO WS-OVL-FIRST-DAY.
           MOVE WS-MONTH-LAST-DAY  TO WS-OVL-LAST-DAY.
           PERFORM 2060-COUNT-WORKDAYS-START
              THRU 2060-COUNT-WORKDAYS-END.
           MOVE WS-OVL-WORKDAYS TO WS-MONTH-WORKDAYS.
       2050-SET-MONTH-END.
           EXIT.

      * monday to friday between two day numbers (day 1 of the
      * integer calendar is a monday)
       2060-COUNT-WORKDAYS-START.
           MOVE 0 TO WS-OVL-WORKDAYS.
           PERFORM 2070-ONE-DAY-START THRU 2070-ONE-DAY-END
               VARYING WS-DAYNUM FROM WS-OVL-FIRST-DAY BY 1
               UNTIL WS-DAYNUM > WS-OVL-LAST-DAY.
       2060-COUNT-WORKDAYS-END.
           EXIT.

       2070-ONE-DAY-START.
           IF FUNCTION MOD(WS-DAYNUM - 1, 7) < 5
               ADD 1 TO WS-OVL-WORKDAYS
           END-IF.
       2070-ONE-DAY-END.
           EXIT.

      * the employee's departure, if any: settled this month when the
      * leaving date falls in it (or before it, keyed late), or when a
      * rerun of the month settles it again; gone when an earlier
      * month settled it.  The working days paid in the last month run
      * from its first day (or the hire date) to the leaving date.
       2120-CHECK-LEAVER-START.
           SET WS-LEAVER-NONE TO TRUE.
           MOVE 0 TO WS-WORKED-DAYS.
           IF NOT WS-LV-FILE-OK
               GO TO 2120-CHECK-LEAVER-END
           END-IF.
           MOVE WS-EMP-ID TO LV-ID.
           READ F-LEAVER
               INVALID KEY GO TO 2120-CHECK-LEAVER-END
           END-READ.
           IF LV-SETTLED
               IF LV-PERIOD = WS-RUN-PERIOD
                   SET WS-LEAVER-FINAL TO TRUE
               ELSE
                   SET WS-LEAVER-GONE TO TRUE
                   ADD 1 TO WS-LEFT-COUNT
               END-IF
           ELSE
               IF LV-DATE NOT > WS-MONTH-LAST
                   SET WS-LEAVER-FINAL TO TRUE
               END-IF
           END-IF.
           IF NOT WS-LEAVER-FINAL OR LV-DATE < WS-MONTH-FIRST
               GO TO 2120-CHECK-LEAVER-END
           END-IF.

           IF WS-EMP-EMBAUCHE > WS-MONTH-FIRST
               COMPUTE WS-OVL-FIRST-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-EMP-EMBAUCHE)
           ELSE
               MOVE WS-MONTH-FIRST-DAY TO WS-OVL-FIRST-DAY
           END-IF.
           IF LV-DATE > WS-MONTH-LAST
               MOVE WS-MONTH-LAST-DAY TO WS-OVL-LAST-DAY
           ELSE
               COMPUTE WS-OVL-LAST-DAY =
                   FUNCTION INTEGER-OF-DATE(LV-DATE)
           END-IF.
           PERFORM 2060-COUNT-WORKDAYS-START
              THRU 2060-COUNT-WORKDAYS-END.
           MOVE WS-OVL-WORKDAYS TO WS-WORKED-DAYS.
       2120-CHECK-LEAVER-END.
           EXIT.

      * accrue the month's leave, take this month's absences from the
      * balances and work out the gross actually paid
       2150-ABSENCES-START.
           MOVE 0 TO WS-UNPAID-DAYS.
           MOVE WS-EMP-ID TO LB-ID.
           READ F-LEAVEBAL
               INVALID KEY SET WS-LVB-NOT-FOUND TO TRUE
               NOT INVALID KEY SET WS-LVB-FOUND TO TRUE
           END-READ.
           IF WS-LVB-FOUND
      * a rerun of the same period starts again from its opening
               IF LB-PERIOD = WS-RUN-PERIOD
                   MOVE LB-CP-OPEN  TO WS-CP-OPEN
                   MOVE LB-RTT-OPEN TO WS-RTT-OPEN
               ELSE
                   MOVE LB-CP-CLOSE  TO WS-CP-OPEN
                   MOVE LB-RTT-CLOSE TO WS-RTT-OPEN
               END-IF
           ELSE
               MOVE 0 TO WS-CP-OPEN
               MOVE 0 TO WS-RTT-OPEN
           END-IF.
      * a leaver accrues only for the days worked in the last month
           IF WS-LEAVER-FINAL
               COMPUTE WS-CP-AVAIL ROUNDED = WS-CP-OPEN
                   + WS-CP-ACCRUAL * WS-WORKED-DAYS / WS-MONTH-WORKDAYS
               COMPUTE WS-RTT-AVAIL ROUNDED = WS-RTT-OPEN
                   + WS-RTT-ACCRUAL * WS-WORKED-DAYS / WS-MONTH-WORKDAYS
           ELSE
               COMPUTE WS-CP-AVAIL  = WS-CP-OPEN  + WS-CP-ACCRUAL
               COMPUTE WS-RTT-AVAIL = WS-RTT-OPEN + WS-RTT-ACCRUAL
           END-IF.

           IF WS-ABS-FILE-OK
               MOVE WS-EMP-ID TO ABS-ID
               MOVE 0 TO ABS-START
               START F-ABSENCE KEY IS NOT LESS THAN ABS-KEY
                   INVALID KEY SET WS-ABS-EOF TO TRUE
               END-START
               PERFORM 2160-ONE-ABSENCE-START
                  THRU 2160-ONE-ABSENCE-END
                  UNTIL WS-ABS-EOF
           END-IF.

           IF WS-UNPAID-DAYS > WS-MONTH-WORKDAYS
               MOVE WS-MONTH-WORKDAYS TO WS-UNPAID-DAYS
           END-IF.
           COMPUTE WS-ABS-DEDUCT ROUNDED =
               WS-EMP-SALAIRE * WS-UNPAID-DAYS / WS-MONTH-WORKDAYS.
           COMPUTE WS-GROSS = WS-EMP-SALAIRE - WS-ABS-DEDUCT.
           ADD WS-ABS-DEDUCT TO WS-TOTAL-ABS-DEDUCT.
           IF WS-LEAVER-FINAL
               PERFORM 2170-FINAL-PAY-START THRU 2170-FINAL-PAY-END
           END-IF.

           MOVE WS-EMP-ID     TO LB-ID.
           MOVE WS-RUN-PERIOD TO LB-PERIOD.
           MOVE WS-CP-OPEN    TO LB-CP-OPEN.
           MOVE WS-CP-AVAIL   TO LB-CP-CLOSE.
           MOVE WS-RTT-OPEN   TO LB-RTT-OPEN.
           MOVE WS-RTT-AVAIL  TO LB-RTT-CLOSE.
           IF WS-LVB-FOUND
               REWRITE LEAVEBAL-REC
               MOVE "REWRIT" TO WS-ERR-OP
           ELSE
               WRITE LEAVEBAL-REC
               MOVE "WRITE" TO WS-ERR-OP
           END-IF.
           MOVE WS-LVB-STATUS TO WS-ERR-STATUS.
           MOVE "LEAVEBAL.dat" TO WS-ERR-FILE.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       2150-ABSENCES-END.
           EXIT.

      * one absence of the employee: only its working days inside the
      * pay month count; paid leave and RTT beyond the balance become
      * unpaid days, sick leave stays paid
       2160-ONE-ABSENCE-START.
           READ F-ABSENCE NEXT RECORD
               AT END
                   SET WS-ABS-EOF TO TRUE
                   GO TO 2160-ONE-ABSENCE-END
           END-READ.
           IF ABS-ID NOT = WS-EMP-ID
               SET WS-ABS-EOF TO TRUE
               GO TO 2160-ONE-ABSENCE-END
           END-IF.
           IF ABS-END < WS-MONTH-FIRST OR ABS-START > WS-MONTH-LAST
               GO TO 2160-ONE-ABSENCE-END
           END-IF.

           IF ABS-START < WS-MONTH-FIRST
               MOVE WS-MONTH-FIRST-DAY TO WS-OVL-FIRST-DAY
           ELSE
               COMPUTE WS-OVL-FIRST-DAY =
                   FUNCTION INTEGER-OF-DATE(ABS-START)
           END-IF.
           IF ABS-END > WS-MONTH-LAST
               MOVE WS-MONTH-LAST-DAY TO WS-OVL-LAST-DAY
           ELSE
               COMPUTE WS-OVL-LAST-DAY =
                   FUNCTION INTEGER-OF-DATE(ABS-END)
           END-IF.
           PERFORM 2060-COUNT-WORKDAYS-START
              THRU 2060-COUNT-WORKDAYS-END.

           EVALUATE TRUE
               WHEN ABS-CONGE
                   IF WS-OVL-WORKDAYS > WS-CP-AVAIL
                       COMPUTE WS-UNPAID-DAYS = WS-UNPAID-DAYS
                           + WS-OVL-WORKDAYS - WS-CP-AVAIL
                       MOVE 0 TO WS-CP-AVAIL
                   ELSE
                       SUBTRACT WS-OVL-WORKDAYS FROM WS-CP-AVAIL
                   END-IF
               WHEN ABS-RTT
                   IF WS-OVL-WORKDAYS > WS-RTT-AVAIL
                       COMPUTE WS-UNPAID-DAYS = WS-UNPAID-DAYS
                           + WS-OVL-WORKDAYS - WS-RTT-AVAIL
                       MOVE 0 TO WS-RTT-AVAIL
                   ELSE
                       SUBTRACT WS-OVL-WORKDAYS FROM WS-RTT-AVAIL
                   END-IF
               WHEN ABS-SANS-SOLDE
                   ADD WS-OVL-WORKDAYS TO WS-UNPAID-DAYS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2160-ONE-ABSENCE-END.
           EXIT.

      * the leaver's last month: the days after the leaving date are
      * not paid, the remaining leave is paid out at the daily rate
      * with the notice indemnity and both balances close at zero
       2170-FINAL-PAY-START.
           COMPUTE WS-PRORATA-DEDUCT ROUNDED = WS-EMP-SALAIRE
               * (WS-MONTH-WORKDAYS - WS-WORKED-DAYS)
               / WS-MONTH-WORKDAYS.
           IF WS-PRORATA-DEDUCT > WS-GROSS
               MOVE 0 TO WS-GROSS
           ELSE
               SUBTRACT WS-PRORATA-DEDUCT FROM WS-GROSS
           END-IF.
           MOVE WS-CP-AVAIL  TO LV-CP-DAYS.
           MOVE WS-RTT-AVAIL TO LV-RTT-DAYS.
           COMPUTE WS-LEAVE-DAYS = WS-CP-AVAIL + WS-RTT-AVAIL.
           COMPUTE WS-LEAVE-PAY ROUNDED =
               WS-EMP-SALAIRE * WS-LEAVE-DAYS / WS-MONTH-WORKDAYS.
           COMPUTE WS-GROSS = WS-GROSS + WS-LEAVE-PAY + LV-NOTICE.
           MOVE 0 TO WS-CP-AVAIL.
           MOVE 0 TO WS-RTT-AVAIL.
       2170-FINAL-PAY-END.
           EXIT.

      * the employee's overtime lines: hours * hourly rate * rate %,
      * the hourly rate being the salary over the monthly contract
       2180-OVERTIME-START.
           MOVE 0 TO WS-OT-PAY.
           PERFORM 2190-ONE-OVERTIME-START THRU 2190-ONE-OVERTIME-END
               VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OT-COUNT.
           ADD WS-OT-PAY TO WS-GROSS.
           ADD WS-OT-PAY TO WS-TOTAL-OVERTIME.
       2180-OVERTIME-END.
           EXIT.

       2190-ONE-OVERTIME-START.
           IF WS-OT-ID(WS-OT-IDX) NOT = WS-EMP-ID
              OR WS-OT-WEEKLY(WS-OT-IDX) = 0
               GO TO 2190-ONE-OVERTIME-END
           END-IF.
           COMPUTE WS-OT-LINE-PAY ROUNDED =
               WS-EMP-SALAIRE * 12 / (WS-OT-WEEKLY(WS-OT-IDX) * 52)
               * (WS-OT-HOURS-1(WS-OT-IDX) * WS-OT-RATE-1(WS-OT-IDX)
                + WS-OT-HOURS-2(WS-OT-IDX) * WS-OT-RATE-2(WS-OT-IDX))
               / 100.
           ADD WS-OT-LINE-PAY TO WS-OT-PAY.
           MOVE 'Y' TO WS-OT-PAID(WS-OT-IDX).
       2190-ONE-OVERTIME-END.
           EXIT.

      * walk the brackets from the bottom, taxing each salary slice
      * at its bracket's rate
       2200-COMPUTE-DEDUCT-START.
           PERFORM 2210-ONE-BRACKET-START THRU 2210-ONE-BRACKET-END
               VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               OR WS-SLICE-LOW >= WS-GROSS.
           COMPUTE WS-NET = WS-GROSS - WS-DEDUCTIONS.
       2200-COMPUTE-DEDUCT-END.
           EXIT.

       2210-ONE-BRACKET-START.
           IF WS-GROSS < WS-BR-UPPER(WS-BR-IDX)
               MOVE WS-GROSS TO WS-SLICE-HIGH
           ELSE
               MOVE WS-BR-UPPER(WS-BR-IDX) TO WS-SLICE-HIGH
           END-IF.
       2210-ONE-BRACKET-END.
           EXIT.

      * approved arrears of earlier periods ride on this month's slip
       2250-ADD-ARREARS-START.
           PERFORM 2260-ONE-ARREARS-START THRU 2260-ONE-ARREARS-END
               VARYING WS-AR-IDX FROM 1 BY 1
               UNTIL WS-AR-IDX > WS-AR-COUNT.
       2250-ADD-ARREARS-END.
           EXIT.

       2260-ONE-ARREARS-START.
           IF WS-AR-ID(WS-AR-IDX) NOT = WS-EMP-ID
               GO TO 2260-ONE-ARREARS-END
           END-IF.
           IF WS-AR-STATUS(WS-AR-IDX) = 'A'
           OR (WS-AR-STATUS(WS-AR-IDX) = 'V'
               AND WS-AR-PAID-PERIOD(WS-AR-IDX) = WS-RUN-PERIOD)
               COMPUTE WS-GROSS = WS-GROSS + WS-AR-GROSS(WS-AR-IDX)
               COMPUTE WS-DEDUCTIONS =
                   WS-DEDUCTIONS + WS-AR-DEDUCT(WS-AR-IDX)
               COMPUTE WS-NET = WS-NET + WS-AR-NET(WS-AR-IDX)
               ADD WS-AR-GROSS(WS-AR-IDX) TO WS-TOTAL-ARREARS
               MOVE 'V' TO WS-AR-STATUS(WS-AR-IDX)
               MOVE WS-RUN-PERIOD TO WS-AR-PAID-PERIOD(WS-AR-IDX)
           END-IF.
       2260-ONE-ARREARS-END.
           EXIT.

      * the employer contribution walks its own brackets the same way
       2400-COMPUTE-EMPLOYER-START.
           MOVE 0 TO WS-EMPLOYER-CHG.
           PERFORM 2410-ONE-EMPBRKT-START THRU 2410-ONE-EMPBRKT-END
               VARYING WS-BE-IDX FROM 1 BY 1
               UNTIL WS-BE-IDX > WS-BE-COUNT
               OR WS-SLICE-LOW >= WS-GROSS.
       2400-COMPUTE-EMPLOYER-END.
           EXIT.

       2410-ONE-EMPBRKT-START.
           IF WS-GROSS < WS-BE-UPPER(WS-BE-IDX)
               MOVE WS-GROSS TO WS-SLICE-HIGH
           ELSE
               MOVE WS-BE-UPPER(WS-BE-IDX) TO WS-SLICE-HIGH
           END-IF.
               MOVE WS-CG-COUNT TO WS-CG-FOUND-IDX
               MOVE WS-EMP-AAGENCE TO WS-CG-CODE(WS-CG-FOUND-IDX)
           END-IF.
           ADD WS-GROSS TO WS-CG-MASSE(WS-CG-FOUND-IDX).
           ADD WS-EMPLOYER-CHG TO WS-CG-PATRONAL(WS-CG-FOUND-IDX).
           ADD WS-EMPLOYER-CHG TO WS-TOTAL-PATRONAL.
       2500-TALLY-CHARGES-END.
       2300-WRITE-PAYSLIP-START.
           MOVE WS-EMP-ID      TO PS-ID.
           MOVE WS-EMP-NOM     TO PS-NOM.
           MOVE WS-GROSS TO PS-GROSS.
           MOVE WS-DEDUCTIONS  TO PS-DEDUCT.
           MOVE WS-NET         TO PS-NET.
           MOVE WS-CP-AVAIL    TO PS-SOLDE-CP.
           MOVE WS-RTT-AVAIL   TO PS-SOLDE-RTT.
           MOVE WS-OT-PAY      TO PS-HSUP.
           WRITE PAYSLIP-REC.

      * the same slip goes to the cumulative history with the period
           MOVE WS-EMP-ID      TO HIST-ID.
           MOVE WS-RUN-PERIOD  TO HIST-PERIOD.
           MOVE WS-EMP-NOM     TO HIST-NOM.
           MOVE WS-GROSS TO HIST-GROSS.
           MOVE WS-DEDUCTIONS  TO HIST-DEDUCT.
           MOVE WS-NET         TO HIST-NET.
           MOVE WS-OT-PAY      TO HIST-OVERTIME.
           WRITE HIST-REC.

           ADD WS-GROSS TO WS-TOTAL-GROSS.
           ADD WS-DEDUCTIONS  TO WS-TOTAL-DEDUCT.
           ADD WS-NET         TO WS-TOTAL-NET.
       2300-WRITE-PAYSLIP-END.
           EXIT.

      * the settlement is recorded on the departure and the leaver's
      * employment certificate is printed
       2350-SETTLE-LEAVER-START.
           MOVE 'S'           TO LV-STATUS.
           MOVE WS-RUN-PERIOD TO LV-PERIOD.
           MOVE WS-LEAVE-PAY  TO LV-LEAVE-PAY.
           MOVE WS-GROSS      TO LV-GROSS.
           MOVE WS-NET        TO LV-NET.
           REWRITE LV-REC.
           MOVE WS-LEA-STATUS TO WS-ERR-STATUS.
           MOVE "LEAVER.dat" TO WS-ERR-FILE.
           MOVE "REWRIT" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           ADD 1 TO WS-SETTLE-COUNT.
           PERFORM 2360-WRITE-CERTIF-START THRU 2360-WRITE-CERTIF-END.
       2350-SETTLE-LEAVER-END.
           EXIT.

       2360-WRITE-CERTIF-START.
           MOVE "CERTIFICAT DE TRAVAIL" TO CERTIF-REC.
           WRITE CERTIF-REC.

           MOVE SPACES TO WS-CERT-LINE.
           STRING "EMPLOYE  : " DELIMITED BY SIZE,
               WS-EMP-ID DELIMITED BY SIZE,
               " " DELIMITED BY SIZE,
               WS-EMP-NOM DELIMITED BY SIZE,
               " " DELIMITED BY SIZE,
               WS-EMP-PRENOM DELIMITED BY SIZE
           INTO WS-CERT-LINE.
           MOVE WS-CERT-LINE TO CERTIF-REC.
           WRITE CERTIF-REC.

           MOVE SPACES TO WS-CERT-LINE.
           STRING "POSTE    : " DELIMITED BY SIZE,
               WS-EMP-POSTE DELIMITED BY SIZE,
               "  AGENCE: " DELIMITED BY SIZE,
               WS-EMP-AAGENCE DELIMITED BY SIZE
           INTO WS-CERT-LINE.
           MOVE WS-CERT-LINE TO CERTIF-REC.
           WRITE CERTIF-REC.

           MOVE WS-EMP-EMBAUCHE TO WS-CERT-DATE.
           PERFORM 2370-EDIT-DATE-START THRU 2370-EDIT-DATE-END.
           MOVE WS-CERT-DATE-ED TO WS-CERT-FROM.
           MOVE LV-DATE TO WS-CERT-DATE.
           PERFORM 2370-EDIT-DATE-START THRU 2370-EDIT-DATE-END.
           MOVE WS-CERT-DATE-ED TO WS-CERT-TO.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "EMPLOYE DU " DELIMITED BY SIZE,
               WS-CERT-FROM DELIMITED BY SIZE,
               " AU " DELIMITED BY SIZE,
               WS-CERT-TO DELIMITED BY SIZE
           INTO WS-CERT-LINE.
           MOVE WS-CERT-LINE TO CERTIF-REC.
           WRITE CERTIF-REC.

           PERFORM 2380-REASON-LABEL-START THRU 2380-REASON-LABEL-END.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "MOTIF    : " DELIMITED BY SIZE,
               WS-REASON-LABEL DELIMITED BY SIZE
           INTO WS-CERT-LINE.
           MOVE WS-CERT-LINE TO CERTIF-REC.
           WRITE CERTIF-REC.

           MOVE SPACES TO WS-CERT-LINE.
           STRING "SOLDE DE TOUT COMPTE, PAIE " DELIMITED BY SIZE,
               WS-RUN-PERIOD DELIMITED BY SIZE
           INTO WS-CERT-LINE.
           MOVE WS-CERT-LINE TO CERTIF-REC.
           WRITE CERTIF-REC.

           MOVE LV-CP-DAYS  TO WS-CERT-DAYS-ED.
           MOVE LV-RTT-DAYS TO WS-CERT-RTT-ED.
           MOVE WS-LEAVE-PAY TO WS-CERT-AMOUNT-ED.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "  CONGES SOLDES  : " DELIMITED BY SIZE,
               WS-CERT-DAYS-ED DELIMITED BY SIZE,
               " J + RTT " DELIMITED BY SIZE,
               WS-CERT-RTT-ED DELIMITED BY SIZE,
               " J = " DELIMITED BY SIZE,
               WS-CERT-AMOUNT-ED DELIMITED BY SIZE
           INTO WS-CERT-LINE.
           MOVE WS-CERT-LINE TO CERTIF-REC.
           WRITE CERTIF-REC.

           MOVE LV-NOTICE TO WS-CERT-AMOUNT-ED.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "  PREAVIS        : " DELIMITED BY SIZE,
               WS-CERT-AMOUNT-ED DELIMITED BY SIZE
           INTO WS-CERT-LINE.
           MOVE WS-CERT-LINE TO CERTIF-REC.
           WRITE CERTIF-REC.

           MOVE WS-GROSS TO WS-CERT-AMOUNT-ED.
           MOVE WS-NET   TO WS-CERT-NET-ED.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "  BRUT TOTAL     : " DELIMITED BY SIZE,
               WS-CERT-AMOUNT-ED DELIMITED BY SIZE,
               "   NET A PAYER: " DELIMITED BY SIZE,
               WS-CERT-NET-ED DELIMITED BY SIZE
           INTO WS-CERT-LINE.
           MOVE WS-CERT-LINE TO CERTIF-REC.
           WRITE CERTIF-REC.

           MOVE ALL "-" TO CERTIF-REC.
           WRITE CERTIF-REC.
       2360-WRITE-CERTIF-END.
           EXIT.

      * AAAAMMJJ to JJ/MM/AAAA
       2370-EDIT-DATE-START.
           MOVE SPACES TO WS-CERT-DATE-ED.
           STRING WS-CD-DAY DELIMITED BY SIZE,
               "/" DELIMITED BY SIZE,
               WS-CD-MONTH DELIMITED BY SIZE,
               "/" DELIMITED BY SIZE,
               WS-CD-YEAR DELIMITED BY SIZE
           INTO WS-CERT-DATE-ED.
       2370-EDIT-DATE-END.
           EXIT.

      * the reason code in words
       2380-REASON-LABEL-START.
           EVALUATE TRUE
               WHEN LV-DEMISSION
                   MOVE "DEMISSION"              TO WS-REASON-LABEL
               WHEN LV-LICENCIEMENT
                   MOVE "LICENCIEMENT"           TO WS-REASON-LABEL
               WHEN LV-RUPTURE
                   MOVE "RUPTURE CONVENTIONNELLE" TO WS-REASON-LABEL
               WHEN LV-FIN-CONTRAT
                   MOVE "FIN DE CONTRAT"         TO WS-REASON-LABEL
               WHEN LV-RETRAITE
                   MOVE "RETRAITE"               TO WS-REASON-LABEL
               WHEN OTHER
                   MOVE "?"                      TO WS-REASON-LABEL
           END-EVALUATE.
       2380-REASON-LABEL-END.
           EXIT.

      ******************************************************************
      * COMPANY-WIDE CONTROL TOTALS FOR ACCOUNTING
      ******************************************************************
           MOVE WS-CTRL-LINE TO CONTROL-REC.
           WRITE CONTROL-REC.

           MOVE WS-TOTAL-ABS-DEDUCT TO WS-TOTAL-ABS-ED.
           MOVE SPACES TO WS-CTRL-LINE.
           STRING "RETENUE ABSENCE: " DELIMITED BY SIZE,
               WS-TOTAL-ABS-ED DELIMITED BY SIZE
           INTO WS-CTRL-LINE.
           MOVE WS-CTRL-LINE TO CONTROL-REC.
           WRITE CONTROL-REC.

           MOVE WS-TOTAL-ARREARS TO WS-TOTAL-ARREARS-ED.
           MOVE SPACES TO WS-CTRL-LINE.
           STRING "DONT RAPPELS   : " DELIMITED BY SIZE,
               WS-TOTAL-ARREARS-ED DELIMITED BY SIZE
           INTO WS-CTRL-LINE.
           MOVE WS-CTRL-LINE TO CONTROL-REC.
           WRITE CONTROL-REC.

           MOVE SPACES TO WS-CTRL-LINE.
           STRING "SOLDES DEPART  : " DELIMITED BY SIZE,
               WS-SETTLE-COUNT DELIMITED BY SIZE,
               "  PARTIS EXCLUS: " DELIMITED BY SIZE,
               WS-LEFT-COUNT DELIMITED BY SIZE
           INTO WS-CTRL-LINE.
           MOVE WS-CTRL-LINE TO CONTROL-REC.
           WRITE CONTROL-REC.

           MOVE WS-TOTAL-OVERTIME TO WS-TOTAL-OVERTIME-ED.
           MOVE SPACES TO WS-CTRL-LINE.
           STRING "DONT HEURES SUP: " DELIMITED BY SIZE,
               WS-TOTAL-OVERTIME-ED DELIMITED BY SIZE
           INTO WS-CTRL-LINE.
           MOVE WS-CTRL-LINE TO CONTROL-REC.
           WRITE CONTROL-REC.
           PERFORM 3100-UNPAID-OVERTIME-START
              THRU 3100-UNPAID-OVERTIME-END
              VARYING WS-OT-IDX FROM 1 BY 1
              UNTIL WS-OT-IDX > WS-OT-COUNT.
           IF WS-OT-UNPAID > 0
               DISPLAY "HEURES SUP NON PAYEES: " WS-OT-UNPAID
                   " LIGNE(S) - VOIR PAYCTRL.txt"
           END-IF.

           MOVE WS-TOTAL-PATRONAL TO WS-TOTAL-PATRONAL-ED.
           MOVE SPACES TO WS-CTRL-LINE.
           STRING "TOTAL PATRONAL : " DELIMITED BY SIZE,
       3000-CONTROL-REPORT-END.
           EXIT.

      * an overtime line whose EMPLOYE-ID got no payslip this run
       3100-UNPAID-OVERTIME-START.
           IF WS-OT-PAID(WS-OT-IDX) = 'Y'
               GO TO 3100-UNPAID-OVERTIME-END
           END-IF.
           ADD 1 TO WS-OT-UNPAID.
           MOVE SPACES TO WS-CTRL-LINE.
           STRING "  HS NON PAYEES: " DELIMITED BY SIZE,
               WS-OT-ID(WS-OT-IDX) DELIMITED BY SIZE,
               " " DELIMITED BY SIZE,
               WS-OT-NOM(WS-OT-IDX) DELIMITED BY SIZE
           INTO WS-CTRL-LINE.
           MOVE WS-CTRL-LINE TO CONTROL-REC.
           WRITE CONTROL-REC.
       3100-UNPAID-OVERTIME-END.
           EXIT.

      ******************************************************************
      * ONE SUMMARY RECORD PER AGENCE: SALARY MASS, EMPLOYER CHARGES
      * AND FULL COST, FOR THE FINANCE BUDGET
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
      * the name master is optional: without it every name is
      * INCONNUE
           OPEN INPUT F-AGENCE.
           IF WS-AGC-STATUS = '00'
               SET WS-AGC-OPEN TO TRUE
           END-IF.
           PERFORM 4100-ONE-AGENCE-START THRU 4100-ONE-AGENCE-END
               VARYING WS-CG-IDX FROM 1 BY 1
               UNTIL WS-CG-IDX > WS-CG-COUNT.
           IF WS-AGC-OPEN
               CLOSE F-AGENCE
           END-IF.
           CLOSE F-CHARGES.
           DISPLAY "RESUME DES CHARGES ECRIT, AGENCES: " WS-CG-COUNT.
       4000-CHARGES-SUMMARY-END.
           EXIT.

       4100-ONE-AGENCE-START.
           MOVE SPACES TO CHARGES-REC.
           MOVE WS-CG-CODE(WS-CG-IDX)     TO CHG-AGENCE.
           MOVE WS-CG-MASSE(WS-CG-IDX)    TO CHG-MASSE.
           MOVE WS-CG-PATRONAL(WS-CG-IDX) TO CHG-PATRONAL.
           COMPUTE CHG-COUT-TOTAL = WS-CG-MASSE(WS-CG-IDX)
               + WS-CG-PATRONAL(WS-CG-IDX).
           PERFORM 4200-AGENCE-NAME-START THRU 4200-AGENCE-NAME-END.
           WRITE CHARGES-REC.
       4100-ONE-AGENCE-END.
           EXIT.

       4200-AGENCE-NAME-START.
           MOVE "INCONNUE" TO CHG-NOM.
           IF NOT WS-AGC-OPEN
               GO TO 4200-AGENCE-NAME-END
           END-IF.
           MOVE WS-CG-CODE(WS-CG-IDX) TO AG-CODE.
           READ F-AGENCE
               INVALID KEY GO TO 4200-AGENCE-NAME-END
           END-READ.
           MOVE AG-NOM TO CHG-NOM.
       4200-AGENCE-NAME-END.
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

      * the completed run leaves the period calculated
       8100-MARK-PERIOD-START.
           PERFORM 8000-READ-PERIOD-START THRU 8000-READ-PERIOD-END.
           MOVE 'C' TO PP-STATUS.
           MOVE FUNCTION CURRENT-DATE TO PP-STAMP.
           MOVE "payrun" TO PP-PROGRAM.
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

           MOVE SPACES TO PA-REC.
           MOVE "PAIE CALCULEE" TO PA-TEXT.
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
