      *                    balance per person, and the unmatched
      *                    sign-ins the daily sheet already lists
      *                    carried forward, to ATTCONS.txt.
      * 2026-10-15 Yves    Overtime: a positive monthly balance becomes
      *                    an overtime line in OVERTIME.dat for
      *                    payrun.cbl - the hours up to the monthly
      *                    threshold at the first rate, the rest at the
      *                    second, both kept in OVERTIME.parm - with
      *                    the badge name joined to its EMPLOYE-ID in
      *                    PERSONNEL.dat.  A name with no EMPLOYE-ID or
      *                    no contract goes to the OTEXCPT.txt
      *                    exception list instead of being dropped.
      *================================================================*
       PROGRAM-ID. attcons.
       AUTHOR. Yves.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT PERSONNEL-FILE ASSIGN TO 'PERSONNEL.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PER-STATUS.

           SELECT PARM-FILE ASSIGN TO 'OVERTIME.parm'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRM-STATUS.

           SELECT OVERTIME-FILE ASSIGN TO 'OVERTIME.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OVT-STATUS.

           SELECT OTEXCPT-FILE ASSIGN TO 'OTEXCPT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OTX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNIN-LOG.
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-REC          PIC X(80).

      * badge name and the EMPLOYE-ID it is paid under
       FD  PERSONNEL-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PERSONNEL-REC.
           05 PER-NOM          PIC X(12).
           05 PER-ID           PIC X(08).

      * monthly hours paid at the first rate, then the two rates in
      * whole percents; a field left blank keeps its default
       FD  PARM-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01  PARM-REC.
           05 PRM-THRESHOLD    PIC X(03).
           05 PRM-RATE-1       PIC X(03).
           05 PRM-RATE-2       PIC X(03).

      * one overtime line per person and month, paid by payrun.cbl
       FD  OVERTIME-FILE
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

       FD  OTEXCPT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  OTEXCPT-REC         PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS PIC X(02).
           88 WS-LOG-EOF     VALUE '10'.
       01  WS-CTR-STATUS PIC X(02).
           88 WS-CTR-EOF     VALUE '10'.
       01  WS-RPT-STATUS PIC X(02).
       01  WS-PER-STATUS PIC X(02).
           88 WS-PER-EOF     VALUE '10'.
       01  WS-PRM-STATUS PIC X(02).
       01  WS-OVT-STATUS PIC X(02).
       01  WS-OTX-STATUS PIC X(02).

      * badge names and their EMPLOYE-ID, from PERSONNEL.dat
       01  WS-PERSONNEL-TABLE.
           05 WS-PER-ENTRY OCCURS 200 TIMES INDEXED BY WS-PER-IDX.
              10 WS-PER-NOM     PIC X(12).
              10 WS-PER-ID      PIC X(08).
       01  WS-PER-COUNT        PIC 9(03) VALUE 0.
       01  WS-PER-ID-GOT       PIC X(08) VALUE SPACES.
       01  WS-PER-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-PER-FOUND         VALUE 'Y'.
           88 WS-PER-NOT-FOUND     VALUE 'N'.

      * overtime rules: the first WS-OT-THRESHOLD hours of the month
      * (about 8 a week) at WS-OT-RATE-1 percent, the rest at
      * WS-OT-RATE-2 percent, unless OVERTIME.parm says otherwise
       01  WS-OT-THRESHOLD     PIC 9(03) VALUE 35.
       01  WS-OT-RATE-1        PIC 9(03) VALUE 125.
       01  WS-OT-RATE-2        PIC 9(03) VALUE 150.
       01  WS-OT-MIN-1         PIC 9(06) VALUE 0.
       01  WS-OT-MIN-2         PIC 9(06) VALUE 0.
       01  WS-OT-COUNT         PIC 9(05) VALUE 0.
       01  WS-OTX-COUNT        PIC 9(05) VALUE 0.
       01  WS-OTX-REASON       PIC X(16).

       01  WS-OTX-LINE.
           05 OXL-NOM          PIC X(12).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 OXL-PERIOD       PIC 9(06).
           05 FILLER           PIC X(08) VALUE "  SUP : ".
           05 OXL-HOURS        PIC Z(03)9.
           05 FILLER           PIC X(01) VALUE "H".
           05 OXL-MINS         PIC 9(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 OXL-REASON       PIC X(16).

      * every IN record still waiting for its OUT
       01  WS-OPEN-TABLE.
       0000-MAIN-START.
           PERFORM 0500-LOAD-CONTRACTS-DEB
              THRU 0500-LOAD-CONTRACTS-FIN.
           PERFORM 0600-LOAD-PERSONNEL-DEB
              THRU 0600-LOAD-PERSONNEL-FIN.
           PERFORM 0700-READ-PARM-DEB THRU 0700-READ-PARM-FIN.

           OPEN INPUT SIGNIN-LOG.
           MOVE WS-LOG-STATUS TO WS-ERR-STATUS.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           OPEN OUTPUT OVERTIME-FILE.
           MOVE WS-OVT-STATUS TO WS-ERR-STATUS.
           MOVE "OVERTIME.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           OPEN OUTPUT OTEXCPT-FILE.
           MOVE WS-OTX-STATUS TO WS-ERR-STATUS.
           MOVE "OTEXCPT.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE "---- HEURES SUP NON PAYABLES ----" TO OTEXCPT-REC.
           WRITE OTEXCPT-REC.

           PERFORM 3000-WEEKLY-SHEET-DEB THRU 3000-WEEKLY-SHEET-FIN.
           PERFORM 4000-MONTHLY-SHEET-DEB
              THRU 4000-MONTHLY-SHEET-FIN.
           PERFORM 5000-UNMATCHED-DEB THRU 5000-UNMATCHED-FIN.

           CLOSE REPORT-FILE.
           CLOSE OVERTIME-FILE.
           CLOSE OTEXCPT-FILE.
           DISPLAY "CONSOLIDATION ECRITE DANS ATTCONS.txt".
           DISPLAY "LIGNES HEURES SUP (OVERTIME.dat) : " WS-OT-COUNT.
           DISPLAY "EXCEPTIONS (OTEXCPT.txt)         : " WS-OTX-COUNT.
       0000-MAIN-END.
           STOP RUN.

       0510-ONE-CONTRACT-FIN.
           EXIT.

      ******************************************************************
      * LOAD THE BADGE NAMES AND THEIR EMPLOYE-ID
      ******************************************************************
       0600-LOAD-PERSONNEL-DEB.
           OPEN INPUT PERSONNEL-FILE.
           MOVE WS-PER-STATUS TO WS-ERR-STATUS.
           MOVE "PERSONNEL.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 0610-ONE-PERSON-DEB THRU 0610-ONE-PERSON-FIN
               UNTIL WS-PER-EOF.
           CLOSE PERSONNEL-FILE.
       0600-LOAD-PERSONNEL-FIN.
           EXIT.

       0610-ONE-PERSON-DEB.
           READ PERSONNEL-FILE
               AT END SET WS-PER-EOF TO TRUE
               NOT AT END
                   IF WS-PER-COUNT < 200
                       ADD 1 TO WS-PER-COUNT
                       SET WS-PER-IDX TO WS-PER-COUNT
                       MOVE PER-NOM TO WS-PER-NOM(WS-PER-IDX)
                       MOVE PER-ID  TO WS-PER-ID(WS-PER-IDX)
                   END-IF
           END-READ.
       0610-ONE-PERSON-FIN.
           EXIT.

      ******************************************************************
      * THE OVERTIME RULES, FROM OVERTIME.parm WHEN PRESENT; A FIELD
      * LEFT BLANK OR NOT NUMERIC KEEPS ITS DEFAULT
      ******************************************************************
       0700-READ-PARM-DEB.
           OPEN INPUT PARM-FILE.
           IF WS-PRM-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-THRESHOLD IS NUMERIC
                           MOVE PRM-THRESHOLD TO WS-OT-THRESHOLD
                       END-IF
                       IF PRM-RATE-1 IS NUMERIC
                           MOVE PRM-RATE-1 TO WS-OT-RATE-1
                       END-IF
                       IF PRM-RATE-2 IS NUMERIC
                           MOVE PRM-RATE-2 TO WS-OT-RATE-2
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
       0700-READ-PARM-FIN.
           EXIT.

      ******************************************************************
      * ROUTE EACH LOG RECORD BY ITS DIRECTION, EXACTLY AS THE DAILY
      * SHEET DOES

           MOVE WS-MONTH-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           IF WS-BALANCE > 0
               PERFORM 4200-OVERTIME-LINE-DEB
                  THRU 4200-OVERTIME-LINE-FIN
           END-IF.
       4100-ONE-MONTH-FIN.
           EXIT.

      * the month's excess over the contract is paid as overtime
      * under the person's EMPLOYE-ID - the first hours at the first
      * rate, the rest at the second; what cannot be paid is listed
       4200-OVERTIME-LINE-DEB.
           IF WS-CTR-NOT-FOUND
               MOVE "SANS CONTRAT" TO WS-OTX-REASON
               PERFORM 4300-OVERTIME-EXCEPT-DEB
                  THRU 4300-OVERTIME-EXCEPT-FIN
               GO TO 4200-OVERTIME-LINE-FIN
           END-IF.
           PERFORM 4250-FIND-PERSON-DEB THRU 4250-FIND-PERSON-FIN.
           IF WS-PER-NOT-FOUND
               MOVE "HORS REFERENTIEL" TO WS-OTX-REASON
               PERFORM 4300-OVERTIME-EXCEPT-DEB
                  THRU 4300-OVERTIME-EXCEPT-FIN
               GO TO 4200-OVERTIME-LINE-FIN
           END-IF.
           IF WS-PER-ID-GOT IS NOT NUMERIC
              OR WS-PER-ID-GOT = ZEROES
               MOVE "SANS MATRICULE" TO WS-OTX-REASON
               PERFORM 4300-OVERTIME-EXCEPT-DEB
                  THRU 4300-OVERTIME-EXCEPT-FIN
               GO TO 4200-OVERTIME-LINE-FIN
           END-IF.

           IF WS-BALANCE > WS-OT-THRESHOLD * 60
               COMPUTE WS-OT-MIN-1 = WS-OT-THRESHOLD * 60
               COMPUTE WS-OT-MIN-2 = WS-BALANCE - WS-OT-MIN-1
           ELSE
               MOVE WS-BALANCE TO WS-OT-MIN-1
               MOVE 0 TO WS-OT-MIN-2
           END-IF.
           MOVE WS-PER-ID-GOT             TO OT-ID.
           MOVE WS-MTH-PERIOD(WS-MTH-IDX) TO OT-PERIOD.
           MOVE WS-MTH-NOM(WS-MTH-IDX)    TO OT-NOM.
           MOVE WS-CTR-GOT                TO OT-WEEKLY.
           COMPUTE OT-HOURS-1 ROUNDED = WS-OT-MIN-1 / 60.
           MOVE WS-OT-RATE-1              TO OT-RATE-1.
           COMPUTE OT-HOURS-2 ROUNDED = WS-OT-MIN-2 / 60.
           MOVE WS-OT-RATE-2              TO OT-RATE-2.
           WRITE OVERTIME-REC.
           MOVE WS-OVT-STATUS TO WS-ERR-STATUS.
           MOVE "OVERTIME.dat" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           ADD 1 TO WS-OT-COUNT.
       4200-OVERTIME-LINE-FIN.
           EXIT.

      * EMPLOYE-ID of the month's badge name, from PERSONNEL.dat
       4250-FIND-PERSON-DEB.
           SET WS-PER-NOT-FOUND TO TRUE.
           MOVE SPACES TO WS-PER-ID-GOT.
           PERFORM 4260-ONE-PERSON-DEB THRU 4260-ONE-PERSON-FIN
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-PER-COUNT OR WS-PER-FOUND.
       4250-FIND-PERSON-FIN.
           EXIT.

       4260-ONE-PERSON-DEB.
           IF WS-PER-NOM(WS-PER-IDX) = WS-MTH-NOM(WS-MTH-IDX)
               SET WS-PER-FOUND TO TRUE
               MOVE WS-PER-ID(WS-PER-IDX) TO WS-PER-ID-GOT
           END-IF.
       4260-ONE-PERSON-FIN.
           EXIT.

       4300-OVERTIME-EXCEPT-DEB.
           MOVE WS-MTH-NOM(WS-MTH-IDX)    TO OXL-NOM.
           MOVE WS-MTH-PERIOD(WS-MTH-IDX) TO OXL-PERIOD.
           MOVE WS-BAL-HOURS              TO OXL-HOURS.
           MOVE WS-BAL-REMAIN             TO OXL-MINS.
           MOVE WS-OTX-REASON             TO OXL-REASON.
           MOVE WS-OTX-LINE TO OTEXCPT-REC.
           WRITE OTEXCPT-REC.
           ADD 1 TO WS-OTX-COUNT.
       4300-OVERTIME-EXCEPT-FIN.
           EXIT.

      ******************************************************************
      * THE SIGN-INS NEVER SIGNED OUT, CARRIED FORWARD FROM THE
      * DAILY SHEET
