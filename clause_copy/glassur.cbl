       IDENTIFICATION DIVISION.
       PROGRAM-ID. glassur.
       AUTHOR. Yves.
      *=================================================================
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: general-ledger extract of the
      *                    insurance side for one month, in the same
      *                    accounting-interface layout as glextrct.cbl
      *                    (D/C lines and a hash total) but written to
      *                    GLASSUR.dat - premiums earned (instalments
      *                    of PREMRCV.dat due in the month) per company
      *                    and currency, claims paid and the change in
      *                    outstanding reserves (CLMMVT.dat movements
      *                    of the month) per company and currency,
      *                    each converted to euros with rates.dat.
      *                    The company is resolved through CIEMAST.dat
      *                    and booked on its ledger section from
      *                    GLCIE.dat; a company with no section goes
      *                    to the suspense section 999 and is listed
      *                    in GLASSUR.txt.  A currency missing from
      *                    rates.dat stops the run before anything is
      *                    written.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RECEIVABLE ASSIGN TO 'PREMRCV.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RCV-KEY
           FILE STATUS IS WS-RCV-STATUS.

           SELECT F-MOVEMENT ASSIGN TO 'CLMMVT.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MVT-KEY
           FILE STATUS IS WS-MVT-STATUS.

           SELECT F-CLAIM ASSIGN TO 'CLAIMS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLM-NUM
           FILE STATUS IS WS-CLM-STATUS.

           SELECT F-CONTRACT ASSIGN TO 'ASSURIDX.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDX-DATA-ID
           ALTERNATE RECORD KEY IS IDX-DATA-ENTREPISE
               WITH DUPLICATES
           FILE STATUS IS WS-IDX-STATUS.

           SELECT F-CIEMAST ASSIGN TO 'CIEMAST.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CIE-CODE
           FILE STATUS IS WS-CIE-STATUS.

           SELECT F-SECTIONS ASSIGN TO 'GLCIE.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SEC-STATUS.

           SELECT F-RATES ASSIGN TO 'rates.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RAT-STATUS.

           SELECT F-JOURNAL ASSIGN TO 'GLASSUR.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.

           SELECT F-CONTROL ASSIGN TO 'GLASSUR.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.

      * one premium instalment of a contract (see assurbil.cbl)
       FD  F-RECEIVABLE
           RECORD CONTAINS 100 CHARACTERS.
       01  RCV-REC.
           05 RCV-KEY.
              10 RCV-CONTRACT-ID  PIC X(08).
              10 RCV-DUE          PIC 9(08).
           05 RCV-ENTREPISE       PIC X(41).
           05 RCV-FREQ            PIC X(01).
           05 RCV-AMOUNT          PIC 9(09)V99.
           05 RCV-PAID            PIC 9(09)V99.
           05 RCV-CURRENCY        PIC X(03).
           05 RCV-STATUS          PIC X(01).
           05 RCV-BILLED          PIC 9(08).
           05 RCV-LAST-PAY        PIC 9(08).

      * one movement of a claim (see assurmvt.cbl)
       FD  F-MOVEMENT
           RECORD CONTAINS 80 CHARACTERS.
       01  MVT-REC.
           05 MVT-KEY.
              10 MVT-CLM-NUM      PIC X(10).
              10 MVT-SEQ          PIC 9(04).
           05 MVT-TYPE            PIC X(01).
           05 MVT-DATE            PIC 9(08).
           05 MVT-RESERVE-CHG     PIC S9(09)
                                  SIGN IS LEADING SEPARATE.
           05 MVT-PAID            PIC 9(09).
           05 MVT-REFERENCE       PIC X(20).
           05 MVT-OPERATOR        PIC X(10).
           05 MVT-NEW-STATUS      PIC X(08).

       FD  F-CLAIM
           RECORD CONTAINS 43 CHARACTERS.
       01  CLAIM-REC.
           05 CLM-NUM             PIC X(10).
           05 CLM-CONTRACT-ID     PIC X(08).
           05 CLM-DATE            PIC 9(08).
           05 CLM-AMOUNT          PIC 9(09).
           05 CLM-STATUS          PIC X(08).

       FD  F-CONTRACT
           RECORD CONTAINS 126 CHARACTERS.
       01  E-IDXFILE.
           05 IDX-DATA-ID         PIC X(08).
           05 FILLER              PIC X(31).
           05 IDX-DATA-ENTREPISE  PIC X(41).
           05 FILLER              PIC X(43).
           05 IDX-DATA-CURRENCY   PIC X(03).

      * one company: its code, official name and known spellings
       FD  F-CIEMAST
           RECORD CONTAINS 375 CHARACTERS.
       01  CIE-REC.
           05 CIE-CODE            PIC X(06).
           05 CIE-NOM             PIC X(41).
           05 CIE-VARIANT         PIC X(41) OCCURS 8 TIMES.

      * ledger section of each company code
       FD  F-SECTIONS
           RECORD CONTAINS 10 CHARACTERS.
       01  SECTIONS-REC.
           05 SEC-CIE-CODE        PIC X(06).
           05 FILLER              PIC X(01).
           05 SEC-SECTION         PIC X(03).

       FD  F-RATES.
       01  RATE-DESC.
           05 RT-CURRENCY         PIC X(03).
           05 RT-RATE             PIC 9(3)V9(6).
           05 RT-EFF-DATE         PIC X(08).

      * fixed accounting-interface layout: record type, account,
      * section, debit, credit, accounting date
       FD  F-JOURNAL
           RECORD CONTAINS 42 CHARACTERS.
       01  JOURNAL-REC.
           05 JRN-TYPE         PIC X(01).
      *       'D' DEBIT LINE, 'C' CREDIT LINE, 'H' HASH TOTAL
           05 JRN-ACCOUNT      PIC X(06).
           05 JRN-AGENCE       PIC X(03).
           05 JRN-DEBIT        PIC 9(12).
           05 JRN-CREDIT       PIC 9(12).
           05 JRN-DATE         PIC 9(08).

       FD  F-CONTROL
           RECORD CONTAINS 100 CHARACTERS.
       01  CONTROL-REC         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RCV-STATUS    PIC X(02).
           88 WS-RCV-EOF        VALUE '10'.
       01  WS-MVT-STATUS    PIC X(02).
           88 WS-MVT-EOF        VALUE '10'.
       01  WS-CLM-STATUS    PIC X(02).
       01  WS-IDX-STATUS    PIC X(02).
       01  WS-CIE-STATUS    PIC X(02).
           88 WS-CIE-EOF        VALUE '10'.
       01  WS-SEC-STATUS    PIC X(02).
           88 WS-SEC-EOF        VALUE '10'.
       01  WS-RAT-STATUS    PIC X(02).
           88 WS-RAT-EOF        VALUE '10'.
       01  WS-JRN-STATUS    PIC X(02).
       01  WS-CTL-STATUS    PIC X(02).

      * the month posted, asked at run time
       01  WS-RUN-PERIOD       PIC 9(06) VALUE 0.

      * EUR conversion rates, loaded once from rates.dat
       01  WS-RATE-TABLE.
           05 WS-RT-ENTRY OCCURS 20 TIMES INDEXED BY WS-RT-IDX.
              10 WS-RT-CODE        PIC X(03).
              10 WS-RT-RATE        PIC 9(3)V9(6).
       01  WS-RT-COUNT         PIC 9(02) VALUE 0.
       01  WS-RATE-FOUND-SW    PIC X(01) VALUE 'N'.
           88 WS-RATE-FOUND        VALUE 'Y'.
           88 WS-RATE-NOT-FOUND    VALUE 'N'.
       01  WS-RATE-WK          PIC 9(3)V9(6) VALUE 0.

      * ledger section per company code, loaded once from GLCIE.dat
       01  WS-SECTION-TABLE.
           05 WS-SC-ENTRY OCCURS 300 TIMES INDEXED BY WS-SC-IDX.
              10 WS-SC-CODE        PIC X(06).
              10 WS-SC-SECTION     PIC X(03).
       01  WS-SC-COUNT         PIC 9(03) VALUE 0.

      * the company master in memory: code, official name and every
      * name it answers to in upper case (1 official, 2-9 spellings)
       01  WS-CMP-TABLE.
           05 WS-CMP-ENTRY OCCURS 300 TIMES INDEXED BY WS-CMP-IDX.
              10 WS-CMP-CODE     PIC X(6).
              10 WS-CMP-NOM      PIC X(41).
              10 WS-CMP-NAME     PIC X(41) OCCURS 9 TIMES.
       01  WS-CMP-ENTRIES             PIC 9(03) VALUE 0.
       01  WS-CMP-K                   PIC 9(03) VALUE 0.
       01  WS-CMP-N                   PIC 9(02) VALUE 0.
       01  WS-CMP-WANTED              PIC X(41).
       01  WS-CMP-HITS                PIC 9(03) VALUE 0.
       01  WS-CMP-HIT-CODE            PIC X(6).
       01  WS-CMP-HIT-NOM             PIC X(41).
       01  WS-CMP-MATCH-SW            PIC X(01) VALUE 'N'.
           88 WS-CMP-MATCH                VALUE 'Y'.

      * amounts per kind, section and currency: P premiums earned,
      * C claims paid, R change in outstanding reserves
       01  WS-BUCKET-TABLE.
           05 WS-BK-ENTRY OCCURS 500 TIMES INDEXED BY WS-BK-IDX.
              10 WS-BK-KIND        PIC X(01).
              10 WS-BK-SECTION     PIC X(03).
              10 WS-BK-CURRENCY    PIC X(03).
              10 WS-BK-AMOUNT      PIC S9(11)V99.
              10 WS-BK-EUR         PIC S9(12).
       01  WS-BK-COUNT         PIC 9(03) VALUE 0.
       01  WS-FOUND-SW         PIC X(01) VALUE 'N'.
           88 WS-FOUND             VALUE 'Y'.
           88 WS-NOT-FOUND         VALUE 'N'.
       01  WS-FOUND-IDX        PIC 9(03) VALUE 0.

      * companies with no ledger section, listed once each
       01  WS-UNKNOWN-TABLE.
           05 WS-UK-NAME OCCURS 100 TIMES PIC X(41).
       01  WS-UK-COUNT         PIC 9(03) VALUE 0.
       01  WS-UK-K             PIC 9(03) VALUE 0.
       01  WS-UK-SEEN-SW       PIC X(01) VALUE 'N'.
           88 WS-UK-SEEN           VALUE 'Y'.

      * the entry being added to a bucket
       01  WS-SAVED-KIND       PIC X(01).
       01  WS-SAVED-SECTION    PIC X(03).
       01  WS-SAVED-CURRENCY   PIC X(03).
       01  WS-SAVED-AMOUNT     PIC S9(11)V99.
       01  WS-SAVED-NAME       PIC X(41).

      * the claim and contract of the current movement
       01  WS-LAST-CLM-NUM     PIC X(10) VALUE LOW-VALUES.
       01  WS-CLM-SECTION      PIC X(03).
       01  WS-CLM-CURRENCY     PIC X(03).

       01  WS-SUSPENSE         PIC X(03) VALUE "999".
       01  WS-MISSING-RATES    PIC 9(03) VALUE 0.
       01  WS-RCV-COUNT        PIC 9(06) VALUE 0.
       01  WS-MVT-COUNT        PIC 9(06) VALUE 0.
       01  WS-LINE-COUNT       PIC 9(04) VALUE 0.

      * one total per kind for the balancing lines
       01  WS-TOTAL-EUR        PIC S9(12) VALUE 0.
       01  WS-HASH-TOTAL       PIC 9(12) VALUE 0.
       01  WS-LINE-AMOUNT      PIC 9(12) VALUE 0.

       01  WS-CURRENT-DATE.
           05 WS-CD-DATE       PIC 9(08).
           05 FILLER           PIC X(13).

      * premiums earned are credited per section on 706000 against
      * the premium receivable 411000; claims paid are debited per
      * section on 601000 against the bank 512000; the change in
      * outstanding reserves goes per section on 603000 against the
      * claims provision 151000
       01  WS-ACC-PREMIUM      PIC X(06) VALUE "706000".
       01  WS-ACC-RECEIVABLE   PIC X(06) VALUE "411000".
       01  WS-ACC-CLAIMS       PIC X(06) VALUE "601000".
       01  WS-ACC-BANK         PIC X(06) VALUE "512000".
       01  WS-ACC-RESERVE-CHG  PIC X(06) VALUE "603000".
       01  WS-ACC-PROVISION    PIC X(06) VALUE "151000".
       01  WS-LINE-ACCOUNT     PIC X(06).
       01  WS-BALANCE-ACCOUNT  PIC X(06).
       01  WS-LINE-SIDE        PIC X(01).
       01  WS-BALANCE-SIDE     PIC X(01).
       01  WS-CUR-KIND         PIC X(01).

       01  WS-CONTROL-LINE.
           05 CT-KIND          PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CT-SECTION       PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CT-CURRENCY      PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CT-AMOUNT        PIC -(11)9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CT-RATE          PIC ZZ9.9(06).
           05 FILLER           PIC X(06) VALUE " EUR  ".
           05 CT-EUR           PIC -(11)9.
      *=================================================================
      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           DISPLAY "Mois a comptabiliser (AAAAMM, defaut mois en"
               " cours) ?".
           ACCEPT WS-RUN-PERIOD.
           IF WS-RUN-PERIOD = 0
               MOVE WS-CD-DATE(1:6) TO WS-RUN-PERIOD
           END-IF.

           PERFORM 0500-LOAD-RATES-START THRU 0500-LOAD-RATES-END.
           PERFORM 0600-LOAD-SECTIONS-START
              THRU 0600-LOAD-SECTIONS-END.
           PERFORM 7200-LOAD-CIEMAST-START
              THRU 7200-LOAD-CIEMAST-END.

           PERFORM 1000-TALLY-PREMIUMS-START
              THRU 1000-TALLY-PREMIUMS-END.
           PERFORM 2000-TALLY-CLAIMS-START
              THRU 2000-TALLY-CLAIMS-END.
           PERFORM 3000-CONVERT-START THRU 3000-CONVERT-END.

           PERFORM 4000-WRITE-JOURNAL-START
              THRU 4000-WRITE-JOURNAL-END.

           IF WS-UK-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * LOAD THE EUR CONVERSION RATES - WITHOUT THEM NOTHING IN A
      * FOREIGN CURRENCY CAN BE POSTED
      ******************************************************************
       0500-LOAD-RATES-START.
           OPEN INPUT F-RATES.
           IF WS-RAT-STATUS = '35'
               DISPLAY "rates.dat ABSENT - AUCUNE CONVERSION EUR."
               GO TO 0500-LOAD-RATES-END
           END-IF.
           MOVE WS-RAT-STATUS TO WS-ERR-STATUS.
           MOVE "rates.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 0510-READ-RATE-START THRU 0510-READ-RATE-END
               UNTIL WS-RAT-EOF.
           CLOSE F-RATES.
       0500-LOAD-RATES-END.
           EXIT.

       0510-READ-RATE-START.
           READ F-RATES
               AT END SET WS-RAT-EOF TO TRUE
               NOT AT END
                   IF WS-RT-COUNT < 20
                       ADD 1 TO WS-RT-COUNT
                       MOVE RT-CURRENCY TO WS-RT-CODE(WS-RT-COUNT)
                       MOVE RT-RATE     TO WS-RT-RATE(WS-RT-COUNT)
                   END-IF
           END-READ.
       0510-READ-RATE-END.
           EXIT.

      ******************************************************************
      * LOAD THE LEDGER SECTION OF EACH COMPANY CODE - WITHOUT THE
      * REFERENCE EVERYTHING GOES TO THE SUSPENSE SECTION
      ******************************************************************
       0600-LOAD-SECTIONS-START.
           OPEN INPUT F-SECTIONS.
           IF WS-SEC-STATUS = '35'
               DISPLAY "GLCIE.dat ABSENT - TOUT EN SECTION "
                   WS-SUSPENSE "."
               GO TO 0600-LOAD-SECTIONS-END
           END-IF.
           MOVE WS-SEC-STATUS TO WS-ERR-STATUS.
           MOVE "GLCIE.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 0610-READ-SECTION-START THRU 0610-READ-SECTION-END
               UNTIL WS-SEC-EOF.
           CLOSE F-SECTIONS.
       0600-LOAD-SECTIONS-END.
           EXIT.

       0610-READ-SECTION-START.
           READ F-SECTIONS
               AT END SET WS-SEC-EOF TO TRUE
               NOT AT END
                   IF WS-SC-COUNT < 300
                       ADD 1 TO WS-SC-COUNT
                       MOVE SEC-CIE-CODE TO WS-SC-CODE(WS-SC-COUNT)
                       MOVE SEC-SECTION  TO WS-SC-SECTION(WS-SC-COUNT)
                   END-IF
           END-READ.
       0610-READ-SECTION-END.
           EXIT.

      ******************************************************************
      * PREMIUMS EARNED: EVERY INSTALMENT DUE IN THE MONTH, BY THE
      * SECTION OF ITS COMPANY AND ITS CURRENCY
      ******************************************************************
       1000-TALLY-PREMIUMS-START.
           OPEN INPUT F-RECEIVABLE.
           IF WS-RCV-STATUS = '35'
               DISPLAY "PREMRCV.dat ABSENT - AUCUNE PRIME."
               GO TO 1000-TALLY-PREMIUMS-END
           END-IF.
           MOVE WS-RCV-STATUS TO WS-ERR-STATUS.
           MOVE "PREMRCV.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 1100-ONE-INSTALMENT-START
              THRU 1100-ONE-INSTALMENT-END
              UNTIL WS-RCV-EOF.
           CLOSE F-RECEIVABLE.
       1000-TALLY-PREMIUMS-END.
           EXIT.

       1100-ONE-INSTALMENT-START.
           READ F-RECEIVABLE NEXT RECORD
               AT END
                   SET WS-RCV-EOF TO TRUE
                   GO TO 1100-ONE-INSTALMENT-END
           END-READ.
           IF RCV-DUE(1:6) NOT = WS-RUN-PERIOD
               GO TO 1100-ONE-INSTALMENT-END
           END-IF.
           ADD 1 TO WS-RCV-COUNT.
           MOVE RCV-ENTREPISE TO WS-SAVED-NAME.
           PERFORM 6000-SECTION-OF-START THRU 6000-SECTION-OF-END.
           MOVE 'P'           TO WS-SAVED-KIND.
           MOVE RCV-CURRENCY  TO WS-SAVED-CURRENCY.
           MOVE RCV-AMOUNT    TO WS-SAVED-AMOUNT.
           PERFORM 5000-ADD-TO-BUCKET-START
              THRU 5000-ADD-TO-BUCKET-END.
       1100-ONE-INSTALMENT-END.
           EXIT.

      ******************************************************************
      * CLAIMS: THE PAYMENTS OF THE MONTH AND THE CHANGE THEY AND THE
      * RESERVE MOVEMENTS MAKE TO THE OUTSTANDING RESERVE
      ******************************************************************
       2000-TALLY-CLAIMS-START.
           OPEN INPUT F-MOVEMENT.
           IF WS-MVT-STATUS = '35'
               DISPLAY "CLMMVT.dat ABSENT - AUCUN SINISTRE."
               GO TO 2000-TALLY-CLAIMS-END
           END-IF.
           MOVE WS-MVT-STATUS TO WS-ERR-STATUS.
           MOVE "CLMMVT.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           OPEN INPUT F-CLAIM.
           MOVE WS-CLM-STATUS TO WS-ERR-STATUS.
           MOVE "CLAIMS.dat" TO WS-ERR-FILE.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           OPEN INPUT F-CONTRACT.
           MOVE WS-IDX-STATUS TO WS-ERR-STATUS.
           MOVE "ASSURIDX.dat" TO WS-ERR-FILE.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           PERFORM 2100-ONE-MOVEMENT-START THRU 2100-ONE-MOVEMENT-END
               UNTIL WS-MVT-EOF.
           CLOSE F-MOVEMENT F-CLAIM F-CONTRACT.
       2000-TALLY-CLAIMS-END.
           EXIT.

       2100-ONE-MOVEMENT-START.
           READ F-MOVEMENT NEXT RECORD
               AT END
                   SET WS-MVT-EOF TO TRUE
                   GO TO 2100-ONE-MOVEMENT-END
           END-READ.
           IF MVT-DATE(1:6) NOT = WS-RUN-PERIOD
               GO TO 2100-ONE-MOVEMENT-END
           END-IF.
           ADD 1 TO WS-MVT-COUNT.
           IF MVT-CLM-NUM NOT = WS-LAST-CLM-NUM
               PERFORM 2200-CLAIM-COMPANY-START
                  THRU 2200-CLAIM-COMPANY-END
           END-IF.
           MOVE WS-CLM-SECTION  TO WS-SAVED-SECTION.
           MOVE WS-CLM-CURRENCY TO WS-SAVED-CURRENCY.
           IF MVT-PAID > 0
               MOVE 'C'      TO WS-SAVED-KIND
               MOVE MVT-PAID TO WS-SAVED-AMOUNT
               PERFORM 5000-ADD-TO-BUCKET-START
                  THRU 5000-ADD-TO-BUCKET-END
           END-IF.
           COMPUTE WS-SAVED-AMOUNT = MVT-RESERVE-CHG - MVT-PAID.
           IF WS-SAVED-AMOUNT NOT = 0
               MOVE 'R' TO WS-SAVED-KIND
               PERFORM 5000-ADD-TO-BUCKET-START
                  THRU 5000-ADD-TO-BUCKET-END
           END-IF.
       2100-ONE-MOVEMENT-END.
           EXIT.

      * the claim's contract gives its company and currency
       2200-CLAIM-COMPANY-START.
           MOVE MVT-CLM-NUM TO WS-LAST-CLM-NUM.
           MOVE SPACES TO WS-SAVED-NAME.
           MOVE "EUR" TO WS-CLM-CURRENCY.
           MOVE MVT-CLM-NUM TO CLM-NUM.
           READ F-CLAIM
               INVALID KEY
                   STRING "SINISTRE INCONNU " DELIMITED BY SIZE
                       MVT-CLM-NUM DELIMITED BY SIZE
                       INTO WS-SAVED-NAME
           END-READ.
           IF WS-SAVED-NAME = SPACES
               MOVE CLM-CONTRACT-ID TO IDX-DATA-ID
               READ F-CONTRACT
                   INVALID KEY
                       STRING "CONTRAT INCONNU " DELIMITED BY SIZE
                           CLM-CONTRACT-ID DELIMITED BY SIZE
                           INTO WS-SAVED-NAME
                   NOT INVALID KEY
                       MOVE IDX-DATA-ENTREPISE TO WS-SAVED-NAME
                       MOVE IDX-DATA-CURRENCY  TO WS-CLM-CURRENCY
               END-READ
           END-IF.
           PERFORM 6000-SECTION-OF-START THRU 6000-SECTION-OF-END.
           MOVE WS-SAVED-SECTION TO WS-CLM-SECTION.
       2200-CLAIM-COMPANY-END.
           EXIT.

      ******************************************************************
      * CONVERT EVERY BUCKET TO EUROS - A CURRENCY WITH NO RATE STOPS
      * THE RUN BEFORE ANYTHING IS WRITTEN
      ******************************************************************
       3000-CONVERT-START.
           PERFORM 3100-ONE-BUCKET-START THRU 3100-ONE-BUCKET-END
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT.
           IF WS-MISSING-RATES > 0
               DISPLAY "TAUX EUR MANQUANTS DANS rates.dat - AUCUNE"
                   " ECRITURE PRODUITE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       3000-CONVERT-END.
           EXIT.

       3100-ONE-BUCKET-START.
           IF WS-BK-CURRENCY(WS-BK-IDX) = "EUR"
               MOVE 1 TO WS-RATE-WK
           ELSE
               PERFORM 3200-FIND-RATE-START THRU 3200-FIND-RATE-END
               IF WS-RATE-NOT-FOUND
                   DISPLAY "*** TAUX EUR MANQUANT: "
                       WS-BK-CURRENCY(WS-BK-IDX) " ***"
                   ADD 1 TO WS-MISSING-RATES
                   GO TO 3100-ONE-BUCKET-END
               END-IF
           END-IF.
           COMPUTE WS-BK-EUR(WS-BK-IDX) ROUNDED =
               WS-BK-AMOUNT(WS-BK-IDX) * WS-RATE-WK.
       3100-ONE-BUCKET-END.
           EXIT.

       3200-FIND-RATE-START.
           SET WS-RATE-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-RATE-WK.
           PERFORM 3210-ONE-RATE-START THRU 3210-ONE-RATE-END
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT.
       3200-FIND-RATE-END.
           EXIT.

       3210-ONE-RATE-START.
           IF WS-RT-CODE(WS-RT-IDX) EQUAL WS-BK-CURRENCY(WS-BK-IDX)
               SET WS-RATE-FOUND TO TRUE
               MOVE WS-RT-RATE(WS-RT-IDX) TO WS-RATE-WK
           END-IF.
       3210-ONE-RATE-END.
           EXIT.

      ******************************************************************
      * PER KIND: ONE LINE PER SECTION AND CURRENCY, ONE BALANCING
      * LINE; THEN THE HASH TOTAL.  THE CONTROL LISTING SHOWS EACH
      * LINE BEFORE AND AFTER CONVERSION.
      ******************************************************************
       4000-WRITE-JOURNAL-START.
           OPEN OUTPUT F-JOURNAL.
           MOVE WS-JRN-STATUS TO WS-ERR-STATUS.
           MOVE "GLASSUR.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           OPEN OUTPUT F-CONTROL.
           MOVE WS-CTL-STATUS TO WS-ERR-STATUS.
           MOVE "GLASSUR.txt" TO WS-ERR-FILE.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE SPACES TO CONTROL-REC.
           STRING "ECRITURES ASSURANCES DU MOIS " DELIMITED BY SIZE
               WS-RUN-PERIOD DELIMITED BY SIZE
               " (MONTANTS EN DEVISE PUIS EN EUR)" DELIMITED BY SIZE
               INTO CONTROL-REC.
           WRITE CONTROL-REC.
           MOVE SPACES TO CONTROL-REC.
           WRITE CONTROL-REC.

      * premiums: credit per section, debit the receivable
           MOVE 'P'                 TO WS-CUR-KIND.
           MOVE WS-ACC-PREMIUM      TO WS-LINE-ACCOUNT.
           MOVE 'C'                 TO WS-LINE-SIDE.
           MOVE WS-ACC-RECEIVABLE   TO WS-BALANCE-ACCOUNT.
           PERFORM 4100-ONE-KIND-START THRU 4100-ONE-KIND-END.
      * claims paid: debit per section, credit the bank
           MOVE 'C'                 TO WS-CUR-KIND.
           MOVE WS-ACC-CLAIMS       TO WS-LINE-ACCOUNT.
           MOVE 'D'                 TO WS-LINE-SIDE.
           MOVE WS-ACC-BANK         TO WS-BALANCE-ACCOUNT.
           PERFORM 4100-ONE-KIND-START THRU 4100-ONE-KIND-END.
      * reserves: an increase debits the section, a release credits it
           MOVE 'R'                 TO WS-CUR-KIND.
           MOVE WS-ACC-RESERVE-CHG  TO WS-LINE-ACCOUNT.
           MOVE 'D'                 TO WS-LINE-SIDE.
           MOVE WS-ACC-PROVISION    TO WS-BALANCE-ACCOUNT.
           PERFORM 4100-ONE-KIND-START THRU 4100-ONE-KIND-END.

      * the hash total carries the sum of every debit and credit so
      * the ledger side can validate the feed
           MOVE 'H'            TO JRN-TYPE.
           MOVE SPACES         TO JRN-ACCOUNT.
           MOVE SPACES         TO JRN-AGENCE.
           MOVE WS-HASH-TOTAL  TO JRN-DEBIT.
           MOVE ZEROS          TO JRN-CREDIT.
           MOVE WS-CD-DATE     TO JRN-DATE.
           WRITE JOURNAL-REC.
           CLOSE F-JOURNAL.

           PERFORM 4400-LIST-UNKNOWN-START THRU 4400-LIST-UNKNOWN-END.
           CLOSE F-CONTROL.

           DISPLAY "ECHEANCES DU MOIS    : " WS-RCV-COUNT.
           DISPLAY "MOUVEMENTS SINISTRES : " WS-MVT-COUNT.
           DISPLAY "LIGNES COMPTABLES    : " WS-LINE-COUNT.
           IF WS-UK-COUNT > 0
               DISPLAY "ENTREPRISES EN SECTION " WS-SUSPENSE ": "
                   WS-UK-COUNT " (VOIR GLASSUR.txt)"
           END-IF.
       4000-WRITE-JOURNAL-END.
           EXIT.

       4100-ONE-KIND-START.
           MOVE 0 TO WS-TOTAL-EUR.
           PERFORM 4200-ONE-LINE-START THRU 4200-ONE-LINE-END
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT.
           IF WS-TOTAL-EUR = 0
               GO TO 4100-ONE-KIND-END
           END-IF.
      * the single counterpart line balances the kind exactly
           IF (WS-LINE-SIDE = 'D' AND WS-TOTAL-EUR > 0)
           OR (WS-LINE-SIDE = 'C' AND WS-TOTAL-EUR < 0)
               MOVE 'C' TO WS-BALANCE-SIDE
           ELSE
               MOVE 'D' TO WS-BALANCE-SIDE
           END-IF.
           MOVE WS-TOTAL-EUR       TO WS-LINE-AMOUNT.
           MOVE WS-BALANCE-ACCOUNT TO JRN-ACCOUNT.
           MOVE SPACES             TO JRN-AGENCE.
           MOVE WS-BALANCE-SIDE    TO JRN-TYPE.
           PERFORM 4300-WRITE-LINE-START THRU 4300-WRITE-LINE-END.
           MOVE SPACES TO CONTROL-REC.
           WRITE CONTROL-REC.
       4100-ONE-KIND-END.
           EXIT.

      * a negative amount (a reserve release) goes on the other side
       4200-ONE-LINE-START.
           IF WS-BK-KIND(WS-BK-IDX) NOT = WS-CUR-KIND
           OR WS-BK-EUR(WS-BK-IDX) = 0
               GO TO 4200-ONE-LINE-END
           END-IF.
           ADD WS-BK-EUR(WS-BK-IDX) TO WS-TOTAL-EUR.
           MOVE WS-BK-EUR(WS-BK-IDX)     TO WS-LINE-AMOUNT.
           MOVE WS-LINE-ACCOUNT          TO JRN-ACCOUNT.
           MOVE WS-BK-SECTION(WS-BK-IDX) TO JRN-AGENCE.
           IF WS-BK-EUR(WS-BK-IDX) > 0
               MOVE WS-LINE-SIDE TO JRN-TYPE
           ELSE
               IF WS-LINE-SIDE = 'D'
                   MOVE 'C' TO JRN-TYPE
               ELSE
                   MOVE 'D' TO JRN-TYPE
               END-IF
           END-IF.
           PERFORM 4300-WRITE-LINE-START THRU 4300-WRITE-LINE-END.

           EVALUATE WS-CUR-KIND
               WHEN 'P' MOVE "PRIMES ACQUISES"      TO CT-KIND
               WHEN 'C' MOVE "SINISTRES PAYES"      TO CT-KIND
               WHEN OTHER MOVE "VARIATION PROVISION" TO CT-KIND
           END-EVALUATE.
           MOVE WS-BK-SECTION(WS-BK-IDX)  TO CT-SECTION.
           MOVE WS-BK-CURRENCY(WS-BK-IDX) TO CT-CURRENCY.
           MOVE WS-BK-AMOUNT(WS-BK-IDX)   TO CT-AMOUNT.
           IF WS-BK-CURRENCY(WS-BK-IDX) = "EUR"
               MOVE 1 TO WS-RATE-WK
           ELSE
               PERFORM 3200-FIND-RATE-START THRU 3200-FIND-RATE-END
           END-IF.
           MOVE WS-RATE-WK                TO CT-RATE.
           MOVE WS-BK-EUR(WS-BK-IDX)      TO CT-EUR.
           WRITE CONTROL-REC FROM WS-CONTROL-LINE.
       4200-ONE-LINE-END.
           EXIT.

       4300-WRITE-LINE-START.
           IF JRN-TYPE = 'D'
               MOVE WS-LINE-AMOUNT TO JRN-DEBIT
               MOVE ZEROS          TO JRN-CREDIT
           ELSE
               MOVE ZEROS          TO JRN-DEBIT
               MOVE WS-LINE-AMOUNT TO JRN-CREDIT
           END-IF.
           MOVE WS-CD-DATE TO JRN-DATE.
           WRITE JOURNAL-REC.
           MOVE WS-JRN-STATUS TO WS-ERR-STATUS.
           MOVE "GLASSUR.dat" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           ADD WS-LINE-AMOUNT TO WS-HASH-TOTAL.
           ADD 1 TO WS-LINE-COUNT.
       4300-WRITE-LINE-END.
           EXIT.

       4400-LIST-UNKNOWN-START.
           IF WS-UK-COUNT = 0
               GO TO 4400-LIST-UNKNOWN-END
           END-IF.
           MOVE SPACES TO CONTROL-REC.
           STRING "ENTREPRISES SANS SECTION, PASSEES EN "
               DELIMITED BY SIZE
               WS-SUSPENSE DELIMITED BY SIZE
               INTO CONTROL-REC.
           WRITE CONTROL-REC.
           PERFORM 4410-ONE-UNKNOWN-START THRU 4410-ONE-UNKNOWN-END
               VARYING WS-UK-K FROM 1 BY 1
               UNTIL WS-UK-K > WS-UK-COUNT.
       4400-LIST-UNKNOWN-END.
           EXIT.

       4410-ONE-UNKNOWN-START.
           MOVE SPACES TO CONTROL-REC.
           MOVE WS-UK-NAME(WS-UK-K) TO CONTROL-REC(3:41).
           WRITE CONTROL-REC.
       4410-ONE-UNKNOWN-END.
           EXIT.

      ******************************************************************
      * ADD WS-SAVED-AMOUNT TO ITS KIND/SECTION/CURRENCY BUCKET
      ******************************************************************
       5000-ADD-TO-BUCKET-START.
           IF WS-SAVED-CURRENCY = SPACES
               MOVE "EUR" TO WS-SAVED-CURRENCY
           END-IF.
           SET WS-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM 5010-ONE-SLOT-START THRU 5010-ONE-SLOT-END
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT OR WS-FOUND.
           IF WS-NOT-FOUND
               IF WS-BK-COUNT >= 500
                   DISPLAY "TABLE DES CUMULS PLEINE."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BK-COUNT
               MOVE WS-BK-COUNT       TO WS-FOUND-IDX
               MOVE WS-SAVED-KIND     TO WS-BK-KIND(WS-FOUND-IDX)
               MOVE WS-SAVED-SECTION  TO WS-BK-SECTION(WS-FOUND-IDX)
               MOVE WS-SAVED-CURRENCY TO WS-BK-CURRENCY(WS-FOUND-IDX)
               MOVE 0                 TO WS-BK-AMOUNT(WS-FOUND-IDX)
               MOVE 0                 TO WS-BK-EUR(WS-FOUND-IDX)
           END-IF.
           ADD WS-SAVED-AMOUNT TO WS-BK-AMOUNT(WS-FOUND-IDX).
       5000-ADD-TO-BUCKET-END.
           EXIT.

       5010-ONE-SLOT-START.
           IF WS-BK-KIND(WS-BK-IDX)     = WS-SAVED-KIND
           AND WS-BK-SECTION(WS-BK-IDX)  = WS-SAVED-SECTION
           AND WS-BK-CURRENCY(WS-BK-IDX) = WS-SAVED-CURRENCY
               SET WS-FOUND TO TRUE
               SET WS-FOUND-IDX TO WS-BK-IDX
           END-IF.
       5010-ONE-SLOT-END.
           EXIT.

      ******************************************************************
      * LEDGER SECTION OF THE COMPANY NAMED WS-SAVED-NAME: ITS CODE IN
      * THE MASTER, THEN THE CODE'S SECTION - OTHERWISE SUSPENSE
      ******************************************************************
       6000-SECTION-OF-START.
           MOVE WS-SUSPENSE TO WS-SAVED-SECTION.
           MOVE WS-SAVED-NAME TO WS-CMP-WANTED.
           PERFORM 7000-RESOLVE-CIE-START THRU 7000-RESOLVE-CIE-END.
           IF WS-CMP-HITS = 1
               PERFORM 6100-ONE-SECTION-START
                  THRU 6100-ONE-SECTION-END
                  VARYING WS-SC-IDX FROM 1 BY 1
                  UNTIL WS-SC-IDX > WS-SC-COUNT
           END-IF.
           IF WS-SAVED-SECTION = WS-SUSPENSE
               PERFORM 6200-NOTE-UNKNOWN-START
                  THRU 6200-NOTE-UNKNOWN-END
           END-IF.
       6000-SECTION-OF-END.
           EXIT.

       6100-ONE-SECTION-START.
           IF WS-SC-CODE(WS-SC-IDX) = WS-CMP-HIT-CODE
               MOVE WS-SC-SECTION(WS-SC-IDX) TO WS-SAVED-SECTION
           END-IF.
       6100-ONE-SECTION-END.
           EXIT.

       6200-NOTE-UNKNOWN-START.
           MOVE 'N' TO WS-UK-SEEN-SW.
           PERFORM 6210-ONE-UNKNOWN-START THRU 6210-ONE-UNKNOWN-END
               VARYING WS-UK-K FROM 1 BY 1
               UNTIL WS-UK-K > WS-UK-COUNT OR WS-UK-SEEN.
           IF NOT WS-UK-SEEN AND WS-UK-COUNT < 100
               ADD 1 TO WS-UK-COUNT
               MOVE WS-SAVED-NAME TO WS-UK-NAME(WS-UK-COUNT)
           END-IF.
       6200-NOTE-UNKNOWN-END.
           EXIT.

       6210-ONE-UNKNOWN-START.
           IF WS-UK-NAME(WS-UK-K) = WS-SAVED-NAME
               SET WS-UK-SEEN TO TRUE
           END-IF.
       6210-ONE-UNKNOWN-END.
           EXIT.

      ******************************************************************
      * RESOLVE WS-CMP-WANTED AGAINST EVERY NAME OF EVERY COMPANY:
      * WS-CMP-HITS COMPANIES MATCH, THE FIRST ONE IN WS-CMP-HIT-CODE
      ******************************************************************
       7000-RESOLVE-CIE-START.
           MOVE FUNCTION UPPER-CASE(WS-CMP-WANTED) TO WS-CMP-WANTED.
           MOVE 0 TO WS-CMP-HITS.
           MOVE SPACES TO WS-CMP-HIT-CODE WS-CMP-HIT-NOM.
           IF WS-CMP-WANTED = SPACES
               GO TO 7000-RESOLVE-CIE-END
           END-IF.
           PERFORM 7100-ONE-COMPANY-START THRU 7100-ONE-COMPANY-END
               VARYING WS-CMP-K FROM 1 BY 1
               UNTIL WS-CMP-K > WS-CMP-ENTRIES.
       7000-RESOLVE-CIE-END.
           EXIT.

       7100-ONE-COMPANY-START.
           SET WS-CMP-IDX TO WS-CMP-K.
           MOVE 'N' TO WS-CMP-MATCH-SW.
           PERFORM 7110-ONE-NAME-START THRU 7110-ONE-NAME-END
               VARYING WS-CMP-N FROM 1 BY 1
               UNTIL WS-CMP-N > 9 OR WS-CMP-MATCH.
           IF WS-CMP-MATCH
               ADD 1 TO WS-CMP-HITS
               IF WS-CMP-HITS = 1
                   MOVE WS-CMP-CODE(WS-CMP-IDX) TO WS-CMP-HIT-CODE
                   MOVE WS-CMP-NOM(WS-CMP-IDX)  TO WS-CMP-HIT-NOM
               END-IF
           END-IF.
       7100-ONE-COMPANY-END.
           EXIT.

       7110-ONE-NAME-START.
           IF WS-CMP-NAME(WS-CMP-IDX, WS-CMP-N) NOT = SPACES
           AND WS-CMP-NAME(WS-CMP-IDX, WS-CMP-N) = WS-CMP-WANTED
               SET WS-CMP-MATCH TO TRUE
           END-IF.
       7110-ONE-NAME-END.
           EXIT.

      ******************************************************************
      * LOAD THE COMPANY MASTER INTO MEMORY
      ******************************************************************
       7200-LOAD-CIEMAST-START.
           OPEN INPUT F-CIEMAST.
           IF WS-CIE-STATUS = '35'
               GO TO 7200-LOAD-CIEMAST-END
           END-IF.
           MOVE WS-CIE-STATUS TO WS-ERR-STATUS.
           MOVE "CIEMAST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 7210-ONE-MASTER-START THRU 7210-ONE-MASTER-END
               UNTIL WS-CIE-EOF.
           CLOSE F-CIEMAST.
       7200-LOAD-CIEMAST-END.
           EXIT.

       7210-ONE-MASTER-START.
           READ F-CIEMAST NEXT RECORD
               AT END
                   SET WS-CIE-EOF TO TRUE
                   GO TO 7210-ONE-MASTER-END
           END-READ.
           IF WS-CMP-ENTRIES >= 300
               GO TO 7210-ONE-MASTER-END
           END-IF.
           ADD 1 TO WS-CMP-ENTRIES.
           SET WS-CMP-IDX TO WS-CMP-ENTRIES.
           MOVE CIE-CODE TO WS-CMP-CODE(WS-CMP-IDX).
           MOVE CIE-NOM  TO WS-CMP-NOM(WS-CMP-IDX).
           MOVE FUNCTION UPPER-CASE(CIE-NOM)
               TO WS-CMP-NAME(WS-CMP-IDX, 1).
           PERFORM 7220-ONE-VARIANT-START THRU 7220-ONE-VARIANT-END
               VARYING WS-CMP-N FROM 1 BY 1
               UNTIL WS-CMP-N > 8.
       7210-ONE-MASTER-END.
           EXIT.

       7220-ONE-VARIANT-START.
           MOVE FUNCTION UPPER-CASE(CIE-VARIANT(WS-CMP-N))
               TO WS-CMP-NAME(WS-CMP-IDX, WS-CMP-N + 1).
       7220-ONE-VARIANT-END.
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
