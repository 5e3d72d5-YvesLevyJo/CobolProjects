      *                    to GLRECON.txt and a nonzero return code,
      *                    so a truncated transfer is caught the same
      *                    day instead of at month-end close.
      * 2026-10-15 Yves    The feed is chosen at run time: P, the
      *                    default, the payroll GLEXTRACT.dat against
      *                    GLACK.dat into GLRECON.txt; A, the insurance
      *                    GLASSUR.dat (glassur.cbl) against
      *                    GLASSACK.dat into GLARECON.txt.
      * 2026-10-15 Yves    The feed is read from GLRECON.parm instead
      *                    of the console, so the step runs unattended
      *                    in the night chain; no file, a blank or an
      *                    unknown code keeps the payroll feed.
      *=================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SENT ASSIGN TO DYNAMIC WS-SENT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SNT-STATUS.

           SELECT F-ACK ASSIGN TO DYNAMIC WS-ACK-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.

           SELECT F-REPORT ASSIGN TO DYNAMIC WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT F-RECPARM ASSIGN TO 'GLRECON.parm'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.

           RECORD CONTAINS 90 CHARACTERS.
       01  REPORT-REC          PIC X(90).

      * the feed to reconcile: P payroll, A insurance
       FD  F-RECPARM
           RECORD CONTAINS 1 CHARACTERS.
       01  RECPARM-REC.
           05 RP-FEED          PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-SNT-STATUS    PIC X(02).
           88 WS-SNT-EOF        VALUE '10'.
       01  WS-ACK-STATUS    PIC X(02).
           88 WS-ACK-EOF        VALUE '10'.
       01  WS-RPT-STATUS    PIC X(02).
       01  WS-RP-STATUS     PIC X(02).

      * the feed reconciled: payroll unless the insurance one is asked
       01  WS-FEED-CHOICE   PIC X(01) VALUE SPACE.
           88 WS-FEED-INSURANCE VALUE 'A' 'a'.
       01  WS-SENT-NAME     PIC X(20) VALUE 'GLEXTRACT.dat'.
       01  WS-ACK-NAME      PIC X(20) VALUE 'GLACK.dat'.
       01  WS-REPORT-NAME   PIC X(20) VALUE 'GLRECON.txt'.

      * the acknowledged lines, held in memory for the compare pass;
      * a line is marked once a sent line matched it, so leftovers

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 0100-READ-PARM-START THRU 0100-READ-PARM-END.
           IF WS-FEED-INSURANCE
               MOVE 'GLASSUR.dat'  TO WS-SENT-NAME
               MOVE 'GLASSACK.dat' TO WS-ACK-NAME
               MOVE 'GLARECON.txt' TO WS-REPORT-NAME
           END-IF.
           PERFORM 1000-LOAD-ACK-START THRU 1000-LOAD-ACK-END.

           OPEN OUTPUT F-REPORT.
           MOVE WS-RPT-STATUS TO WS-ERR-STATUS.
           MOVE WS-REPORT-NAME TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * THE FEED, FROM GLRECON.parm WHEN PRESENT; PAYROLL OTHERWISE
      ******************************************************************
       0100-READ-PARM-START.
           OPEN INPUT F-RECPARM.
           IF WS-RP-STATUS = '00'
               READ F-RECPARM
                   AT END CONTINUE
                   NOT AT END
                       MOVE RP-FEED TO WS-FEED-CHOICE
               END-READ
               CLOSE F-RECPARM
           END-IF.
           IF WS-FEED-INSURANCE
               DISPLAY "FLUX RAPPROCHE : ASSURANCES"
           ELSE
               DISPLAY "FLUX RAPPROCHE : PAIE"
           END-IF.
       0100-READ-PARM-END.
           EXIT.

      ******************************************************************
      * LOAD THE ACKNOWLEDGMENT INTO MEMORY
      ******************************************************************
       1000-LOAD-ACK-START.
           OPEN INPUT F-ACK.
           MOVE WS-ACK-STATUS TO WS-ERR-STATUS.
           MOVE WS-ACK-NAME TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       2000-CHECK-SENT-START.
           OPEN INPUT F-SENT.
           MOVE WS-SNT-STATUS TO WS-ERR-STATUS.
           MOVE WS-SENT-NAME TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
