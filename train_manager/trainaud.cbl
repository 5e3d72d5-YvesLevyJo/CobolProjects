      *****************************************************************
      * Program name:    trainaud
      * Original author: Yves
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 Yves    Created: nightly referential integrity audit
      *                  of the train files - every TRAINRSV.dat seat,
      *                  CREWASG.dat assignment and TRAINACT.dat
      *                  actual whose departure key no longer exists
      *                  in TRAINMST.dat, and every departure or crew
      *                  assignment whose train number has no
      *                  ROLLSTCK.dat capacity entry, into AUDITRI.txt.
      *                  Any anomaly ends the run with return code 8
      *                  so the night chain stops.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trainaud.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIN-MASTER ASSIGN TO "TRAINMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-KEY
           FILE STATUS IS WS-TM-STAT.

           SELECT RESA-FILE ASSIGN TO "TRAINRSV.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RS-KEY
           FILE STATUS IS WS-RS-STAT.

           SELECT ASSIGN-FILE ASSIGN TO "CREWASG.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CA-KEY
           FILE STATUS IS WS-CA-STAT.

           SELECT ACTUAL-FILE ASSIGN TO "TRAINACT.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AD-KEY
           FILE STATUS IS WS-AD-STAT.

           SELECT STOCK-FILE ASSIGN TO "ROLLSTCK.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RK-STAT.

           SELECT AUDIT-OUTFILE ASSIGN TO "AUDITRI.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AU-STAT.

           SELECT JOB-LOGFILE ASSIGN TO "JOBLOG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOBLOG-STAT.

       DATA DIVISION.
       FILE SECTION.

       FD  TRAIN-MASTER
           RECORD CONTAINS 38 CHARACTERS.
       COPY "TRAINMST-FDESCRIPTION.cpy".

       FD  RESA-FILE
           RECORD CONTAINS 58 CHARACTERS.
       COPY "TRAINRSV-FDESCRIPTION.cpy".

       FD  ASSIGN-FILE
           RECORD CONTAINS 33 CHARACTERS.
       COPY "CREWASG-FDESCRIPTION.cpy".

       FD  ACTUAL-FILE
           RECORD CONTAINS 26 CHARACTERS.
       COPY "TRAINACT-FDESCRIPTION.cpy".

       FD  STOCK-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  STOCK-REC.
           05 RK-TRAIN-NUM     PIC X(05).
           05 RK-CAPACITY      PIC 9(04).
           05 RK-MODEL         PIC X(26).

       FD  AUDIT-OUTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDIT-RECORD        PIC X(80).

       FD  JOB-LOGFILE
           RECORD CONTAINS 56 CHARACTERS.
       01  JOBLOG-REC          PIC X(56).

       WORKING-STORAGE SECTION.
       01  WS-TM-STAT          PIC X(02).
           88 TM-STAT-EOF          VALUE '10'.
       01  WS-RS-STAT          PIC X(02).
           88 RS-STAT-EOF          VALUE '10'.
       01  WS-CA-STAT          PIC X(02).
           88 CA-STAT-EOF          VALUE '10'.
       01  WS-AD-STAT          PIC X(02).
           88 AD-STAT-EOF          VALUE '10'.
       01  WS-RK-STAT          PIC X(02).
           88 RK-STAT-EOF          VALUE '10'.
       01  WS-AU-STAT          PIC X(02).

      * common job-journal record, appended at start and end of the
      * batch run so the operator digest can reconstruct the night
       01  WS-JOBLOG-STAT      PIC X(02).
       01  WS-JOBLOG-LINE.
           05 JL-PROGRAM       PIC X(08) VALUE "trainaud".
           05 JL-TYPE          PIC X(06).
           05 JL-TIMESTAMP     PIC X(21).
           05 JL-READ          PIC 9(06) VALUE 0.
           05 JL-WRITTEN       PIC 9(06) VALUE 0.
           05 JL-REJECTED      PIC 9(06) VALUE 0.
           05 JL-OUTCOME       PIC X(03) VALUE "OK ".

      * train numbers known to the rolling-stock file
       01  WS-STOCK-TABLE.
           05 WS-STK-ENTRY OCCURS 200 TIMES INDEXED BY WS-STK-IDX.
              10 WS-STK-TRAIN-NUM  PIC X(05) VALUE SPACES.
       01  WS-STK-COUNT        PIC 9(03) VALUE 0.
       01  WS-STK-WANTED       PIC X(05) VALUE SPACES.
       01  WS-STK-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-STK-FOUND         VALUE 'Y'.
           88 WS-STK-NOT-FOUND     VALUE 'N'.

       01  WS-READ-COUNT       PIC 9(06) VALUE 0.
       01  WS-ORPHAN-COUNT     PIC 9(06) VALUE 0.
       01  WS-NOSTOCK-COUNT    PIC 9(06) VALUE 0.
       01  WS-ANOMALY-COUNT    PIC 9(06) VALUE 0.

       01  WS-HEADER-LINE.
           05 FILLER           PIC X(40)
              VALUE "AUDIT D'INTEGRITE DES FICHIERS TRAINS - ".
           05 HDR-DATE         PIC X(08).

      * one anomaly: the file it was found in, the offending key and
      * the reason
       01  WS-ANOMALY-LINE.
           05 ANO-FILE         PIC X(12).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 ANO-KEY-1        PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 ANO-DATE         PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 ANO-TIME         PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 ANO-DETAIL       PIC X(12).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 ANO-REASON       PIC X(33).

       01  WS-TOTAL-LINE.
           05 FILLER           PIC X(26)
              VALUE "ENREGISTREMENTS ORPHELINS:".
           05 TOT-ORPHANS      PIC Z(05)9.
           05 FILLER           PIC X(24)
              VALUE "   TRAINS SANS CAPACITE:".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 TOT-NOSTOCK      PIC Z(05)9.

       01  WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD  PIC X(08).
           05 FILLER           PIC X(13).

      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE "START " TO JL-TYPE.
           PERFORM 9000-WRITE-JOBLOG-START
              THRU 9000-WRITE-JOBLOG-END.

           PERFORM 0500-LOAD-STOCK-START THRU 0500-LOAD-STOCK-END.

           OPEN INPUT TRAIN-MASTER.
           MOVE WS-TM-STAT TO WS-ERR-STATUS.
           MOVE "TRAINMST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           OPEN OUTPUT AUDIT-OUTFILE.
           MOVE WS-AU-STAT TO WS-ERR-STATUS.
           MOVE "AUDITRI.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-YYYYMMDD TO HDR-DATE.
           MOVE WS-HEADER-LINE TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.

           PERFORM 1000-AUDIT-MASTER-START
              THRU 1000-AUDIT-MASTER-END.
           PERFORM 2000-AUDIT-RESA-START
              THRU 2000-AUDIT-RESA-END.
           PERFORM 3000-AUDIT-CREW-START
              THRU 3000-AUDIT-CREW-END.
           PERFORM 4000-AUDIT-ACTUAL-START
              THRU 4000-AUDIT-ACTUAL-END.

           COMPUTE WS-ANOMALY-COUNT = WS-ORPHAN-COUNT
               + WS-NOSTOCK-COUNT.
           IF WS-ANOMALY-COUNT = 0
               MOVE "AUCUNE ANOMALIE." TO AUDIT-RECORD
               WRITE AUDIT-RECORD
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE WS-ORPHAN-COUNT  TO TOT-ORPHANS.
           MOVE WS-NOSTOCK-COUNT TO TOT-NOSTOCK.
           MOVE WS-TOTAL-LINE TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.

           CLOSE TRAIN-MASTER AUDIT-OUTFILE.
           DISPLAY "AUDIT TERMINE, ORPHELINS: " WS-ORPHAN-COUNT
               "  SANS CAPACITE: " WS-NOSTOCK-COUNT.

      * an anomaly is a real passenger or crew problem: the chain is
      * stopped until somebody has looked at AUDITRI.txt
           MOVE "END   " TO JL-TYPE.
           MOVE WS-READ-COUNT    TO JL-READ.
           MOVE 0                TO JL-WRITTEN.
           MOVE WS-ANOMALY-COUNT TO JL-REJECTED.
           IF WS-ANOMALY-COUNT > 0
               MOVE "KO " TO JL-OUTCOME
           END-IF.
           PERFORM 9000-WRITE-JOBLOG-START
              THRU 9000-WRITE-JOBLOG-END.
           IF WS-ANOMALY-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      *****************************************************************
      * LOAD THE TRAIN NUMBERS KNOWN TO THE ROLLING-STOCK FILE
      *****************************************************************
       0500-LOAD-STOCK-START.
           OPEN INPUT STOCK-FILE.
           MOVE WS-RK-STAT TO WS-ERR-STATUS.
           MOVE "ROLLSTCK.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 0510-READ-STOCK-START THRU 0510-READ-STOCK-END
               UNTIL RK-STAT-EOF.
           CLOSE STOCK-FILE.
       0500-LOAD-STOCK-END.
           EXIT.

       0510-READ-STOCK-START.
           READ STOCK-FILE
               AT END SET RK-STAT-EOF TO TRUE
               NOT AT END
                   IF WS-STK-COUNT < 200
                       ADD 1 TO WS-STK-COUNT
                       SET WS-STK-IDX TO WS-STK-COUNT
                       MOVE RK-TRAIN-NUM
                           TO WS-STK-TRAIN-NUM(WS-STK-IDX)
                   END-IF
           END-READ.
       0510-READ-STOCK-END.
           EXIT.

      * a train number is unknown when it matches no loaded
      * ROLLSTCK.dat entry
       0600-FIND-STOCK-START.
           SET WS-STK-NOT-FOUND TO TRUE.
           PERFORM 0610-TEST-STOCK-START THRU 0610-TEST-STOCK-END
              VARYING WS-STK-IDX FROM 1 BY 1
              UNTIL WS-STK-IDX > WS-STK-COUNT OR WS-STK-FOUND.
       0600-FIND-STOCK-END.
           EXIT.

       0610-TEST-STOCK-START.
           IF WS-STK-TRAIN-NUM(WS-STK-IDX) = WS-STK-WANTED
               SET WS-STK-FOUND TO TRUE
           END-IF.
       0610-TEST-STOCK-END.
           EXIT.

      *****************************************************************
      * EVERY DEPARTURE OF THE MASTER MUST RUN A TRAIN NUMBER THAT HAS
      * A CAPACITY IN THE ROLLING-STOCK FILE
      *****************************************************************
       1000-AUDIT-MASTER-START.
           MOVE LOW-VALUES TO TM-KEY.
           START TRAIN-MASTER KEY NOT < TM-KEY
               INVALID KEY SET TM-STAT-EOF TO TRUE
           END-START.
           PERFORM 1100-READ-MASTER-START THRU 1100-READ-MASTER-END
               UNTIL TM-STAT-EOF.
       1000-AUDIT-MASTER-END.
           EXIT.

       1100-READ-MASTER-START.
           READ TRAIN-MASTER NEXT RECORD
               AT END SET TM-STAT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE TM-TRAIN-NUM TO WS-STK-WANTED
                   PERFORM 0600-FIND-STOCK-START
                      THRU 0600-FIND-STOCK-END
                   IF WS-STK-NOT-FOUND
                       ADD 1 TO WS-NOSTOCK-COUNT
                       MOVE "TRAINMST.dat"  TO ANO-FILE
                       MOVE TM-TRAIN-NUM    TO ANO-KEY-1
                       MOVE TM-DATE         TO ANO-DATE
                       MOVE TM-TIME         TO ANO-TIME
                       MOVE TM-ORIGIN       TO ANO-DETAIL
                       MOVE "TRAIN ABSENT DE ROLLSTCK.dat"
                           TO ANO-REASON
                       PERFORM 8000-WRITE-ANOMALY-START
                          THRU 8000-WRITE-ANOMALY-END
                   END-IF
           END-READ.
       1100-READ-MASTER-END.
           EXIT.

      *****************************************************************
      * EVERY RESERVED SEAT MUST BELONG TO A DEPARTURE OF THE MASTER
      *****************************************************************
       2000-AUDIT-RESA-START.
           OPEN INPUT RESA-FILE.
           IF WS-RS-STAT = '35'
               GO TO 2000-AUDIT-RESA-END
           END-IF.
           MOVE WS-RS-STAT TO WS-ERR-STATUS.
           MOVE "TRAINRSV.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 2100-READ-RESA-START THRU 2100-READ-RESA-END
               UNTIL RS-STAT-EOF.
           CLOSE RESA-FILE.
       2000-AUDIT-RESA-END.
           EXIT.

       2100-READ-RESA-START.
           READ RESA-FILE NEXT RECORD
               AT END SET RS-STAT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE RS-TRAIN-NUM TO TM-TRAIN-NUM
                   MOVE RS-DATE      TO TM-DATE
                   MOVE RS-TIME      TO TM-TIME
                   READ TRAIN-MASTER
                       INVALID KEY
                           ADD 1 TO WS-ORPHAN-COUNT
                           MOVE "TRAINRSV.dat" TO ANO-FILE
                           MOVE RS-TRAIN-NUM   TO ANO-KEY-1
                           MOVE RS-DATE        TO ANO-DATE
                           MOVE RS-TIME        TO ANO-TIME
                           MOVE RS-PASSENGER   TO ANO-DETAIL
                           MOVE "PLACE SUR UN DEPART INEXISTANT"
                               TO ANO-REASON
                           PERFORM 8000-WRITE-ANOMALY-START
                              THRU 8000-WRITE-ANOMALY-END
                   END-READ
           END-READ.
       2100-READ-RESA-END.
           EXIT.

      *****************************************************************
      * EVERY CREW ASSIGNMENT MUST POINT AT A DEPARTURE OF THE MASTER
      * AND AT A TRAIN NUMBER KNOWN TO THE ROLLING-STOCK FILE
      *****************************************************************
       3000-AUDIT-CREW-START.
           OPEN INPUT ASSIGN-FILE.
           IF WS-CA-STAT = '35'
               GO TO 3000-AUDIT-CREW-END
           END-IF.
           MOVE WS-CA-STAT TO WS-ERR-STATUS.
           MOVE "CREWASG.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 3100-READ-CREW-START THRU 3100-READ-CREW-END
               UNTIL CA-STAT-EOF.
           CLOSE ASSIGN-FILE.
       3000-AUDIT-CREW-END.
           EXIT.

       3100-READ-CREW-START.
           READ ASSIGN-FILE NEXT RECORD
               AT END SET CA-STAT-EOF TO TRUE
               GO TO 3100-READ-CREW-END
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE "CREWASG.dat" TO ANO-FILE.
           MOVE CA-TRAIN-NUM  TO ANO-KEY-1.
           MOVE CA-DATE       TO ANO-DATE.
           MOVE CA-TIME       TO ANO-TIME.
           MOVE CA-CREW-ID    TO ANO-DETAIL.

           MOVE CA-TRAIN-NUM TO TM-TRAIN-NUM.
           MOVE CA-DATE      TO TM-DATE.
           MOVE CA-TIME      TO TM-TIME.
           READ TRAIN-MASTER
               INVALID KEY
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE "AFFECTATION A DEPART INEXISTANT"
                       TO ANO-REASON
                   PERFORM 8000-WRITE-ANOMALY-START
                      THRU 8000-WRITE-ANOMALY-END
           END-READ.

           MOVE CA-TRAIN-NUM TO WS-STK-WANTED.
           PERFORM 0600-FIND-STOCK-START THRU 0600-FIND-STOCK-END.
           IF WS-STK-NOT-FOUND
               ADD 1 TO WS-NOSTOCK-COUNT
               MOVE "TRAIN ABSENT DE ROLLSTCK.dat" TO ANO-REASON
               PERFORM 8000-WRITE-ANOMALY-START
                  THRU 8000-WRITE-ANOMALY-END
           END-IF.
       3100-READ-CREW-END.
           EXIT.

      *****************************************************************
      * EVERY CAPTURED ACTUAL MUST BELONG TO A DEPARTURE OF THE MASTER
      *****************************************************************
       4000-AUDIT-ACTUAL-START.
           OPEN INPUT ACTUAL-FILE.
           IF WS-AD-STAT = '35'
               GO TO 4000-AUDIT-ACTUAL-END
           END-IF.
           MOVE WS-AD-STAT TO WS-ERR-STATUS.
           MOVE "TRAINACT.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 4100-READ-ACTUAL-START THRU 4100-READ-ACTUAL-END
               UNTIL AD-STAT-EOF.
           CLOSE ACTUAL-FILE.
       4000-AUDIT-ACTUAL-END.
           EXIT.

       4100-READ-ACTUAL-START.
           READ ACTUAL-FILE NEXT RECORD
               AT END SET AD-STAT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE AD-KEY TO TM-KEY
                   READ TRAIN-MASTER
                       INVALID KEY
                           ADD 1 TO WS-ORPHAN-COUNT
                           MOVE "TRAINACT.dat" TO ANO-FILE
                           MOVE AD-TRAIN-NUM   TO ANO-KEY-1
                           MOVE AD-DATE        TO ANO-DATE
                           MOVE AD-TIME        TO ANO-TIME
                           MOVE AD-ACTUAL-TIME TO ANO-DETAIL
                           MOVE "HEURE REELLE, DEPART INEXISTANT"
                               TO ANO-REASON
                           PERFORM 8000-WRITE-ANOMALY-START
                              THRU 8000-WRITE-ANOMALY-END
                   END-READ
           END-READ.
       4100-READ-ACTUAL-END.
           EXIT.

      *****************************************************************
      * ONE ANOMALY LINE TO THE AUDIT REPORT
      *****************************************************************
       8000-WRITE-ANOMALY-START.
           MOVE WS-ANOMALY-LINE TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE WS-AU-STAT TO WS-ERR-STATUS.
           MOVE "AUDITRI.txt" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       8000-WRITE-ANOMALY-END.
           EXIT.

      ******************************************************************
      * APPEND ONE START OR END RECORD TO THE COMMON JOB JOURNAL
      ******************************************************************
       9000-WRITE-JOBLOG-START.
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP.
           OPEN EXTEND JOB-LOGFILE.
           MOVE WS-JOBLOG-LINE TO JOBLOG-REC.
           WRITE JOBLOG-REC.
           CLOSE JOB-LOGFILE.
       9000-WRITE-JOBLOG-END.
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
