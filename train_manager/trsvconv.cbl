      *****************************************************************
      * Program name:    trsvconv
      * Original author: Yves
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 Yves    Created: one-shot conversion of the 51-byte
      *                  reservation file TRAINRSV.dat to the 58-byte
      *                  layout carrying the travel class and price -
      *                  every existing booking becomes second class,
      *                  priced at the FARES.dat second-class fare of
      *                  its departure's route in TRAINMST.dat, or 0
      *                  when the departure or its fare is unknown.
      *                  Writes TRAINRSV-new.dat; the operator swaps
      *                  the files once the output is checked.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trsvconv.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-RESA-FILE ASSIGN TO "TRAINRSV.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OR-KEY
           FILE STATUS IS WS-OR-STAT.

           SELECT RESA-FILE ASSIGN TO "TRAINRSV-new.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RS-KEY
           FILE STATUS IS WS-RS-STAT.

           SELECT TRAIN-MASTER ASSIGN TO "TRAINMST.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TM-KEY
           FILE STATUS IS WS-TM-STAT.

           SELECT FARE-FILE ASSIGN TO "FARES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FR-STAT.

       DATA DIVISION.
       FILE SECTION.

      * the reservation before class and price were added
       FD  OLD-RESA-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  OLD-RESA-REC.
           05 OR-KEY.
              10 OR-TRAIN-NUM     PIC X(05).
              10 OR-DATE          PIC 9(08).
              10 OR-TIME          PIC X(05).
              10 OR-SEAT          PIC 9(03).
           05 OR-PASSENGER        PIC X(30).

       FD  RESA-FILE
           RECORD CONTAINS 58 CHARACTERS.
       COPY "TRAINRSV-FDESCRIPTION.cpy".

       FD  TRAIN-MASTER
           RECORD CONTAINS 38 CHARACTERS.
       COPY "TRAINMST-FDESCRIPTION.cpy".

       FD  FARE-FILE
           RECORD CONTAINS 32 CHARACTERS.
       COPY "FARES-FDESCRIPTION.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OR-STAT          PIC X(02).
           88 OR-STAT-EOF          VALUE '10'.
       01  WS-RS-STAT          PIC X(02).
       01  WS-TM-STAT          PIC X(02).
       01  WS-FR-STAT          PIC X(02).
           88 FR-STAT-EOF          VALUE '10'.

      * second-class fare per station pair, loaded once from FARES.dat
       01  WS-FARE-TABLE.
           05 WS-FAR-ENTRY OCCURS 500 TIMES INDEXED BY WS-FAR-IDX.
              10 WS-FAR-ORIGIN     PIC X(10) VALUE SPACES.
              10 WS-FAR-DEST       PIC X(10) VALUE SPACES.
              10 WS-FAR-PRICE-2    PIC 9(04)V99 VALUE 0.
       01  WS-FAR-COUNT             PIC 9(04) VALUE 0.
       01  WS-FAR-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FAR-FOUND              VALUE 'Y'.
           88 WS-FAR-NOT-FOUND          VALUE 'N'.

       01  WS-CONV-COUNT            PIC 9(06) VALUE 0.
       01  WS-UNPRICED-COUNT        PIC 9(06) VALUE 0.

      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 0600-LOAD-FARES-START
              THRU 0600-LOAD-FARES-END.

           OPEN INPUT OLD-RESA-FILE.
           MOVE WS-OR-STAT TO WS-ERR-STATUS.
           MOVE "TRAINRSV.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           OPEN INPUT TRAIN-MASTER.
           MOVE WS-TM-STAT TO WS-ERR-STATUS.
           MOVE "TRAINMST.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           OPEN OUTPUT RESA-FILE.
           MOVE WS-RS-STAT TO WS-ERR-STATUS.
           MOVE "TRAINRSV-new.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           PERFORM 1000-CONVERT-ONE-START THRU 1000-CONVERT-ONE-END
               UNTIL OR-STAT-EOF.

           CLOSE OLD-RESA-FILE TRAIN-MASTER RESA-FILE.
           DISPLAY "RESERVATIONS CONVERTIES: " WS-CONV-COUNT.
           DISPLAY "DONT SANS TARIF (PRIX 0): " WS-UNPRICED-COUNT.
       0000-MAIN-END.
           STOP RUN.

      *****************************************************************
      * LOAD THE FARE REFERENCE INTO MEMORY - NO FARES.dat MEANS NO
      * BOOKING CAN BE PRICED, AND EVERY ONE IS CONVERTED AT 0
      *****************************************************************
       0600-LOAD-FARES-START.
           OPEN INPUT FARE-FILE.
           IF WS-FR-STAT = '35'
               DISPLAY "FARES.dat ABSENT - RESERVATIONS SANS PRIX."
               GO TO 0600-LOAD-FARES-END
           END-IF.
           MOVE WS-FR-STAT TO WS-ERR-STATUS.
           MOVE "FARES.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 0610-READ-FARE-START
              THRU 0610-READ-FARE-END
              UNTIL FR-STAT-EOF.
           CLOSE FARE-FILE.
       0600-LOAD-FARES-END.
           EXIT.

       0610-READ-FARE-START.
           READ FARE-FILE
               AT END SET FR-STAT-EOF TO TRUE
               NOT AT END
                   IF WS-FAR-COUNT < 500
                       ADD 1 TO WS-FAR-COUNT
                       SET WS-FAR-IDX TO WS-FAR-COUNT
                       MOVE FR-ORIGIN
                           TO WS-FAR-ORIGIN(WS-FAR-IDX)
                       MOVE FR-DESTINATION
                           TO WS-FAR-DEST(WS-FAR-IDX)
                       MOVE FR-PRICE-2
                           TO WS-FAR-PRICE-2(WS-FAR-IDX)
                   END-IF
           END-READ.
       0610-READ-FARE-END.
           EXIT.

      *****************************************************************
      * COPY ONE OLD BOOKING INTO THE NEW LAYOUT: SECOND CLASS, AT
      * THE FARE OF ITS DEPARTURE'S ROUTE
      *****************************************************************
       1000-CONVERT-ONE-START.
           READ OLD-RESA-FILE NEXT RECORD
               AT END
                   SET OR-STAT-EOF TO TRUE
                   GO TO 1000-CONVERT-ONE-END
           END-READ.
           MOVE WS-OR-STAT TO WS-ERR-STATUS.
           MOVE "TRAINRSV.dat" TO WS-ERR-FILE.
           MOVE "READ" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           MOVE OR-TRAIN-NUM  TO RS-TRAIN-NUM.
           MOVE OR-DATE       TO RS-DATE.
           MOVE OR-TIME       TO RS-TIME.
           MOVE OR-SEAT       TO RS-SEAT.
           MOVE OR-PASSENGER  TO RS-PASSENGER.
           MOVE '2'           TO RS-CLASS.
           MOVE 0             TO RS-PRICE.
           PERFORM 1100-FIND-PRICE-START THRU 1100-FIND-PRICE-END.
           IF RS-PRICE = 0
               ADD 1 TO WS-UNPRICED-COUNT
           END-IF.

           WRITE TRAIN-RESA-REC.
           MOVE WS-RS-STAT TO WS-ERR-STATUS.
           MOVE "TRAINRSV-new.dat" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           ADD 1 TO WS-CONV-COUNT.
       1000-CONVERT-ONE-END.
           EXIT.

      * the departure's route from the master, then its fare
       1100-FIND-PRICE-START.
           MOVE OR-TRAIN-NUM TO TM-TRAIN-NUM.
           MOVE OR-DATE      TO TM-DATE.
           MOVE OR-TIME      TO TM-TIME.
           READ TRAIN-MASTER
               INVALID KEY GO TO 1100-FIND-PRICE-END
           END-READ.
           SET WS-FAR-NOT-FOUND TO TRUE.
           PERFORM 1110-ONE-FARE-START THRU 1110-ONE-FARE-END
               VARYING WS-FAR-IDX FROM 1 BY 1
               UNTIL WS-FAR-IDX > WS-FAR-COUNT OR WS-FAR-FOUND.
       1100-FIND-PRICE-END.
           EXIT.

       1110-ONE-FARE-START.
           IF WS-FAR-ORIGIN(WS-FAR-IDX) = TM-ORIGIN
           AND WS-FAR-DEST(WS-FAR-IDX) = TM-DESTINATION
               SET WS-FAR-FOUND TO TRUE
               MOVE WS-FAR-PRICE-2(WS-FAR-IDX) TO RS-PRICE
           END-IF.
       1110-ONE-FARE-END.
           EXIT.

      *****************************************************************
      * STANDARD FILE-STATUS CHECK - ANY STATUS OTHER THAN SUCCESS OR
      * END OF FILE STOPS THE RUN WITH A NONZERO RETURN CODE
      *****************************************************************
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
