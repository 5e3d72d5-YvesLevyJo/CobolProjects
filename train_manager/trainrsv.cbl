      *                  in TRAINMST.dat and refused once the train's
      *                  capacity from the rolling-stock reference
      *                  ROLLSTCK.dat is reached.
      * 15/10/26 Yves    Each booking now records its travel class and
      *                  the FARES.dat price of the departure's route
      *                  (a route with no fare is refused), and every
      *                  sale and every cancellation is posted to the
      *                  ticket revenue ledger TICKETLG.dat - a
      *                  cancellation posts the matching refund before
      *                  the seat is released.
      * 15/10/26 Yves    Operator sign-on through signon.cbl before
      *                  the screen opens; booking and cancelling
      *                  need the M role on the TRAIN application,
      *                  and sign-on, refusals and functions used go
      *                  to ACCESS.log.
      * 15/10/26 Yves    A file that cannot be opened ends the
      *                  sign-on session before the stop as well.
      * 15/10/26 Yves    A TRAINRSV.dat written before the class and
      *                  price were added (51-byte records) is brought
      *                  to the 58-byte layout once with trsvconv.cbl.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trainrsv.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RK-STAT.

           SELECT FARE-FILE ASSIGN TO "FARES.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FR-STAT.

           SELECT LEDGER-FILE ASSIGN TO "TICKETLG.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TL-STAT.

       DATA DIVISION.
       FILE SECTION.

       COPY "TRAINMST-FDESCRIPTION.cpy".

       FD  RESA-FILE
           RECORD CONTAINS 58 CHARACTERS.
       COPY "TRAINRSV-FDESCRIPTION.cpy".

       FD  STOCK-FILE
           05 RK-CAPACITY      PIC 9(04).
           05 RK-MODEL         PIC X(26).

       FD  FARE-FILE
           RECORD CONTAINS 32 CHARACTERS.
       COPY "FARES-FDESCRIPTION.cpy".

       FD  LEDGER-FILE
           RECORD CONTAINS 87 CHARACTERS.
       COPY "TICKETLG-FDESCRIPTION.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TM-STAT          PIC X(02).
       01  WS-RS-STAT          PIC X(02).
           88 WS-RS-EOF            VALUE '10'.
       01  WS-RK-STAT          PIC X(02).
           88 RK-STAT-EOF          VALUE '10'.
       01  WS-FR-STAT          PIC X(02).
           88 FR-STAT-EOF          VALUE '10'.
       01  WS-TL-STAT          PIC X(02).
           88 WS-TL-OK             VALUE '00'.

       01  WS-ACTION           PIC X(01).
           88 WS-ACT-BOOK          VALUE 'R' 'r'.
           05 WS-ENT-TIME      PIC X(05).
           05 WS-ENT-SEAT      PIC 9(03).
           05 WS-ENT-PASSENGER PIC X(30).
           05 WS-ENT-CLASS     PIC X(01).
              88 WS-ENT-CLASS-OK   VALUE '1' '2'.

       01  WS-MESSAGE          PIC X(50) VALUE SPACES.

       COPY "SIGNPARM.cpy".

      * capacity per train number, loaded once from ROLLSTCK.dat
       01  WS-STOCK-TABLE.
           05 WS-STK-ENTRY OCCURS 100 TIMES INDEXED BY WS-STK-IDX.
       01  WS-SCAN-DONE-SW          PIC X(01) VALUE 'N'.
           88 WS-SCAN-DONE              VALUE 'Y'.

      * fare per station pair, loaded once from FARES.dat
       01  WS-FARE-TABLE.
           05 WS-FAR-ENTRY OCCURS 500 TIMES INDEXED BY WS-FAR-IDX.
              10 WS-FAR-ORIGIN     PIC X(10) VALUE SPACES.
              10 WS-FAR-DEST       PIC X(10) VALUE SPACES.
              10 WS-FAR-PRICE-1    PIC 9(04)V99 VALUE 0.
              10 WS-FAR-PRICE-2    PIC 9(04)V99 VALUE 0.
       01  WS-FAR-COUNT             PIC 9(04) VALUE 0.
       01  WS-FAR-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-FAR-FOUND              VALUE 'Y'.
           88 WS-FAR-NOT-FOUND          VALUE 'N'.
       01  WS-FAR-GOT-1             PIC 9(04)V99 VALUE 0.
       01  WS-FAR-GOT-2             PIC 9(04)V99 VALUE 0.

      * price charged for the booking in hand, and the cancelled
      * booking kept aside for its refund once the record is gone
       01  WS-PRICE                 PIC 9(04)V99 VALUE 0.
       01  WS-ED-PRICE              PIC Z(03)9.99.
       01  WS-CANCELLED.
           05 WS-CAN-PASSENGER      PIC X(30).
           05 WS-CAN-CLASS          PIC X(01).
           05 WS-CAN-PRICE          PIC 9(04)V99.
           05 WS-CAN-ORIGIN         PIC X(10).
           05 WS-CAN-DEST           PIC X(10).

      * posting date of the ledger records
       01  WS-POST-DATE.
           05 WS-POST-YYYYMMDD      PIC 9(08).
           05 FILLER                PIC X(13).

       SCREEN SECTION.
       01  MENU-SCREEN FOREGROUND-COLOR IS 6.
           03 BLANK SCREEN.
              VALUE 'Passager:' LINE 12 COL 5.
           05 PIC X(30) USING WS-ENT-PASSENGER LINE 12 COL 25.

           05 FILLER PIC X(13)
              VALUE 'Classe (1/2):' LINE 13 COL 5.
           05 PIC X(01) USING WS-ENT-CLASS LINE 13 COL 25.

       01  CANCEL-SCREEN FOREGROUND-COLOR IS 6.
           05 FILLER PIC X(16)
              VALUE 'Numero de place:' LINE 12 COL 5.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE 'S'        TO SGN-REQUEST.
           MOVE "TRAIN"    TO SGN-APPLI.
           MOVE "trainrsv" TO SGN-PROGRAM.
           CALL 'signon' USING SGN-PARM.
           IF NOT SGN-GRANTED
               DISPLAY "ACCES REFUSE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0500-LOAD-STOCK-START
              THRU 0500-LOAD-STOCK-END.
           PERFORM 0600-LOAD-FARES-START
              THRU 0600-LOAD-FARES-END.

           OPEN INPUT TRAIN-MASTER.
           IF WS-TM-STAT NOT = '00'
               DISPLAY "OUVERTURE TRAINMST.dat IMPOSSIBLE, STATUT: "
                   WS-TM-STAT
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.

           IF NOT WS-RS-OK
               DISPLAY "OUVERTURE TRAINRSV.dat IMPOSSIBLE, STATUT: "
                   WS-RS-STAT
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.

           OPEN EXTEND LEDGER-FILE.
           IF WS-TL-STAT = '35'
      * first sale ever: the ledger is created empty
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           IF NOT WS-TL-OK
               DISPLAY "OUVERTURE TICKETLG.dat IMPOSSIBLE, STATUT: "
                   WS-TL-STAT
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.

              THRU 1000-ONE-ACTION-END
              UNTIL WS-ACT-QUIT.

           CLOSE TRAIN-MASTER RESA-FILE LEDGER-FILE.
           MOVE 'E' TO SGN-REQUEST.
           CALL 'signon' USING SGN-PARM.
       0000-MAIN-END.
           STOP RUN.

           IF WS-RK-STAT NOT = '00'
               DISPLAY "OUVERTURE ROLLSTCK.dat IMPOSSIBLE, STATUT: "
                   WS-RK-STAT
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.
           PERFORM 0510-READ-STOCK-START
       0510-READ-STOCK-END.
           EXIT.

      *****************************************************************
      * LOAD THE FARE REFERENCE INTO MEMORY - WITHOUT FARES.dat NO
      * BOOKING CAN BE PRICED, SO NONE IS TAKEN
      *****************************************************************
       0600-LOAD-FARES-START.
           OPEN INPUT FARE-FILE.
           IF WS-FR-STAT NOT = '00'
               DISPLAY "OUVERTURE FARES.dat IMPOSSIBLE, STATUT: "
                   WS-FR-STAT
               MOVE 'E' TO SGN-REQUEST
               CALL 'signon' USING SGN-PARM
               STOP RUN
           END-IF.
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
                       MOVE FR-PRICE-1
                           TO WS-FAR-PRICE-1(WS-FAR-IDX)
                       MOVE FR-PRICE-2
                           TO WS-FAR-PRICE-2(WS-FAR-IDX)
                   END-IF
           END-READ.
       0610-READ-FARE-END.
           EXIT.

      *****************************************************************
      * SHOW THE MENU, THEN ROUTE TO THE REQUESTED ACTION
      *****************************************************************
           INITIALIZE WS-ENTRY.
           ACCEPT MENU-SCREEN.

           IF NOT WS-ACT-QUIT
               PERFORM 1050-AUTHORIZE-START THRU 1050-AUTHORIZE-END
               IF SGN-REFUSED
                   MOVE "Fonction non autorisee pour votre role."
                       TO WS-MESSAGE
                   GO TO 1000-ONE-ACTION-END
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACT-BOOK
                   PERFORM 2000-BOOK-START THRU 2000-BOOK-END
       1000-ONE-ACTION-END.
           EXIT.

      * the role each function needs; the sign-on routine decides
       1050-AUTHORIZE-START.
           MOVE 'F' TO SGN-REQUEST.
           EVALUATE TRUE
               WHEN WS-ACT-BOOK
                   MOVE "RESERVATION" TO SGN-FUNCTION
                   MOVE 'M' TO SGN-LEVEL
               WHEN WS-ACT-CANCEL
                   MOVE "ANNULATION" TO SGN-FUNCTION
                   MOVE 'M' TO SGN-LEVEL
               WHEN OTHER
                   SET SGN-GRANTED TO TRUE
                   GO TO 1050-AUTHORIZE-END
           END-EVALUATE.
           CALL 'signon' USING SGN-PARM.
       1050-AUTHORIZE-END.
           EXIT.

      *****************************************************************
      * BOOK ONE SEAT - THE DEPARTURE MUST EXIST IN THE MASTER, ITS
      * ROUTE MUST HAVE A FARE AND THE TRAIN MUST NOT ALREADY BE AT
      * CAPACITY; THE SALE IS POSTED TO THE REVENUE LEDGER
      *****************************************************************
       2000-BOOK-START.
           MOVE WS-ENT-TRAIN-NUM TO TM-TRAIN-NUM.
               GO TO 2000-BOOK-END
           END-IF.

           PERFORM 2300-FIND-FARE-START THRU 2300-FIND-FARE-END.
           IF WS-FAR-NOT-FOUND
               MOVE "Trajet absent de FARES.dat." TO WS-MESSAGE
               GO TO 2000-BOOK-END
           END-IF.

           MOVE '2' TO WS-ENT-CLASS.
           ACCEPT BOOK-SCREEN.
           IF NOT WS-ENT-CLASS-OK
               MOVE "Classe invalide (1 ou 2)." TO WS-MESSAGE
               GO TO 2000-BOOK-END
           END-IF.
           IF WS-ENT-CLASS = '1'
               MOVE WS-FAR-GOT-1 TO WS-PRICE
           ELSE
               MOVE WS-FAR-GOT-2 TO WS-PRICE
           END-IF.

           MOVE WS-ENT-TRAIN-NUM TO RS-TRAIN-NUM.
           MOVE WS-ENT-DATE      TO RS-DATE.
           MOVE WS-ENT-TIME      TO RS-TIME.
           MOVE WS-FREE-SEAT     TO RS-SEAT.
           MOVE WS-ENT-PASSENGER TO RS-PASSENGER.
           MOVE WS-ENT-CLASS     TO RS-CLASS.
           MOVE WS-PRICE         TO RS-PRICE.
           WRITE TRAIN-RESA-REC
               INVALID KEY
                   MOVE "Place deja reservee." TO WS-MESSAGE
                   GO TO 2000-BOOK-END
           END-WRITE.
           MOVE WS-FREE-SEAT TO WS-ENT-SEAT.

           INITIALIZE TICKET-LEDGER-REC.
           SET TL-SALE TO TRUE.
           MOVE RS-TRAIN-NUM   TO TL-TRAIN-NUM.
           MOVE RS-DATE        TO TL-DATE.
           MOVE RS-TIME        TO TL-TIME.
           MOVE RS-SEAT        TO TL-SEAT.
           MOVE TM-ORIGIN      TO TL-ORIGIN.
           MOVE TM-DESTINATION TO TL-DESTINATION.
           MOVE RS-CLASS       TO TL-CLASS.
           MOVE RS-PRICE       TO TL-AMOUNT.
           MOVE RS-PASSENGER   TO TL-PASSENGER.
           PERFORM 2500-POST-LEDGER-START THRU 2500-POST-LEDGER-END.

           MOVE WS-PRICE TO WS-ED-PRICE.
           MOVE SPACES TO WS-MESSAGE.
           STRING "Place reservee, prix: " DELIMITED BY SIZE
               WS-ED-PRICE DELIMITED BY SIZE
               INTO WS-MESSAGE.
       2000-BOOK-END.
           EXIT.

           EXIT.

      *****************************************************************
      * FARE OF THE DEPARTURE'S ROUTE (TM-ORIGIN/TM-DESTINATION OF
      * THE MASTER RECORD JUST READ), BOTH CLASSES
      *****************************************************************
       2300-FIND-FARE-START.
           SET WS-FAR-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-FAR-GOT-1.
           MOVE 0 TO WS-FAR-GOT-2.
           PERFORM 2310-ONE-FARE-START THRU 2310-ONE-FARE-END
               VARYING WS-FAR-IDX FROM 1 BY 1
               UNTIL WS-FAR-IDX > WS-FAR-COUNT.
       2300-FIND-FARE-END.
           EXIT.

       2310-ONE-FARE-START.
           IF WS-FAR-ORIGIN(WS-FAR-IDX) = TM-ORIGIN
           AND WS-FAR-DEST(WS-FAR-IDX) = TM-DESTINATION
               SET WS-FAR-FOUND TO TRUE
               MOVE WS-FAR-PRICE-1(WS-FAR-IDX) TO WS-FAR-GOT-1
               MOVE WS-FAR-PRICE-2(WS-FAR-IDX) TO WS-FAR-GOT-2
           END-IF.
       2310-ONE-FARE-END.
           EXIT.

      *****************************************************************
      * APPEND THE PREPARED SALE OR REFUND TO THE REVENUE LEDGER,
      * STAMPED WITH TODAY'S DATE
      *****************************************************************
       2500-POST-LEDGER-START.
           MOVE FUNCTION CURRENT-DATE TO WS-POST-DATE.
           MOVE WS-POST-YYYYMMDD TO TL-POSTED.
           WRITE TICKET-LEDGER-REC.
           IF NOT WS-TL-OK
               DISPLAY "ECRITURE TICKETLG.dat IMPOSSIBLE, STATUT: "
                   WS-TL-STAT
           END-IF.
       2500-POST-LEDGER-END.
           EXIT.

      *****************************************************************
      * CANCEL ONE SEAT BY ITS FULL KEY - THE BOOKING IS READ FIRST
      * SO THE REFUND POSTED TO THE LEDGER MATCHES WHAT WAS CHARGED
      *****************************************************************
       3000-CANCEL-START.
           ACCEPT CANCEL-SCREEN.
           MOVE WS-ENT-DATE      TO RS-DATE.
           MOVE WS-ENT-TIME      TO RS-TIME.
           MOVE WS-ENT-SEAT      TO RS-SEAT.
           READ RESA-FILE
               INVALID KEY
                   MOVE "Reservation inconnue." TO WS-MESSAGE
                   GO TO 3000-CANCEL-END
           END-READ.
           MOVE RS-PASSENGER TO WS-CAN-PASSENGER.
           MOVE RS-CLASS     TO WS-CAN-CLASS.
           MOVE RS-PRICE     TO WS-CAN-PRICE.

      * the route comes from the master; a departure already gone
      * from it is refunded under an unknown route
           MOVE WS-ENT-TRAIN-NUM TO TM-TRAIN-NUM.
           MOVE WS-ENT-DATE      TO TM-DATE.
           MOVE WS-ENT-TIME      TO TM-TIME.
           READ TRAIN-MASTER
               INVALID KEY
                   MOVE "INCONNUE" TO WS-CAN-ORIGIN
                   MOVE SPACES     TO WS-CAN-DEST
               NOT INVALID KEY
                   MOVE TM-ORIGIN      TO WS-CAN-ORIGIN
                   MOVE TM-DESTINATION TO WS-CAN-DEST
           END-READ.

           DELETE RESA-FILE
               INVALID KEY
                   MOVE "Reservation inconnue." TO WS-MESSAGE
                   GO TO 3000-CANCEL-END
           END-DELETE.

           INITIALIZE TICKET-LEDGER-REC.
           SET TL-REFUND TO TRUE.
           MOVE WS-ENT-TRAIN-NUM TO TL-TRAIN-NUM.
           MOVE WS-ENT-DATE      TO TL-DATE.
           MOVE WS-ENT-TIME      TO TL-TIME.
           MOVE WS-ENT-SEAT      TO TL-SEAT.
           MOVE WS-CAN-ORIGIN    TO TL-ORIGIN.
           MOVE WS-CAN-DEST      TO TL-DESTINATION.
           MOVE WS-CAN-CLASS     TO TL-CLASS.
           MOVE WS-CAN-PRICE     TO TL-AMOUNT.
           MOVE WS-CAN-PASSENGER TO TL-PASSENGER.
           PERFORM 2500-POST-LEDGER-START THRU 2500-POST-LEDGER-END.

           MOVE WS-CAN-PRICE TO WS-ED-PRICE.
           MOVE SPACES TO WS-MESSAGE.
           STRING "Reservation annulee, rembourse: " DELIMITED BY SIZE
               WS-ED-PRICE DELIMITED BY SIZE
               INTO WS-MESSAGE.
       3000-CANCEL-END.
           EXIT.
