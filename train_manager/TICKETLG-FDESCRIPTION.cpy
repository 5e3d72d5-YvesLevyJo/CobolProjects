      *=================================================================
      * Copybook:  TICKETLG-FDESCRIPTION
      * Purpose:   Record layout of the ticket revenue ledger
      *            TICKETLG.dat - one record appended by trainrsv.cbl
      *            for every seat sold ('V') and every cancellation
      *            refunded ('R'), with the departure, the route, the
      *            class and the amount.  Read by the monthly revenue
      *            report trainrev.cbl, which nets the refunds out.
      *=================================================================
       01  TICKET-LEDGER-REC.
           05 TL-TYPE             PIC X(01).
              88 TL-SALE              VALUE 'V'.
              88 TL-REFUND            VALUE 'R'.
           05 TL-POSTED           PIC 9(08).
           05 TL-DEPARTURE.
              10 TL-TRAIN-NUM     PIC X(05).
              10 TL-DATE          PIC 9(08).
              10 TL-TIME          PIC X(05).
           05 TL-SEAT             PIC 9(03).
           05 TL-ROUTE.
              10 TL-ORIGIN        PIC X(10).
              10 TL-DESTINATION   PIC X(10).
           05 TL-CLASS            PIC X(01).
           05 TL-AMOUNT           PIC 9(04)V99.
           05 TL-PASSENGER        PIC X(30).
