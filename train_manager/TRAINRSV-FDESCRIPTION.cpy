      *            key (train number + date + time) plus a seat
      *            sequence number.  Shared by the booking screen
      *            trainrsv.cbl and the manifest report trainman.cbl.
      *            Each booking carries its travel class (1 or 2) and
      *            the FARES.dat price charged for it; a file of the
      *            earlier 51-byte layout is converted by trsvconv.cbl.
      *=================================================================
       01  TRAIN-RESA-REC.
           05 RS-KEY.
              10 RS-TIME          PIC X(05).
              10 RS-SEAT          PIC 9(03).
           05 RS-PASSENGER        PIC X(30).
           05 RS-CLASS            PIC X(01).
           05 RS-PRICE            PIC 9(04)V99.
