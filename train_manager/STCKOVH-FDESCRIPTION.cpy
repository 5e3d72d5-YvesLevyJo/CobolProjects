      *=================================================================
      * Copybook:  STCKOVH-FDESCRIPTION
      * Purpose:   Record layout of the overhaul register STCKOVH.dat -
      *            one record per ROLLSTCK.dat train number with the
      *            date of its last workshop overhaul and of the one
      *            before.  The mileage counter of the unit restarts
      *            after SO-DATE.  Maintained by trainovh.cbl, read by
      *            the mileage report trainkm.cbl.
      *=================================================================
       01  OVERHAUL-REC.
           05 SO-TRAIN-NUM        PIC X(05).
           05 SO-DATE             PIC 9(08).
           05 SO-PREV-DATE        PIC 9(08).
           05 SO-NOTE             PIC X(15).
