      *=================================================================
      * Copybook:  DISTANCE-FDESCRIPTION
      * Purpose:   Record layout of the distance reference DISTANCE.dat
      *            - one record per station pair with the kilometres
      *            run between them.  A pair is good for both
      *            directions, so it is recorded once.  Read by the
      *            mileage report trainkm.cbl.
      *=================================================================
       01  DISTANCE-REC.
           05 DS-PAIR.
              10 DS-ORIGIN        PIC X(10).
              10 DS-DESTINATION   PIC X(10).
           05 DS-KM               PIC 9(05).
