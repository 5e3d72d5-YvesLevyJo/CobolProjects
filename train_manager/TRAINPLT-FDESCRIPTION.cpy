      *=================================================================
      * Copybook:  TRAINPLT-FDESCRIPTION
      * Purpose:   Record layout of the indexed platform-assignment file
      *            TRAINPLT.dat - one record per TRAINMST.dat departure
      *            key carrying the platform (voie) of the origin
      *            station the train leaves from, as declared in
      *            PLATFORM.dat, and its dwell time: the minutes the
      *            train stands at the platform before it leaves.
      *            Shared by the capture screen trainplt.cbl, the
      *            conflict check trainpfc.cbl and the board trainbrd.
      *=================================================================
       01  TRAIN-PLATFORM-REC.
           05 PL-KEY.
              10 PL-TRAIN-NUM     PIC X(05).
              10 PL-DATE          PIC 9(08).
              10 PL-TIME          PIC X(05).
           05 PL-PLATFORM         PIC X(03).
           05 PL-DWELL            PIC 9(03).
