      *                  keyed TRAINMST.dat departure, with the route
      *                  from the master and the capacity from
      *                  ROLLSTCK.dat, written to MANIFEST.txt.
      * 15/10/26 Yves    Reservation record widened to 58 bytes (travel
      *                  class and price charged now carried).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  trainman.
       COPY "TRAINMST-FDESCRIPTION.cpy".

       FD  RESA-FILE
           RECORD CONTAINS 58 CHARACTERS.
       COPY "TRAINRSV-FDESCRIPTION.cpy".

       FD  STOCK-FILE
