      * 02/09/26 Yves    Widen the PIZINV.dat invoice record to 97
      *                  bytes - the team lines are 97 bytes long and
      *                  the TTC amount was truncated off the file.
      * 15/10/26 Yves    PIZMOVT.dat movement record widened to 43
      *                  bytes for the receipt's purchase order
      *                  number, left blank on the issues.
      * 15/10/26 Yves    Movement record widened to 61 bytes for the
      *                  receipt lot and best-before date; an issue
      *                  names no lot, the posting run takes the
      *                  oldest lot first.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           RECORD CONTAINS 50 CHARACTERS.
       01  PARM-REC            PIC X(50).

      * one stock movement: 'R' receipt, 'I' issue or 'W' write-off,
      * the issues appended here
      * and turned into the balance by the pizpost.cbl posting run
       FD  MOVT-OUTFILE
           RECORD CONTAINS 61 CHARACTERS.
       01  MOVT-RECORD.
           05 MVT-TYPE         PIC X(01).
           05 MVT-INGREDIENT   PIC X(14).
           05 MVT-QTY          PIC 9(06)V9(02).
           05 MVT-DATE         PIC 9(08).
           05 MVT-PO-NUM       PIC X(12).
           05 MVT-LOT          PIC X(10).
           05 MVT-BEST-BEFORE  PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-GST-STAT         PIC X(02).
               MOVE RCP-INGREDIENT TO MVT-INGREDIENT
               MOVE WS-NEEDED-QTY  TO MVT-QTY
               MOVE WS-CURRENT-DATE(1:8) TO MVT-DATE
               MOVE SPACES         TO MVT-PO-NUM
               MOVE SPACES         TO MVT-LOT
               MOVE 0              TO MVT-BEST-BEFORE
               WRITE MOVT-RECORD
           END-IF.

