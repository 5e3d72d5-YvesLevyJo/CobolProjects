      *                  that have no crew at all, written to
      *                  DUTYSHEET.txt so the gaps show before the
      *                  day starts.
      * 15/10/26 Yves    Crew record widened to 49 bytes (payroll
      *                  EMPLOYE-ID of the crew member now carried).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  traindty.
       FILE SECTION.

       FD  CREW-FILE
           RECORD CONTAINS 49 CHARACTERS.
       01  CREW-REC.
           05 CR-ID            PIC X(05).
           05 CR-NAME          PIC X(26).
           05 CR-ROLE          PIC X(10).
           05 CR-EMPLOYE-ID    PIC 9(08).

       FD  ASSIGN-FILE
           RECORD CONTAINS 33 CHARACTERS.
