      *                    the closest reference name suggested, so
      *                    "J.DUPONT", "JDUPONT" and "DUPONT J" stop
      *                    becoming three different people.
      * 2026-10-15 Yves    PERSONNEL.dat carries the EMPLOYE-ID of each
      *                    badge name after the name (attcons.cbl pays
      *                    the overtime on it); the record follows.
      *================================================================*
       PROGRAM-ID. hw.
       AUTHOR. Yves.
       01  LOG-REC PIC X(80).

       FD  PERSONNEL-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PERSONNEL-REC.
           05 PER-NOM PIC X(12).
           05 PER-ID  PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-NOM PIC X(12).
