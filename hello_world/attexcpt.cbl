      *                    to ATTEXCPT.txt with a per-name count, so
      *                    the log can be cleaned once and the
      *                    hw.cbl validation keeps it clean after.
      * 2026-10-15 Yves    PERSONNEL.dat carries the EMPLOYE-ID of each
      *                    badge name after the name (attcons.cbl pays
      *                    the overtime on it); the record follows.
      *================================================================*
       PROGRAM-ID. attexcpt.
       AUTHOR. Yves.
           05 FILLER           PIC X(41).

       FD  PERSONNEL-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PERSONNEL-REC.
           05 PER-NOM PIC X(12).
           05 PER-ID  PIC X(08).

       FD  EXCEPT-FILE
           RECORD CONTAINS 60 CHARACTERS.
