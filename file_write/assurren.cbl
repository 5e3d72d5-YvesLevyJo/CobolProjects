      *****************************************************************
      *    Renouvellement des contrats d'assurance arrivant a echeance
      *****************************************************************
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: renewal run - every part listed in
      *                    FLWMANIF.dat is read and copied into a new
      *                    dated generation (<part>.Dyyyymmdd.dat).
      *                    Actif contracts whose end date has passed
      *                    or falls within N days (asked at run time)
      *                    are rolled forward one term and their
      *                    amount indexed by the rate of their label
      *                    (INDEXPRM.dat), with one renewal notice per
      *                    contract in RENLETTR.txt.  Contracts listed
      *                    in NORENEW.dat go to the termination list
      *                    RESILIST.txt instead.  The new parts are
      *                    listed in FLWMANIF.Dyyyymmdd.dat for
      *                    operations to promote, and every generation
      *                    is recorded in GENERATIONS.dat.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  assurren.
       AUTHOR. Yves.

      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO 'FLWMANIF.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MANIF.

           SELECT INFILE-PART ASSIGN TO DYNAMIC WS-PART-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-IN-1.

           SELECT OUT-GEN ASSIGN TO DYNAMIC WS-GEN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-GEN.

           SELECT NEW-MANIFEST ASSIGN TO DYNAMIC WS-NEW-MANIF-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-NEWMAN.

           SELECT GEN-REGISTRY ASSIGN TO 'GENERATIONS.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GRG-STAT.

           SELECT RATE-PARM ASSIGN TO 'INDEXPRM.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RATE.

           SELECT NORENEW-FILE ASSIGN TO 'NORENEW.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-NRN.

           SELECT LETTER-OUT ASSIGN TO 'RENLETTR.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LETTER.

           SELECT TERM-OUT ASSIGN TO 'RESILIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TERM.

           SELECT JOB-LOGFILE ASSIGN TO 'JOBLOG.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOBLOG-STAT.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      * one manifest line per input part: name and expected count
       FD  MANIFEST-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  MANIFEST-REC.
           05 MAN-PART-NAME        PIC X(30).
           05 FILLER               PIC X(01).
           05 MAN-EXPECTED         PIC 9(05).

       FD  INFILE-PART.
       01  INSU-REC-P1             PIC X(123).

       FD  OUT-GEN.
       01  INSU-REC-GEN            PIC X(123).

      * same layout as FLWMANIF.dat, listing the new generation
       FD  NEW-MANIFEST
           RECORD CONTAINS 36 CHARACTERS.
       01  NEW-MANIFEST-REC.
           05 NMN-PART-NAME        PIC X(30).
           05 FILLER               PIC X(01).
           05 NMN-EXPECTED         PIC 9(05).

       FD  GEN-REGISTRY
           RECORD CONTAINS 38 CHARACTERS.
       01  GEN-REGISTRY-REC.
           05 GRG-NAME            PIC X(30).
           05 GRG-DATE            PIC 9(08).

      * indexation rate per contract label, in percent
       FD  RATE-PARM
           RECORD CONTAINS 47 CHARACTERS.
       01  RATE-PARM-REC.
           05 IXP-LABEL            PIC X(41).
           05 FILLER               PIC X(01).
           05 IXP-RATE             PIC S9(2)V99
                                   SIGN LEADING SEPARATE.

      * contracts that must not be renewed, with the reason
       FD  NORENEW-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  NORENEW-REC.
           05 NRN-ID-CLIENT        PIC X(12).
           05 FILLER               PIC X(01).
           05 NRN-MOTIF            PIC X(40).

       FD  LETTER-OUT.
       01  LETTER-REC              PIC X(80).

       FD  TERM-OUT.
       01  TERM-REC                PIC X(140).

       FD  JOB-LOGFILE
           RECORD CONTAINS 56 CHARACTERS.
       01  JOBLOG-REC          PIC X(56).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *    DEFINITION DES FILE STATUS
       01  FS-IN-1                  PIC X(2).
           88 IN-1-EOF         VALUE '10'.
       01  FS-MANIF                 PIC X(2).
           88 MANIF-EOF        VALUE '10'.
       01  FS-GEN                   PIC X(2).
       01  FS-NEWMAN                PIC X(2).
       01  WS-GRG-STAT              PIC X(2).
       01  FS-RATE                  PIC X(2).
           88 RATE-EOF         VALUE '10'.
       01  FS-NRN                   PIC X(2).
           88 NRN-EOF          VALUE '10'.
       01  FS-LETTER                PIC X(2).
       01  FS-TERM                  PIC X(2).

      * the input parts listed by the manifest and the record count
      * written to each new generation
       01  WS-PART-NAME             PIC X(30) VALUE SPACES.
       01  WS-PART-TABLE.
           05 WS-PRT-ENTRY OCCURS 20 TIMES INDEXED BY WS-PRT-IDX.
              10 WS-PRT-NAME        PIC X(30).
              10 WS-PRT-COUNT       PIC 9(05).
       01  WS-PRT-ENTRIES           PIC 9(02) VALUE 0.
       01  WS-PRT-I                 PIC 9(02) VALUE 0.

      * dated generation of the current part and of the manifest
       01  WS-GEN-NAME              PIC X(30) VALUE SPACES.
       01  WS-GEN-STEM              PIC X(30) VALUE SPACES.
       01  WS-NEW-MANIF-NAME        PIC X(30) VALUE SPACES.
       01  WS-GEN-LINE              PIC X(123).
       01  WS-GEN-PTR               PIC 9(03).

      * indexation rates loaded from INDEXPRM.dat
       01  WS-RATE-TABLE.
           05 WS-RT-ENTRY OCCURS 200 TIMES INDEXED BY WS-RT-IDX.
              10 WS-RT-LABEL        PIC X(41).
              10 WS-RT-RATE         PIC S9(2)V99.
       01  WS-RT-ENTRIES            PIC 9(03) VALUE 0.
       01  WS-RT-K                  PIC 9(03) VALUE 0.
       01  WS-RATE                  PIC S9(2)V99 VALUE 0.
       01  WS-RATE-FOUND-SW         PIC X(01) VALUE 'N'.
           88 WS-RATE-FOUND             VALUE 'Y'.
           88 WS-RATE-NOT-FOUND         VALUE 'N'.

      * non-renewable contracts loaded from NORENEW.dat
       01  WS-NRN-TABLE.
           05 WS-NRN-ENTRY OCCURS 500 TIMES INDEXED BY WS-NRN-IDX.
              10 WS-NRN-ID          PIC X(12).
              10 WS-NRN-MOTIF       PIC X(40).
       01  WS-NRN-ENTRIES           PIC 9(03) VALUE 0.
       01  WS-NRN-K                 PIC 9(03) VALUE 0.
       01  WS-MOTIF                 PIC X(40).
       01  WS-NRN-FOUND-SW          PIC X(01) VALUE 'N'.
           88 WS-NRN-FOUND              VALUE 'Y'.
           88 WS-NRN-NOT-FOUND          VALUE 'N'.

      * standard file-status checking: the failing file, operation and
      * status are reported and the run ends with a nonzero code
       01  WS-ERR-STATUS       PIC X(02).
       01  WS-ERR-FILE         PIC X(20).
       01  WS-ERR-OP           PIC X(06).

       01  WS-WANT-DAYS             PIC 9(04).

      * parsed view of one star-delimited contract line
       01  WS-CONTRACT.
           05 WS-ID-CLIENT     PIC X(12).
           05 WS-GROUP         PIC X(18).
           05 WS-NAME          PIC X(29).
           05 WS-LABEL         PIC X(41).
           05 WS-STATUS        PIC X(14).
           05 WS-FROM          PIC X(13).
           05 WS-TO            PIC X(13).
           05 WS-AMOUNT        PIC X(09).
           05 WS-CURRENCY      PIC X(05).

      * the contract dates arrive as JJ/MM/AAAA
       01  WS-DATE-SPLIT.
           05 WS-SPLIT-DD      PIC X(02).
           05 FILLER           PIC X(01).
           05 WS-SPLIT-MM      PIC X(02).
           05 FILLER           PIC X(01).
           05 WS-SPLIT-YYYY    PIC X(04).
       01  WS-TO-ISO.
           05 WS-TO-YYYY       PIC 9(04).
           05 WS-TO-MM         PIC 9(02).
           05 WS-TO-DD         PIC 9(02).
       01  WS-TO-ISO-N REDEFINES WS-TO-ISO PIC 9(08).
       01  WS-FROM-ISO.
           05 WS-FROM-YYYY     PIC 9(04).
           05 WS-FROM-MM       PIC 9(02).
           05 WS-FROM-DD       PIC 9(02).
       01  WS-FROM-ISO-N REDEFINES WS-FROM-ISO PIC 9(08).
       01  WS-FROM-OK-SW       PIC X(01) VALUE 'N'.
           88 WS-FROM-OK           VALUE 'Y'.

      * the renewed term: first day after the old end date, and the
      * new end date one term later
       01  WS-NEXT-ISO.
           05 WS-NEXT-YYYY     PIC 9(04).
           05 WS-NEXT-MM       PIC 9(02).
           05 WS-NEXT-DD       PIC 9(02).
       01  WS-NEXT-ISO-N REDEFINES WS-NEXT-ISO PIC 9(08).
       01  WS-END-ISO.
           05 WS-END-YYYY      PIC 9(04).
           05 WS-END-MM        PIC 9(02).
           05 WS-END-DD        PIC 9(02).
       01  WS-END-ISO-N REDEFINES WS-END-ISO PIC 9(08).
       01  WS-TERM-MONTHS      PIC S9(04).
       01  WS-MONTH-TOTAL      PIC 9(06).
       01  WS-MONTH-REM        PIC 9(02).

      * dates written back as JJ/MM/AAAA
       01  WS-FR-DATE.
           05 WS-FR-DD         PIC 9(02).
           05 FILLER           PIC X(01) VALUE "/".
           05 WS-FR-MM         PIC 9(02).
           05 FILLER           PIC X(01) VALUE "/".
           05 WS-FR-YYYY       PIC 9(04).

       01  WS-US-CURRENT-DATE.
           03 WS-CURRENT-YEAR   PIC 9(04).
           03 WS-CURRENT-MONTH  PIC 9(02).
           03 WS-CURRENT-DAY    PIC 9(02).
       01  WS-TODAY-N REDEFINES WS-US-CURRENT-DATE PIC 9(08).
       01  WS-TODAY-FR          PIC X(10).

       01  WS-TODAY-DAYNUM      PIC 9(07).
       01  WS-TO-DAYNUM         PIC 9(07).
       01  WS-WORK-DAYNUM       PIC 9(07).
       01  WS-DAYS-LEFT         PIC S9(05).
       01  WS-DUE-SW            PIC X(01) VALUE 'N'.
           88 WS-DUE                VALUE 'Y'.
           88 WS-NOT-DUE            VALUE 'N'.

      * the term being replaced, kept for the notice
       01  WS-OLD-FROM          PIC X(13).
       01  WS-OLD-TO            PIC X(13).

      *    MONTANTS
       01  WS-OLD-AMOUNT        PIC 9(09) VALUE 0.
       01  WS-NEW-AMOUNT        PIC 9(09) VALUE 0.
       01  WS-AMOUNT-ED         PIC Z(8)9.
       01  WS-RATE-ED           PIC -(2)9,99.
       01  WS-TOTAL-OLD         PIC 9(11) VALUE 0.
       01  WS-TOTAL-NEW         PIC 9(11) VALUE 0.
       01  WS-TOTAL-ED          PIC Z(10)9.

      *    COMPTEURS
       01  WS-READ-COUNT        PIC 9(05) VALUE 0.
       01  WS-DUE-COUNT         PIC 9(05) VALUE 0.
       01  WS-RENEW-COUNT       PIC 9(05) VALUE 0.
       01  WS-TERM-COUNT        PIC 9(05) VALUE 0.
       01  WS-SKIP-COUNT        PIC 9(05) VALUE 0.
       01  WS-NO-RATE-COUNT     PIC 9(05) VALUE 0.

       01  WS-LETTER-LINE       PIC X(80).

       01  WS-TERM-LINE.
           05 TL-ID-CLIENT      PIC X(12).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 TL-NAME           PIC X(29).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 TL-LABEL          PIC X(41).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 TL-TO             PIC X(13).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 TL-MOTIF          PIC X(40).

      * common job-journal record, appended at start and end of the
      * batch run so the operator digest can reconstruct the night
       01  WS-JOBLOG-STAT      PIC X(02).
       01  WS-JOBLOG-LINE.
           05 JL-PROGRAM       PIC X(08) VALUE "assurren".
           05 JL-TYPE          PIC X(06).
           05 JL-TIMESTAMP     PIC X(21).
           05 JL-READ          PIC 9(06) VALUE 0.
           05 JL-WRITTEN       PIC 9(06) VALUE 0.
           05 JL-REJECTED      PIC 9(06) VALUE 0.
           05 JL-OUTCOME       PIC X(03) VALUE "OK ".
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN-START.
           MOVE "START " TO JL-TYPE.
           PERFORM 9000-WRITE-JOBLOG-START
              THRU 9000-WRITE-JOBLOG-END.

           DISPLAY "Renouveler les contrats echus ou echeant dans "
               "combien de jours ?"
           ACCEPT WS-WANT-DAYS.

           MOVE FUNCTION CURRENT-DATE TO WS-US-CURRENT-DATE.
           COMPUTE WS-TODAY-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-N).
           MOVE WS-CURRENT-DAY   TO WS-FR-DD.
           MOVE WS-CURRENT-MONTH TO WS-FR-MM.
           MOVE WS-CURRENT-YEAR  TO WS-FR-YYYY.
           MOVE WS-FR-DATE TO WS-TODAY-FR.

           PERFORM 0200-LOAD-MANIFEST-START
              THRU 0200-LOAD-MANIFEST-END.
           PERFORM 0300-LOAD-RATES-START
              THRU 0300-LOAD-RATES-END.
           PERFORM 0400-LOAD-NORENEW-START
              THRU 0400-LOAD-NORENEW-END.
           PERFORM 0500-OPEN-OUTPUTS-START
              THRU 0500-OPEN-OUTPUTS-END.

           PERFORM 1000-ONE-PART-START      THRU 1000-ONE-PART-END
               VARYING WS-PRT-I FROM 1 BY 1
               UNTIL WS-PRT-I > WS-PRT-ENTRIES.

           PERFORM 8000-CLOSE-OUTPUTS-START
              THRU 8000-CLOSE-OUTPUTS-END.
       0000-MAIN-END.
           MOVE "END   " TO JL-TYPE.
           MOVE WS-READ-COUNT  TO JL-READ.
           MOVE WS-RENEW-COUNT TO JL-WRITTEN.
           MOVE WS-TERM-COUNT  TO JL-REJECTED.
           PERFORM 9000-WRITE-JOBLOG-START
              THRU 9000-WRITE-JOBLOG-END.
           STOP RUN.

      ******************************************************************
      * LOAD THE MANIFEST OF INPUT PARTS - A MISSING OR EMPTY
      * MANIFEST STOPS THE RUN BEFORE ANYTHING IS WRITTEN
      ******************************************************************
       0200-LOAD-MANIFEST-START.
           OPEN INPUT MANIFEST-FILE.
           IF FS-MANIF NOT = '00'
               DISPLAY "FLWMANIF.dat INACCESSIBLE, STATUT: "
                   FS-MANIF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0210-ONE-MANIFEST-START
              THRU 0210-ONE-MANIFEST-END
              UNTIL MANIF-EOF.
           CLOSE MANIFEST-FILE.
           IF WS-PRT-ENTRIES = 0
               DISPLAY "FLWMANIF.dat VIDE - ARRET."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       0200-LOAD-MANIFEST-END.
           EXIT.

       0210-ONE-MANIFEST-START.
           READ MANIFEST-FILE
               AT END SET MANIF-EOF TO TRUE
               NOT AT END
                   IF MAN-PART-NAME NOT = SPACES
                   AND WS-PRT-ENTRIES < 20
                       ADD 1 TO WS-PRT-ENTRIES
                       SET WS-PRT-IDX TO WS-PRT-ENTRIES
                       MOVE MAN-PART-NAME
                           TO WS-PRT-NAME(WS-PRT-IDX)
                       MOVE 0 TO WS-PRT-COUNT(WS-PRT-IDX)
                   END-IF
           END-READ.
       0210-ONE-MANIFEST-END.
           EXIT.

      ******************************************************************
      * LOAD THE INDEXATION RATES - WITHOUT INDEXPRM.dat EVERY
      * CONTRACT IS RENEWED AT ITS CURRENT AMOUNT
      ******************************************************************
       0300-LOAD-RATES-START.
           OPEN INPUT RATE-PARM.
           IF FS-RATE = '35'
               DISPLAY "INDEXPRM.dat ABSENT - AUCUNE INDEXATION."
               GO TO 0300-LOAD-RATES-END
           END-IF.
           MOVE FS-RATE TO WS-ERR-STATUS.
           MOVE "INDEXPRM.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 0310-ONE-RATE-START THRU 0310-ONE-RATE-END
               UNTIL RATE-EOF.
           CLOSE RATE-PARM.
       0300-LOAD-RATES-END.
           EXIT.

       0310-ONE-RATE-START.
           READ RATE-PARM
               AT END SET RATE-EOF TO TRUE
               NOT AT END
                   IF IXP-LABEL NOT = SPACES
                   AND IXP-RATE IS NUMERIC
                   AND WS-RT-ENTRIES < 200
                       ADD 1 TO WS-RT-ENTRIES
                       SET WS-RT-IDX TO WS-RT-ENTRIES
                       MOVE IXP-LABEL TO WS-RT-LABEL(WS-RT-IDX)
                       MOVE IXP-RATE  TO WS-RT-RATE(WS-RT-IDX)
                   END-IF
           END-READ.
       0310-ONE-RATE-END.
           EXIT.

      ******************************************************************
      * LOAD THE NON-RENEWABLE CONTRACTS - THE FILE IS OPTIONAL
      ******************************************************************
       0400-LOAD-NORENEW-START.
           OPEN INPUT NORENEW-FILE.
           IF FS-NRN = '35'
               GO TO 0400-LOAD-NORENEW-END
           END-IF.
           MOVE FS-NRN TO WS-ERR-STATUS.
           MOVE "NORENEW.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           PERFORM 0410-ONE-NORENEW-START THRU 0410-ONE-NORENEW-END
               UNTIL NRN-EOF.
           CLOSE NORENEW-FILE.
       0400-LOAD-NORENEW-END.
           EXIT.

       0410-ONE-NORENEW-START.
           READ NORENEW-FILE
               AT END SET NRN-EOF TO TRUE
               NOT AT END
                   IF NRN-ID-CLIENT NOT = SPACES
                   AND WS-NRN-ENTRIES < 500
                       ADD 1 TO WS-NRN-ENTRIES
                       SET WS-NRN-IDX TO WS-NRN-ENTRIES
                       MOVE NRN-ID-CLIENT TO WS-NRN-ID(WS-NRN-IDX)
                       MOVE NRN-MOTIF TO WS-NRN-MOTIF(WS-NRN-IDX)
                   END-IF
           END-READ.
       0410-ONE-NORENEW-END.
           EXIT.

      ******************************************************************
      * OPEN THE NOTICES, THE TERMINATION LIST AND THE DATED MANIFEST
      ******************************************************************
       0500-OPEN-OUTPUTS-START.
           OPEN OUTPUT LETTER-OUT.
           MOVE FS-LETTER TO WS-ERR-STATUS.
           MOVE "RENLETTR.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           OPEN OUTPUT TERM-OUT.
           MOVE FS-TERM TO WS-ERR-STATUS.
           MOVE "RESILIST.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE SPACES TO TERM-REC.
           STRING "CONTRATS NON RENOUVELES - A RESILIER AU "
                   DELIMITED BY SIZE
               WS-TODAY-FR DELIMITED BY SIZE
               INTO TERM-REC.
           WRITE TERM-REC.
           MOVE SPACES TO WS-TERM-LINE.
           MOVE "ID CLIENT" TO TL-ID-CLIENT.
           MOVE "NOM"       TO TL-NAME.
           MOVE "LIBELLE"   TO TL-LABEL.
           MOVE "FIN"       TO TL-TO.
           MOVE "MOTIF"     TO TL-MOTIF.
           WRITE TERM-REC FROM WS-TERM-LINE.

           STRING "FLWMANIF.D" DELIMITED BY SIZE
               WS-US-CURRENT-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-NEW-MANIF-NAME.
           OPEN OUTPUT NEW-MANIFEST.
           MOVE FS-NEWMAN TO WS-ERR-STATUS.
           MOVE WS-NEW-MANIF-NAME TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       0500-OPEN-OUTPUTS-END.
           EXIT.

      ******************************************************************
      * COPY ONE MANIFEST PART INTO ITS NEW DATED GENERATION
      ******************************************************************
       1000-ONE-PART-START.
           SET WS-PRT-IDX TO WS-PRT-I.
           MOVE WS-PRT-NAME(WS-PRT-IDX) TO WS-PART-NAME.
           PERFORM 1050-NAME-GENERATION-START
              THRU 1050-NAME-GENERATION-END.

           MOVE SPACES TO FS-IN-1.
           OPEN INPUT INFILE-PART.
           MOVE FS-IN-1 TO WS-ERR-STATUS.
           MOVE WS-PART-NAME TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           OPEN OUTPUT OUT-GEN.
           MOVE FS-GEN TO WS-ERR-STATUS.
           MOVE WS-GEN-NAME TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           PERFORM 1100-PART-READ-LINE-START
              THRU 1100-PART-READ-LINE-END
              UNTIL IN-1-EOF.
           CLOSE INFILE-PART.
           CLOSE OUT-GEN.

           MOVE SPACES TO NEW-MANIFEST-REC.
           MOVE WS-GEN-NAME TO NMN-PART-NAME.
           MOVE WS-PRT-COUNT(WS-PRT-IDX) TO NMN-EXPECTED.
           WRITE NEW-MANIFEST-REC.
           MOVE WS-GEN-NAME TO GRG-NAME.
           PERFORM 1060-REGISTER-GENERATION-START
              THRU 1060-REGISTER-GENERATION-END.
       1000-ONE-PART-END.
           EXIT.

      * assurances-part1.dat becomes assurances-part1.D20261015.dat
       1050-NAME-GENERATION-START.
           MOVE SPACES TO WS-GEN-STEM.
           MOVE SPACES TO WS-GEN-NAME.
           UNSTRING WS-PART-NAME DELIMITED BY ".dat" OR SPACE
               INTO WS-GEN-STEM.
           STRING WS-GEN-STEM DELIMITED BY SPACE
               ".D" DELIMITED BY SIZE
               WS-US-CURRENT-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-GEN-NAME
               ON OVERFLOW
                   DISPLAY "NOM DE GENERATION TROP LONG: "
                       WS-PART-NAME
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-STRING.
       1050-NAME-GENERATION-END.
           EXIT.

      * every new file is recorded for the genpurge housekeeping
       1060-REGISTER-GENERATION-START.
           OPEN EXTEND GEN-REGISTRY.
           IF WS-GRG-STAT = '35'
               OPEN OUTPUT GEN-REGISTRY
           END-IF.
           MOVE WS-GRG-STAT TO WS-ERR-STATUS.
           MOVE "GENERATIONS.dat" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           MOVE WS-TODAY-N TO GRG-DATE.
           WRITE GEN-REGISTRY-REC.
           CLOSE GEN-REGISTRY.
       1060-REGISTER-GENERATION-END.
           EXIT.

       1100-PART-READ-LINE-START.
           READ INFILE-PART
               AT END SET IN-1-EOF TO TRUE
               NOT AT END
                   PERFORM 2000-ONE-CONTRACT-START
                      THRU 2000-ONE-CONTRACT-END
           END-READ.
           MOVE FS-IN-1 TO WS-ERR-STATUS.
           MOVE WS-PART-NAME TO WS-ERR-FILE.
           MOVE "READ" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
       1100-PART-READ-LINE-END.
           EXIT.

      ******************************************************************
      * ONE CONTRACT: RENEW, TERMINATE OR CARRY IT OVER UNCHANGED,
      * THEN WRITE IT TO THE NEW GENERATION
      ******************************************************************
       2000-ONE-CONTRACT-START.
           MOVE SPACES TO WS-CONTRACT.
           UNSTRING INSU-REC-P1
           DELIMITED BY "*"
           INTO
           WS-ID-CLIENT
           WS-GROUP
           WS-NAME
           WS-LABEL
           WS-STATUS
           WS-FROM
           WS-TO
           WS-AMOUNT
           WS-CURRENCY.
           ADD 1 TO WS-READ-COUNT.

           PERFORM 2100-CHECK-DUE-START THRU 2100-CHECK-DUE-END.
           IF WS-DUE
               ADD 1 TO WS-DUE-COUNT
               PERFORM 2200-FIND-NORENEW-START
                  THRU 2200-FIND-NORENEW-END
               EVALUATE TRUE
                   WHEN WS-NRN-FOUND
                       PERFORM 2600-WRITE-TERMINATION-START
                          THRU 2600-WRITE-TERMINATION-END
                   WHEN WS-STATUS = "Actif"
                       PERFORM 2300-ROLL-TERM-START
                          THRU 2300-ROLL-TERM-END
                       PERFORM 2400-INDEX-AMOUNT-START
                          THRU 2400-INDEX-AMOUNT-END
                       PERFORM 2500-WRITE-NOTICE-START
                          THRU 2500-WRITE-NOTICE-END
                   WHEN OTHER
                       ADD 1 TO WS-SKIP-COUNT
               END-EVALUATE
           END-IF.

           PERFORM 2900-WRITE-GEN-LINE-START
              THRU 2900-WRITE-GEN-LINE-END.
       2000-ONE-CONTRACT-END.
           EXIT.

      * due when the end date has passed or falls within N days
       2100-CHECK-DUE-START.
           SET WS-NOT-DUE TO TRUE.
           MOVE WS-TO TO WS-DATE-SPLIT.
           IF WS-SPLIT-DD NOT NUMERIC
           OR WS-SPLIT-MM NOT NUMERIC
           OR WS-SPLIT-YYYY NOT NUMERIC
               GO TO 2100-CHECK-DUE-END
           END-IF.
           MOVE WS-SPLIT-YYYY TO WS-TO-YYYY.
           MOVE WS-SPLIT-MM   TO WS-TO-MM.
           MOVE WS-SPLIT-DD   TO WS-TO-DD.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TO-ISO-N) NOT = 0
               GO TO 2100-CHECK-DUE-END
           END-IF.

           COMPUTE WS-TO-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-TO-ISO-N).
           COMPUTE WS-DAYS-LEFT = WS-TO-DAYNUM - WS-TODAY-DAYNUM.
           IF WS-DAYS-LEFT <= WS-WANT-DAYS
               SET WS-DUE TO TRUE
           END-IF.
       2100-CHECK-DUE-END.
           EXIT.

       2200-FIND-NORENEW-START.
           SET WS-NRN-NOT-FOUND TO TRUE.
           MOVE SPACES TO WS-MOTIF.
           PERFORM 2210-MATCH-NORENEW-START
              THRU 2210-MATCH-NORENEW-END
              VARYING WS-NRN-K FROM 1 BY 1
              UNTIL WS-NRN-K > WS-NRN-ENTRIES
                 OR WS-NRN-FOUND.
       2200-FIND-NORENEW-END.
           EXIT.

       2210-MATCH-NORENEW-START.
           SET WS-NRN-IDX TO WS-NRN-K.
           IF WS-NRN-ID(WS-NRN-IDX) = WS-ID-CLIENT
               SET WS-NRN-FOUND TO TRUE
               MOVE WS-NRN-MOTIF(WS-NRN-IDX) TO WS-MOTIF
           END-IF.
       2210-MATCH-NORENEW-END.
           EXIT.

      ******************************************************************
      * ROLL THE CONTRACT FORWARD ONE TERM: THE NEW TERM STARTS THE DAY
      * AFTER THE OLD END DATE AND LASTS AS MANY MONTHS AS THE OLD ONE
      * (TWELVE WHEN THE START DATE IS UNUSABLE)
      ******************************************************************
       2300-ROLL-TERM-START.
           MOVE WS-FROM TO WS-OLD-FROM.
           MOVE WS-TO   TO WS-OLD-TO.

           COMPUTE WS-WORK-DAYNUM = WS-TO-DAYNUM + 1.
           COMPUTE WS-NEXT-ISO-N =
               FUNCTION DATE-OF-INTEGER(WS-WORK-DAYNUM).

           MOVE 'N' TO WS-FROM-OK-SW.
           MOVE WS-FROM TO WS-DATE-SPLIT.
           IF WS-SPLIT-DD IS NUMERIC
           AND WS-SPLIT-MM IS NUMERIC
           AND WS-SPLIT-YYYY IS NUMERIC
               MOVE WS-SPLIT-YYYY TO WS-FROM-YYYY
               MOVE WS-SPLIT-MM   TO WS-FROM-MM
               MOVE WS-SPLIT-DD   TO WS-FROM-DD
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-ISO-N) = 0
                   SET WS-FROM-OK TO TRUE
               END-IF
           END-IF.

           MOVE 12 TO WS-TERM-MONTHS.
           IF WS-FROM-OK
               COMPUTE WS-TERM-MONTHS =
                   (WS-NEXT-YYYY * 12 + WS-NEXT-MM)
                 - (WS-FROM-YYYY * 12 + WS-FROM-MM)
               IF WS-TERM-MONTHS <= 0
                   MOVE 12 TO WS-TERM-MONTHS
               END-IF
           END-IF.

           COMPUTE WS-MONTH-TOTAL =
               WS-NEXT-YYYY * 12 + WS-NEXT-MM - 1 + WS-TERM-MONTHS.
           DIVIDE WS-MONTH-TOTAL BY 12
               GIVING WS-END-YYYY REMAINDER WS-MONTH-REM.
           COMPUTE WS-END-MM = WS-MONTH-REM + 1.
           MOVE WS-NEXT-DD TO WS-END-DD.
           PERFORM 2310-SHORTEN-DAY-START THRU 2310-SHORTEN-DAY-END
               UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-END-ISO-N) = 0.
           COMPUTE WS-WORK-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-END-ISO-N) - 1.
           COMPUTE WS-END-ISO-N =
               FUNCTION DATE-OF-INTEGER(WS-WORK-DAYNUM).

           MOVE WS-NEXT-DD   TO WS-FR-DD.
           MOVE WS-NEXT-MM   TO WS-FR-MM.
           MOVE WS-NEXT-YYYY TO WS-FR-YYYY.
           MOVE WS-FR-DATE   TO WS-FROM.
           MOVE WS-END-DD    TO WS-FR-DD.
           MOVE WS-END-MM    TO WS-FR-MM.
           MOVE WS-END-YYYY  TO WS-FR-YYYY.
           MOVE WS-FR-DATE   TO WS-TO.
       2300-ROLL-TERM-END.
           EXIT.

      * 31st of a shorter month falls back to its last day
       2310-SHORTEN-DAY-START.
           SUBTRACT 1 FROM WS-END-DD.
       2310-SHORTEN-DAY-END.
           EXIT.

      ******************************************************************
      * INDEX THE AMOUNT BY THE RATE OF THE CONTRACT LABEL
      ******************************************************************
       2400-INDEX-AMOUNT-START.
           MOVE 0 TO WS-OLD-AMOUNT.
           IF WS-AMOUNT NOT = SPACES
               COMPUTE WS-OLD-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT)
           END-IF.

           SET WS-RATE-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-RATE.
           PERFORM 2410-MATCH-RATE-START THRU 2410-MATCH-RATE-END
               VARYING WS-RT-K FROM 1 BY 1
               UNTIL WS-RT-K > WS-RT-ENTRIES
                  OR WS-RATE-FOUND.
           IF WS-RATE-NOT-FOUND
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.

           COMPUTE WS-NEW-AMOUNT ROUNDED =
               WS-OLD-AMOUNT * (100 + WS-RATE) / 100
               ON SIZE ERROR
                   MOVE WS-OLD-AMOUNT TO WS-NEW-AMOUNT
           END-COMPUTE.
           MOVE WS-NEW-AMOUNT TO WS-AMOUNT-ED.
           MOVE FUNCTION TRIM(WS-AMOUNT-ED) TO WS-AMOUNT.

           ADD WS-OLD-AMOUNT TO WS-TOTAL-OLD.
           ADD WS-NEW-AMOUNT TO WS-TOTAL-NEW.
           ADD 1 TO WS-RENEW-COUNT.
       2400-INDEX-AMOUNT-END.
           EXIT.

       2410-MATCH-RATE-START.
           SET WS-RT-IDX TO WS-RT-K.
           IF WS-RT-LABEL(WS-RT-IDX) = WS-LABEL
               SET WS-RATE-FOUND TO TRUE
               MOVE WS-RT-RATE(WS-RT-IDX) TO WS-RATE
           END-IF.
       2410-MATCH-RATE-END.
           EXIT.

      ******************************************************************
      * ONE RENEWAL NOTICE PER RENEWED CONTRACT
      ******************************************************************
       2500-WRITE-NOTICE-START.
           MOVE ALL "-" TO LETTER-REC.
           WRITE LETTER-REC.
           MOVE FS-LETTER TO WS-ERR-STATUS.
           MOVE "RENLETTR.txt" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           MOVE SPACES TO WS-LETTER-LINE.
           STRING "AVIS DE RENOUVELLEMENT" DELIMITED BY SIZE
               "                          Le " DELIMITED BY SIZE
               WS-TODAY-FR DELIMITED BY SIZE
               INTO WS-LETTER-LINE.
           WRITE LETTER-REC FROM WS-LETTER-LINE.
           MOVE SPACES TO LETTER-REC.
           WRITE LETTER-REC.

           MOVE SPACES TO WS-LETTER-LINE.
           STRING "Client  : " DELIMITED BY SIZE
               WS-ID-CLIENT DELIMITED BY SIZE
               "  Groupe : " DELIMITED BY SIZE
               WS-GROUP DELIMITED BY SIZE
               INTO WS-LETTER-LINE.
           WRITE LETTER-REC FROM WS-LETTER-LINE.

           MOVE SPACES TO WS-LETTER-LINE.
           STRING "Nom     : " DELIMITED BY SIZE
               WS-NAME DELIMITED BY SIZE
               INTO WS-LETTER-LINE.
           WRITE LETTER-REC FROM WS-LETTER-LINE.

           MOVE SPACES TO WS-LETTER-LINE.
           STRING "Contrat : " DELIMITED BY SIZE
               WS-LABEL DELIMITED BY SIZE
               INTO WS-LETTER-LINE.
           WRITE LETTER-REC FROM WS-LETTER-LINE.
           MOVE SPACES TO LETTER-REC.
           WRITE LETTER-REC.

           MOVE SPACES TO WS-LETTER-LINE.
           STRING "Votre contrat du " DELIMITED BY SIZE
               WS-OLD-FROM DELIMITED BY SPACE
               " au " DELIMITED BY SIZE
               WS-OLD-TO DELIMITED BY SPACE
               " est renouvele" DELIMITED BY SIZE
               INTO WS-LETTER-LINE.
           WRITE LETTER-REC FROM WS-LETTER-LINE.

           MOVE SPACES TO WS-LETTER-LINE.
           STRING "pour la periode du " DELIMITED BY SIZE
               WS-FROM DELIMITED BY SPACE
               " au " DELIMITED BY SIZE
               WS-TO DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               INTO WS-LETTER-LINE.
           WRITE LETTER-REC FROM WS-LETTER-LINE.
           MOVE SPACES TO LETTER-REC.
           WRITE LETTER-REC.

           MOVE WS-OLD-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-LETTER-LINE.
           STRING "Montant precedent  : " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CURRENCY DELIMITED BY SIZE
               INTO WS-LETTER-LINE.
           WRITE LETTER-REC FROM WS-LETTER-LINE.

           MOVE WS-RATE TO WS-RATE-ED.
           MOVE SPACES TO WS-LETTER-LINE.
           STRING "Indexation         : " DELIMITED BY SIZE
               WS-RATE-ED DELIMITED BY SIZE
               " %" DELIMITED BY SIZE
               INTO WS-LETTER-LINE.
           WRITE LETTER-REC FROM WS-LETTER-LINE.

           MOVE WS-NEW-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-LETTER-LINE.
           STRING "Nouveau montant    : " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CURRENCY DELIMITED BY SIZE
               INTO WS-LETTER-LINE.
           WRITE LETTER-REC FROM WS-LETTER-LINE.
           MOVE SPACES TO LETTER-REC.
           WRITE LETTER-REC.
       2500-WRITE-NOTICE-END.
           EXIT.

      ******************************************************************
      * A NON-RENEWABLE CONTRACT GOES TO THE TERMINATION LIST AND IS
      * CARRIED OVER UNCHANGED UNTIL ITS END DATE
      ******************************************************************
       2600-WRITE-TERMINATION-START.
           MOVE WS-ID-CLIENT TO TL-ID-CLIENT.
           MOVE WS-NAME      TO TL-NAME.
           MOVE WS-LABEL     TO TL-LABEL.
           MOVE WS-TO        TO TL-TO.
           MOVE WS-MOTIF     TO TL-MOTIF.
           WRITE TERM-REC FROM WS-TERM-LINE.
           MOVE FS-TERM TO WS-ERR-STATUS.
           MOVE "RESILIST.txt" TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           ADD 1 TO WS-TERM-COUNT.
       2600-WRITE-TERMINATION-END.
           EXIT.

      * rebuild the star-delimited line, the currency only when the
      * input carried one
       2900-WRITE-GEN-LINE-START.
           MOVE SPACES TO WS-GEN-LINE.
           MOVE 1 TO WS-GEN-PTR.
           STRING FUNCTION TRIM(WS-ID-CLIENT) DELIMITED BY SIZE
               "*" DELIMITED BY SIZE
               FUNCTION TRIM(WS-GROUP) DELIMITED BY SIZE
               "*" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NAME) DELIMITED BY SIZE
               "*" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LABEL) DELIMITED BY SIZE
               "*" DELIMITED BY SIZE
               FUNCTION TRIM(WS-STATUS) DELIMITED BY SIZE
               "*" DELIMITED BY SIZE
               FUNCTION TRIM(WS-FROM) DELIMITED BY SIZE
               "*" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TO) DELIMITED BY SIZE
               "*" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMOUNT) DELIMITED BY SIZE
               INTO WS-GEN-LINE
               WITH POINTER WS-GEN-PTR.
           IF WS-CURRENCY NOT = SPACES
               STRING "*" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURRENCY) DELIMITED BY SIZE
                   INTO WS-GEN-LINE
                   WITH POINTER WS-GEN-PTR
           END-IF.
           WRITE INSU-REC-GEN FROM WS-GEN-LINE.
           MOVE FS-GEN TO WS-ERR-STATUS.
           MOVE WS-GEN-NAME TO WS-ERR-FILE.
           MOVE "WRITE" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           ADD 1 TO WS-PRT-COUNT(WS-PRT-IDX).
       2900-WRITE-GEN-LINE-END.
           EXIT.

      ******************************************************************
      * CLOSE THE OUTPUTS, REGISTER THE DATED MANIFEST AND SHOW THE
      * RUN TOTALS
      ******************************************************************
       8000-CLOSE-OUTPUTS-START.
           CLOSE NEW-MANIFEST.
           MOVE WS-NEW-MANIF-NAME TO GRG-NAME.
           PERFORM 1060-REGISTER-GENERATION-START
              THRU 1060-REGISTER-GENERATION-END.

           MOVE SPACES TO TERM-REC.
           WRITE TERM-REC.
           MOVE SPACES TO TERM-REC.
           STRING "CONTRATS A RESILIER : " DELIMITED BY SIZE
               WS-TERM-COUNT DELIMITED BY SIZE
               INTO TERM-REC.
           WRITE TERM-REC.
           CLOSE TERM-OUT.
           CLOSE LETTER-OUT.

           DISPLAY "CONTRATS LUS           : " WS-READ-COUNT.
           DISPLAY "CONTRATS A ECHEANCE    : " WS-DUE-COUNT.
           DISPLAY "CONTRATS RENOUVELES    : " WS-RENEW-COUNT.
           DISPLAY "CONTRATS A RESILIER    : " WS-TERM-COUNT.
           DISPLAY "NON ACTIFS, NON TRAITES: " WS-SKIP-COUNT.
           IF WS-NO-RATE-COUNT > 0
               DISPLAY "SANS TAUX D'INDEXATION : " WS-NO-RATE-COUNT
           END-IF.
           MOVE WS-TOTAL-OLD TO WS-TOTAL-ED.
           DISPLAY "MONTANT AVANT INDEXATION: " WS-TOTAL-ED.
           MOVE WS-TOTAL-NEW TO WS-TOTAL-ED.
           DISPLAY "MONTANT APRES INDEXATION: " WS-TOTAL-ED.
           DISPLAY "NOUVEAU MANIFESTE      : " WS-NEW-MANIF-NAME.
       8000-CLOSE-OUTPUTS-END.
           EXIT.

      ******************************************************************
      * APPEND ONE START OR END RECORD TO THE COMMON JOB JOURNAL
      ******************************************************************
       9000-WRITE-JOBLOG-START.
           MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP.
           OPEN EXTEND JOB-LOGFILE.
           MOVE WS-JOBLOG-LINE TO JOBLOG-REC.
           WRITE JOBLOG-REC.
           CLOSE JOB-LOGFILE.
       9000-WRITE-JOBLOG-END.
           EXIT.

      ******************************************************************
      * STANDARD FILE-STATUS CHECK - ANY STATUS OTHER THAN SUCCESS OR
      * END OF FILE STOPS THE RUN WITH A NONZERO RETURN CODE
      ******************************************************************
       9800-CHECK-STATUS-START.
           IF WS-ERR-STATUS NOT = '00' AND WS-ERR-STATUS NOT = '10'
               PERFORM 9900-FILE-ERROR-START
                  THRU 9900-FILE-ERROR-END
           END-IF.
       9800-CHECK-STATUS-END.
           EXIT.

       9900-FILE-ERROR-START.
           DISPLAY "*** ERREUR FICHIER: " WS-ERR-FILE
               " OPERATION: " WS-ERR-OP
               " STATUT: " WS-ERR-STATUS " ***".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9900-FILE-ERROR-END.
           EXIT.
