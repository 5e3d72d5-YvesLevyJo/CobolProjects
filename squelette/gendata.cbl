       IDENTIFICATION DIVISION.
       PROGRAM-ID. gendata.
       AUTHOR. Yves.
      ******************************************************************
      * Maintenance Log
      * Date       Author  Description
      * ---------- ------  ---------------------------------------------
      * 2026-10-15 Yves    Created: synthetic test data from the
      *                    FIELDS.def layout used by sqltt.cbl, so a
      *                    change can be tested without copying
      *                    production files. GENDATA.parm gives the
      *                    record count, the percentage of records to
      *                    spoil, the seed and the output file;
      *                    GENRULES.def gives the value rule of each
      *                    field (see below). Each spoilt record has
      *                    one checked field made invalid and is
      *                    listed in GENDATA.inv, so the rejects of
      *                    the program under test can be reconciled.
      ******************************************************************
      * GENRULES.def - one rule per record, fixed columns:
      *   1-20  field name as in FIELDS.def
      *   21    rule   U unique key: numbers from value 1 (default
      *                  1), behind the prefix in value 2 when the
      *                  field is alphanumeric
      *                R range: value 1 to value 2
      *                L list: one value per record, as many records
      *                  as values
      *                D date window: YYYYMMDD value 1 to value 2
      *                M mandatory: free text, never blank
      *   22-41 value 1
      *   42-61 value 2
      * A field is checked - and may be spoilt - when it is numeric
      * or has a rule. Spoilt values: U the key of the record before,
      * R just above the range, L a value outside the list, D a
      * month of XX, M blanks, numeric without rule a letter among
      * the digits.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'GENDATA.parm'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRM-STAT.

           SELECT FIELDS-FILE ASSIGN TO 'FIELDS.def'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FLD-STAT.

           SELECT RULES-FILE ASSIGN TO 'GENRULES.def'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUL-STAT.

           SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STAT.

           SELECT INV-FILE ASSIGN TO 'GENDATA.inv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STAT.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      * count in columns 1-7, percentage spoilt in 9-11, seed in
      * 13-21 (blank = from the clock), output file in 23-52 (blank
      * = GENDATA.dat)
       FD PARM-FILE
           RECORD CONTAINS 52 CHARACTERS
           RECORDING MODE IS F.
       01  PARM-REC.
           03 PRM-COUNT           PIC X(07).
           03 FILLER              PIC X(01).
           03 PRM-PERCENT         PIC X(03).
           03 FILLER              PIC X(01).
           03 PRM-SEED            PIC X(09).
           03 FILLER              PIC X(01).
           03 PRM-OUTPUT          PIC X(30).

       FD FIELDS-FILE
           RECORD CONTAINS 24 CHARACTERS
           RECORDING MODE IS F.
       01  FIELDS-RECORD.
           03 FDEF-NAME           PIC X(20).
           03 FDEF-TYPE           PIC X(01).
           03 FDEF-LENGTH         PIC 9(03).

       FD RULES-FILE
           RECORD CONTAINS 61 CHARACTERS
           RECORDING MODE IS F.
       01  RULES-RECORD.
           03 RUL-NAME            PIC X(20).
           03 RUL-TYPE            PIC X(01).
           03 RUL-VALUE1          PIC X(20).
           03 RUL-VALUE2          PIC X(20).

       FD OUT-FILE
           RECORD CONTAINS 2000 CHARACTERS
           RECORDING MODE IS F.
       01  OUT-RECORD             PIC X(2000).

       FD INV-FILE
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.
       01  INV-RECORD.
           03 INV-RECNO           PIC 9(07).
           03 FILLER              PIC X(01).
           03 INV-FIELD           PIC X(20).
           03 FILLER              PIC X(01).
           03 INV-KIND            PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STAT            PIC X(02).
       01  WS-FLD-STAT            PIC X(02).
           88 WS-FLD-EOF              VALUE '10'.
       01  WS-RUL-STAT            PIC X(02).
           88 WS-RUL-EOF              VALUE '10'.
       01  WS-OUT-STAT            PIC X(02).
       01  WS-INV-STAT            PIC X(02).

       01  WS-OUT-NAME            PIC X(30) VALUE 'GENDATA.dat'.
       01  WS-COUNT               PIC 9(07) VALUE 100.
       01  WS-PERCENT             PIC 9(03) VALUE 0.
       01  WS-SEED                PIC 9(09) VALUE 0.
       01  WS-TIME.
           03 FILLER              PIC X(08).
           03 WS-TIME-HHMMSSCC    PIC 9(08).
           03 FILLER              PIC X(05).

      * the layout, with the place of each field in the record and
      * the rule that drives its values
       01  WS-FDEF-TABLE.
           03 WS-FDEF-ENTRY OCCURS 50 TIMES INDEXED BY WS-FDEF-IDX.
              05 WS-FDEF-NAME     PIC X(20).
              05 WS-FDEF-TYPE     PIC X(01).
              05 WS-FDEF-LENGTH   PIC 9(03).
              05 WS-FDEF-POS      PIC 9(04).
              05 WS-RULE-TYPE     PIC X(01).
                 88 WS-RULE-NONE      VALUE SPACE.
                 88 WS-RULE-UNIQUE    VALUE 'U'.
                 88 WS-RULE-RANGE     VALUE 'R'.
                 88 WS-RULE-LIST      VALUE 'L'.
                 88 WS-RULE-DATE      VALUE 'D'.
                 88 WS-RULE-MANDATORY VALUE 'M'.
              05 WS-RULE-LOW      PIC S9(18).
              05 WS-RULE-HIGH     PIC S9(18).
              05 WS-RULE-PREFIX   PIC X(20).
              05 WS-RULE-VALUES   PIC 9(03).
       01  WS-FDEF-COUNT          PIC 9(02) VALUE 0.
       01  WS-REC-LEN             PIC 9(04) VALUE 0.

      * the values of the list rules, in the order read
       01  WS-VALUE-TABLE.
           03 WS-VALUE-ENTRY OCCURS 300 TIMES.
              05 WS-VAL-FIELD     PIC 9(02).
              05 WS-VAL-TEXT      PIC X(20).
       01  WS-VALUE-COUNT         PIC 9(03) VALUE 0.

      * the checked fields, one of which a spoilt record gets wrong
       01  WS-CHECKED-TABLE.
           03 WS-CHECKED          PIC 9(02) OCCURS 50 TIMES.
       01  WS-CHECKED-COUNT       PIC 9(02) VALUE 0.

       01  WS-F                   PIC 9(02) VALUE 0.
       01  WS-BAD-FIELD           PIC 9(02) VALUE 0.
       01  WS-REC-NO              PIC 9(07) VALUE 0.
       01  WS-SPOILT-DUE          PIC 9(07) VALUE 0.
       01  WS-SPOILT-COUNT        PIC 9(07) VALUE 0.
       01  WS-RULE-ERRORS         PIC 9(03) VALUE 0.
       01  WS-FIELD-FOUND         PIC 9(02) VALUE 0.

      * one value under construction
       01  WS-VALUE               PIC X(999).
       01  WS-LEN                 PIC 9(03) VALUE 0.
       01  WS-J                   PIC 9(03) VALUE 0.
       01  WS-K                   PIC 9(03) VALUE 0.
       01  WS-V                   PIC 9(03) VALUE 0.
       01  WS-NUMBER              PIC S9(18) VALUE 0.
       01  WS-NUM-18              PIC 9(18) VALUE 0.
       01  WS-LIMIT               PIC 9(18) VALUE 0.
       01  WS-PREFIX-LEN          PIC 9(02) VALUE 0.
       01  WS-SEQUENCE            PIC X(18) VALUE SPACES.
       01  WS-DAY-FROM            PIC 9(08) VALUE 0.
       01  WS-DAY-TO              PIC 9(08) VALUE 0.
       01  WS-DATE                PIC 9(08) VALUE 0.
       01  WS-INV-KIND            PIC X(21) VALUE SPACES.
       01  WS-RND                 PIC V9(09) VALUE 0.
       01  WS-ALPHABET            PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-DISP-COUNT          PIC Z(06)9.

       PROCEDURE DIVISION.
       0000-MAIN-START.
           PERFORM 1000-READ-PARM-START THRU 1000-READ-PARM-END.
           PERFORM 1100-LOAD-FIELDS-START THRU 1100-LOAD-FIELDS-END.
           PERFORM 1200-LOAD-RULES-START THRU 1200-LOAD-RULES-END.
           PERFORM 1300-PREPARE-START THRU 1300-PREPARE-END.

           OPEN OUTPUT OUT-FILE.
           IF WS-OUT-STAT NOT = '00'
               DISPLAY "*** ERREUR FICHIER: " WS-OUT-NAME
                   " OPERATION: OPEN STATUT: " WS-OUT-STAT " ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INV-FILE.
           PERFORM 2000-ONE-RECORD-START THRU 2000-ONE-RECORD-END
               VARYING WS-REC-NO FROM 1 BY 1
               UNTIL WS-REC-NO > WS-COUNT.
           CLOSE OUT-FILE INV-FILE.

           MOVE WS-COUNT TO WS-DISP-COUNT.
           DISPLAY "ENREGISTREMENTS GENERES : " WS-DISP-COUNT
               " DANS " WS-OUT-NAME.
           MOVE WS-SPOILT-COUNT TO WS-DISP-COUNT.
           DISPLAY "DONT INVALIDES          : " WS-DISP-COUNT
               " (LISTE DANS GENDATA.inv)".
           DISPLAY "GRAINE                  : " WS-SEED.
           IF WS-RULE-ERRORS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      * COUNT, PERCENTAGE, SEED AND OUTPUT FROM GENDATA.parm
      ******************************************************************
       1000-READ-PARM-START.
           OPEN INPUT PARM-FILE.
           IF WS-PRM-STAT NOT = '00'
               DISPLAY "GENDATA.parm ABSENT - 100 ENREGISTREMENTS, "
                   "AUCUN INVALIDE."
               GO TO 1000-READ-PARM-END
           END-IF.
           MOVE SPACES TO PARM-REC.
           READ PARM-FILE
               AT END CONTINUE
           END-READ.
           CLOSE PARM-FILE.

           IF PRM-COUNT NOT = SPACES
               COMPUTE WS-COUNT = FUNCTION NUMVAL(PRM-COUNT)
           END-IF.
           IF PRM-PERCENT NOT = SPACES
               COMPUTE WS-PERCENT = FUNCTION NUMVAL(PRM-PERCENT)
           END-IF.
           IF WS-PERCENT > 100
               MOVE 100 TO WS-PERCENT
           END-IF.
           IF PRM-SEED NOT = SPACES
               COMPUTE WS-SEED = FUNCTION NUMVAL(PRM-SEED)
           END-IF.
           IF PRM-OUTPUT NOT = SPACES
               MOVE PRM-OUTPUT TO WS-OUT-NAME
           END-IF.
       1000-READ-PARM-END.
           EXIT.

      ******************************************************************
      * THE LAYOUT FROM FIELDS.def, AS sqltt.cbl READS IT
      ******************************************************************
       1100-LOAD-FIELDS-START.
           OPEN INPUT FIELDS-FILE.
           IF WS-FLD-STAT NOT = '00'
               DISPLAY "FIELDS.def INTROUVABLE - RIEN A GENERER."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-READ-FIELD-START THRU 1110-READ-FIELD-END
               UNTIL WS-FLD-EOF.
           CLOSE FIELDS-FILE.
           IF WS-FDEF-COUNT = 0
               DISPLAY "FIELDS.def VIDE - RIEN A GENERER."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-LOAD-FIELDS-END.
           EXIT.

       1110-READ-FIELD-START.
           READ FIELDS-FILE
               AT END SET WS-FLD-EOF TO TRUE
               NOT AT END
                   IF FDEF-NAME NOT = SPACES
                   AND WS-FDEF-COUNT < 50
                       ADD 1 TO WS-FDEF-COUNT
                       INITIALIZE WS-FDEF-ENTRY(WS-FDEF-COUNT)
                       MOVE FDEF-NAME
                           TO WS-FDEF-NAME(WS-FDEF-COUNT)
                       MOVE FDEF-TYPE
                           TO WS-FDEF-TYPE(WS-FDEF-COUNT)
                       MOVE FDEF-LENGTH
                           TO WS-FDEF-LENGTH(WS-FDEF-COUNT)
                   END-IF
           END-READ.
       1110-READ-FIELD-END.
           EXIT.

      ******************************************************************
      * VALUE RULES FROM GENRULES.def - A RULE THAT CANNOT BE USED IS
      * REPORTED AND THE FIELD KEEPS ITS FREE VALUES
      ******************************************************************
       1200-LOAD-RULES-START.
           OPEN INPUT RULES-FILE.
           IF WS-RUL-STAT NOT = '00'
               DISPLAY "GENRULES.def ABSENT - VALEURS LIBRES."
               GO TO 1200-LOAD-RULES-END
           END-IF.
           PERFORM 1210-READ-RULE-START THRU 1210-READ-RULE-END
               UNTIL WS-RUL-EOF.
           CLOSE RULES-FILE.
       1200-LOAD-RULES-END.
           EXIT.

       1210-READ-RULE-START.
           READ RULES-FILE
               AT END GO TO 1210-READ-RULE-END
           END-READ.
           IF RUL-NAME = SPACES
               GO TO 1210-READ-RULE-END
           END-IF.
           MOVE FUNCTION UPPER-CASE(RUL-TYPE) TO RUL-TYPE.
           MOVE 0 TO WS-FIELD-FOUND.
           SET WS-FDEF-IDX TO 1.
           SEARCH WS-FDEF-ENTRY
               AT END CONTINUE
               WHEN WS-FDEF-NAME(WS-FDEF-IDX) = RUL-NAME
                   SET WS-FIELD-FOUND TO WS-FDEF-IDX
           END-SEARCH.
           IF WS-FIELD-FOUND = 0
               DISPLAY "REGLE IGNOREE, ZONE ABSENTE DE FIELDS.def: "
                   RUL-NAME
               ADD 1 TO WS-RULE-ERRORS
               GO TO 1210-READ-RULE-END
           END-IF.
           MOVE WS-FIELD-FOUND TO WS-F.

           EVALUATE RUL-TYPE
               WHEN 'U'
                   MOVE 1 TO WS-RULE-LOW(WS-F)
                   IF RUL-VALUE1 NOT = SPACES
                       COMPUTE WS-RULE-LOW(WS-F) =
                           FUNCTION NUMVAL(RUL-VALUE1)
                   END-IF
                   MOVE RUL-VALUE2 TO WS-RULE-PREFIX(WS-F)
               WHEN 'R'
                   COMPUTE WS-RULE-LOW(WS-F) =
                       FUNCTION NUMVAL(RUL-VALUE1)
                   COMPUTE WS-RULE-HIGH(WS-F) =
                       FUNCTION NUMVAL(RUL-VALUE2)
                   IF WS-RULE-HIGH(WS-F) < WS-RULE-LOW(WS-F)
                       DISPLAY "REGLE IGNOREE, BORNES INVERSEES: "
                           RUL-NAME
                       ADD 1 TO WS-RULE-ERRORS
                       GO TO 1210-READ-RULE-END
                   END-IF
               WHEN 'L'
                   IF WS-VALUE-COUNT = 300
                       DISPLAY "VALEUR IGNOREE, LISTES PLEINES: "
                           RUL-NAME
                       ADD 1 TO WS-RULE-ERRORS
                       GO TO 1210-READ-RULE-END
                   END-IF
                   ADD 1 TO WS-VALUE-COUNT
                   MOVE WS-F TO WS-VAL-FIELD(WS-VALUE-COUNT)
                   MOVE RUL-VALUE1 TO WS-VAL-TEXT(WS-VALUE-COUNT)
                   ADD 1 TO WS-RULE-VALUES(WS-F)
               WHEN 'D'
                   COMPUTE WS-DAY-FROM = FUNCTION NUMVAL(RUL-VALUE1)
                   COMPUTE WS-DAY-TO = FUNCTION NUMVAL(RUL-VALUE2)
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DAY-FROM) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-DAY-TO) NOT = 0
                   OR WS-DAY-TO < WS-DAY-FROM
                       DISPLAY "REGLE IGNOREE, FENETRE DE DATES "
                           "INVALIDE: " RUL-NAME
                       ADD 1 TO WS-RULE-ERRORS
                       GO TO 1210-READ-RULE-END
                   END-IF
                   COMPUTE WS-RULE-LOW(WS-F) =
                       FUNCTION INTEGER-OF-DATE(WS-DAY-FROM)
                   COMPUTE WS-RULE-HIGH(WS-F) =
                       FUNCTION INTEGER-OF-DATE(WS-DAY-TO)
               WHEN 'M'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "REGLE IGNOREE, TYPE INCONNU '" RUL-TYPE
                       "': " RUL-NAME
                   ADD 1 TO WS-RULE-ERRORS
                   GO TO 1210-READ-RULE-END
           END-EVALUATE.
           MOVE RUL-TYPE TO WS-RULE-TYPE(WS-F).
       1210-READ-RULE-END.
           EXIT.

      ******************************************************************
      * FIELD POSITIONS, CHECKED FIELDS AND THE RANDOM SEED
      ******************************************************************
       1300-PREPARE-START.
           MOVE 0 TO WS-REC-LEN.
           MOVE 0 TO WS-CHECKED-COUNT.
           PERFORM 1310-ONE-FIELD-START THRU 1310-ONE-FIELD-END
               VARYING WS-F FROM 1 BY 1
               UNTIL WS-F > WS-FDEF-COUNT.
           IF WS-REC-LEN > 2000
               DISPLAY "ENREGISTREMENT DE " WS-REC-LEN
                   " CARACTERES - 2000 AU PLUS."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PERCENT > 0 AND WS-CHECKED-COUNT = 0
               DISPLAY "AUCUNE ZONE CONTROLEE - PAS D'INVALIDES."
               MOVE 0 TO WS-PERCENT
           END-IF.

      * the same seed gives the same file again
           IF WS-SEED = 0
               MOVE FUNCTION CURRENT-DATE TO WS-TIME
               MOVE WS-TIME-HHMMSSCC TO WS-SEED
           END-IF.
           COMPUTE WS-RND = FUNCTION RANDOM(WS-SEED).
       1300-PREPARE-END.
           EXIT.

       1310-ONE-FIELD-START.
           COMPUTE WS-FDEF-POS(WS-F) = WS-REC-LEN + 1.
           ADD WS-FDEF-LENGTH(WS-F) TO WS-REC-LEN.
           IF WS-RULE-LIST(WS-F) AND WS-RULE-VALUES(WS-F) = 0
               MOVE SPACE TO WS-RULE-TYPE(WS-F)
           END-IF.
           IF WS-FDEF-TYPE(WS-F) = '9' OR NOT WS-RULE-NONE(WS-F)
               ADD 1 TO WS-CHECKED-COUNT
               MOVE WS-F TO WS-CHECKED(WS-CHECKED-COUNT)
           END-IF.
       1310-ONE-FIELD-END.
           EXIT.

      ******************************************************************
      * ONE RECORD - THE SPOILT ONES ARE SPREAD EVENLY SO THE
      * PERCENTAGE HOLDS ON ANY COUNT
      ******************************************************************
       2000-ONE-RECORD-START.
           MOVE SPACES TO OUT-RECORD.
           MOVE 0 TO WS-BAD-FIELD.
           COMPUTE WS-SPOILT-DUE = WS-REC-NO * WS-PERCENT / 100.
           IF WS-SPOILT-DUE > WS-SPOILT-COUNT
               ADD 1 TO WS-SPOILT-COUNT
               PERFORM 7000-RANDOM-START THRU 7000-RANDOM-END
               COMPUTE WS-K = WS-RND * WS-CHECKED-COUNT + 1
               MOVE WS-CHECKED(WS-K) TO WS-BAD-FIELD
           END-IF.
           PERFORM 2100-ONE-FIELD-START THRU 2100-ONE-FIELD-END
               VARYING WS-F FROM 1 BY 1
               UNTIL WS-F > WS-FDEF-COUNT.
           MOVE OUT-RECORD(1:WS-REC-LEN) TO OUT-RECORD.
           WRITE OUT-RECORD.
       2000-ONE-RECORD-END.
           EXIT.

       2100-ONE-FIELD-START.
           MOVE SPACES TO WS-VALUE.
           MOVE WS-FDEF-LENGTH(WS-F) TO WS-LEN.
           IF WS-F = WS-BAD-FIELD
               PERFORM 2400-INVALID-VALUE-START
                  THRU 2400-INVALID-VALUE-END
           ELSE
               PERFORM 2200-VALID-VALUE-START
                  THRU 2200-VALID-VALUE-END
           END-IF.
           MOVE WS-VALUE(1:WS-LEN)
               TO OUT-RECORD(WS-FDEF-POS(WS-F):WS-LEN).
       2100-ONE-FIELD-END.
           EXIT.

      ******************************************************************
      * A VALUE THAT MATCHES THE PICTURE AND THE RULE
      ******************************************************************
       2200-VALID-VALUE-START.
           EVALUATE TRUE
               WHEN WS-RULE-UNIQUE(WS-F)
                   COMPUTE WS-NUMBER =
                       WS-RULE-LOW(WS-F) + WS-REC-NO - 1
                   PERFORM 2310-KEY-START THRU 2310-KEY-END
               WHEN WS-RULE-RANGE(WS-F)
                   PERFORM 7000-RANDOM-START THRU 7000-RANDOM-END
                   COMPUTE WS-NUMBER = WS-RULE-LOW(WS-F) + WS-RND *
                       (WS-RULE-HIGH(WS-F) - WS-RULE-LOW(WS-F) + 1)
                   PERFORM 2390-NUMBER-START THRU 2390-NUMBER-END
               WHEN WS-RULE-LIST(WS-F)
                   PERFORM 2330-FROM-LIST-START THRU 2330-FROM-LIST-END
               WHEN WS-RULE-DATE(WS-F)
                   PERFORM 2340-DATE-START THRU 2340-DATE-END
               WHEN WS-FDEF-TYPE(WS-F) = '9'
                   PERFORM 2350-DIGITS-START THRU 2350-DIGITS-END
               WHEN OTHER
                   PERFORM 2360-WORD-START THRU 2360-WORD-END
           END-EVALUATE.
       2200-VALID-VALUE-END.
           EXIT.

      * a unique key: the number alone, or behind the prefix padded
      * with zeros to the width of an alphanumeric field
       2310-KEY-START.
           IF WS-FDEF-TYPE(WS-F) = '9'
           OR WS-RULE-PREFIX(WS-F) = SPACES
               PERFORM 2390-NUMBER-START THRU 2390-NUMBER-END
               GO TO 2310-KEY-END
           END-IF.
           MOVE 0 TO WS-PREFIX-LEN.
           INSPECT WS-RULE-PREFIX(WS-F) TALLYING WS-PREFIX-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-PREFIX-LEN >= WS-LEN
               MOVE WS-RULE-PREFIX(WS-F) TO WS-VALUE
               GO TO 2310-KEY-END
           END-IF.
           MOVE WS-LEN TO WS-K.
           COMPUTE WS-LEN = WS-LEN - WS-PREFIX-LEN.
           PERFORM 2390-NUMBER-START THRU 2390-NUMBER-END.
           MOVE WS-K TO WS-LEN.
           MOVE WS-VALUE(1:18) TO WS-SEQUENCE.
           MOVE SPACES TO WS-VALUE.
           STRING WS-RULE-PREFIX(WS-F)(1:WS-PREFIX-LEN) WS-SEQUENCE
               DELIMITED BY SIZE INTO WS-VALUE.
       2310-KEY-END.
           EXIT.

      * the n-th value of the field's list; a numeric field gets it
      * right-aligned with its leading zeros
       2330-FROM-LIST-START.
           PERFORM 7000-RANDOM-START THRU 7000-RANDOM-END.
           COMPUTE WS-K = WS-RND * WS-RULE-VALUES(WS-F) + 1.
           MOVE 0 TO WS-J.
           PERFORM 2335-NTH-VALUE-START THRU 2335-NTH-VALUE-END
               VARYING WS-V FROM 1 BY 1
               UNTIL WS-V > WS-VALUE-COUNT OR WS-J = WS-K.
           IF WS-FDEF-TYPE(WS-F) = '9'
               COMPUTE WS-NUMBER = FUNCTION NUMVAL(WS-VALUE)
               MOVE SPACES TO WS-VALUE
               PERFORM 2390-NUMBER-START THRU 2390-NUMBER-END
           END-IF.
       2330-FROM-LIST-END.
           EXIT.

       2335-NTH-VALUE-START.
           IF WS-VAL-FIELD(WS-V) = WS-F
               ADD 1 TO WS-J
               IF WS-J = WS-K
                   MOVE WS-VAL-TEXT(WS-V) TO WS-VALUE
               END-IF
           END-IF.
       2335-NTH-VALUE-END.
           EXIT.

       2340-DATE-START.
           PERFORM 7000-RANDOM-START THRU 7000-RANDOM-END.
           COMPUTE WS-NUMBER = WS-RULE-LOW(WS-F) + WS-RND *
               (WS-RULE-HIGH(WS-F) - WS-RULE-LOW(WS-F) + 1).
           COMPUTE WS-DATE = FUNCTION DATE-OF-INTEGER(WS-NUMBER).
           MOVE WS-DATE TO WS-VALUE(1:8).
       2340-DATE-END.
           EXIT.

       2350-DIGITS-START.
           PERFORM 2355-ONE-DIGIT-START THRU 2355-ONE-DIGIT-END
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-LEN.
       2350-DIGITS-END.
           EXIT.

       2355-ONE-DIGIT-START.
           PERFORM 7000-RANDOM-START THRU 7000-RANDOM-END.
           COMPUTE WS-K = WS-RND * 10.
           MOVE WS-K(3:1) TO WS-VALUE(WS-J:1).
       2355-ONE-DIGIT-END.
           EXIT.

      * a word of capitals, one to twelve letters, left-aligned
       2360-WORD-START.
           PERFORM 7000-RANDOM-START THRU 7000-RANDOM-END.
           IF WS-LEN < 12
               COMPUTE WS-K = WS-RND * WS-LEN + 1
           ELSE
               COMPUTE WS-K = WS-RND * 12 + 1
           END-IF.
           PERFORM 2365-ONE-LETTER-START THRU 2365-ONE-LETTER-END
               VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-K.
       2360-WORD-END.
           EXIT.

       2365-ONE-LETTER-START.
           PERFORM 7000-RANDOM-START THRU 7000-RANDOM-END.
           COMPUTE WS-V = WS-RND * 26 + 1.
           MOVE WS-ALPHABET(WS-V:1) TO WS-VALUE(WS-J:1).
       2365-ONE-LETTER-END.
           EXIT.

      * WS-NUMBER zero-padded to the width WS-LEN
       2390-NUMBER-START.
           MOVE WS-NUMBER TO WS-NUM-18.
           IF WS-LEN >= 18
               MOVE ALL '0' TO WS-VALUE(1:WS-LEN)
               MOVE WS-NUM-18 TO WS-VALUE(WS-LEN - 17:18)
           ELSE
               MOVE WS-NUM-18(19 - WS-LEN:WS-LEN) TO WS-VALUE(1:WS-LEN)
           END-IF.
       2390-NUMBER-END.
           EXIT.

      ******************************************************************
      * A DELIBERATELY WRONG VALUE FOR THE CHECKED FIELD, LOGGED IN
      * GENDATA.inv
      ******************************************************************
       2400-INVALID-VALUE-START.
           EVALUATE TRUE
               WHEN WS-RULE-UNIQUE(WS-F)
      * the key of the record before - the first has none, so blank
                   IF WS-REC-NO = 1
                       MOVE "CLE A BLANC" TO WS-INV-KIND
                   ELSE
                       COMPUTE WS-NUMBER =
                           WS-RULE-LOW(WS-F) + WS-REC-NO - 2
                       PERFORM 2310-KEY-START THRU 2310-KEY-END
                       MOVE "CLE EN DOUBLE" TO WS-INV-KIND
                   END-IF
               WHEN WS-RULE-RANGE(WS-F)
                   COMPUTE WS-NUMBER = WS-RULE-HIGH(WS-F) + 1
                   MOVE 1 TO WS-LIMIT
                   IF WS-LEN < 18
                       COMPUTE WS-LIMIT = 10 ** WS-LEN
                   END-IF
                   IF WS-LEN < 18 AND WS-NUMBER >= WS-LIMIT
                       MOVE ALL 'X' TO WS-VALUE(1:WS-LEN)
                       MOVE "NON NUMERIQUE" TO WS-INV-KIND
                   ELSE
                       PERFORM 2390-NUMBER-START THRU 2390-NUMBER-END
                       MOVE "HORS BORNES" TO WS-INV-KIND
                   END-IF
               WHEN WS-RULE-LIST(WS-F)
                   MOVE ALL '?' TO WS-VALUE(1:WS-LEN)
                   MOVE "HORS LISTE" TO WS-INV-KIND
               WHEN WS-RULE-DATE(WS-F)
                   PERFORM 2340-DATE-START THRU 2340-DATE-END
                   MOVE 'XX' TO WS-VALUE(5:2)
                   MOVE "DATE INVALIDE" TO WS-INV-KIND
               WHEN WS-RULE-MANDATORY(WS-F)
                   MOVE "ZONE A BLANC" TO WS-INV-KIND
               WHEN OTHER
      * a numeric field without rule: one letter among the digits
                   PERFORM 2350-DIGITS-START THRU 2350-DIGITS-END
                   PERFORM 7000-RANDOM-START THRU 7000-RANDOM-END
                   COMPUTE WS-J = WS-RND * WS-LEN + 1
                   MOVE 'X' TO WS-VALUE(WS-J:1)
                   MOVE "NON NUMERIQUE" TO WS-INV-KIND
           END-EVALUATE.

           MOVE SPACES TO INV-RECORD.
           MOVE WS-REC-NO TO INV-RECNO.
           MOVE WS-FDEF-NAME(WS-F) TO INV-FIELD.
           MOVE WS-INV-KIND TO INV-KIND.
           WRITE INV-RECORD.
       2400-INVALID-VALUE-END.
           EXIT.

       7000-RANDOM-START.
           COMPUTE WS-RND = FUNCTION RANDOM.
       7000-RANDOM-END.
           EXIT.
