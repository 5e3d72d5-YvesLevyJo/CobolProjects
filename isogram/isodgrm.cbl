      *                    check per word and an anagram-group finder
      *                    comparing every word against every other,
      *                    with per-analysis counters in the summary.
      * 2026-10-15 Yves    Accent-aware comparison: unless strict mode
      *                    is asked for, each word is normalized first
      *                    (UTF-8 accented letters folded to their base
      *                    letter, hyphens and apostrophes dropped,
      *                    upper case), so verdicts and counts work on
      *                    letters rather than bytes. New (N) mode
      *                    lists in ISOGRAM-NORM.txt the wordlist
      *                    entries whose isogram or palindrome verdict
      *                    changes under normalization.
      *=================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  isodgrm.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STAT.

           SELECT NORM-REPORT ASSIGN TO 'ISOGRAM-NORM.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NRP-STAT.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PARM-REC            PIC X(50).
       FD  NORM-REPORT.
       01  NORM-REPORT-REC     PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-WL-STATUS           PIC X(02).
           88 WS-MODE-WORDLIST        VALUE 'F' 'f'.
           88 WS-MODE-PALINDROME      VALUE 'P' 'p'.
           88 WS-MODE-ANAGRAM         VALUE 'A' 'a'.
           88 WS-MODE-NORM-REPORT     VALUE 'N' 'n'.

       01  WS-WORD                PIC X(30) VALUE SPACES.
       01  WS-WORD-LENGTH          PIC 9(02).
       01  WS-ACTUAL-LETTER         PIC X.
       01  WS-COUNT-A               PIC 9(02).

      * letter normalization: accented letters folded to their base
      * letter, hyphens and apostrophes dropped, all in upper case;
      * strict mode compares the raw bytes as before
       01  WS-COMPARE-SW           PIC X(01) VALUE 'N'.
           88 WS-COMPARE-NORMALIZED    VALUE 'N'.
           88 WS-COMPARE-STRICT        VALUE 'S'.
       01  WS-QUIET-SW             PIC X(01) VALUE 'N'.
           88 WS-QUIET                 VALUE 'Y'.
       01  WS-ORIG-WORD            PIC X(30) VALUE SPACES.
       01  WS-NORM-WORD            PIC X(30) VALUE SPACES.
       01  WS-NB-I                 PIC 9(02) VALUE 0.
       01  WS-NB-OUT               PIC 9(02) VALUE 0.
       01  WS-NB-CHAR              PIC X(01).
       01  WS-NB-NEXT              PIC X(01).
       01  WS-NB-PUT               PIC X(01).
       01  WS-FOLD-IDX             PIC 9(03) VALUE 0.
      * UTF-8 letters X'C380' to X'C3BF' by their second byte: base
      * letter(s) to keep, '**' = not a letter, bytes kept as they are
       01  WS-FOLD-VALUES.
           05 FILLER PIC X(32) VALUE "A A A A A A AEC E E E E I I I I ".
           05 FILLER PIC X(32) VALUE "D N O O O O O **O U U U U Y THSS".
           05 FILLER PIC X(32) VALUE "A A A A A A AEC E E E E I I I I ".
           05 FILLER PIC X(32) VALUE "D N O O O O O **O U U U U Y THY ".
       01  WS-FOLD-TABLE REDEFINES WS-FOLD-VALUES.
           05 WS-FOLD-ENTRY OCCURS 64 TIMES PIC X(02).

      * verdict-change report: strict and normalized verdicts side
      * by side for each word where they differ
       01  WS-NRP-STAT             PIC X(02).
       01  WS-STRICT-ISO           PIC X(01).
       01  WS-STRICT-PAL           PIC X(01).
       01  WS-NORM-ISO             PIC X(01).
       01  WS-NORM-PAL             PIC X(01).
       01  WS-NRP-CHANGED          PIC 9(04) VALUE 0.
       01  WS-NRP-LINE.
           05 NRP-WORD             PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 NRP-NORM             PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 NRP-STRICT-ISO       PIC X(03).
           05 FILLER               PIC X(01) VALUE '/'.
           05 NRP-NORM-ISO         PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 NRP-STRICT-PAL       PIC X(03).
           05 FILLER               PIC X(01) VALUE '/'.
           05 NRP-NORM-PAL         PIC X(03).

       01  WS-ISOGRAM-SW           PIC X(01) VALUE 'Y'.
           88 WS-IS-ISOGRAM            VALUE 'Y'.
           88 WS-NOT-ISOGRAM           VALUE 'N'.
              THRU 8000-OPEN-PARMS-END.

           DISPLAY "Mode : (S)aisir un mot / (F)ichier de mots /"
               " (P)alindromes / (A)nagrammes /"
               " (N)ormalisation, verdicts changes ?".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           MOVE WS-ANSWER TO WS-MODE-CHOICE.
                      THRU 3000-PALINDROME-END
               WHEN WS-MODE-ANAGRAM
                   PERFORM 4000-ANAGRAM-START THRU 4000-ANAGRAM-END
               WHEN WS-MODE-NORM-REPORT
                   PERFORM 5000-NORM-REPORT-START
                      THRU 5000-NORM-REPORT-END
               WHEN OTHER
                   PERFORM 1000-SINGLE-WORD-START
                      THRU 1000-SINGLE-WORD-END
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           MOVE WS-ANSWER TO WS-WORD.
           PERFORM 6000-ASK-COMPARE-START THRU 6000-ASK-COMPARE-END.
           PERFORM 6050-PREPARE-WORD-START THRU 6050-PREPARE-WORD-END.

           PERFORM 1100-CHECK-ISOGRAM-START THRU 1100-CHECK-ISOGRAM-END.
           PERFORM 1200-SHOW-RESULT-START THRU 1200-SHOW-RESULT-END.
           INSPECT WS-WORD(1:WS-WORD-LENGTH)
               TALLYING WS-COUNT-A FOR ALL WS-ACTUAL-LETTER.

           IF NOT WS-QUIET
               DISPLAY "la lettre" SPACE WS-ACTUAL-LETTER
                   SPACE "est presente" SPACE WS-COUNT-A SPACE "fois"
           END-IF.

           IF WS-COUNT-A > 1
               SET WS-NOT-ISOGRAM TO TRUE

       1200-SHOW-RESULT-START.
           IF WS-IS-ISOGRAM
               DISPLAY FUNCTION TRIM(WS-ORIG-WORD)
                   SPACE "est un isogramme"
           ELSE
               DISPLAY FUNCTION TRIM(WS-ORIG-WORD)
                   SPACE "n'est pas un isogramme"
           END-IF.
       1200-SHOW-RESULT-END.
      * TEST EVERY WORD OF WORDLIST-FILE IN ONE BATCH PASS
      ******************************************************************
       2000-WORDLIST-START.
           PERFORM 6000-ASK-COMPARE-START THRU 6000-ASK-COMPARE-END.
           OPEN INPUT WORDLIST-FILE.
           MOVE WS-WL-STATUS TO WS-ERR-STATUS.
           MOVE "ISOGRAM-WORDS.txt" TO WS-ERR-FILE.
               AT END SET WS-WL-EOF TO TRUE
               NOT AT END
                   MOVE WORDLIST-REC TO WS-WORD
                   PERFORM 6050-PREPARE-WORD-START
                      THRU 6050-PREPARE-WORD-END
                   PERFORM 1100-CHECK-ISOGRAM-START
                      THRU 1100-CHECK-ISOGRAM-END
                   PERFORM 1200-SHOW-RESULT-START
      * PALINDROME ANALYSIS OVER THE WORDLIST
      ******************************************************************
       3000-PALINDROME-START.
           PERFORM 6000-ASK-COMPARE-START THRU 6000-ASK-COMPARE-END.
           OPEN INPUT WORDLIST-FILE.
           MOVE WS-WL-STATUS TO WS-ERR-STATUS.
           MOVE "ISOGRAM-WORDS.txt" TO WS-ERR-FILE.
               AT END SET WS-WL-EOF TO TRUE
               NOT AT END
                   MOVE WORDLIST-REC TO WS-WORD
                   PERFORM 6050-PREPARE-WORD-START
                      THRU 6050-PREPARE-WORD-END
                   ADD 1 TO WS-WL-TOTAL
                   PERFORM 3200-CHECK-PAL-START
                      THRU 3200-CHECK-PAL-END
                   IF WS-IS-PALINDROME
                       ADD 1 TO WS-PAL-PASS
                       DISPLAY FUNCTION TRIM(WS-ORIG-WORD)
                           SPACE "est un palindrome"
                   ELSE
                       ADD 1 TO WS-PAL-FAIL
                       DISPLAY FUNCTION TRIM(WS-ORIG-WORD)
                           SPACE "n'est pas un palindrome"
                   END-IF
           END-READ.
      * SHARING THE SAME LETTER-COUNT SIGNATURE FORM A GROUP
      ******************************************************************
       4000-ANAGRAM-START.
           PERFORM 6000-ASK-COMPARE-START THRU 6000-ASK-COMPARE-END.
           OPEN INPUT WORDLIST-FILE.
           MOVE WS-WL-STATUS TO WS-ERR-STATUS.
           MOVE "ISOGRAM-WORDS.txt" TO WS-ERR-FILE.
               AT END SET WS-WL-EOF TO TRUE
               NOT AT END
                   MOVE WORDLIST-REC TO WS-WORD
                   PERFORM 6050-PREPARE-WORD-START
                      THRU 6050-PREPARE-WORD-END
                   PERFORM 4200-BUILD-SIG-START
                      THRU 4200-BUILD-SIG-END
                   IF WS-WT-COUNT < 500
                       ADD 1 TO WS-WT-COUNT
                       MOVE WS-ORIG-WORD TO WS-WT-WORD(WS-WT-COUNT)
                       MOVE WS-SIG-WORK TO WS-WT-SIG(WS-WT-COUNT)
                       MOVE 'N' TO WS-WT-GROUPED(WS-WT-COUNT)
                   END-IF
       4310-ONE-PAIR-END.
           EXIT.

      ******************************************************************
      * NORMALIZATION REPORT - EVERY WORD JUDGED STRICTLY AND AFTER
      * NORMALIZATION; THE WORDS WHOSE ISOGRAM OR PALINDROME VERDICT
      * DIFFERS ARE LISTED IN ISOGRAM-NORM.txt
      ******************************************************************
       5000-NORM-REPORT-START.
           SET WS-QUIET TO TRUE.
           OPEN INPUT WORDLIST-FILE.
           MOVE WS-WL-STATUS TO WS-ERR-STATUS.
           MOVE "ISOGRAM-WORDS.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.
           OPEN OUTPUT NORM-REPORT.
           MOVE WS-NRP-STAT TO WS-ERR-STATUS.
           MOVE "ISOGRAM-NORM.txt" TO WS-ERR-FILE.
           MOVE "OPEN" TO WS-ERR-OP.
           PERFORM 9800-CHECK-STATUS-START
              THRU 9800-CHECK-STATUS-END.

           MOVE "VERDICTS CHANGES PAR LA NORMALISATION"
               TO NORM-REPORT-REC.
           WRITE NORM-REPORT-REC.
           MOVE SPACES TO NORM-REPORT-REC.
           MOVE "MOT" TO NORM-REPORT-REC(1:30).
           MOVE "FORME NORMALISEE" TO NORM-REPORT-REC(32:30).
           MOVE "ISOGRAMME" TO NORM-REPORT-REC(63:9).
           MOVE "PALIN." TO NORM-REPORT-REC(73:6).
           WRITE NORM-REPORT-REC.
           MOVE SPACES TO NORM-REPORT-REC.
           MOVE "(STRICT/NORMALISE)" TO NORM-REPORT-REC(61:18).
           WRITE NORM-REPORT-REC.

           PERFORM 5100-ONE-WORD-START THRU 5100-ONE-WORD-END
               UNTIL WS-WL-EOF.
           CLOSE WORDLIST-FILE.
           CLOSE NORM-REPORT.

           DISPLAY "MOTS TESTES      : " WS-WL-TOTAL.
           DISPLAY "VERDICTS CHANGES : " WS-NRP-CHANGED.
       5000-NORM-REPORT-END.
           EXIT.

       5100-ONE-WORD-START.
           READ WORDLIST-FILE
               AT END
                   SET WS-WL-EOF TO TRUE
                   GO TO 5100-ONE-WORD-END
           END-READ.
           ADD 1 TO WS-WL-TOTAL.
           MOVE WORDLIST-REC TO WS-WORD.
           MOVE WS-WORD TO WS-ORIG-WORD.

           PERFORM 1100-CHECK-ISOGRAM-START THRU 1100-CHECK-ISOGRAM-END.
           MOVE WS-ISOGRAM-SW TO WS-STRICT-ISO.
           PERFORM 3200-CHECK-PAL-START THRU 3200-CHECK-PAL-END.
           MOVE WS-PAL-SW TO WS-STRICT-PAL.

           PERFORM 6100-NORMALIZE-START THRU 6100-NORMALIZE-END.
           PERFORM 1100-CHECK-ISOGRAM-START THRU 1100-CHECK-ISOGRAM-END.
           MOVE WS-ISOGRAM-SW TO WS-NORM-ISO.
           PERFORM 3200-CHECK-PAL-START THRU 3200-CHECK-PAL-END.
           MOVE WS-PAL-SW TO WS-NORM-PAL.

           IF WS-STRICT-ISO = WS-NORM-ISO
           AND WS-STRICT-PAL = WS-NORM-PAL
               GO TO 5100-ONE-WORD-END
           END-IF.
           ADD 1 TO WS-NRP-CHANGED.
           MOVE WS-ORIG-WORD TO NRP-WORD.
           MOVE WS-WORD TO NRP-NORM.
           MOVE WS-STRICT-ISO TO WS-NB-PUT.
           PERFORM 5200-YES-NO-START THRU 5200-YES-NO-END.
           MOVE WS-ANSWER(1:3) TO NRP-STRICT-ISO.
           MOVE WS-NORM-ISO TO WS-NB-PUT.
           PERFORM 5200-YES-NO-START THRU 5200-YES-NO-END.
           MOVE WS-ANSWER(1:3) TO NRP-NORM-ISO.
           MOVE WS-STRICT-PAL TO WS-NB-PUT.
           PERFORM 5200-YES-NO-START THRU 5200-YES-NO-END.
           MOVE WS-ANSWER(1:3) TO NRP-STRICT-PAL.
           MOVE WS-NORM-PAL TO WS-NB-PUT.
           PERFORM 5200-YES-NO-START THRU 5200-YES-NO-END.
           MOVE WS-ANSWER(1:3) TO NRP-NORM-PAL.
           WRITE NORM-REPORT-REC FROM WS-NRP-LINE.
       5100-ONE-WORD-END.
           EXIT.

       5200-YES-NO-START.
           IF WS-NB-PUT = 'Y'
               MOVE "OUI" TO WS-ANSWER
           ELSE
               MOVE "NON" TO WS-ANSWER
           END-IF.
       5200-YES-NO-END.
           EXIT.

      ******************************************************************
      * LETTER NORMALIZATION
      ******************************************************************
       6000-ASK-COMPARE-START.
           DISPLAY "Comparaison : (S)tricte / autre = normalisee"
               " (accents, tirets, apostrophes) ?".
           PERFORM 8100-GET-ANSWER-START
              THRU 8100-GET-ANSWER-END.
           IF WS-ANSWER(1:1) = 'S' OR WS-ANSWER(1:1) = 's'
               SET WS-COMPARE-STRICT TO TRUE
           ELSE
               SET WS-COMPARE-NORMALIZED TO TRUE
           END-IF.
       6000-ASK-COMPARE-END.
           EXIT.

      * keep the word as read for display, then normalize it unless
      * strict mode was chosen
       6050-PREPARE-WORD-START.
           MOVE WS-WORD TO WS-ORIG-WORD.
           IF WS-COMPARE-NORMALIZED
               PERFORM 6100-NORMALIZE-START THRU 6100-NORMALIZE-END
           END-IF.
       6050-PREPARE-WORD-END.
           EXIT.

      * rebuild WS-WORD from WS-ORIG-WORD one character at a time;
      * a UTF-8 character takes two or three bytes
       6100-NORMALIZE-START.
           MOVE SPACES TO WS-NORM-WORD.
           MOVE 0 TO WS-NB-OUT.
           MOVE 1 TO WS-NB-I.
           PERFORM 6110-ONE-CHAR-START THRU 6110-ONE-CHAR-END
               UNTIL WS-NB-I > 30.
           MOVE FUNCTION UPPER-CASE(WS-NORM-WORD) TO WS-WORD.
       6100-NORMALIZE-END.
           EXIT.

       6110-ONE-CHAR-START.
           MOVE WS-ORIG-WORD(WS-NB-I:1) TO WS-NB-CHAR.
           MOVE SPACE TO WS-NB-NEXT.
           IF WS-NB-I < 30
               MOVE WS-ORIG-WORD(WS-NB-I + 1:1) TO WS-NB-NEXT
           END-IF.

      *    hyphen and apostrophe are dropped
           IF WS-NB-CHAR = '-' OR WS-NB-CHAR = "'"
               ADD 1 TO WS-NB-I
               GO TO 6110-ONE-CHAR-END
           END-IF.

      *    typographic apostrophe and hyphens, U+2010 U+2011 U+2019
           IF WS-NB-CHAR = X'E2' AND WS-NB-NEXT = X'80' AND WS-NB-I < 29
               IF WS-ORIG-WORD(WS-NB-I + 2:1) = X'90' OR X'91' OR X'99'
                   ADD 3 TO WS-NB-I
                   GO TO 6110-ONE-CHAR-END
               END-IF
           END-IF.

      *    ligatures oe / OE
           IF WS-NB-CHAR = X'C5'
           AND (WS-NB-NEXT = X'92' OR WS-NB-NEXT = X'93')
               MOVE 'O' TO WS-NB-PUT
               PERFORM 6120-PUT-START THRU 6120-PUT-END
               MOVE 'E' TO WS-NB-PUT
               PERFORM 6120-PUT-START THRU 6120-PUT-END
               ADD 2 TO WS-NB-I
               GO TO 6110-ONE-CHAR-END
           END-IF.

      *    Latin-1 supplement letters, folded through the table
           IF WS-NB-CHAR = X'C3'
               COMPUTE WS-FOLD-IDX = FUNCTION ORD(WS-NB-NEXT) - 128
               IF WS-FOLD-IDX > 0 AND WS-FOLD-IDX < 65
               AND WS-FOLD-ENTRY(WS-FOLD-IDX) NOT = '**'
                   MOVE WS-FOLD-ENTRY(WS-FOLD-IDX)(1:1) TO WS-NB-PUT
                   PERFORM 6120-PUT-START THRU 6120-PUT-END
                   IF WS-FOLD-ENTRY(WS-FOLD-IDX)(2:1) NOT = SPACE
                       MOVE WS-FOLD-ENTRY(WS-FOLD-IDX)(2:1)
                           TO WS-NB-PUT
                       PERFORM 6120-PUT-START THRU 6120-PUT-END
                   END-IF
                   ADD 2 TO WS-NB-I
                   GO TO 6110-ONE-CHAR-END
               END-IF
           END-IF.

           MOVE WS-NB-CHAR TO WS-NB-PUT.
           PERFORM 6120-PUT-START THRU 6120-PUT-END.
           ADD 1 TO WS-NB-I.
       6110-ONE-CHAR-END.
           EXIT.

       6120-PUT-START.
           IF WS-NB-OUT < 30
               ADD 1 TO WS-NB-OUT
               MOVE WS-NB-PUT TO WS-NORM-WORD(WS-NB-OUT:1)
           END-IF.
       6120-PUT-END.
           EXIT.

      ******************************************************************
      * UNATTENDED MODE SUPPORT - THE ANSWER COMES FROM THE PARAMETER
      * FILE WHEN ONE IS PRESENT, FROM THE CONSOLE OTHERWISE
