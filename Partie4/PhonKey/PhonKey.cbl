       IDENTIFICATION DIVISION.
       PROGRAM-ID. PhonKey.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Called by every program that writes a name to databank (the
      * loads, DbMnt, RecRest, GenData, PhonDup) and by the matchers,
      * so the key stored on the row and the key searched for are
      * always built the same way; the archive carries the stored key
      * out and back unchanged. The key is kept on the row, so the
      * particles are fixed here rather than read from NAMECASE.TXT
      * like the capitalization pass: changing them means rebuilding
      * every key with PhonDup REKEY ALL.
      *
      * A last name is read word by word. The Dutch and French
      * particles come in many spellings for the same spoken name -
      * 'Van den', 'Van der', 'Vd', 'V/d', glued 'Vande' - and are
      * brought to one form each before the words are run together,
      * so 'Van den Broek', 'Vandenbroeck' and 'V/d Broek' meet. A
      * first name skips that step. Both then go through the same
      * sound rules and are cut down to a consonant skeleton.
       01  NAME-WORK              PIC X(100) VALUE SPACES.
       01  NAME-OUT               PIC X(100) VALUE SPACES.
       01  WORK-LEN               PIC 9(3) VALUE ZEROS.
       01  OUT-LEN                PIC 9(3) VALUE ZEROS.
       01  SCAN-IDX               PIC 9(3) VALUE ZEROS.
       01  ONE-CHAR               PIC X(1) VALUE SPACE.
       01  LAST-KEPT-CHAR         PIC X(1) VALUE SPACE.

       01  WORD-TABLE.
           05  WORD-ENTRY         OCCURS 10 TIMES PIC X(50).
       01  WORD-COUNT             PIC 9(2) VALUE ZEROS.
       01  WORD-IDX               PIC 9(2) VALUE ZEROS.
       01  WORD-PTR               PIC 9(3) VALUE ZEROS.
       01  THIS-WORD              PIC X(50) VALUE SPACES.
       01  NEXT-WORD              PIC X(50) VALUE SPACES.

       01  ACCENT-LOWER-CHARS     PIC X(15)
               VALUE X"E0E2E4E7E8E9EAEBEEEFF4F6F9FBFC".
       01  ACCENT-UPPER-CHARS     PIC X(15)
               VALUE X"C0C2C4C7C8C9CACBCECFD4D6D9DBDC".
       01  ACCENT-PLAIN-CHARS     PIC X(15)
               VALUE 'AAACEEEEIIOOUUU'.

      * The sound rules, applied one after the other over the whole
      * name: each entry replaces FROM (of FROM-LEN letters) with TO
      * (of TO-LEN letters). Order matters - IJ must become I before
      * EI is looked at, or 'Meijer' would not meet 'Meier', and the
      * soft C before E, I or Y must be settled before the hard C.
       01  SOUND-RULE-VALUES.
           05  FILLER             PIC X(7) VALUE 'SCH3S 1'.
           05  FILLER             PIC X(7) VALUE 'PH 2F 1'.
           05  FILLER             PIC X(7) VALUE 'CK 2K 1'.
           05  FILLER             PIC X(7) VALUE 'DT 2T 1'.
           05  FILLER             PIC X(7) VALUE 'TH 2T 1'.
           05  FILLER             PIC X(7) VALUE 'IJ 2I 1'.
           05  FILLER             PIC X(7) VALUE 'EI 2I 1'.
           05  FILLER             PIC X(7) VALUE 'EY 2I 1'.
           05  FILLER             PIC X(7) VALUE 'AY 2I 1'.
           05  FILLER             PIC X(7) VALUE 'AI 2I 1'.
           05  FILLER             PIC X(7) VALUE 'OE 2U 1'.
           05  FILLER             PIC X(7) VALUE 'OU 2U 1'.
           05  FILLER             PIC X(7) VALUE 'EAU3O 1'.
           05  FILLER             PIC X(7) VALUE 'AU 2O 1'.
           05  FILLER             PIC X(7) VALUE 'CH 2K 1'.
           05  FILLER             PIC X(7) VALUE 'CE 2SE2'.
           05  FILLER             PIC X(7) VALUE 'CI 2SI2'.
           05  FILLER             PIC X(7) VALUE 'CY 2SY2'.
           05  FILLER             PIC X(7) VALUE 'C  1K 1'.
           05  FILLER             PIC X(7) VALUE 'Q  1K 1'.
           05  FILLER             PIC X(7) VALUE 'X  1KS2'.
           05  FILLER             PIC X(7) VALUE 'Z  1S 1'.
           05  FILLER             PIC X(7) VALUE 'W  1V 1'.
           05  FILLER             PIC X(7) VALUE 'GH 2G 1'.
           05  FILLER             PIC X(7) VALUE 'Y  1I 1'.
       01  SOUND-RULE-TABLE REDEFINES SOUND-RULE-VALUES.
           05  SOUND-RULE         OCCURS 25 TIMES.
               10  RULE-FROM      PIC X(3).
               10  RULE-FROM-LEN  PIC 9(1).
               10  RULE-TO        PIC X(2).
               10  RULE-TO-LEN    PIC 9(1).
       01  SOUND-RULE-COUNT       PIC 9(2) VALUE 25.
       01  RULE-IDX               PIC 9(2) VALUE ZEROS.

       LINKAGE SECTION.
       COPY "PhonParm.cpy".

       PROCEDURE DIVISION USING PHON-KEY-AREA.
       1000-MAIN-START.
           MOVE SPACES TO PHON-KEY.
           MOVE FUNCTION UPPER-CASE(PHON-INPUT) TO NAME-WORK.
           INSPECT NAME-WORK CONVERTING ACCENT-LOWER-CHARS
               TO ACCENT-UPPER-CHARS.
           INSPECT NAME-WORK CONVERTING ACCENT-UPPER-CHARS
               TO ACCENT-PLAIN-CHARS.
           INSPECT NAME-WORK REPLACING ALL '-' BY SPACE.

           IF PHON-LAST-NAME
               PERFORM 2001-SETTLE-PARTICLES
                   THRU 2001-SETTLE-PARTICLES-END
           END-IF.

           PERFORM 2500-KEEP-LETTERS-ONLY
               THRU 2500-KEEP-LETTERS-ONLY-END.

           IF WORK-LEN = 0
               GO TO 1000-MAIN-END
           END-IF.

           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > SOUND-RULE-COUNT
               PERFORM 3001-APPLY-SOUND-RULE
                   THRU 3001-APPLY-SOUND-RULE-END
           END-PERFORM.

      *    A final D is heard as T: Gerard and Gerart, Wouters and
      *    Wauters already meet through the vowels.
           IF NAME-WORK(WORK-LEN:1) = 'D'
               MOVE 'T' TO NAME-WORK(WORK-LEN:1)
           END-IF.

           PERFORM 4001-BUILD-SKELETON
               THRU 4001-BUILD-SKELETON-END.
       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * Splits the last name into words and rebuilds it with every
      * particle in one agreed form:
      *   VAN DE, VAN DEN, VAN DER, VD, V/D, V.D. -> VANDEN
      *   DE, DEN, DER -> DE     TER, TEN, TE -> TE     VON -> VAN
      * A glued 'Vande...' or 'Vander...' is treated the same way as
      * long as at least three letters follow, so Vandevelde meets
      * Van de Velde. D' and O' need nothing: the apostrophe is
      * dropped later and D'Hondt meets Dhondt on its own.
       2001-SETTLE-PARTICLES.
           MOVE SPACES TO WORD-TABLE.
           MOVE ZEROS TO WORD-COUNT.
           MOVE 1 TO WORD-PTR.
           PERFORM UNTIL WORD-PTR > 100 OR WORD-COUNT >= 10
               MOVE SPACES TO THIS-WORD
               UNSTRING NAME-WORK DELIMITED BY ALL SPACE
                   INTO THIS-WORD
                   POINTER WORD-PTR
               END-UNSTRING
               IF THIS-WORD NOT = SPACES
                   ADD 1 TO WORD-COUNT
                   MOVE THIS-WORD TO WORD-ENTRY(WORD-COUNT)
               END-IF
           END-PERFORM.

           MOVE SPACES TO NAME-OUT.
           MOVE 1 TO OUT-LEN.
           MOVE 1 TO WORD-IDX.
           PERFORM UNTIL WORD-IDX > WORD-COUNT
               MOVE WORD-ENTRY(WORD-IDX) TO THIS-WORD
               MOVE SPACES TO NEXT-WORD
               IF WORD-IDX < WORD-COUNT
                   MOVE WORD-ENTRY(WORD-IDX + 1) TO NEXT-WORD
               END-IF
               EVALUATE TRUE
                   WHEN THIS-WORD = 'VAN'
                    AND (NEXT-WORD = 'DE' OR 'DEN' OR 'DER')
                       MOVE 'VANDEN' TO THIS-WORD
                       ADD 1 TO WORD-IDX
                   WHEN THIS-WORD = 'VD' OR 'V/D' OR 'V.D.' OR 'V.D'
                       MOVE 'VANDEN' TO THIS-WORD
                   WHEN THIS-WORD = 'VON'
                       MOVE 'VAN' TO THIS-WORD
                   WHEN THIS-WORD = 'DE' OR 'DEN' OR 'DER'
                       MOVE 'DE' TO THIS-WORD
                   WHEN THIS-WORD = 'TE' OR 'TEN' OR 'TER'
                       MOVE 'TE' TO THIS-WORD
               END-EVALUATE
               STRING FUNCTION TRIM(THIS-WORD) DELIMITED BY SIZE
                   INTO NAME-OUT
                   WITH POINTER OUT-LEN
               END-STRING
               ADD 1 TO WORD-IDX
           END-PERFORM.

           MOVE NAME-OUT TO NAME-WORK.
           IF NAME-WORK(1:6) = 'VANDER' AND NAME-WORK(7:3) NOT = SPACES
               MOVE NAME-WORK(7:) TO NAME-OUT
               MOVE SPACES TO NAME-WORK
               STRING 'VANDEN' DELIMITED BY SIZE
                      FUNCTION TRIM(NAME-OUT) DELIMITED BY SIZE
                   INTO NAME-WORK
               END-STRING
               GO TO 2001-SETTLE-PARTICLES-END
           END-IF.

           IF NAME-WORK(1:5) = 'VANDE' AND NAME-WORK(6:1) NOT = 'N'
            AND NAME-WORK(6:3) NOT = SPACES
            AND NAME-WORK(8:1) NOT = SPACE
               MOVE NAME-WORK(6:) TO NAME-OUT
               MOVE SPACES TO NAME-WORK
               STRING 'VANDEN' DELIMITED BY SIZE
                      FUNCTION TRIM(NAME-OUT) DELIMITED BY SIZE
                   INTO NAME-WORK
               END-STRING
           END-IF.
       2001-SETTLE-PARTICLES-END.
      ******************************************************************
      * Spaces, apostrophes, dots and anything that is not a plain
      * letter carry no sound.
       2500-KEEP-LETTERS-ONLY.
           MOVE SPACES TO NAME-OUT.
           MOVE ZEROS TO OUT-LEN.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1 UNTIL SCAN-IDX > 100
               MOVE NAME-WORK(SCAN-IDX:1) TO ONE-CHAR
               IF ONE-CHAR >= 'A' AND ONE-CHAR <= 'Z'
                   ADD 1 TO OUT-LEN
                   MOVE ONE-CHAR TO NAME-OUT(OUT-LEN:1)
               END-IF
           END-PERFORM.
           MOVE NAME-OUT TO NAME-WORK.
           MOVE OUT-LEN TO WORK-LEN.
       2500-KEEP-LETTERS-ONLY-END.
      ******************************************************************
       3001-APPLY-SOUND-RULE.
           MOVE SPACES TO NAME-OUT.
           MOVE ZEROS TO OUT-LEN.
           MOVE 1 TO SCAN-IDX.
           PERFORM UNTIL SCAN-IDX > WORK-LEN
               IF SCAN-IDX + RULE-FROM-LEN(RULE-IDX) - 1 <= WORK-LEN
                AND NAME-WORK(SCAN-IDX:RULE-FROM-LEN(RULE-IDX))
                    = RULE-FROM(RULE-IDX)(1:RULE-FROM-LEN(RULE-IDX))
                   IF OUT-LEN + RULE-TO-LEN(RULE-IDX) <= 100
                       MOVE RULE-TO(RULE-IDX)(1:RULE-TO-LEN(RULE-IDX))
                         TO NAME-OUT(OUT-LEN + 1:
                                     RULE-TO-LEN(RULE-IDX))
                       ADD RULE-TO-LEN(RULE-IDX) TO OUT-LEN
                   END-IF
                   ADD RULE-FROM-LEN(RULE-IDX) TO SCAN-IDX
               ELSE
                   IF OUT-LEN < 100
                       ADD 1 TO OUT-LEN
                       MOVE NAME-WORK(SCAN-IDX:1)
                         TO NAME-OUT(OUT-LEN:1)
                   END-IF
                   ADD 1 TO SCAN-IDX
               END-IF
           END-PERFORM.
           MOVE NAME-OUT TO NAME-WORK.
           MOVE OUT-LEN TO WORK-LEN.
       3001-APPLY-SOUND-RULE-END.
      ******************************************************************
      * The first letter stays as it is; after it vowels and H are
      * dropped and a letter repeating the one before it is kept once,
      * so Meyer, Meier and Meijer all come down to MR.
       4001-BUILD-SKELETON.
           MOVE NAME-WORK(1:1) TO PHON-KEY(1:1).
           MOVE NAME-WORK(1:1) TO LAST-KEPT-CHAR.
           MOVE 1 TO OUT-LEN.
           PERFORM VARYING SCAN-IDX FROM 2 BY 1
                   UNTIL SCAN-IDX > WORK-LEN OR OUT-LEN >= 12
               MOVE NAME-WORK(SCAN-IDX:1) TO ONE-CHAR
               IF ONE-CHAR NOT = 'A' AND NOT = 'E' AND NOT = 'I'
                            AND NOT = 'O' AND NOT = 'U' AND NOT = 'H'
                AND ONE-CHAR NOT = LAST-KEPT-CHAR
                   ADD 1 TO OUT-LEN
                   MOVE ONE-CHAR TO PHON-KEY(OUT-LEN:1)
                   MOVE ONE-CHAR TO LAST-KEPT-CHAR
               END-IF
           END-PERFORM.
       4001-BUILD-SKELETON-END.
      ******************************************************************
