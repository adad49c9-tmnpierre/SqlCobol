       IDENTIFICATION DIVISION.
       PROGRAM-ID. NrnVal.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Called by LoadBank, LoadCsv, RejResub, DbMnt and NrnChk so the
      * Belgian national register number is judged the same way
      * wherever it enters or is checked. The number is YYMMDD, a
      * three-digit sequence (odd for men, even for women) and two
      * check digits: 97 less the first nine digits modulo 97, or -
      * for people born from 2000 on - 97 less (2 followed by those
      * nine digits) modulo 97. Bis numbers, issued to people not on
      * the population register, add 20 to the month when the gender
      * was unknown at issue and 40 when it was known; a month or day
      * of 00 means the civil registry did not know it.
       01  NRN-WORK-DIGITS        PIC X(11) VALUE SPACES.
       01  NRN-WORK-PARTS REDEFINES NRN-WORK-DIGITS.
           05  NRN-WORK-YY        PIC 9(2).
           05  NRN-WORK-MM        PIC 9(2).
           05  NRN-WORK-DD        PIC 9(2).
           05  NRN-WORK-SEQ       PIC 9(3).
           05  NRN-WORK-CHECK     PIC 9(2).
       01  NRN-WORK-BASE REDEFINES NRN-WORK-DIGITS.
           05  NRN-WORK-BASE9     PIC 9(9).
           05  FILLER             PIC X(2).
       01  NRN-DIGIT-COUNT        PIC 9(2) VALUE ZEROS.
       01  NRN-CHAR-IDX           PIC 9(2) VALUE ZEROS.
       01  NRN-ONE-CHAR           PIC X(1) VALUE SPACE.
       01  NRN-BAD-CHAR-SWITCH    PIC X VALUE 'N'.
           88  NRN-HAS-BAD-CHAR   VALUE 'Y'.

       01  CHECK-BASE             PIC 9(10) VALUE ZEROS.
       01  CHECK-QUOTIENT         PIC 9(10) VALUE ZEROS.
       01  CHECK-REMAINDER        PIC 9(2) VALUE ZEROS.
       01  CHECK-EXPECTED         PIC 9(3) VALUE ZEROS.

       01  BIRTH-CENTURY          PIC 9(4) VALUE ZEROS.
       01  BIRTH-YEAR             PIC 9(4) VALUE ZEROS.
       01  BIRTH-MONTH            PIC 9(2) VALUE ZEROS.
       01  BIRTH-DAY              PIC 9(2) VALUE ZEROS.
       01  MONTH-LAST-DAY         PIC 9(2) VALUE ZEROS.
       01  LEAP-QUOTIENT          PIC 9(4) VALUE ZEROS.
       01  LEAP-REMAINDER         PIC 9(3) VALUE ZEROS.
       01  GENDER-KNOWN-SWITCH    PIC X VALUE 'Y'.
           88  GENDER-IS-KNOWN    VALUE 'Y'.
       01  SEQ-QUOTIENT           PIC 9(3) VALUE ZEROS.
       01  SEQ-REMAINDER          PIC 9(1) VALUE ZERO.

       01  ENCODED-DATE-PARTS.
           05  ENC-YEAR           PIC 9(4).
           05  FILLER             PIC X VALUE '-'.
           05  ENC-MONTH          PIC 9(2).
           05  FILLER             PIC X VALUE '-'.
           05  ENC-DAY            PIC 9(2).

       01  HELD-GENDER-CODE       PIC X(1) VALUE SPACE.
       01  HELD-GENDER-WORK       PIC X(10) VALUE SPACES.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).
       01  CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE PIC 9(8).
       01  BIRTH-DATE-NUM         PIC 9(8) VALUE ZEROS.

       LINKAGE SECTION.
       COPY "NrnParm.cpy".

       PROCEDURE DIVISION USING NRN-CHECK-AREA.
       1000-MAIN-START.
           MOVE SPACES TO NRN-NUMBER.
           MOVE SPACES TO NRN-ENCODED-DATE.
           MOVE SPACE TO NRN-ENCODED-GENDER.
           MOVE SPACES TO NRN-RESULT-TEXT.
           MOVE 'V' TO NRN-RESULT.

           PERFORM 2001-EXTRACT-DIGITS
               THRU 2001-EXTRACT-DIGITS-END.

           IF NOT NRN-VALID
               GO TO 1000-MAIN-END
           END-IF.

           PERFORM 3001-CHECK-CHECKSUM
               THRU 3001-CHECK-CHECKSUM-END.

           IF NOT NRN-VALID
               GO TO 1000-MAIN-END
           END-IF.

           PERFORM 4001-DECODE-BIRTH-DATE
               THRU 4001-DECODE-BIRTH-DATE-END.

           IF NOT NRN-VALID
               GO TO 1000-MAIN-END
           END-IF.

           PERFORM 5001-CROSS-CHECK-HELD
               THRU 5001-CROSS-CHECK-HELD-END.

           IF NRN-VALID
               MOVE 'valid' TO NRN-RESULT-TEXT
           END-IF.
       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * Keyed numbers arrive as 85.07.30-033.28, 85073003328 or with
      * spaces; only those separators are dropped, anything else makes
      * the number unreadable.
       2001-EXTRACT-DIGITS.
           MOVE SPACES TO NRN-WORK-DIGITS.
           MOVE ZEROS TO NRN-DIGIT-COUNT.
           MOVE 'N' TO NRN-BAD-CHAR-SWITCH.

           PERFORM VARYING NRN-CHAR-IDX FROM 1 BY 1
                   UNTIL NRN-CHAR-IDX > 20
               MOVE NRN-INPUT(NRN-CHAR-IDX:1) TO NRN-ONE-CHAR
               EVALUATE TRUE
                   WHEN NRN-ONE-CHAR IS NUMERIC
                       ADD 1 TO NRN-DIGIT-COUNT
                       IF NRN-DIGIT-COUNT <= 11
                           MOVE NRN-ONE-CHAR
                               TO NRN-WORK-DIGITS(NRN-DIGIT-COUNT:1)
                       END-IF
                   WHEN NRN-ONE-CHAR = SPACE
                     OR NRN-ONE-CHAR = '.'
                     OR NRN-ONE-CHAR = '-'
                     OR NRN-ONE-CHAR = '/'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'Y' TO NRN-BAD-CHAR-SWITCH
               END-EVALUATE
           END-PERFORM.

           IF NRN-HAS-BAD-CHAR OR NRN-DIGIT-COUNT NOT = 11
               MOVE 'F' TO NRN-RESULT
               MOVE 'national number is not eleven digits'
                   TO NRN-RESULT-TEXT
               GO TO 2001-EXTRACT-DIGITS-END
           END-IF.

           MOVE NRN-WORK-DIGITS TO NRN-NUMBER.
       2001-EXTRACT-DIGITS-END.
      ******************************************************************
      * The check digits also settle the century: a number that only
      * balances with the leading 2 belongs to someone born in 2000
      * or later.
       3001-CHECK-CHECKSUM.
           MOVE NRN-WORK-BASE9 TO CHECK-BASE.
           DIVIDE CHECK-BASE BY 97 GIVING CHECK-QUOTIENT
               REMAINDER CHECK-REMAINDER.
           COMPUTE CHECK-EXPECTED = 97 - CHECK-REMAINDER.

           IF CHECK-EXPECTED = NRN-WORK-CHECK
               MOVE 1900 TO BIRTH-CENTURY
               GO TO 3001-CHECK-CHECKSUM-END
           END-IF.

           ADD 2000000000 TO CHECK-BASE.
           DIVIDE CHECK-BASE BY 97 GIVING CHECK-QUOTIENT
               REMAINDER CHECK-REMAINDER.
           COMPUTE CHECK-EXPECTED = 97 - CHECK-REMAINDER.

           IF CHECK-EXPECTED = NRN-WORK-CHECK
               MOVE 2000 TO BIRTH-CENTURY
               GO TO 3001-CHECK-CHECKSUM-END
           END-IF.

           MOVE 'C' TO NRN-RESULT.
           MOVE 'national number fails the modulo-97 check'
               TO NRN-RESULT-TEXT.
       3001-CHECK-CHECKSUM-END.
      ******************************************************************
       4001-DECODE-BIRTH-DATE.
           COMPUTE BIRTH-YEAR = BIRTH-CENTURY + NRN-WORK-YY.
           MOVE NRN-WORK-DD TO BIRTH-DAY.
           MOVE 'Y' TO GENDER-KNOWN-SWITCH.

           EVALUATE TRUE
               WHEN NRN-WORK-MM <= 12
                   MOVE NRN-WORK-MM TO BIRTH-MONTH
               WHEN NRN-WORK-MM >= 20 AND NRN-WORK-MM <= 32
                   COMPUTE BIRTH-MONTH = NRN-WORK-MM - 20
                   MOVE 'N' TO GENDER-KNOWN-SWITCH
               WHEN NRN-WORK-MM >= 40 AND NRN-WORK-MM <= 52
                   COMPUTE BIRTH-MONTH = NRN-WORK-MM - 40
               WHEN OTHER
                   MOVE 'D' TO NRN-RESULT
                   MOVE 'national number encodes no valid month'
                       TO NRN-RESULT-TEXT
                   GO TO 4001-DECODE-BIRTH-DATE-END
           END-EVALUATE.

           MOVE 31 TO MONTH-LAST-DAY.
           EVALUATE BIRTH-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO MONTH-LAST-DAY
               WHEN 2
                   MOVE 28 TO MONTH-LAST-DAY
                   DIVIDE BIRTH-YEAR BY 4 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER = 0
                       MOVE 29 TO MONTH-LAST-DAY
                       DIVIDE BIRTH-YEAR BY 100 GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                       IF LEAP-REMAINDER = 0
                           MOVE 28 TO MONTH-LAST-DAY
                           DIVIDE BIRTH-YEAR BY 400
                               GIVING LEAP-QUOTIENT
                               REMAINDER LEAP-REMAINDER
                           IF LEAP-REMAINDER = 0
                               MOVE 29 TO MONTH-LAST-DAY
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

           IF BIRTH-DAY > MONTH-LAST-DAY
               MOVE 'D' TO NRN-RESULT
               MOVE 'national number encodes an impossible birth date'
                   TO NRN-RESULT-TEXT
               GO TO 4001-DECODE-BIRTH-DATE-END
           END-IF.

      *    A century-2000 number dated after today cannot have been
      *    issued yet.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           COMPUTE BIRTH-DATE-NUM = BIRTH-YEAR * 10000
                                  + BIRTH-MONTH * 100 + BIRTH-DAY.
           IF BIRTH-DATE-NUM > CURRENT-DATE-NUM
               MOVE 'D' TO NRN-RESULT
               MOVE 'national number encodes a future birth date'
                   TO NRN-RESULT-TEXT
               GO TO 4001-DECODE-BIRTH-DATE-END
           END-IF.

           MOVE BIRTH-YEAR TO ENC-YEAR.
           MOVE BIRTH-MONTH TO ENC-MONTH.
           MOVE BIRTH-DAY TO ENC-DAY.
           MOVE ENCODED-DATE-PARTS TO NRN-ENCODED-DATE.

           IF GENDER-IS-KNOWN
               DIVIDE NRN-WORK-SEQ BY 2 GIVING SEQ-QUOTIENT
                   REMAINDER SEQ-REMAINDER
               IF SEQ-REMAINDER = 1
                   MOVE 'M' TO NRN-ENCODED-GENDER
               ELSE
                   MOVE 'F' TO NRN-ENCODED-GENDER
               END-IF
           END-IF.
       4001-DECODE-BIRTH-DATE-END.
      ******************************************************************
      * Only what both sides know is compared: a 00 month or day, a
      * blank or unreadable held birth date, a gender outside Male /
      * Female or a bis number issued without gender are skipped.
       5001-CROSS-CHECK-HELD.
           IF NRN-HELD-BIRTH-DATE(1:4) IS NUMERIC
            AND NRN-HELD-BIRTH-DATE(6:2) IS NUMERIC
            AND NRN-HELD-BIRTH-DATE(9:2) IS NUMERIC
               IF NRN-HELD-BIRTH-DATE(1:4) NOT = NRN-ENCODED-DATE(1:4)
                OR (BIRTH-MONTH NOT = 0
                    AND NRN-HELD-BIRTH-DATE(6:2)
                        NOT = NRN-ENCODED-DATE(6:2))
                OR (BIRTH-DAY NOT = 0
                    AND NRN-HELD-BIRTH-DATE(9:2)
                        NOT = NRN-ENCODED-DATE(9:2))
                   MOVE 'B' TO NRN-RESULT
                   MOVE SPACES TO NRN-RESULT-TEXT
                   STRING 'national number says born '
                              DELIMITED BY SIZE
                          NRN-ENCODED-DATE DELIMITED BY SIZE
                          ', held ' DELIMITED BY SIZE
                          NRN-HELD-BIRTH-DATE DELIMITED BY SIZE
                          INTO NRN-RESULT-TEXT
                   GO TO 5001-CROSS-CHECK-HELD-END
               END-IF
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(NRN-HELD-GENDER))
               TO HELD-GENDER-WORK.
           EVALUATE HELD-GENDER-WORK
               WHEN 'MALE'
               WHEN 'M'
                   MOVE 'M' TO HELD-GENDER-CODE
               WHEN 'FEMALE'
               WHEN 'F'
                   MOVE 'F' TO HELD-GENDER-CODE
               WHEN OTHER
                   MOVE SPACE TO HELD-GENDER-CODE
           END-EVALUATE.

           IF HELD-GENDER-CODE NOT = SPACE
            AND NRN-ENCODED-GENDER NOT = SPACE
            AND HELD-GENDER-CODE NOT = NRN-ENCODED-GENDER
               MOVE 'G' TO NRN-RESULT
               MOVE SPACES TO NRN-RESULT-TEXT
               IF NRN-ENCODED-GENDER = 'M'
                   MOVE 'a man' TO HELD-GENDER-WORK
               ELSE
                   MOVE 'a woman' TO HELD-GENDER-WORK
               END-IF
               STRING 'national number encodes ' DELIMITED BY SIZE
                      FUNCTION TRIM(HELD-GENDER-WORK) DELIMITED BY SIZE
                      ', held gender is ' DELIMITED BY SIZE
                      FUNCTION TRIM(NRN-HELD-GENDER) DELIMITED BY SIZE
                      INTO NRN-RESULT-TEXT
           END-IF.
       5001-CROSS-CHECK-HELD-END.
