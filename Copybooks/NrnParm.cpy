      * Parameter block for NrnVal, the Belgian national register
      * number check. The caller fills the number as keyed (dots,
      * dashes and spaces allowed) with the birth date and gender it
      * holds for the individual, blank where unknown, and CALLs
      * 'NrnVal' USING NRN-CHECK-AREA. NrnVal returns the number as
      * eleven digits, a result code, what the number itself encodes
      * and a one-line reason fit for a reject or report line.
       01  NRN-CHECK-AREA.
           05  NRN-INPUT           PIC X(20).
           05  NRN-HELD-BIRTH-DATE PIC X(10).
           05  NRN-HELD-GENDER     PIC X(10).
           05  NRN-NUMBER          PIC X(11).
           05  NRN-RESULT          PIC X(1).
               88  NRN-VALID             VALUE 'V'.
               88  NRN-BAD-FORMAT        VALUE 'F'.
               88  NRN-BAD-CHECKSUM      VALUE 'C'.
               88  NRN-BAD-DATE          VALUE 'D'.
               88  NRN-BIRTH-MISMATCH    VALUE 'B'.
               88  NRN-GENDER-MISMATCH   VALUE 'G'.
           05  NRN-ENCODED-DATE    PIC X(10).
           05  NRN-ENCODED-GENDER  PIC X(1).
           05  NRN-RESULT-TEXT     PIC X(60).
