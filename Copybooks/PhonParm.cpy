      * Parameter block for PhonKey, the phonetic name key. The caller
      * sets the name type (last or first name) and the name as held,
      * and CALLs 'PhonKey' USING PHON-KEY-AREA. PhonKey returns a key
      * of up to twelve letters, blank when the name has no letters.
      * Two spellings of the same spoken name - Vandenbroeck and Van
      * den Broek, Meyer and Meijer - get the same key.
       01  PHON-KEY-AREA.
           05  PHON-NAME-TYPE      PIC X(1).
               88  PHON-LAST-NAME        VALUE 'L'.
               88  PHON-FIRST-NAME       VALUE 'F'.
           05  PHON-INPUT          PIC X(50).
           05  PHON-KEY            PIC X(12).
