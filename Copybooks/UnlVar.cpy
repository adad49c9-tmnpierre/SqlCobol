      * Host variables for the unload control figures. COPY this
      * inside EXEC SQL BEGIN/END DECLARE SECTION; the measuring
      * statements live in UnlMsr.cpy. UNL-AS-OF-DATE (yyyy-mm-dd) is
      * the unload date. The ReconAgg age buckets use the age frozen
      * in the snapshot, so a verify run weeks later still adds up.
       01  UNL-AS-OF-DATE          PIC X(10) VALUE SPACES.
       01  UNL-SEAL-ROWS           PIC S9(9) COMP-5 VALUE ZERO.
       01  UNL-SEAL-CHECKSUM       PIC S9(18) COMP-5 VALUE ZERO.
       01  UNL-SEAL-JOURNAL        PIC S9(9) COMP-5 VALUE ZERO.
       01  UNL-BUCKET-0-17         PIC S9(9) COMP-5 VALUE ZERO.
       01  UNL-BUCKET-18-34        PIC S9(9) COMP-5 VALUE ZERO.
       01  UNL-BUCKET-35-59        PIC S9(9) COMP-5 VALUE ZERO.
       01  UNL-BUCKET-60-UP        PIC S9(9) COMP-5 VALUE ZERO.
