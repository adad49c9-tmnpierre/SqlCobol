      * Host variables for the change-source context. COPY this
      * inside EXEC SQL BEGIN/END DECLARE SECTION in every program
      * that changes databank; the matching statement lives in
      * SrcSet.cpy, performed from the program's 1035-SET-CHANGE-
      * SOURCE before its first write. The program moves its own
      * name to SRC-PROGRAM-NAME and, where it has one, the batch,
      * operator or case the change belongs to to SRC-SOURCE-ID and
      * a supplier load's supplier to SRC-SUPPLIER-ID. A load that
      * has a load_batch row moves its id to SRC-BATCH-ID instead of
      * building a source id.
       01  SRC-PROGRAM-NAME        PIC X(20) VALUE SPACES.
       01  SRC-SOURCE-ID           PIC X(40) VALUE SPACES.
       01  SRC-SUPPLIER-ID         PIC X(10) VALUE SPACES.
       01  SRC-BATCH-ID            PIC S9(9) COMP-5 VALUE ZERO.
       01  SRC-SET-COUNT           PIC S9(9) COMP-5 VALUE ZERO.
