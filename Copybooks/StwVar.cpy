      * Host variables for the data-steward work queue. COPY this
      * inside EXEC SQL BEGIN/END DECLARE SECTION next to DbConn.cpy;
      * the statements live in StwItem.cpy (record one finding) and
      * StwSweep.cpy (close what the run no longer found). The
      * checking program moves its own name to STW-SOURCE-PROGRAM and
      * the run's start to STW-RUN-STARTED once, then per finding the
      * individual to STW-DATABANK-ID and its rule to STW-RULE-CODE.
       01  STW-SOURCE-PROGRAM      PIC X(10) VALUE SPACES.
       01  STW-RULE-CODE           PIC X(20) VALUE SPACES.
       01  STW-DATABANK-ID         PIC X(36) VALUE SPACES.
       01  STW-RUN-STARTED         PIC X(26) VALUE SPACES.
       01  STW-ITEMS-CLOSED        PIC S9(9) COMP-5 VALUE ZERO.
