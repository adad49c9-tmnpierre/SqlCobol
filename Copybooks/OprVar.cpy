      * Host variables for the operator authorization check. COPY
      * this inside EXEC SQL BEGIN/END DECLARE SECTION, next to
      * PrivLog.cpy. Before the shared OprChk body runs, the program
      * moves its own name to OPR-PROGRAM-NAME and 'READ' or
      * 'EXECUTE' to OPR-MODE-NEEDED; OPR-DENIED-FLAG = 'Y' and
      * OPR-DENY-REASON come back when the operator may not proceed.
       01  OPR-PROGRAM-NAME        PIC X(20) VALUE SPACES.
       01  OPR-MODE-NEEDED         PIC X(10) VALUE SPACES.
       01  OPR-ACTIVE-FLAG         PIC X(1) VALUE SPACES.
       01  OPR-MODE-HELD           PIC X(10) VALUE SPACES.
       01  OPR-DENIED-FLAG         PIC X(1) VALUE 'N'.
       01  OPR-DENY-REASON         PIC X(60) VALUE SPACES.
