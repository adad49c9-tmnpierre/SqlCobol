      * Host variables for the year-end statistics lock. COPY this
      * inside EXEC SQL BEGIN/END DECLARE SECTION next to DbConn.cpy;
      * the matching check statements live in CloseChk.cpy. Before
      * the check the program moves its own name to CLS-PROGRAM-NAME
      * and the history table it is about to write to CLS-TABLE-NAME.
       01  CLS-PROGRAM-NAME        PIC X(20) VALUE SPACES.
       01  CLS-TABLE-NAME          PIC X(40) VALUE SPACES.
       01  CLS-CLOSED-FLAG         PIC X(1) VALUE 'N'.
       01  CLS-CLOSE-YEAR          PIC X(4) VALUE SPACES.
