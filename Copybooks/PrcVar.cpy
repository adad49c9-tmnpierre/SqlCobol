      * Host variables for the privacy-request case register. COPY
      * this inside EXEC SQL BEGIN/END DECLARE SECTION next to
      * DbConn.cpy; the statements live in PrcChk.cpy (may this run
      * act for the case) and PrcLink.cpy (record the run as evidence
      * on the case). Before the check the program moves the case
      * number to PRC-CASE-NO, its own name to PRC-PROGRAM-NAME and
      * the request types it answers to PRC-TYPES-ALLOWED (e.g.
      * 'ERASURE RECTIFY'); before the link it fills the action, the
      * key, the row count, the evidence file, the operator and - when
      * it resolved one - the individual's databank id.
       01  PRC-CASE-NO             PIC X(12) VALUE SPACES.
       01  PRC-PROGRAM-NAME        PIC X(20) VALUE SPACES.
       01  PRC-TYPES-ALLOWED       PIC X(40) VALUE SPACES.
       01  PRC-REQUEST-TYPE        PIC X(10) VALUE SPACES.
       01  PRC-CASE-STATUS         PIC X(10) VALUE SPACES.
       01  PRC-VERIFIED-FLAG       PIC X(1) VALUE 'N'.
       01  PRC-TYPE-FLAG           PIC X(1) VALUE 'N'.
       01  PRC-REFUSED-FLAG        PIC X(1) VALUE 'N'.
       01  PRC-REFUSE-REASON       PIC X(60) VALUE SPACES.
       01  PRC-ACTION-DESC         PIC X(100) VALUE SPACES.
       01  PRC-KEY-VALUE           PIC X(100) VALUE SPACES.
       01  PRC-ROW-COUNT           PIC S9(9) COMP-5 VALUE ZERO.
       01  PRC-EVIDENCE-FILE       PIC X(60) VALUE SPACES.
       01  PRC-OPERATOR-ID         PIC X(10) VALUE SPACES.
       01  PRC-DATABANK-ID         PIC X(36) VALUE SPACES.
