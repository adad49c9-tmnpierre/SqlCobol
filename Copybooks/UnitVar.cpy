      * Host variables for the business-unit entitlement check. COPY
      * this inside EXEC SQL BEGIN/END DECLARE SECTION in every
      * inquiry and extract program that reads individuals for a
      * caller. The program moves the operator or requester id to
      * UNT-CALLER-ID and its own name to UNT-PROGRAM-NAME; UnitChk
      * returns in UNT-ENTITLED-COUNT how many units the caller may
      * read (zero reads nothing). unit_access(caller, id) answers per
      * row with 'H' (a unit of the caller's own), 'C' (another unit
      * the caller is entitled to) or 'N'. Before UnitLog runs the
      * program fills UNT-ACTION-DESC, UNT-KEY-VALUE, UNT-CROSS-COUNT
      * and UNT-OUTCOME ('A' for a cross-unit read, 'D' for a refused
      * one).
       01  UNT-CALLER-ID           PIC X(10) VALUE SPACES.
       01  UNT-PROGRAM-NAME        PIC X(20) VALUE SPACES.
       01  UNT-TICKET-REF          PIC X(20) VALUE SPACES.
       01  UNT-ACTION-DESC         PIC X(100) VALUE SPACES.
       01  UNT-KEY-VALUE           PIC X(100) VALUE SPACES.
       01  UNT-ENTITLED-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  UNT-CROSS-COUNT         PIC S9(9) COMP-5 VALUE ZERO.
       01  UNT-ACCESS-CODE         PIC X(1) VALUE SPACES.
       01  UNT-OUTCOME             PIC X(1) VALUE 'A'.
