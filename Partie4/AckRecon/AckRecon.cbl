       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           05  EX-RECORD-TYPE     PIC X(1).
           05  EX-REST            PIC X(370).

       01  EXTRACT-DETAIL-VIEW.
           05  ED-RECORD-TYPE     PIC X(1).
           05  ED-AGE             PIC 9(3).
           05  ED-GENDER          PIC X(10).
           05  ED-SPOKEN          PIC X(50).
           05  ED-NATIONAL-NO     PIC X(11).
           05  ED-DATABANK-ID     PIC X(36).

      * The fund's acknowledgment: one 'D' record per extract record
      * carrying their verdict ('A' accepted, 'R' rejected plus a
