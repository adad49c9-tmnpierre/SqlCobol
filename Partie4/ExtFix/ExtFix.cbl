       DATA DIVISION.
       FILE SECTION.
       FD  EXTFIX-FILE.
       01  EXTFIX-RECORD          PIC X(371).

      * The compliance do-not-process list: one name per line as
      * 'LASTNAME|FIRSTNAME' ('*' first name covers the surname).
      * Agreed record design for the pension-fund intake: a one-byte
      * record type, fixed columns, a dated header and a trailer
      * carrying the record count and the sum of ages as a hash total.
      * The national register number follows the person, blank where
      * none is held, and our databank id closes the detail record so
      * the fund can quote it back on anything it sends us.
       01  EXT-HEADER-RECORD.
           05  EH-RECORD-TYPE     PIC X(1) VALUE 'H'.
           05  EH-FILE-DATE       PIC 9(8).
           05  EH-TITLE           PIC X(20)
                   VALUE 'DATABANK FIX EXTRACT'.
           05  FILLER             PIC X(342) VALUE SPACES.

       01  EXT-DETAIL-RECORD.
           05  ED-RECORD-TYPE     PIC X(1) VALUE 'D'.
           05  ED-AGE             PIC 9(3).
           05  ED-GENDER          PIC X(10).
           05  ED-SPOKEN          PIC X(50).
           05  ED-NATIONAL-NO     PIC X(11).
           05  ED-DATABANK-ID     PIC X(36).

       01  EXT-TRAILER-RECORD.
           05  ET-RECORD-TYPE     PIC X(1) VALUE 'T'.
           05  ET-RECORD-COUNT    PIC 9(9).
           05  ET-AGE-HASH        PIC 9(12).
           05  FILLER             PIC X(349) VALUE SPACES.

       01  ROWS-EXTRACTED-COUNT   PIC 9(9) VALUE ZEROS.
       01  AGE-HASH-TOTAL         PIC 9(12) VALUE ZEROS.
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "RptCat.cpy".
       COPY "CtcHist.cpy".

       01  CONSENT-SUPPRESSED-CNT PIC S9(9) COMP-5 VALUE ZERO.

           05  SQL-AGE            PIC S9(4).
           05  SQL-GENDER         PIC X(10).
           05  SQL-SPOKEN         PIC X(50).
           05  SQL-ID             PIC X(36).
           05  SQL-NATIONAL-NO    PIC X(11).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
                      COALESCE(CAST(EXTRACT(YEAR FROM
                          AGE(CURRENT_DATE, birth_date))
                          AS INTEGER), age),
                      gender, spoken, id, COALESCE(national_no, '')
               FROM databank
               WHERE NOT EXISTS
                     (SELECT 1 FROM consent_preference cp
                   FETCH FIX_CUR
                   INTO :SQL-LAST-NAME, :SQL-FIRST-NAME, :SQL-EMAIL,
                        :SQL-COUNTRY, :SQL-COUNTRY-CODE, :SQL-AGE,
                        :SQL-GENDER, :SQL-SPOKEN, :SQL-ID,
                        :SQL-NATIONAL-NO
               END-EXEC

               IF SQLCODE = 0 THEN
           END-IF.
           MOVE SQL-GENDER TO ED-GENDER.
           MOVE SQL-SPOKEN TO ED-SPOKEN.
           MOVE SQL-NATIONAL-NO TO ED-NATIONAL-NO.
           MOVE SQL-ID TO ED-DATABANK-ID.

           WRITE EXTFIX-RECORD FROM EXT-DETAIL-RECORD.

      *    Every row that leaves in the file is an EXTRACT contact.
           MOVE SQL-ID TO CTH-DATABANK-ID.
           MOVE 'EXTRACT' TO CTH-CHANNEL.
           MOVE EXTFIX-FILENAME TO CTH-DOCUMENT-REF.
           PERFORM 8970-RECORD-CONTACT
               THRU 8970-RECORD-CONTACT-END.
       3100-WRITE-DETAIL-RECORD-END.
      ******************************************************************
       3150-TRANSLITERATE-ROW.
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8910-REGISTER-REPORT-END.
      ******************************************************************
       8970-RECORD-CONTACT.
           EXEC SQL
               INSERT INTO contact_history
                   (databank_id, channel, program_name,
                    document_ref, contacted_at)
               VALUES
                   (:CTH-DATABANK-ID, :CTH-CHANNEL, 'ExtFix',
                    TRIM(:CTH-DOCUMENT-REF), CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8970-RECORD-CONTACT-END.
      ******************************************************************
      ******************************************************************
       1095-LOAD-DNP-LIST.
