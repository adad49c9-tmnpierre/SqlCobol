           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).

       01  RUN-MODE-PARM          PIC X(100) VALUE SPACES.
       01  RUN-PARM-PTR           PIC 9(3) VALUE 1.
       01  RUN-PARM-TOKEN         PIC X(20) VALUE SPACES.
       01  ROWS-EXTRACTED-COUNT   PIC 9(6) VALUE ZEROS.
       01  CSV-LINE               PIC X(300) VALUE SPACES.
       01  CSV-AGE-EDITED         PIC 9(3).
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "RptCat.cpy".
       COPY "CtcHist.cpy".
       COPY "UnitVar.cpy".

       01  INCL-INACTIVE-SWITCH   PIC X VALUE 'N'.
       01  CONSENT-SUPPRESSED-CNT PIC S9(9) COMP-5 VALUE ZERO.
           05  SQL-AGE            PIC S9(4).
           05  SQL-GENDER         PIC X(10).
           05  SQL-SPOKEN         PIC X(50).
           05  SQL-ID             PIC X(36).
           05  SQL-ACCESS         PIC X(1).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           PERFORM 1080-GET-RUN-PARMS
               THRU 1080-GET-RUN-PARMS-END.

           PERFORM 1090-CHECK-UNIT-ENTITLEMENT
               THRU 1090-CHECK-UNIT-ENTITLEMENT-END.

           PERFORM 1095-LOAD-DNP-LIST
               THRU 1095-LOAD-DNP-LIST-END.

           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.
      ******************************************************************
      * Parameters, in any order: INCLINACT for the compliance view and
      * BY=<id> for the operator or requester the extract is made for.
      * Without BY= the extract is the chain's own, run as CsvExtr.
       1080-GET-RUN-PARMS.
      *    Under the Driver chain the job's own parameter card comes
      *    in through the CALL interface; the command line is only for
               ACCEPT RUN-MODE-PARM FROM COMMAND-LINE
           END-IF.
           MOVE FUNCTION UPPER-CASE(RUN-MODE-PARM) TO RUN-MODE-PARM.
           MOVE 'CsvExtr' TO UNT-CALLER-ID.
           MOVE 1 TO RUN-PARM-PTR.

           MOVE SPACES TO RUN-PARM-TOKEN.
           UNSTRING RUN-MODE-PARM DELIMITED BY ALL SPACE
               INTO RUN-PARM-TOKEN
               POINTER RUN-PARM-PTR
           END-UNSTRING.
           PERFORM 1085-APPLY-RUN-PARM-TOKEN
               THRU 1085-APPLY-RUN-PARM-TOKEN-END.

           MOVE SPACES TO RUN-PARM-TOKEN.
           IF RUN-PARM-PTR <= FUNCTION LENGTH(RUN-MODE-PARM)
               UNSTRING RUN-MODE-PARM DELIMITED BY ALL SPACE
                   INTO RUN-PARM-TOKEN
                   POINTER RUN-PARM-PTR
               END-UNSTRING
               PERFORM 1085-APPLY-RUN-PARM-TOKEN
                   THRU 1085-APPLY-RUN-PARM-TOKEN-END
           END-IF.
       1080-GET-RUN-PARMS-END.
      ******************************************************************
       1085-APPLY-RUN-PARM-TOKEN.
           IF RUN-PARM-TOKEN = 'INCLINACT'
               MOVE 'Y' TO INCL-INACTIVE-SWITCH
               DISPLAY 'Including inactive individuals '
                       '(compliance view).'
           END-IF.

           IF RUN-PARM-TOKEN(1:3) = 'BY='
            AND RUN-PARM-TOKEN(4:) NOT = SPACES
               MOVE RUN-PARM-TOKEN(4:10) TO UNT-CALLER-ID
               DISPLAY 'Extracting for ' FUNCTION TRIM(UNT-CALLER-ID)
                       '.'
           END-IF.
       1085-APPLY-RUN-PARM-TOKEN-END.
      ******************************************************************
      * Only individuals of the business units the caller is entitled
      * to are extracted. A caller without any entitlement gets no
      * file at all, and the refusal is logged.
       1090-CHECK-UNIT-ENTITLEMENT.
           MOVE 'CsvExtr' TO UNT-PROGRAM-NAME.
           COPY "UnitChk.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF UNT-ENTITLED-COUNT > 0
               GO TO 1090-CHECK-UNIT-ENTITLEMENT-END
           END-IF.

           DISPLAY '*** ' FUNCTION TRIM(UNT-CALLER-ID)
                   ' is not entitled to any business unit -'
                   ' extract refused. ***'.

           MOVE 'DENIED EXTRACT - no business-unit entitlement'
               TO UNT-ACTION-DESC.
           MOVE RUN-MODE-PARM TO UNT-KEY-VALUE.
           MOVE ZERO TO UNT-CROSS-COUNT.
           MOVE 'D' TO UNT-OUTCOME.
           COPY "UnitLog.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE 8 TO LS-RETURN-CODE.
           GOBACK.
       1090-CHECK-UNIT-ENTITLEMENT-END.
      ******************************************************************
       1100-OPEN-EXTRACT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           MOVE 8 TO LS-RETURN-CODE.
           GOBACK.
      ******************************************************************
      * Rows written from a business unit that is not one of the
      * caller's own are counted and logged once, as a cross-unit
      * access, when the file is complete.
       3001-EXTRACT-DATABANK.
           DISPLAY 'Extracting databank to CSV...'.

           MOVE ZEROS TO ROWS-EXTRACTED-COUNT.
           MOVE ZERO TO UNT-CROSS-COUNT.

           EXEC SQL DECLARE EXTR_CUR CURSOR FOR
               SELECT last_name, first_name, email, country,
                      country_code, age, gender, spoken, id,
                      unit_access(TRIM(:UNT-CALLER-ID),
                                  CAST(id AS VARCHAR))
               FROM databank
               WHERE unit_access(TRIM(:UNT-CALLER-ID),
                                 CAST(id AS VARCHAR)) <> 'N'
                 AND (:INCL-INACTIVE-SWITCH = 'Y'
                      OR COALESCE(status, 'A') = 'A')
                 AND (:INCL-INACTIVE-SWITCH = 'Y'
                      OR COALESCE(email_status, 'A')
                   FETCH EXTR_CUR
                   INTO :SQL-LAST-NAME, :SQL-FIRST-NAME, :SQL-EMAIL,
                        :SQL-COUNTRY, :SQL-COUNTRY-CODE, :SQL-AGE,
                        :SQL-GENDER, :SQL-SPOKEN, :SQL-ID,
                        :SQL-ACCESS
               END-EXEC

               IF SQLCODE = 0 THEN
               THRU 8930-RECORD-SCREENING-RESULT-END.

           DISPLAY 'Rows extracted: ' ROWS-EXTRACTED-COUNT.

           IF UNT-CROSS-COUNT > 0
               PERFORM 3300-LOG-CROSS-UNIT
                   THRU 3300-LOG-CROSS-UNIT-END
           END-IF.
       3001-EXTRACT-DATABANK-END.
      ******************************************************************
       3300-LOG-CROSS-UNIT.
           MOVE 'CROSS-UNIT EXTRACT' TO UNT-ACTION-DESC.
           MOVE CSV-EXTRACT-FILENAME TO UNT-KEY-VALUE.
           MOVE 'A' TO UNT-OUTCOME.
           COPY "UnitLog.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           DISPLAY 'Rows from other business units: '
                   UNT-CROSS-COUNT ' (logged)'.
       3300-LOG-CROSS-UNIT-END.
      ******************************************************************
      * Compliance wants to prove suppression: report how many rows a
      * withdrawn EXTRACT consent kept out of this file.
           EXEC SQL
               SELECT COUNT(*) INTO :CONSENT-SUPPRESSED-CNT
               FROM databank
               WHERE unit_access(TRIM(:UNT-CALLER-ID),
                                 CAST(id AS VARCHAR)) <> 'N'
                 AND (:INCL-INACTIVE-SWITCH = 'Y'
                      OR COALESCE(status, 'A') = 'A')
                 AND EXISTS
                     (SELECT 1 FROM consent_preference cp
      ******************************************************************
       3100-WRITE-CSV-LINE.
           ADD 1 TO ROWS-EXTRACTED-COUNT.
           IF SQL-ACCESS = 'C'
               ADD 1 TO UNT-CROSS-COUNT
           END-IF.
           MOVE SQL-AGE TO CSV-AGE-EDITED.

           MOVE SPACES TO CSV-LINE.
                  INTO CSV-LINE.

           WRITE CSV-EXTRACT-LINE FROM CSV-LINE.

      *    Every row that leaves in the file is an EXTRACT contact.
           MOVE SQL-ID TO CTH-DATABANK-ID.
           MOVE 'EXTRACT' TO CTH-CHANNEL.
           MOVE CSV-EXTRACT-FILENAME TO CTH-DOCUMENT-REF.
           PERFORM 8970-RECORD-CONTACT
               THRU 8970-RECORD-CONTACT-END.
       3100-WRITE-CSV-LINE-END.
      ******************************************************************
      ******************************************************************
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
                   (:CTH-DATABANK-ID, :CTH-CHANNEL, 'CsvExtr',
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
