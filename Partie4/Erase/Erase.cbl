       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".
       COPY "PrcVar.cpy".

       01  TARGET-KEY             PIC X(100) VALUE SPACES.
       01  ERASE-ID               PIC X(36) VALUE SPACES.
       01  HOLD-HIT-COUNT         PIC S9(4) COMP-5 VALUE ZERO.
       01  HOLD-CASE-REF          PIC X(30) VALUE SPACES.

       COPY "SrcVar.cpy".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           PERFORM 1100-GET-PARMS
               THRU 1100-GET-PARMS-END.

           PERFORM 1040-CHECK-OPERATOR-RIGHT
               THRU 1040-CHECK-OPERATOR-RIGHT-END.

           PERFORM 1035-SET-CHANGE-SOURCE
               THRU 1035-SET-CHANGE-SOURCE-END.

      *    A ticket reference taken from the privacy case register
      *    (PRCnnnnnn) ties the erasure to that case.
           IF PRV-TICKET-REF(1:3) = 'PRC'
               PERFORM 1045-CHECK-PRIVACY-CASE
                   THRU 1045-CHECK-PRIVACY-CASE-END
           END-IF.

           PERFORM 1200-OPEN-CERT-FILE
               THRU 1200-OPEN-CERT-FILE-END.

           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           IF PRC-CASE-NO NOT = SPACES
               PERFORM 8950-LINK-PRIVACY-CASE
                   THRU 8950-LINK-PRIVACY-CASE-END
           END-IF.

           CLOSE ERASE-CERT-FILE.
       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           DISPLAY REPORT-LINE.
           WRITE ERASE-CERT-LINE FROM REPORT-LINE.

           IF PRC-CASE-NO NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING 'Privacy case: ' DELIMITED BY SIZE
                      FUNCTION TRIM(PRC-CASE-NO) DELIMITED BY SIZE
                      INTO REPORT-LINE
               DISPLAY REPORT-LINE
               WRITE ERASE-CERT-LINE FROM REPORT-LINE
           END-IF.

           MOVE DASH-LINE TO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE ERASE-CERT-LINE FROM REPORT-LINE.
               STOP RUN
           END-IF.
       1050-VERIFY-SCHEMA-LEVEL-END.
      ******************************************************************
      * The values this run changes are traced, field by field, to
      * the operator and ticket that authorised them by the
      * provenance trigger on databank_store.
       1035-SET-CHANGE-SOURCE.
           MOVE 'Erase' TO SRC-PROGRAM-NAME.
           MOVE SPACES TO SRC-SOURCE-ID.
           STRING 'opr ' DELIMITED BY SIZE
                  PRV-OPERATOR-ID DELIMITED BY SPACE
                  ' / ' DELIMITED BY SIZE
                  PRV-TICKET-REF DELIMITED BY SPACE
                  INTO SRC-SOURCE-ID.

           COPY "SrcSet.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       1035-SET-CHANGE-SOURCE-END.
      ******************************************************************
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
               WHERE (:LOOKUP-BY-EMAIL-SWITCH = 'N'
                      AND id = :TARGET-KEY)
                  OR (:LOOKUP-BY-EMAIL-SWITCH = 'Y'
                      AND email_token = pii_token(:TARGET-KEY))
               ORDER BY id
           END-EXEC.

                   (databank_id, changed_columns, change_type,
                    changed_at, program_name)
               VALUES
                   (:ERASE-ID,
                    'last_name,first_name,email,national_no', 'U',
                    CURRENT_TIMESTAMP, 'Erase')
           END-EXEC.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Id ' DELIMITED BY SIZE
                  ERASE-ID DELIMITED BY SIZE
                  ' anonymized: last_name, first_name, email, '
                      DELIMITED BY SIZE
                  'national_no' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE ERASE-CERT-LINE FROM REPORT-LINE.
           MOVE ZERO TO RETRY-COUNT.
       3150-APPLY-ANONYMIZATION-RETRY.
           EXEC SQL
               UPDATE databank_store
               SET last_name = 'ERASED',
                   first_name = 'ERASED',
                   email_enc = pii_encrypt(:ANON-EMAIL),
                   email_token = pii_token(:ANON-EMAIL),
                   national_no_enc = NULL,
                   national_no_token = NULL,
                   last_name_key = NULL,
                   first_name_key = NULL
               WHERE id = :ERASE-ID
           END-EXEC.

           END-IF.
       1030-CHECK-OPS-HOLD-END.
      ******************************************************************
      * Only an operator in the register with a right on this program
      * may run it; OprChk logs the refusal of anyone else.
       1040-CHECK-OPERATOR-RIGHT.
           MOVE 'Erase' TO OPR-PROGRAM-NAME.
           MOVE 'EXECUTE' TO OPR-MODE-NEEDED.
           MOVE TARGET-KEY TO PRV-KEY-VALUE.
           COPY "OprChk.cpy".

           IF OPR-DENIED-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1040-CHECK-OPERATOR-RIGHT-END.
      ******************************************************************
      * Erase answers an erasure case only, and only once the
      * requester's identity has been verified.
       1045-CHECK-PRIVACY-CASE.
           MOVE PRV-TICKET-REF TO PRC-CASE-NO.
           MOVE 'Erase' TO PRC-PROGRAM-NAME.
           MOVE 'ERASURE' TO PRC-TYPES-ALLOWED.
           MOVE TARGET-KEY TO PRC-KEY-VALUE.
           MOVE PRV-OPERATOR-ID TO PRC-OPERATOR-ID.
           COPY "PrcChk.cpy".

           IF PRC-REFUSED-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1045-CHECK-PRIVACY-CASE-END.
      ******************************************************************
      * The erasure certificate goes on the case as its evidence, in
      * the same unit of work as the erasure itself. A key that
      * resolved to one individual also tells the case who it is.
       8950-LINK-PRIVACY-CASE.
           MOVE 'ERASE' TO PRC-ACTION-DESC.
           MOVE TARGET-KEY TO PRC-KEY-VALUE.
           MOVE ROWS-ERASED-COUNT TO PRC-ROW-COUNT.
           MOVE ERASE-CERT-FILENAME TO PRC-EVIDENCE-FILE.
           MOVE SPACES TO PRC-DATABANK-ID.
           IF ROWS-ERASED-COUNT = 1 AND ROWS-HELD-COUNT = 0
               MOVE ERASE-ID TO PRC-DATABANK-ID
           END-IF.
           COPY "PrcLink.cpy".

           IF SQLCODE < 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8950-LINK-PRIVACY-CASE-END.
      ******************************************************************
      ******************************************************************
       8945-RECORD-PRIV-ACTION.
           EXEC SQL
