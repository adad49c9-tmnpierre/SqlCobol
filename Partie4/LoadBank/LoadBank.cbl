               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-LIST-STATUS.

           SELECT SUPPLIER-RETURN-FILE
               ASSIGN TO SUPPLIER-RETURN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-RETURN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-INPUT-FILE.
           05  LI-BOX-NO          PIC X(10).
           05  LI-POSTAL-CODE     PIC X(10).
           05  LI-CITY            PIC X(50).
      *    Optional; files cut before the column existed are simply
      *    shorter lines and read it as blank.
           05  LI-NATIONAL-NO     PIC X(15).

      * Control records share the detail record's storage: a header
      * 'HDR' carries the supplier id and file date, a trailer 'TRL'
           05  LH-RECORD-TYPE     PIC X(3).
           05  LH-SUPPLIER-ID     PIC X(10).
           05  LH-FILE-DATE       PIC X(8).
           05  FILLER             PIC X(457).

       01  LOAD-TRAILER-RECORD.
           05  LT-RECORD-TYPE     PIC X(3).
           05  LT-DETAIL-COUNT    PIC X(9).
           05  LT-AGE-HASH        PIC X(12).
           05  FILLER             PIC X(454).

      * Rejects go out in the full input layout plus a reason code and
      * the originating batch id, so RejResub can re-validate and load
      * a corrected copy instead of someone retyping the row by hand.
      * The national register number rides after the batch id so
      * reject files written before it existed still read the same.
       FD  LOAD-REJECT-FILE.
       01  LOAD-REJECT-RECORD.
           05  RJ-DETAIL-IMAGE    PIC X(463).
           05  RJ-REASON-CODE     PIC X(4).
           05  RJ-BATCH-ID        PIC 9(9).
           05  RJ-NATIONAL-NO     PIC X(15).

       FD  LOAD-BALANCE-FILE.
       01  LOAD-BALANCE-LINE      PIC X(100).
      * Supplier reference data, maintained like the other reference
      * tables: a control file upserted at the top of the run. Blank
      * min/max mean no volume expectation; a blank country list
      * accepts every code. The return layout is F (fixed width, the
      * default when blank) or C (CSV) for the supplier's reject
      * return file. The last three columns are the supplier's
      * overwrite rule: a three-digit trust level and Y/N for may
      * overwrite a value from a more trusted source and may overwrite
      * a manual correction. A blank trust level drops the supplier's
      * own rule, leaving it on the default; a line with supplier id
      * * sets only that default rule. The final column is the
      * business unit that owns the individuals the supplier brings
      * in; blank, or a code not in business_unit, leaves them with
      * the default unit.
       FD  SUPPLIER-REG-FILE.
       01  SUPPLIER-REG-RECORD.
           05  SR-SUPPLIER-ID     PIC X(10).
           05  SR-MIN-ROWS        PIC X(9).
           05  SR-MAX-ROWS        PIC X(9).
           05  SR-ALLOWED-CCS     PIC X(100).
           05  SR-RETURN-LAYOUT   PIC X(1).
           05  SR-TRUST-LEVEL     PIC X(3).
           05  SR-OVER-HIGHER     PIC X(1).
           05  SR-OVER-MANUAL     PIC X(1).
           05  SR-BUSINESS-UNIT   PIC X(10).

       FD  SWEEP-LIST-FILE.
       01  SWEEP-LIST-RECORD      PIC X(60).
           05  SU-DETAIL-IMAGE    PIC X(463).
           05  SU-REASON-CODE     PIC X(4).
           05  SU-BATCH-ID        PIC 9(9).
           05  SU-NATIONAL-NO     PIC X(15).

      * The supplier's own rejects go back to them after each load:
      * their original record with the reason code and its plain-
      * language text, framed by a header and trailer that echo their
      * file's header date and counts.
       FD  SUPPLIER-RETURN-FILE.
       01  SUPPLIER-RETURN-LINE   PIC X(700).

       WORKING-STORAGE SECTION.
       01  LOAD-INPUT-FILENAME    PIC X(40)
       01  ROWS-MATCHED-UPD-COUNT PIC 9(6) VALUE ZEROS.
       01  ROWS-INSERTED-COUNT    PIC 9(6) VALUE ZEROS.
       01  ROWS-UNCHANGED-COUNT   PIC 9(6) VALUE ZEROS.
       01  FIELDS-KEPT-COUNT      PIC 9(6) VALUE ZEROS.

      * Accepted gender spellings and their canonical forms, read from
      * gender_domain at start-up. When the table is populated, a
       01  EXPECTED-AGE-HASH      PIC 9(12) VALUE ZEROS.
       01  BALANCE-LINE           PIC X(100) VALUE SPACES.

      * Reject return file. Only the supplier's own data faults (the
      * 1xxx codes) are returned - a 2xxx failure is ours to fix. A
      * refused file is not returned row by row: the supplier resends
      * it whole.
       01  SUPPLIER-RETURN-FILENAME PIC X(60) VALUE SPACES.
       01  WS-SUPPLIER-RETURN-STATUS PIC X(02) VALUE SPACES.
           88  SUPPLIER-RETURN-OK VALUE '00'.
       01  RETURN-LINE            PIC X(700) VALUE SPACES.
       01  RETURN-LINE-PTR        PIC 9(4) VALUE 1.
       01  RETURN-ROWS-WRITTEN    PIC 9(9) VALUE ZEROS.
       01  RETURN-COUNT-DISP      PIC 9(9) VALUE ZEROS.
       01  RETURN-LOADED-DISP     PIC 9(9) VALUE ZEROS.
       01  RETURN-LAYOUT-SWITCH   PIC X VALUE 'F'.
           88  RETURN-AS-CSV      VALUE 'C'.
       01  CSV-FIELD-VALUE        PIC X(100) VALUE SPACES.
       01  CSV-FIELD-LEN          PIC 9(3) VALUE ZEROS.
       01  CSV-CHAR-IDX           PIC 9(3) VALUE ZEROS.
       01  RET-FIELD-IDX          PIC 9(2) VALUE ZEROS.

      * Offset and length of each detail field in the input record,
      * for splitting the original record into CSV columns.
       01  RETURN-FIELD-MAP-VALUES.
           05  FILLER             PIC X(6) VALUE '001050'.
           05  FILLER             PIC X(6) VALUE '051050'.
           05  FILLER             PIC X(6) VALUE '101100'.
           05  FILLER             PIC X(6) VALUE '201050'.
           05  FILLER             PIC X(6) VALUE '251010'.
           05  FILLER             PIC X(6) VALUE '261003'.
           05  FILLER             PIC X(6) VALUE '264010'.
           05  FILLER             PIC X(6) VALUE '274050'.
           05  FILLER             PIC X(6) VALUE '324010'.
           05  FILLER             PIC X(6) VALUE '334050'.
           05  FILLER             PIC X(6) VALUE '384010'.
           05  FILLER             PIC X(6) VALUE '394010'.
           05  FILLER             PIC X(6) VALUE '404010'.
           05  FILLER             PIC X(6) VALUE '414050'.
           05  FILLER             PIC X(6) VALUE '464015'.
       01  RETURN-FIELD-MAP REDEFINES RETURN-FIELD-MAP-VALUES.
           05  RFM-ENTRY          OCCURS 15 TIMES.
               10  RFM-OFFSET     PIC 9(3).
               10  RFM-LENGTH     PIC 9(3).

       01  RETURN-FIXED-HEADER.
           05  RFH-RECORD-TYPE    PIC X(3) VALUE 'HDR'.
           05  RFH-SUPPLIER-ID    PIC X(10).
           05  RFH-FILE-DATE      PIC X(8).
           05  RFH-RETURN-TAG     PIC X(6) VALUE 'RETURN'.
           05  RFH-BATCH-ID       PIC 9(9).
           05  RFH-RETURN-DATE    PIC X(8).

       01  RETURN-FIXED-DETAIL.
           05  RFD-ORIGINAL-RECORD PIC X(478).
           05  RFD-REASON-CODE    PIC X(4).
           05  RFD-REASON-TEXT    PIC X(80).

       01  RETURN-FIXED-TRAILER.
           05  RFT-RECORD-TYPE    PIC X(3) VALUE 'TRL'.
           05  RFT-DETAIL-COUNT   PIC 9(9).
           05  RFT-RETURNED-COUNT PIC 9(9).
           05  RFT-LOADED-COUNT   PIC 9(9).

       COPY "RetryCfg.cpy".
       COPY "NrnParm.cpy".
       COPY "PhonParm.cpy".

       01  LOCAL-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.

       COPY "HoldVar.cpy".
       COPY "JobRun.cpy".
       COPY "JobLock.cpy".
       COPY "RptCat.cpy".

       01  NEW-LAST-NAME          PIC X(50).
       01  NEW-FIRST-NAME         PIC X(50).
       01  NEW-POSTAL-CODE        PIC X(10).
       01  NEW-CITY               PIC X(50).
       01  NEW-ADDRESS-STATUS     PIC X(1).
       01  NEW-NATIONAL-NO        PIC X(11).
       01  NEW-LAST-NAME-KEY      PIC X(12).
       01  NEW-FIRST-NAME-KEY     PIC X(12).
       01  NRN-HOLDER-COUNT       PIC S9(9) COMP-5 VALUE ZERO.

       01  LOAD-BATCH-ID          PIC S9(9) COMP-5 VALUE ZERO.

       01  SUP-MIN-ROWS           PIC S9(9) COMP-5 VALUE ZERO.
       01  SUP-MAX-ROWS           PIC S9(9) COMP-5 VALUE ZERO.
       01  SUP-ALLOWED-CCS        PIC X(100) VALUE SPACES.
       01  SUP-RETURN-LAYOUT      PIC X(1) VALUE SPACES.
       01  SUP-BUSINESS-UNIT      PIC X(10) VALUE SPACES.
       01  SUP-TRUST-LEVEL        PIC S9(4) COMP-5 VALUE ZERO.
       01  SUP-OVER-HIGHER        PIC X(1) VALUE SPACES.
       01  SUP-OVER-MANUAL        PIC X(1) VALUE SPACES.
       01  SUP-ROW-COUNT          PIC S9(4) COMP-5 VALUE ZERO.
       01  STAT-REASON-CODE       PIC X(4) VALUE SPACES.
       01  STAT-REJECT-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  BATCH-REJECTED-HOST    PIC S9(9) COMP-5 VALUE ZERO.
       01  RVQ-QUEUE-CODE         PIC X(10) VALUE SPACES.
       01  RVQ-FILE-NAME          PIC X(60) VALUE SPACES.
       01  RVQ-ITEM-COUNT         PIC S9(9) COMP-5 VALUE ZERO.

       01  RET-SUPPLIER-ID        PIC X(10) VALUE SPACES.
       01  RET-RECORD-NO          PIC S9(9) COMP-5 VALUE ZERO.
       01  RET-ORIGINAL-RECORD    PIC X(478) VALUE SPACES.
       01  RET-REASON-CODE        PIC X(4) VALUE SPACES.
       01  RET-REJECT-REASON      PIC X(60) VALUE SPACES.
       01  RET-REASON-TEXT        PIC X(80) VALUE SPACES.
       01  RET-EMAIL-KEY          PIC X(100) VALUE SPACES.
       01  RET-NAME-KEY           PIC X(120) VALUE SPACES.
       01  RET-LAYOUT             PIC X(1) VALUE SPACES.
       01  RET-ROW-COUNT          PIC S9(9) COMP-5 VALUE ZERO.
       01  RET-FILE-NAME          PIC X(60) VALUE SPACES.

       01  SQL-MATCH-ROW.
           05  MRG-ID             PIC X(36).
           05  MRG-BOX-NO         PIC X(10).
           05  MRG-POSTAL-CODE    PIC X(10).
           05  MRG-CITY           PIC X(50).
           05  MRG-NATIONAL-NO    PIC X(11).
       01  MRG-OVERWRITE-MASK     PIC X(15) VALUE SPACES.
       01  MRG-ADDRESS-KEPT       PIC X(1) VALUE 'N'.
       COPY "SrcVar.cpy".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           IF RESTART-MODE
               PERFORM 1180-LOAD-RESTART-CHECKPOINT
                   THRU 1180-LOAD-RESTART-CHECKPOINT-END
               PERFORM 1035-SET-CHANGE-SOURCE
                   THRU 1035-SET-CHANGE-SOURCE-END
           END-IF.

           PERFORM 1100-OPEN-LOAD-FILES
                           ROWS-MATCHED-UPD-COUNT
                   DISPLAY '  Inserted (new): ' ROWS-INSERTED-COUNT
                   DISPLAY '  Unchanged: ' ROWS-UNCHANGED-COUNT
                   DISPLAY '  Fields kept by overwrite rule: '
                           FIELDS-KEPT-COUNT
               END-IF
           END-IF.

               GOBACK
           END-IF.
       1050-VERIFY-SCHEMA-LEVEL-END.
      ******************************************************************
      * Every value this run writes is traced to its load batch and,
      * once the header has named it, the supplier: performed when the
      * batch opens, when a restart takes an old batch back up and
      * again from the header.
       1035-SET-CHANGE-SOURCE.
           MOVE 'LoadBank' TO SRC-PROGRAM-NAME.
           MOVE SPACES TO SRC-SOURCE-ID.
           MOVE LOAD-BATCH-ID TO SRC-BATCH-ID.
           MOVE FILE-SUPPLIER-ID TO SRC-SUPPLIER-ID.

           COPY "SrcSet.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       1035-SET-CHANGE-SOURCE-END.
      ******************************************************************
       1065-LOAD-GENDER-DOMAIN.
           MOVE ZEROS TO GD-COUNT.
           PERFORM WITH TEST BEFORE UNTIL SUPPLIER-REG-EOF
               PERFORM 1069-UPSERT-SUPPLIER-ROW
                   THRU 1069-UPSERT-SUPPLIER-ROW-END
               PERFORM 1072-UPSERT-OVERWRITE-RULE
                   THRU 1072-UPSERT-OVERWRITE-RULE-END

               READ SUPPLIER-REG-FILE
                   AT END SET SUPPLIER-REG-EOF TO TRUE
       1068-LOAD-SUPPLIER-REGISTRY-END.
      ******************************************************************
       1069-UPSERT-SUPPLIER-ROW.
           IF SR-SUPPLIER-ID = SPACES OR SR-SUPPLIER-ID = '*'
               GO TO 1069-UPSERT-SUPPLIER-ROW-END
           END-IF.

           MOVE SR-SUPPLIER-NAME TO SUP-SUPPLIER-NAME.
           MOVE SR-CONTACT TO SUP-CONTACT.
           MOVE SR-ALLOWED-CCS TO SUP-ALLOWED-CCS.
           MOVE FUNCTION UPPER-CASE(SR-RETURN-LAYOUT)
               TO SUP-RETURN-LAYOUT.
           MOVE FUNCTION UPPER-CASE(SR-BUSINESS-UNIT)
               TO SUP-BUSINESS-UNIT.

           IF SR-MIN-ROWS IS NUMERIC
               MOVE SR-MIN-ROWS TO SUP-MIN-ROWS
           EXEC SQL
               INSERT INTO supplier_registry
                   (supplier_id, supplier_name, contact, min_rows,
                    max_rows, allowed_country_codes, return_layout,
                    business_unit)
               VALUES
                   (:SUP-SUPPLIER-ID, :SUP-SUPPLIER-NAME,
                    :SUP-CONTACT, :SUP-MIN-ROWS, :SUP-MAX-ROWS,
                    :SUP-ALLOWED-CCS,
                    CASE WHEN :SUP-RETURN-LAYOUT IN ('F', 'C')
                         THEN :SUP-RETURN-LAYOUT ELSE NULL END,
                    (SELECT u.unit_code FROM business_unit u
                      WHERE u.unit_code = TRIM(:SUP-BUSINESS-UNIT)))
               ON CONFLICT (supplier_id) DO UPDATE
                   SET supplier_name = :SUP-SUPPLIER-NAME,
                       contact = :SUP-CONTACT,
                       min_rows = :SUP-MIN-ROWS,
                       max_rows = :SUP-MAX-ROWS,
                       allowed_country_codes = :SUP-ALLOWED-CCS,
                       return_layout =
                           CASE WHEN :SUP-RETURN-LAYOUT IN ('F', 'C')
                                THEN :SUP-RETURN-LAYOUT ELSE NULL END,
                       business_unit = EXCLUDED.business_unit
           END-EXEC.

           IF SQLCODE = 0
           END-IF.
       1069-UPSERT-SUPPLIER-ROW-END.
      ******************************************************************
      * The overwrite rule is changed only when its values differ, so
      * changed_at tells when the rule last really changed.
       1072-UPSERT-OVERWRITE-RULE.
           IF SR-SUPPLIER-ID = SPACES
               GO TO 1072-UPSERT-OVERWRITE-RULE-END
           END-IF.

           MOVE SR-SUPPLIER-ID TO SUP-SUPPLIER-ID.

           IF SR-TRUST-LEVEL IS NOT NUMERIC
               IF SR-SUPPLIER-ID NOT = '*'
                   EXEC SQL
                       DELETE FROM supplier_overwrite_rule
                       WHERE supplier_id = :SUP-SUPPLIER-ID
                   END-EXEC
                   IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
                   END-IF
               END-IF
               GO TO 1072-UPSERT-OVERWRITE-RULE-END
           END-IF.

           MOVE SR-TRUST-LEVEL TO SUP-TRUST-LEVEL.
           IF SR-OVER-HIGHER = 'Y' OR SR-OVER-HIGHER = 'y'
               MOVE 'Y' TO SUP-OVER-HIGHER
           ELSE
               MOVE 'N' TO SUP-OVER-HIGHER
           END-IF.
           IF SR-OVER-MANUAL = 'Y' OR SR-OVER-MANUAL = 'y'
               MOVE 'Y' TO SUP-OVER-MANUAL
           ELSE
               MOVE 'N' TO SUP-OVER-MANUAL
           END-IF.

           EXEC SQL
               INSERT INTO supplier_overwrite_rule
                   (supplier_id, trust_level, over_higher,
                    over_manual, changed_by, changed_at)
               VALUES
                   (:SUP-SUPPLIER-ID, :SUP-TRUST-LEVEL,
                    :SUP-OVER-HIGHER, :SUP-OVER-MANUAL, 'LoadBank',
                    CURRENT_TIMESTAMP)
               ON CONFLICT (supplier_id) DO UPDATE
                   SET trust_level = EXCLUDED.trust_level,
                       over_higher = EXCLUDED.over_higher,
                       over_manual = EXCLUDED.over_manual,
                       changed_by = EXCLUDED.changed_by,
                       changed_at = EXCLUDED.changed_at
                   WHERE (supplier_overwrite_rule.trust_level,
                          supplier_overwrite_rule.over_higher,
                          supplier_overwrite_rule.over_manual)
                         IS DISTINCT FROM
                         (EXCLUDED.trust_level, EXCLUDED.over_higher,
                          EXCLUDED.over_manual)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       1072-UPSERT-OVERWRITE-RULE-END.
      ******************************************************************
      * Every run gets its own batch id, stamped on each row it
      * writes, so a bad supplier file can be backed out to the row
      * with LoadBack instead of by archaeology.
           END-IF.

           DISPLAY 'Load batch id for this run: ' LOAD-BATCH-ID.

           PERFORM 1035-SET-CHANGE-SOURCE
               THRU 1035-SET-CHANGE-SOURCE-END.
       1170-OPEN-LOAD-BATCH-END.
      ******************************************************************
       8850-CLOSE-LOAD-BATCH.
           PERFORM 8860-WRITE-REJECT-STATS
               THRU 8860-WRITE-REJECT-STATS-END.

           PERFORM 8870-REGISTER-REVIEW-FILES
               THRU 8870-REGISTER-REVIEW-FILES-END.

           PERFORM 8880-WRITE-SUPPLIER-RETURN
               THRU 8880-WRITE-SUPPLIER-RETURN-END.

           EXEC SQL
               DELETE FROM load_checkpoint
               WHERE batch_id = :LOAD-BATCH-ID
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8850-CLOSE-LOAD-BATCH-END.
      ******************************************************************
      * Rejects and suspects wait for a person - the supplier's
      * correction cycle and the duplicate review - so each batch that
      * left any is registered in review_file_queue, where QueSla ages
      * it and RejResub or a reviewer closes it. A restarted batch
      * updates its count rather than registering twice.
       8870-REGISTER-REVIEW-FILES.
      *    A refused file's entries await the supplier's full resend,
      *    not a reviewer.
           IF FILE-REJECTED
               GO TO 8870-REGISTER-REVIEW-FILES-END
           END-IF.

           MOVE 'REJECT' TO RVQ-QUEUE-CODE.
           MOVE LOAD-REJECT-FILENAME TO RVQ-FILE-NAME.
           MOVE ROWS-REJECTED-COUNT TO RVQ-ITEM-COUNT.
           PERFORM 8875-REGISTER-ONE-QUEUE
               THRU 8875-REGISTER-ONE-QUEUE-END.

           MOVE 'SUSPECT' TO RVQ-QUEUE-CODE.
           MOVE LOAD-SUSPECT-FILENAME TO RVQ-FILE-NAME.
           MOVE ROWS-DIVERTED-COUNT TO RVQ-ITEM-COUNT.
           PERFORM 8875-REGISTER-ONE-QUEUE
               THRU 8875-REGISTER-ONE-QUEUE-END.
       8870-REGISTER-REVIEW-FILES-END.
      ******************************************************************
       8875-REGISTER-ONE-QUEUE.
           IF RVQ-ITEM-COUNT = 0
               GO TO 8875-REGISTER-ONE-QUEUE-END
           END-IF.

           EXEC SQL
               INSERT INTO review_file_queue
                   (queue_code, batch_id, file_name, item_count,
                    registered_at)
               VALUES
                   (:RVQ-QUEUE-CODE, :LOAD-BATCH-ID, :RVQ-FILE-NAME,
                    :RVQ-ITEM-COUNT, CURRENT_TIMESTAMP)
               ON CONFLICT (queue_code, batch_id) DO UPDATE
                   SET item_count = EXCLUDED.item_count
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8875-REGISTER-ONE-QUEUE-END.
      ******************************************************************
      * The supplier's rejects go back to them as one return file per
      * batch, in the layout the registry names: fixed width (their
      * record as sent, then the reason code and text) or CSV. The
      * header echoes their supplier id and header date, the trailer
      * their detail count beside the returned and loaded counts. The
      * file is catalogued so Distrib delivers it with the night's
      * reports.
       8880-WRITE-SUPPLIER-RETURN.
           IF FILE-REJECTED OR FILE-SUPPLIER-ID = SPACES
               GO TO 8880-WRITE-SUPPLIER-RETURN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :RET-ROW-COUNT
               FROM supplier_return_row
               WHERE batch_id = :LOAD-BATCH-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF RET-ROW-COUNT = 0
               GO TO 8880-WRITE-SUPPLIER-RETURN-END
           END-IF.

           MOVE FILE-SUPPLIER-ID TO RET-SUPPLIER-ID.
           EXEC SQL
               SELECT COALESCE(return_layout, 'F')
               INTO :RET-LAYOUT
               FROM supplier_registry
               WHERE supplier_id = :RET-SUPPLIER-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   MOVE 'F' TO RET-LAYOUT
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.
           MOVE RET-LAYOUT TO RETURN-LAYOUT-SWITCH.

           MOVE LOAD-BATCH-ID TO BATCH-ID-DISP.
           MOVE SPACES TO SUPPLIER-RETURN-FILENAME.
           STRING 'SUPRET_' DELIMITED BY SIZE
                  FILE-SUPPLIER-ID DELIMITED BY SPACE
                  '_' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  BATCH-ID-DISP DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO SUPPLIER-RETURN-FILENAME.

           OPEN OUTPUT SUPPLIER-RETURN-FILE.

           IF NOT SUPPLIER-RETURN-OK
               DISPLAY '*** Cannot open supplier return file '
                       FUNCTION TRIM(SUPPLIER-RETURN-FILENAME)
                       ', status: ' WS-SUPPLIER-RETURN-STATUS ' ***'
               GO TO 8880-WRITE-SUPPLIER-RETURN-END
           END-IF.

           MOVE ZEROS TO RETURN-ROWS-WRITTEN.
           PERFORM 8881-WRITE-RETURN-HEADER
               THRU 8881-WRITE-RETURN-HEADER-END.

           EXEC SQL DECLARE SRET_CUR CURSOR FOR
               SELECT r.record_no,
                      COALESCE(pii_decrypt(r.original_record_enc),
                               ''),
                      r.reason_code,
                      COALESCE(t.reason_text, r.reject_reason, '')
               FROM supplier_return_row r
               LEFT JOIN reject_reason_text t
                      ON t.reason_code = r.reason_code
               WHERE r.batch_id = :LOAD-BATCH-ID
               ORDER BY r.record_no
           END-EXEC.

           EXEC SQL OPEN SRET_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM WITH TEST AFTER UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH SRET_CUR
                   INTO :RET-RECORD-NO, :RET-ORIGINAL-RECORD,
                        :RET-REASON-CODE, :RET-REASON-TEXT
               END-EXEC

               IF SQLCODE = 0 THEN
                   PERFORM 8885-WRITE-RETURN-DETAIL
                       THRU 8885-WRITE-RETURN-DETAIL-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE SRET_CUR END-EXEC.

           PERFORM 8889-WRITE-RETURN-TRAILER
               THRU 8889-WRITE-RETURN-TRAILER-END.

           CLOSE SUPPLIER-RETURN-FILE.

           MOVE SUPPLIER-RETURN-FILENAME TO RET-FILE-NAME.
           EXEC SQL
               UPDATE supplier_return_row
               SET return_file = :RET-FILE-NAME,
                   returned_at = CURRENT_TIMESTAMP
               WHERE batch_id = :LOAD-BATCH-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'LoadBank' TO CAT-PROGRAM-NAME.
           MOVE SUPPLIER-RETURN-FILENAME TO CAT-FILE-NAME.
           COMPUTE CAT-LINE-COUNT = RETURN-ROWS-WRITTEN + 2.
           MOVE 1 TO CAT-PAGE-COUNT.
           PERFORM 8920-REGISTER-ONE-FILE
               THRU 8920-REGISTER-ONE-FILE-END.

           DISPLAY 'Supplier return file '
                   FUNCTION TRIM(SUPPLIER-RETURN-FILENAME)
                   ' written - rows returned: ' RETURN-ROWS-WRITTEN.
       8880-WRITE-SUPPLIER-RETURN-END.
      ******************************************************************
       8881-WRITE-RETURN-HEADER.
           IF RETURN-AS-CSV
               MOVE SPACES TO RETURN-LINE
               STRING 'HDR,' DELIMITED BY SIZE
                      FILE-SUPPLIER-ID DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      FILE-HEADER-DATE DELIMITED BY SIZE
                      ',RETURN,' DELIMITED BY SIZE
                      BATCH-ID-DISP DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-CURRENT-DATE DELIMITED BY SIZE
                      INTO RETURN-LINE
               WRITE SUPPLIER-RETURN-LINE FROM RETURN-LINE
           ELSE
               MOVE FILE-SUPPLIER-ID TO RFH-SUPPLIER-ID
               MOVE FILE-HEADER-DATE TO RFH-FILE-DATE
               MOVE LOAD-BATCH-ID TO RFH-BATCH-ID
               MOVE WS-CURRENT-DATE TO RFH-RETURN-DATE
               WRITE SUPPLIER-RETURN-LINE FROM RETURN-FIXED-HEADER
           END-IF.
       8881-WRITE-RETURN-HEADER-END.
      ******************************************************************
       8885-WRITE-RETURN-DETAIL.
           ADD 1 TO RETURN-ROWS-WRITTEN.

           IF NOT RETURN-AS-CSV
               MOVE RET-ORIGINAL-RECORD TO RFD-ORIGINAL-RECORD
               MOVE RET-REASON-CODE TO RFD-REASON-CODE
               MOVE RET-REASON-TEXT TO RFD-REASON-TEXT
               WRITE SUPPLIER-RETURN-LINE FROM RETURN-FIXED-DETAIL
               GO TO 8885-WRITE-RETURN-DETAIL-END
           END-IF.

      *    CSV: the fifteen input fields as quoted columns, then the
      *    reason code and its text.
           MOVE SPACES TO RETURN-LINE.
           MOVE 1 TO RETURN-LINE-PTR.

           PERFORM VARYING RET-FIELD-IDX FROM 1 BY 1
                   UNTIL RET-FIELD-IDX > 15
               MOVE RET-ORIGINAL-RECORD(RFM-OFFSET(RET-FIELD-IDX):
                                        RFM-LENGTH(RET-FIELD-IDX))
                   TO CSV-FIELD-VALUE
               PERFORM 8887-APPEND-CSV-FIELD
                   THRU 8887-APPEND-CSV-FIELD-END
           END-PERFORM.

           MOVE RET-REASON-CODE TO CSV-FIELD-VALUE.
           PERFORM 8887-APPEND-CSV-FIELD
               THRU 8887-APPEND-CSV-FIELD-END.

           MOVE RET-REASON-TEXT TO CSV-FIELD-VALUE.
           PERFORM 8887-APPEND-CSV-FIELD
               THRU 8887-APPEND-CSV-FIELD-END.

           WRITE SUPPLIER-RETURN-LINE FROM RETURN-LINE.
       8885-WRITE-RETURN-DETAIL-END.
      ******************************************************************
      * Every column is quoted and an embedded quote doubled, so a
      * comma or quote inside a name cannot shift the columns when
      * the supplier reads the file back.
       8887-APPEND-CSV-FIELD.
           IF RETURN-LINE-PTR > 1
               STRING ',' DELIMITED BY SIZE
                      INTO RETURN-LINE WITH POINTER RETURN-LINE-PTR
           END-IF.

           STRING '"' DELIMITED BY SIZE
                  INTO RETURN-LINE WITH POINTER RETURN-LINE-PTR.

           IF CSV-FIELD-VALUE = SPACES
               MOVE ZEROS TO CSV-FIELD-LEN
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(CSV-FIELD-VALUE
                                                  TRAILING))
                   TO CSV-FIELD-LEN
           END-IF.

           PERFORM VARYING CSV-CHAR-IDX FROM 1 BY 1
                   UNTIL CSV-CHAR-IDX > CSV-FIELD-LEN
               IF CSV-FIELD-VALUE(CSV-CHAR-IDX:1) = '"'
                   STRING '""' DELIMITED BY SIZE
                          INTO RETURN-LINE
                          WITH POINTER RETURN-LINE-PTR
               ELSE
                   STRING CSV-FIELD-VALUE(CSV-CHAR-IDX:1)
                              DELIMITED BY SIZE
                          INTO RETURN-LINE
                          WITH POINTER RETURN-LINE-PTR
               END-IF
           END-PERFORM.

           STRING '"' DELIMITED BY SIZE
                  INTO RETURN-LINE WITH POINTER RETURN-LINE-PTR.
       8887-APPEND-CSV-FIELD-END.
      ******************************************************************
       8889-WRITE-RETURN-TRAILER.
           MOVE DETAIL-READ-COUNT TO RETURN-COUNT-DISP.
           MOVE ROWS-LOADED-COUNT TO RETURN-LOADED-DISP.

           IF RETURN-AS-CSV
               MOVE SPACES TO RETURN-LINE
               STRING 'TRL,' DELIMITED BY SIZE
                      RETURN-COUNT-DISP DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      RETURN-ROWS-WRITTEN DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      RETURN-LOADED-DISP DELIMITED BY SIZE
                      INTO RETURN-LINE
               WRITE SUPPLIER-RETURN-LINE FROM RETURN-LINE
           ELSE
               MOVE DETAIL-READ-COUNT TO RFT-DETAIL-COUNT
               MOVE RETURN-ROWS-WRITTEN TO RFT-RETURNED-COUNT
               MOVE ROWS-LOADED-COUNT TO RFT-LOADED-COUNT
               WRITE SUPPLIER-RETURN-LINE FROM RETURN-FIXED-TRAILER
           END-IF.
       8889-WRITE-RETURN-TRAILER-END.
      ******************************************************************
       8920-REGISTER-ONE-FILE.
           EXEC SQL
               INSERT INTO report_catalog
                   (program_name, file_name, run_date, line_count,
                    page_count, job_run_log_id, created_at)
               VALUES
                   (:CAT-PROGRAM-NAME, :CAT-FILE-NAME, CURRENT_DATE,
                    :CAT-LINE-COUNT, :CAT-PAGE-COUNT,
                    (SELECT MAX(id) FROM job_run_log
                      WHERE program_name = :CAT-PROGRAM-NAME),
                    CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8920-REGISTER-ONE-FILE-END.
      ******************************************************************
       1150-GET-RUN-MODE.
      *    Under the Driver chain the job's own parameter card comes

           PERFORM 3450-VALIDATE-SUPPLIER
               THRU 3450-VALIDATE-SUPPLIER-END.

           PERFORM 1035-SET-CHANGE-SOURCE
               THRU 1035-SET-CHANGE-SOURCE-END.
       3400-PROCESS-HEADER-RECORD-END.
      ******************************************************************
      * With a populated registry, an unknown supplier id refuses the
                   MOVE '1010' TO REJECT-REASON-CODE
               END-IF
           END-IF.

           MOVE SPACES TO NRN-NUMBER.
           IF REJECT-REASON = SPACES AND LI-NATIONAL-NO NOT = SPACES
               PERFORM 3130-CHECK-NATIONAL-NO
                   THRU 3130-CHECK-NATIONAL-NO-END
           END-IF.
       3100-VALIDATE-INPUT-ROW-END.
      ******************************************************************
      * The national register number must pass NrnVal and agree with
      * the birth date and gender on the same row, and may not already
      * belong to someone else. A row carrying the email of the
      * record that holds the number is that same person - the merge
      * updates it and the plain load diverts it at the door.
       3130-CHECK-NATIONAL-NO.
           MOVE LI-NATIONAL-NO TO NRN-INPUT.
           MOVE LI-BIRTH-DATE TO NRN-HELD-BIRTH-DATE.
           MOVE LI-GENDER TO NRN-HELD-GENDER.
           CALL 'NrnVal' USING NRN-CHECK-AREA.

           EVALUATE TRUE
               WHEN NRN-VALID
                   CONTINUE
               WHEN NRN-BIRTH-MISMATCH
               WHEN NRN-GENDER-MISMATCH
                   MOVE NRN-RESULT-TEXT TO REJECT-REASON
                   MOVE '1012' TO REJECT-REASON-CODE
                   GO TO 3130-CHECK-NATIONAL-NO-END
               WHEN OTHER
                   MOVE NRN-RESULT-TEXT TO REJECT-REASON
                   MOVE '1011' TO REJECT-REASON-CODE
                   GO TO 3130-CHECK-NATIONAL-NO-END
           END-EVALUATE.

           MOVE NRN-NUMBER TO NEW-NATIONAL-NO.
           MOVE LI-EMAIL TO NEW-EMAIL.

           EXEC SQL
               SELECT COUNT(*) INTO :NRN-HOLDER-COUNT
               FROM databank
               WHERE national_no_token = pii_token(:NEW-NATIONAL-NO)
                 AND COALESCE(email_token, '')
                     <> COALESCE(pii_token(:NEW-EMAIL), '')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF NRN-HOLDER-COUNT > 0
               MOVE 'National number already held by another person'
                   TO REJECT-REASON
               MOVE '1013' TO REJECT-REASON-CODE
           END-IF.
       3130-CHECK-NATIONAL-NO-END.
      ******************************************************************
      * The registry carries the supplier's allowed country codes as
      * a comma list; wrap both sides in commas so 'BE' cannot match
      * inside 'BEL'.
           MOVE LI-GENDER TO NEW-GENDER.
           MOVE LI-SPOKEN TO NEW-SPOKEN.
           MOVE LI-BIRTH-DATE TO NEW-BIRTH-DATE.
           MOVE NRN-NUMBER TO NEW-NATIONAL-NO.
           PERFORM 3180-EDIT-ADDRESS-FIELDS
               THRU 3180-EDIT-ADDRESS-FIELDS-END.
           PERFORM 3185-BUILD-NAME-KEYS
               THRU 3185-BUILD-NAME-KEYS-END.

           EXEC SQL
               INSERT INTO databank_store
                   (last_name, first_name, email_enc, email_token,
                    country, country_code, age, gender, spoken,
                    birth_date_enc, load_batch_id, street_enc,
                    house_no, box_no, postal_code, city,
                    address_status, national_no_enc,
                    national_no_token, last_name_key, first_name_key)
               VALUES
                   (:NEW-LAST-NAME, :NEW-FIRST-NAME,
                    pii_encrypt(:NEW-EMAIL), pii_token(:NEW-EMAIL),
                    :NEW-COUNTRY, :NEW-COUNTRY-CODE, :NEW-AGE,
                    :NEW-GENDER, :NEW-SPOKEN,
                    CASE WHEN TRIM(:NEW-BIRTH-DATE) = ''
                         THEN NULL
                         ELSE pii_encrypt(CAST(CAST(:NEW-BIRTH-DATE
                                  AS DATE) AS VARCHAR)) END,
                    :LOAD-BATCH-ID,
                    CASE WHEN TRIM(:NEW-STREET) = ''
                         THEN NULL ELSE pii_encrypt(:NEW-STREET) END,
                    CASE WHEN TRIM(:NEW-HOUSE-NO) = ''
                         THEN NULL ELSE :NEW-HOUSE-NO END,
                    CASE WHEN TRIM(:NEW-BOX-NO) = ''
                    CASE WHEN TRIM(:NEW-CITY) = ''
                         THEN NULL ELSE :NEW-CITY END,
                    CASE WHEN TRIM(:NEW-ADDRESS-STATUS) = ''
                         THEN NULL ELSE :NEW-ADDRESS-STATUS END,
                    CASE WHEN TRIM(:NEW-NATIONAL-NO) = ''
                         THEN NULL
                         ELSE pii_encrypt(:NEW-NATIONAL-NO) END,
                    pii_token(:NEW-NATIONAL-NO),
                    CASE WHEN TRIM(:NEW-LAST-NAME-KEY) = ''
                         THEN NULL ELSE TRIM(:NEW-LAST-NAME-KEY) END,
                    CASE WHEN TRIM(:NEW-FIRST-NAME-KEY) = ''
                         THEN NULL ELSE TRIM(:NEW-FIRST-NAME-KEY) END)
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO ROWS-LOADED-COUNT
               PERFORM 3360-MARK-RETURN-CORRECTED
                   THRU 3360-MARK-RETURN-CORRECTED-END
           ELSE
               MOVE 'Insert failed - see SQLCODE' TO REJECT-REASON
               MOVE '2001' TO REJECT-REASON-CODE
           EXEC SQL
               SELECT COUNT(*) INTO :DOOR-EMAIL-MATCHES
               FROM databank
               WHERE email_token = pii_token(:NEW-EMAIL)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
           MOVE LOAD-INPUT-RECORD TO SU-DETAIL-IMAGE.
           MOVE SUSPECT-REASON-CODE TO SU-REASON-CODE.
           MOVE LOAD-BATCH-ID TO SU-BATCH-ID.
           MOVE LI-NATIONAL-NO TO SU-NATIONAL-NO.
           WRITE LOAD-SUSPECT-RECORD.

           DISPLAY 'Diverted (' SUSPECT-REASON-CODE '): '
           END-IF.
       3180-EDIT-ADDRESS-FIELDS-END.
      ******************************************************************
      * The phonetic keys travel with every name written, so FindRec,
      * DupChk and DecMatch can find the row by how the name sounds.
       3185-BUILD-NAME-KEYS.
           MOVE 'L' TO PHON-NAME-TYPE.
           MOVE NEW-LAST-NAME TO PHON-INPUT.
           CALL 'PhonKey' USING PHON-KEY-AREA.
           MOVE PHON-KEY TO NEW-LAST-NAME-KEY.

           MOVE 'F' TO PHON-NAME-TYPE.
           MOVE NEW-FIRST-NAME TO PHON-INPUT.
           CALL 'PhonKey' USING PHON-KEY-AREA.
           MOVE PHON-KEY TO NEW-FIRST-NAME-KEY.
       3185-BUILD-NAME-KEYS-END.
      ******************************************************************
      * Merge mode: the incoming email is the match key. A hit updates
      * the existing row's other fields (journalled for the warehouse
      * feed), a miss inserts as usual, and an identical row just
           MOVE LI-GENDER TO NEW-GENDER.
           MOVE LI-SPOKEN TO NEW-SPOKEN.
           MOVE LI-BIRTH-DATE TO NEW-BIRTH-DATE.
           MOVE NRN-NUMBER TO NEW-NATIONAL-NO.
           PERFORM 3180-EDIT-ADDRESS-FIELDS
               THRU 3180-EDIT-ADDRESS-FIELDS-END.
           PERFORM 3185-BUILD-NAME-KEYS
               THRU 3185-BUILD-NAME-KEYS-END.

           EXEC SQL
               SELECT id, last_name, first_name, country,
                      country_code, age, gender, spoken,
                      COALESCE(street, ''), COALESCE(house_no, ''),
                      COALESCE(box_no, ''),
                      COALESCE(postal_code, ''), COALESCE(city, ''),
                      COALESCE(national_no, '')
               INTO :MRG-ID, :MRG-LAST-NAME, :MRG-FIRST-NAME,
                    :MRG-COUNTRY, :MRG-COUNTRY-CODE, :MRG-AGE,
                    :MRG-GENDER, :MRG-SPOKEN,
                    :MRG-STREET, :MRG-HOUSE-NO, :MRG-BOX-NO,
                    :MRG-POSTAL-CODE, :MRG-CITY, :MRG-NATIONAL-NO
               FROM databank
               WHERE email_token = pii_token(:NEW-EMAIL)
               ORDER BY id
               LIMIT 1
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
      *            A resubmission without the number keeps the one
      *            already on file.
                   IF NEW-NATIONAL-NO = SPACES
                       MOVE MRG-NATIONAL-NO TO NEW-NATIONAL-NO
                   END-IF
                   PERFORM 3255-APPLY-OVERWRITE-RULE
                       THRU 3255-APPLY-OVERWRITE-RULE-END
                   IF MRG-LAST-NAME = NEW-LAST-NAME
                    AND MRG-FIRST-NAME = NEW-FIRST-NAME
                    AND MRG-COUNTRY = NEW-COUNTRY
                    AND MRG-BOX-NO = NEW-BOX-NO
                    AND MRG-POSTAL-CODE = NEW-POSTAL-CODE
                    AND MRG-CITY = NEW-CITY
                    AND MRG-NATIONAL-NO = NEW-NATIONAL-NO
                       ADD 1 TO ROWS-UNCHANGED-COUNT
                   ELSE
                       PERFORM 3260-APPLY-MERGE-UPDATE
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.
       3250-MERGE-DATABANK-ROW-END.
      ******************************************************************
      * A supplier may not overwrite a value a more trusted source or a
      * manual correction set unless its overwrite rule allows it
      * (prov_overwrite_mask gives one Y/N per field, in the order of
      * the select above). A refused field keeps the value on file,
      * before the unchanged test and the journal images are built,
      * so both show what is really written. The address moves as one
      * unit: one refused part keeps all of it.
       3255-APPLY-OVERWRITE-RULE.
           MOVE 'N' TO MRG-ADDRESS-KEPT.

           EXEC SQL
               SELECT COALESCE(prov_overwrite_mask(:MRG-ID,
                                   TRIM(:SRC-SUPPLIER-ID)),
                               'YYYYYYYYYYYYYYY')
               INTO :MRG-OVERWRITE-MASK
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF MRG-OVERWRITE-MASK = ALL 'Y'
               GO TO 3255-APPLY-OVERWRITE-RULE-END
           END-IF.

           IF MRG-OVERWRITE-MASK(1:1) = 'N'
              AND NEW-LAST-NAME NOT = MRG-LAST-NAME
               MOVE MRG-LAST-NAME TO NEW-LAST-NAME
               ADD 1 TO FIELDS-KEPT-COUNT
           END-IF.
           IF MRG-OVERWRITE-MASK(2:1) = 'N'
              AND NEW-FIRST-NAME NOT = MRG-FIRST-NAME
               MOVE MRG-FIRST-NAME TO NEW-FIRST-NAME
               ADD 1 TO FIELDS-KEPT-COUNT
           END-IF.
           IF MRG-OVERWRITE-MASK(4:1) = 'N'
              AND NEW-COUNTRY NOT = MRG-COUNTRY
               MOVE MRG-COUNTRY TO NEW-COUNTRY
               ADD 1 TO FIELDS-KEPT-COUNT
           END-IF.
           IF MRG-OVERWRITE-MASK(5:1) = 'N'
              AND NEW-COUNTRY-CODE NOT = MRG-COUNTRY-CODE
               MOVE MRG-COUNTRY-CODE TO NEW-COUNTRY-CODE
               ADD 1 TO FIELDS-KEPT-COUNT
           END-IF.
           IF MRG-OVERWRITE-MASK(6:1) = 'N'
              AND NEW-AGE NOT = MRG-AGE
               MOVE MRG-AGE TO NEW-AGE
               ADD 1 TO FIELDS-KEPT-COUNT
           END-IF.
           IF MRG-OVERWRITE-MASK(7:1) = 'N'
              AND NEW-GENDER NOT = MRG-GENDER
               MOVE MRG-GENDER TO NEW-GENDER
               ADD 1 TO FIELDS-KEPT-COUNT
           END-IF.
           IF MRG-OVERWRITE-MASK(8:1) = 'N'
              AND NEW-SPOKEN NOT = MRG-SPOKEN
               MOVE MRG-SPOKEN TO NEW-SPOKEN
               ADD 1 TO FIELDS-KEPT-COUNT
           END-IF.
      *    A blank birth date already keeps the one on file.
           IF MRG-OVERWRITE-MASK(9:1) = 'N'
              AND NEW-BIRTH-DATE NOT = SPACES
               MOVE SPACES TO NEW-BIRTH-DATE
               ADD 1 TO FIELDS-KEPT-COUNT
           END-IF.
           IF MRG-OVERWRITE-MASK(10:5) NOT = 'YYYYY'
              AND NEW-STREET NOT = SPACES
              AND (NEW-STREET NOT = MRG-STREET
                OR NEW-HOUSE-NO NOT = MRG-HOUSE-NO
                OR NEW-BOX-NO NOT = MRG-BOX-NO
                OR NEW-POSTAL-CODE NOT = MRG-POSTAL-CODE
                OR NEW-CITY NOT = MRG-CITY)
               MOVE MRG-STREET TO NEW-STREET
               MOVE MRG-HOUSE-NO TO NEW-HOUSE-NO
               MOVE MRG-BOX-NO TO NEW-BOX-NO
               MOVE MRG-POSTAL-CODE TO NEW-POSTAL-CODE
               MOVE MRG-CITY TO NEW-CITY
               MOVE 'Y' TO MRG-ADDRESS-KEPT
               ADD 1 TO FIELDS-KEPT-COUNT
           END-IF.
           IF MRG-OVERWRITE-MASK(15:1) = 'N'
              AND NEW-NATIONAL-NO NOT = MRG-NATIONAL-NO
               MOVE MRG-NATIONAL-NO TO NEW-NATIONAL-NO
               ADD 1 TO FIELDS-KEPT-COUNT
           END-IF.
       3255-APPLY-OVERWRITE-RULE-END.
      ******************************************************************
       3260-APPLY-MERGE-UPDATE.
           MOVE ZERO TO RETRY-COUNT.
       3260-APPLY-MERGE-UPDATE-RETRY.
           EXEC SQL
               UPDATE databank_store
               SET last_name = :NEW-LAST-NAME,
                   first_name = :NEW-FIRST-NAME,
                   country = :NEW-COUNTRY,
                   age = :NEW-AGE,
                   gender = :NEW-GENDER,
                   spoken = :NEW-SPOKEN,
                   birth_date_enc =
                       CASE WHEN TRIM(:NEW-BIRTH-DATE) = ''
                            THEN birth_date_enc
                            ELSE pii_encrypt(CAST(CAST(:NEW-BIRTH-DATE
                                     AS DATE) AS VARCHAR)) END,
                   street_enc =
                       CASE WHEN TRIM(:NEW-STREET) = ''
                            OR :MRG-ADDRESS-KEPT = 'Y'
                            THEN street_enc
                            ELSE pii_encrypt(:NEW-STREET) END,
                   house_no = CASE WHEN TRIM(:NEW-STREET) = ''
                                   OR :MRG-ADDRESS-KEPT = 'Y'
                                   THEN house_no
                                   ELSE :NEW-HOUSE-NO END,
                   box_no = CASE WHEN TRIM(:NEW-STREET) = ''
                                 OR :MRG-ADDRESS-KEPT = 'Y'
                                 THEN box_no ELSE :NEW-BOX-NO END,
                   postal_code = CASE WHEN TRIM(:NEW-STREET) = ''
                                      OR :MRG-ADDRESS-KEPT = 'Y'
                                      THEN postal_code
                                      ELSE :NEW-POSTAL-CODE END,
                   city = CASE WHEN TRIM(:NEW-STREET) = ''
                               OR :MRG-ADDRESS-KEPT = 'Y'
                               THEN city ELSE :NEW-CITY END,
                   address_status = CASE WHEN TRIM(:NEW-STREET) = ''
                                         OR :MRG-ADDRESS-KEPT = 'Y'
                                         THEN address_status
                                         ELSE 'U' END,
                   national_no_enc =
                       CASE WHEN TRIM(:NEW-NATIONAL-NO) = ''
                            THEN NULL
                            ELSE pii_encrypt(:NEW-NATIONAL-NO) END,
                   national_no_token = pii_token(:NEW-NATIONAL-NO),
                   last_name_key =
                       CASE WHEN TRIM(:NEW-LAST-NAME-KEY) = ''
                            THEN NULL ELSE TRIM(:NEW-LAST-NAME-KEY) END,
                   first_name_key =
                       CASE WHEN TRIM(:NEW-FIRST-NAME-KEY) = ''
                            THEN NULL
                            ELSE TRIM(:NEW-FIRST-NAME-KEY) END,
                   load_batch_id = :LOAD-BATCH-ID
               WHERE id = :MRG-ID
           END-EXEC.
                       (:MRG-ID,
                        'last_name,first_name,country,' ||
                        'country_code,age,gender,spoken,' ||
                        'street,house_no,box_no,postal_code,city,' ||
                        'national_no',
                        'U', CURRENT_TIMESTAMP, 'LoadBank',
                        :JOURNAL-OLD-VALUES, :JOURNAL-NEW-VALUES)
               END-EXEC
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF

               PERFORM 3360-MARK-RETURN-CORRECTED
                   THRU 3360-MARK-RETURN-CORRECTED-END
           ELSE
               MOVE 'Merge update failed - see SQLCODE'
                   TO REJECT-REASON
                  FUNCTION TRIM(MRG-POSTAL-CODE) DELIMITED BY SIZE
                  '|city=' DELIMITED BY SIZE
                  FUNCTION TRIM(MRG-CITY) DELIMITED BY SIZE
                  '|national_no=' DELIMITED BY SIZE
                  FUNCTION TRIM(MRG-NATIONAL-NO) DELIMITED BY SIZE
                  INTO JOURNAL-OLD-VALUES.

           MOVE SPACES TO JOURNAL-NEW-VALUES.
                  FUNCTION TRIM(NEW-POSTAL-CODE) DELIMITED BY SIZE
                  '|city=' DELIMITED BY SIZE
                  FUNCTION TRIM(NEW-CITY) DELIMITED BY SIZE
                  '|national_no=' DELIMITED BY SIZE
                  FUNCTION TRIM(NEW-NATIONAL-NO) DELIMITED BY SIZE
                  INTO JOURNAL-NEW-VALUES.
       3270-BUILD-JOURNAL-IMAGES-END.
      ******************************************************************
           MOVE LOAD-INPUT-RECORD TO RJ-DETAIL-IMAGE.
           MOVE REJECT-REASON-CODE TO RJ-REASON-CODE.
           MOVE LOAD-BATCH-ID TO RJ-BATCH-ID.
           MOVE LI-NATIONAL-NO TO RJ-NATIONAL-NO.
           WRITE LOAD-REJECT-RECORD.

           IF REJECT-REASON-CODE(1:1) = '1'
            AND FILE-SUPPLIER-ID NOT = SPACES
               PERFORM 3310-STAGE-SUPPLIER-RETURN
                   THRU 3310-STAGE-SUPPLIER-RETURN-END
           END-IF.

           DISPLAY 'Rejected (' REJECT-REASON-CODE '): '
                   FUNCTION TRIM(LI-LAST-NAME) ' '
                   FUNCTION TRIM(LI-FIRST-NAME) ' - '
                   REJECT-REASON.
       3300-WRITE-REJECT-LINE-END.
      ******************************************************************
      * The returnable reject is kept against the batch and its detail
      * record number, so the return file can be cut from the table
      * at close - a restarted batch re-stages the rows its first pass
      * lost and the file still covers the whole batch.
       3310-STAGE-SUPPLIER-RETURN.
           MOVE FILE-SUPPLIER-ID TO RET-SUPPLIER-ID.
           MOVE DETAIL-READ-COUNT TO RET-RECORD-NO.
           MOVE LOAD-INPUT-RECORD TO RET-ORIGINAL-RECORD.
           MOVE REJECT-REASON-CODE TO RET-REASON-CODE.
           MOVE REJECT-REASON TO RET-REJECT-REASON.
           PERFORM 3315-BUILD-RETURN-KEYS
               THRU 3315-BUILD-RETURN-KEYS-END.

           EXEC SQL
               INSERT INTO supplier_return_row
                   (batch_id, record_no, supplier_id, reason_code,
                    reject_reason, original_record_enc, email_key,
                    name_key)
               VALUES
                   (:LOAD-BATCH-ID, :RET-RECORD-NO, :RET-SUPPLIER-ID,
                    :RET-REASON-CODE, :RET-REJECT-REASON,
                    pii_encrypt(:RET-ORIGINAL-RECORD),
                    pii_token(:RET-EMAIL-KEY),
                    pii_token(:RET-NAME-KEY))
               ON CONFLICT (batch_id, record_no) DO UPDATE
                   SET reason_code = :RET-REASON-CODE,
                       reject_reason = :RET-REJECT-REASON,
                       original_record_enc =
                           pii_encrypt(:RET-ORIGINAL-RECORD)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3310-STAGE-SUPPLIER-RETURN-END.
      ******************************************************************
      * A corrected resend is recognised by the email, or failing that
      * by last name, first name and birth date - the keys a supplier
      * is least likely to have been asked to change. The table keeps
      * both keys only as search tokens, and the record encrypted.
       3315-BUILD-RETURN-KEYS.
           MOVE FUNCTION LOWER-CASE(LI-EMAIL) TO RET-EMAIL-KEY.
           MOVE SPACES TO RET-NAME-KEY.
           STRING FUNCTION UPPER-CASE(FUNCTION TRIM(LI-LAST-NAME))
                      DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION UPPER-CASE(FUNCTION TRIM(LI-FIRST-NAME))
                      DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(LI-BIRTH-DATE) DELIMITED BY SIZE
                  INTO RET-NAME-KEY.
       3315-BUILD-RETURN-KEYS-END.
      ******************************************************************
      * A row the supplier now sends clean closes any earlier return
      * of the same person, so SupScore can count how many returned
      * rejects actually came back corrected.
       3360-MARK-RETURN-CORRECTED.
           IF FILE-SUPPLIER-ID = SPACES
               GO TO 3360-MARK-RETURN-CORRECTED-END
           END-IF.

           MOVE FILE-SUPPLIER-ID TO RET-SUPPLIER-ID.
           PERFORM 3315-BUILD-RETURN-KEYS
               THRU 3315-BUILD-RETURN-KEYS-END.

           EXEC SQL
               UPDATE supplier_return_row
               SET corrected_batch_id = :LOAD-BATCH-ID,
                   corrected_at = CURRENT_TIMESTAMP
               WHERE supplier_id = :RET-SUPPLIER-ID
                 AND corrected_batch_id IS NULL
                 AND returned_at IS NOT NULL
                 AND batch_id <> :LOAD-BATCH-ID
                 AND (email_key = pii_token(:RET-EMAIL-KEY)
                      OR name_key = pii_token(:RET-NAME-KEY))
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       3360-MARK-RETURN-CORRECTED-END.
      ******************************************************************
       3350-TALLY-REJECT-REASON.
           MOVE 'N' TO RSTAT-FOUND-SWITCH.
           MOVE ZEROS TO ROWS-MATCHED-UPD-COUNT.
           MOVE ZEROS TO ROWS-INSERTED-COUNT.
           MOVE ZEROS TO ROWS-UNCHANGED-COUNT.
           MOVE ZEROS TO FIELDS-KEPT-COUNT.
           MOVE ZEROS TO DETAIL-READ-COUNT.
           MOVE ZEROS TO AGE-HASH-TOTAL.
           MOVE ZEROS TO EXPECTED-DETAIL-COUNT.
               WHERE batch_id = :LOAD-BATCH-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

      *    A refused file returns nothing row by row and corrects
      *    nothing: its staged returns go, and earlier returns it
      *    had closed are open again.
           EXEC SQL
               DELETE FROM supplier_return_row
               WHERE batch_id = :LOAD-BATCH-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE supplier_return_row
               SET corrected_batch_id = NULL,
                   corrected_at = NULL
               WHERE corrected_batch_id = :LOAD-BATCH-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
