           88  TARGET-IS-ALL      VALUE 'ALL'.
       01  TARGET-PARM-LEN        PIC 9(3) VALUE ZEROS.
       01  ROWS-DECIDED-DISP      PIC 9(6).
       01  SPELLINGS-LEARNED-DISP PIC 9(6).
       01  ROWS-APPLIED-COUNT     PIC 9(6) VALUE ZEROS.
       01  DASH-LINE              PIC X(70) VALUE ALL '-'.

       01  TARGET-ALL-FLAG        PIC X VALUE 'N'.
       01  NEW-STATUS-CODE        PIC X(1) VALUE SPACE.
       01  ROWS-DECIDED-COUNT     PIC S9(9) COMP-5 VALUE ZERO.
       01  SPELLINGS-LEARNED-COUNT PIC S9(9) COMP-5 VALUE ZERO.

       01  SQL-PROPOSAL-ROW.
           05  PRP-ID             PIC S9(9) COMP-5.
           05  PRP-NEW-CODE       PIC X(10).
           05  PRP-STATUS         PIC X(1).
           05  PRP-PROPOSED-AT    PIC X(26).
           05  PRP-SOURCE-COUNTRY PIC X(50).
           05  PRP-MATCH-SCORE    PIC S9(4) COMP-5.
           05  PRP-MATCH-METHOD   PIC X(10).
           05  PRP-CORRECTION-TYPE PIC X(1).
               88  PRP-IS-SPOKEN  VALUE 'S'.
           05  PRP-OLD-SPOKEN     PIC X(50).
           05  PRP-NEW-SPOKEN     PIC X(50).
           05  PRP-DECIDED-BY     PIC X(10).

       COPY "SrcVar.cpy".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  PRP-ID-DISP            PIC 9(9).
       01  PRP-SCORE-DISP         PIC ZZ9.

       PROCEDURE DIVISION.
       1000-MAIN-START.
               STOP RUN
           END-IF.
       1050-VERIFY-SCHEMA-LEVEL-END.
      ******************************************************************
      * Each applied proposal is traced, field by field, to the
      * proposal and the supervisor who approved it by the provenance
      * trigger on databank_store; 3250 names the proposal first.
       1035-SET-CHANGE-SOURCE.
           MOVE 'CorAppr' TO SRC-PROGRAM-NAME.

           COPY "SrcSet.cpy".

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       1035-SET-CHANGE-SOURCE-END.
      ******************************************************************
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           EXEC SQL DECLARE PEND_CUR CURSOR FOR
               SELECT id, databank_id, old_country_code,
                      new_country_code, status,
                      CAST(proposed_at AS VARCHAR),
                      COALESCE(source_country, ''),
                      COALESCE(match_score, 0),
                      COALESCE(match_method, ''),
                      correction_type,
                      COALESCE(old_spoken, ''),
                      COALESCE(new_spoken, '')
               FROM pending_corrections
               WHERE status = 'P'
               ORDER BY id
               EXEC SQL
                   FETCH PEND_CUR
                   INTO :PRP-ID, :PRP-DATABANK-ID, :PRP-OLD-CODE,
                        :PRP-NEW-CODE, :PRP-STATUS, :PRP-PROPOSED-AT,
                        :PRP-SOURCE-COUNTRY, :PRP-MATCH-SCORE,
                        :PRP-MATCH-METHOD, :PRP-CORRECTION-TYPE,
                        :PRP-OLD-SPOKEN, :PRP-NEW-SPOKEN
               END-EXEC

               IF SQLCODE = 0 AND PRP-IS-SPOKEN THEN
                   ADD 1 TO ROWS-DECIDED-COUNT
                   MOVE PRP-ID TO PRP-ID-DISP
                   DISPLAY PRP-ID-DISP ' ' PRP-DATABANK-ID
                           ' spoken "' FUNCTION TRIM(PRP-OLD-SPOKEN)
                           '" -> ' FUNCTION TRIM(PRP-NEW-SPOKEN)
                           '  proposed ' PRP-PROPOSED-AT
                   DISPLAY '          ' FUNCTION TRIM(PRP-NEW-CODE)
                           ' postal region ('
                           FUNCTION TRIM(PRP-MATCH-METHOD) ')'
               END-IF

               IF SQLCODE = 0 AND NOT PRP-IS-SPOKEN THEN
                   ADD 1 TO ROWS-DECIDED-COUNT
                   MOVE PRP-ID TO PRP-ID-DISP
                   DISPLAY PRP-ID-DISP ' ' PRP-DATABANK-ID
                           ' ' PRP-OLD-CODE ' -> ' PRP-NEW-CODE
                           '  proposed ' PRP-PROPOSED-AT
                   IF PRP-SOURCE-COUNTRY NOT = SPACES
                       MOVE PRP-MATCH-SCORE TO PRP-SCORE-DISP
                       DISPLAY '          spelling "'
                               FUNCTION TRIM(PRP-SOURCE-COUNTRY)
                               '" score ' PRP-SCORE-DISP ' ('
                               FUNCTION TRIM(PRP-MATCH-METHOD) ')'
                   END-IF
               END-IF
           END-PERFORM.

           DISPLAY 'Proposals pending: ' ROWS-DECIDED-DISP.
       3001-LIST-PENDING-PROPOSALS-END.
      ******************************************************************
      * A proposal scored from a country spelling (CtryFuzz) stands
      * for every row carrying that spelling, so deciding one decides
      * them all; approving it also adds the spelling to
      * country_mapping, and Corrige recognises it from then on.
       3100-DECIDE-PROPOSALS.
           EXEC SQL
               SELECT COUNT(*) INTO :ROWS-DECIDED-COUNT
               FROM pending_corrections
               WHERE status = 'P'
                 AND (:TARGET-ALL-FLAG = 'Y'
                      OR id = :TARGET-PROPOSAL-ID
                      OR (source_country IS NOT NULL
                          AND (source_country, new_country_code) IN
                              (SELECT s.source_country,
                                      s.new_country_code
                                 FROM pending_corrections s
                                WHERE s.id = :TARGET-PROPOSAL-ID)))
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 3100-DECIDE-PROPOSALS-END
           END-IF.

           IF NEW-STATUS-CODE = 'A'
               PERFORM 3150-LEARN-APPROVED-SPELLINGS
                   THRU 3150-LEARN-APPROVED-SPELLINGS-END
           END-IF.

           EXEC SQL
               UPDATE pending_corrections
               SET status = :NEW-STATUS-CODE,
                   decided_at = CURRENT_TIMESTAMP
               WHERE status = 'P'
                 AND (:TARGET-ALL-FLAG = 'Y'
                      OR id = :TARGET-PROPOSAL-ID
                      OR (source_country IS NOT NULL
                          AND (source_country, new_country_code) IN
                              (SELECT s.source_country,
                                      s.new_country_code
                                 FROM pending_corrections s
                                WHERE s.id = :TARGET-PROPOSAL-ID)))
           END-EXEC.

           IF SQLCODE NOT = 0
           END-IF.
       3100-DECIDE-PROPOSALS-END.
      ******************************************************************
      * Runs before the decision is written, while the rows being
      * approved are still pending. A spelling already in the mapping
      * keeps its existing line.
       3150-LEARN-APPROVED-SPELLINGS.
           EXEC SQL
               SELECT COUNT(DISTINCT source_country)
               INTO :SPELLINGS-LEARNED-COUNT
               FROM pending_corrections
               WHERE status = 'P'
                 AND source_country IS NOT NULL
                 AND NOT EXISTS
                     (SELECT 1 FROM country_mapping m
                       WHERE m.country = source_country)
                 AND (:TARGET-ALL-FLAG = 'Y'
                      OR id = :TARGET-PROPOSAL-ID
                      OR (source_country IS NOT NULL
                          AND (source_country, new_country_code) IN
                              (SELECT s.source_country,
                                      s.new_country_code
                                 FROM pending_corrections s
                                WHERE s.id = :TARGET-PROPOSAL-ID)))
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF SPELLINGS-LEARNED-COUNT = 0
               GO TO 3150-LEARN-APPROVED-SPELLINGS-END
           END-IF.

           EXEC SQL
               INSERT INTO country_mapping (country, country_code)
               SELECT DISTINCT source_country, new_country_code
               FROM pending_corrections
               WHERE status = 'P'
                 AND source_country IS NOT NULL
                 AND (:TARGET-ALL-FLAG = 'Y'
                      OR id = :TARGET-PROPOSAL-ID
                      OR (source_country IS NOT NULL
                          AND (source_country, new_country_code) IN
                              (SELECT s.source_country,
                                      s.new_country_code
                                 FROM pending_corrections s
                                WHERE s.id = :TARGET-PROPOSAL-ID)))
               ON CONFLICT (country) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPELLINGS-LEARNED-COUNT TO SPELLINGS-LEARNED-DISP.
           DISPLAY 'Spellings added to country_mapping: '
                   SPELLINGS-LEARNED-DISP.
       3150-LEARN-APPROVED-SPELLINGS-END.
      ******************************************************************
      * The apply pass is the ONLY place a queued proposal reaches
      * databank, and it touches approved rows alone; the update is
      * audited exactly as a direct Corrige correction would be.

           EXEC SQL DECLARE APLY_CUR CURSOR WITH HOLD FOR
               SELECT id, databank_id, old_country_code,
                      new_country_code, correction_type,
                      COALESCE(old_spoken, ''),
                      COALESCE(new_spoken, ''),
                      COALESCE(decided_by, '')
               FROM pending_corrections
               WHERE status = 'A'
               ORDER BY id
               EXEC SQL
                   FETCH APLY_CUR
                   INTO :PRP-ID, :PRP-DATABANK-ID, :PRP-OLD-CODE,
                        :PRP-NEW-CODE, :PRP-CORRECTION-TYPE,
                        :PRP-OLD-SPOKEN, :PRP-NEW-SPOKEN,
                        :PRP-DECIDED-BY
               END-EXEC

               IF SQLCODE = 0 THEN
       3200-APPLY-APPROVED-PROPOSALS-END.
      ******************************************************************
       3250-APPLY-ONE-PROPOSAL.
           MOVE PRP-ID TO PRP-ID-DISP.
           MOVE SPACES TO SRC-SOURCE-ID.
           STRING 'proposal ' DELIMITED BY SIZE
                  PRP-ID-DISP DELIMITED BY SIZE
                  ' by ' DELIMITED BY SIZE
                  PRP-DECIDED-BY DELIMITED BY SPACE
                  INTO SRC-SOURCE-ID.
           PERFORM 1035-SET-CHANGE-SOURCE
               THRU 1035-SET-CHANGE-SOURCE-END.

           IF PRP-IS-SPOKEN
               PERFORM 3300-APPLY-SPOKEN-PROPOSAL
                   THRU 3300-APPLY-SPOKEN-PROPOSAL-END
               GO TO 3250-APPLY-ONE-PROPOSAL-END
           END-IF.

           MOVE ZERO TO RETRY-COUNT.
       3250-APPLY-ONE-PROPOSAL-RETRY.
           EXEC SQL
                   PRP-DATABANK-ID.
       3250-APPLY-ONE-PROPOSAL-END.
      ******************************************************************
      * A spoken-language proposal (SpkInfer) changes databank.spoken
      * only; country_code_audit is for country codes, so the journal
      * row alone records it. A row gone since the proposal closes
      * as 'G' exactly as for a country proposal.
       3300-APPLY-SPOKEN-PROPOSAL.
           MOVE ZERO TO RETRY-COUNT.
       3300-APPLY-SPOKEN-PROPOSAL-RETRY.
           EXEC SQL
               UPDATE databank
               SET spoken = RTRIM(:PRP-NEW-SPOKEN)
               WHERE id = :PRP-DATABANK-ID
           END-EXEC.

           IF SQLCODE = -30 AND RETRY-COUNT < RETRY-MAX-ATTEMPTS
               ADD 1 TO RETRY-COUNT
               DISPLAY 'Transient database error, retry ' RETRY-COUNT
                       ' of ' RETRY-MAX-ATTEMPTS '...'
               CALL 'C$SLEEP' USING RETRY-PAUSE-SECONDS
               GO TO 3300-APPLY-SPOKEN-PROPOSAL-RETRY
           END-IF.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF SQLCODE = +100
               MOVE PRP-ID TO PRP-ID-DISP
               DISPLAY 'Proposal ' PRP-ID-DISP ' - databank row '
                       PRP-DATABANK-ID ' no longer exists; closed '
                       'without applying (status G).'
               EXEC SQL
                   UPDATE pending_corrections
                   SET status = 'G',
                       applied_at = CURRENT_TIMESTAMP
                   WHERE id = :PRP-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
               END-IF
               GO TO 3300-APPLY-SPOKEN-PROPOSAL-END
           END-IF.

           EXEC SQL
               INSERT INTO databank_change_journal
                   (databank_id, changed_columns, change_type,
                    changed_at)
               VALUES
                   (:PRP-DATABANK-ID, 'spoken', 'U',
                    CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               UPDATE pending_corrections
               SET status = 'D',
                   applied_at = CURRENT_TIMESTAMP
               WHERE id = :PRP-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           ADD 1 TO ROWS-APPLIED-COUNT.
           MOVE PRP-ID TO PRP-ID-DISP.
           DISPLAY 'Applied proposal ' PRP-ID-DISP ' to databank id '
                   PRP-DATABANK-ID ' (spoken '
                   FUNCTION TRIM(PRP-NEW-SPOKEN) ')'.
       3300-APPLY-SPOKEN-PROPOSAL-END.
      ******************************************************************
      ******************************************************************
      * A set operations hold quiesces the whole suite: the shared
      * check announces it and counts the refused start; this
