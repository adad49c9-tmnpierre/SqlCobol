       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".

       01  REVIEW-ID              PIC S9(9) COMP-5 VALUE ZERO.
       01  TARGET-ID              PIC X(36) VALUE SPACES.
       01  LST-FIRST-NAME         PIC X(50) VALUE SPACES.
       01  LST-CONFIDENCE         PIC X(6) VALUE SPACES.
       01  LST-PROPOSED-AT        PIC X(26) VALUE SPACES.
       01  LST-DEATH-DATE         PIC X(10) VALUE SPACES.

       EXEC SQL END DECLARE SECTION END-EXEC.

           PERFORM 1100-GET-PARMS
               THRU 1100-GET-PARMS-END.

           PERFORM 1040-CHECK-OPERATOR-RIGHT
               THRU 1040-CHECK-OPERATOR-RIGHT-END.

           EVALUATE ACTION-PARM
               WHEN 'LIST'
                   PERFORM 3500-LIST-PENDING-PROPOSALS
           EXEC SQL
               UPDATE deceased_review
               SET status = :REVIEW-STATUS,
                   decided_by = TRIM(:PRV-OPERATOR-ID),
                   decided_at = CURRENT_TIMESTAMP
               WHERE id = :REVIEW-ID
           END-EXEC.
                      COALESCE(d.last_name, '(record gone)'),
                      COALESCE(d.first_name, ''),
                      COALESCE(dr.confidence, ''),
                      CAST(dr.proposed_at AS VARCHAR),
                      COALESCE(TO_CHAR(dr.reported_death_date,
                                       'YYYY-MM-DD'), '')
               FROM deceased_review dr
               LEFT JOIN databank d ON d.id = dr.databank_id
               WHERE dr.status = 'P'
                   FETCH DECP_CUR
                   INTO :LST-REVIEW-ID, :LST-DATABANK-ID,
                        :LST-LAST-NAME, :LST-FIRST-NAME,
                        :LST-CONFIDENCE, :LST-PROPOSED-AT,
                        :LST-DEATH-DATE
               END-EXEC

               IF SQLCODE = 0 THEN
                           FUNCTION TRIM(LST-FIRST-NAME)
                           ' (' LST-CONFIDENCE ') proposed '
                           LST-PROPOSED-AT(1:19)
                   IF LST-DEATH-DATE NOT = SPACES
                       DISPLAY '      reported died ' LST-DEATH-DATE
                   END-IF
               END-IF
           END-PERFORM.

           END-IF.
       1030-CHECK-OPS-HOLD-END.
      ******************************************************************
      * Only an operator in the register with a right on this program
      * may run it; OprChk logs the refusal of anyone else.
       1040-CHECK-OPERATOR-RIGHT.
           IF ACTION-PARM = 'LIST'
               GO TO 1040-CHECK-OPERATOR-RIGHT-END
           END-IF.

           MOVE 'DecRev' TO OPR-PROGRAM-NAME.
           MOVE 'EXECUTE' TO OPR-MODE-NEEDED.
           MOVE REVIEW-ID-PARM TO PRV-KEY-VALUE.
           COPY "OprChk.cpy".

           IF OPR-DENIED-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1040-CHECK-OPERATOR-RIGHT-END.
      ******************************************************************
