       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".

       01  TARGET-ID              PIC X(36) VALUE SPACES.
       01  STATUS-REASON-CODE     PIC X(20) VALUE SPACES.
           PERFORM 1100-GET-PARMS
               THRU 1100-GET-PARMS-END.

           PERFORM 1040-CHECK-OPERATOR-RIGHT
               THRU 1040-CHECK-OPERATOR-RIGHT-END.

           PERFORM 3001-CHANGE-LIFECYCLE-STATUS
               THRU 3001-CHANGE-LIFECYCLE-STATUS-END.

           END-IF.
       1030-CHECK-OPS-HOLD-END.
      ******************************************************************
      * Only an operator in the register with a right on this program
      * may run it; OprChk logs the refusal of anyone else.
       1040-CHECK-OPERATOR-RIGHT.
           MOVE 'Deact' TO OPR-PROGRAM-NAME.
           MOVE 'EXECUTE' TO OPR-MODE-NEEDED.
           MOVE TARGET-ID TO PRV-KEY-VALUE.
           COPY "OprChk.cpy".

           IF OPR-DENIED-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1040-CHECK-OPERATOR-RIGHT-END.
      ******************************************************************
      ******************************************************************
       8945-RECORD-PRIV-ACTION.
           EXEC SQL
