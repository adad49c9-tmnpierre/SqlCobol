      * sent, rows loaded, reject rate broken down by reason code,
      * and the trend against the prior month - so the reject volume
      * stops being a surprise. Month parameter is yyyymm; default
      * is the current month. Rejects returned to the supplier that
      * month are set against how many came back corrected since.
      * Batches audited by AudSamp add the error rate found in what
      * was loaded, and how many batches were above tolerance.
       01  SCORE-REPORT-FILENAME  PIC X(40) VALUE SPACES.
       01  CMD-LINE-PARM          PIC X(20) VALUE SPACES.
       01  REPORT-LINE            PIC X(150) VALUE SPACES.
       01  SCR-TREND-ROWS         PIC S9(9) COMP-5 VALUE ZERO.
       01  RSN-REASON-CODE        PIC X(4) VALUE SPACES.
       01  RSN-REJECT-COUNT       PIC S9(9) COMP-5 VALUE ZERO.
       01  SCR-RETURNED-COUNT     PIC S9(9) COMP-5 VALUE ZERO.
       01  SCR-CORRECTED-COUNT    PIC S9(9) COMP-5 VALUE ZERO.
       01  SCR-CORRECTED-RATE     PIC S9(3)V9(2) COMP-3 VALUE ZERO.
       01  SCR-AUDITED-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  SCR-FLAGGED-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
       01  SCR-AUDIT-CHECKS       PIC S9(9) COMP-5 VALUE ZERO.
       01  SCR-AUDIT-WRONG        PIC S9(9) COMP-5 VALUE ZERO.
       01  SCR-AUDIT-RATE         PIC S9(3)V9(2) COMP-3 VALUE ZERO.

       EXEC SQL END DECLARE SECTION END-EXEC.

           PERFORM 3200-REPORT-REASON-BREAKDOWN
               THRU 3200-REPORT-REASON-BREAKDOWN-END.

           PERFORM 3250-REPORT-RETURNED-REJECTS
               THRU 3250-REPORT-RETURNED-REJECTS-END.

           PERFORM 3270-REPORT-AUDIT-ERRORS
               THRU 3270-REPORT-AUDIT-ERRORS-END.

           PERFORM 3300-REPORT-PRIOR-MONTH-TREND
               THRU 3300-REPORT-PRIOR-MONTH-TREND-END.


           EXEC SQL CLOSE SUPR_CUR END-EXEC.
       3200-REPORT-REASON-BREAKDOWN-END.
      ******************************************************************
      * Rejects returned this month, and how many of them the supplier
      * has since sent back clean - the measure of whether the return
      * file is being acted on.
       3250-REPORT-RETURNED-REJECTS.
           EXEC SQL
               SELECT COUNT(*),
                      COUNT(corrected_batch_id)
               INTO :SCR-RETURNED-COUNT, :SCR-CORRECTED-COUNT
               FROM supplier_return_row
               WHERE supplier_id = :SCR-SUPPLIER-ID
                 AND returned_at IS NOT NULL
                 AND TO_CHAR(returned_at, 'YYYYMM') = :TARGET-MONTH
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           IF SCR-RETURNED-COUNT > 0
               COMPUTE SCR-CORRECTED-RATE ROUNDED =
                   SCR-CORRECTED-COUNT * 100 / SCR-RETURNED-COUNT
           ELSE
               MOVE ZERO TO SCR-CORRECTED-RATE
           END-IF.

           MOVE SCR-RETURNED-COUNT TO ROWS-DISP.
           MOVE SCR-CORRECTED-COUNT TO REJ-DISP.
           MOVE SCR-CORRECTED-RATE TO RATE-DISP.

           MOVE SPACES TO REPORT-LINE.
           STRING '  Rejects returned: ' DELIMITED BY SIZE
                  ROWS-DISP DELIMITED BY SIZE
                  '  came back corrected: ' DELIMITED BY SIZE
                  REJ-DISP DELIMITED BY SIZE
                  '  (' DELIMITED BY SIZE
                  RATE-DISP DELIMITED BY SIZE
                  ' pct)' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           WRITE SCORE-REPORT-LINE FROM REPORT-LINE.
       3250-REPORT-RETURNED-REJECTS-END.
      ******************************************************************
      * What the audit sample found wrong in the rows that were
      * loaded: the fields checked wrong over all fields checked in
      * the month's evaluated batches, and how many batches were
      * flagged above their tolerance.
       3270-REPORT-AUDIT-ERRORS.
           EXEC SQL
               SELECT COUNT(*),
                      COUNT(*) FILTER (WHERE ab.flagged = 'Y'),
                      COALESCE(SUM(e.checks_made), 0),
                      COALESCE(SUM(e.checks_wrong), 0)
               INTO :SCR-AUDITED-COUNT, :SCR-FLAGGED-COUNT,
                    :SCR-AUDIT-CHECKS, :SCR-AUDIT-WRONG
               FROM audit_batch ab
               JOIN load_batch lb ON lb.batch_id = ab.batch_id
               JOIN audit_field_estimate e
                 ON e.batch_id = ab.batch_id
                AND e.field_code = 'ALL'
               WHERE lb.supplier_id = :SCR-SUPPLIER-ID
                 AND TO_CHAR(lb.loaded_at, 'YYYYMM') = :TARGET-MONTH
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           IF SCR-AUDITED-COUNT = 0
               MOVE '  Audit sample: no batch of the month evaluated'
                   TO REPORT-LINE
           ELSE
               IF SCR-AUDIT-CHECKS > 0
                   COMPUTE SCR-AUDIT-RATE ROUNDED =
                       SCR-AUDIT-WRONG * 100 / SCR-AUDIT-CHECKS
               ELSE
                   MOVE ZERO TO SCR-AUDIT-RATE
               END-IF
               MOVE SCR-AUDITED-COUNT TO FILES-DISP
               MOVE SCR-AUDIT-RATE TO RATE-DISP
               MOVE SCR-FLAGGED-COUNT TO REJ-DISP
               STRING '  Audit sample: batches evaluated: '
                          DELIMITED BY SIZE
                      FILES-DISP DELIMITED BY SIZE
                      '  field error rate: ' DELIMITED BY SIZE
                      RATE-DISP DELIMITED BY SIZE
                      ' pct  above tolerance: ' DELIMITED BY SIZE
                      REJ-DISP DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
           DISPLAY REPORT-LINE.
           WRITE SCORE-REPORT-LINE FROM REPORT-LINE.
       3270-REPORT-AUDIT-ERRORS-END.
      ******************************************************************
       3300-REPORT-PRIOR-MONTH-TREND.
           EXEC SQL
