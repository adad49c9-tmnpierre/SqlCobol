           05  DL-REPORT-PREFIX   PIC X(20).
           05  DL-FORMAT          PIC X(10).

      * Wide enough for a supplier reject return record (the full
      * input record plus reason code and text).
       FD  SOURCE-REPORT-FILE.
       01  SOURCE-REPORT-LINE     PIC X(700).

       FD  TARGET-REPORT-FILE.
       01  TARGET-REPORT-LINE     PIC X(700).

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE          PIC X(150).
      * house: a blocked verdict without an operator override stops
      * the bundling with a warning return code; an override is
      * stamped onto the verdict rows so the waiver is on record.
      * MailMfst records a verdict every night, letters or not; when
      * none is there it did not run, the deposit was never balanced,
      * and that is entered as a blocked verdict of its own.
       1095-CHECK-RELEASE-GATE.
           EXEC SQL
               INSERT INTO run_verdict
                   (run_date, program_name, verdict, reason,
                    decided_at)
               VALUES
                   (CURRENT_DATE, 'MailMfst', 'B',
                    'no deposit manifest check ran today',
                    CURRENT_TIMESTAMP)
               ON CONFLICT (run_date, program_name) DO NOTHING
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :BLOCKED-VERDICT-COUNT
               FROM run_verdict
