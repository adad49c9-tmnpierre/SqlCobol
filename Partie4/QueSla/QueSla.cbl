       IDENTIFICATION DIVISION.
       PROGRAM-ID. QueSla.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-REPORT-FILE ASSIGN TO SLA-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALERTS-FILE ASSIGN TO ALERTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REQUEST-CARD-FILE ASSIGN TO REQUEST-CARD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLA-REPORT-FILE.
       01  SLA-REPORT-LINE        PIC X(150).

       FD  ALERTS-FILE.
       01  ALERTS-LINE            PIC X(200).

      * ReqSvc's inbound card file: the cards still in it have not
      * been answered yet and are the request queue's open items.
       FD  REQUEST-CARD-FILE.
       01  REQUEST-CARD-RECORD.
           05  RC-REQUEST-TYPE    PIC X(8).
           05  RC-KEY-VALUE       PIC X(36).
           05  RC-REQUESTER-ID    PIC X(10).
           05  RC-SUBMITTED-DATE  PIC X(10).

       WORKING-STORAGE SECTION.
      * One look across every queue where items wait for a person:
      * per queue the open items by age band, the oldest, who decided
      * how many over the window, and the average time from arrival
      * to decision against the queue's target in
      * review_queue_target. A queue whose average is over target, or
      * holding items already older than the target, is written to
      * an alerts file for the on-call operator and graded RC 8, the
      * way ErrMon treats a critical error. The queues themselves come
      * from the review_queue_item view; the load suspect and reject
      * files are registered per batch in review_file_queue, and the
      * suspect ones are closed here once the duplicate review is
      * done (rejects close when RejResub takes them back).
      * Window parameter is in days; default 30.
       01  CMD-LINE-PARM          PIC X(80) VALUE SPACES.
       01  CMD-PTR                PIC 9(3) VALUE 1.
       01  FIRST-PARM             PIC X(10) VALUE SPACES.
       01  FIRST-PARM-LEN         PIC 9(3) VALUE ZEROS.
       01  QUEUE-PARM             PIC X(10) VALUE SPACES.
       01  BATCH-PARM             PIC X(10) VALUE SPACES.
       01  BATCH-PARM-LEN         PIC 9(3) VALUE ZEROS.
       01  RUN-MODE-SWITCH        PIC X VALUE 'R'.
           88  MODE-IS-REPORT     VALUE 'R'.
           88  MODE-IS-CLOSE      VALUE 'C'.

       01  SLA-REPORT-FILENAME    PIC X(40) VALUE SPACES.
       01  ALERTS-FILENAME        PIC X(40) VALUE SPACES.
       01  ALERTS-OPEN-SWITCH     PIC X VALUE 'N'.
           88  ALERTS-FILE-OPEN   VALUE 'Y'.
       01  REQUEST-CARD-FILENAME  PIC X(40)
               VALUE 'REQUEST_CARDS.TXT'.
       01  WS-REQUEST-CARD-STATUS PIC X(02) VALUE SPACES.
           88  REQUEST-CARD-OK           VALUE '00'.
       01  REQUEST-CARD-EOF-SW    PIC X VALUE 'N'.
           88  REQUEST-CARD-EOF   VALUE 'Y'.
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR    PIC 9(4).
           05  WS-CURRENT-MONTH   PIC 9(2).
           05  WS-CURRENT-DAY     PIC 9(2).
       01  TODAY-ISO-DATE         PIC X(10) VALUE SPACES.

       01  REPORT-LINE            PIC X(150) VALUE SPACES.
       01  ALERT-WORK-LINE        PIC X(200) VALUE SPACES.
       01  DASH-LINE              PIC X(110) VALUE ALL '-'.
       01  QUEUE-LABEL            PIC X(34) VALUE SPACES.
       01  TARGET-DISP            PIC ZZZ9.
       01  BUCKET-DISP-1          PIC ZZZZZ9.
       01  BUCKET-DISP-2          PIC ZZZZZ9.
       01  BUCKET-DISP-3          PIC ZZZZZ9.
       01  BUCKET-DISP-4          PIC ZZZZZ9.
       01  DECIDED-DISP           PIC ZZZZZ9.
       01  AVG-HOURS-DISP         PIC ZZZZ9,9.
       01  COUNT-DISP             PIC ZZZZZ9.
       01  WINDOW-DISP            PIC ZZ9.
       01  OLDEST-TEXT            PIC X(16) VALUE SPACES.
       01  VERDICT-TEXT           PIC X(8) VALUE SPACES.
       01  QUEUES-BREACHED-COUNT  PIC 9(4) VALUE ZEROS.
       01  ALERTS-RAISED-COUNT    PIC 9(4) VALUE ZEROS.

      * Cards still waiting in the inbound file, by the age the
      * department put on them; undated cards are counted as new.
       01  CARDS-WAITING-COUNT    PIC 9(6) VALUE ZEROS.
       01  CARDS-UNDATED-COUNT    PIC 9(6) VALUE ZEROS.
       01  CARD-BAND-1            PIC 9(6) VALUE ZEROS.
       01  CARD-BAND-2            PIC 9(6) VALUE ZEROS.
       01  CARD-BAND-3            PIC 9(6) VALUE ZEROS.
       01  CARD-BAND-4            PIC 9(6) VALUE ZEROS.
       01  CARDS-PAST-TARGET      PIC 9(6) VALUE ZEROS.
       01  CARD-OLDEST-DATE       PIC X(10) VALUE SPACES.
       01  CARD-TARGET-HOURS      PIC S9(9) COMP-5 VALUE ZERO.
       01  CARD-AGE-DAYS          PIC S9(6) VALUE ZERO.
       01  CARD-DATE-NUMBER       PIC 9(8) VALUE ZEROS.
       01  TODAY-DATE-NUMBER      PIC 9(8) VALUE ZEROS.

       01  TARGET-TABLE.
           05  TGT-ENTRY          OCCURS 20 TIMES.
               10  TGT-QUEUE-CODE PIC X(10).
               10  TGT-QUEUE-NAME PIC X(40).
               10  TGT-OWNER      PIC X(20).
               10  TGT-HOURS      PIC S9(9) COMP-5.
       01  TGT-COUNT              PIC 9(2) VALUE ZEROS.
       01  TGT-IDX                PIC 9(2) VALUE ZEROS.

       01  TARGET-EOF-SWITCH      PIC X VALUE 'N'.
           88  TARGET-EOF         VALUE 'Y'.
       01  DECIDER-EOF-SWITCH     PIC X VALUE 'N'.
           88  DECIDER-EOF        VALUE 'Y'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       COPY "DbConn.cpy".
       COPY "ErrLog.cpy".
       COPY "SchemaVer.cpy".
       COPY "HoldVar.cpy".
       COPY "PrivLog.cpy".
       COPY "OprVar.cpy".

       01  WINDOW-DAYS-HOST       PIC S9(4) COMP-5 VALUE 30.
       01  QUE-CODE               PIC X(10) VALUE SPACES.
       01  QUE-TARGET-HOURS       PIC S9(9) COMP-5 VALUE ZERO.
       01  CLOSE-BATCH-ID         PIC S9(9) COMP-5 VALUE ZERO.

       01  SQL-TARGET-ROW.
           05  TRW-QUEUE-CODE     PIC X(10).
           05  TRW-QUEUE-NAME     PIC X(40).
           05  TRW-OWNER          PIC X(20).
           05  TRW-HOURS          PIC S9(9) COMP-5.

       01  SQL-QUEUE-FIGURES.
           05  QUE-OPEN-0-2       PIC S9(9) COMP-5.
           05  QUE-OPEN-3-7       PIC S9(9) COMP-5.
           05  QUE-OPEN-8-30      PIC S9(9) COMP-5.
           05  QUE-OPEN-OVER-30   PIC S9(9) COMP-5.
           05  QUE-OLDEST-OPEN    PIC X(26).
           05  QUE-PAST-TARGET    PIC S9(9) COMP-5.
           05  QUE-DECIDED-COUNT  PIC S9(9) COMP-5.
           05  QUE-AVG-HOURS      PIC S9(7)V9 COMP-3.

       01  SQL-DECIDER-ROW.
           05  DCD-DECIDED-BY     PIC X(30).
           05  DCD-ITEM-COUNT     PIC S9(9) COMP-5.

       01  SQL-FILE-QUEUE-ROW.
           05  RFQ-FILE-NAME      PIC X(60).
           05  RFQ-ITEM-COUNT     PIC S9(9) COMP-5.
           05  RFQ-DECIDED-BY     PIC X(30).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       1000-MAIN-START.
           CALL 'DbProfil' USING DBNAME USERNAME PASSWD.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 1030-CHECK-OPS-HOLD
               THRU 1030-CHECK-OPS-HOLD-END.

           PERFORM 1050-VERIFY-SCHEMA-LEVEL
               THRU 1050-VERIFY-SCHEMA-LEVEL-END.

           PERFORM 1100-GET-PARMS
               THRU 1100-GET-PARMS-END.

           IF MODE-IS-CLOSE
               PERFORM 1040-CHECK-OPERATOR-RIGHT
                   THRU 1040-CHECK-OPERATOR-RIGHT-END
               PERFORM 4000-CLOSE-FILE-QUEUE
                   THRU 4000-CLOSE-FILE-QUEUE-END
               GO TO 1000-MAIN-END
           END-IF.

           PERFORM 1200-OPEN-REPORT-FILE
               THRU 1200-OPEN-REPORT-FILE-END.

           PERFORM 1300-LOAD-QUEUE-TARGETS
               THRU 1300-LOAD-QUEUE-TARGETS-END.

           PERFORM 1400-COUNT-WAITING-CARDS
               THRU 1400-COUNT-WAITING-CARDS-END.

           PERFORM 3000-REPORT-ONE-QUEUE
               THRU 3000-REPORT-ONE-QUEUE-END
               VARYING TGT-IDX FROM 1 BY 1
               UNTIL TGT-IDX > TGT-COUNT.

           MOVE DASH-LINE TO REPORT-LINE.
           WRITE SLA-REPORT-LINE FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Queues: ' DELIMITED BY SIZE
                  TGT-COUNT DELIMITED BY SIZE
                  '  over target: ' DELIMITED BY SIZE
                  QUEUES-BREACHED-COUNT DELIMITED BY SIZE
                  '  alerts raised: ' DELIMITED BY SIZE
                  ALERTS-RAISED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE SLA-REPORT-LINE FROM REPORT-LINE.
           DISPLAY REPORT-LINE.

           CLOSE SLA-REPORT-FILE.
           IF ALERTS-FILE-OPEN
               CLOSE ALERTS-FILE
           END-IF.

           DISPLAY 'Review queue report written to '
                   FUNCTION TRIM(SLA-REPORT-FILENAME).

           IF ALERTS-RAISED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       1000-MAIN-END.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.
      ******************************************************************
       1100-GET-PARMS.
           ACCEPT CMD-LINE-PARM FROM COMMAND-LINE.

           MOVE 1 TO CMD-PTR.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO FIRST-PARM
               POINTER CMD-PTR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FIRST-PARM) TO FIRST-PARM.

           IF FIRST-PARM = 'CLOSE'
               SET MODE-IS-CLOSE TO TRUE
               GO TO 1120-GET-CLOSE-PARMS
           END-IF.

           IF FIRST-PARM NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(FIRST-PARM))
                   TO FIRST-PARM-LEN
               IF FIRST-PARM-LEN > 3
                OR FIRST-PARM(1:FIRST-PARM-LEN) IS NOT NUMERIC
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
               END-IF
               MOVE FUNCTION NUMVAL(FIRST-PARM) TO WINDOW-DAYS-HOST
               IF WINDOW-DAYS-HOST < 1
                   PERFORM 1150-SHOW-USAGE
                       THRU 1150-SHOW-USAGE-END
               END-IF
           END-IF.

           MOVE WINDOW-DAYS-HOST TO WINDOW-DISP.
           DISPLAY 'Review queue service levels - decisions over the '
                   'last ' FUNCTION TRIM(WINDOW-DISP) ' days.'.
           GO TO 1100-GET-PARMS-END.

       1120-GET-CLOSE-PARMS.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO PRV-OPERATOR-ID
               POINTER CMD-PTR
           END-UNSTRING.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO PRV-TICKET-REF
               POINTER CMD-PTR
           END-UNSTRING.

           IF PRV-OPERATOR-ID = SPACES OR PRV-TICKET-REF = SPACES
               DISPLAY 'An operator id and a ticket/case reference '
                       'are required before this utility acts.'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO QUEUE-PARM
               POINTER CMD-PTR
           END-UNSTRING.
           UNSTRING CMD-LINE-PARM DELIMITED BY ALL SPACE
               INTO BATCH-PARM
               POINTER CMD-PTR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(QUEUE-PARM) TO QUEUE-PARM.

           IF QUEUE-PARM NOT = 'SUSPECT' AND QUEUE-PARM NOT = 'REJECT'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.

           MOVE ZERO TO CLOSE-BATCH-ID.
           IF BATCH-PARM NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(BATCH-PARM))
                   TO BATCH-PARM-LEN
               IF BATCH-PARM(1:BATCH-PARM-LEN) IS NUMERIC
                   MOVE FUNCTION NUMVAL(BATCH-PARM) TO CLOSE-BATCH-ID
               END-IF
           END-IF.

           IF CLOSE-BATCH-ID = ZERO
               DISPLAY 'Give the load batch whose file was reviewed.'
               PERFORM 1150-SHOW-USAGE
                   THRU 1150-SHOW-USAGE-END
           END-IF.
       1100-GET-PARMS-END.
      ******************************************************************
       1150-SHOW-USAGE.
           DISPLAY 'Usage: QueSla [<window-days>]'.
           DISPLAY '       QueSla CLOSE <operator-id> <ticket-ref> '
                   'SUSPECT|REJECT <batch-id>'.
           DISPLAY 'The report covers decisions of the last 30 days '
                   'unless a window (1-999) is given.'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       1150-SHOW-USAGE-END.
      ******************************************************************
       1200-OPEN-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
           STRING 'QUESLA_' DELIMITED BY SIZE
                  WS-CURRENT-YEAR DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO SLA-REPORT-FILENAME.
           STRING WS-CURRENT-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CURRENT-DAY DELIMITED BY SIZE
                  INTO TODAY-ISO-DATE.

           OPEN OUTPUT SLA-REPORT-FILE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'Review queues - aging and service level on '
                      DELIMITED BY SIZE
                  TODAY-ISO-DATE DELIMITED BY SIZE
                  ' (decisions over the last ' DELIMITED BY SIZE
                  FUNCTION TRIM(WINDOW-DISP) DELIMITED BY SIZE
                  ' days)' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE SLA-REPORT-LINE FROM REPORT-LINE.

           MOVE DASH-LINE TO REPORT-LINE.
           WRITE SLA-REPORT-LINE FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'Queue (program)                    '
                      DELIMITED BY SIZE
                  'Target' DELIMITED BY SIZE
                  '    0-2d    3-7d   8-30d    >30d' DELIMITED BY SIZE
                  '  Oldest open     ' DELIMITED BY SIZE
                  'Decided   Avg h  Verdict' DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE SLA-REPORT-LINE FROM REPORT-LINE.
           MOVE DASH-LINE TO REPORT-LINE.
           WRITE SLA-REPORT-LINE FROM REPORT-LINE.
       1200-OPEN-REPORT-FILE-END.
      ******************************************************************
      * The control table says which queues exist; the targets are
      * read once and the cursor closed before any per-queue query.
       1300-LOAD-QUEUE-TARGETS.
           EXEC SQL DECLARE QTGT_CUR CURSOR FOR
               SELECT queue_code, queue_name,
                      COALESCE(owner_program, ''), target_hours
               FROM review_queue_target
               ORDER BY queue_code
           END-EXEC.

           EXEC SQL OPEN QTGT_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE ZEROS TO TGT-COUNT.
           MOVE 'N' TO TARGET-EOF-SWITCH.
           PERFORM WITH TEST BEFORE UNTIL TARGET-EOF
               EXEC SQL
                   FETCH QTGT_CUR
                   INTO :TRW-QUEUE-CODE, :TRW-QUEUE-NAME, :TRW-OWNER,
                        :TRW-HOURS
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = +100
                       SET TARGET-EOF TO TRUE
                   WHEN SQLCODE NOT = 0
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
                   WHEN TGT-COUNT >= 20
                       DISPLAY 'More than 20 queues defined - the rest '
                               'are not reported.'
                       SET TARGET-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO TGT-COUNT
                       MOVE TRW-QUEUE-CODE TO TGT-QUEUE-CODE(TGT-COUNT)
                       MOVE TRW-QUEUE-NAME TO TGT-QUEUE-NAME(TGT-COUNT)
                       MOVE TRW-OWNER TO TGT-OWNER(TGT-COUNT)
                       MOVE TRW-HOURS TO TGT-HOURS(TGT-COUNT)
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE QTGT_CUR END-EXEC.
       1300-LOAD-QUEUE-TARGETS-END.
      ******************************************************************
      * The request cards are a file, not a table: the ones still in
      * it are aged by the date the department wrote on them.
       1400-COUNT-WAITING-CARDS.
           OPEN INPUT REQUEST-CARD-FILE.

           IF NOT REQUEST-CARD-OK
               GO TO 1400-COUNT-WAITING-CARDS-END
           END-IF.

           MOVE TODAY-ISO-DATE(1:4) TO TODAY-DATE-NUMBER(1:4).
           MOVE TODAY-ISO-DATE(6:2) TO TODAY-DATE-NUMBER(5:2).
           MOVE TODAY-ISO-DATE(9:2) TO TODAY-DATE-NUMBER(7:2).

           PERFORM VARYING TGT-IDX FROM 1 BY 1
                   UNTIL TGT-IDX > TGT-COUNT
               IF TGT-QUEUE-CODE(TGT-IDX) = 'REQUEST'
                   MOVE TGT-HOURS(TGT-IDX) TO CARD-TARGET-HOURS
               END-IF
           END-PERFORM.

           MOVE 'N' TO REQUEST-CARD-EOF-SW.
           PERFORM 1450-AGE-ONE-CARD
               THRU 1450-AGE-ONE-CARD-END
               UNTIL REQUEST-CARD-EOF.

           CLOSE REQUEST-CARD-FILE.
       1400-COUNT-WAITING-CARDS-END.
      ******************************************************************
       1450-AGE-ONE-CARD.
           MOVE SPACES TO REQUEST-CARD-RECORD.
           READ REQUEST-CARD-FILE
               AT END
                   SET REQUEST-CARD-EOF TO TRUE
                   GO TO 1450-AGE-ONE-CARD-END
           END-READ.

           IF REQUEST-CARD-RECORD = SPACES
               GO TO 1450-AGE-ONE-CARD-END
           END-IF.

           ADD 1 TO CARDS-WAITING-COUNT.

           IF RC-SUBMITTED-DATE(1:4) IS NOT NUMERIC
            OR RC-SUBMITTED-DATE(5:1) NOT = '-'
            OR RC-SUBMITTED-DATE(6:2) IS NOT NUMERIC
            OR RC-SUBMITTED-DATE(8:1) NOT = '-'
            OR RC-SUBMITTED-DATE(9:2) IS NOT NUMERIC
            OR RC-SUBMITTED-DATE > TODAY-ISO-DATE
               ADD 1 TO CARDS-UNDATED-COUNT
               ADD 1 TO CARD-BAND-1
               GO TO 1450-AGE-ONE-CARD-END
           END-IF.

           MOVE RC-SUBMITTED-DATE(1:4) TO CARD-DATE-NUMBER(1:4).
           MOVE RC-SUBMITTED-DATE(6:2) TO CARD-DATE-NUMBER(5:2).
           MOVE RC-SUBMITTED-DATE(9:2) TO CARD-DATE-NUMBER(7:2).
           IF FUNCTION TEST-DATE-YYYYMMDD(CARD-DATE-NUMBER) NOT = 0
               ADD 1 TO CARDS-UNDATED-COUNT
               ADD 1 TO CARD-BAND-1
               GO TO 1450-AGE-ONE-CARD-END
           END-IF.

           COMPUTE CARD-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE-NUMBER)
             - FUNCTION INTEGER-OF-DATE(CARD-DATE-NUMBER).

           IF CARD-TARGET-HOURS > 0
            AND CARD-AGE-DAYS * 24 > CARD-TARGET-HOURS
               ADD 1 TO CARDS-PAST-TARGET
           END-IF.

           EVALUATE TRUE
               WHEN CARD-AGE-DAYS <= 2
                   ADD 1 TO CARD-BAND-1
               WHEN CARD-AGE-DAYS <= 7
                   ADD 1 TO CARD-BAND-2
               WHEN CARD-AGE-DAYS <= 30
                   ADD 1 TO CARD-BAND-3
               WHEN OTHER
                   ADD 1 TO CARD-BAND-4
           END-EVALUATE.

           IF CARD-OLDEST-DATE = SPACES
            OR RC-SUBMITTED-DATE < CARD-OLDEST-DATE
               MOVE RC-SUBMITTED-DATE TO CARD-OLDEST-DATE
           END-IF.
       1450-AGE-ONE-CARD-END.
      ******************************************************************
      * Schema objects are owned by SchemaMig; this job only checks
      * that the database is at the level it was written against and
      * fails fast when the schema is behind.
       1050-VERIFY-SCHEMA-LEVEL.
           EXEC SQL
               SELECT COALESCE(MAX(version_number), 0)
               INTO :SCHEMA-LEVEL-CURRENT
               FROM schema_version
           END-EXEC.

           IF SQLCODE NOT = 0
            OR SCHEMA-LEVEL-CURRENT < SCHEMA-LEVEL-NEEDED
               DISPLAY '*** Schema level ' SCHEMA-LEVEL-CURRENT
                       ' is behind required level '
                       SCHEMA-LEVEL-NEEDED
                       ' - run SchemaMig first. ***'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-VERIFY-SCHEMA-LEVEL-END.
      ******************************************************************
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.

           MOVE 'QueSla' TO ERR-PROGRAM-NAME.
           MOVE SQLCODE TO ERR-SQLCODE.
           MOVE SQLSTATE TO ERR-SQLSTATE.
           MOVE SQLERRMC TO ERR-SQLERRMC.
           EXEC SQL
               INSERT INTO error_log
                   (program_name, log_timestamp, sqlcode, sqlstate,
                    sqlerrmc)
               VALUES
                   (:ERR-PROGRAM-NAME, CURRENT_TIMESTAMP, :ERR-SQLCODE,
                    :ERR-SQLSTATE, :ERR-SQLERRMC)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN +100
                 DISPLAY "Record not found"
              WHEN -01
                 DISPLAY "Connection failed"
              WHEN -20
                 DISPLAY "Internal error"
              WHEN -30
                 DISPLAY "Database error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              WHEN OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
                 COPY "SqlMsg.cpy".
           END-EVALUATE.
       1001-ERROR-RTN-END.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
      * Age bands are calendar days since the item arrived; the
      * average time to decision is in hours, weighted by the items a
      * file-queue entry holds, over decisions made in the window.
       3000-REPORT-ONE-QUEUE.
           MOVE TGT-QUEUE-CODE(TGT-IDX) TO QUE-CODE.
           MOVE TGT-HOURS(TGT-IDX) TO QUE-TARGET-HOURS.

           EXEC SQL
               SELECT
                 COALESCE(SUM(item_count) FILTER (WHERE open_flag = 'Y'
                   AND CURRENT_DATE - CAST(opened_at AS DATE) <= 2), 0),
                 COALESCE(SUM(item_count) FILTER (WHERE open_flag = 'Y'
                   AND CURRENT_DATE - CAST(opened_at AS DATE)
                       BETWEEN 3 AND 7), 0),
                 COALESCE(SUM(item_count) FILTER (WHERE open_flag = 'Y'
                   AND CURRENT_DATE - CAST(opened_at AS DATE)
                       BETWEEN 8 AND 30), 0),
                 COALESCE(SUM(item_count) FILTER (WHERE open_flag = 'Y'
                   AND CURRENT_DATE - CAST(opened_at AS DATE) > 30), 0),
                 COALESCE(CAST(MIN(opened_at)
                   FILTER (WHERE open_flag = 'Y') AS VARCHAR), ''),
                 COALESCE(SUM(item_count) FILTER (WHERE open_flag = 'Y'
                   AND opened_at < CURRENT_TIMESTAMP
                       - :QUE-TARGET-HOURS * INTERVAL '1 hour'), 0),
                 COALESCE(SUM(item_count) FILTER (WHERE
                   decided_at >= CURRENT_TIMESTAMP
                       - :WINDOW-DAYS-HOST * INTERVAL '1 day'), 0),
                 COALESCE(CAST(SUM(item_count
                     * EXTRACT(EPOCH FROM decided_at - opened_at)
                     / 3600) FILTER (WHERE
                       decided_at >= CURRENT_TIMESTAMP
                       - :WINDOW-DAYS-HOST * INTERVAL '1 day')
                   / NULLIF(SUM(item_count) FILTER (WHERE
                       decided_at >= CURRENT_TIMESTAMP
                       - :WINDOW-DAYS-HOST * INTERVAL '1 day'), 0)
                   AS NUMERIC(8,1)), 0)
               INTO :QUE-OPEN-0-2, :QUE-OPEN-3-7, :QUE-OPEN-8-30,
                    :QUE-OPEN-OVER-30, :QUE-OLDEST-OPEN,
                    :QUE-PAST-TARGET, :QUE-DECIDED-COUNT,
                    :QUE-AVG-HOURS
               FROM review_queue_item
               WHERE queue_code = :QUE-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE QUE-OLDEST-OPEN(1:16) TO OLDEST-TEXT.
           IF QUE-CODE = 'REQUEST'
               PERFORM 3050-ADD-WAITING-CARDS
                   THRU 3050-ADD-WAITING-CARDS-END
           END-IF.
           IF OLDEST-TEXT = SPACES
               MOVE '-' TO OLDEST-TEXT
           END-IF.

           EVALUATE TRUE
               WHEN QUE-DECIDED-COUNT = 0
                   MOVE 'NO DATA' TO VERDICT-TEXT
               WHEN QUE-AVG-HOURS > QUE-TARGET-HOURS
                   MOVE 'BREACH' TO VERDICT-TEXT
                   ADD 1 TO QUEUES-BREACHED-COUNT
               WHEN OTHER
                   MOVE 'MET' TO VERDICT-TEXT
           END-EVALUATE.

           PERFORM 3100-WRITE-QUEUE-LINE
               THRU 3100-WRITE-QUEUE-LINE-END.

           PERFORM 3200-LIST-DECIDERS
               THRU 3200-LIST-DECIDERS-END.

           IF QUE-PAST-TARGET > 0
               MOVE QUE-PAST-TARGET TO COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING '      ' DELIMITED BY SIZE
                      COUNT-DISP DELIMITED BY SIZE
                      ' open item(s) already older than the target'
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE SLA-REPORT-LINE FROM REPORT-LINE
           END-IF.

           IF VERDICT-TEXT = 'BREACH'
               MOVE QUE-AVG-HOURS TO AVG-HOURS-DISP
               MOVE SPACES TO ALERT-WORK-LINE
               STRING FUNCTION TRIM(QUEUE-LABEL) DELIMITED BY SIZE
                      ' - average time to decision ' DELIMITED BY SIZE
                      FUNCTION TRIM(AVG-HOURS-DISP) DELIMITED BY SIZE
                      'h against a target of ' DELIMITED BY SIZE
                      FUNCTION TRIM(TARGET-DISP) DELIMITED BY SIZE
                      'h' DELIMITED BY SIZE
                      INTO ALERT-WORK-LINE
               PERFORM 3900-WRITE-ALERT-LINE
                   THRU 3900-WRITE-ALERT-LINE-END
           END-IF.

           IF QUE-PAST-TARGET > 0
               MOVE QUE-PAST-TARGET TO COUNT-DISP
               MOVE SPACES TO ALERT-WORK-LINE
               STRING FUNCTION TRIM(QUEUE-LABEL) DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                      ' open item(s) older than the ' DELIMITED BY SIZE
                      FUNCTION TRIM(TARGET-DISP) DELIMITED BY SIZE
                      'h target, oldest since ' DELIMITED BY SIZE
                      OLDEST-TEXT DELIMITED BY SIZE
                      INTO ALERT-WORK-LINE
               PERFORM 3900-WRITE-ALERT-LINE
                   THRU 3900-WRITE-ALERT-LINE-END
           END-IF.
       3000-REPORT-ONE-QUEUE-END.
      ******************************************************************
      * Waiting cards join the request queue's open items; a card
      * dated more than the target ago is already late.
       3050-ADD-WAITING-CARDS.
           ADD CARD-BAND-1 TO QUE-OPEN-0-2.
           ADD CARD-BAND-2 TO QUE-OPEN-3-7.
           ADD CARD-BAND-3 TO QUE-OPEN-8-30.
           ADD CARD-BAND-4 TO QUE-OPEN-OVER-30.
           ADD CARDS-PAST-TARGET TO QUE-PAST-TARGET.

           IF CARD-OLDEST-DATE NOT = SPACES
               MOVE CARD-OLDEST-DATE TO OLDEST-TEXT
           END-IF.
       3050-ADD-WAITING-CARDS-END.
      ******************************************************************
       3100-WRITE-QUEUE-LINE.
           MOVE SPACES TO QUEUE-LABEL.
           STRING FUNCTION TRIM(TGT-QUEUE-NAME(TGT-IDX))
                      DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  FUNCTION TRIM(TGT-OWNER(TGT-IDX)) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO QUEUE-LABEL.

           MOVE QUE-TARGET-HOURS TO TARGET-DISP.
           MOVE QUE-OPEN-0-2 TO BUCKET-DISP-1.
           MOVE QUE-OPEN-3-7 TO BUCKET-DISP-2.
           MOVE QUE-OPEN-8-30 TO BUCKET-DISP-3.
           MOVE QUE-OPEN-OVER-30 TO BUCKET-DISP-4.
           MOVE QUE-DECIDED-COUNT TO DECIDED-DISP.
           MOVE QUE-AVG-HOURS TO AVG-HOURS-DISP.

           MOVE SPACES TO REPORT-LINE.
           STRING QUEUE-LABEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TARGET-DISP DELIMITED BY SIZE
                  'h  ' DELIMITED BY SIZE
                  BUCKET-DISP-1 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BUCKET-DISP-2 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BUCKET-DISP-3 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BUCKET-DISP-4 DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  OLDEST-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DECIDED-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AVG-HOURS-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  VERDICT-TEXT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE SLA-REPORT-LINE FROM REPORT-LINE.
           DISPLAY REPORT-LINE.

           IF QUE-CODE = 'REQUEST' AND CARDS-WAITING-COUNT > 0
               MOVE CARDS-WAITING-COUNT TO COUNT-DISP
               MOVE CARDS-UNDATED-COUNT TO DECIDED-DISP
               MOVE SPACES TO REPORT-LINE
               STRING '      ' DELIMITED BY SIZE
                      COUNT-DISP DELIMITED BY SIZE
                      ' card(s) waiting in ' DELIMITED BY SIZE
                      FUNCTION TRIM(REQUEST-CARD-FILENAME)
                          DELIMITED BY SIZE
                      ', undated (counted as new): ' DELIMITED BY SIZE
                      FUNCTION TRIM(DECIDED-DISP) DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE SLA-REPORT-LINE FROM REPORT-LINE
           END-IF.
       3100-WRITE-QUEUE-LINE-END.
      ******************************************************************
      * Who cleared the queue in the window, busiest first.
       3200-LIST-DECIDERS.
           EXEC SQL DECLARE QDCD_CUR CURSOR FOR
               SELECT COALESCE(decided_by, '(unknown)'),
                      SUM(item_count)
               FROM review_queue_item
               WHERE queue_code = :QUE-CODE
                 AND decided_at >= CURRENT_TIMESTAMP
                     - :WINDOW-DAYS-HOST * INTERVAL '1 day'
               GROUP BY COALESCE(decided_by, '(unknown)')
               ORDER BY 2 DESC, 1
           END-EXEC.

           EXEC SQL OPEN QDCD_CUR END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE 'N' TO DECIDER-EOF-SWITCH.
           PERFORM WITH TEST BEFORE UNTIL DECIDER-EOF
               EXEC SQL
                   FETCH QDCD_CUR
                   INTO :DCD-DECIDED-BY, :DCD-ITEM-COUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE DCD-ITEM-COUNT TO COUNT-DISP
                       MOVE SPACES TO REPORT-LINE
                       STRING '      decided by ' DELIMITED BY SIZE
                              DCD-DECIDED-BY(1:20) DELIMITED BY SIZE
                              COUNT-DISP DELIMITED BY SIZE
                              INTO REPORT-LINE
                       WRITE SLA-REPORT-LINE FROM REPORT-LINE
                   WHEN +100
                       SET DECIDER-EOF TO TRUE
                   WHEN OTHER
                       PERFORM 1001-ERROR-RTN-START
                           THRU 1001-ERROR-RTN-END
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE QDCD_CUR END-EXEC.
       3200-LIST-DECIDERS-END.
      ******************************************************************
       3900-WRITE-ALERT-LINE.
           IF NOT ALERTS-FILE-OPEN
               MOVE SPACES TO ALERTS-FILENAME
               STRING 'QUEALERT_' DELIMITED BY SIZE
                      WS-CURRENT-YEAR DELIMITED BY SIZE
                      WS-CURRENT-MONTH DELIMITED BY SIZE
                      WS-CURRENT-DAY DELIMITED BY SIZE
                      '.TXT' DELIMITED BY SIZE
                      INTO ALERTS-FILENAME
               OPEN OUTPUT ALERTS-FILE
               SET ALERTS-FILE-OPEN TO TRUE
               MOVE 'Review queues over target for the on-call '
                   TO ALERTS-LINE
               MOVE 'operator:' TO ALERTS-LINE(43:)
               WRITE ALERTS-LINE
           END-IF.

           ADD 1 TO ALERTS-RAISED-COUNT.
           WRITE ALERTS-LINE FROM ALERT-WORK-LINE.
           DISPLAY 'ALERT: ' FUNCTION TRIM(ALERT-WORK-LINE).
       3900-WRITE-ALERT-LINE-END.
      ******************************************************************
      * A suspect file is worked through by hand against DupChk and
      * DupMerge; whoever finishes a batch's file closes it here so
      * the queue shows it decided, by whom and under which ticket.
      * A reject file can be closed the same way when the supplier
      * resends instead of correcting it.
       4000-CLOSE-FILE-QUEUE.
           MOVE QUEUE-PARM TO QUE-CODE.

           EXEC SQL
               SELECT COALESCE(file_name, ''), item_count,
                      COALESCE(decided_by, '')
               INTO :RFQ-FILE-NAME, :RFQ-ITEM-COUNT, :RFQ-DECIDED-BY
               FROM review_file_queue
               WHERE queue_code = :QUE-CODE
                 AND batch_id = :CLOSE-BATCH-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   DISPLAY 'No ' FUNCTION TRIM(QUE-CODE)
                           ' file is registered for batch '
                           CLOSE-BATCH-ID '.'
                   MOVE 4 TO RETURN-CODE
                   GO TO 4000-CLOSE-FILE-QUEUE-END
               WHEN OTHER
                   PERFORM 1001-ERROR-RTN-START
                       THRU 1001-ERROR-RTN-END
           END-EVALUATE.

           IF RFQ-DECIDED-BY NOT = SPACES
               DISPLAY 'Batch ' CLOSE-BATCH-ID ' '
                       FUNCTION TRIM(QUE-CODE)
                       ' file was already closed by '
                       FUNCTION TRIM(RFQ-DECIDED-BY) '.'
               MOVE 4 TO RETURN-CODE
               GO TO 4000-CLOSE-FILE-QUEUE-END
           END-IF.

           EXEC SQL
               UPDATE review_file_queue
               SET decided_by = TRIM(:PRV-OPERATOR-ID),
                   decided_ticket = TRIM(:PRV-TICKET-REF),
                   decided_at = CURRENT_TIMESTAMP
               WHERE queue_code = :QUE-CODE
                 AND batch_id = :CLOSE-BATCH-ID
                 AND decided_at IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           MOVE SPACES TO PRV-ACTION-DESC.
           STRING 'CLOSED ' DELIMITED BY SIZE
                  FUNCTION TRIM(QUE-CODE) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(RFQ-FILE-NAME) DELIMITED BY SIZE
                  INTO PRV-ACTION-DESC.
           MOVE BATCH-PARM TO PRV-KEY-VALUE.
           MOVE RFQ-ITEM-COUNT TO PRV-ROW-COUNT.
           PERFORM 8945-RECORD-PRIV-ACTION
               THRU 8945-RECORD-PRIV-ACTION-END.

           MOVE RFQ-ITEM-COUNT TO COUNT-DISP.
           DISPLAY 'Closed ' FUNCTION TRIM(QUE-CODE) ' file '
                   FUNCTION TRIM(RFQ-FILE-NAME) ' for batch '
                   FUNCTION TRIM(BATCH-PARM) ' ('
                   FUNCTION TRIM(COUNT-DISP) ' item(s)).'.
       4000-CLOSE-FILE-QUEUE-END.
      ******************************************************************
      ******************************************************************
      * A set operations hold quiesces the whole suite: the shared
      * check announces it and counts the refused start; this
      * paragraph only supplies the program's way of stopping.
       1030-CHECK-OPS-HOLD.
           COPY "HoldChk.cpy".

           IF HLD-HELD-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1030-CHECK-OPS-HOLD-END.
      ******************************************************************
      * The report needs no operator; closing a queue entry is a
      * decision and needs EXECUTE on QueSla in the register.
       1040-CHECK-OPERATOR-RIGHT.
           MOVE 'QueSla' TO OPR-PROGRAM-NAME.
           MOVE 'EXECUTE' TO OPR-MODE-NEEDED.
           MOVE BATCH-PARM TO PRV-KEY-VALUE.
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
               INSERT INTO privileged_action_log
                   (program_name, operator_id, ticket_ref,
                    action_desc, key_value, row_count, logged_at)
               VALUES
                   ('QueSla', :PRV-OPERATOR-ID, :PRV-TICKET-REF,
                    :PRV-ACTION-DESC, :PRV-KEY-VALUE,
                    :PRV-ROW-COUNT, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.
       8945-RECORD-PRIV-ACTION-END.
      ******************************************************************
