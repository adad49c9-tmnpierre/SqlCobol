               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECRET-STATUS.

           SELECT KEY-FILE ASSIGN TO KEY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE.
       FD  SECRET-FILE.
       01  SECRET-RECORD          PIC X(10).

       FD  KEY-FILE.
       01  KEY-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
      * Called by every job ahead of its CONNECT. The BATCH_ENV
      * environment parameter (DEV/QA/PROD) selects a runtime profile
           88  PROFILE-STATUS-OK         VALUE '00'.
       01  WS-SECRET-STATUS       PIC X(02) VALUE SPACES.
           88  SECRET-STATUS-OK          VALUE '00'.
      * Field encryption keys, from FIELDKEY_<env>.TXT beside the
      * secret file (FIELDKEY.TXT with no BATCH_ENV). One key per line,
      * written without spaces: "<n> <key>" for a data key numbered
      * 1 to 255, the first such line being the key new values are
      * written under and any later ones older keys still readable
      * while KeyRot moves rows off them; "T <key>" for the search
      * token key. Lines starting with * are comments. The keys reach
      * the session as PGOPTIONS settings at connect time and are
      * never stored in the database.
       01  KEY-FILENAME           PIC X(40) VALUE SPACES.
       01  WS-KEY-STATUS          PIC X(02) VALUE SPACES.
           88  KEY-STATUS-OK             VALUE '00'.
       01  KEY-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88  KEY-EOF                   VALUE 'Y'.
       01  KEY-LINE-TAG           PIC X(03) VALUE SPACES.
       01  KEY-LINE-VALUE         PIC X(70) VALUE SPACES.
       01  KEY-NUMBER             PIC 9(03) VALUE ZERO.
       01  KEY-NUMBER-ED          PIC ZZ9.
       01  KEY-CURRENT-ED         PIC ZZ9.
       01  KEY-DATA-COUNT         PIC 9(03) VALUE ZERO.
       01  KEY-TOKEN-COUNT        PIC 9(03) VALUE ZERO.
       01  PG-OPTIONS             PIC X(2000) VALUE SPACES.
       01  PG-OPTIONS-PTR         PIC 9(04) VALUE 1.

       LINKAGE SECTION.
       01  LS-DBNAME              PIC X(30).
               TO BATCH-ENV-NAME.

           IF BATCH-ENV-NAME = SPACES
               PERFORM 4001-READ-KEY-FILE
                   THRU 4001-READ-KEY-FILE-END
               GO TO 1000-MAIN-END
           END-IF.

           PERFORM 3001-READ-SECRET-FILE
               THRU 3001-READ-SECRET-FILE-END.

           PERFORM 4001-READ-KEY-FILE
               THRU 4001-READ-KEY-FILE-END.

           DISPLAY 'DbProfil: connection profile '
                   FUNCTION TRIM(BATCH-ENV-NAME)
                   ' - database ' FUNCTION TRIM(LS-DBNAME)
           CLOSE SECRET-FILE.
       3001-READ-SECRET-FILE-END.
      ******************************************************************
      * The key file sits under the same permissions as the secret
      * file. Without it the job still connects - programs that never
      * touch personal columns run as before - but anything that reads
      * or writes them fails on the missing setting rather than on
      * wrong data.
       4001-READ-KEY-FILE.
           MOVE SPACES TO KEY-FILENAME.
           IF BATCH-ENV-NAME = SPACES
               MOVE 'FIELDKEY.TXT' TO KEY-FILENAME
           ELSE
               STRING 'FIELDKEY_' DELIMITED BY SIZE
                      FUNCTION TRIM(BATCH-ENV-NAME) DELIMITED BY SIZE
                      '.TXT' DELIMITED BY SIZE
                      INTO KEY-FILENAME
           END-IF.

           MOVE SPACES TO PG-OPTIONS.
           MOVE 1 TO PG-OPTIONS-PTR.
           MOVE ZERO TO KEY-DATA-COUNT KEY-TOKEN-COUNT.
           MOVE 'N' TO KEY-EOF-SWITCH.

           OPEN INPUT KEY-FILE.

           IF NOT KEY-STATUS-OK
               DISPLAY 'DbProfil: no field key file '
                       FUNCTION TRIM(KEY-FILENAME)
                       ' - personal data columns will not be readable.'
               GO TO 4001-READ-KEY-FILE-END
           END-IF.

           PERFORM 4100-READ-KEY-LINE
               THRU 4100-READ-KEY-LINE-END
               UNTIL KEY-EOF.

           CLOSE KEY-FILE.

           IF KEY-DATA-COUNT = 0 OR KEY-TOKEN-COUNT = 0
               DISPLAY 'DbProfil: field key file '
                       FUNCTION TRIM(KEY-FILENAME)
                       ' needs a numbered data key and a T token key.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           STRING ' -c pii.key_current=' DELIMITED BY SIZE
                  FUNCTION TRIM(KEY-CURRENT-ED) DELIMITED BY SIZE
                  INTO PG-OPTIONS
                  WITH POINTER PG-OPTIONS-PTR
               ON OVERFLOW
                   DISPLAY 'DbProfil: too many keys in '
                           FUNCTION TRIM(KEY-FILENAME)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-STRING.

           SET ENVIRONMENT 'PGOPTIONS' TO PG-OPTIONS.
       4001-READ-KEY-FILE-END.
      ******************************************************************
       4100-READ-KEY-LINE.
           READ KEY-FILE
               AT END
                   MOVE 'Y' TO KEY-EOF-SWITCH
                   GO TO 4100-READ-KEY-LINE-END
           END-READ.

           IF KEY-RECORD = SPACES OR KEY-RECORD(1:1) = '*'
               GO TO 4100-READ-KEY-LINE-END
           END-IF.

           MOVE SPACES TO KEY-LINE-TAG KEY-LINE-VALUE.
           UNSTRING KEY-RECORD DELIMITED BY ALL SPACE
               INTO KEY-LINE-TAG KEY-LINE-VALUE
           END-UNSTRING.

           IF KEY-LINE-VALUE = SPACES
               DISPLAY 'DbProfil: field key line without a key in '
                       FUNCTION TRIM(KEY-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF KEY-LINE-TAG = 'T' OR KEY-LINE-TAG = 't'
               ADD 1 TO KEY-TOKEN-COUNT
               STRING ' -c pii.token_key=' DELIMITED BY SIZE
                      FUNCTION TRIM(KEY-LINE-VALUE) DELIMITED BY SIZE
                      INTO PG-OPTIONS
                      WITH POINTER PG-OPTIONS-PTR
               END-STRING
               GO TO 4100-READ-KEY-LINE-END
           END-IF.

           IF FUNCTION TEST-NUMVAL(KEY-LINE-TAG) NOT = 0
               DISPLAY 'DbProfil: bad key number "'
                       FUNCTION TRIM(KEY-LINE-TAG) '" in '
                       FUNCTION TRIM(KEY-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE KEY-NUMBER = FUNCTION NUMVAL(KEY-LINE-TAG).

           IF KEY-NUMBER < 1 OR KEY-NUMBER > 255
               DISPLAY 'DbProfil: key number out of range 1-255 in '
                       FUNCTION TRIM(KEY-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE KEY-NUMBER TO KEY-NUMBER-ED.
           ADD 1 TO KEY-DATA-COUNT.
           IF KEY-DATA-COUNT = 1
               MOVE KEY-NUMBER TO KEY-CURRENT-ED
           END-IF.

           STRING ' -c pii.key_' DELIMITED BY SIZE
                  FUNCTION TRIM(KEY-NUMBER-ED) DELIMITED BY SIZE
                  '=' DELIMITED BY SIZE
                  FUNCTION TRIM(KEY-LINE-VALUE) DELIMITED BY SIZE
                  INTO PG-OPTIONS
                  WITH POINTER PG-OPTIONS-PTR
           END-STRING.
       4100-READ-KEY-LINE-END.
      ******************************************************************
