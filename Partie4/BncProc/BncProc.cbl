       01  REPORT-LINE            PIC X(150) VALUE SPACES.
       01  RUN-MODE-PARM          PIC X(10) VALUE SPACES.

       COPY "BncCfg.cpy".

       COPY "RetryCfg.cpy".

               SELECT id, COALESCE(bounce_count, 0),
                      COALESCE(email_status, 'A')
               FROM databank
               WHERE email_token = pii_token(:BNC-EMAIL)
               ORDER BY id
           END-EXEC.

