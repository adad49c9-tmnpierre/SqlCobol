      * Host variables for the contact history ledger. COPY this
      * inside EXEC SQL BEGIN/END DECLARE SECTION. Every outbound job
      * records each individual it wrote to, mailed or extracted
      * through its 8970-RECORD-CONTACT paragraph. The jobs that
      * write their own job_run_log row (BelInfo, MailSpl, AdHocRpt)
      * stamp that reference on the rows afterwards through
      * 8975-TAG-CONTACT-HISTORY; ExtFix, CsvExtr and ReqSvc keep no
      * job_run_log row of their own and leave it empty.
      * CTH-CAPPED-CNT carries the count of individuals the
      * contact_frequency_rule held back, for the letter and mail
      * runs that honour the rule. CTH-CAMPAIGN-ID names the
      * campaign a contact was made under (blank for none).
       01  CTH-DATABANK-ID         PIC X(36) VALUE SPACES.
       01  CTH-CHANNEL             PIC X(8) VALUE SPACES.
       01  CTH-PROGRAM-NAME        PIC X(20) VALUE SPACES.
       01  CTH-DOCUMENT-REF        PIC X(80) VALUE SPACES.
       01  CTH-CAMPAIGN-ID         PIC X(20) VALUE SPACES.
       01  CTH-CAPPED-CNT          PIC S9(9) COMP-5 VALUE ZERO.
