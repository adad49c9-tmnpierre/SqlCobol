      * Shared bounce escalation rule. BncProc (the mailing house's
      * bounce file) and MailRcpt (the mail gateway's permanent SMTP
      * failures) both feed databank email_status / bounce_count, so
      * they must escalate on the same count: a third bounce for the
      * same address stops being a transient problem, the record goes
      * to permanent failure ('P') and only a DbMnt correction of the
      * email brings it back.
       01  BOUNCE-ESCALATE-LIMIT   PIC 9(2) VALUE 3.
