      ******************************************************************
      * Proposals flow through pending_corrections for CorAppr, the
      * same queue Corrige's QUEUE mode feeds - never a direct
      * update. A row that already has an undecided country proposal
      * is left alone.
       3200-QUEUE-PROPOSAL.
           EXEC SQL
               SELECT COUNT(*) INTO :PENDING-ROW-COUNT
               FROM pending_corrections
               WHERE databank_id = :UNK-ID
                 AND status = 'P'
                 AND correction_type = 'C'
           END-EXEC.

           IF PENDING-ROW-COUNT > 0
