      ******************************************************************
      * FOVREC - FAILOVER EVENT RECORD LAYOUT (FAILOVER.DAT). THE
      * MESSAGE PATH APPENDS ONE RECORD EVERY TIME A MESSAGE IS
      * REFUSED OR EXHAUSTED ON AN AGENT THAT HAS A ROUTING ROW
      * (RTEREC): THE AGENT THE MESSAGE WAS SENT TO, THE BACKUP NAMED
      * FOR IT, THE STATUS THAT TRIGGERED THE FAILOVER (08 OVER QUOTA,
      * OR THE FINAL STATUS OF THE EXHAUSTED RETRIES), AND HOW IT
      * ENDED - SERVED BY THE BACKUP, FAILED ON THE BACKUP TOO (AND
      * DEAD-LETTERED), OR NOT ROUTED BECAUSE THE BACKUP COULD NOT
      * TAKE IT (FOV-REASON SAYS WHY). SYNAPSE-FOVRPT REPORTS IT DAILY.
      ******************************************************************
       01  FAILOVER-RECORD.
           05  FOV-TIMESTAMP           PIC X(21).
           05  FOV-PROGRAM             PIC X(16).
           05  FOV-ORIGINAL-AGENT-ID   PIC X(36).
           05  FOV-BACKUP-AGENT-ID     PIC X(36).
           05  FOV-TRIGGER-STATUS      PIC 99.
           05  FOV-OUTCOME             PIC X.
               88  FOV-SERVED              VALUE 'S'.
               88  FOV-BACKUP-FAILED       VALUE 'F'.
               88  FOV-NOT-ROUTED          VALUE 'N'.
           05  FOV-FINAL-STATUS        PIC 99.
           05  FOV-REASON              PIC X(24).
           05  FOV-CONVERSATION-ID     PIC X(21).
