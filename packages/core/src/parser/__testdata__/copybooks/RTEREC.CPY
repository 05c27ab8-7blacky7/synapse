      ******************************************************************
      * RTEREC - BACKUP-AGENT FAILOVER ROUTING RECORD LAYOUT
      * (AGENTRTE.DAT). ONE ROW PER BUSINESS-CRITICAL AGENT NAMING
      * THE BACKUP AGENT THAT SERVES ITS MESSAGES WHEN THE MESSAGE
      * PATH (SYNAPSE-AGENT, SYNAPSE-MSGQ) REFUSES ONE FOR QUOTA
      * (STATUS 08) OR EXHAUSTS ITS RETRIES ON IT. THE BACKUP RUNS
      * THE MESSAGE THROUGH THE SAME PROCESSING AND IS CHARGED THE
      * TOKENS. A FAILOVER IS ONE HOP ONLY - THE BACKUP'S OWN ROW IS
      * NEVER FOLLOWED FOR A MESSAGE ALREADY FAILED OVER, SO A PAIR
      * ROUTED TO EACH OTHER (A TO B, B TO A) CANNOT LOOP - AND A ROW
      * NAMING THE AGENT AS ITS OWN BACKUP IS IGNORED. THE FIRST ROW
      * FOR AN AGENT WINS.
      ******************************************************************
       01  ROUTE-RECORD.
           05  RTE-AGENT-ID            PIC X(36).
           05  RTE-BACKUP-AGENT-ID     PIC X(36).
