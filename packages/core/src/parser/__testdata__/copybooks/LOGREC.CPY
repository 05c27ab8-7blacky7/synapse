      * SESSCTX.DAT (SESREC) AND STAMPS EVERY ATTEMPT WITH IT, SO
      * "SHOW ME THE WHOLE EXCHANGE" IS ONE MATCH ON THIS FIELD.
      * ENTRIES LOGGED BEFORE SESSIONS EXISTED CARRY SPACES HERE.
      * LOG-ORIGINAL-AGENT-ID IS SET ONLY ON AN ATTEMPT A BACKUP AGENT
      * SERVED ON ANOTHER AGENT'S BEHALF (FAILOVER ROUTING, RTEREC):
      * LOG-AGENT-ID IS THEN THE SERVING BACKUP - WHOSE COUNTER THE
      * TOKENS WERE CHARGED TO - AND THIS FIELD THE AGENT THE MESSAGE
      * WAS SENT TO. SPACES ON EVERY OTHER ENTRY, INCLUDING ENTRIES
      * LOGGED BEFORE FAILOVER EXISTED.
      ******************************************************************
       01  AGENT-LOG-RECORD.
           05  LOG-AGENT-ID            PIC X(36).
           05  LOG-RESPONSE            PIC X(4096).
           05  LOG-STATUS-CODE         PIC 99.
           05  LOG-CONVERSATION-ID     PIC X(21).
           05  LOG-ORIGINAL-AGENT-ID   PIC X(36).
