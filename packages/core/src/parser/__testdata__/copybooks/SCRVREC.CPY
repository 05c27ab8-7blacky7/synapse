      ******************************************************************
      * SCRVREC - SCREENING VIOLATION RECORD LAYOUT (SCRNVIOL.DAT).
      * THE MESSAGE PATH APPENDS ONE RECORD FOR EVERY SCREENING RULE
      * (SCRNREC) A MESSAGE HIT, ONCE THE MESSAGE IS DONE WITH - SENT,
      * BLOCKED OR DEAD-LETTERED - SO AN ENTRY CARRIED ON THE QUEUE
      * IS NOT COUNTED AGAIN EACH NIGHT. SCV-ACTION IS WHAT THE RULE
      * DID AT THE TIME: 'B' THE MESSAGE WAS BLOCKED, 'W' IT WENT
      * THROUGH WITH A WARNING. THE DEPARTMENT IS THE AGENT'S AT THE
      * TIME OF THE HIT. THE MESSAGE TEXT ITSELF IS NEVER KEPT HERE.
      * SYNAPSE-SCRNRPT REPORTS IT WEEKLY.
      ******************************************************************
       01  SCREENING-VIOLATION-RECORD.
           05  SCV-TIMESTAMP           PIC X(21).
           05  SCV-PROGRAM             PIC X(16).
           05  SCV-AGENT-ID            PIC X(36).
           05  SCV-AGENT-DEPT          PIC X(8).
           05  SCV-RULE-ID             PIC X(8).
           05  SCV-CATEGORY            PIC X(12).
           05  SCV-ACTION              PIC X.
               88  SCV-BLOCKED             VALUE 'B'.
               88  SCV-WARNED              VALUE 'W'.
           05  SCV-CONVERSATION-ID     PIC X(21).
