      ******************************************************************
      * MSGQREC - BATCH MESSAGE QUEUE RECORD LAYOUT (MSGQUEUE.DAT).
      * ONE QUEUED MESSAGE FOR SYNAPSE-MSGQ TO DRAIN: THE TARGET
      * AGENT, A PRIORITY 1-9 (1 HIGHEST), THE EARLIEST TIMESTAMP
      * (YYYYMMDDHHMMSS) THE DRAIN MAY RUN IT, AND THE MESSAGE TEXT.
      * ENTRIES ARE SUBMITTED BY HAND OR GENERATED NIGHTLY FROM THE
      * SCHEDULE MASTER BY SYNAPSE-SCHEDGEN.
      ******************************************************************
       01  QUEUE-RECORD.
           05  MQ-AGENT-ID             PIC X(36).
           05  MQ-PRIORITY             PIC 9.
           05  MQ-EARLIEST-TS          PIC X(14).
           05  MQ-MESSAGE              PIC X(4096).
