      ******************************************************************
      * CLNREC - REFERENTIAL CLEANUP TRANSACTION RECORD LAYOUT
      * (CLEANTRX.DAT). WRITTEN BY THE NIGHTLY INTEGRITY SWEEP
      * (SYNAPSE-REFCHECK), ONE PER SATELLITE FILE AND DANGLING KEY,
      * FOR OPERATIONS TO REVIEW - EDIT OUT ANY LINE THAT SHOULD NOT
      * GO - AND THEN APPLY WITH SYNAPSE-REFCLEAN. CLN-FILE IS THE DD
      * NAME OF THE FILE TO CLEAN: SESSCTX, MSGQUEUE, DEADLTR,
      * SCHEDMST AND AGENTRTE ARE KEYED BY THE MISSING AGENT ID (ON
      * AGENTRTE AS EITHER THE ROUTED OR THE BACKUP AGENT), BILLRATE
      * BY THE MODEL NAME NO LONGER ON THE CATALOG. 'DELETE' REMOVES
      * EVERY RECORD ON THE FILE THAT CARRIES THE KEY; IT IS THE ONLY
      * ACTION. CLN-REASON IS THE SWEEP'S FINDING, FOR THE REVIEWER.
      ******************************************************************
       01  CLEANUP-TRANS-RECORD.
           05  CLN-ACTION              PIC X(8).
               88  CLN-DELETE              VALUE 'DELETE'.
           05  CLN-FILE                PIC X(8).
               88  CLN-FILE-SESSCTX        VALUE 'SESSCTX'.
               88  CLN-FILE-MSGQUEUE       VALUE 'MSGQUEUE'.
               88  CLN-FILE-DEADLTR        VALUE 'DEADLTR'.
               88  CLN-FILE-SCHEDMST       VALUE 'SCHEDMST'.
               88  CLN-FILE-AGENTRTE       VALUE 'AGENTRTE'.
               88  CLN-FILE-BILLRATE       VALUE 'BILLRATE'.
               88  CLN-FILE-VALID          VALUES 'SESSCTX'
                                                  'MSGQUEUE'
                                                  'DEADLTR'
                                                  'SCHEDMST'
                                                  'AGENTRTE'
                                                  'BILLRATE'.
           05  CLN-KEY                 PIC X(50).
           05  CLN-REASON              PIC X(40).
