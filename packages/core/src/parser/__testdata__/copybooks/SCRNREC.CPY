      ******************************************************************
      * SCRNREC - MESSAGE SCREENING RULE RECORD LAYOUT (SCRNRULE.DAT),
      * MAINTAINED BY COMPLIANCE. THE MESSAGE PATH (SYNAPSE-AGENT,
      * SYNAPSE-MSGQ, SYNAPSE-DLREPLAY) CHECKS EVERY MESSAGE AGAINST
      * EVERY RULE BEFORE IT GOES TO THE AGENT. SCR-MATCH-TYPE 'T' IS
      * A TERM - SCR-TEXT ANYWHERE IN THE MESSAGE, IGNORING CASE (A
      * RESTRICTED PROJECT CODE NAME). 'P' IS A PATTERN, MATCHED ONLY
      * WHERE IT STANDS ALONE (NO LETTER OR DIGIT EITHER SIDE): IN
      * SCR-TEXT '9' IS ANY DIGIT, 'A' ANY LETTER, '?' ANY CHARACTER,
      * AND ANYTHING ELSE ITSELF - SO 999-99-9999 IS A NATIONAL ID
      * FORMAT. SCR-ACTION 'B' BLOCKS THE MESSAGE (STATUS 06, LOGGED
      * MASKED, NEVER RETRIED OR DEAD-LETTERED); 'W' LETS IT THROUGH
      * AND ONLY RECORDS THE HIT, SO A NEW RULE CAN BE WATCHED BEFORE
      * IT IS SWITCHED TO BLOCK. ROWS WITH ANY OTHER ACTION OR MATCH
      * TYPE, OR NO TEXT, ARE IGNORED. EVERY HIT GOES TO SCRNVIOL.DAT
      * (SCRVREC).
      ******************************************************************
       01  SCREENING-RULE-RECORD.
           05  SCR-RULE-ID             PIC X(8).
           05  SCR-CATEGORY            PIC X(12).
           05  SCR-ACTION              PIC X.
               88  SCR-BLOCK               VALUE 'B'.
               88  SCR-WARN                VALUE 'W'.
           05  SCR-MATCH-TYPE          PIC X.
               88  SCR-TERM                VALUE 'T'.
               88  SCR-PATTERN             VALUE 'P'.
           05  SCR-TEXT                PIC X(40).
           05  SCR-DESCRIPTION         PIC X(40).
