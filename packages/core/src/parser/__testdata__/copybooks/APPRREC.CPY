      ******************************************************************
      * APPRREC - DUAL-APPROVAL REQUEST RECORD LAYOUT (APPRREQ.DAT).
      * SYNAPSE-CONSOLE RAISES A REQUEST INSTEAD OF APPLYING A QUOTA
      * RAISE ABOVE THE OPERATOR'S CEILING OR ANY STATUS CHANGE OUT
      * OF STATUS 2, AND APPENDS A FRESH COPY OF THE RECORD EACH TIME
      * THE REQUEST CHANGES STATE - THE LAST RECORD FOR A REQUEST ID
      * IS ITS CURRENT STATE, AND THE FILE AS A WHOLE IS THE AUDIT
      * TRAIL. APPROVAL OR REJECTION IS BY A SECOND OPERATOR, NEVER
      * THE REQUESTER; ONLY AN APPROVAL REWRITES AGENTS.DAT AND
      * JOURNALS IT. A REQUEST STILL PENDING AFTER THE DAY FOLLOWING
      * THE ONE IT WAS RAISED ON HAS EXPIRED - THE CONSOLE WILL NOT
      * APPROVE IT, AND THE DAILY SYNAPSE-APPRRPT RUN RECORDS IT AS
      * EXPIRED. OLD AND NEW VALUE ARE THE MAX-TOKENS FOR A QUOTA
      * RAISE; FOR A REINSTATEMENT THE OLD VALUE IS 2 AND THE NEW
      * VALUE IS THE AGENT-STATUS THE AGENT MOVES TO OUT OF 2 (0 OR
      * 1). APR-AGENT-DEPT IS THE AGENT'S DEPARTMENT WHEN THE REQUEST
      * WAS RAISED; APPROVAL RE-CHECKS AUTHORITY AGAINST ITS CURRENT
      * ONE.
      ******************************************************************
       01  APPROVAL-REQUEST-RECORD.
           05  APR-REQUEST-ID          PIC 9(6).
           05  APR-STATE               PIC X.
               88  APR-PENDING             VALUE 'P'.
               88  APR-APPROVED            VALUE 'A'.
               88  APR-REJECTED            VALUE 'R'.
               88  APR-EXPIRED             VALUE 'E'.
           05  APR-REQUEST-TYPE        PIC X(9).
               88  APR-QUOTA-RAISE         VALUE 'QUOTA'.
               88  APR-REINSTATE           VALUE 'REINSTATE'.
           05  APR-AGENT-ID            PIC X(36).
           05  APR-AGENT-DEPT          PIC X(8).
           05  APR-OLD-VALUE           PIC 9(6).
           05  APR-NEW-VALUE           PIC 9(6).
           05  APR-REQUESTED-BY        PIC X(8).
           05  APR-REQUESTED-TS        PIC X(21).
           05  APR-DECIDED-BY          PIC X(8).
           05  APR-DECIDED-TS          PIC X(21).
