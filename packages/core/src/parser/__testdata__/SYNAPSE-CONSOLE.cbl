      * THE LIVE PATH - IT REFUSES TO START WHILE THE NIGHTLY
      * STREAM HOLDS THE QUIESCE. RUN FROM THE OPERATOR'S SESSION,
      * LIKE THE CONSOLE INTAKE IN SYNAPSE-AGENT - THERE IS NO JCL.
      *
      * THE OPERATOR ID MUST BE ACTIVE ON THE OPERATOR AUTHORITY
      * MASTER (OPERMAST.DAT), AND EACH GUARDED CHANGE MUST BE ONE
      * THE OPERATOR HOLDS FOR THE AGENT'S DEPARTMENT; ANYTHING ELSE
      * IS REFUSED AND THE REFUSAL WRITTEN TO CONSAUD.DAT. A QUOTA
      * RAISE ABOVE THE OPERATOR'S CEILING, OR ANY STATUS CHANGE
      * TAKING AN AGENT OUT OF SUSPENDED (2), IS NOT APPLIED: IT IS
      * RAISED AS A PENDING REQUEST ON APPRREQ.DAT, AND ONLY WHEN A
      * SECOND, DIFFERENT OPERATOR WITH THE SAME AUTHORITY FOR THE
      * AGENT'S CURRENT DEPARTMENT APPROVES IT (OPTION 8) IS
      * AGENTS.DAT REWRITTEN AND JOURNALED.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO 'OPERMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO 'APPRREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-FILE.
       FD  JOURNAL-FILE.
           COPY JRNLREC.

       FD  CONSOLE-AUDIT-FILE.
           COPY CONSREC.

       FD  STREAM-FILE.
           COPY STRREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  APPROVAL-FILE.
           COPY APPRREC.

       WORKING-STORAGE SECTION.
       01  WS-AGENT-FILE-STATUS    PIC XX.
       01  WS-MODEL-FILE-STATUS    PIC XX.
       01  WS-JRNL-FILE-STATUS     PIC XX.
       01  WS-AUDIT-FILE-STATUS    PIC XX.
       01  WS-STREAM-FILE-STATUS   PIC XX.
       01  WS-OPER-FILE-STATUS     PIC XX.
       01  WS-APPR-FILE-STATUS     PIC XX.
       01  WS-EOF-FLAG             PIC 9 VALUE 0.
           88  WS-EOF              VALUE 1.
       01  WS-MODEL-EOF-FLAG       PIC 9 VALUE 0.
       01  WS-AUDIT-NEW            PIC X(50) VALUE SPACES.

       01  WS-CHANGES-APPLIED      PIC 9(4) VALUE 0.
       01  WS-REQUESTS-RAISED      PIC 9(4) VALUE 0.
       01  WS-CHANGES-BEFORE       PIC 9(4) VALUE 0.

      * The signed-on operator's authority, copied from the operator
      * master at sign-on - same shape as OPR-AUTHORITY.
       01  WS-SIGNED-ON-SW         PIC X VALUE 'N'.
           88  WS-SIGNED-ON        VALUE 'Y'.
       01  WS-OPR-AUTHORITY.
           05  WS-OPR-CAN-RAISE-QUOTA      PIC X.
           05  WS-OPR-CAN-CHANGE-STATUS    PIC X.
           05  WS-OPR-CAN-CORRECT-NAME     PIC X.
           05  WS-OPR-CAN-CORRECT-MODEL    PIC X.
           05  WS-OPR-QUOTA-CEILING        PIC 9(6).
           05  WS-OPR-DEPT                 PIC X(8) OCCURS 10 TIMES
                   INDEXED BY WS-OPR-DEPT-IDX.

      * Authority check interface: set the function and department,
      * PERFORM the check, read back the switch and the reason.
       01  WS-AUTH-FUNCTION        PIC X(12) VALUE SPACES.
           88  WS-AUTH-RAISE-QUOTA     VALUE 'RAISE-QUOTA'.
           88  WS-AUTH-CHANGE-STATUS   VALUE 'CHANGE-STATUS'.
           88  WS-AUTH-CORRECT-NAME    VALUE 'CORRECT-NAME'.
           88  WS-AUTH-CORRECT-MODEL   VALUE 'CORRECT-MODEL'.
       01  WS-AUTH-DEPT            PIC X(8) VALUE SPACES.
       01  WS-AUTHORIZED-SW        PIC X VALUE 'N'.
           88  WS-AUTHORIZED       VALUE 'Y'.
       01  WS-REFUSAL-REASON       PIC X(40) VALUE SPACES.

      * Approval requests, latest record per request id, re-read
      * from APPRREQ.DAT whenever they are needed so a request
      * raised in another operator's session is seen here. Each
      * entry holds the whole record image.
       01  WS-APPR-EOF-FLAG        PIC 9 VALUE 0.
           88  WS-APPR-EOF         VALUE 1.
       01  WS-REQUEST-TABLE.
           05  WS-REQ-ENTRY-COUNT  PIC 9(4) VALUE 0.
           05  WS-REQ-ENTRY OCCURS 1000 TIMES INDEXED BY WS-REQ-IDX.
               10  WS-REQ-ID           PIC 9(6).
               10  WS-REQ-IMAGE        PIC X(130).
       01  WS-REQ-FOUND-SW         PIC X VALUE 'N'.
           88  WS-REQ-FOUND        VALUE 'Y'.
       01  WS-NEXT-REQUEST-ID      PIC 9(6) VALUE 0.
       01  WS-PENDING-LISTED       PIC 9(4) VALUE 0.

      * A request is good until the end of the day after the one it
      * was raised on.
       01  WS-APPROVAL-DAYS        PIC 9 VALUE 1.
       01  WS-TODAY-DATE           PIC 9(8) VALUE 0.
       01  WS-REQUEST-DATE         PIC 9(8) VALUE 0.
       01  WS-REQUEST-AGE          PIC S9(8) VALUE 0.
       01  WS-REQ-EXPIRED-SW       PIC X VALUE 'N'.
           88  WS-REQ-EXPIRED      VALUE 'Y'.

      * The change being raised for approval.
       01  WS-PROPOSED-TYPE        PIC X(9) VALUE SPACES.
       01  WS-PROPOSED-OLD         PIC 9(6) VALUE 0.
       01  WS-PROPOSED-NEW         PIC 9(6) VALUE 0.

      * Approval console input.
       01  WS-INPUT-REQUEST-X      PIC X(6) VALUE SPACES.
       01  WS-INPUT-REQUEST-ID     PIC 9(6) VALUE 0.
       01  WS-DECISION             PIC X VALUE SPACE.
           88  WS-DECISION-APPROVE VALUE 'A'.
           88  WS-DECISION-REJECT  VALUE 'R'.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
               STOP RUN
           END-IF

           PERFORM SIGN-ON-OPERATOR
           IF NOT WS-SIGNED-ON
               DISPLAY 'OPERATOR NOT AUTHORIZED - CONSOLE CLOSED'
               PERFORM CLOSE-CONSOLE
               STOP RUN
           END-IF

           PERFORM CONSOLE-MENU UNTIL WS-CONSOLE-DONE

           PERFORM CLOSE-CONSOLE
           DISPLAY 'CONSOLE CLOSED - CHANGES APPLIED: '
               WS-CHANGES-APPLIED
           DISPLAY 'REQUESTS RAISED FOR APPROVAL: '
               WS-REQUESTS-RAISED
           STOP RUN.

      * Only an active operator on the authority master may sign on.
      * No master at all means nobody may - the console never falls
      * back to trusting whatever id was typed. The refused sign-on
      * is itself an audit line.
       SIGN-ON-OPERATOR.
           SET WS-SIGNED-ON-SW TO 'N'
           MOVE SPACES TO WS-REFUSAL-REASON
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-FILE-STATUS NOT = '00'
               DISPLAY 'OPERATOR MASTER NOT AVAILABLE: '
                   WS-OPER-FILE-STATUS
               MOVE 'OPERATOR MASTER NOT AVAILABLE'
                   TO WS-REFUSAL-REASON
           ELSE
               MOVE 0 TO WS-EOF-FLAG
               MOVE 'NOT ON OPERATOR MASTER' TO WS-REFUSAL-REASON
               PERFORM UNTIL WS-EOF
                   READ OPERATOR-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF OPR-OPERATOR-ID = WS-OPERATOR-ID
                               PERFORM ACCEPT-OPERATOR-RECORD
                               SET WS-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-EOF-FLAG
               CLOSE OPERATOR-FILE
           END-IF

           IF NOT WS-SIGNED-ON
               MOVE 'SIGN-ON' TO WS-AUTH-FUNCTION
               MOVE SPACES TO AGENT-ID
               PERFORM WRITE-REFUSAL-AUDIT-LINE
           END-IF.

       ACCEPT-OPERATOR-RECORD.
           IF NOT OPR-ACTIVE
               MOVE 'OPERATOR REVOKED' TO WS-REFUSAL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE OPR-AUTHORITY TO WS-OPR-AUTHORITY
           SET WS-SIGNED-ON TO TRUE
           MOVE SPACES TO WS-REFUSAL-REASON
           DISPLAY 'SIGNED ON: ' OPR-OPERATOR-NAME.

      * The signed-on operator must hold the function, and the
      * department must be one of theirs ('*' is every department,
      * and the only way to act on an agent with no department).
       CHECK-OPERATOR-AUTHORITY.
           SET WS-AUTHORIZED-SW TO 'N'
           MOVE SPACES TO WS-REFUSAL-REASON

           EVALUATE TRUE
               WHEN WS-AUTH-RAISE-QUOTA
                   IF WS-OPR-CAN-RAISE-QUOTA = 'Y'
                       SET WS-AUTHORIZED TO TRUE
                   END-IF
               WHEN WS-AUTH-CHANGE-STATUS
                   IF WS-OPR-CAN-CHANGE-STATUS = 'Y'
                       SET WS-AUTHORIZED TO TRUE
                   END-IF
               WHEN WS-AUTH-CORRECT-NAME
                   IF WS-OPR-CAN-CORRECT-NAME = 'Y'
                       SET WS-AUTHORIZED TO TRUE
                   END-IF
               WHEN WS-AUTH-CORRECT-MODEL
                   IF WS-OPR-CAN-CORRECT-MODEL = 'Y'
                       SET WS-AUTHORIZED TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT WS-AUTHORIZED
               MOVE 'FUNCTION NOT HELD' TO WS-REFUSAL-REASON
               EXIT PARAGRAPH
           END-IF

           SET WS-AUTHORIZED-SW TO 'N'
           PERFORM VARYING WS-OPR-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-OPR-DEPT-IDX > 10
               IF WS-OPR-DEPT(WS-OPR-DEPT-IDX) = '*'
                  OR (WS-AUTH-DEPT NOT = SPACES
                      AND WS-OPR-DEPT(WS-OPR-DEPT-IDX) = WS-AUTH-DEPT)
                   SET WS-AUTHORIZED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-AUTHORIZED
               STRING 'DEPARTMENT NOT HELD: ' DELIMITED BY SIZE
                      WS-AUTH-DEPT            DELIMITED BY SIZE
                      INTO WS-REFUSAL-REASON
               END-STRING
           END-IF.

      * Checks the selected agent against the function in
      * WS-AUTH-FUNCTION, refusing and auditing when it is not held.
       AUTHORIZE-SELECTED-AGENT.
           MOVE AGENT-DEPT TO WS-AUTH-DEPT
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT WS-AUTHORIZED
               DISPLAY 'REFUSED - ' WS-REFUSAL-REASON
               PERFORM WRITE-REFUSAL-AUDIT-LINE
           END-IF.

      * The console is the live path - while the nightly stream owns
      * the files (SYNAPSE-QUIESCE HOLD) it refuses to start with
      * the live path's own status code (07). No state file reads
           DISPLAY '1=LOOKUP BY ID  2=LOOKUP BY NAME  3=LOOKUP BY '
               'MODEL'
           DISPLAY '4=RAISE QUOTA   5=CHANGE STATUS   6=CORRECT NAME'
           DISPLAY '7=CORRECT MODEL 8=APPROVALS      9=EXIT'
           DISPLAY 'CHOICE:'
           ACCEPT WS-MENU-CHOICE FROM CONSOLE

                   PERFORM CORRECT-NAME
               WHEN '7'
                   PERFORM CORRECT-MODEL
               WHEN '8'
                   PERFORM REVIEW-APPROVALS
               WHEN '9'
                   SET WS-CONSOLE-DONE TO TRUE
               WHEN OTHER

      * A raise is a raise - the new maximum must be above the old
      * one. Lowering a quota under an agent's usage would just trip
      * the gate unpredictably; that path stays with finance. A new
      * maximum above the operator's ceiling goes for approval.
       RAISE-QUOTA.
           PERFORM REFRESH-SELECTED-AGENT
           IF NOT WS-AGENT-SELECTED
               EXIT PARAGRAPH
           END-IF

           MOVE 'RAISE-QUOTA' TO WS-AUTH-FUNCTION
           PERFORM AUTHORIZE-SELECTED-AGENT
           IF NOT WS-AUTHORIZED
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'CURRENT MAX-TOKENS: ' AGENT-MAX-TOKENS
           DISPLAY 'NEW MAX-TOKENS:'
           ACCEPT WS-INPUT-NUMBER-X FROM CONSOLE
               EXIT PARAGRAPH
           END-IF

           IF WS-INPUT-NUMBER > WS-OPR-QUOTA-CEILING
               DISPLAY 'ABOVE YOUR CEILING OF ' WS-OPR-QUOTA-CEILING
                   ' - A SECOND OPERATOR MUST APPROVE'
               MOVE 'QUOTA' TO WS-PROPOSED-TYPE
               MOVE AGENT-MAX-TOKENS TO WS-PROPOSED-OLD
               MOVE WS-INPUT-NUMBER TO WS-PROPOSED-NEW
               MOVE 'MAX-TOKENS' TO WS-AUDIT-FIELD
               PERFORM RAISE-APPROVAL-REQUEST
               EXIT PARAGRAPH
           END-IF

           MOVE 'MAX-TOKENS' TO WS-AUDIT-FIELD
           MOVE SPACES TO WS-AUDIT-OLD
           MOVE AGENT-MAX-TOKENS TO WS-AUDIT-OLD(1:6)
      * knows. Reinstating to active while the agent is still over
      * quota is refused: the next message would suspend it again,
      * which is how the "reinstated but still cut off" tickets
      * happen. Raise the quota first, then reinstate. Any move out
      * of suspended goes for approval, inactive included - else 2
      * to 0 and then 0 to 1 would reinstate on one operator's say.
       CHANGE-STATUS.
           PERFORM REFRESH-SELECTED-AGENT
           IF NOT WS-AGENT-SELECTED
               EXIT PARAGRAPH
           END-IF

           MOVE 'CHANGE-STATUS' TO WS-AUTH-FUNCTION
           PERFORM AUTHORIZE-SELECTED-AGENT
           IF NOT WS-AUTHORIZED
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'CURRENT STATUS: ' AGENT-STATUS
           DISPLAY 'NEW STATUS (0=INACTIVE 1=ACTIVE 2=SUSPENDED):'
           ACCEPT WS-INPUT-STATUS-X FROM CONSOLE
               EXIT PARAGRAPH
           END-IF

           IF AGENT-STATUS-SUSPENDED AND WS-INPUT-STATUS-X NOT = '2'
               DISPLAY 'REINSTATEMENT - A SECOND OPERATOR MUST APPROVE'
               MOVE 'REINSTATE' TO WS-PROPOSED-TYPE
               MOVE AGENT-STATUS TO WS-PROPOSED-OLD
               MOVE WS-INPUT-STATUS-X TO WS-PROPOSED-NEW
               MOVE 'STATUS' TO WS-AUDIT-FIELD
               PERFORM RAISE-APPROVAL-REQUEST
               EXIT PARAGRAPH
           END-IF

           MOVE 'STATUS' TO WS-AUDIT-FIELD
           MOVE SPACES TO WS-AUDIT-OLD
           MOVE AGENT-STATUS TO WS-AUDIT-OLD(1:1)
               EXIT PARAGRAPH
           END-IF

           MOVE 'CORRECT-NAME' TO WS-AUTH-FUNCTION
           PERFORM AUTHORIZE-SELECTED-AGENT
           IF NOT WS-AUTHORIZED
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'CURRENT NAME: ' AGENT-NAME(1:50)
           DISPLAY 'NEW NAME:'
           ACCEPT WS-INPUT-TEXT FROM CONSOLE
               EXIT PARAGRAPH
           END-IF

           MOVE 'CORRECT-MODEL' TO WS-AUTH-FUNCTION
           PERFORM AUTHORIZE-SELECTED-AGENT
           IF NOT WS-AUTHORIZED
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'CURRENT MODEL: ' AGENT-MODEL
           DISPLAY 'NEW MODEL:'
           ACCEPT WS-INPUT-TEXT FROM CONSOLE
                   WS-AUDIT-FILE-STATUS
           END-IF.

      * A refusal is an audit line like any change - the field is the
      * function that was refused and the new value says why.
       WRITE-REFUSAL-AUDIT-LINE.
           MOVE WS-AUTH-FUNCTION TO WS-AUDIT-FIELD
           MOVE SPACES TO WS-AUDIT-OLD
           MOVE SPACES TO WS-AUDIT-NEW
           STRING 'REFUSED - '      DELIMITED BY SIZE
                  WS-REFUSAL-REASON DELIMITED BY SIZE
                  INTO WS-AUDIT-NEW
           END-STRING
           PERFORM WRITE-CONSOLE-AUDIT-LINE.

      * Raises the change in WS-PROPOSED-* against the selected agent
      * as a pending request instead of applying it. One open request
      * per agent and type - a second would only race the first.
       RAISE-APPROVAL-REQUEST.
           PERFORM LOAD-REQUEST-TABLE
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-ENTRY-COUNT
               MOVE WS-REQ-IMAGE(WS-REQ-IDX)
                   TO APPROVAL-REQUEST-RECORD
               PERFORM CHECK-REQUEST-EXPIRED
               IF APR-PENDING AND NOT WS-REQ-EXPIRED
                  AND APR-AGENT-ID = AGENT-ID
                  AND APR-REQUEST-TYPE = WS-PROPOSED-TYPE
                   DISPLAY 'REQUEST ' APR-REQUEST-ID
                       ' IS ALREADY PENDING FOR THIS AGENT'
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE WS-NEXT-REQUEST-ID TO APR-REQUEST-ID
           SET APR-PENDING TO TRUE
           MOVE WS-PROPOSED-TYPE TO APR-REQUEST-TYPE
           MOVE AGENT-ID TO APR-AGENT-ID
           MOVE AGENT-DEPT TO APR-AGENT-DEPT
           MOVE WS-PROPOSED-OLD TO APR-OLD-VALUE
           MOVE WS-PROPOSED-NEW TO APR-NEW-VALUE
           MOVE WS-OPERATOR-ID TO APR-REQUESTED-BY
           MOVE FUNCTION CURRENT-DATE TO APR-REQUESTED-TS
           MOVE SPACES TO APR-DECIDED-BY
           MOVE SPACES TO APR-DECIDED-TS
           PERFORM APPEND-REQUEST-RECORD
           IF WS-APPR-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-REQUESTS-RAISED
           MOVE SPACES TO WS-AUDIT-OLD
           MOVE SPACES TO WS-AUDIT-NEW
           MOVE APR-OLD-VALUE TO WS-AUDIT-OLD(1:6)
           STRING APR-NEW-VALUE      DELIMITED BY SIZE
                  ' PENDING REQUEST ' DELIMITED BY SIZE
                  APR-REQUEST-ID     DELIMITED BY SIZE
                  INTO WS-AUDIT-NEW
           END-STRING
           PERFORM WRITE-CONSOLE-AUDIT-LINE
           DISPLAY 'REQUEST ' APR-REQUEST-ID ' RAISED - NOT APPLIED '
               'UNTIL APPROVED'.

      * Reads APPRREQ.DAT afresh into the request table, the last
      * record for each request id winning, and works out the next
      * free request id. No file yet is no requests.
       LOAD-REQUEST-TABLE.
           MOVE 0 TO WS-REQ-ENTRY-COUNT
           MOVE 1 TO WS-NEXT-REQUEST-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           OPEN INPUT APPROVAL-FILE
           IF WS-APPR-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-APPR-EOF-FLAG
           PERFORM UNTIL WS-APPR-EOF
               READ APPROVAL-FILE
                   AT END
                       SET WS-APPR-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-REQUEST-RECORD
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE.

       STORE-REQUEST-RECORD.
           IF APR-REQUEST-ID >= WS-NEXT-REQUEST-ID
               COMPUTE WS-NEXT-REQUEST-ID = APR-REQUEST-ID + 1
           END-IF

           MOVE APR-REQUEST-ID TO WS-INPUT-REQUEST-ID
           PERFORM FIND-REQUEST-ENTRY
           IF NOT WS-REQ-FOUND
               IF WS-REQ-ENTRY-COUNT >= 1000
                   DISPLAY 'REQUEST TABLE FULL - SKIPPING: '
                       APR-REQUEST-ID
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REQ-ENTRY-COUNT
               SET WS-REQ-IDX TO WS-REQ-ENTRY-COUNT
               MOVE APR-REQUEST-ID TO WS-REQ-ID(WS-REQ-IDX)
           END-IF
           MOVE APPROVAL-REQUEST-RECORD TO WS-REQ-IMAGE(WS-REQ-IDX).

       FIND-REQUEST-ENTRY.
           SET WS-REQ-FOUND-SW TO 'N'
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-ENTRY-COUNT
               IF WS-REQ-ID(WS-REQ-IDX) = WS-INPUT-REQUEST-ID
                   SET WS-REQ-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Pending past the end of the day after it was raised.
       CHECK-REQUEST-EXPIRED.
           SET WS-REQ-EXPIRED-SW TO 'N'
           IF NOT APR-PENDING
               EXIT PARAGRAPH
           END-IF
           MOVE APR-REQUESTED-TS(1:8) TO WS-REQUEST-DATE
           COMPUTE WS-REQUEST-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-REQUEST-DATE)
           IF WS-REQUEST-AGE > WS-APPROVAL-DAYS
               SET WS-REQ-EXPIRED TO TRUE
           END-IF.

       APPEND-REQUEST-RECORD.
           OPEN EXTEND APPROVAL-FILE
           IF WS-APPR-FILE-STATUS = '35'
               OPEN OUTPUT APPROVAL-FILE
           END-IF

           IF WS-APPR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APPROVAL REQUEST FILE: '
                   WS-APPR-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           WRITE APPROVAL-REQUEST-RECORD
           IF WS-APPR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING APPROVAL REQUEST: '
                   WS-APPR-FILE-STATUS
           END-IF
           CLOSE APPROVAL-FILE.

      * Lists the live pending requests, then takes one decision.
      * The approver must not be the requester and must hold the
      * same function for the agent's department - checked here
      * against the request, and again on approval against the
      * department the agent is in by then. An approval is
      * applied only if the agent still stands where it stood when
      * the request was raised - otherwise the request is stale and
      * is refused, and a new one must be raised.
       REVIEW-APPROVALS.
           PERFORM LOAD-REQUEST-TABLE
           MOVE 0 TO WS-PENDING-LISTED
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-ENTRY-COUNT
               MOVE WS-REQ-IMAGE(WS-REQ-IDX)
                   TO APPROVAL-REQUEST-RECORD
               PERFORM CHECK-REQUEST-EXPIRED
               IF APR-PENDING AND NOT WS-REQ-EXPIRED
                   ADD 1 TO WS-PENDING-LISTED
                   DISPLAY APR-REQUEST-ID ' ' APR-REQUEST-TYPE ' '
                       APR-AGENT-ID ' ' APR-OLD-VALUE ' TO '
                       APR-NEW-VALUE ' BY ' APR-REQUESTED-BY
               END-IF
           END-PERFORM
           DISPLAY 'PENDING REQUESTS: ' WS-PENDING-LISTED
           IF WS-PENDING-LISTED = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'REQUEST ID (BLANK TO RETURN):'
           ACCEPT WS-INPUT-REQUEST-X FROM CONSOLE
           IF WS-INPUT-REQUEST-X = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-INPUT-REQUEST-X)
               TO WS-NUMBER-TRIMMED
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-INPUT-REQUEST-X))
               TO WS-INPUT-LEN
           MOVE ZEROS TO WS-NUMBER-JUSTIFIED
           MOVE WS-NUMBER-TRIMMED(1:WS-INPUT-LEN)
               TO WS-NUMBER-JUSTIFIED(7 - WS-INPUT-LEN:)
           IF WS-NUMBER-JUSTIFIED NOT NUMERIC
               DISPLAY 'NOT NUMERIC: ' WS-INPUT-REQUEST-X
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUMBER-JUSTIFIED TO WS-INPUT-REQUEST-ID

           PERFORM FIND-REQUEST-ENTRY
           IF NOT WS-REQ-FOUND
               DISPLAY 'NO SUCH REQUEST: ' WS-INPUT-REQUEST-ID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REQ-IMAGE(WS-REQ-IDX) TO APPROVAL-REQUEST-RECORD
           PERFORM CHECK-REQUEST-EXPIRED
           IF NOT APR-PENDING
               DISPLAY 'REQUEST IS NO LONGER PENDING: ' APR-STATE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-EXPIRED
               DISPLAY 'REQUEST HAS EXPIRED - RAISE A NEW ONE'
               EXIT PARAGRAPH
           END-IF

           IF APR-QUOTA-RAISE
               MOVE 'RAISE-QUOTA' TO WS-AUTH-FUNCTION
           ELSE
               MOVE 'CHANGE-STATUS' TO WS-AUTH-FUNCTION
           END-IF
           MOVE APR-AGENT-ID TO AGENT-ID
           MOVE APR-AGENT-DEPT TO WS-AUTH-DEPT
           IF APR-REQUESTED-BY = WS-OPERATOR-ID
               MOVE 'OWN REQUEST - SECOND OPERATOR REQUIRED'
                   TO WS-REFUSAL-REASON
               DISPLAY 'REFUSED - ' WS-REFUSAL-REASON
               PERFORM WRITE-REFUSAL-AUDIT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT WS-AUTHORIZED
               DISPLAY 'REFUSED - ' WS-REFUSAL-REASON
               PERFORM WRITE-REFUSAL-AUDIT-LINE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'A=APPROVE  R=REJECT:'
           ACCEPT WS-DECISION FROM CONSOLE
           EVALUATE TRUE
               WHEN WS-DECISION-APPROVE
                   PERFORM APPROVE-REQUEST
               WHEN WS-DECISION-REJECT
                   SET APR-REJECTED TO TRUE
                   PERFORM RECORD-REQUEST-DECISION
                   DISPLAY 'REQUEST ' APR-REQUEST-ID ' REJECTED'
               WHEN OTHER
                   DISPLAY 'NO DECISION TAKEN'
           END-EVALUATE.

      * The agent is re-read by key and must still match the request
      * before the change lands through the normal rewrite, journal
      * and audit path. The decision is recorded after the rewrite,
      * so a failed rewrite leaves the request pending - and a
      * second approval of one that did land finds the agent moved
      * on and is refused as stale.
       APPROVE-REQUEST.
           MOVE APR-AGENT-ID TO AGENT-ID
           READ AGENT-FILE
               INVALID KEY
                   DISPLAY 'AGENT NO LONGER ON FILE: ' APR-AGENT-ID
                   EXIT PARAGRAPH
           END-READ
           MOVE AGENT-RECORD TO WS-BEFORE-IMAGE

      * APR-AGENT-DEPT is where the agent stood when the request was
      * raised - an agent moved since is approved only by an
      * operator who holds its department now.
           PERFORM AUTHORIZE-SELECTED-AGENT
           IF NOT WS-AUTHORIZED
               EXIT PARAGRAPH
           END-IF

           IF APR-QUOTA-RAISE
               IF AGENT-MAX-TOKENS NOT = APR-OLD-VALUE
                   DISPLAY 'STALE - MAX-TOKENS IS NOW '
                       AGENT-MAX-TOKENS
                   EXIT PARAGRAPH
               END-IF
               MOVE 'MAX-TOKENS' TO WS-AUDIT-FIELD
               MOVE SPACES TO WS-AUDIT-OLD
               MOVE AGENT-MAX-TOKENS TO WS-AUDIT-OLD(1:6)
               MOVE APR-NEW-VALUE TO AGENT-MAX-TOKENS
               MOVE SPACES TO WS-AUDIT-NEW
               MOVE AGENT-MAX-TOKENS TO WS-AUDIT-NEW(1:6)
           ELSE
               IF NOT AGENT-STATUS-SUSPENDED
                   DISPLAY 'STALE - AGENT IS NO LONGER SUSPENDED'
                   EXIT PARAGRAPH
               END-IF
               IF APR-NEW-VALUE = 1
                       AND AGENT-TOKENS-USED >= AGENT-MAX-TOKENS
                   DISPLAY 'STILL OVER QUOTA - RAISE THE QUOTA FIRST'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'STATUS' TO WS-AUDIT-FIELD
               MOVE SPACES TO WS-AUDIT-OLD
               MOVE AGENT-STATUS TO WS-AUDIT-OLD(1:1)
               MOVE APR-NEW-VALUE TO AGENT-STATUS
               MOVE SPACES TO WS-AUDIT-NEW
               MOVE AGENT-STATUS TO WS-AUDIT-NEW(1:1)
           END-IF

           MOVE WS-CHANGES-APPLIED TO WS-CHANGES-BEFORE
           PERFORM APPLY-AGENT-CHANGE
           IF WS-CHANGES-APPLIED > WS-CHANGES-BEFORE
               SET APR-APPROVED TO TRUE
               PERFORM RECORD-REQUEST-DECISION
               DISPLAY 'REQUEST ' APR-REQUEST-ID ' APPROVED'
           END-IF.

       RECORD-REQUEST-DECISION.
           MOVE WS-OPERATOR-ID TO APR-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE TO APR-DECIDED-TS
           PERFORM APPEND-REQUEST-RECORD.

       CLOSE-CONSOLE.
           CLOSE AGENT-FILE
           CLOSE JOURNAL-FILE
