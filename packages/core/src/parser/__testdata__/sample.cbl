               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.

           SELECT ROUTE-FILE ASSIGN TO 'AGENTRTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-FILE-STATUS.

           SELECT FAILOVER-FILE ASSIGN TO 'FAILOVER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOV-FILE-STATUS.

           SELECT SCREEN-FILE ASSIGN TO 'SCRNRULE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREEN-FILE-STATUS.

           SELECT VIOLATION-FILE ASSIGN TO 'SCRNVIOL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-FILE.
       FD  STREAM-FILE.
           COPY STRREC.

       FD  ROUTE-FILE.
           COPY RTEREC.

       FD  FAILOVER-FILE.
           COPY FOVREC.

       FD  SCREEN-FILE.
           COPY SCRNREC.

       FD  VIOLATION-FILE.
           COPY SCRVREC.

       WORKING-STORAGE SECTION.
       01  WS-MAX-RETRIES          PIC 9 VALUE 3.
       01  WS-RETRY-COUNT          PIC 9 VALUE 0.
       01  WS-PRIOR-MESSAGE        PIC X(4096) VALUE SPACES.
       01  WS-PRIOR-EXCHANGES      PIC 9(4) VALUE 0.

      * Failover routing fields. A message refused for quota or
      * exhausted on its agent is offered once to the backup named
      * on AGENTRTE.DAT; while the backup runs it, AGENT-RECORD holds
      * the backup and WS-ORIGINAL-AGENT-ID the agent it was sent to.
       01  WS-ROUTE-FILE-STATUS    PIC XX.
       01  WS-FOV-FILE-STATUS      PIC XX.
       01  WS-ROUTE-EOF-FLAG       PIC 9 VALUE 0.
           88  WS-ROUTE-EOF        VALUE 1.
       01  WS-ORIGINAL-AGENT-ID    PIC X(36) VALUE SPACES.
       01  WS-BACKUP-AGENT-ID      PIC X(36) VALUE SPACES.
       01  WS-TRIGGER-STATUS       PIC 99 VALUE 0.
       01  WS-FAILOVER-REASON      PIC X(24) VALUE SPACES.
       01  WS-FAILOVER-SW          PIC X VALUE 'N'.
           88  WS-FAILED-OVER      VALUE 'Y'.
       01  WS-FAILOVER-RESULT      PIC X VALUE SPACE.
           88  WS-FAILOVER-SERVED      VALUE 'S'.
           88  WS-FAILOVER-FAILED      VALUE 'F'.
           88  WS-FAILOVER-NOT-ROUTED  VALUE 'N'.

      * Message screening, loaded whole from SCRNRULE.DAT. Rule text
      * is held upper-cased with its length and matched against an
      * upper-cased copy of the message; every hit is starred out of
      * WS-MASKED-MESSAGE, which is all a blocked message leaves
      * behind. Hits are held until the message is done with, then
      * written to SCRNVIOL.DAT.
       01  WS-SCREEN-FILE-STATUS       PIC XX.
       01  WS-SCV-FILE-STATUS          PIC XX.
       01  WS-SCREEN-EOF-FLAG          PIC 9 VALUE 0.
           88  WS-SCREEN-EOF           VALUE 1.
       01  WS-SCREEN-TABLE.
           05  WS-SCR-ENTRY-COUNT      PIC 9(3) VALUE 0.
           05  WS-SCR-ENTRY OCCURS 200 TIMES INDEXED BY WS-SCR-IDX.
               10  WS-SCR-RULE-ID      PIC X(8).
               10  WS-SCR-CATEGORY     PIC X(12).
               10  WS-SCR-ACTION       PIC X.
               10  WS-SCR-MATCH-TYPE   PIC X.
               10  WS-SCR-TEXT         PIC X(40).
               10  WS-SCR-TEXT-LEN     PIC 99.
       01  WS-SCREEN-HITS.
           05  WS-HIT-COUNT            PIC 99 VALUE 0.
           05  WS-HIT-RULE             PIC 9(3)
                   OCCURS 20 TIMES INDEXED BY WS-HIT-IDX.
       01  WS-SCREEN-RESULT            PIC X VALUE SPACE.
           88  WS-SCREEN-CLEAR         VALUE SPACE.
           88  WS-SCREEN-WARNED        VALUE 'W'.
           88  WS-SCREEN-BLOCKED       VALUE 'B'.
       01  WS-SCREEN-AGENT-ID          PIC X(36) VALUE SPACES.
       01  WS-SCREEN-DEPT              PIC X(8) VALUE SPACES.
       01  WS-SCREEN-UPPER             PIC X(4096) VALUE SPACES.
       01  WS-MASKED-MESSAGE           PIC X(4096) VALUE SPACES.
       01  WS-SCREEN-MSG-LEN           PIC 9(4) VALUE 0.
       01  WS-RULE-LEN                 PIC 99 VALUE 0.
       01  WS-SCAN-POS                 PIC 9(4) VALUE 0.
       01  WS-SCAN-LAST                PIC 9(4) VALUE 0.
       01  WS-MSG-POS                  PIC 9(4) VALUE 0.
       01  WS-PAT-POS                  PIC 99 VALUE 0.
       01  WS-PAT-CHAR                 PIC X VALUE SPACE.
       01  WS-MSG-CHAR                 PIC X VALUE SPACE.
           88  WS-MSG-CHAR-DIGIT       VALUE '0' THRU '9'.
           88  WS-MSG-CHAR-LETTER      VALUE 'A' THRU 'Z'.
       01  WS-RULE-HIT-SW              PIC X VALUE 'N'.
           88  WS-RULE-HIT             VALUE 'Y'.
       01  WS-POS-MATCH-SW             PIC X VALUE 'N'.
           88  WS-POS-MATCH            VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM CHECK-STREAM-STATE
               STOP RUN
           END-IF

           OPEN EXTEND FAILOVER-FILE
           IF WS-FOV-FILE-STATUS = '35'
               OPEN OUTPUT FAILOVER-FILE
           END-IF

           IF WS-FOV-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FAILOVER EVENT FILE: '
                   WS-FOV-FILE-STATUS
               STOP RUN
           END-IF

           OPEN EXTEND VIOLATION-FILE
           IF WS-SCV-FILE-STATUS = '35'
               OPEN OUTPUT VIOLATION-FILE
           END-IF

           IF WS-SCV-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SCREENING VIOLATION FILE: '
                   WS-SCV-FILE-STATUS
               STOP RUN
           END-IF

      * An unopenable journal would leave updates unrecoverable, so
      * stop before any update can happen rather than run bare.
           OPEN EXTEND JOURNAL-FILE
               STOP RUN
           END-IF

           PERFORM LOAD-SCREENING-RULES
           PERFORM INITIALIZE-AGENT
           IF WS-AGENT-VALID
               PERFORM ESTABLISH-SESSION
      * transient failure on the agent side doesn't fail the message
      * outright after a single try. An agent that has exhausted
      * AGENT-MAX-TOKENS (or is already suspended for it) is refused
      * before any work or retries happen. A refused or exhausted
      * message is offered to the agent's backup, if it has one; it
      * only dead-letters when the backup could not serve it either.
      * A quota refusal nobody could serve bounces with status 08,
      * as it always has. Screening comes before all of it: a
      * blocked message never reaches the quota gate, the retries,
      * a backup or the dead letter file.
       PROCESS-MESSAGE.
           PERFORM SCREEN-MESSAGE
           IF WS-SCREEN-BLOCKED
               PERFORM REFUSE-POLICY-VIOLATION
               PERFORM RECORD-SCREENING-HITS
               EXIT PARAGRAPH
           END-IF
           IF WS-SCREEN-WARNED
               DISPLAY 'SCREENING WARNING - MESSAGE SENT, HIT RECORDED'
           END-IF

           IF AGENT-STATUS-SUSPENDED
                   OR AGENT-TOKENS-USED >= AGENT-MAX-TOKENS
               PERFORM REFUSE-OVER-QUOTA
               PERFORM FAIL-OVER-TO-BACKUP
               IF WS-FAILOVER-FAILED
                   PERFORM WRITE-DEAD-LETTER
               END-IF
           ELSE
               PERFORM ATTEMPT-WITH-RETRIES
               IF WS-STATUS-CODE NOT = 0
                   PERFORM FAIL-OVER-TO-BACKUP
                   IF WS-STATUS-CODE NOT = 0
                       PERFORM WRITE-DEAD-LETTER
                   END-IF
               END-IF
           END-IF
           PERFORM RECORD-SCREENING-HITS.

       ATTEMPT-WITH-RETRIES.
           MOVE 0 TO WS-RETRY-COUNT
           PERFORM WITH TEST AFTER
                   UNTIL WS-STATUS-CODE = 0
                      OR WS-RETRY-COUNT >= WS-MAX-RETRIES
               ADD 1 TO WS-RETRY-COUNT
               PERFORM PROCESS-MESSAGE-ATTEMPT
           END-PERFORM.

      * Offers the message once to the backup named for this agent on
      * AGENTRTE.DAT. The backup passes the same quota gate as any
      * agent, then runs the message through the same retry loop and
      * token accounting, so the tokens land on its own counter and
      * its log entries carry the original agent alongside. One hop
      * only - the backup's own routing row is never looked at here,
      * which is what keeps an A-to-B-to-A pair from looping. Every
      * routed failure is recorded on FAILOVER.DAT, including the
      * ones the backup could not take. The original agent's record
      * is read back afterwards so the session is saved under it.
       FAIL-OVER-TO-BACKUP.
           MOVE SPACE TO WS-FAILOVER-RESULT
           MOVE AGENT-ID TO WS-ORIGINAL-AGENT-ID
           MOVE WS-STATUS-CODE TO WS-TRIGGER-STATUS
           PERFORM FIND-BACKUP-ROUTE
           IF WS-BACKUP-AGENT-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-FAILOVER-REASON
           IF WS-BACKUP-AGENT-ID = WS-ORIGINAL-AGENT-ID
               MOVE 'ROUTED TO ITSELF' TO WS-FAILOVER-REASON
           ELSE
               MOVE WS-BACKUP-AGENT-ID TO AGENT-ID
               READ AGENT-FILE
                   INVALID KEY
                       MOVE 'BACKUP NOT ON FILE' TO WS-FAILOVER-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN AGENT-STATUS-SUSPENDED
                               MOVE 'BACKUP SUSPENDED'
                                   TO WS-FAILOVER-REASON
                           WHEN AGENT-TOKENS-USED >= AGENT-MAX-TOKENS
                               MOVE 'BACKUP OVER QUOTA'
                                   TO WS-FAILOVER-REASON
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF

           IF WS-FAILOVER-REASON NOT = SPACES
               SET WS-FAILOVER-NOT-ROUTED TO TRUE
               MOVE WS-TRIGGER-STATUS TO WS-STATUS-CODE
               PERFORM RECORD-FAILOVER-EVENT
               PERFORM RESTORE-ORIGINAL-AGENT
               EXIT PARAGRAPH
           END-IF

           MOVE AGENT-RECORD TO WS-BEFORE-IMAGE
           SET WS-FAILED-OVER TO TRUE
           PERFORM ATTEMPT-WITH-RETRIES
           MOVE 'N' TO WS-FAILOVER-SW
           IF WS-STATUS-CODE = 0
               SET WS-FAILOVER-SERVED TO TRUE
           ELSE
               SET WS-FAILOVER-FAILED TO TRUE
           END-IF
           PERFORM RECORD-FAILOVER-EVENT
           PERFORM RESTORE-ORIGINAL-AGENT.

      * No routing file is a shop with no backups named - the
      * message simply has nowhere to go.
       FIND-BACKUP-ROUTE.
           MOVE SPACES TO WS-BACKUP-AGENT-ID
           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ROUTE-EOF-FLAG
           PERFORM UNTIL WS-ROUTE-EOF
               READ ROUTE-FILE
                   AT END
                       SET WS-ROUTE-EOF TO TRUE
                   NOT AT END
                       IF RTE-AGENT-ID = WS-ORIGINAL-AGENT-ID
                           MOVE RTE-BACKUP-AGENT-ID
                               TO WS-BACKUP-AGENT-ID
                           SET WS-ROUTE-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROUTE-FILE.

       RESTORE-ORIGINAL-AGENT.
           MOVE WS-ORIGINAL-AGENT-ID TO AGENT-ID
           READ AGENT-FILE
               INVALID KEY
                   DISPLAY 'ERROR REREADING AGENT RECORD: ' AGENT-ID
               NOT INVALID KEY
                   MOVE AGENT-RECORD TO WS-BEFORE-IMAGE
           END-READ.

       RECORD-FAILOVER-EVENT.
           MOVE FUNCTION CURRENT-DATE TO FOV-TIMESTAMP
           MOVE 'SYNAPSE-AGENT' TO FOV-PROGRAM
           MOVE WS-ORIGINAL-AGENT-ID TO FOV-ORIGINAL-AGENT-ID
           MOVE WS-BACKUP-AGENT-ID TO FOV-BACKUP-AGENT-ID
           MOVE WS-TRIGGER-STATUS TO FOV-TRIGGER-STATUS
           MOVE WS-FAILOVER-RESULT TO FOV-OUTCOME
           MOVE WS-STATUS-CODE TO FOV-FINAL-STATUS
           MOVE WS-FAILOVER-REASON TO FOV-REASON
           MOVE WS-CONVERSATION-ID TO FOV-CONVERSATION-ID
           WRITE FAILOVER-RECORD

           IF WS-FOV-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING FAILOVER EVENT RECORD: '
                   WS-FOV-FILE-STATUS
           END-IF.

      * The final attempt failed - park the message on the dead
           END-IF
           PERFORM LOG-TRANSACTION.

      * A message that hit a blocking screening rule is refused with
      * its own status code (6) and logged with every hit starred
      * out. It is never retried, failed over or dead-lettered -
      * sending it again would only be refused again - and from here
      * on only the masked text is kept, in the session as well as
      * the log.
       REFUSE-POLICY-VIOLATION.
           MOVE 6 TO WS-STATUS-CODE
           MOVE 0 TO WS-RETRY-COUNT
           MOVE WS-MASKED-MESSAGE TO WS-MESSAGE
           MOVE SPACES TO WS-RESPONSE
           DISPLAY 'MESSAGE REFUSED - POLICY VIOLATION, STATUS '
               WS-STATUS-CODE
           PERFORM LOG-TRANSACTION.

       PROCESS-MESSAGE-ATTEMPT.
           IF WS-MESSAGE = SPACES
               MOVE 1 TO WS-STATUS-CODE

      * Appends an audit record of this PROCESS-MESSAGE attempt to
      * AGENTLOG.DAT - the message sent, the response received, the
      * status, and when it happened. An attempt a backup served is
      * logged under the backup, which was charged for it, with the
      * agent the message was sent to alongside.
       LOG-TRANSACTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE AGENT-ID TO LOG-AGENT-ID
           MOVE WS-RESPONSE TO LOG-RESPONSE
           MOVE WS-STATUS-CODE TO LOG-STATUS-CODE
           MOVE WS-CONVERSATION-ID TO LOG-CONVERSATION-ID
           IF WS-FAILED-OVER
               MOVE WS-ORIGINAL-AGENT-ID TO LOG-ORIGINAL-AGENT-ID
           ELSE
               MOVE SPACES TO LOG-ORIGINAL-AGENT-ID
           END-IF
           WRITE AGENT-LOG-RECORD

           IF WS-LOG-FILE-STATUS NOT = '00'

           MOVE AGENT-RECORD TO WS-BEFORE-IMAGE.

      * No rules file is a shop with nothing to screen for - every
      * message goes through as it always did. A rule with an action
      * or match type compliance did not mean is skipped, not guessed.
       LOAD-SCREENING-RULES.
           OPEN INPUT SCREEN-FILE
           IF WS-SCREEN-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SCREEN-EOF
               READ SCREEN-FILE
                   AT END
                       SET WS-SCREEN-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-SCREENING-RULE
               END-READ
           END-PERFORM
           CLOSE SCREEN-FILE.

       LOAD-ONE-SCREENING-RULE.
           IF NOT (SCR-BLOCK OR SCR-WARN)
                   OR NOT (SCR-TERM OR SCR-PATTERN)
                   OR SCR-TEXT = SPACES
               DISPLAY 'SCREENING RULE INVALID - SKIPPING: '
                   SCR-RULE-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-SCR-ENTRY-COUNT >= 200
               DISPLAY 'SCREENING TABLE FULL - SKIPPING: ' SCR-RULE-ID
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SCR-ENTRY-COUNT
           SET WS-SCR-IDX TO WS-SCR-ENTRY-COUNT
           MOVE SCR-RULE-ID TO WS-SCR-RULE-ID(WS-SCR-IDX)
           MOVE SCR-CATEGORY TO WS-SCR-CATEGORY(WS-SCR-IDX)
           MOVE SCR-ACTION TO WS-SCR-ACTION(WS-SCR-IDX)
           MOVE SCR-MATCH-TYPE TO WS-SCR-MATCH-TYPE(WS-SCR-IDX)
           MOVE FUNCTION UPPER-CASE(SCR-TEXT)
               TO WS-SCR-TEXT(WS-SCR-IDX)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SCR-TEXT TRAILING))
               TO WS-SCR-TEXT-LEN(WS-SCR-IDX).

      * Checks WS-MESSAGE against every rule, for the agent now in
      * AGENT-RECORD. One blocking hit blocks the message; warning
      * hits alone let it through. WS-MASKED-MESSAGE comes back the
      * same length as the message with every hit starred out.
       SCREEN-MESSAGE.
           SET WS-SCREEN-CLEAR TO TRUE
           MOVE 0 TO WS-HIT-COUNT
           MOVE AGENT-ID TO WS-SCREEN-AGENT-ID
           MOVE AGENT-DEPT TO WS-SCREEN-DEPT
           MOVE WS-MESSAGE TO WS-MASKED-MESSAGE
           IF WS-MESSAGE = SPACES OR WS-SCR-ENTRY-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-MESSAGE) TO WS-SCREEN-UPPER
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MESSAGE TRAILING))
               TO WS-SCREEN-MSG-LEN
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > WS-SCR-ENTRY-COUNT
               PERFORM SCREEN-ONE-RULE
           END-PERFORM.

       SCREEN-ONE-RULE.
           SET WS-RULE-HIT-SW TO 'N'
           MOVE WS-SCR-TEXT-LEN(WS-SCR-IDX) TO WS-RULE-LEN
           IF WS-RULE-LEN > WS-SCREEN-MSG-LEN
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SCAN-LAST = WS-SCREEN-MSG-LEN - WS-RULE-LEN + 1
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-SCAN-LAST
               IF WS-SCR-MATCH-TYPE(WS-SCR-IDX) = 'T'
                   PERFORM MATCH-TERM-AT-POSITION
               ELSE
                   PERFORM MATCH-PATTERN-AT-POSITION
               END-IF
               IF WS-POS-MATCH
                   SET WS-RULE-HIT TO TRUE
                   MOVE ALL '*'
                       TO WS-MASKED-MESSAGE(WS-SCAN-POS:WS-RULE-LEN)
               END-IF
           END-PERFORM

           IF NOT WS-RULE-HIT
               EXIT PARAGRAPH
           END-IF

           IF WS-HIT-COUNT < 20
               ADD 1 TO WS-HIT-COUNT
               SET WS-HIT-IDX TO WS-HIT-COUNT
               SET WS-HIT-RULE(WS-HIT-IDX) TO WS-SCR-IDX
           END-IF
           IF WS-SCR-ACTION(WS-SCR-IDX) = 'B'
               SET WS-SCREEN-BLOCKED TO TRUE
           ELSE
               IF NOT WS-SCREEN-BLOCKED
                   SET WS-SCREEN-WARNED TO TRUE
               END-IF
           END-IF.

       MATCH-TERM-AT-POSITION.
           IF WS-SCREEN-UPPER(WS-SCAN-POS:WS-RULE-LEN)
                   = WS-SCR-TEXT(WS-SCR-IDX)(1:WS-RULE-LEN)
               SET WS-POS-MATCH TO TRUE
           ELSE
               SET WS-POS-MATCH-SW TO 'N'
           END-IF.

      * '9' is any digit, 'A' any letter, '?' anything, the rest
      * itself. A pattern must also stand alone - the same digits
      * inside a longer run are some other number.
       MATCH-PATTERN-AT-POSITION.
           SET WS-POS-MATCH TO TRUE
           PERFORM VARYING WS-PAT-POS FROM 1 BY 1
                   UNTIL WS-PAT-POS > WS-RULE-LEN
               MOVE WS-SCR-TEXT(WS-SCR-IDX)(WS-PAT-POS:1)
                   TO WS-PAT-CHAR
               COMPUTE WS-MSG-POS = WS-SCAN-POS + WS-PAT-POS - 1
               MOVE WS-SCREEN-UPPER(WS-MSG-POS:1) TO WS-MSG-CHAR
               EVALUATE WS-PAT-CHAR
                   WHEN '9'
                       IF NOT WS-MSG-CHAR-DIGIT
                           SET WS-POS-MATCH-SW TO 'N'
                       END-IF
                   WHEN 'A'
                       IF NOT WS-MSG-CHAR-LETTER
                           SET WS-POS-MATCH-SW TO 'N'
                       END-IF
                   WHEN '?'
                       CONTINUE
                   WHEN OTHER
                       IF WS-MSG-CHAR NOT = WS-PAT-CHAR
                           SET WS-POS-MATCH-SW TO 'N'
                       END-IF
               END-EVALUATE
               IF NOT WS-POS-MATCH
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-SCAN-POS > 1
               MOVE WS-SCREEN-UPPER(WS-SCAN-POS - 1:1) TO WS-MSG-CHAR
               IF WS-MSG-CHAR-DIGIT OR WS-MSG-CHAR-LETTER
                   SET WS-POS-MATCH-SW TO 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE WS-MSG-POS = WS-SCAN-POS + WS-RULE-LEN
           IF WS-MSG-POS <= WS-SCREEN-MSG-LEN
               MOVE WS-SCREEN-UPPER(WS-MSG-POS:1) TO WS-MSG-CHAR
               IF WS-MSG-CHAR-DIGIT OR WS-MSG-CHAR-LETTER
                   SET WS-POS-MATCH-SW TO 'N'
               END-IF
           END-IF.

      * Writes the hits held by SCREEN-MESSAGE, once the message is
      * done with. The masked message itself is not kept here.
       RECORD-SCREENING-HITS.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-HIT-COUNT
               SET WS-SCR-IDX TO WS-HIT-RULE(WS-HIT-IDX)
               MOVE FUNCTION CURRENT-DATE TO SCV-TIMESTAMP
               MOVE 'SYNAPSE-AGENT' TO SCV-PROGRAM
               MOVE WS-SCREEN-AGENT-ID TO SCV-AGENT-ID
               MOVE WS-SCREEN-DEPT TO SCV-AGENT-DEPT
               MOVE WS-SCR-RULE-ID(WS-SCR-IDX) TO SCV-RULE-ID
               MOVE WS-SCR-CATEGORY(WS-SCR-IDX) TO SCV-CATEGORY
               MOVE WS-SCR-ACTION(WS-SCR-IDX) TO SCV-ACTION
               MOVE WS-CONVERSATION-ID TO SCV-CONVERSATION-ID
               WRITE SCREENING-VIOLATION-RECORD
               IF WS-SCV-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING SCREENING VIOLATION RECORD: '
                       WS-SCV-FILE-STATUS
               END-IF
           END-PERFORM
           MOVE 0 TO WS-HIT-COUNT.

       CLEANUP.
           CLOSE AGENT-FILE
           CLOSE AGENT-LOG-FILE
           CLOSE DEAD-LETTER-FILE
           CLOSE JOURNAL-FILE
           CLOSE FAILOVER-FILE
           CLOSE VIOLATION-FILE
           MOVE 0 TO WS-AGENT-COUNT.

      * Superseded by the SYNAPSE-ROSTER nightly batch job, which reads
