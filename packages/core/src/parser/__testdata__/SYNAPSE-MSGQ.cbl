      * TO THE DEAD LETTER FILE) COMES OFF THE QUEUE; NOT-YET-DUE,
      * MISSING-AGENT AND OVER-QUOTA ENTRIES ARE CARRIED FORWARD AND
      * THE LIVE QUEUE IS REWRITTEN FROM THE CARRY FILE, THE WAY
      * SYNAPSE-DLREPLAY CARRIES DLRETRY.DAT. AN OVER-QUOTA OR
      * EXHAUSTED MESSAGE WHOSE AGENT HAS A BACKUP ON AGENTRTE.DAT IS
      * FAILED OVER TO THE BACKUP THE SAME WAY THE LIVE PATH DOES IT,
      * AND COMES OFF THE QUEUE IF THE BACKUP SERVES IT. EVERY DUE
      * ENTRY IS SCREENED AGAINST SCRNRULE.DAT FIRST, AS ON THE LIVE
      * PATH; A BLOCKED ONE IS LOGGED MASKED WITH STATUS 06 AND COMES
      * OFF THE QUEUE WITHOUT BEING SENT. AN ENTRY SYNAPSE-ERASURE
      * HAS MASKED COMES OFF THE QUEUE UNSENT AND UNCHARGED, REPORTED
      * AS ERASED. MSGQUEUE.RPT SHOWS THE OUTCOME OF EVERY ENTRY WITH
      * CONTROL TOTALS.
      ******************************************************************

       ENVIRONMENT DIVISION.
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

           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-FILE.
           COPY DLREC.

       FD  QUEUE-FILE.
           COPY MSGQREC.

       FD  CARRY-FILE.
       01  CARRY-RECORD                PIC X(4147).
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

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.
       01  WS-MAX-RETRIES          PIC 9 VALUE 3.
       01  WS-RETRY-COUNT          PIC 9 VALUE 0.
      * priority-9 pass and drain the queue forever.
       01  WS-PASS-PRIORITY            PIC 99 VALUE 0.

      * Failover routing, loaded whole from AGENTRTE.DAT. While a
      * backup runs a message AGENT-RECORD holds the backup; the
      * queue entry still names the agent it was sent to.
       01  WS-ROUTE-FILE-STATUS        PIC XX.
       01  WS-FOV-FILE-STATUS          PIC XX.
       01  WS-ROUTE-EOF-FLAG           PIC 9 VALUE 0.
           88  WS-ROUTE-EOF            VALUE 1.
       01  WS-ROUTE-TABLE.
           05  WS-RTE-ENTRY-COUNT      PIC 9(3) VALUE 0.
           05  WS-RTE-ENTRY OCCURS 200 TIMES INDEXED BY WS-RTE-IDX.
               10  WS-RTE-AGENT-ID     PIC X(36).
               10  WS-RTE-BACKUP-ID    PIC X(36).
       01  WS-BACKUP-AGENT-ID          PIC X(36) VALUE SPACES.
       01  WS-TRIGGER-STATUS           PIC 99 VALUE 0.
       01  WS-FAILOVER-REASON          PIC X(24) VALUE SPACES.
       01  WS-FAILOVER-SW              PIC X VALUE 'N'.
           88  WS-FAILED-OVER          VALUE 'Y'.
       01  WS-FAILOVER-RESULT          PIC X VALUE SPACE.
           88  WS-FAILOVER-SERVED      VALUE 'S'.
           88  WS-FAILOVER-FAILED      VALUE 'F'.
           88  WS-FAILOVER-NOT-ROUTED  VALUE 'N'.

       01  WS-ENTRIES-READ             PIC 9(6) VALUE 0.
       01  WS-ENTRIES-PROCESSED        PIC 9(6) VALUE 0.
       01  WS-ENTRIES-DEAD-LETTERED    PIC 9(6) VALUE 0.
       01  WS-ENTRIES-CARRIED          PIC 9(6) VALUE 0.
       01  WS-ENTRIES-FAILED-OVER      PIC 9(6) VALUE 0.
       01  WS-ENTRIES-BLOCKED          PIC 9(6) VALUE 0.
       01  WS-ENTRIES-ERASED           PIC 9(6) VALUE 0.

      * Erased text is wholly the erasure fill between blanks - the
      * same test SYNAPSE-LIFEINQ makes before it shows a message.
       01  WS-REDACT-FILL              PIC X VALUE '#'.
       01  WS-FILL-COUNT               PIC 9(5) VALUE 0.
       01  WS-BLANK-COUNT              PIC 9(5) VALUE 0.
       01  WS-REDACTED-SW              PIC X VALUE 'N'.
           88  WS-TEXT-REDACTED        VALUE 'Y'.

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

      * Run history - stamped on entry, written on every way out.
       01  WS-RNH-FILE-STATUS          PIC XX.
       01  WS-RNH-START-TIMESTAMP      PIC X(21) VALUE SPACES.
       01  WS-RNH-COMPLETED-SW         PIC X VALUE 'N'.
           88  WS-RNH-COMPLETED        VALUE 'Y'.
       01  WS-RNH-CLOCK.
           05  WS-RNH-CLOCK-DATE       PIC 9(8).
           05  WS-RNH-CLOCK-HH         PIC 99.
           05  WS-RNH-CLOCK-MM         PIC 99.
           05  WS-RNH-CLOCK-SS         PIC 99.
           05  FILLER                  PIC X(7).
       01  WS-RNH-SECONDS              PIC 9(11) VALUE 0.
       01  WS-RNH-START-SECONDS        PIC 9(11) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-RNH-START-TIMESTAMP
           PERFORM CHECK-STREAM-STATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP

           IF WS-AGENT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGENT FILE: '
                   WS-AGENT-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           OPEN EXTEND AGENT-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGENT LOG FILE: '
                   WS-LOG-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           OPEN EXTEND DEAD-LETTER-FILE
           IF WS-DEADLTR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEAD LETTER FILE: '
                   WS-DEADLTR-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           OPEN EXTEND FAILOVER-FILE
           IF WS-FOV-FILE-STATUS = '35'
               OPEN OUTPUT FAILOVER-FILE
           END-IF

           IF WS-FOV-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FAILOVER EVENT FILE: '
                   WS-FOV-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           OPEN EXTEND VIOLATION-FILE
           IF WS-SCV-FILE-STATUS = '35'
               OPEN OUTPUT VIOLATION-FILE
           END-IF

           IF WS-SCV-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SCREENING VIOLATION FILE: '
                   WS-SCV-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

      * An unopenable journal would leave updates unrecoverable, so
           IF WS-JRNL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGENT JOURNAL FILE: '
                   WS-JRNL-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           OPEN OUTPUT CARRY-FILE

           PERFORM LOAD-QUEUE-TABLE
           PERFORM LOAD-SESSION-TABLE
           PERFORM LOAD-ROUTE-TABLE
           PERFORM LOAD-SCREENING-RULES
           PERFORM DRAIN-QUEUE-BY-PRIORITY
           PERFORM SAVE-SESSION-TABLE
           PERFORM WRITE-QUEUE-TOTALS
           CLOSE CARRY-FILE
           CLOSE QUEUE-REPORT
           CLOSE JOURNAL-FILE
           CLOSE FAILOVER-FILE
           CLOSE VIOLATION-FILE

           PERFORM REWRITE-QUEUE-FILE

           DISPLAY 'SYNAPSE-MSGQ DEAD LETTERED: '
               WS-ENTRIES-DEAD-LETTERED
           DISPLAY 'SYNAPSE-MSGQ CARRIED: ' WS-ENTRIES-CARRIED
           DISPLAY 'SYNAPSE-MSGQ FAILED OVER: ' WS-ENTRIES-FAILED-OVER
           DISPLAY 'SYNAPSE-MSGQ BLOCKED: ' WS-ENTRIES-BLOCKED
           DISPLAY 'SYNAPSE-MSGQ ERASED: ' WS-ENTRIES-ERASED
           SET WS-RNH-COMPLETED TO TRUE
           PERFORM FINISH-RUN.

      * Drain mode - while the nightly stream owns AGENTS.DAT and
      * AGENTLOG.DAT (SYNAPSE-QUIESCE HOLD), this drain refuses to
               DISPLAY 'STREAM QUIESCED - NEW WORK REFUSED, STATUS '
                   WS-STATUS-CODE
               MOVE 4 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF.

      * An empty or missing queue is a legitimate quiet night - the
           IF WS-QUEUE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MESSAGE QUEUE FILE: '
                   WS-QUEUE-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           PERFORM UNTIL WS-EOF
           MOVE WS-QUE-EARLIEST-TS(WS-QUE-IDX) TO MQ-EARLIEST-TS
           MOVE WS-QUE-MESSAGE(WS-QUE-IDX) TO MQ-MESSAGE

      * An entry erasure has masked holds nothing but fill - sending
      * it would charge the agent for a line of '#'. It comes off the
      * queue unsent, due or not.
           MOVE MQ-MESSAGE TO WS-MESSAGE
           PERFORM CHECK-ERASED-TEXT
           IF WS-TEXT-REDACTED
               ADD 1 TO WS-ENTRIES-ERASED
               MOVE 'ERASED' TO WS-OUTCOME
               PERFORM WRITE-OUTCOME-LINE
               EXIT PARAGRAPH
           END-IF

      * A not-yet-due entry is not an error - it waits on the queue
      * for a run past its earliest-run timestamp.
           IF MQ-EARLIEST-TS > WS-RUN-TIMESTAMP
                   MOVE AGENT-RECORD TO WS-BEFORE-IMAGE
           END-READ

      * Screened ahead of the quota gate, as on the live path. The
      * hits are only written once the entry leaves the queue, so
      * one carried night after night is not counted every night.
           MOVE MQ-MESSAGE TO WS-MESSAGE
           SET WS-SCREEN-CLEAR TO TRUE
           MOVE 0 TO WS-HIT-COUNT
           IF WS-AGENT-FOUND
               PERFORM SCREEN-MESSAGE
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-AGENT-FOUND
                   MOVE 'AGENT MISSING' TO WS-OUTCOME
                   PERFORM CARRY-QUEUE-RECORD
               WHEN WS-SCREEN-BLOCKED
                   PERFORM ESTABLISH-SESSION
                   PERFORM REFUSE-POLICY-VIOLATION
                   PERFORM RECORD-SCREENING-HITS
                   ADD 1 TO WS-ENTRIES-BLOCKED
                   MOVE 'POLICY BLOCKED' TO WS-OUTCOME
                   PERFORM UPDATE-SESSION-ENTRY
               WHEN AGENT-STATUS-SUSPENDED
                 OR AGENT-TOKENS-USED >= AGENT-MAX-TOKENS
                   PERFORM ESTABLISH-SESSION
                   PERFORM REFUSE-OVER-QUOTA
                   PERFORM FAIL-OVER-TO-BACKUP
                   EVALUATE TRUE
                       WHEN WS-FAILOVER-SERVED
                           PERFORM RECORD-SCREENING-HITS
                           ADD 1 TO WS-ENTRIES-PROCESSED
                           ADD 1 TO WS-ENTRIES-FAILED-OVER
                           MOVE 'FAILED OVER' TO WS-OUTCOME
                       WHEN WS-FAILOVER-FAILED
                           PERFORM RECORD-SCREENING-HITS
                           PERFORM WRITE-DEAD-LETTER
                           ADD 1 TO WS-ENTRIES-DEAD-LETTERED
                           MOVE 'DEAD LETTERED' TO WS-OUTCOME
                       WHEN OTHER
                           MOVE 'OVER QUOTA' TO WS-OUTCOME
                           PERFORM CARRY-QUEUE-RECORD
                   END-EVALUATE
                   PERFORM UPDATE-SESSION-ENTRY
               WHEN OTHER
                   PERFORM ESTABLISH-SESSION
                   PERFORM PROCESS-QUEUED-MESSAGE
                   PERFORM RECORD-SCREENING-HITS
                   PERFORM UPDATE-SESSION-ENTRY
           END-EVALUATE

           END-PERFORM
           CLOSE SESSION-FILE.

      * Same quota gate as the live path - the refusal is logged and
      * the agent is parked suspended if it was not already. Unless
      * a backup serves it, the entry waits on the queue for after
      * reinstatement.
       REFUSE-OVER-QUOTA.
           MOVE MQ-MESSAGE TO WS-MESSAGE
           MOVE 8 TO WS-STATUS-CODE
                       PERFORM JOURNAL-AGENT-UPDATE
               END-REWRITE
           END-IF
           PERFORM LOG-TRANSACTION.

      * Same refusal as the live path - status 06, logged with every
      * hit starred out, never retried, failed over or dead-lettered.
      * The entry comes off the queue; resubmitting it would only be
      * refused again.
       REFUSE-POLICY-VIOLATION.
           MOVE 6 TO WS-STATUS-CODE
           MOVE 0 TO WS-RETRY-COUNT
           MOVE WS-MASKED-MESSAGE TO WS-MESSAGE
           MOVE SPACES TO WS-RESPONSE
           PERFORM LOG-TRANSACTION.

      * The same retry loop, token accounting and audit logging the
      * live message path runs - a queued message is a normal attempt
      * as far as AGENTLOG.DAT and the usage counter are concerned.
       PROCESS-QUEUED-MESSAGE.
           MOVE MQ-MESSAGE TO WS-MESSAGE
           PERFORM ATTEMPT-WITH-RETRIES

           IF WS-STATUS-CODE = 0
               ADD 1 TO WS-ENTRIES-PROCESSED
               MOVE 'PROCESSED' TO WS-OUTCOME
               EXIT PARAGRAPH
           END-IF

           PERFORM FAIL-OVER-TO-BACKUP
           IF WS-STATUS-CODE = 0
               ADD 1 TO WS-ENTRIES-PROCESSED
               ADD 1 TO WS-ENTRIES-FAILED-OVER
               MOVE 'FAILED OVER' TO WS-OUTCOME
           ELSE
               PERFORM WRITE-DEAD-LETTER
               ADD 1 TO WS-ENTRIES-DEAD-LETTERED
               MOVE 'DEAD LETTERED' TO WS-OUTCOME
           END-IF.

       ATTEMPT-WITH-RETRIES.
           MOVE 0 TO WS-RETRY-COUNT
           PERFORM WITH TEST AFTER
                   UNTIL WS-STATUS-CODE = 0
                      OR WS-RETRY-COUNT >= WS-MAX-RETRIES
               ADD 1 TO WS-RETRY-COUNT
               PERFORM QUEUED-MESSAGE-ATTEMPT
           END-PERFORM.

      * No routing file is a shop with no backups named - every
      * refused or exhausted entry goes the way it always did.
       LOAD-ROUTE-TABLE.
           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-ROUTE-EOF
               READ ROUTE-FILE
                   AT END
                       SET WS-ROUTE-EOF TO TRUE
                   NOT AT END
                       IF WS-RTE-ENTRY-COUNT >= 200
                           DISPLAY 'ROUTE TABLE FULL - SKIPPING: '
                               RTE-AGENT-ID
                       ELSE
                           ADD 1 TO WS-RTE-ENTRY-COUNT
                           SET WS-RTE-IDX TO WS-RTE-ENTRY-COUNT
                           MOVE RTE-AGENT-ID
                               TO WS-RTE-AGENT-ID(WS-RTE-IDX)
                           MOVE RTE-BACKUP-AGENT-ID
                               TO WS-RTE-BACKUP-ID(WS-RTE-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROUTE-FILE.

      * Offers the entry once to the backup named for its agent. The
      * backup passes the same quota gate as any agent, then runs the
      * message through the same retry loop and token accounting, so
      * the tokens land on its own counter and its log entries carry
      * the queued agent alongside. One hop only - the backup's own
      * routing row is never looked at here, which is what keeps an
      * A-to-B-to-A pair from looping. Every routed failure is
      * recorded on FAILOVER.DAT, including the ones the backup could
      * not take; those leave the triggering status in place.
       FAIL-OVER-TO-BACKUP.
           MOVE SPACE TO WS-FAILOVER-RESULT
           MOVE WS-STATUS-CODE TO WS-TRIGGER-STATUS
           MOVE SPACES TO WS-BACKUP-AGENT-ID
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                   UNTIL WS-RTE-IDX > WS-RTE-ENTRY-COUNT
               IF WS-RTE-AGENT-ID(WS-RTE-IDX) = MQ-AGENT-ID
                   MOVE WS-RTE-BACKUP-ID(WS-RTE-IDX)
                       TO WS-BACKUP-AGENT-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BACKUP-AGENT-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-FAILOVER-REASON
           IF WS-BACKUP-AGENT-ID = MQ-AGENT-ID
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
           PERFORM RECORD-FAILOVER-EVENT.

       RECORD-FAILOVER-EVENT.
           MOVE FUNCTION CURRENT-DATE TO FOV-TIMESTAMP
           MOVE 'SYNAPSE-MSGQ' TO FOV-PROGRAM
           MOVE MQ-AGENT-ID TO FOV-ORIGINAL-AGENT-ID
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

       QUEUED-MESSAGE-ATTEMPT.
                   WS-DEADLTR-FILE-STATUS
           END-IF.

      * An attempt a backup served is logged under the backup, which
      * was charged for it, with the queued agent alongside.
       LOG-TRANSACTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           IF WS-FAILED-OVER
               MOVE AGENT-ID TO LOG-AGENT-ID
               MOVE MQ-AGENT-ID TO LOG-ORIGINAL-AGENT-ID
           ELSE
               MOVE MQ-AGENT-ID TO LOG-AGENT-ID
               MOVE SPACES TO LOG-ORIGINAL-AGENT-ID
           END-IF
           MOVE WS-CURRENT-TIMESTAMP TO LOG-TIMESTAMP
           MOVE WS-MESSAGE TO LOG-MESSAGE
           MOVE WS-RESPONSE TO LOG-RESPONSE

           MOVE AGENT-RECORD TO WS-BEFORE-IMAGE.

      * WS-MESSAGE holds the entry's text. Text that is all erasure
      * fill apart from blanks was erased.
       CHECK-ERASED-TEXT.
           SET WS-REDACTED-SW TO 'N'
           MOVE 0 TO WS-FILL-COUNT
           MOVE 0 TO WS-BLANK-COUNT
           INSPECT WS-MESSAGE TALLYING
               WS-FILL-COUNT FOR ALL WS-REDACT-FILL
               WS-BLANK-COUNT FOR ALL SPACE
           IF WS-FILL-COUNT > 0
              AND WS-FILL-COUNT + WS-BLANK-COUNT = 4096
               SET WS-TEXT-REDACTED TO TRUE
           END-IF.

       CARRY-QUEUE-RECORD.
           ADD 1 TO WS-ENTRIES-CARRIED
           WRITE CARRY-RECORD FROM QUEUE-RECORD.
                  WS-ENTRIES-DEAD-LETTERED DELIMITED BY SIZE
                  '  CARRIED FORWARD: ' DELIMITED BY SIZE
                  WS-ENTRIES-CARRIED    DELIMITED BY SIZE
                  '  BLOCKED: '         DELIMITED BY SIZE
                  WS-ENTRIES-BLOCKED    DELIMITED BY SIZE
                  '  ERASED: '          DELIMITED BY SIZE
                  WS-ENTRIES-ERASED     DELIMITED BY SIZE
                  INTO QUEUE-LINE
           END-STRING
           WRITE QUEUE-LINE

           MOVE SPACES TO QUEUE-LINE
           STRING 'OF WHICH SERVED BY A BACKUP AGENT: '
                                        DELIMITED BY SIZE
                  WS-ENTRIES-FAILED-OVER DELIMITED BY SIZE
                  INTO QUEUE-LINE
           END-STRING
           WRITE QUEUE-LINE

           IF WS-ENTRIES-READ = WS-ENTRIES-PROCESSED
                   + WS-ENTRIES-DEAD-LETTERED + WS-ENTRIES-CARRIED
                   + WS-ENTRIES-BLOCKED + WS-ENTRIES-ERASED
               MOVE 'CONTROL TOTALS BALANCE' TO QUEUE-LINE
           ELSE
               MOVE 'CONTROL TOTALS OUT OF BALANCE - INVESTIGATE'
           IF WS-CARRY-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR REOPENING CARRY FILE: '
                   WS-CARRY-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           OPEN OUTPUT QUEUE-FILE

           CLOSE CARRY-FILE
           CLOSE QUEUE-FILE.

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
               MOVE 'SYNAPSE-MSGQ' TO SCV-PROGRAM
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

      * Every way out of the program comes through here, so the run
      * history shows the step however it ended. A run that stops
      * short of the end of MAIN-PROGRAM is recorded as ended early
      * whatever RETURN-CODE it left behind.
       FINISH-RUN.
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RNH-FILE-STATUS = '35'
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF

           IF WS-RNH-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN HISTORY FILE: '
                   WS-RNH-FILE-STATUS
               STOP RUN
           END-IF

           MOVE 'SYNAPSE-MSGQ' TO RNH-PROGRAM
           MOVE SPACES TO RNH-STEP-PARM
           MOVE WS-RNH-START-TIMESTAMP TO RNH-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO RNH-END-TIMESTAMP
           MOVE RNH-START-TIMESTAMP TO WS-RNH-CLOCK
           PERFORM CLOCK-TO-SECONDS
           MOVE WS-RNH-SECONDS TO WS-RNH-START-SECONDS
           MOVE RNH-END-TIMESTAMP TO WS-RNH-CLOCK
           PERFORM CLOCK-TO-SECONDS
           COMPUTE RNH-ELAPSED-SECONDS =
               WS-RNH-SECONDS - WS-RNH-START-SECONDS
           MOVE RETURN-CODE TO RNH-RETURN-CODE
           IF WS-RNH-COMPLETED
               SET RNH-COMPLETED TO TRUE
           ELSE
               SET RNH-ENDED-EARLY TO TRUE
           END-IF
           MOVE WS-ENTRIES-READ TO RNH-RECORDS-PROCESSED
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE
           STOP RUN.

       CLOCK-TO-SECONDS.
           COMPUTE WS-RNH-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-RNH-CLOCK-DATE) * 86400
               + WS-RNH-CLOCK-HH * 3600
               + WS-RNH-CLOCK-MM * 60
               + WS-RNH-CLOCK-SS.
