       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYNAPSE-ERASURE.
       AUTHOR. SYNAPSE-TEAM.

      ******************************************************************
      * DATA-SUBJECT ERASURE - READS LEGAL'S ERASURE REQUESTS
      * (ERASREQ.DAT, ERASREC: AN AGENT ID OR A CONVERSATION ID PLUS
      * A DATE RANGE) AND MASKS THE MATCHING MESSAGE TEXT IN PLACE IN
      * EVERY FILE THAT KEEPS IT: LOG-MESSAGE AND LOG-RESPONSE ON
      * AGENTLOG.DAT AND ON THE LOGARCH.DAT GENERATION NAMED BY THE
      * JCL, DL-MESSAGE ON DEADLTR.DAT, SES-LAST-MESSAGE ON
      * SESSCTX.DAT AND MQ-MESSAGE ON MSGQUEUE.DAT. THE TEXT FROM ITS
      * FIRST TO ITS LAST NON-BLANK CHARACTER IS OVERWRITTEN WITH '#',
      * SO THE TRIMMED LENGTH THE TOKEN COUNTS ARE BUILT FROM IS THE
      * SAME AS BEFORE, AND NOTHING ELSE ON THE RECORD IS TOUCHED -
      * SYNAPSE-RECON, SYNAPSE-DAILYRPT AND SYNAPSE-HISTLOAD COME OUT
      * WITH THE SAME TOTALS. EACH FILE IS COPIED THROUGH A WORK FILE
      * AND ONLY REWRITTEN ONCE THE PASS HAS CLOSED CLEANLY. TEXT
      * ALREADY MASKED IS LEFT ALONE AND COUNTED AS SUCH, SO A RERUN
      * (OR A RUN AGAINST ANOTHER ARCHIVE GENERATION) IS SAFE. THE
      * SIGNED-OFF CERTIFICATE (ERASCERT.RPT) LISTS EVERY REQUEST AND
      * THE RECORDS IT COVERED IN EACH FILE. A MASKED DEADLTR.DAT OR
      * MSGQUEUE.DAT ENTRY IS DROPPED UNSENT BY THE NEXT
      * SYNAPSE-DLREPLAY OR SYNAPSE-MSGQ RUN.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO 'ERASREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

           SELECT AGENT-LOG-FILE ASSIGN TO 'AGENTLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT ARCHIVE-LOG-FILE ASSIGN TO 'LOGARCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT DEAD-LETTER-FILE ASSIGN TO 'DEADLTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEADLTR-FILE-STATUS.

           SELECT SESSION-FILE ASSIGN TO 'SESSCTX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-FILE-STATUS.

           SELECT QUEUE-FILE ASSIGN TO 'MSGQUEUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO 'ERASWORK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT CERTIFICATE-REPORT ASSIGN TO 'ERASCERT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STREAM-FILE ASSIGN TO 'STREAMST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
           COPY ERASREC.

       FD  AGENT-LOG-FILE.
           COPY LOGREC.

      * Same layout as LOGREC - the archive generations carry the
      * live log's records unchanged. Generations archived before
      * conversation ids or failover existed read back space-padded.
       FD  ARCHIVE-LOG-FILE.
       01  ARCHIVE-LOG-RECORD.
           05  ARC-AGENT-ID            PIC X(36).
           05  ARC-TIMESTAMP           PIC X(21).
           05  ARC-MESSAGE             PIC X(4096).
           05  ARC-RESPONSE            PIC X(4096).
           05  ARC-STATUS-CODE         PIC 99.
           05  ARC-CONVERSATION-ID     PIC X(21).
           05  ARC-ORIGINAL-AGENT-ID   PIC X(36).

       FD  DEAD-LETTER-FILE.
           COPY DLREC.

       FD  SESSION-FILE.
           COPY SESREC.

       FD  QUEUE-FILE.
           COPY MSGQREC.

      * One work file serves every pass - sized for the longest
      * record (the log), the shorter records ride in it padded.
       FD  WORK-FILE.
       01  WORK-RECORD                 PIC X(8308).

       FD  CERTIFICATE-REPORT.
       01  CERT-LINE                   PIC X(132).

       FD  STREAM-FILE.
           COPY STRREC.

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-FILE-STATUS      PIC XX.
       01  WS-LOG-FILE-STATUS          PIC XX.
       01  WS-ARCH-FILE-STATUS         PIC XX.
       01  WS-DEADLTR-FILE-STATUS      PIC XX.
       01  WS-SESSION-FILE-STATUS      PIC XX.
       01  WS-QUEUE-FILE-STATUS        PIC XX.
       01  WS-WORK-FILE-STATUS         PIC XX.
       01  WS-STREAM-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
           88  WS-EOF                  VALUE 1.

      * Every request on the file, good or bad - a rejected one is
      * still printed on the certificate with its reason, so legal
      * sees it was not acted on.
       01  WS-REQUEST-TABLE.
           05  WS-ERQ-ENTRY-COUNT      PIC 9(3) VALUE 0.
           05  WS-ERQ-VALID-COUNT      PIC 9(3) VALUE 0.
           05  WS-ERQ-ENTRY OCCURS 50 TIMES INDEXED BY WS-ERQ-IDX.
               10  WS-ERQ-ID           PIC X(12).
               10  WS-ERQ-KEY-TYPE     PIC X.
                   88  WS-ERQ-BY-AGENT         VALUE 'A'.
                   88  WS-ERQ-BY-CONVERSATION  VALUE 'C'.
               10  WS-ERQ-KEY-VALUE    PIC X(36).
               10  WS-ERQ-FROM-DATE    PIC X(8).
               10  WS-ERQ-TO-DATE      PIC X(8).
               10  WS-ERQ-REQUESTED-BY PIC X(30).
               10  WS-ERQ-REJECT-REASON
                                       PIC X(30).
               10  WS-ERQ-LOG-COUNT    PIC 9(7).
               10  WS-ERQ-ARC-COUNT    PIC 9(7).
               10  WS-ERQ-DL-COUNT     PIC 9(7).
               10  WS-ERQ-SES-COUNT    PIC 9(7).
               10  WS-ERQ-MQ-COUNT     PIC 9(7).

      * The record under test, in the shape every file is reduced to
      * before it is matched against the requests. A file with no
      * conversation id (the queue) leaves it blank.
       01  WS-CHECK-AGENT-ID           PIC X(36) VALUE SPACES.
       01  WS-CHECK-ALT-AGENT-ID       PIC X(36) VALUE SPACES.
       01  WS-CHECK-CONVERSATION-ID    PIC X(21) VALUE SPACES.
       01  WS-CHECK-DATE               PIC X(8) VALUE SPACES.
       01  WS-REQUEST-MATCHED-SW       PIC X VALUE 'N'.
           88  WS-REQUEST-MATCHED      VALUE 'Y'.

      * Masking work area. The fill must never be a character the
      * message path itself masks with ('*' is screening's).
       01  WS-REDACT-FILL              PIC X VALUE '#'.
       01  WS-REDACT-TEXT              PIC X(4096) VALUE SPACES.
       01  WS-FIRST-POS                PIC 9(5) VALUE 0.
       01  WS-LAST-POS                 PIC 9(5) VALUE 0.
       01  WS-SPAN-LEN                 PIC 9(5) VALUE 0.
       01  WS-FILL-COUNT               PIC 9(5) VALUE 0.
       01  WS-TEXT-CHANGED-SW          PIC X VALUE 'N'.
           88  WS-TEXT-CHANGED         VALUE 'Y'.
       01  WS-RECORD-CHANGED-SW        PIC X VALUE 'N'.
           88  WS-RECORD-CHANGED       VALUE 'Y'.

      * Per-file counts for the certificate. A file that is not
      * allocated or not yet created is shown as such, not as zero.
       01  WS-LOG-PRESENT-SW           PIC X VALUE 'N'.
           88  WS-LOG-PRESENT          VALUE 'Y'.
       01  WS-LOG-READ                 PIC 9(8) VALUE 0.
       01  WS-LOG-REDACTED             PIC 9(8) VALUE 0.
       01  WS-LOG-ALREADY              PIC 9(8) VALUE 0.
       01  WS-ARC-PRESENT-SW           PIC X VALUE 'N'.
           88  WS-ARC-PRESENT          VALUE 'Y'.
       01  WS-ARC-READ                 PIC 9(8) VALUE 0.
       01  WS-ARC-REDACTED             PIC 9(8) VALUE 0.
       01  WS-ARC-ALREADY              PIC 9(8) VALUE 0.
       01  WS-DL-PRESENT-SW            PIC X VALUE 'N'.
           88  WS-DL-PRESENT           VALUE 'Y'.
       01  WS-DL-READ                  PIC 9(8) VALUE 0.
       01  WS-DL-REDACTED              PIC 9(8) VALUE 0.
       01  WS-DL-ALREADY               PIC 9(8) VALUE 0.
       01  WS-SES-PRESENT-SW           PIC X VALUE 'N'.
           88  WS-SES-PRESENT          VALUE 'Y'.
       01  WS-SES-READ                 PIC 9(8) VALUE 0.
       01  WS-SES-REDACTED             PIC 9(8) VALUE 0.
       01  WS-SES-ALREADY              PIC 9(8) VALUE 0.
       01  WS-MQ-PRESENT-SW            PIC X VALUE 'N'.
           88  WS-MQ-PRESENT           VALUE 'Y'.
       01  WS-MQ-READ                  PIC 9(8) VALUE 0.
       01  WS-MQ-REDACTED              PIC 9(8) VALUE 0.
       01  WS-MQ-ALREADY               PIC 9(8) VALUE 0.

       01  WS-RECORDS-READ             PIC 9(8) VALUE 0.
       01  WS-TOTAL-REDACTED           PIC 9(8) VALUE 0.

      * One certificate file line, filled in per file.
       01  WS-CERT-FILE-NAME           PIC X(12) VALUE SPACES.
       01  WS-CERT-PRESENT-SW          PIC X VALUE 'N'.
           88  WS-CERT-PRESENT         VALUE 'Y'.
       01  WS-CERT-READ                PIC 9(8) VALUE 0.
       01  WS-CERT-REDACTED            PIC 9(8) VALUE 0.
       01  WS-CERT-ALREADY             PIC 9(8) VALUE 0.

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
           PERFORM VERIFY-QUIESCE-HELD
           PERFORM LOAD-ERASURE-REQUESTS
           PERFORM ERASE-AGENT-LOG
           PERFORM ERASE-ARCHIVE-LOG
           PERFORM ERASE-DEAD-LETTERS
           PERFORM ERASE-SESSIONS
           PERFORM ERASE-QUEUE
           PERFORM WRITE-CERTIFICATE
           DISPLAY 'SYNAPSE-ERASURE REQUESTS: ' WS-ERQ-ENTRY-COUNT
               ' VALID: ' WS-ERQ-VALID-COUNT
           DISPLAY 'SYNAPSE-ERASURE RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'SYNAPSE-ERASURE RECORDS REDACTED: '
               WS-TOTAL-REDACTED
           SET WS-RNH-COMPLETED TO TRUE
           PERFORM FINISH-RUN.

      * The stream must hold the quiesce (SYNAPSE-QUIESCE HOLD)
      * before this job may rewrite the log, the dead letters, the
      * sessions and the queue - the live path writing to any of
      * them mid-rewrite would lose its entries. No state file, an
      * empty record, or an OPEN state all refuse the job.
       VERIFY-QUIESCE-HELD.
           OPEN INPUT STREAM-FILE
           IF WS-STREAM-FILE-STATUS NOT = '00'
               DISPLAY 'STREAM STATE FILE NOT AVAILABLE: '
                   WS-STREAM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF

           MOVE SPACES TO STR-STATE
           READ STREAM-FILE
               AT END
                   CONTINUE
           END-READ
           CLOSE STREAM-FILE

           IF NOT STR-QUIESCED
               DISPLAY 'STREAM NOT QUIESCED - JOB REFUSED'
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF.

      * Nothing is touched unless at least one request is good. A
      * bad request is kept with its reason rather than guessed at -
      * erasing the wrong party's text cannot be undone.
       LOAD-ERASURE-REQUESTS.
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-FILE-STATUS NOT = '00'
               DISPLAY 'ERASURE REQUEST FILE NOT AVAILABLE: '
                   WS-REQUEST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ REQUEST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-ERASURE-REQUEST
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE

           IF WS-ERQ-VALID-COUNT = 0
               DISPLAY 'NO VALID ERASURE REQUESTS - NOTHING ERASED'
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF.

       LOAD-ONE-ERASURE-REQUEST.
           IF WS-ERQ-ENTRY-COUNT >= 50
               DISPLAY 'REQUEST TABLE FULL - SKIPPING REQUEST: '
                   ERQ-REQUEST-ID
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ERQ-ENTRY-COUNT
           SET WS-ERQ-IDX TO WS-ERQ-ENTRY-COUNT
           MOVE ERQ-REQUEST-ID TO WS-ERQ-ID(WS-ERQ-IDX)
           MOVE ERQ-KEY-TYPE TO WS-ERQ-KEY-TYPE(WS-ERQ-IDX)
           MOVE ERQ-KEY-VALUE TO WS-ERQ-KEY-VALUE(WS-ERQ-IDX)
           MOVE ERQ-FROM-DATE TO WS-ERQ-FROM-DATE(WS-ERQ-IDX)
           MOVE ERQ-TO-DATE TO WS-ERQ-TO-DATE(WS-ERQ-IDX)
           MOVE ERQ-REQUESTED-BY TO WS-ERQ-REQUESTED-BY(WS-ERQ-IDX)
           MOVE SPACES TO WS-ERQ-REJECT-REASON(WS-ERQ-IDX)
           MOVE 0 TO WS-ERQ-LOG-COUNT(WS-ERQ-IDX)
           MOVE 0 TO WS-ERQ-ARC-COUNT(WS-ERQ-IDX)
           MOVE 0 TO WS-ERQ-DL-COUNT(WS-ERQ-IDX)
           MOVE 0 TO WS-ERQ-SES-COUNT(WS-ERQ-IDX)
           MOVE 0 TO WS-ERQ-MQ-COUNT(WS-ERQ-IDX)

           EVALUATE TRUE
               WHEN NOT ERQ-BY-AGENT AND NOT ERQ-BY-CONVERSATION
                   MOVE 'KEY TYPE NOT A OR C'
                       TO WS-ERQ-REJECT-REASON(WS-ERQ-IDX)
               WHEN ERQ-KEY-VALUE = SPACES
                   MOVE 'KEY VALUE MISSING'
                       TO WS-ERQ-REJECT-REASON(WS-ERQ-IDX)
               WHEN ERQ-FROM-DATE NOT NUMERIC
                 OR ERQ-TO-DATE NOT NUMERIC
                   MOVE 'DATE RANGE NOT NUMERIC'
                       TO WS-ERQ-REJECT-REASON(WS-ERQ-IDX)
               WHEN ERQ-FROM-DATE > ERQ-TO-DATE
                   MOVE 'FROM DATE AFTER TO DATE'
                       TO WS-ERQ-REJECT-REASON(WS-ERQ-IDX)
               WHEN OTHER
                   ADD 1 TO WS-ERQ-VALID-COUNT
           END-EVALUATE

           IF WS-ERQ-REJECT-REASON(WS-ERQ-IDX) NOT = SPACES
               DISPLAY 'ERASURE REQUEST REJECTED: ' ERQ-REQUEST-ID
                   ' ' WS-ERQ-REJECT-REASON(WS-ERQ-IDX)
           END-IF.

      * Matches the record loaded into the WS-CHECK- fields against
      * the good requests; the first request that covers it gets the
      * credit on the certificate. An agent request covers entries a
      * backup served on the agent's behalf as well as its own.
       MATCH-ERASURE-REQUEST.
           SET WS-REQUEST-MATCHED-SW TO 'N'
           PERFORM VARYING WS-ERQ-IDX FROM 1 BY 1
                   UNTIL WS-ERQ-IDX > WS-ERQ-ENTRY-COUNT
               IF WS-ERQ-REJECT-REASON(WS-ERQ-IDX) = SPACES
                  AND WS-CHECK-DATE >= WS-ERQ-FROM-DATE(WS-ERQ-IDX)
                  AND WS-CHECK-DATE <= WS-ERQ-TO-DATE(WS-ERQ-IDX)
                   EVALUATE TRUE
                       WHEN WS-ERQ-BY-AGENT(WS-ERQ-IDX)
                        AND (WS-CHECK-AGENT-ID
                                 = WS-ERQ-KEY-VALUE(WS-ERQ-IDX)
                          OR WS-CHECK-ALT-AGENT-ID
                                 = WS-ERQ-KEY-VALUE(WS-ERQ-IDX))
                           SET WS-REQUEST-MATCHED TO TRUE
                           EXIT PERFORM
                       WHEN WS-ERQ-BY-CONVERSATION(WS-ERQ-IDX)
                        AND WS-CHECK-CONVERSATION-ID NOT = SPACES
                        AND WS-CHECK-CONVERSATION-ID
                                 = WS-ERQ-KEY-VALUE(WS-ERQ-IDX)
                           SET WS-REQUEST-MATCHED TO TRUE
                           EXIT PERFORM
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * Overwrites WS-REDACT-TEXT from its first to its last non-blank
      * character with the fill, so FUNCTION TRIM gives back the same
      * length it did before. Blank text, or text already wholly
      * fill, is left as it is and reported unchanged.
       REDACT-TEXT.
           SET WS-TEXT-CHANGED-SW TO 'N'
           IF WS-REDACT-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-FIRST-POS FROM 1 BY 1
                   UNTIL WS-REDACT-TEXT(WS-FIRST-POS:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-LAST-POS FROM 4096 BY -1
                   UNTIL WS-REDACT-TEXT(WS-LAST-POS:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           COMPUTE WS-SPAN-LEN = WS-LAST-POS - WS-FIRST-POS + 1

           MOVE 0 TO WS-FILL-COUNT
           INSPECT WS-REDACT-TEXT(WS-FIRST-POS:WS-SPAN-LEN)
               TALLYING WS-FILL-COUNT FOR ALL WS-REDACT-FILL
           IF WS-FILL-COUNT = WS-SPAN-LEN
               EXIT PARAGRAPH
           END-IF

           INSPECT WS-REDACT-TEXT(WS-FIRST-POS:WS-SPAN-LEN)
               REPLACING CHARACTERS BY WS-REDACT-FILL
           SET WS-TEXT-CHANGED TO TRUE.

      * No live log at all is an error - the message path always has
      * one, and erasing everywhere but the log is no erasure.
       ERASE-AGENT-LOG.
           OPEN INPUT AGENT-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGENT LOG FILE: '
                   WS-LOG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF
           SET WS-LOG-PRESENT TO TRUE
           PERFORM OPEN-WORK-OUTPUT

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ AGENT-LOG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOG-READ
                       ADD 1 TO WS-RECORDS-READ
                       MOVE LOG-AGENT-ID TO WS-CHECK-AGENT-ID
                       MOVE LOG-ORIGINAL-AGENT-ID
                           TO WS-CHECK-ALT-AGENT-ID
                       MOVE LOG-CONVERSATION-ID
                           TO WS-CHECK-CONVERSATION-ID
                       MOVE LOG-TIMESTAMP(1:8) TO WS-CHECK-DATE
                       PERFORM MATCH-ERASURE-REQUEST
                       IF WS-REQUEST-MATCHED
                           PERFORM REDACT-LOG-RECORD
                       END-IF
                       WRITE WORK-RECORD FROM AGENT-LOG-RECORD
               END-READ
           END-PERFORM
           CLOSE AGENT-LOG-FILE
           CLOSE WORK-FILE

           IF WS-LOG-REDACTED > 0
               PERFORM OPEN-WORK-INPUT
               OPEN OUTPUT AGENT-LOG-FILE
               MOVE 0 TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ WORK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           WRITE AGENT-LOG-RECORD FROM WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE AGENT-LOG-FILE
           END-IF.

       REDACT-LOG-RECORD.
           ADD 1 TO WS-ERQ-LOG-COUNT(WS-ERQ-IDX)
           SET WS-RECORD-CHANGED-SW TO 'N'

           MOVE LOG-MESSAGE TO WS-REDACT-TEXT
           PERFORM REDACT-TEXT
           IF WS-TEXT-CHANGED
               MOVE WS-REDACT-TEXT TO LOG-MESSAGE
               SET WS-RECORD-CHANGED TO TRUE
           END-IF

           MOVE LOG-RESPONSE TO WS-REDACT-TEXT
           PERFORM REDACT-TEXT
           IF WS-TEXT-CHANGED
               MOVE WS-REDACT-TEXT TO LOG-RESPONSE
               SET WS-RECORD-CHANGED TO TRUE
           END-IF

           IF WS-RECORD-CHANGED
               ADD 1 TO WS-LOG-REDACTED
               ADD 1 TO WS-TOTAL-REDACTED
           ELSE
               ADD 1 TO WS-LOG-ALREADY
           END-IF.

      * The JCL names one archive generation per step. No archive DD
      * (or no generation yet) is a young system, not an error.
       ERASE-ARCHIVE-LOG.
           OPEN INPUT ARCHIVE-LOG-FILE
           IF WS-ARCH-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-ARC-PRESENT TO TRUE
           PERFORM OPEN-WORK-OUTPUT

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ ARCHIVE-LOG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ARC-READ
                       ADD 1 TO WS-RECORDS-READ
                       MOVE ARC-AGENT-ID TO WS-CHECK-AGENT-ID
                       MOVE ARC-ORIGINAL-AGENT-ID
                           TO WS-CHECK-ALT-AGENT-ID
                       MOVE ARC-CONVERSATION-ID
                           TO WS-CHECK-CONVERSATION-ID
                       MOVE ARC-TIMESTAMP(1:8) TO WS-CHECK-DATE
                       PERFORM MATCH-ERASURE-REQUEST
                       IF WS-REQUEST-MATCHED
                           PERFORM REDACT-ARCHIVE-RECORD
                       END-IF
                       WRITE WORK-RECORD FROM ARCHIVE-LOG-RECORD
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-LOG-FILE
           CLOSE WORK-FILE

           IF WS-ARC-REDACTED > 0
               PERFORM OPEN-WORK-INPUT
               OPEN OUTPUT ARCHIVE-LOG-FILE
               MOVE 0 TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ WORK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           WRITE ARCHIVE-LOG-RECORD FROM WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE ARCHIVE-LOG-FILE
           END-IF.

       REDACT-ARCHIVE-RECORD.
           ADD 1 TO WS-ERQ-ARC-COUNT(WS-ERQ-IDX)
           SET WS-RECORD-CHANGED-SW TO 'N'

           MOVE ARC-MESSAGE TO WS-REDACT-TEXT
           PERFORM REDACT-TEXT
           IF WS-TEXT-CHANGED
               MOVE WS-REDACT-TEXT TO ARC-MESSAGE
               SET WS-RECORD-CHANGED TO TRUE
           END-IF

           MOVE ARC-RESPONSE TO WS-REDACT-TEXT
           PERFORM REDACT-TEXT
           IF WS-TEXT-CHANGED
               MOVE WS-REDACT-TEXT TO ARC-RESPONSE
               SET WS-RECORD-CHANGED TO TRUE
           END-IF

           IF WS-RECORD-CHANGED
               ADD 1 TO WS-ARC-REDACTED
               ADD 1 TO WS-TOTAL-REDACTED
           ELSE
               ADD 1 TO WS-ARC-ALREADY
           END-IF.

      * A masked dead letter stays parked under its agent and
      * conversation until the next SYNAPSE-DLREPLAY run, which
      * drops it unsent.
       ERASE-DEAD-LETTERS.
           OPEN INPUT DEAD-LETTER-FILE
           IF WS-DEADLTR-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-DEADLTR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEAD LETTER FILE: '
                   WS-DEADLTR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF
           SET WS-DL-PRESENT TO TRUE
           PERFORM OPEN-WORK-OUTPUT

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ DEAD-LETTER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DL-READ
                       ADD 1 TO WS-RECORDS-READ
                       MOVE DL-AGENT-ID TO WS-CHECK-AGENT-ID
                       MOVE SPACES TO WS-CHECK-ALT-AGENT-ID
                       MOVE DL-CONVERSATION-ID
                           TO WS-CHECK-CONVERSATION-ID
                       MOVE DL-TIMESTAMP(1:8) TO WS-CHECK-DATE
                       PERFORM MATCH-ERASURE-REQUEST
                       IF WS-REQUEST-MATCHED
                           ADD 1 TO WS-ERQ-DL-COUNT(WS-ERQ-IDX)
                           MOVE DL-MESSAGE TO WS-REDACT-TEXT
                           PERFORM REDACT-TEXT
                           IF WS-TEXT-CHANGED
                               MOVE WS-REDACT-TEXT TO DL-MESSAGE
                               ADD 1 TO WS-DL-REDACTED
                               ADD 1 TO WS-TOTAL-REDACTED
                           ELSE
                               ADD 1 TO WS-DL-ALREADY
                           END-IF
                       END-IF
                       WRITE WORK-RECORD FROM DEAD-LETTER-RECORD
               END-READ
           END-PERFORM
           CLOSE DEAD-LETTER-FILE
           CLOSE WORK-FILE

           IF WS-DL-REDACTED > 0
               PERFORM OPEN-WORK-INPUT
               OPEN OUTPUT DEAD-LETTER-FILE
               MOVE 0 TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ WORK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           WRITE DEAD-LETTER-RECORD FROM WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE DEAD-LETTER-FILE
           END-IF.

      * The session's prior message is matched on the session's own
      * last-exchange date - it is the text of that exchange.
       ERASE-SESSIONS.
           OPEN INPUT SESSION-FILE
           IF WS-SESSION-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-SESSION-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SESSION FILE: '
                   WS-SESSION-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF
           SET WS-SES-PRESENT TO TRUE
           PERFORM OPEN-WORK-OUTPUT

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ SESSION-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SES-READ
                       ADD 1 TO WS-RECORDS-READ
                       MOVE SES-AGENT-ID TO WS-CHECK-AGENT-ID
                       MOVE SPACES TO WS-CHECK-ALT-AGENT-ID
                       MOVE SES-CONVERSATION-ID
                           TO WS-CHECK-CONVERSATION-ID
                       MOVE SES-LAST-TIMESTAMP(1:8) TO WS-CHECK-DATE
                       PERFORM MATCH-ERASURE-REQUEST
                       IF WS-REQUEST-MATCHED
                           ADD 1 TO WS-ERQ-SES-COUNT(WS-ERQ-IDX)
                           MOVE SES-LAST-MESSAGE TO WS-REDACT-TEXT
                           PERFORM REDACT-TEXT
                           IF WS-TEXT-CHANGED
                               MOVE WS-REDACT-TEXT TO SES-LAST-MESSAGE
                               ADD 1 TO WS-SES-REDACTED
                               ADD 1 TO WS-TOTAL-REDACTED
                           ELSE
                               ADD 1 TO WS-SES-ALREADY
                           END-IF
                       END-IF
                       WRITE WORK-RECORD FROM SESSION-CONTEXT-RECORD
               END-READ
           END-PERFORM
           CLOSE SESSION-FILE
           CLOSE WORK-FILE

           IF WS-SES-REDACTED > 0
               PERFORM OPEN-WORK-INPUT
               OPEN OUTPUT SESSION-FILE
               MOVE 0 TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ WORK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           WRITE SESSION-CONTEXT-RECORD
                               FROM WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE SESSION-FILE
           END-IF.

      * A queued message has not run yet, so it has no conversation
      * id - only agent requests reach the queue, dated by the
      * earliest time the drain may run the entry.
       ERASE-QUEUE.
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-QUEUE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING QUEUE FILE: '
                   WS-QUEUE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF
           SET WS-MQ-PRESENT TO TRUE
           PERFORM OPEN-WORK-OUTPUT

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ QUEUE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MQ-READ
                       ADD 1 TO WS-RECORDS-READ
                       MOVE MQ-AGENT-ID TO WS-CHECK-AGENT-ID
                       MOVE SPACES TO WS-CHECK-ALT-AGENT-ID
                       MOVE SPACES TO WS-CHECK-CONVERSATION-ID
                       MOVE MQ-EARLIEST-TS(1:8) TO WS-CHECK-DATE
                       PERFORM MATCH-ERASURE-REQUEST
                       IF WS-REQUEST-MATCHED
                           ADD 1 TO WS-ERQ-MQ-COUNT(WS-ERQ-IDX)
                           MOVE MQ-MESSAGE TO WS-REDACT-TEXT
                           PERFORM REDACT-TEXT
                           IF WS-TEXT-CHANGED
                               MOVE WS-REDACT-TEXT TO MQ-MESSAGE
                               ADD 1 TO WS-MQ-REDACTED
                               ADD 1 TO WS-TOTAL-REDACTED
                           ELSE
                               ADD 1 TO WS-MQ-ALREADY
                           END-IF
                       END-IF
                       WRITE WORK-RECORD FROM QUEUE-RECORD
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE
           CLOSE WORK-FILE

           IF WS-MQ-REDACTED > 0
               PERFORM OPEN-WORK-INPUT
               OPEN OUTPUT QUEUE-FILE
               MOVE 0 TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ WORK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           WRITE QUEUE-RECORD FROM WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE QUEUE-FILE
           END-IF.

       OPEN-WORK-OUTPUT.
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ERASURE WORK FILE: '
                   WS-WORK-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF.

      * Only reached once the pass over a file has closed cleanly,
      * so an abend mid-pass leaves that file as it was.
       OPEN-WORK-INPUT.
           OPEN INPUT WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR REOPENING ERASURE WORK FILE: '
                   WS-WORK-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF
           MOVE 0 TO WS-EOF-FLAG.

       WRITE-CERTIFICATE.
           OPEN OUTPUT CERTIFICATE-REPORT

           MOVE 'SYNAPSE DATA-SUBJECT ERASURE CERTIFICATE' TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING 'ERASURE RUN STARTED: '        DELIMITED BY SIZE
                  WS-RNH-START-TIMESTAMP(1:14)   DELIMITED BY SIZE
                  INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE

           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE 'REQUESTS' TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           MOVE 'REQUEST-ID'   TO CERT-LINE(3:10)
           MOVE 'T'            TO CERT-LINE(17:1)
           MOVE 'AGENT OR CONVERSATION ID' TO CERT-LINE(20:24)
           MOVE 'FROM'         TO CERT-LINE(58:4)
           MOVE 'TO'           TO CERT-LINE(68:2)
           MOVE 'REQUESTED BY' TO CERT-LINE(78:12)
           WRITE CERT-LINE

           PERFORM VARYING WS-ERQ-IDX FROM 1 BY 1
                   UNTIL WS-ERQ-IDX > WS-ERQ-ENTRY-COUNT
               PERFORM WRITE-REQUEST-LINES
           END-PERFORM

           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE 'FILES' TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           MOVE 'FILE'             TO CERT-LINE(3:4)
           MOVE 'READ'             TO CERT-LINE(21:4)
           MOVE 'REDACTED'         TO CERT-LINE(31:8)
           MOVE 'ALREADY REDACTED' TO CERT-LINE(41:16)
           WRITE CERT-LINE

           MOVE 'AGENTLOG.DAT' TO WS-CERT-FILE-NAME
           MOVE WS-LOG-PRESENT-SW TO WS-CERT-PRESENT-SW
           MOVE WS-LOG-READ TO WS-CERT-READ
           MOVE WS-LOG-REDACTED TO WS-CERT-REDACTED
           MOVE WS-LOG-ALREADY TO WS-CERT-ALREADY
           PERFORM WRITE-FILE-COUNT-LINE

           MOVE 'LOGARCH.DAT' TO WS-CERT-FILE-NAME
           MOVE WS-ARC-PRESENT-SW TO WS-CERT-PRESENT-SW
           MOVE WS-ARC-READ TO WS-CERT-READ
           MOVE WS-ARC-REDACTED TO WS-CERT-REDACTED
           MOVE WS-ARC-ALREADY TO WS-CERT-ALREADY
           PERFORM WRITE-FILE-COUNT-LINE

           MOVE 'DEADLTR.DAT' TO WS-CERT-FILE-NAME
           MOVE WS-DL-PRESENT-SW TO WS-CERT-PRESENT-SW
           MOVE WS-DL-READ TO WS-CERT-READ
           MOVE WS-DL-REDACTED TO WS-CERT-REDACTED
           MOVE WS-DL-ALREADY TO WS-CERT-ALREADY
           PERFORM WRITE-FILE-COUNT-LINE

           MOVE 'SESSCTX.DAT' TO WS-CERT-FILE-NAME
           MOVE WS-SES-PRESENT-SW TO WS-CERT-PRESENT-SW
           MOVE WS-SES-READ TO WS-CERT-READ
           MOVE WS-SES-REDACTED TO WS-CERT-REDACTED
           MOVE WS-SES-ALREADY TO WS-CERT-ALREADY
           PERFORM WRITE-FILE-COUNT-LINE

           MOVE 'MSGQUEUE.DAT' TO WS-CERT-FILE-NAME
           MOVE WS-MQ-PRESENT-SW TO WS-CERT-PRESENT-SW
           MOVE WS-MQ-READ TO WS-CERT-READ
           MOVE WS-MQ-REDACTED TO WS-CERT-REDACTED
           MOVE WS-MQ-ALREADY TO WS-CERT-ALREADY
           PERFORM WRITE-FILE-COUNT-LINE

           MOVE SPACES TO CERT-LINE
           STRING 'TOTAL RECORDS REDACTED THIS RUN: '
                                          DELIMITED BY SIZE
                  WS-TOTAL-REDACTED       DELIMITED BY SIZE
                  INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE

           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING 'MESSAGE AND RESPONSE TEXT MASKED IN PLACE. '
                                          DELIMITED BY SIZE
                  'AGENT IDS, CONVERSATION IDS, TIMESTAMPS, '
                                          DELIMITED BY SIZE
                  'STATUS CODES AND TEXT LENGTHS ARE UNCHANGED.'
                                          DELIMITED BY SIZE
                  INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE

           IF WS-DL-REDACTED + WS-DL-ALREADY
                   + WS-MQ-REDACTED + WS-MQ-ALREADY > 0
               MOVE SPACES TO CERT-LINE
               STRING 'MASKED ENTRIES ON DEADLTR.DAT/MSGQUEUE.DAT '
                                          DELIMITED BY SIZE
                      'ARE DROPPED, NOT SENT, BY THE NEXT REPLAY '
                                          DELIMITED BY SIZE
                      'OR DRAIN.'         DELIMITED BY SIZE
                      INTO CERT-LINE
               END-STRING
               WRITE CERT-LINE
           END-IF

           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING 'ERASURE RUN BY:      '  DELIMITED BY SIZE
                  '______________________________  '
                                           DELIMITED BY SIZE
                  'DATE: __________'       DELIMITED BY SIZE
                  INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           STRING 'CERTIFIED FOR LEGAL: '  DELIMITED BY SIZE
                  '______________________________  '
                                           DELIMITED BY SIZE
                  'DATE: __________'       DELIMITED BY SIZE
                  INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE

           CLOSE CERTIFICATE-REPORT.

       WRITE-REQUEST-LINES.
           MOVE SPACES TO CERT-LINE
           STRING '  '                              DELIMITED BY SIZE
                  WS-ERQ-ID(WS-ERQ-IDX)             DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-ERQ-KEY-TYPE(WS-ERQ-IDX)       DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-ERQ-KEY-VALUE(WS-ERQ-IDX)      DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-ERQ-FROM-DATE(WS-ERQ-IDX)      DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-ERQ-TO-DATE(WS-ERQ-IDX)        DELIMITED BY SIZE
                  '  '                              DELIMITED BY SIZE
                  WS-ERQ-REQUESTED-BY(WS-ERQ-IDX)   DELIMITED BY SIZE
                  INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE

           MOVE SPACES TO CERT-LINE
           IF WS-ERQ-REJECT-REASON(WS-ERQ-IDX) NOT = SPACES
               STRING '      REJECTED - NOT ACTED ON: '
                                                  DELIMITED BY SIZE
                      WS-ERQ-REJECT-REASON(WS-ERQ-IDX)
                                                  DELIMITED BY SIZE
                      INTO CERT-LINE
               END-STRING
           ELSE
               STRING '      RECORDS COVERED - AGENTLOG: '
                                                  DELIMITED BY SIZE
                      WS-ERQ-LOG-COUNT(WS-ERQ-IDX) DELIMITED BY SIZE
                      '  LOGARCH: '               DELIMITED BY SIZE
                      WS-ERQ-ARC-COUNT(WS-ERQ-IDX) DELIMITED BY SIZE
                      '  DEADLTR: '               DELIMITED BY SIZE
                      WS-ERQ-DL-COUNT(WS-ERQ-IDX) DELIMITED BY SIZE
                      '  SESSCTX: '               DELIMITED BY SIZE
                      WS-ERQ-SES-COUNT(WS-ERQ-IDX) DELIMITED BY SIZE
                      '  MSGQUEUE: '              DELIMITED BY SIZE
                      WS-ERQ-MQ-COUNT(WS-ERQ-IDX) DELIMITED BY SIZE
                      INTO CERT-LINE
               END-STRING
           END-IF
           WRITE CERT-LINE.

       WRITE-FILE-COUNT-LINE.
           MOVE SPACES TO CERT-LINE
           IF WS-CERT-PRESENT
               STRING '  '                DELIMITED BY SIZE
                      WS-CERT-FILE-NAME   DELIMITED BY SIZE
                      '    '              DELIMITED BY SIZE
                      WS-CERT-READ        DELIMITED BY SIZE
                      '  '                DELIMITED BY SIZE
                      WS-CERT-REDACTED    DELIMITED BY SIZE
                      '  '                DELIMITED BY SIZE
                      WS-CERT-ALREADY     DELIMITED BY SIZE
                      INTO CERT-LINE
               END-STRING
           ELSE
               STRING '  '                DELIMITED BY SIZE
                      WS-CERT-FILE-NAME   DELIMITED BY SIZE
                      '    NOT ON FILE - NOTHING TO ERASE'
                                          DELIMITED BY SIZE
                      INTO CERT-LINE
               END-STRING
           END-IF
           WRITE CERT-LINE.

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

           MOVE 'SYNAPSE-ERASURE' TO RNH-PROGRAM
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
           MOVE WS-RECORDS-READ TO RNH-RECORDS-PROCESSED
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE
           STOP RUN.

       CLOCK-TO-SECONDS.
           COMPUTE WS-RNH-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-RNH-CLOCK-DATE) * 86400
               + WS-RNH-CLOCK-HH * 3600
               + WS-RNH-CLOCK-MM * 60
               + WS-RNH-CLOCK-SS.
