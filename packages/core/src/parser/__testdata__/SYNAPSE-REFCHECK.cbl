       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYNAPSE-REFCHECK.
       AUTHOR. SYNAPSE-TEAM.

      ******************************************************************
      * NIGHTLY REFERENTIAL INTEGRITY SWEEP - SYNAPSE-AUDIT CHECKS
      * AGENTS.DAT AGAINST ITSELF AND ITS MASTERS; THIS JOB CHECKS
      * EVERY SATELLITE FILE THAT POINTS AT AN AGENT OR A MODEL STILL
      * HAS SOMETHING TO POINT AT:
      *   SESSCTX.DAT   SES-AGENT-ID
      *   MSGQUEUE.DAT  MQ-AGENT-ID
      *   DEADLTR.DAT   DL-AGENT-ID
      *   SCHEDMST.DAT  SCH-AGENT-ID
      *   AGENTRTE.DAT  RTE-AGENT-ID AND RTE-BACKUP-AGENT-ID
      *   BILLRATE.DAT  RATE-MODEL AGAINST THE MODELMAST.DAT CATALOG
      * AN AGENT NOT ON AGENTS.DAT IS LOOKED UP ON THE PURGE ARCHIVE
      * (AGENTPRG.DAT, EVERY GENERATION CONCATENATED) SO THE REPORT
      * (REFCHECK.RPT) SAYS WHETHER IT WAS OFFBOARDED OR WAS NEVER
      * THERE. EACH ORPHAN IS LISTED WITH ITS FILE AND REASON, AND A
      * CLEANUP TRANSACTION (CLNREC) IS WRITTEN TO CLEANTRX.DAT ONCE
      * PER FILE AND DANGLING KEY - REVIEW IT, THEN APPLY IT WITH
      * SYNAPSE-REFCLEAN. THE COUNTS GO TO CTLTOTLS.DAT, WHERE
      * SYNAPSE-BALANCE STOPS THE STREAM IF ORPHANS SPIKE AGAINST THE
      * PRIOR NIGHT. NOTHING IS CHANGED BY THIS JOB.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENT-FILE ASSIGN TO 'AGENTS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGENT-ID
               ALTERNATE RECORD KEY IS AGENT-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AGENT-MODEL
                   WITH DUPLICATES
               FILE STATUS IS WS-AGENT-FILE-STATUS.

           SELECT PURGE-ARCHIVE-FILE ASSIGN TO 'AGENTPRG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRG-FILE-STATUS.

           SELECT MODEL-FILE ASSIGN TO 'MODELMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODEL-FILE-STATUS.

           SELECT SESSION-FILE ASSIGN TO 'SESSCTX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-FILE-STATUS.

           SELECT QUEUE-FILE ASSIGN TO 'MSGQUEUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.

           SELECT DEAD-LETTER-FILE ASSIGN TO 'DEADLTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEADLTR-FILE-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO 'SCHEDMST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.

           SELECT ROUTE-FILE ASSIGN TO 'AGENTRTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO 'BILLRATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT SWEEP-REPORT ASSIGN TO 'REFCHECK.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLEANUP-FILE ASSIGN TO 'CLEANTRX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-FILE ASSIGN TO 'CTLTOTLS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT STREAM-FILE ASSIGN TO 'STREAMST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-FILE.
           COPY AGENTREC.

      * Same layout as AGENTREC - the purge archive carries each
      * removed agent's full record image.
       FD  PURGE-ARCHIVE-FILE.
       01  PURGED-RECORD.
           05  PRG-AGENT-ID            PIC X(36).
           05  PRG-AGENT-NAME          PIC X(100).
           05  PRG-AGENT-MODEL         PIC X(50).
           05  PRG-AGENT-STATUS        PIC 9.
           05  PRG-MAX-TOKENS          PIC 9(6).
           05  PRG-TOKENS-USED         PIC 9(8).
           05  PRG-LAST-RUN-DATE       PIC 9(8).
           05  PRG-AGENT-DEPT          PIC X(8).

       FD  MODEL-FILE.
           COPY MDLREC.

       FD  SESSION-FILE.
           COPY SESREC.

       FD  QUEUE-FILE.
           COPY MSGQREC.

       FD  DEAD-LETTER-FILE.
           COPY DLREC.

       FD  SCHEDULE-FILE.
           COPY SCHDREC.

       FD  ROUTE-FILE.
           COPY RTEREC.

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RATE-MODEL              PIC X(50).
           05  RATE-PER-1000           PIC 9(3)V99.

       FD  SWEEP-REPORT.
       01  SWEEP-LINE                  PIC X(132).

       FD  CLEANUP-FILE.
           COPY CLNREC.

       FD  CONTROL-FILE.
           COPY CTLREC.

       FD  STREAM-FILE.
           COPY STRREC.

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.
       01  WS-AGENT-FILE-STATUS        PIC XX.
       01  WS-PRG-FILE-STATUS          PIC XX.
       01  WS-MODEL-FILE-STATUS        PIC XX.
       01  WS-SESSION-FILE-STATUS      PIC XX.
       01  WS-QUEUE-FILE-STATUS        PIC XX.
       01  WS-DEADLTR-FILE-STATUS      PIC XX.
       01  WS-SCHED-FILE-STATUS        PIC XX.
       01  WS-ROUTE-FILE-STATUS        PIC XX.
       01  WS-RATE-FILE-STATUS         PIC XX.
       01  WS-CTL-FILE-STATUS          PIC XX.
       01  WS-STREAM-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
           88  WS-EOF                  VALUE 1.

      * Every agent id ever offboarded, from all purge generations.
       01  WS-PURGE-TABLE.
           05  WS-PRG-ENTRY-COUNT      PIC 9(4) VALUE 0.
           05  WS-PRG-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PRG-IDX.
               10  WS-PRG-ID           PIC X(36).

      * Model catalog, loaded like SYNAPSE-AUDIT loads it. Retired
      * models are still on the catalog, so their rates stay valid
      * for the periods billed before retirement.
       01  WS-MODEL-TABLE.
           05  WS-MDL-ENTRY-COUNT      PIC 9(3) VALUE 0.
           05  WS-MDL-ENTRY OCCURS 100 TIMES INDEXED BY WS-MDL-IDX.
               10  WS-MDL-NAME         PIC X(50).
       01  WS-MDL-FOUND-SW             PIC X VALUE 'N'.
           88  WS-MDL-FOUND            VALUE 'Y'.

      * Agent lookup interface: set WS-REF-AGENT-ID, PERFORM
      * CHECK-AGENT-REFERENCE, read back the result.
       01  WS-REF-AGENT-ID             PIC X(36) VALUE SPACES.
       01  WS-REF-RESULT               PIC X VALUE 'O'.
           88  WS-REF-OK               VALUE 'O'.
           88  WS-REF-PURGED           VALUE 'P'.
           88  WS-REF-UNKNOWN          VALUE 'U'.
       01  WS-REF-BACKUP-SW            PIC X VALUE 'N'.
           88  WS-REF-IS-BACKUP        VALUE 'Y'.

      * The orphan being reported, in the shape every file is
      * reduced to for the report line and the cleanup transaction.
       01  WS-ORPH-FILE                PIC X(8) VALUE SPACES.
       01  WS-ORPH-KEY                 PIC X(50) VALUE SPACES.
       01  WS-ORPH-DETAIL              PIC X(21) VALUE SPACES.
       01  WS-ORPH-REASON              PIC X(40) VALUE SPACES.

      * Cleanup transactions already written - one per file and key,
      * however many records on the file carry the key.
       01  WS-CLEANUP-TABLE.
           05  WS-CLN-ENTRY-COUNT      PIC 9(4) VALUE 0.
           05  WS-CLN-ENTRY OCCURS 1000 TIMES INDEXED BY WS-CLN-IDX.
               10  WS-CLN-FILE         PIC X(8).
               10  WS-CLN-KEY          PIC X(50).
       01  WS-CLN-FOUND-SW             PIC X VALUE 'N'.
           88  WS-CLN-FOUND            VALUE 'Y'.

      * Per-file counts for the totals section.
       01  WS-SES-PRESENT-SW           PIC X VALUE 'N'.
           88  WS-SES-PRESENT          VALUE 'Y'.
       01  WS-SES-READ                 PIC 9(8) VALUE 0.
       01  WS-SES-ORPHANS              PIC 9(8) VALUE 0.
       01  WS-MQ-PRESENT-SW            PIC X VALUE 'N'.
           88  WS-MQ-PRESENT           VALUE 'Y'.
       01  WS-MQ-READ                  PIC 9(8) VALUE 0.
       01  WS-MQ-ORPHANS               PIC 9(8) VALUE 0.
       01  WS-DL-PRESENT-SW            PIC X VALUE 'N'.
           88  WS-DL-PRESENT           VALUE 'Y'.
       01  WS-DL-READ                  PIC 9(8) VALUE 0.
       01  WS-DL-ORPHANS               PIC 9(8) VALUE 0.
       01  WS-SCH-PRESENT-SW           PIC X VALUE 'N'.
           88  WS-SCH-PRESENT          VALUE 'Y'.
       01  WS-SCH-READ                 PIC 9(8) VALUE 0.
       01  WS-SCH-ORPHANS              PIC 9(8) VALUE 0.
       01  WS-RTE-PRESENT-SW           PIC X VALUE 'N'.
           88  WS-RTE-PRESENT          VALUE 'Y'.
       01  WS-RTE-READ                 PIC 9(8) VALUE 0.
       01  WS-RTE-ORPHANS              PIC 9(8) VALUE 0.
       01  WS-RAT-PRESENT-SW           PIC X VALUE 'N'.
           88  WS-RAT-PRESENT          VALUE 'Y'.
       01  WS-RAT-READ                 PIC 9(8) VALUE 0.
       01  WS-RAT-ORPHANS              PIC 9(8) VALUE 0.

      * One totals line, filled in per file.
       01  WS-TOT-FILE-NAME            PIC X(12) VALUE SPACES.
       01  WS-TOT-PRESENT-SW           PIC X VALUE 'N'.
           88  WS-TOT-PRESENT          VALUE 'Y'.
       01  WS-TOT-READ                 PIC 9(8) VALUE 0.
       01  WS-TOT-ORPHANS              PIC 9(8) VALUE 0.

       01  WS-RECORDS-READ             PIC 9(8) VALUE 0.
       01  WS-ORPHAN-COUNT             PIC 9(8) VALUE 0.
       01  WS-TRX-WRITTEN              PIC 9(8) VALUE 0.

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
           PERFORM LOAD-PURGE-TABLE
           PERFORM LOAD-MODEL-TABLE

           OPEN INPUT AGENT-FILE
           IF WS-AGENT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGENT FILE: '
                   WS-AGENT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF

           OPEN OUTPUT SWEEP-REPORT
           OPEN OUTPUT CLEANUP-FILE
           MOVE 'SYNAPSE REFERENTIAL INTEGRITY SWEEP' TO SWEEP-LINE
           WRITE SWEEP-LINE
           MOVE SPACES TO SWEEP-LINE
           WRITE SWEEP-LINE
           MOVE SPACES TO SWEEP-LINE
           MOVE 'FILE'       TO SWEEP-LINE(3:4)
           MOVE 'KEY'        TO SWEEP-LINE(13:3)
           MOVE 'DETAIL'     TO SWEEP-LINE(65:6)
           MOVE 'REASON'     TO SWEEP-LINE(88:6)
           WRITE SWEEP-LINE

           PERFORM CHECK-SESSIONS
           PERFORM CHECK-QUEUE
           PERFORM CHECK-DEAD-LETTERS
           PERFORM CHECK-SCHEDULES
           PERFORM CHECK-ROUTES
           PERFORM CHECK-RATES
           PERFORM WRITE-SWEEP-TOTALS

           CLOSE AGENT-FILE
           CLOSE SWEEP-REPORT
           CLOSE CLEANUP-FILE

           PERFORM WRITE-CONTROL-TOTALS
           DISPLAY 'SYNAPSE-REFCHECK RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'SYNAPSE-REFCHECK ORPHANS: ' WS-ORPHAN-COUNT
           DISPLAY 'SYNAPSE-REFCHECK CLEANUP TRANSACTIONS: '
               WS-TRX-WRITTEN
           SET WS-RNH-COMPLETED TO TRUE
           PERFORM FINISH-RUN.

      * The stream must hold the quiesce (SYNAPSE-QUIESCE HOLD)
      * before this job reads the satellite files - the live path
      * opening a session or parking a dead letter mid-sweep would
      * be reported against a half-written picture. No state file,
      * an empty record, or an OPEN state all refuse the job;
      * SYNAPSE-BALANCE fails the night if this job posted counters
      * without the QUIESCE-HELD proof.
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

      * No purge generations yet is a system that never offboarded
      * anyone - every missing agent is then reported as never on
      * file, which is still an orphan.
       LOAD-PURGE-TABLE.
           OPEN INPUT PURGE-ARCHIVE-FILE
           IF WS-PRG-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ PURGE-ARCHIVE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-PRG-ENTRY-COUNT >= 2000
                           DISPLAY 'PURGE TABLE FULL - SKIPPING: '
                               PRG-AGENT-ID
                       ELSE
                           ADD 1 TO WS-PRG-ENTRY-COUNT
                           SET WS-PRG-IDX TO WS-PRG-ENTRY-COUNT
                           MOVE PRG-AGENT-ID TO WS-PRG-ID(WS-PRG-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PURGE-ARCHIVE-FILE.

      * An empty or missing catalog would flag every rate, which is a
      * setup problem, not a data problem - stop up front, exactly as
      * SYNAPSE-AUDIT does.
       LOAD-MODEL-TABLE.
           OPEN INPUT MODEL-FILE
           IF WS-MODEL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MODEL CATALOG: '
                   WS-MODEL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ MODEL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-MDL-ENTRY-COUNT >= 100
                           DISPLAY 'MODEL TABLE FULL - SKIPPING: '
                               MDL-MODEL-NAME
                       ELSE
                           ADD 1 TO WS-MDL-ENTRY-COUNT
                           SET WS-MDL-IDX TO WS-MDL-ENTRY-COUNT
                           MOVE MDL-MODEL-NAME
                               TO WS-MDL-NAME(WS-MDL-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MODEL-FILE

           IF WS-MDL-ENTRY-COUNT = 0
               DISPLAY 'MODEL CATALOG IS EMPTY - NOTHING IS VALID'
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF.

      * On the master is fine whatever the status - an inactive or
      * suspended agent is still a real agent. Off the master, the
      * purge archive says whether it was offboarded.
       CHECK-AGENT-REFERENCE.
           SET WS-REF-OK TO TRUE
           IF WS-REF-AGENT-ID = SPACES
               SET WS-REF-UNKNOWN TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REF-AGENT-ID TO AGENT-ID
           READ AGENT-FILE
               INVALID KEY
                   SET WS-REF-UNKNOWN TO TRUE
           END-READ
           IF WS-REF-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PRG-IDX FROM 1 BY 1
                   UNTIL WS-PRG-IDX > WS-PRG-ENTRY-COUNT
               IF WS-PRG-ID(WS-PRG-IDX) = WS-REF-AGENT-ID
                   SET WS-REF-PURGED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * The caller has loaded WS-ORPH-FILE, -KEY and -DETAIL; an
      * agent orphan's reason comes from the lookup just made.
       SET-AGENT-REASON.
           EVALUATE TRUE
               WHEN WS-REF-IS-BACKUP AND WS-REF-PURGED
                   MOVE 'BACKUP AGENT PURGED - ON AGENTPRG'
                       TO WS-ORPH-REASON
               WHEN WS-REF-IS-BACKUP
                   MOVE 'BACKUP AGENT NOT ON AGENTS OR AGENTPRG'
                       TO WS-ORPH-REASON
               WHEN WS-REF-PURGED
                   MOVE 'AGENT PURGED - ON AGENTPRG'
                       TO WS-ORPH-REASON
               WHEN OTHER
                   MOVE 'AGENT NOT ON AGENTS OR AGENTPRG'
                       TO WS-ORPH-REASON
           END-EVALUATE.

       RECORD-ORPHAN.
           ADD 1 TO WS-ORPHAN-COUNT
           MOVE SPACES TO SWEEP-LINE
           STRING '  '             DELIMITED BY SIZE
                  WS-ORPH-FILE     DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-ORPH-KEY      DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-ORPH-DETAIL   DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-ORPH-REASON   DELIMITED BY SIZE
                  INTO SWEEP-LINE
           END-STRING
           WRITE SWEEP-LINE

           SET WS-CLN-FOUND-SW TO 'N'
           PERFORM VARYING WS-CLN-IDX FROM 1 BY 1
                   UNTIL WS-CLN-IDX > WS-CLN-ENTRY-COUNT
               IF WS-CLN-FILE(WS-CLN-IDX) = WS-ORPH-FILE
                  AND WS-CLN-KEY(WS-CLN-IDX) = WS-ORPH-KEY
                   SET WS-CLN-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CLN-FOUND
               EXIT PARAGRAPH
           END-IF

           IF WS-CLN-ENTRY-COUNT >= 1000
               DISPLAY 'CLEANUP TABLE FULL - NO TRANSACTION FOR: '
                   WS-ORPH-FILE ' ' WS-ORPH-KEY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CLN-ENTRY-COUNT
           SET WS-CLN-IDX TO WS-CLN-ENTRY-COUNT
           MOVE WS-ORPH-FILE TO WS-CLN-FILE(WS-CLN-IDX)
           MOVE WS-ORPH-KEY TO WS-CLN-KEY(WS-CLN-IDX)

           MOVE SPACES TO CLEANUP-TRANS-RECORD
           MOVE 'DELETE' TO CLN-ACTION
           MOVE WS-ORPH-FILE TO CLN-FILE
           MOVE WS-ORPH-KEY TO CLN-KEY
           MOVE WS-ORPH-REASON TO CLN-REASON
           WRITE CLEANUP-TRANS-RECORD
           ADD 1 TO WS-TRX-WRITTEN.

      * A file that is not allocated or not yet created has nothing
      * to dangle - it is shown as such in the totals.
       CHECK-SESSIONS.
           OPEN INPUT SESSION-FILE
           IF WS-SESSION-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-SES-PRESENT TO TRUE
           MOVE 'SESSCTX' TO WS-ORPH-FILE
           SET WS-REF-BACKUP-SW TO 'N'

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ SESSION-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SES-READ
                       ADD 1 TO WS-RECORDS-READ
                       MOVE SES-AGENT-ID TO WS-REF-AGENT-ID
                       PERFORM CHECK-AGENT-REFERENCE
                       IF NOT WS-REF-OK
                           ADD 1 TO WS-SES-ORPHANS
                           MOVE SES-AGENT-ID TO WS-ORPH-KEY
                           MOVE SES-CONVERSATION-ID TO WS-ORPH-DETAIL
                           PERFORM SET-AGENT-REASON
                           PERFORM RECORD-ORPHAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SESSION-FILE.

       CHECK-QUEUE.
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-MQ-PRESENT TO TRUE
           MOVE 'MSGQUEUE' TO WS-ORPH-FILE
           SET WS-REF-BACKUP-SW TO 'N'

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ QUEUE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MQ-READ
                       ADD 1 TO WS-RECORDS-READ
                       MOVE MQ-AGENT-ID TO WS-REF-AGENT-ID
                       PERFORM CHECK-AGENT-REFERENCE
                       IF NOT WS-REF-OK
                           ADD 1 TO WS-MQ-ORPHANS
                           MOVE MQ-AGENT-ID TO WS-ORPH-KEY
                           MOVE MQ-EARLIEST-TS TO WS-ORPH-DETAIL
                           PERFORM SET-AGENT-REASON
                           PERFORM RECORD-ORPHAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.

       CHECK-DEAD-LETTERS.
           OPEN INPUT DEAD-LETTER-FILE
           IF WS-DEADLTR-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-DL-PRESENT TO TRUE
           MOVE 'DEADLTR' TO WS-ORPH-FILE
           SET WS-REF-BACKUP-SW TO 'N'

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ DEAD-LETTER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DL-READ
                       ADD 1 TO WS-RECORDS-READ
                       MOVE DL-AGENT-ID TO WS-REF-AGENT-ID
                       PERFORM CHECK-AGENT-REFERENCE
                       IF NOT WS-REF-OK
                           ADD 1 TO WS-DL-ORPHANS
                           MOVE DL-AGENT-ID TO WS-ORPH-KEY
                           MOVE DL-TIMESTAMP TO WS-ORPH-DETAIL
                           PERFORM SET-AGENT-REASON
                           PERFORM RECORD-ORPHAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEAD-LETTER-FILE.

       CHECK-SCHEDULES.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHED-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-SCH-PRESENT TO TRUE
           MOVE 'SCHEDMST' TO WS-ORPH-FILE
           SET WS-REF-BACKUP-SW TO 'N'

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ SCHEDULE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SCH-READ
                       ADD 1 TO WS-RECORDS-READ
                       MOVE SCH-AGENT-ID TO WS-REF-AGENT-ID
                       PERFORM CHECK-AGENT-REFERENCE
                       IF NOT WS-REF-OK
                           ADD 1 TO WS-SCH-ORPHANS
                           MOVE SCH-AGENT-ID TO WS-ORPH-KEY
                           MOVE SPACES TO WS-ORPH-DETAIL
                           STRING 'SCHEDULE '      DELIMITED BY SIZE
                                  SCH-SCHEDULE-ID  DELIMITED BY SIZE
                                  INTO WS-ORPH-DETAIL
                           END-STRING
                           PERFORM SET-AGENT-REASON
                           PERFORM RECORD-ORPHAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

      * A route is only as good as both ends. The routed agent is
      * checked first; a route whose backup is gone is reported
      * against the backup, since that is the id to clean up.
       CHECK-ROUTES.
           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-RTE-PRESENT TO TRUE
           MOVE 'AGENTRTE' TO WS-ORPH-FILE

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ ROUTE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RTE-READ
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM CHECK-ONE-ROUTE
               END-READ
           END-PERFORM
           CLOSE ROUTE-FILE.

       CHECK-ONE-ROUTE.
           SET WS-REF-BACKUP-SW TO 'N'
           MOVE RTE-AGENT-ID TO WS-REF-AGENT-ID
           PERFORM CHECK-AGENT-REFERENCE
           IF WS-REF-OK
               SET WS-REF-IS-BACKUP TO TRUE
               MOVE RTE-BACKUP-AGENT-ID TO WS-REF-AGENT-ID
               PERFORM CHECK-AGENT-REFERENCE
           END-IF
           IF WS-REF-OK
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RTE-ORPHANS
           MOVE WS-REF-AGENT-ID TO WS-ORPH-KEY
           IF WS-REF-IS-BACKUP
               MOVE 'ROUTED AGENT ON FILE' TO WS-ORPH-DETAIL
           ELSE
               MOVE SPACES TO WS-ORPH-DETAIL
           END-IF
           PERFORM SET-AGENT-REASON
           PERFORM RECORD-ORPHAN.

       CHECK-RATES.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET WS-RAT-PRESENT TO TRUE
           MOVE 'BILLRATE' TO WS-ORPH-FILE

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ RATE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RAT-READ
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM CHECK-ONE-RATE
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.

       CHECK-ONE-RATE.
           SET WS-MDL-FOUND-SW TO 'N'
           PERFORM VARYING WS-MDL-IDX FROM 1 BY 1
                   UNTIL WS-MDL-IDX > WS-MDL-ENTRY-COUNT
               IF WS-MDL-NAME(WS-MDL-IDX) = RATE-MODEL
                   SET WS-MDL-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WS-MDL-FOUND
               ADD 1 TO WS-RAT-ORPHANS
               MOVE RATE-MODEL TO WS-ORPH-KEY
               MOVE SPACES TO WS-ORPH-DETAIL
               MOVE 'MODEL NOT ON MODELMAST CATALOG' TO WS-ORPH-REASON
               PERFORM RECORD-ORPHAN
           END-IF.

       WRITE-SWEEP-TOTALS.
           MOVE SPACES TO SWEEP-LINE
           WRITE SWEEP-LINE
           MOVE SPACES TO SWEEP-LINE
           MOVE 'FILE'    TO SWEEP-LINE(3:4)
           MOVE 'READ'    TO SWEEP-LINE(19:4)
           MOVE 'ORPHANS' TO SWEEP-LINE(29:7)
           WRITE SWEEP-LINE

           MOVE 'SESSCTX.DAT' TO WS-TOT-FILE-NAME
           MOVE WS-SES-PRESENT-SW TO WS-TOT-PRESENT-SW
           MOVE WS-SES-READ TO WS-TOT-READ
           MOVE WS-SES-ORPHANS TO WS-TOT-ORPHANS
           PERFORM WRITE-FILE-TOTAL-LINE

           MOVE 'MSGQUEUE.DAT' TO WS-TOT-FILE-NAME
           MOVE WS-MQ-PRESENT-SW TO WS-TOT-PRESENT-SW
           MOVE WS-MQ-READ TO WS-TOT-READ
           MOVE WS-MQ-ORPHANS TO WS-TOT-ORPHANS
           PERFORM WRITE-FILE-TOTAL-LINE

           MOVE 'DEADLTR.DAT' TO WS-TOT-FILE-NAME
           MOVE WS-DL-PRESENT-SW TO WS-TOT-PRESENT-SW
           MOVE WS-DL-READ TO WS-TOT-READ
           MOVE WS-DL-ORPHANS TO WS-TOT-ORPHANS
           PERFORM WRITE-FILE-TOTAL-LINE

           MOVE 'SCHEDMST.DAT' TO WS-TOT-FILE-NAME
           MOVE WS-SCH-PRESENT-SW TO WS-TOT-PRESENT-SW
           MOVE WS-SCH-READ TO WS-TOT-READ
           MOVE WS-SCH-ORPHANS TO WS-TOT-ORPHANS
           PERFORM WRITE-FILE-TOTAL-LINE

           MOVE 'AGENTRTE.DAT' TO WS-TOT-FILE-NAME
           MOVE WS-RTE-PRESENT-SW TO WS-TOT-PRESENT-SW
           MOVE WS-RTE-READ TO WS-TOT-READ
           MOVE WS-RTE-ORPHANS TO WS-TOT-ORPHANS
           PERFORM WRITE-FILE-TOTAL-LINE

           MOVE 'BILLRATE.DAT' TO WS-TOT-FILE-NAME
           MOVE WS-RAT-PRESENT-SW TO WS-TOT-PRESENT-SW
           MOVE WS-RAT-READ TO WS-TOT-READ
           MOVE WS-RAT-ORPHANS TO WS-TOT-ORPHANS
           PERFORM WRITE-FILE-TOTAL-LINE

           MOVE SPACES TO SWEEP-LINE
           STRING 'RECORDS READ: '       DELIMITED BY SIZE
                  WS-RECORDS-READ        DELIMITED BY SIZE
                  '  ORPHANS: '          DELIMITED BY SIZE
                  WS-ORPHAN-COUNT        DELIMITED BY SIZE
                  '  CLEANUP TRANSACTIONS: ' DELIMITED BY SIZE
                  WS-TRX-WRITTEN         DELIMITED BY SIZE
                  INTO SWEEP-LINE
           END-STRING
           WRITE SWEEP-LINE

           MOVE '(REVIEW CLEANTRX.DAT, THEN APPLY IT WITH SYNRCLN)'
               TO SWEEP-LINE
           WRITE SWEEP-LINE.

       WRITE-FILE-TOTAL-LINE.
           MOVE SPACES TO SWEEP-LINE
           IF WS-TOT-PRESENT
               STRING '  '              DELIMITED BY SIZE
                      WS-TOT-FILE-NAME  DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WS-TOT-READ       DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      WS-TOT-ORPHANS    DELIMITED BY SIZE
                      INTO SWEEP-LINE
               END-STRING
           ELSE
               STRING '  '              DELIMITED BY SIZE
                      WS-TOT-FILE-NAME  DELIMITED BY SIZE
                      '  NOT ON FILE - NOT CHECKED'
                                        DELIMITED BY SIZE
                      INTO SWEEP-LINE
               END-STRING
           END-IF
           WRITE SWEEP-LINE.

      * Appends this run's counts to the stream-wide control file.
      * SYNAPSE-BALANCE compares ORPHANS with the prior night and
      * stops the stream on a spike. A write failure is announced
      * but does not fail this job - the balance step reports the
      * missing counters instead.
       WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT CONTROL-FILE
           END-IF
           IF WS-CTL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CONTROL TOTALS FILE: '
                   WS-CTL-FILE-STATUS
           ELSE
               MOVE 'SYNAPSE-REFCHECK' TO CTL-PROGRAM
               MOVE 'RECORDS-READ' TO CTL-COUNTER
               MOVE WS-RECORDS-READ TO CTL-COUNT
               WRITE CONTROL-TOTAL-RECORD
               MOVE 'ORPHANS' TO CTL-COUNTER
               MOVE WS-ORPHAN-COUNT TO CTL-COUNT
               WRITE CONTROL-TOTAL-RECORD
               MOVE 'CLEANUP-TRX' TO CTL-COUNTER
               MOVE WS-TRX-WRITTEN TO CTL-COUNT
               WRITE CONTROL-TOTAL-RECORD
      * Proof for the balance step that this run held the quiesce -
      * a program whose counters arrive without it fails the night.
               MOVE 'QUIESCE-HELD' TO CTL-COUNTER
               MOVE 1 TO CTL-COUNT
               WRITE CONTROL-TOTAL-RECORD
               CLOSE CONTROL-FILE
           END-IF.

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

           MOVE 'SYNAPSE-REFCHECK' TO RNH-PROGRAM
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
