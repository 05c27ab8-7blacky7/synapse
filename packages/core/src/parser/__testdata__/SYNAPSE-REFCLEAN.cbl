       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYNAPSE-REFCLEAN.
       AUTHOR. SYNAPSE-TEAM.

      ******************************************************************
      * REFERENTIAL CLEANUP - APPLIES THE CLEANUP TRANSACTIONS THE
      * NIGHTLY SWEEP (SYNAPSE-REFCHECK) WROTE TO CLEANTRX.DAT, ONCE
      * OPERATIONS HAVE REVIEWED THEM. EACH 'DELETE' REMOVES EVERY
      * RECORD ON THE NAMED SATELLITE FILE THAT CARRIES THE KEY - ON
      * AGENTRTE.DAT A ROUTE GOES IF EITHER ITS ROUTED OR ITS BACKUP
      * AGENT IS THE KEY. THE FINDING IS CHECKED AGAIN BEFORE ANYTHING
      * IS REMOVED: AN AGENT BACK ON AGENTS.DAT OR A MODEL BACK ON THE
      * CATALOG SINCE THE SWEEP IS SKIPPED, NOT APPLIED. EACH FILE
      * WITH WORK TO DO IS REWRITTEN THROUGH A WORK FILE AND COPIED
      * BACK ONLY ONCE THE PASS HAS CLOSED CLEANLY. CLEANUP.RPT SHOWS
      * WHAT EACH TRANSACTION REMOVED OR WHY IT WAS SKIPPED.
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

           SELECT MODEL-FILE ASSIGN TO 'MODELMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODEL-FILE-STATUS.

           SELECT CLEANUP-FILE ASSIGN TO 'CLEANTRX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEANUP-FILE-STATUS.

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

           SELECT WORK-FILE ASSIGN TO 'CLNWORK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT CLEANUP-REPORT ASSIGN TO 'CLEANUP.RPT'
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

       FD  MODEL-FILE.
           COPY MDLREC.

       FD  CLEANUP-FILE.
           COPY CLNREC.

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

      * Wide enough for the largest satellite record (SESREC).
       FD  WORK-FILE.
       01  WORK-RECORD                 PIC X(4178).

       FD  CLEANUP-REPORT.
       01  CLEANUP-LINE                PIC X(132).

       FD  CONTROL-FILE.
           COPY CTLREC.

       FD  STREAM-FILE.
           COPY STRREC.

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.
       01  WS-AGENT-FILE-STATUS        PIC XX.
       01  WS-MODEL-FILE-STATUS        PIC XX.
       01  WS-CLEANUP-FILE-STATUS      PIC XX.
       01  WS-SESSION-FILE-STATUS      PIC XX.
       01  WS-QUEUE-FILE-STATUS        PIC XX.
       01  WS-DEADLTR-FILE-STATUS      PIC XX.
       01  WS-SCHED-FILE-STATUS        PIC XX.
       01  WS-ROUTE-FILE-STATUS        PIC XX.
       01  WS-RATE-FILE-STATUS         PIC XX.
       01  WS-WORK-FILE-STATUS         PIC XX.
       01  WS-CTL-FILE-STATUS          PIC XX.
       01  WS-STREAM-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
           88  WS-EOF                  VALUE 1.

       01  WS-MODEL-TABLE.
           05  WS-MDL-ENTRY-COUNT      PIC 9(3) VALUE 0.
           05  WS-MDL-ENTRY OCCURS 100 TIMES INDEXED BY WS-MDL-IDX.
               10  WS-MDL-NAME         PIC X(50).
       01  WS-MDL-FOUND-SW             PIC X VALUE 'N'.
           88  WS-MDL-FOUND            VALUE 'Y'.

      * The reviewed transactions. A transaction stays LIVE only if
      * it is well formed and its finding still holds; the rest are
      * kept with the reason they were not applied.
       01  WS-TRX-TABLE.
           05  WS-TRX-ENTRY-COUNT      PIC 9(4) VALUE 0.
           05  WS-TRX-ENTRY OCCURS 1000 TIMES INDEXED BY WS-TRX-IDX.
               10  WS-TRX-FILE         PIC X(8).
               10  WS-TRX-KEY          PIC X(50).
               10  WS-TRX-STATE        PIC X.
                   88  WS-TRX-LIVE         VALUE 'L'.
                   88  WS-TRX-SKIPPED      VALUE 'S'.
               10  WS-TRX-SKIP-REASON  PIC X(40).
               10  WS-TRX-REMOVED      PIC 9(8).
       01  WS-TRX-READ                 PIC 9(8) VALUE 0.
       01  WS-TRX-APPLIED              PIC 9(8) VALUE 0.
       01  WS-TRX-SKIP-COUNT           PIC 9(8) VALUE 0.

      * Match interface: set WS-CUR-FILE and the record's key (and,
      * on routes, its second key), PERFORM MATCH-CLEANUP-TRX.
       01  WS-CUR-FILE                 PIC X(8) VALUE SPACES.
       01  WS-CHECK-KEY                PIC X(50) VALUE SPACES.
       01  WS-CHECK-ALT-KEY            PIC X(50) VALUE SPACES.
       01  WS-TRX-MATCHED-SW           PIC X VALUE 'N'.
           88  WS-TRX-MATCHED          VALUE 'Y'.
       01  WS-FILE-HAS-WORK-SW         PIC X VALUE 'N'.
           88  WS-FILE-HAS-WORK        VALUE 'Y'.

       01  WS-FILE-READ                PIC 9(8) VALUE 0.
       01  WS-FILE-REMOVED             PIC 9(8) VALUE 0.
       01  WS-RECORDS-READ             PIC 9(8) VALUE 0.
       01  WS-TOTAL-REMOVED            PIC 9(8) VALUE 0.

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
           PERFORM LOAD-MODEL-TABLE
           PERFORM LOAD-CLEANUP-TRANSACTIONS
           PERFORM CONFIRM-FINDINGS

           PERFORM CLEAN-SESSIONS
           PERFORM CLEAN-QUEUE
           PERFORM CLEAN-DEAD-LETTERS
           PERFORM CLEAN-SCHEDULES
           PERFORM CLEAN-ROUTES
           PERFORM CLEAN-RATES

           PERFORM WRITE-CLEANUP-REPORT
           PERFORM WRITE-CONTROL-TOTALS
           DISPLAY 'SYNAPSE-REFCLEAN TRANSACTIONS: ' WS-TRX-READ
               ' APPLIED: ' WS-TRX-APPLIED
               ' SKIPPED: ' WS-TRX-SKIP-COUNT
           DISPLAY 'SYNAPSE-REFCLEAN RECORDS REMOVED: '
               WS-TOTAL-REMOVED
           SET WS-RNH-COMPLETED TO TRUE
           PERFORM FINISH-RUN.

      * The stream must hold the quiesce (SYNAPSE-QUIESCE HOLD)
      * before this job rewrites the satellite files - the live path
      * writing to any of them mid-rewrite would lose its entries.
      * No state file, an empty record, or an OPEN state all refuse
      * the job.
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

      * Needed to confirm a rate's model is still off the catalog;
      * without it no rate could safely be removed.
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

      * Operations may have deleted every line after review - no
      * transaction file is then simply nothing to apply.
       LOAD-CLEANUP-TRANSACTIONS.
           OPEN INPUT CLEANUP-FILE
           IF WS-CLEANUP-FILE-STATUS = '35'
               DISPLAY 'NO CLEANUP TRANSACTIONS TO APPLY'
               EXIT PARAGRAPH
           END-IF
           IF WS-CLEANUP-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLEANUP TRANSACTIONS: '
                   WS-CLEANUP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ CLEANUP-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRX-READ
                       PERFORM LOAD-ONE-CLEANUP-TRX
               END-READ
           END-PERFORM
           CLOSE CLEANUP-FILE.

       LOAD-ONE-CLEANUP-TRX.
           IF WS-TRX-ENTRY-COUNT >= 1000
               DISPLAY 'CLEANUP TABLE FULL - SKIPPING: '
                   CLN-FILE ' ' CLN-KEY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRX-ENTRY-COUNT
           SET WS-TRX-IDX TO WS-TRX-ENTRY-COUNT
           MOVE CLN-FILE TO WS-TRX-FILE(WS-TRX-IDX)
           MOVE CLN-KEY TO WS-TRX-KEY(WS-TRX-IDX)
           MOVE 0 TO WS-TRX-REMOVED(WS-TRX-IDX)
           MOVE SPACES TO WS-TRX-SKIP-REASON(WS-TRX-IDX)
           SET WS-TRX-LIVE(WS-TRX-IDX) TO TRUE

           EVALUATE TRUE
               WHEN NOT CLN-DELETE
                   SET WS-TRX-SKIPPED(WS-TRX-IDX) TO TRUE
                   MOVE 'ACTION NOT DELETE'
                       TO WS-TRX-SKIP-REASON(WS-TRX-IDX)
               WHEN NOT CLN-FILE-VALID
                   SET WS-TRX-SKIPPED(WS-TRX-IDX) TO TRUE
                   MOVE 'FILE NOT ONE THIS JOB CLEANS'
                       TO WS-TRX-SKIP-REASON(WS-TRX-IDX)
               WHEN CLN-KEY = SPACES
                   SET WS-TRX-SKIPPED(WS-TRX-IDX) TO TRUE
                   MOVE 'KEY IS BLANK'
                       TO WS-TRX-SKIP-REASON(WS-TRX-IDX)
           END-EVALUATE.

      * The transactions were written at sweep time and reviewed
      * since. An agent re-added, or a model put back on the
      * catalog, in between makes the finding stale - removing its
      * records now would break a live reference.
       CONFIRM-FINDINGS.
           IF WS-TRX-ENTRY-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT AGENT-FILE
           IF WS-AGENT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGENT FILE: '
                   WS-AGENT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF

           PERFORM VARYING WS-TRX-IDX FROM 1 BY 1
                   UNTIL WS-TRX-IDX > WS-TRX-ENTRY-COUNT
               IF WS-TRX-LIVE(WS-TRX-IDX)
                   PERFORM CONFIRM-ONE-FINDING
               END-IF
           END-PERFORM
           CLOSE AGENT-FILE.

       CONFIRM-ONE-FINDING.
           IF WS-TRX-FILE(WS-TRX-IDX) = 'BILLRATE'
               SET WS-MDL-FOUND-SW TO 'N'
               PERFORM VARYING WS-MDL-IDX FROM 1 BY 1
                       UNTIL WS-MDL-IDX > WS-MDL-ENTRY-COUNT
                   IF WS-MDL-NAME(WS-MDL-IDX) = WS-TRX-KEY(WS-TRX-IDX)
                       SET WS-MDL-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-MDL-FOUND
                   SET WS-TRX-SKIPPED(WS-TRX-IDX) TO TRUE
                   MOVE 'MODEL BACK ON CATALOG SINCE SWEEP'
                       TO WS-TRX-SKIP-REASON(WS-TRX-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TRX-KEY(WS-TRX-IDX) TO AGENT-ID
           READ AGENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TRX-SKIPPED(WS-TRX-IDX) TO TRUE
                   MOVE 'AGENT BACK ON AGENTS.DAT SINCE SWEEP'
                       TO WS-TRX-SKIP-REASON(WS-TRX-IDX)
           END-READ.

      * Only files with a live transaction are opened at all.
       CHECK-FILE-HAS-WORK.
           SET WS-FILE-HAS-WORK-SW TO 'N'
           PERFORM VARYING WS-TRX-IDX FROM 1 BY 1
                   UNTIL WS-TRX-IDX > WS-TRX-ENTRY-COUNT
               IF WS-TRX-LIVE(WS-TRX-IDX)
                  AND WS-TRX-FILE(WS-TRX-IDX) = WS-CUR-FILE
                   SET WS-FILE-HAS-WORK TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-REMOVED.

      * The first live transaction for this file whose key the
      * record carries takes the credit for removing it.
       MATCH-CLEANUP-TRX.
           SET WS-TRX-MATCHED-SW TO 'N'
           PERFORM VARYING WS-TRX-IDX FROM 1 BY 1
                   UNTIL WS-TRX-IDX > WS-TRX-ENTRY-COUNT
               IF WS-TRX-LIVE(WS-TRX-IDX)
                  AND WS-TRX-FILE(WS-TRX-IDX) = WS-CUR-FILE
                  AND (WS-TRX-KEY(WS-TRX-IDX) = WS-CHECK-KEY
                   OR (WS-CHECK-ALT-KEY NOT = SPACES
                   AND WS-TRX-KEY(WS-TRX-IDX) = WS-CHECK-ALT-KEY))
                   SET WS-TRX-MATCHED TO TRUE
                   ADD 1 TO WS-TRX-REMOVED(WS-TRX-IDX)
                   ADD 1 TO WS-FILE-REMOVED
                   ADD 1 TO WS-TOTAL-REMOVED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * A transaction for a file that is no longer there has nothing
      * to remove; it is reported with a count of zero.
       CLEAN-SESSIONS.
           MOVE 'SESSCTX' TO WS-CUR-FILE
           PERFORM CHECK-FILE-HAS-WORK
           IF NOT WS-FILE-HAS-WORK
               EXIT PARAGRAPH
           END-IF
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
           PERFORM OPEN-WORK-OUTPUT

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ SESSION-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       ADD 1 TO WS-RECORDS-READ
                       MOVE SES-AGENT-ID TO WS-CHECK-KEY
                       MOVE SPACES TO WS-CHECK-ALT-KEY
                       PERFORM MATCH-CLEANUP-TRX
                       IF NOT WS-TRX-MATCHED
                           WRITE WORK-RECORD
                               FROM SESSION-CONTEXT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SESSION-FILE
           CLOSE WORK-FILE

           IF WS-FILE-REMOVED > 0
               PERFORM OPEN-WORK-INPUT
               OPEN OUTPUT SESSION-FILE
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

       CLEAN-QUEUE.
           MOVE 'MSGQUEUE' TO WS-CUR-FILE
           PERFORM CHECK-FILE-HAS-WORK
           IF NOT WS-FILE-HAS-WORK
               EXIT PARAGRAPH
           END-IF
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
           PERFORM OPEN-WORK-OUTPUT

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ QUEUE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       ADD 1 TO WS-RECORDS-READ
                       MOVE MQ-AGENT-ID TO WS-CHECK-KEY
                       MOVE SPACES TO WS-CHECK-ALT-KEY
                       PERFORM MATCH-CLEANUP-TRX
                       IF NOT WS-TRX-MATCHED
                           WRITE WORK-RECORD FROM QUEUE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE
           CLOSE WORK-FILE

           IF WS-FILE-REMOVED > 0
               PERFORM OPEN-WORK-INPUT
               OPEN OUTPUT QUEUE-FILE
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

       CLEAN-DEAD-LETTERS.
           MOVE 'DEADLTR' TO WS-CUR-FILE
           PERFORM CHECK-FILE-HAS-WORK
           IF NOT WS-FILE-HAS-WORK
               EXIT PARAGRAPH
           END-IF
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
           PERFORM OPEN-WORK-OUTPUT

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ DEAD-LETTER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       ADD 1 TO WS-RECORDS-READ
                       MOVE DL-AGENT-ID TO WS-CHECK-KEY
                       MOVE SPACES TO WS-CHECK-ALT-KEY
                       PERFORM MATCH-CLEANUP-TRX
                       IF NOT WS-TRX-MATCHED
                           WRITE WORK-RECORD FROM DEAD-LETTER-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEAD-LETTER-FILE
           CLOSE WORK-FILE

           IF WS-FILE-REMOVED > 0
               PERFORM OPEN-WORK-INPUT
               OPEN OUTPUT DEAD-LETTER-FILE
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

       CLEAN-SCHEDULES.
           MOVE 'SCHEDMST' TO WS-CUR-FILE
           PERFORM CHECK-FILE-HAS-WORK
           IF NOT WS-FILE-HAS-WORK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHED-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-SCHED-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SCHEDULE FILE: '
                   WS-SCHED-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF
           PERFORM OPEN-WORK-OUTPUT

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ SCHEDULE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       ADD 1 TO WS-RECORDS-READ
                       MOVE SCH-AGENT-ID TO WS-CHECK-KEY
                       MOVE SPACES TO WS-CHECK-ALT-KEY
                       PERFORM MATCH-CLEANUP-TRX
                       IF NOT WS-TRX-MATCHED
                           WRITE WORK-RECORD FROM SCHEDULE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           CLOSE WORK-FILE

           IF WS-FILE-REMOVED > 0
               PERFORM OPEN-WORK-INPUT
               OPEN OUTPUT SCHEDULE-FILE
               PERFORM UNTIL WS-EOF
                   READ WORK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           WRITE SCHEDULE-RECORD FROM WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE SCHEDULE-FILE
           END-IF.

      * A route is useless once either end is gone, so it matches
      * on the routed agent or the backup.
       CLEAN-ROUTES.
           MOVE 'AGENTRTE' TO WS-CUR-FILE
           PERFORM CHECK-FILE-HAS-WORK
           IF NOT WS-FILE-HAS-WORK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-ROUTE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ROUTE FILE: '
                   WS-ROUTE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF
           PERFORM OPEN-WORK-OUTPUT

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ ROUTE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       ADD 1 TO WS-RECORDS-READ
                       MOVE RTE-AGENT-ID TO WS-CHECK-KEY
                       MOVE RTE-BACKUP-AGENT-ID TO WS-CHECK-ALT-KEY
                       PERFORM MATCH-CLEANUP-TRX
                       IF NOT WS-TRX-MATCHED
                           WRITE WORK-RECORD FROM ROUTE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROUTE-FILE
           CLOSE WORK-FILE

           IF WS-FILE-REMOVED > 0
               PERFORM OPEN-WORK-INPUT
               OPEN OUTPUT ROUTE-FILE
               PERFORM UNTIL WS-EOF
                   READ WORK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           WRITE ROUTE-RECORD FROM WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE ROUTE-FILE
           END-IF.

       CLEAN-RATES.
           MOVE 'BILLRATE' TO WS-CUR-FILE
           PERFORM CHECK-FILE-HAS-WORK
           IF NOT WS-FILE-HAS-WORK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RATE FILE: '
                   WS-RATE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF
           PERFORM OPEN-WORK-OUTPUT

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ RATE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       ADD 1 TO WS-RECORDS-READ
                       MOVE RATE-MODEL TO WS-CHECK-KEY
                       MOVE SPACES TO WS-CHECK-ALT-KEY
                       PERFORM MATCH-CLEANUP-TRX
                       IF NOT WS-TRX-MATCHED
                           WRITE WORK-RECORD FROM RATE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE
           CLOSE WORK-FILE

           IF WS-FILE-REMOVED > 0
               PERFORM OPEN-WORK-INPUT
               OPEN OUTPUT RATE-FILE
               PERFORM UNTIL WS-EOF
                   READ WORK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           WRITE RATE-RECORD FROM WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE RATE-FILE
           END-IF.

       OPEN-WORK-OUTPUT.
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLEANUP WORK FILE: '
                   WS-WORK-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF.

      * Only reached once the pass over a file has closed cleanly,
      * so an abend mid-pass leaves that file as it was.
       OPEN-WORK-INPUT.
           OPEN INPUT WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR REOPENING CLEANUP WORK FILE: '
                   WS-WORK-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF
           MOVE 0 TO WS-EOF-FLAG.

       WRITE-CLEANUP-REPORT.
           OPEN OUTPUT CLEANUP-REPORT
           MOVE 'SYNAPSE REFERENTIAL CLEANUP' TO CLEANUP-LINE
           WRITE CLEANUP-LINE
           MOVE SPACES TO CLEANUP-LINE
           WRITE CLEANUP-LINE
           MOVE SPACES TO CLEANUP-LINE
           MOVE 'FILE'   TO CLEANUP-LINE(3:4)
           MOVE 'KEY'    TO CLEANUP-LINE(13:3)
           MOVE 'RESULT' TO CLEANUP-LINE(65:6)
           WRITE CLEANUP-LINE

           PERFORM VARYING WS-TRX-IDX FROM 1 BY 1
                   UNTIL WS-TRX-IDX > WS-TRX-ENTRY-COUNT
               MOVE SPACES TO CLEANUP-LINE
               IF WS-TRX-LIVE(WS-TRX-IDX)
                   ADD 1 TO WS-TRX-APPLIED
                   STRING '  '                     DELIMITED BY SIZE
                          WS-TRX-FILE(WS-TRX-IDX)  DELIMITED BY SIZE
                          '  '                     DELIMITED BY SIZE
                          WS-TRX-KEY(WS-TRX-IDX)   DELIMITED BY SIZE
                          '  REMOVED '             DELIMITED BY SIZE
                          WS-TRX-REMOVED(WS-TRX-IDX)
                                                   DELIMITED BY SIZE
                          INTO CLEANUP-LINE
                   END-STRING
               ELSE
                   ADD 1 TO WS-TRX-SKIP-COUNT
                   STRING '  '                     DELIMITED BY SIZE
                          WS-TRX-FILE(WS-TRX-IDX)  DELIMITED BY SIZE
                          '  '                     DELIMITED BY SIZE
                          WS-TRX-KEY(WS-TRX-IDX)   DELIMITED BY SIZE
                          '  SKIPPED - '           DELIMITED BY SIZE
                          WS-TRX-SKIP-REASON(WS-TRX-IDX)
                                                   DELIMITED BY SIZE
                          INTO CLEANUP-LINE
                   END-STRING
               END-IF
               WRITE CLEANUP-LINE
           END-PERFORM

           MOVE SPACES TO CLEANUP-LINE
           WRITE CLEANUP-LINE
           MOVE SPACES TO CLEANUP-LINE
           STRING 'TRANSACTIONS: '      DELIMITED BY SIZE
                  WS-TRX-READ           DELIMITED BY SIZE
                  '  APPLIED: '         DELIMITED BY SIZE
                  WS-TRX-APPLIED        DELIMITED BY SIZE
                  '  SKIPPED: '         DELIMITED BY SIZE
                  WS-TRX-SKIP-COUNT     DELIMITED BY SIZE
                  '  RECORDS REMOVED: ' DELIMITED BY SIZE
                  WS-TOTAL-REMOVED      DELIMITED BY SIZE
                  INTO CLEANUP-LINE
           END-STRING
           WRITE CLEANUP-LINE
           CLOSE CLEANUP-REPORT.

      * Appends this run's counts to the stream-wide control file.
      * A write failure is announced but does not fail this job -
      * the balance step reports the missing counters instead.
       WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT CONTROL-FILE
           END-IF
           IF WS-CTL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CONTROL TOTALS FILE: '
                   WS-CTL-FILE-STATUS
           ELSE
               MOVE 'SYNAPSE-REFCLEAN' TO CTL-PROGRAM
               MOVE 'TRANS-READ' TO CTL-COUNTER
               MOVE WS-TRX-READ TO CTL-COUNT
               WRITE CONTROL-TOTAL-RECORD
               MOVE 'APPLIED' TO CTL-COUNTER
               MOVE WS-TRX-APPLIED TO CTL-COUNT
               WRITE CONTROL-TOTAL-RECORD
               MOVE 'SKIPPED' TO CTL-COUNTER
               MOVE WS-TRX-SKIP-COUNT TO CTL-COUNT
               WRITE CONTROL-TOTAL-RECORD
               MOVE 'RECORDS-REMOVED' TO CTL-COUNTER
               MOVE WS-TOTAL-REMOVED TO CTL-COUNT
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

           MOVE 'SYNAPSE-REFCLEAN' TO RNH-PROGRAM
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
