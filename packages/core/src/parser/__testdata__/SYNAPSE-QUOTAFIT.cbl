       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYNAPSE-QUOTAFIT.
       AUTHOR. SYNAPSE-TEAM.

      ******************************************************************
      * MONTHLY QUOTA RIGHT-SIZING - AGENT-MAX-TOKENS IS SET ONCE AT
      * INTAKE AND RARELY REVISITED, SO SOME AGENTS RUN OUT (STATUS
      * 08) EVERY MONTH WHILE OTHERS USE A FEW PERCENT OF THEIRS.
      * THIS JOB READS THE LAST 90 DAYS OF AGENTHIS.DAT FOR EVERY
      * AGENT ON AGENTS.DAT AND SIZES A MONTHLY QUOTA FROM THE
      * GREATER OF THE AVERAGE DAILY USE TIMES 30 AND THE BUSIEST
      * 30-DAY BLOCK, PLUS A HEADROOM PERCENTAGE TAKEN FROM THE
      * INVOKING JCL'S PARM= (3 DIGITS, EMPTY MEANS 25), ROUNDED UP
      * TO A WHOLE 1024. AN AGENT THAT HIT ITS QUOTA IN THE WINDOW
      * USED LESS THAN IT WANTED, SO IT IS NEVER SIZED BELOW WHAT IT
      * HAS NOW. QUOTAFIT.RPT LISTS EVERY AGENT BY DEPARTMENT WITH
      * THE CHANGE IN ITS MONTHLY COST CEILING AT BILLRATE.DAT RATES.
      * EACH RAISE OR CUT OUTSIDE THE TOLERANCE IS WRITTEN TO
      * QUOTATRX.DAT AS AN UPDATE IN THE AGENTTRX.DAT LAYOUT - REVIEW
      * IT WITH THE REPORT, REMOVE WHAT IS NOT APPROVED, THEN SUBMIT
      * IT THROUGH SYNAPSE-INTAKE. EACH UPDATE CARRIES STATUS 9, SO
      * INTAKE CHANGES ONLY THE QUOTA AND LEAVES THE AGENT'S STATUS
      * AS IT STANDS WHEN THE FILE IS SUBMITTED. RUN MONTHLY IN THE
      * NIGHTLY STREAM AFTER SYNAPSE-HISTLOAD, UNDER THE QUIESCE.
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

           SELECT HISTORY-FILE ASSIGN TO 'AGENTHIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO 'BILLRATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT DEPT-FILE ASSIGN TO 'DEPTMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT QUOTA-REPORT ASSIGN TO 'QUOTAFIT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QUOTA-TRANS-FILE ASSIGN TO 'QUOTATRX.DAT'
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

       FD  HISTORY-FILE.
           COPY HISREC.

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RATE-MODEL              PIC X(50).
           05  RATE-PER-1000           PIC 9(3)V99.

       FD  DEPT-FILE.
           COPY DEPTREC.

       FD  QUOTA-REPORT.
       01  QUOTA-LINE                  PIC X(132).

      * Same layout as the intake transaction file (AGENTTRX.DAT) so
      * the recommendations can be submitted to SYNAPSE-INTAKE as-is.
       FD  QUOTA-TRANS-FILE.
       01  QUOTA-TRANS-RECORD.
           05  QTX-ACTION              PIC X(10).
           05  QTX-AGENT-ID            PIC X(36).
           05  QTX-AGENT-NAME          PIC X(100).
           05  QTX-AGENT-MODEL         PIC X(50).
           05  QTX-AGENT-STATUS        PIC 9.
           05  QTX-MAX-TOKENS          PIC 9(6).
           05  QTX-AGENT-DEPT          PIC X(8).

       FD  CONTROL-FILE.
           COPY CTLREC.

       FD  STREAM-FILE.
           COPY STRREC.

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.
       01  WS-AGENT-FILE-STATUS        PIC XX.
       01  WS-HIST-FILE-STATUS         PIC XX.
       01  WS-RATE-FILE-STATUS         PIC XX.
       01  WS-DEPT-FILE-STATUS         PIC XX.
       01  WS-CTL-FILE-STATUS          PIC XX.
       01  WS-STREAM-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
           88  WS-EOF                  VALUE 1.

      * Sizing rules. A quota is sized for a 30-day billing period;
      * an agent needs a month of history in the window to be sized
      * at all, and a recommendation within the tolerance of the
      * current quota is left alone so quotas do not churn monthly.
       01  WS-HEADROOM-PCT             PIC 9(3) VALUE 25.
       01  WS-WINDOW-DAYS              PIC 9(3) VALUE 90.
       01  WS-PERIOD-DAYS              PIC 9(3) VALUE 30.
       01  WS-MINIMUM-DAYS             PIC 9(3) VALUE 30.
       01  WS-QUOTA-STEP               PIC 9(4) VALUE 1024.
       01  WS-MINIMUM-QUOTA            PIC 9(6) VALUE 1024.
       01  WS-MAXIMUM-QUOTA            PIC 9(6) VALUE 999999.
       01  WS-TOLERANCE-PCT            PIC 9(3) VALUE 10.

      * The 90-day window ends on the run date - SYNAPSE-HISTLOAD has
      * already rolled today up by the time this step runs.
       01  WS-AS-OF-DATE               PIC 9(8) VALUE 0.
       01  WS-WINDOW-START-DATE        PIC 9(8) VALUE 0.
       01  WS-AS-OF-INT                PIC 9(7) VALUE 0.
       01  WS-WINDOW-START-INT         PIC 9(7) VALUE 0.
       01  WS-HIS-INT                  PIC 9(7) VALUE 0.
       01  WS-DAY-OFFSET               PIC 9(3) VALUE 0.
       01  WS-BLOCK-NO                 PIC 9 VALUE 0.

      * Per-model rate table loaded from BILLRATE.DAT - the same
      * operator-controlled rates the month-end billing run prices at.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY-COUNT     PIC 9(3) VALUE 0.
           05  WS-RATE-ENTRY OCCURS 100 TIMES INDEXED BY WS-RATE-IDX.
               10  WS-RATE-MODEL       PIC X(50).
               10  WS-RATE-AMOUNT      PIC 9(3)V99.
       01  WS-RATE-FOUND-SW            PIC X VALUE 'N'.
           88  WS-RATE-FOUND           VALUE 'Y'.
       01  WS-AGENT-RATE               PIC 9(3)V99 VALUE 0.

      * Department grouping, seeded from DEPTMAST.DAT in master order.
      * An AGENT-DEPT the master does not carry (or a blank one) gets
      * an extra entry flagged off-master so its agents still print.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY-COUNT     PIC 9(3) VALUE 0.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY WS-DEPT-IDX.
               10  WS-DEPT-CODE        PIC X(8).
               10  WS-DEPT-NAME        PIC X(40).
               10  WS-DEPT-AGENTS      PIC 9(6).
               10  WS-DEPT-CURRENT     PIC 9(9).
               10  WS-DEPT-PROPOSED    PIC 9(9).
               10  WS-DEPT-COST-CHANGE PIC S9(9)V99.
       01  WS-DEPT-FOUND-SW            PIC X VALUE 'N'.
           88  WS-DEPT-FOUND           VALUE 'Y'.

      * Every agent on the master, with its window usage. The three
      * usage blocks are days 1-30, 31-60 and 61-90 of the window.
       01  WS-AGENT-TABLE.
           05  WS-AGT-ENTRY-COUNT      PIC 9(4) VALUE 0.
           05  WS-AGT-ENTRY OCCURS 1000 TIMES INDEXED BY WS-AGT-IDX.
               10  WS-AGT-AGENT-ID     PIC X(36).
               10  WS-AGT-NAME         PIC X(16).
               10  WS-AGT-MODEL        PIC X(50).
               10  WS-AGT-DEPT         PIC X(8).
               10  WS-AGT-STATUS       PIC 9.
               10  WS-AGT-MAX-TOKENS   PIC 9(6).
               10  WS-AGT-FIRST-INT    PIC 9(7).
               10  WS-AGT-TOKENS       PIC 9(12).
               10  WS-AGT-PEAK-DAY     PIC 9(12).
               10  WS-AGT-BLOCK-TOKENS PIC 9(12) OCCURS 3 TIMES.
               10  WS-AGT-FAIL-QUOTA   PIC 9(8).
               10  WS-AGT-PROPOSED     PIC 9(6).
               10  WS-AGT-VERDICT      PIC X(5).
                   88  WS-AGT-RAISE        VALUE 'RAISE'.
                   88  WS-AGT-LOWER        VALUE 'LOWER'.
                   88  WS-AGT-KEEP         VALUE 'KEEP'.
                   88  WS-AGT-CHANGED      VALUES 'RAISE' 'LOWER'.
               10  WS-AGT-NOTE         PIC X(20).
               10  WS-AGT-COST-CHANGE  PIC S9(7)V99.
       01  WS-AGT-FOUND-SW             PIC X VALUE 'N'.
           88  WS-AGT-FOUND            VALUE 'Y'.

      * Sizing work fields.
       01  WS-DAYS-OBSERVED            PIC 9(3) VALUE 0.
       01  WS-AVG-DAILY                PIC 9(9) VALUE 0.
       01  WS-AVG-PERIOD               PIC 9(12) VALUE 0.
       01  WS-BUSIEST-BLOCK            PIC 9(12) VALUE 0.
       01  WS-NEED                     PIC 9(12) VALUE 0.
       01  WS-NEED-STEPS               PIC 9(9) VALUE 0.
       01  WS-CHANGE-PCT               PIC 9(5) VALUE 0.
       01  WS-QUOTA-DIFFERENCE         PIC S9(7) VALUE 0.

      * Display-edited copies used to STRING onto report lines.
       01  WS-COST-DISPLAY             PIC -9(7).99.
       01  WS-DEPT-COST-DISPLAY        PIC -9(9).99.
       01  WS-AVG-DISPLAY              PIC 9(7).
       01  WS-PEAK-DISPLAY             PIC 9(7).
       01  WS-BUSIEST-DISPLAY          PIC 9(8).
       01  WS-FAIL-DISPLAY             PIC 9(5).

       01  WS-AGENTS-READ              PIC 9(8) VALUE 0.
       01  WS-RECORDS-READ             PIC 9(8) VALUE 0.
       01  WS-RECORDS-IN-WINDOW        PIC 9(8) VALUE 0.
       01  WS-OFF-MASTER-RECORDS       PIC 9(8) VALUE 0.
       01  WS-AGENTS-SIZED             PIC 9(8) VALUE 0.
       01  WS-AGENTS-RAISED            PIC 9(8) VALUE 0.
       01  WS-AGENTS-LOWERED           PIC 9(8) VALUE 0.
       01  WS-TRX-WRITTEN              PIC 9(8) VALUE 0.
       01  WS-UNRATED-AGENTS           PIC 9(8) VALUE 0.
       01  WS-TOTAL-COST-CHANGE        PIC S9(9)V99 VALUE 0.

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

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LEN              PIC S9(4) COMP.
           05  LK-PARM-DATA             PIC X(78).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-RNH-START-TIMESTAMP
           PERFORM VERIFY-QUIESCE-HELD
           PERFORM PARSE-PARM
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-DEPT-TABLE
           PERFORM LOAD-AGENT-TABLE
           PERFORM ACCUMULATE-WINDOW-HISTORY
           PERFORM SIZE-AGENT-QUOTAS
           PERFORM WRITE-QUOTA-TRANSACTIONS
           PERFORM WRITE-QUOTA-REPORT
           PERFORM WRITE-CONTROL-TOTALS
           DISPLAY 'SYNAPSE-QUOTAFIT AGENTS READ: ' WS-AGENTS-READ
           DISPLAY 'SYNAPSE-QUOTAFIT AGENTS SIZED: ' WS-AGENTS-SIZED
           DISPLAY 'SYNAPSE-QUOTAFIT RAISED: ' WS-AGENTS-RAISED
               ' LOWERED: ' WS-AGENTS-LOWERED
           DISPLAY 'SYNAPSE-QUOTAFIT TRANSACTIONS WRITTEN: '
               WS-TRX-WRITTEN
           SET WS-RNH-COMPLETED TO TRUE
           PERFORM FINISH-RUN.

      * The stream must hold the quiesce (SYNAPSE-QUIESCE HOLD)
      * before this job reads AGENTS.DAT - the sizing is only as good
      * as the history roll-up that ran ahead of it in the same
      * window. No state file, an empty record, or an OPEN state all
      * refuse the job.
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

      * PARM='NNN' - HEADROOM PERCENT, EMPTY MEANS THE DEFAULT 25.
      * Anything else but exactly three digits is refused - sizing
      * the whole roster on the default when the operator asked for
      * something else would go unnoticed until the cuts landed.
       PARSE-PARM.
           IF LK-PARM-LEN NOT = 0 AND LK-PARM-LEN NOT = 3
               DISPLAY 'HEADROOM PARM MUST BE 3 DIGITS: '
                   LK-PARM-DATA(1:LK-PARM-LEN)
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF

           IF LK-PARM-LEN = 3
               IF LK-PARM-DATA(1:3) NOT NUMERIC
                   DISPLAY 'HEADROOM PARM NOT NUMERIC: '
                       LK-PARM-DATA(1:3)
                   MOVE 8 TO RETURN-CODE
                   PERFORM FINISH-RUN
               END-IF
               MOVE LK-PARM-DATA(1:3) TO WS-HEADROOM-PCT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           COMPUTE WS-WINDOW-START-INT =
               WS-AS-OF-INT - WS-WINDOW-DAYS + 1
           COMPUTE WS-WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INT).

       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RATE FILE: '
                   WS-RATE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ RATE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-RATE-ENTRY-COUNT >= 100
                           DISPLAY 'RATE TABLE FULL - SKIPPING MODEL: '
                               RATE-MODEL
                       ELSE
                           ADD 1 TO WS-RATE-ENTRY-COUNT
                           SET WS-RATE-IDX TO WS-RATE-ENTRY-COUNT
                           MOVE RATE-MODEL
                               TO WS-RATE-MODEL(WS-RATE-IDX)
                           MOVE RATE-PER-1000
                               TO WS-RATE-AMOUNT(WS-RATE-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.

       LOAD-DEPT-TABLE.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEPARTMENT MASTER: '
                   WS-DEPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ DEPT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-DEPT-ENTRY-COUNT >= 100
                           DISPLAY 'DEPT TABLE FULL - SKIPPING DEPT: '
                               DEPT-CODE
                       ELSE
                           ADD 1 TO WS-DEPT-ENTRY-COUNT
                           SET WS-DEPT-IDX TO WS-DEPT-ENTRY-COUNT
                           MOVE DEPT-CODE
                               TO WS-DEPT-CODE(WS-DEPT-IDX)
                           MOVE DEPT-NAME
                               TO WS-DEPT-NAME(WS-DEPT-IDX)
                           PERFORM CLEAR-DEPT-TOTALS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPT-FILE.

       CLEAR-DEPT-TOTALS.
           MOVE 0 TO WS-DEPT-AGENTS(WS-DEPT-IDX)
           MOVE 0 TO WS-DEPT-CURRENT(WS-DEPT-IDX)
           MOVE 0 TO WS-DEPT-PROPOSED(WS-DEPT-IDX)
           MOVE 0 TO WS-DEPT-COST-CHANGE(WS-DEPT-IDX).

      * Every agent on the master is listed, whatever its status, so
      * the report accounts for the whole roster.
       LOAD-AGENT-TABLE.
           OPEN INPUT AGENT-FILE
           IF WS-AGENT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGENT FILE: '
                   WS-AGENT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ AGENT-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AGENTS-READ
                       PERFORM LOAD-ONE-AGENT
               END-READ
           END-PERFORM
           CLOSE AGENT-FILE.

       LOAD-ONE-AGENT.
           IF WS-AGT-ENTRY-COUNT >= 1000
               DISPLAY 'AGENT TABLE FULL - SKIPPING AGENT: '
                   AGENT-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AGT-ENTRY-COUNT
           SET WS-AGT-IDX TO WS-AGT-ENTRY-COUNT
           MOVE AGENT-ID TO WS-AGT-AGENT-ID(WS-AGT-IDX)
           MOVE AGENT-NAME TO WS-AGT-NAME(WS-AGT-IDX)
           MOVE AGENT-MODEL TO WS-AGT-MODEL(WS-AGT-IDX)
           MOVE AGENT-DEPT TO WS-AGT-DEPT(WS-AGT-IDX)
           MOVE AGENT-STATUS TO WS-AGT-STATUS(WS-AGT-IDX)
           MOVE AGENT-MAX-TOKENS TO WS-AGT-MAX-TOKENS(WS-AGT-IDX)
           MOVE 0 TO WS-AGT-FIRST-INT(WS-AGT-IDX)
           MOVE 0 TO WS-AGT-TOKENS(WS-AGT-IDX)
           MOVE 0 TO WS-AGT-PEAK-DAY(WS-AGT-IDX)
           MOVE 0 TO WS-AGT-BLOCK-TOKENS(WS-AGT-IDX, 1)
           MOVE 0 TO WS-AGT-BLOCK-TOKENS(WS-AGT-IDX, 2)
           MOVE 0 TO WS-AGT-BLOCK-TOKENS(WS-AGT-IDX, 3)
           MOVE 0 TO WS-AGT-FAIL-QUOTA(WS-AGT-IDX)
           MOVE AGENT-MAX-TOKENS TO WS-AGT-PROPOSED(WS-AGT-IDX)
           MOVE SPACES TO WS-AGT-VERDICT(WS-AGT-IDX)
           MOVE SPACES TO WS-AGT-NOTE(WS-AGT-IDX)
           MOVE 0 TO WS-AGT-COST-CHANGE(WS-AGT-IDX).

      * History for an agent no longer on the master is counted and
      * passed over - there is no quota left to size.
       ACCUMULATE-WINDOW-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HISTORY FILE: '
                   WS-HIST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ HISTORY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF HIS-DATE >= WS-WINDOW-START-DATE
                               AND HIS-DATE <= WS-AS-OF-DATE
                           ADD 1 TO WS-RECORDS-IN-WINDOW
                           PERFORM ACCUMULATE-ONE-HISTORY-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       ACCUMULATE-ONE-HISTORY-DAY.
           SET WS-AGT-FOUND-SW TO 'N'
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
                   UNTIL WS-AGT-IDX > WS-AGT-ENTRY-COUNT
               IF WS-AGT-AGENT-ID(WS-AGT-IDX) = HIS-AGENT-ID
                   SET WS-AGT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-AGT-FOUND
               ADD 1 TO WS-OFF-MASTER-RECORDS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-HIS-INT = FUNCTION INTEGER-OF-DATE(HIS-DATE)
           IF WS-AGT-FIRST-INT(WS-AGT-IDX) = 0
                   OR WS-HIS-INT < WS-AGT-FIRST-INT(WS-AGT-IDX)
               MOVE WS-HIS-INT TO WS-AGT-FIRST-INT(WS-AGT-IDX)
           END-IF
           COMPUTE WS-DAY-OFFSET = WS-HIS-INT - WS-WINDOW-START-INT
           COMPUTE WS-BLOCK-NO = WS-DAY-OFFSET / WS-PERIOD-DAYS + 1

           ADD HIS-TOKENS TO WS-AGT-TOKENS(WS-AGT-IDX)
           ADD HIS-TOKENS
               TO WS-AGT-BLOCK-TOKENS(WS-AGT-IDX, WS-BLOCK-NO)
           ADD HIS-FAIL-QUOTA TO WS-AGT-FAIL-QUOTA(WS-AGT-IDX)
           IF HIS-TOKENS > WS-AGT-PEAK-DAY(WS-AGT-IDX)
               MOVE HIS-TOKENS TO WS-AGT-PEAK-DAY(WS-AGT-IDX)
           END-IF.

       SIZE-AGENT-QUOTAS.
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
                   UNTIL WS-AGT-IDX > WS-AGT-ENTRY-COUNT
               PERFORM SIZE-ONE-AGENT
               PERFORM ROLL-UP-DEPT
           END-PERFORM.

      * The monthly need is the greater of the average day carried
      * over a 30-day period and the busiest 30-day block actually
      * seen - an agent with a month-end surge is sized for it. An
      * agent that was refused for quota in the window never showed
      * its real demand, so its need is at least today's quota and
      * the headroom then lifts it. Inactive agents and agents with
      * too little history are listed but left as they are.
       SIZE-ONE-AGENT.
           IF WS-AGT-STATUS(WS-AGT-IDX) = 0
               SET WS-AGT-KEEP(WS-AGT-IDX) TO TRUE
               MOVE 'INACTIVE' TO WS-AGT-NOTE(WS-AGT-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-AGT-FIRST-INT(WS-AGT-IDX) = 0
               SET WS-AGT-KEEP(WS-AGT-IDX) TO TRUE
               MOVE 'NO ACTIVITY IN WINDOW' TO WS-AGT-NOTE(WS-AGT-IDX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-OBSERVED =
               WS-AS-OF-INT - WS-AGT-FIRST-INT(WS-AGT-IDX) + 1
           IF WS-DAYS-OBSERVED < WS-MINIMUM-DAYS
               SET WS-AGT-KEEP(WS-AGT-IDX) TO TRUE
               MOVE 'UNDER 30 DAYS HISTORY' TO WS-AGT-NOTE(WS-AGT-IDX)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-AGENTS-SIZED
           COMPUTE WS-AVG-DAILY =
               WS-AGT-TOKENS(WS-AGT-IDX) / WS-DAYS-OBSERVED
           COMPUTE WS-AVG-PERIOD = WS-AVG-DAILY * WS-PERIOD-DAYS
           PERFORM FIND-BUSIEST-BLOCK
           IF WS-BUSIEST-BLOCK > WS-AVG-PERIOD
               MOVE WS-BUSIEST-BLOCK TO WS-NEED
           ELSE
               MOVE WS-AVG-PERIOD TO WS-NEED
           END-IF
           IF WS-AGT-FAIL-QUOTA(WS-AGT-IDX) > 0
                   AND WS-NEED < WS-AGT-MAX-TOKENS(WS-AGT-IDX)
               MOVE WS-AGT-MAX-TOKENS(WS-AGT-IDX) TO WS-NEED
               MOVE 'HIT QUOTA IN WINDOW' TO WS-AGT-NOTE(WS-AGT-IDX)
           END-IF

           COMPUTE WS-NEED = WS-NEED * (100 + WS-HEADROOM-PCT) / 100
           COMPUTE WS-NEED-STEPS =
               (WS-NEED + WS-QUOTA-STEP - 1) / WS-QUOTA-STEP
           COMPUTE WS-NEED = WS-NEED-STEPS * WS-QUOTA-STEP
           EVALUATE TRUE
               WHEN WS-NEED < WS-MINIMUM-QUOTA
                   MOVE WS-MINIMUM-QUOTA TO WS-AGT-PROPOSED(WS-AGT-IDX)
               WHEN WS-NEED > WS-MAXIMUM-QUOTA
                   MOVE WS-MAXIMUM-QUOTA TO WS-AGT-PROPOSED(WS-AGT-IDX)
                   MOVE 'CAPPED AT MAXIMUM' TO WS-AGT-NOTE(WS-AGT-IDX)
               WHEN OTHER
                   MOVE WS-NEED TO WS-AGT-PROPOSED(WS-AGT-IDX)
           END-EVALUATE

           COMPUTE WS-QUOTA-DIFFERENCE =
               WS-AGT-PROPOSED(WS-AGT-IDX)
               - WS-AGT-MAX-TOKENS(WS-AGT-IDX)
           EVALUATE TRUE
               WHEN WS-AGT-MAX-TOKENS(WS-AGT-IDX) = 0
                   MOVE 99999 TO WS-CHANGE-PCT
               WHEN WS-QUOTA-DIFFERENCE < 0
                   COMPUTE WS-CHANGE-PCT =
                       (0 - WS-QUOTA-DIFFERENCE) * 100
                       / WS-AGT-MAX-TOKENS(WS-AGT-IDX)
               WHEN OTHER
                   COMPUTE WS-CHANGE-PCT =
                       WS-QUOTA-DIFFERENCE * 100
                       / WS-AGT-MAX-TOKENS(WS-AGT-IDX)
                       ON SIZE ERROR
                           MOVE 99999 TO WS-CHANGE-PCT
                   END-COMPUTE
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-QUOTA-DIFFERENCE = 0
                       OR WS-CHANGE-PCT < WS-TOLERANCE-PCT
                   SET WS-AGT-KEEP(WS-AGT-IDX) TO TRUE
                   MOVE WS-AGT-MAX-TOKENS(WS-AGT-IDX)
                       TO WS-AGT-PROPOSED(WS-AGT-IDX)
                   MOVE 0 TO WS-QUOTA-DIFFERENCE
               WHEN WS-QUOTA-DIFFERENCE > 0
                   SET WS-AGT-RAISE(WS-AGT-IDX) TO TRUE
                   ADD 1 TO WS-AGENTS-RAISED
               WHEN OTHER
                   SET WS-AGT-LOWER(WS-AGT-IDX) TO TRUE
                   ADD 1 TO WS-AGENTS-LOWERED
           END-EVALUATE

      * The cost change is the change in what the agent may be billed
      * in a month at the quota, priced at its current model's rate.
           PERFORM FIND-AGENT-RATE
           IF NOT WS-RATE-FOUND
               ADD 1 TO WS-UNRATED-AGENTS
               MOVE 0 TO WS-AGENT-RATE
           END-IF
           COMPUTE WS-AGT-COST-CHANGE(WS-AGT-IDX) ROUNDED =
               WS-QUOTA-DIFFERENCE * WS-AGENT-RATE / 1000
           ADD WS-AGT-COST-CHANGE(WS-AGT-IDX) TO WS-TOTAL-COST-CHANGE.

       FIND-BUSIEST-BLOCK.
           MOVE WS-AGT-BLOCK-TOKENS(WS-AGT-IDX, 1) TO WS-BUSIEST-BLOCK
           IF WS-AGT-BLOCK-TOKENS(WS-AGT-IDX, 2) > WS-BUSIEST-BLOCK
               MOVE WS-AGT-BLOCK-TOKENS(WS-AGT-IDX, 2)
                   TO WS-BUSIEST-BLOCK
           END-IF
           IF WS-AGT-BLOCK-TOKENS(WS-AGT-IDX, 3) > WS-BUSIEST-BLOCK
               MOVE WS-AGT-BLOCK-TOKENS(WS-AGT-IDX, 3)
                   TO WS-BUSIEST-BLOCK
           END-IF.

       FIND-AGENT-RATE.
           SET WS-RATE-FOUND-SW TO 'N'
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-ENTRY-COUNT
               IF WS-RATE-MODEL(WS-RATE-IDX) = WS-AGT-MODEL(WS-AGT-IDX)
                   SET WS-RATE-FOUND TO TRUE
                   MOVE WS-RATE-AMOUNT(WS-RATE-IDX) TO WS-AGENT-RATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Adds this agent to its cost center, opening an off-master
      * entry for a code the master does not carry.
       ROLL-UP-DEPT.
           SET WS-DEPT-FOUND-SW TO 'N'
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-ENTRY-COUNT
               IF WS-DEPT-CODE(WS-DEPT-IDX) = WS-AGT-DEPT(WS-AGT-IDX)
                   SET WS-DEPT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WS-DEPT-FOUND
               IF WS-DEPT-ENTRY-COUNT >= 100
                   DISPLAY 'DEPT TABLE FULL - SKIPPING DEPT: '
                       WS-AGT-DEPT(WS-AGT-IDX)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEPT-ENTRY-COUNT
               SET WS-DEPT-IDX TO WS-DEPT-ENTRY-COUNT
               MOVE WS-AGT-DEPT(WS-AGT-IDX) TO WS-DEPT-CODE(WS-DEPT-IDX)
               MOVE '*NOT ON MASTER*' TO WS-DEPT-NAME(WS-DEPT-IDX)
               PERFORM CLEAR-DEPT-TOTALS
           END-IF

           ADD 1 TO WS-DEPT-AGENTS(WS-DEPT-IDX)
           ADD WS-AGT-MAX-TOKENS(WS-AGT-IDX)
               TO WS-DEPT-CURRENT(WS-DEPT-IDX)
           ADD WS-AGT-PROPOSED(WS-AGT-IDX)
               TO WS-DEPT-PROPOSED(WS-DEPT-IDX)
           ADD WS-AGT-COST-CHANGE(WS-AGT-IDX)
               TO WS-DEPT-COST-CHANGE(WS-DEPT-IDX).

      * One UPDATE per raise or cut. Name, model and department are
      * blank and the status is 9, all of which intake leaves alone -
      * the file may sit in review while the agent is deactivated,
      * suspended or reinstated, and submitting it must not undo that.
       WRITE-QUOTA-TRANSACTIONS.
           OPEN OUTPUT QUOTA-TRANS-FILE
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
                   UNTIL WS-AGT-IDX > WS-AGT-ENTRY-COUNT
               IF WS-AGT-CHANGED(WS-AGT-IDX)
                   MOVE SPACES TO QUOTA-TRANS-RECORD
                   MOVE 'UPDATE' TO QTX-ACTION
                   MOVE WS-AGT-AGENT-ID(WS-AGT-IDX) TO QTX-AGENT-ID
                   MOVE SPACES TO QTX-AGENT-NAME
                   MOVE SPACES TO QTX-AGENT-MODEL
                   MOVE 9 TO QTX-AGENT-STATUS
                   MOVE WS-AGT-PROPOSED(WS-AGT-IDX) TO QTX-MAX-TOKENS
                   MOVE SPACES TO QTX-AGENT-DEPT
                   WRITE QUOTA-TRANS-RECORD
                   ADD 1 TO WS-TRX-WRITTEN
               END-IF
           END-PERFORM
           CLOSE QUOTA-TRANS-FILE.

       WRITE-QUOTA-REPORT.
           OPEN OUTPUT QUOTA-REPORT

           MOVE SPACES TO QUOTA-LINE
           STRING 'SYNAPSE QUOTA RIGHT-SIZING - WINDOW '
                      DELIMITED BY SIZE
                  WS-WINDOW-START-DATE DELIMITED BY SIZE
                  ' TO '               DELIMITED BY SIZE
                  WS-AS-OF-DATE        DELIMITED BY SIZE
                  '  HEADROOM '        DELIMITED BY SIZE
                  WS-HEADROOM-PCT      DELIMITED BY SIZE
                  '%  TOLERANCE '      DELIMITED BY SIZE
                  WS-TOLERANCE-PCT     DELIMITED BY SIZE
                  '%'                  DELIMITED BY SIZE
                  INTO QUOTA-LINE
           END-STRING
           WRITE QUOTA-LINE

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-ENTRY-COUNT
               IF WS-DEPT-AGENTS(WS-DEPT-IDX) > 0
                   PERFORM WRITE-DEPT-SECTION
               END-IF
           END-PERFORM

           MOVE SPACES TO QUOTA-LINE
           WRITE QUOTA-LINE
           MOVE SPACES TO QUOTA-LINE
           STRING 'AGENTS: '            DELIMITED BY SIZE
                  WS-AGENTS-READ        DELIMITED BY SIZE
                  '  SIZED: '           DELIMITED BY SIZE
                  WS-AGENTS-SIZED       DELIMITED BY SIZE
                  '  RAISE: '           DELIMITED BY SIZE
                  WS-AGENTS-RAISED      DELIMITED BY SIZE
                  '  LOWER: '           DELIMITED BY SIZE
                  WS-AGENTS-LOWERED     DELIMITED BY SIZE
                  '  UNRATED: '         DELIMITED BY SIZE
                  WS-UNRATED-AGENTS     DELIMITED BY SIZE
                  INTO QUOTA-LINE
           END-STRING
           WRITE QUOTA-LINE

           MOVE WS-TOTAL-COST-CHANGE TO WS-DEPT-COST-DISPLAY
           MOVE SPACES TO QUOTA-LINE
           STRING 'HISTORY RECORDS IN WINDOW: ' DELIMITED BY SIZE
                  WS-RECORDS-IN-WINDOW          DELIMITED BY SIZE
                  '  NOT ON AGENTS: '           DELIMITED BY SIZE
                  WS-OFF-MASTER-RECORDS         DELIMITED BY SIZE
                  '  MONTHLY COST CHANGE: '     DELIMITED BY SIZE
                  WS-DEPT-COST-DISPLAY          DELIMITED BY SIZE
                  INTO QUOTA-LINE
           END-STRING
           WRITE QUOTA-LINE

           MOVE SPACES TO QUOTA-LINE
           STRING '(REVIEW QUOTATRX.DAT - '   DELIMITED BY SIZE
                  WS-TRX-WRITTEN              DELIMITED BY SIZE
                  ' UPDATES - THEN SUBMIT IT THROUGH SYNINTK)'
                                              DELIMITED BY SIZE
                  INTO QUOTA-LINE
           END-STRING
           WRITE QUOTA-LINE

           CLOSE QUOTA-REPORT.

       WRITE-DEPT-SECTION.
           MOVE SPACES TO QUOTA-LINE
           WRITE QUOTA-LINE
           MOVE SPACES TO QUOTA-LINE
           STRING 'DEPT '                         DELIMITED BY SIZE
                  WS-DEPT-CODE(WS-DEPT-IDX)       DELIMITED BY SIZE
                  '  '                            DELIMITED BY SIZE
                  WS-DEPT-NAME(WS-DEPT-IDX)       DELIMITED BY SIZE
                  INTO QUOTA-LINE
           END-STRING
           WRITE QUOTA-LINE

           MOVE SPACES TO QUOTA-LINE
           MOVE 'AGENT-ID'    TO QUOTA-LINE(3:8)
           MOVE 'NAME'        TO QUOTA-LINE(40:4)
           MOVE 'AVG/DAY'     TO QUOTA-LINE(57:7)
           MOVE 'PEAK DAY'    TO QUOTA-LINE(65:8)
           MOVE 'BUSY 30D'    TO QUOTA-LINE(73:8)
           MOVE 'QFAIL'       TO QUOTA-LINE(82:5)
           MOVE 'QUOTA'       TO QUOTA-LINE(88:5)
           MOVE 'NEW'         TO QUOTA-LINE(95:3)
           MOVE 'ACTN'        TO QUOTA-LINE(102:4)
           MOVE 'COST CHANGE' TO QUOTA-LINE(108:11)
           WRITE QUOTA-LINE

           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
                   UNTIL WS-AGT-IDX > WS-AGT-ENTRY-COUNT
               IF WS-AGT-DEPT(WS-AGT-IDX) = WS-DEPT-CODE(WS-DEPT-IDX)
                   PERFORM WRITE-ONE-AGENT-LINE
               END-IF
           END-PERFORM

           MOVE WS-DEPT-COST-CHANGE(WS-DEPT-IDX)
               TO WS-DEPT-COST-DISPLAY
           MOVE SPACES TO QUOTA-LINE
           STRING '  DEPT TOTAL - AGENTS '        DELIMITED BY SIZE
                  WS-DEPT-AGENTS(WS-DEPT-IDX)     DELIMITED BY SIZE
                  '  QUOTA '                      DELIMITED BY SIZE
                  WS-DEPT-CURRENT(WS-DEPT-IDX)    DELIMITED BY SIZE
                  '  NEW '                        DELIMITED BY SIZE
                  WS-DEPT-PROPOSED(WS-DEPT-IDX)   DELIMITED BY SIZE
                  '  MONTHLY COST CHANGE '        DELIMITED BY SIZE
                  WS-DEPT-COST-DISPLAY            DELIMITED BY SIZE
                  INTO QUOTA-LINE
           END-STRING
           WRITE QUOTA-LINE.

      * Usage columns are recomputed here for the line only; an agent
      * that was not sized shows its reason in place of the figures.
       WRITE-ONE-AGENT-LINE.
           MOVE 0 TO WS-AVG-DISPLAY
           MOVE 0 TO WS-BUSIEST-DISPLAY
           IF WS-AGT-FIRST-INT(WS-AGT-IDX) > 0
               COMPUTE WS-DAYS-OBSERVED =
                   WS-AS-OF-INT - WS-AGT-FIRST-INT(WS-AGT-IDX) + 1
               COMPUTE WS-AVG-DISPLAY =
                   WS-AGT-TOKENS(WS-AGT-IDX) / WS-DAYS-OBSERVED
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-AVG-DISPLAY
               END-COMPUTE
               PERFORM FIND-BUSIEST-BLOCK
               MOVE WS-BUSIEST-BLOCK TO WS-BUSIEST-DISPLAY
           END-IF
           IF WS-AGT-PEAK-DAY(WS-AGT-IDX) > 9999999
               MOVE 9999999 TO WS-PEAK-DISPLAY
           ELSE
               MOVE WS-AGT-PEAK-DAY(WS-AGT-IDX) TO WS-PEAK-DISPLAY
           END-IF
           IF WS-AGT-FAIL-QUOTA(WS-AGT-IDX) > 99999
               MOVE 99999 TO WS-FAIL-DISPLAY
           ELSE
               MOVE WS-AGT-FAIL-QUOTA(WS-AGT-IDX) TO WS-FAIL-DISPLAY
           END-IF
           MOVE WS-AGT-COST-CHANGE(WS-AGT-IDX) TO WS-COST-DISPLAY

           MOVE SPACES TO QUOTA-LINE
           STRING '  '                          DELIMITED BY SIZE
                  WS-AGT-AGENT-ID(WS-AGT-IDX)   DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-AGT-NAME(WS-AGT-IDX)       DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-AVG-DISPLAY                DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-PEAK-DISPLAY               DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-BUSIEST-DISPLAY            DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-FAIL-DISPLAY               DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-AGT-MAX-TOKENS(WS-AGT-IDX) DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-AGT-PROPOSED(WS-AGT-IDX)   DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-AGT-VERDICT(WS-AGT-IDX)    DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-COST-DISPLAY               DELIMITED BY SIZE
                  INTO QUOTA-LINE
           END-STRING
           WRITE QUOTA-LINE

           IF WS-AGT-NOTE(WS-AGT-IDX) NOT = SPACES
               MOVE SPACES TO QUOTA-LINE
               STRING '    ('                   DELIMITED BY SIZE
                      WS-AGT-NOTE(WS-AGT-IDX)   DELIMITED BY '  '
                      ')'                       DELIMITED BY SIZE
                      INTO QUOTA-LINE
               END-STRING
               WRITE QUOTA-LINE
           END-IF.

      * Appends this run's counts to the stream-wide control file. A
      * write failure is announced but does not fail this job - the
      * balance step reports the missing counters instead.
       WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT CONTROL-FILE
           END-IF
           IF WS-CTL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CONTROL TOTALS FILE: '
                   WS-CTL-FILE-STATUS
           ELSE
               MOVE 'SYNAPSE-QUOTAFIT' TO CTL-PROGRAM
               MOVE 'AGENTS-READ' TO CTL-COUNTER
               MOVE WS-AGENTS-READ TO CTL-COUNT
               WRITE CONTROL-TOTAL-RECORD
               MOVE 'AGENTS-SIZED' TO CTL-COUNTER
               MOVE WS-AGENTS-SIZED TO CTL-COUNT
               WRITE CONTROL-TOTAL-RECORD
               MOVE 'QUOTA-TRX' TO CTL-COUNTER
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

           MOVE 'SYNAPSE-QUOTAFIT' TO RNH-PROGRAM
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
