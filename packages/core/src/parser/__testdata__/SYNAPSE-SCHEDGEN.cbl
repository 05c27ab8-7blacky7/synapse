       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYNAPSE-SCHEDGEN.
       AUTHOR. SYNAPSE-TEAM.

      ******************************************************************
      * NIGHTLY RECURRING MESSAGE GENERATOR - READS THE SCHEDULE
      * MASTER (SCHEDMST.DAT) AND APPENDS A QUEUE-RECORD TO
      * MSGQUEUE.DAT FOR EVERY SCHEDULE DUE ON THE NEXT DAY, WITH
      * MQ-EARLIEST-TS SET TO THAT DAY AND THE SCHEDULE'S TIME OF DAY
      * SO SYNAPSE-MSGQ CARRIES THE ENTRY UNTIL IT FALLS DUE. A DUE
      * SCHEDULE WHOSE AGENT IS GONE FROM AGENTS.DAT, INACTIVE OR
      * SUSPENDED IS SKIPPED RATHER THAN QUEUED, AS IS A ROW THAT IS
      * NOT VALID OR WHOSE ENTRY IS ALREADY ON THE QUEUE FROM AN
      * EARLIER RUN FOR THE SAME DAY. SCHEDGEN.RPT LISTS EVERY ENTRY
      * GENERATED AND EVERY SCHEDULE SKIPPED WITH ITS REASON. THE RUN
      * DATE COMES FROM THE INVOKING JCL'S PARM= (YYYYMMDD) AND THE
      * ENTRIES GENERATED ARE FOR THE DAY AFTER IT; AN EMPTY PARM
      * GENERATES TOMORROW'S. RUN NIGHTLY IN THE STREAM, UNDER THE
      * QUIESCE, SO THE DRAIN IS NOT REWRITING THE QUEUE AT THE TIME.
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

           SELECT SCHEDULE-FILE ASSIGN TO 'SCHEDMST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.

           SELECT QUEUE-FILE ASSIGN TO 'MSGQUEUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.

           SELECT SCHEDULE-REPORT ASSIGN TO 'SCHEDGEN.RPT'
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

       FD  SCHEDULE-FILE.
           COPY SCHDREC.

       FD  QUEUE-FILE.
           COPY MSGQREC.

       FD  SCHEDULE-REPORT.
       01  SCHEDULE-LINE               PIC X(132).

       FD  CONTROL-FILE.
           COPY CTLREC.

       FD  STREAM-FILE.
           COPY STRREC.

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.
       01  WS-AGENT-FILE-STATUS        PIC XX.
       01  WS-SCHED-FILE-STATUS        PIC XX.
       01  WS-QUEUE-FILE-STATUS        PIC XX.
       01  WS-CTL-FILE-STATUS          PIC XX.
       01  WS-STREAM-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
           88  WS-EOF                  VALUE 1.
       01  WS-QUEUE-EOF-FLAG           PIC 9 VALUE 0.
           88  WS-QUEUE-EOF            VALUE 1.

      * Generation calendar. The run date is the night the stream
      * runs; the target date is the day after it, which is the day
      * every generated entry falls due.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE-N               PIC 9(8) VALUE 0.
       01  WS-RUN-MONTH                PIC 9(2) VALUE 0.
       01  WS-RUN-DAY                  PIC 9(2) VALUE 0.
       01  WS-TARGET-INT               PIC 9(7) VALUE 0.
       01  WS-TARGET-DATE              PIC 9(8) VALUE 0.
       01  WS-TARGET-DAY               PIC 9(2) VALUE 0.
       01  WS-TARGET-WEEKDAY           PIC 9 VALUE 0.
       01  WS-DAY-AFTER-TARGET         PIC 9(8) VALUE 0.
       01  WS-LAST-DAY-SW              PIC X VALUE 'N'.
           88  WS-TARGET-LAST-DAY      VALUE 'Y'.

      * Per-schedule work fields - whether the row fires on the
      * target date, and the reason it was skipped if it does but
      * cannot be queued.
       01  WS-DUE-SW                   PIC X VALUE 'N'.
           88  WS-SCHEDULE-DUE         VALUE 'Y'.
       01  WS-SKIP-REASON              PIC X(24) VALUE SPACES.
       01  WS-TIME-HH                  PIC 9(2) VALUE 0.
       01  WS-TIME-MM                  PIC 9(2) VALUE 0.
       01  WS-EARLIEST-TS              PIC X(14) VALUE SPACES.

      * Entries due tomorrow, held until the existing queue has been
      * scanned so a rerun for the same night does not queue the
      * same message twice.
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY-COUNT      PIC 9(3) VALUE 0.
           05  WS-DUE-ENTRY OCCURS 200 TIMES INDEXED BY WS-DUE-IDX.
               10  WS-DUE-SCHEDULE-ID  PIC X(8).
               10  WS-DUE-AGENT-ID     PIC X(36).
               10  WS-DUE-PRIORITY     PIC 9.
               10  WS-DUE-EARLIEST-TS  PIC X(14).
               10  WS-DUE-MESSAGE      PIC X(4096).
               10  WS-DUE-QUEUED-SW    PIC X.

       01  WS-SCHEDULES-READ           PIC 9(6) VALUE 0.
       01  WS-SCHEDULES-NOT-DUE        PIC 9(6) VALUE 0.
       01  WS-ENTRIES-GENERATED        PIC 9(6) VALUE 0.
       01  WS-SCHEDULES-SKIPPED        PIC 9(6) VALUE 0.

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
           PERFORM DERIVE-TARGET-DATE

           OPEN OUTPUT SCHEDULE-REPORT
           PERFORM WRITE-REPORT-HEADING

           PERFORM SELECT-DUE-SCHEDULES
           PERFORM MARK-ALREADY-QUEUED
           PERFORM APPEND-DUE-ENTRIES
           PERFORM WRITE-GENERATION-TOTALS

           CLOSE SCHEDULE-REPORT
           PERFORM WRITE-CONTROL-TOTALS

           DISPLAY 'SYNAPSE-SCHEDGEN SCHEDULES READ: '
               WS-SCHEDULES-READ
           DISPLAY 'SYNAPSE-SCHEDGEN NOT DUE: ' WS-SCHEDULES-NOT-DUE
           DISPLAY 'SYNAPSE-SCHEDGEN GENERATED: '
               WS-ENTRIES-GENERATED
           DISPLAY 'SYNAPSE-SCHEDGEN SKIPPED: ' WS-SCHEDULES-SKIPPED
           SET WS-RNH-COMPLETED TO TRUE
           PERFORM FINISH-RUN.

      * The drain (SYNAPSE-MSGQ) rewrites MSGQUEUE.DAT wholesale and
      * refuses to start while the stream holds the quiesce, so
      * appending under the quiesce is what keeps the two from
      * overwriting each other's entries.
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

      * PARM='YYYYMMDD' - EMPTY MEANS TONIGHT, GENERATING TOMORROW.
       PARSE-PARM.
           IF LK-PARM-LEN < 8
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
               MOVE LK-PARM-DATA(1:8) TO WS-RUN-DATE
               IF WS-RUN-DATE NOT NUMERIC
                   DISPLAY 'RUN DATE PARM NOT NUMERIC: '
                       WS-RUN-DATE
                   PERFORM FINISH-RUN
               END-IF
           END-IF.

      * Day of week counts from the calendar's day 1 (1 January 1601),
      * which was a Monday, so 1 is Monday and 7 is Sunday. The
      * target is the last day of its month when the day after it is
      * the first of the next.
       DERIVE-TARGET-DATE.
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH
           MOVE WS-RUN-DATE(7:2) TO WS-RUN-DAY
           IF WS-RUN-DAY = 0 OR WS-RUN-DAY > 31
                   OR WS-RUN-MONTH = 0 OR WS-RUN-MONTH > 12
               DISPLAY 'RUN DATE IS NOT A CALENDAR DATE: '
                   WS-RUN-DATE
               PERFORM FINISH-RUN
           END-IF

           MOVE WS-RUN-DATE TO WS-RUN-DATE-N
           COMPUTE WS-TARGET-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N) + 1
           COMPUTE WS-TARGET-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TARGET-INT)
           COMPUTE WS-TARGET-DAY = FUNCTION MOD(WS-TARGET-DATE, 100)
           COMPUTE WS-TARGET-WEEKDAY =
               FUNCTION MOD(WS-TARGET-INT - 1, 7) + 1
           COMPUTE WS-DAY-AFTER-TARGET =
               FUNCTION DATE-OF-INTEGER(WS-TARGET-INT + 1)
           IF FUNCTION MOD(WS-DAY-AFTER-TARGET, 100) = 1
               SET WS-TARGET-LAST-DAY TO TRUE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO SCHEDULE-LINE
           STRING 'SYNAPSE RECURRING MESSAGE GENERATION - RUN DATE '
                                       DELIMITED BY SIZE
                  WS-RUN-DATE          DELIMITED BY SIZE
                  '  ENTRIES DUE '     DELIMITED BY SIZE
                  WS-TARGET-DATE       DELIMITED BY SIZE
                  INTO SCHEDULE-LINE
           END-STRING
           WRITE SCHEDULE-LINE

           MOVE SPACES TO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           MOVE 'OUTCOME'     TO SCHEDULE-LINE(1:7)
           MOVE 'SCHED-ID'    TO SCHEDULE-LINE(12:8)
           MOVE 'AGENT-ID'    TO SCHEDULE-LINE(22:8)
           MOVE 'PRI'         TO SCHEDULE-LINE(60:3)
           MOVE 'EARLIEST-TS / REASON' TO SCHEDULE-LINE(65:20)
           WRITE SCHEDULE-LINE.

      * A missing schedule master is a shop with no standing
      * submissions yet - nothing to generate, not an error.
       SELECT-DUE-SCHEDULES.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHED-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-SCHED-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SCHEDULE MASTER FILE: '
                   WS-SCHED-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           OPEN INPUT AGENT-FILE
           IF WS-AGENT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGENT FILE: '
                   WS-AGENT-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           PERFORM UNTIL WS-EOF
               READ SCHEDULE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SCHEDULES-READ
                       PERFORM SELECT-ONE-SCHEDULE
               END-READ
           END-PERFORM

           CLOSE SCHEDULE-FILE
           CLOSE AGENT-FILE.

      * A row that cannot be read as a schedule is reported whether
      * or not it would have fired, so it is fixed before it is
      * missed. Only rows due on the target date go on to the agent
      * check - an agent off the master does not matter on the days
      * its schedule is not due.
       SELECT-ONE-SCHEDULE.
           MOVE SPACES TO WS-SKIP-REASON
           PERFORM VALIDATE-SCHEDULE
           IF WS-SKIP-REASON NOT = SPACES
               PERFORM REPORT-SKIPPED-SCHEDULE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-SCHEDULE-DUE
           IF NOT WS-SCHEDULE-DUE
               ADD 1 TO WS-SCHEDULES-NOT-DUE
               EXIT PARAGRAPH
           END-IF

           MOVE SCH-AGENT-ID TO AGENT-ID
           READ AGENT-FILE
               INVALID KEY
                   MOVE 'AGENT NOT ON FILE' TO WS-SKIP-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AGENT-STATUS-INACTIVE
                           MOVE 'AGENT INACTIVE' TO WS-SKIP-REASON
                       WHEN AGENT-STATUS-SUSPENDED
                           MOVE 'AGENT SUSPENDED' TO WS-SKIP-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           IF WS-SKIP-REASON NOT = SPACES
               PERFORM REPORT-SKIPPED-SCHEDULE
               EXIT PARAGRAPH
           END-IF

           IF WS-DUE-ENTRY-COUNT >= 200
               DISPLAY 'DUE TABLE FULL - SKIPPING SCHEDULE: '
                   SCH-SCHEDULE-ID
               MOVE 'DUE TABLE FULL' TO WS-SKIP-REASON
               PERFORM REPORT-SKIPPED-SCHEDULE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-EARLIEST-TS
           STRING WS-TARGET-DATE   DELIMITED BY SIZE
                  SCH-TIME-OF-DAY  DELIMITED BY SIZE
                  '00'             DELIMITED BY SIZE
                  INTO WS-EARLIEST-TS
           END-STRING

           ADD 1 TO WS-DUE-ENTRY-COUNT
           SET WS-DUE-IDX TO WS-DUE-ENTRY-COUNT
           MOVE SCH-SCHEDULE-ID TO WS-DUE-SCHEDULE-ID(WS-DUE-IDX)
           MOVE SCH-AGENT-ID TO WS-DUE-AGENT-ID(WS-DUE-IDX)
           MOVE SCH-PRIORITY TO WS-DUE-PRIORITY(WS-DUE-IDX)
           MOVE WS-EARLIEST-TS TO WS-DUE-EARLIEST-TS(WS-DUE-IDX)
           MOVE SCH-MESSAGE TO WS-DUE-MESSAGE(WS-DUE-IDX)
           MOVE 'N' TO WS-DUE-QUEUED-SW(WS-DUE-IDX).

      * The priority check mirrors the drain's - a priority outside
      * 1-9 would only be carried on the queue, never run. An empty
      * message would dead-letter as status 01 on every firing.
       VALIDATE-SCHEDULE.
           EVALUATE TRUE
               WHEN NOT SCH-FREQ-DAILY AND NOT SCH-FREQ-WEEKDAY
                       AND NOT SCH-FREQ-WEEKLY AND NOT SCH-FREQ-MONTHLY
                   MOVE 'BAD FREQUENCY' TO WS-SKIP-REASON
               WHEN SCH-PRIORITY NOT NUMERIC OR SCH-PRIORITY = 0
                   MOVE 'BAD PRIORITY' TO WS-SKIP-REASON
               WHEN SCH-TIME-OF-DAY NOT NUMERIC
                   MOVE 'BAD TIME OF DAY' TO WS-SKIP-REASON
               WHEN SCH-START-DATE NOT NUMERIC
                       OR SCH-END-DATE NOT NUMERIC
                   MOVE 'BAD START/END DATE' TO WS-SKIP-REASON
               WHEN SCH-FREQ-WEEKLY AND (SCH-DAY-OF-WEEK NOT NUMERIC
                       OR SCH-DAY-OF-WEEK = 0 OR SCH-DAY-OF-WEEK > 7)
                   MOVE 'BAD DAY OF WEEK' TO WS-SKIP-REASON
               WHEN SCH-FREQ-MONTHLY AND (SCH-DAY-OF-MONTH NOT NUMERIC
                       OR SCH-DAY-OF-MONTH = 0
                       OR SCH-DAY-OF-MONTH > 31)
                   MOVE 'BAD DAY OF MONTH' TO WS-SKIP-REASON
               WHEN SCH-MESSAGE = SPACES
                   MOVE 'NO MESSAGE TEXT' TO WS-SKIP-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-SKIP-REASON = SPACES
               MOVE SCH-TIME-OF-DAY(1:2) TO WS-TIME-HH
               MOVE SCH-TIME-OF-DAY(3:2) TO WS-TIME-MM
               IF WS-TIME-HH > 23 OR WS-TIME-MM > 59
                   MOVE 'BAD TIME OF DAY' TO WS-SKIP-REASON
               END-IF
           END-IF.

       CHECK-SCHEDULE-DUE.
           SET WS-DUE-SW TO 'N'
           IF SCH-START-DATE > WS-TARGET-DATE
               EXIT PARAGRAPH
           END-IF
           IF SCH-END-DATE NOT = 0 AND SCH-END-DATE < WS-TARGET-DATE
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN SCH-FREQ-DAILY
                   SET WS-SCHEDULE-DUE TO TRUE
               WHEN SCH-FREQ-WEEKDAY
                   IF WS-TARGET-WEEKDAY <= 5
                       SET WS-SCHEDULE-DUE TO TRUE
                   END-IF
               WHEN SCH-FREQ-WEEKLY
                   IF WS-TARGET-WEEKDAY = SCH-DAY-OF-WEEK
                       SET WS-SCHEDULE-DUE TO TRUE
                   END-IF
               WHEN SCH-FREQ-MONTHLY
                   IF WS-TARGET-DAY = SCH-DAY-OF-MONTH
                       SET WS-SCHEDULE-DUE TO TRUE
                   END-IF
                   IF WS-TARGET-LAST-DAY
                           AND SCH-DAY-OF-MONTH > WS-TARGET-DAY
                       SET WS-SCHEDULE-DUE TO TRUE
                   END-IF
           END-EVALUATE.

      * An entry already on the queue for the same agent, due time,
      * and text was generated by an earlier run for this night (a
      * restart after an abend further down the stream) - it is not
      * queued twice. A missing queue simply has nothing on it yet.
       MARK-ALREADY-QUEUED.
           IF WS-DUE-ENTRY-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-QUEUE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MESSAGE QUEUE FILE: '
                   WS-QUEUE-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           PERFORM UNTIL WS-QUEUE-EOF
               READ QUEUE-FILE
                   AT END
                       SET WS-QUEUE-EOF TO TRUE
                   NOT AT END
                       PERFORM MATCH-QUEUED-ENTRY
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.

       MATCH-QUEUED-ENTRY.
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-ENTRY-COUNT
               IF WS-DUE-AGENT-ID(WS-DUE-IDX) = MQ-AGENT-ID
                       AND WS-DUE-EARLIEST-TS(WS-DUE-IDX) =
                           MQ-EARLIEST-TS
                       AND WS-DUE-MESSAGE(WS-DUE-IDX) = MQ-MESSAGE
                   MOVE 'Y' TO WS-DUE-QUEUED-SW(WS-DUE-IDX)
               END-IF
           END-PERFORM.

       APPEND-DUE-ENTRIES.
           IF WS-DUE-ENTRY-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS = '35'
               OPEN OUTPUT QUEUE-FILE
           END-IF

           IF WS-QUEUE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MESSAGE QUEUE FILE: '
                   WS-QUEUE-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-ENTRY-COUNT
               PERFORM APPEND-ONE-DUE-ENTRY
           END-PERFORM
           CLOSE QUEUE-FILE.

       APPEND-ONE-DUE-ENTRY.
           MOVE WS-DUE-SCHEDULE-ID(WS-DUE-IDX) TO SCH-SCHEDULE-ID
           MOVE WS-DUE-AGENT-ID(WS-DUE-IDX) TO SCH-AGENT-ID
           IF WS-DUE-QUEUED-SW(WS-DUE-IDX) = 'Y'
               MOVE 'ALREADY ON QUEUE' TO WS-SKIP-REASON
               PERFORM REPORT-SKIPPED-SCHEDULE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DUE-AGENT-ID(WS-DUE-IDX) TO MQ-AGENT-ID
           MOVE WS-DUE-PRIORITY(WS-DUE-IDX) TO MQ-PRIORITY
           MOVE WS-DUE-EARLIEST-TS(WS-DUE-IDX) TO MQ-EARLIEST-TS
           MOVE WS-DUE-MESSAGE(WS-DUE-IDX) TO MQ-MESSAGE
           WRITE QUEUE-RECORD

           IF WS-QUEUE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING QUEUE RECORD: '
                   WS-QUEUE-FILE-STATUS
               MOVE 'QUEUE WRITE FAILED' TO WS-SKIP-REASON
               PERFORM REPORT-SKIPPED-SCHEDULE
           ELSE
               ADD 1 TO WS-ENTRIES-GENERATED
               MOVE SPACES TO SCHEDULE-LINE
               STRING 'GENERATED  '  DELIMITED BY SIZE
                      WS-DUE-SCHEDULE-ID(WS-DUE-IDX)
                                     DELIMITED BY SIZE
                      '  '           DELIMITED BY SIZE
                      MQ-AGENT-ID    DELIMITED BY SIZE
                      '  '           DELIMITED BY SIZE
                      MQ-PRIORITY    DELIMITED BY SIZE
                      '    '         DELIMITED BY SIZE
                      MQ-EARLIEST-TS DELIMITED BY SIZE
                      INTO SCHEDULE-LINE
               END-STRING
               WRITE SCHEDULE-LINE
           END-IF.

       REPORT-SKIPPED-SCHEDULE.
           ADD 1 TO WS-SCHEDULES-SKIPPED
           MOVE SPACES TO SCHEDULE-LINE
           STRING 'SKIPPED    '  DELIMITED BY SIZE
                  SCH-SCHEDULE-ID DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  SCH-AGENT-ID   DELIMITED BY SIZE
                  '       '      DELIMITED BY SIZE
                  WS-SKIP-REASON DELIMITED BY SIZE
                  INTO SCHEDULE-LINE
           END-STRING
           WRITE SCHEDULE-LINE.

       WRITE-GENERATION-TOTALS.
           MOVE SPACES TO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           MOVE SPACES TO SCHEDULE-LINE
           STRING 'SCHEDULES READ: '    DELIMITED BY SIZE
                  WS-SCHEDULES-READ     DELIMITED BY SIZE
                  '  NOT DUE: '         DELIMITED BY SIZE
                  WS-SCHEDULES-NOT-DUE  DELIMITED BY SIZE
                  '  GENERATED: '       DELIMITED BY SIZE
                  WS-ENTRIES-GENERATED  DELIMITED BY SIZE
                  '  SKIPPED: '         DELIMITED BY SIZE
                  WS-SCHEDULES-SKIPPED  DELIMITED BY SIZE
                  INTO SCHEDULE-LINE
           END-STRING
           WRITE SCHEDULE-LINE

           IF WS-SCHEDULES-READ = WS-SCHEDULES-NOT-DUE
                   + WS-ENTRIES-GENERATED + WS-SCHEDULES-SKIPPED
               MOVE 'CONTROL TOTALS BALANCE' TO SCHEDULE-LINE
           ELSE
               MOVE 'CONTROL TOTALS OUT OF BALANCE - INVESTIGATE'
                   TO SCHEDULE-LINE
           END-IF
           WRITE SCHEDULE-LINE.

      * Appends this run's counts to the stream-wide control file so
      * the SYNAPSE-BALANCE step can see the generator completed. A
      * write failure is announced but does not fail this job.
       WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-FILE
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT CONTROL-FILE
           END-IF
           IF WS-CTL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CONTROL TOTALS FILE: '
                   WS-CTL-FILE-STATUS
           ELSE
               MOVE 'SYNAPSE-SCHEDGEN' TO CTL-PROGRAM
               MOVE 'SCHEDULES-READ' TO CTL-COUNTER
               MOVE WS-SCHEDULES-READ TO CTL-COUNT
               WRITE CONTROL-TOTAL-RECORD
               MOVE 'GENERATED' TO CTL-COUNTER
               MOVE WS-ENTRIES-GENERATED TO CTL-COUNT
               WRITE CONTROL-TOTAL-RECORD
               MOVE 'SKIPPED' TO CTL-COUNTER
               MOVE WS-SCHEDULES-SKIPPED TO CTL-COUNT
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

           MOVE 'SYNAPSE-SCHEDGEN' TO RNH-PROGRAM
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
           MOVE WS-SCHEDULES-READ TO RNH-RECORDS-PROCESSED
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE
           STOP RUN.

       CLOCK-TO-SECONDS.
           COMPUTE WS-RNH-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-RNH-CLOCK-DATE) * 86400
               + WS-RNH-CLOCK-HH * 3600
               + WS-RNH-CLOCK-MM * 60
               + WS-RNH-CLOCK-SS.
