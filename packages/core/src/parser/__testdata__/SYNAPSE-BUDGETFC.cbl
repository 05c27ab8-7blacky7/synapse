       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYNAPSE-BUDGETFC.
       AUTHOR. SYNAPSE-TEAM.

      ******************************************************************
      * NIGHTLY DEPARTMENT BURN-RATE FORECAST - PRICES THE PERIOD-TO-
      * DATE TOKENS ON AGENTHIS.DAT (APPENDED NIGHTLY BY
      * SYNAPSE-HISTLOAD) AGAINST THE PER-MODEL RATES ON BILLRATE.DAT,
      * ROLLS THE SPEND UP TO EACH AGENT'S COST CENTER (AGENT-DEPT ON
      * AGENTS.DAT), AND PROJECTS MONTH-END SPEND FROM THE DAILY RUN
      * RATE SO FAR. EVERY DEPARTMENT IS LISTED AGAINST ITS
      * DEPT-MONTHLY-CEILING ON DEPTMAST.DAT, AND EACH ONE PROJECTED
      * TO GO OVER GETS A WARNING SECTION LISTING THE AGENTS DRIVING
      * ITS SPEND - SO DEPARTMENT HEADS HEAR ABOUT AN OVERRUN WHILE
      * THERE IS STILL MONTH LEFT TO ACT, NOT FROM BILLSTMT.RPT. THE
      * AS-OF DATE COMES FROM THE INVOKING JCL'S PARM= (YYYYMMDD); AN
      * EMPTY PARM FORECASTS AS OF TODAY. RUN NIGHTLY IN THE STREAM
      * AFTER SYNAPSE-HISTLOAD, UNDER THE QUIESCE.
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

           SELECT FORECAST-REPORT ASSIGN TO 'BUDGFCST.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  FORECAST-REPORT.
       01  FORECAST-LINE               PIC X(132).

       FD  STREAM-FILE.
           COPY STRREC.

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.
       01  WS-AGENT-FILE-STATUS        PIC XX.
       01  WS-HIST-FILE-STATUS         PIC XX.
       01  WS-RATE-FILE-STATUS         PIC XX.
       01  WS-DEPT-FILE-STATUS         PIC XX.
       01  WS-STREAM-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
           88  WS-EOF                  VALUE 1.
       01  WS-RATE-EOF-FLAG            PIC 9 VALUE 0.
           88  WS-RATE-EOF             VALUE 1.
       01  WS-DEPT-EOF-FLAG            PIC 9 VALUE 0.
           88  WS-DEPT-EOF             VALUE 1.

      * Forecast calendar. The period is the as-of date's month; the
      * run rate is the period-to-date spend over the days elapsed,
      * stretched across the days in the month.
       01  WS-AS-OF-DATE               PIC X(8) VALUE SPACES.
       01  WS-HIS-DATE-X               PIC X(8) VALUE SPACES.
       01  WS-DAYS-ELAPSED             PIC 9(2) VALUE 0.
       01  WS-DAYS-IN-MONTH            PIC 9(2) VALUE 0.
       01  WS-PERIOD-YEAR              PIC 9(4) VALUE 0.
       01  WS-PERIOD-MONTH             PIC 9(2) VALUE 0.
       01  WS-MONTH-START              PIC 9(8) VALUE 0.
       01  WS-NEXT-MONTH-START         PIC 9(8) VALUE 0.

      * Per-model rate table loaded from BILLRATE.DAT - the same
      * operator-controlled rates the month-end billing run prices at.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY-COUNT     PIC 9(3) VALUE 0.
           05  WS-RATE-ENTRY OCCURS 100 TIMES INDEXED BY WS-RATE-IDX.
               10  WS-RATE-MODEL       PIC X(50).
               10  WS-RATE-AMOUNT      PIC 9(3)V99.
       01  WS-FOUND-SW                 PIC X VALUE 'N'.
           88  WS-RATE-FOUND           VALUE 'Y'.

      * Per-department roll-up, seeded from DEPTMAST.DAT so every cost
      * center with a ceiling is measured even on a quiet month. Spend
      * under an AGENT-DEPT not on the master (or an agent already gone
      * from AGENTS.DAT) lands on an extra entry flagged off-master,
      * which has no ceiling to be measured against.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY-COUNT     PIC 9(3) VALUE 0.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY WS-DEPT-IDX.
               10  WS-DEPT-CODE        PIC X(8).
               10  WS-DEPT-NAME        PIC X(40).
               10  WS-DEPT-ON-MASTER   PIC X.
               10  WS-DEPT-CEILING     PIC 9(9)V99.
               10  WS-DEPT-AGENTS      PIC 9(6).
               10  WS-DEPT-TOKENS      PIC 9(12).
               10  WS-DEPT-MTD-CHARGE  PIC 9(11)V99.
               10  WS-DEPT-PROJECTED   PIC 9(11)V99.
               10  WS-DEPT-OVER-SW     PIC X.
       01  WS-DEPT-FOUND-SW            PIC X VALUE 'N'.
           88  WS-DEPT-FOUND           VALUE 'Y'.

      * Per-agent period-to-date spend. The cost center is taken from
      * the agent's current AGENTS.DAT record when the agent is first
      * seen on the history.
       01  WS-AGENT-TABLE.
           05  WS-AGT-ENTRY-COUNT      PIC 9(3) VALUE 0.
           05  WS-AGT-ENTRY OCCURS 500 TIMES INDEXED BY WS-AGT-IDX.
               10  WS-AGT-AGENT-ID     PIC X(36).
               10  WS-AGT-NAME         PIC X(30).
               10  WS-AGT-DEPT         PIC X(8).
               10  WS-AGT-TOKENS       PIC 9(12).
               10  WS-AGT-MTD-CHARGE   PIC 9(9)V99.
               10  WS-AGT-PROJECTED    PIC 9(9)V99.
       01  WS-AGT-FOUND-SW             PIC X VALUE 'N'.
           88  WS-AGT-FOUND            VALUE 'Y'.
       01  WS-TABLE-FULL-SW            PIC X VALUE 'N'.
           88  WS-TABLE-FULL           VALUE 'Y'.

      * Pricing and projection work fields.
       01  WS-HIS-RATE                 PIC 9(3)V99 VALUE 0.
       01  WS-HIS-CHARGE               PIC 9(9)V99 VALUE 0.
       01  WS-CEILING-PCT              PIC 9(5) VALUE 0.
       01  WS-SHARE-PCT                PIC 9(3) VALUE 0.
       01  WS-DEPT-FLAG                PIC X(12) VALUE SPACES.

      * Display-edited copies used to STRING money onto report lines.
       01  WS-CEILING-DISPLAY          PIC 9(9).99.
       01  WS-MTD-DISPLAY              PIC 9(11).99.
       01  WS-PROJECTED-DISPLAY        PIC 9(11).99.
       01  WS-AGT-MTD-DISPLAY          PIC 9(9).99.
       01  WS-AGT-PROJ-DISPLAY         PIC 9(9).99.

       01  WS-RECORDS-READ             PIC 9(8) VALUE 0.
       01  WS-RECORDS-IN-PERIOD        PIC 9(8) VALUE 0.
       01  WS-UNRATED-RECORDS          PIC 9(8) VALUE 0.
       01  WS-DEPTS-OVER               PIC 9(3) VALUE 0.

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
           PERFORM DERIVE-PERIOD-CALENDAR
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-DEPT-TABLE
           PERFORM PRICE-PERIOD-HISTORY
           PERFORM PROJECT-MONTH-END-SPEND
           PERFORM WRITE-FORECAST-REPORT
           DISPLAY 'SYNAPSE-BUDGETFC HISTORY RECORDS READ: '
               WS-RECORDS-READ
           DISPLAY 'SYNAPSE-BUDGETFC RECORDS IN PERIOD: '
               WS-RECORDS-IN-PERIOD
           DISPLAY 'SYNAPSE-BUDGETFC DEPARTMENTS PROJECTED OVER: '
               WS-DEPTS-OVER
           SET WS-RNH-COMPLETED TO TRUE
           PERFORM FINISH-RUN.

      * The nightly stream must hold the quiesce (SYNAPSE-QUIESCE
      * HOLD) before this job reads AGENTS.DAT - the forecast is only
      * as good as the history roll-up that ran ahead of it in the
      * same window. No state file, an empty record, or an OPEN state
      * all refuse the job.
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

      * PARM='YYYYMMDD' - EMPTY MEANS FORECAST AS OF TODAY.
       PARSE-PARM.
           IF LK-PARM-LEN < 8
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           ELSE
               MOVE LK-PARM-DATA(1:8) TO WS-AS-OF-DATE
               IF WS-AS-OF-DATE NOT NUMERIC
                   DISPLAY 'AS-OF DATE PARM NOT NUMERIC: '
                       WS-AS-OF-DATE
                   MOVE 8 TO RETURN-CODE
                   PERFORM FINISH-RUN
               END-IF
           END-IF.

      * Days elapsed counts the as-of day itself - HISTLOAD has already
      * rolled that day up by the time this step runs. The month
      * length is the distance to the first of the next month, so
      * February and leap years need no table. A day past the end of
      * its month (20260231) is refused once the length is known -
      * days elapsed over the month length would scale the
      * projection down and hide an overrun.
       DERIVE-PERIOD-CALENDAR.
           MOVE WS-AS-OF-DATE(7:2) TO WS-DAYS-ELAPSED
           MOVE WS-AS-OF-DATE(1:4) TO WS-PERIOD-YEAR
           MOVE WS-AS-OF-DATE(5:2) TO WS-PERIOD-MONTH
           IF WS-DAYS-ELAPSED = 0 OR WS-DAYS-ELAPSED > 31
                   OR WS-PERIOD-MONTH = 0 OR WS-PERIOD-MONTH > 12
                   OR WS-PERIOD-YEAR < 1601
               DISPLAY 'AS-OF DATE IS NOT A CALENDAR DATE: '
                   WS-AS-OF-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF

           COMPUTE WS-MONTH-START =
               WS-PERIOD-YEAR * 10000 + WS-PERIOD-MONTH * 100 + 1
           IF WS-PERIOD-MONTH = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-PERIOD-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START =
                   WS-PERIOD-YEAR * 10000
                   + (WS-PERIOD-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-START)

           IF WS-DAYS-ELAPSED > WS-DAYS-IN-MONTH
               DISPLAY 'AS-OF DATE IS NOT A CALENDAR DATE: '
                   WS-AS-OF-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF.

       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RATE FILE: '
                   WS-RATE-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           PERFORM UNTIL WS-RATE-EOF
               READ RATE-FILE
                   AT END
                       SET WS-RATE-EOF TO TRUE
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
           CLOSE RATE-FILE

           IF WS-RATE-ENTRY-COUNT = 0
               DISPLAY 'RATE FILE IS EMPTY - NOTHING CAN BE PRICED'
               PERFORM FINISH-RUN
           END-IF.

      * A master record written before the ceiling column existed
      * carries blanks there - it reads as no ceiling set, not as a
      * data exception.
       LOAD-DEPT-TABLE.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEPARTMENT MASTER: '
                   WS-DEPT-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           PERFORM UNTIL WS-DEPT-EOF
               READ DEPT-FILE
                   AT END
                       SET WS-DEPT-EOF TO TRUE
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
                           MOVE 'Y'
                               TO WS-DEPT-ON-MASTER(WS-DEPT-IDX)
                           IF DEPT-MONTHLY-CEILING NUMERIC
                               MOVE DEPT-MONTHLY-CEILING
                                   TO WS-DEPT-CEILING(WS-DEPT-IDX)
                           ELSE
                               MOVE 0 TO WS-DEPT-CEILING(WS-DEPT-IDX)
                           END-IF
                           MOVE 0 TO WS-DEPT-AGENTS(WS-DEPT-IDX)
                           MOVE 0 TO WS-DEPT-TOKENS(WS-DEPT-IDX)
                           MOVE 0 TO WS-DEPT-MTD-CHARGE(WS-DEPT-IDX)
                           MOVE 0 TO WS-DEPT-PROJECTED(WS-DEPT-IDX)
                           MOVE 'N' TO WS-DEPT-OVER-SW(WS-DEPT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPT-FILE.

      * Every history day in the as-of period up to and including the
      * as-of date is priced at the model it ran under that day, so a
      * mid-month model change is priced the way it was actually run.
       PRICE-PERIOD-HISTORY.
           OPEN INPUT AGENT-FILE
           IF WS-AGENT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGENT FILE: '
                   WS-AGENT-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           OPEN INPUT HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HISTORY FILE: '
                   WS-HIST-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           PERFORM UNTIL WS-EOF
               READ HISTORY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       MOVE HIS-DATE TO WS-HIS-DATE-X
                       IF WS-HIS-DATE-X(1:6) = WS-AS-OF-DATE(1:6)
                               AND WS-HIS-DATE-X <= WS-AS-OF-DATE
                           ADD 1 TO WS-RECORDS-IN-PERIOD
                           PERFORM PRICE-ONE-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE
           CLOSE AGENT-FILE.

       PRICE-ONE-HISTORY-RECORD.
           PERFORM FIND-AGENT-ENTRY
           IF WS-TABLE-FULL
               DISPLAY 'AGENT TABLE FULL - SKIPPING AGENT: '
                   HIS-AGENT-ID
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-MODEL-RATE
           IF NOT WS-RATE-FOUND
      * An unrated model forecasts at zero, the way billing would
      * price it - counted so the gap is visible on the report.
               MOVE 0 TO WS-HIS-RATE
               ADD 1 TO WS-UNRATED-RECORDS
           END-IF

           COMPUTE WS-HIS-CHARGE ROUNDED =
               HIS-TOKENS * WS-HIS-RATE / 1000
           ADD HIS-TOKENS TO WS-AGT-TOKENS(WS-AGT-IDX)
           ADD WS-HIS-CHARGE TO WS-AGT-MTD-CHARGE(WS-AGT-IDX).

       FIND-AGENT-ENTRY.
           SET WS-AGT-FOUND-SW TO 'N'
           SET WS-TABLE-FULL-SW TO 'N'
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
                   UNTIL WS-AGT-IDX > WS-AGT-ENTRY-COUNT
               IF WS-AGT-AGENT-ID(WS-AGT-IDX) = HIS-AGENT-ID
                   SET WS-AGT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WS-AGT-FOUND
               IF WS-AGT-ENTRY-COUNT >= 500
                   SET WS-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-AGT-ENTRY-COUNT
                   SET WS-AGT-IDX TO WS-AGT-ENTRY-COUNT
                   MOVE HIS-AGENT-ID TO WS-AGT-AGENT-ID(WS-AGT-IDX)
                   MOVE 0 TO WS-AGT-TOKENS(WS-AGT-IDX)
                   MOVE 0 TO WS-AGT-MTD-CHARGE(WS-AGT-IDX)
                   MOVE 0 TO WS-AGT-PROJECTED(WS-AGT-IDX)
                   MOVE HIS-AGENT-ID TO AGENT-ID
                   READ AGENT-FILE
                       INVALID KEY
                           MOVE '*GONE*' TO WS-AGT-NAME(WS-AGT-IDX)
                           MOVE SPACES TO WS-AGT-DEPT(WS-AGT-IDX)
                       NOT INVALID KEY
                           MOVE AGENT-NAME TO WS-AGT-NAME(WS-AGT-IDX)
                           MOVE AGENT-DEPT TO WS-AGT-DEPT(WS-AGT-IDX)
                   END-READ
               END-IF
           END-IF.

       FIND-MODEL-RATE.
           SET WS-FOUND-SW TO 'N'
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-ENTRY-COUNT
               IF WS-RATE-MODEL(WS-RATE-IDX) = HIS-AGENT-MODEL
                   SET WS-RATE-FOUND TO TRUE
                   MOVE WS-RATE-AMOUNT(WS-RATE-IDX) TO WS-HIS-RATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Straight-line projection: spend so far divided by the days
      * elapsed is the daily run rate, carried to the end of the
      * month. Each agent is projected on its own for the driver
      * listing, and each department on its own roll-up so rounding
      * on the agent lines never moves the department's verdict.
       PROJECT-MONTH-END-SPEND.
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
                   UNTIL WS-AGT-IDX > WS-AGT-ENTRY-COUNT
               COMPUTE WS-AGT-PROJECTED(WS-AGT-IDX) ROUNDED =
                   WS-AGT-MTD-CHARGE(WS-AGT-IDX) * WS-DAYS-IN-MONTH
                   / WS-DAYS-ELAPSED
               PERFORM ROLL-UP-DEPT-SPEND
           END-PERFORM

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-ENTRY-COUNT
               COMPUTE WS-DEPT-PROJECTED(WS-DEPT-IDX) ROUNDED =
                   WS-DEPT-MTD-CHARGE(WS-DEPT-IDX) * WS-DAYS-IN-MONTH
                   / WS-DAYS-ELAPSED
               IF WS-DEPT-CEILING(WS-DEPT-IDX) > 0
                       AND WS-DEPT-PROJECTED(WS-DEPT-IDX)
                           > WS-DEPT-CEILING(WS-DEPT-IDX)
                   MOVE 'Y' TO WS-DEPT-OVER-SW(WS-DEPT-IDX)
                   ADD 1 TO WS-DEPTS-OVER
               END-IF
           END-PERFORM.

      * Adds this agent's period-to-date spend to its cost center,
      * opening an off-master entry for a code the master does not
      * carry so the money is still shown.
       ROLL-UP-DEPT-SPEND.
           SET WS-DEPT-FOUND-SW TO 'N'
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-ENTRY-COUNT
               IF WS-DEPT-CODE(WS-DEPT-IDX) = WS-AGT-DEPT(WS-AGT-IDX)
                   SET WS-DEPT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WS-DEPT-FOUND AND WS-DEPT-ENTRY-COUNT >= 100
               DISPLAY 'DEPT TABLE FULL - SKIPPING DEPT: '
                   WS-AGT-DEPT(WS-AGT-IDX)
           ELSE
               IF NOT WS-DEPT-FOUND
                   ADD 1 TO WS-DEPT-ENTRY-COUNT
                   SET WS-DEPT-IDX TO WS-DEPT-ENTRY-COUNT
                   MOVE WS-AGT-DEPT(WS-AGT-IDX)
                       TO WS-DEPT-CODE(WS-DEPT-IDX)
                   MOVE '*NOT ON MASTER*'
                       TO WS-DEPT-NAME(WS-DEPT-IDX)
                   MOVE 'N' TO WS-DEPT-ON-MASTER(WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-CEILING(WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-AGENTS(WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-TOKENS(WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-MTD-CHARGE(WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-PROJECTED(WS-DEPT-IDX)
                   MOVE 'N' TO WS-DEPT-OVER-SW(WS-DEPT-IDX)
               END-IF

               ADD 1 TO WS-DEPT-AGENTS(WS-DEPT-IDX)
               ADD WS-AGT-TOKENS(WS-AGT-IDX)
                   TO WS-DEPT-TOKENS(WS-DEPT-IDX)
               ADD WS-AGT-MTD-CHARGE(WS-AGT-IDX)
                   TO WS-DEPT-MTD-CHARGE(WS-DEPT-IDX)
           END-IF.

       WRITE-FORECAST-REPORT.
           OPEN OUTPUT FORECAST-REPORT

           MOVE SPACES TO FORECAST-LINE
           STRING 'SYNAPSE DEPARTMENT BURN-RATE FORECAST - PERIOD '
                      DELIMITED BY SIZE
                  WS-AS-OF-DATE(1:6) DELIMITED BY SIZE
                  '  AS OF '         DELIMITED BY SIZE
                  WS-AS-OF-DATE      DELIMITED BY SIZE
                  '  DAY '           DELIMITED BY SIZE
                  WS-DAYS-ELAPSED    DELIMITED BY SIZE
                  ' OF '             DELIMITED BY SIZE
                  WS-DAYS-IN-MONTH   DELIMITED BY SIZE
                  INTO FORECAST-LINE
           END-STRING
           WRITE FORECAST-LINE

           MOVE SPACES TO FORECAST-LINE
           MOVE 'DEPT'        TO FORECAST-LINE(1:4)
           MOVE 'NAME'        TO FORECAST-LINE(11:4)
           MOVE 'CEILING'     TO FORECAST-LINE(43:7)
           MOVE 'SPEND-TO-DATE' TO FORECAST-LINE(57:13)
           MOVE 'PROJECTED'   TO FORECAST-LINE(73:9)
           MOVE '%CEIL'       TO FORECAST-LINE(89:5)
           WRITE FORECAST-LINE

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-ENTRY-COUNT
               PERFORM WRITE-ONE-DEPT-LINE
           END-PERFORM

           PERFORM WRITE-OVERRUN-SECTION

           MOVE SPACES TO FORECAST-LINE
           WRITE FORECAST-LINE
           MOVE SPACES TO FORECAST-LINE
           STRING 'HISTORY RECORDS IN PERIOD: '  DELIMITED BY SIZE
                  WS-RECORDS-IN-PERIOD           DELIMITED BY SIZE
                  '  UNRATED: '                  DELIMITED BY SIZE
                  WS-UNRATED-RECORDS             DELIMITED BY SIZE
                  '  DEPARTMENTS PROJECTED OVER: ' DELIMITED BY SIZE
                  WS-DEPTS-OVER                  DELIMITED BY SIZE
                  INTO FORECAST-LINE
           END-STRING
           WRITE FORECAST-LINE

           CLOSE FORECAST-REPORT.

       WRITE-ONE-DEPT-LINE.
           EVALUATE TRUE
               WHEN WS-DEPT-OVER-SW(WS-DEPT-IDX) = 'Y'
                   MOVE '** OVER **' TO WS-DEPT-FLAG
               WHEN WS-DEPT-CEILING(WS-DEPT-IDX) = 0
                   MOVE 'NO CEILING' TO WS-DEPT-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-DEPT-FLAG
           END-EVALUATE

           IF WS-DEPT-CEILING(WS-DEPT-IDX) > 0
               COMPUTE WS-CEILING-PCT =
                   WS-DEPT-PROJECTED(WS-DEPT-IDX) * 100
                   / WS-DEPT-CEILING(WS-DEPT-IDX)
                   ON SIZE ERROR
                       MOVE 99999 TO WS-CEILING-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-CEILING-PCT
           END-IF

           MOVE WS-DEPT-CEILING(WS-DEPT-IDX) TO WS-CEILING-DISPLAY
           MOVE WS-DEPT-MTD-CHARGE(WS-DEPT-IDX) TO WS-MTD-DISPLAY
           MOVE WS-DEPT-PROJECTED(WS-DEPT-IDX) TO WS-PROJECTED-DISPLAY
           MOVE SPACES TO FORECAST-LINE
           STRING WS-DEPT-CODE(WS-DEPT-IDX)       DELIMITED BY SIZE
                  '  '                            DELIMITED BY SIZE
                  WS-DEPT-NAME(WS-DEPT-IDX)(1:30) DELIMITED BY SIZE
                  '  '                            DELIMITED BY SIZE
                  WS-CEILING-DISPLAY              DELIMITED BY SIZE
                  '  '                            DELIMITED BY SIZE
                  WS-MTD-DISPLAY                  DELIMITED BY SIZE
                  '  '                            DELIMITED BY SIZE
                  WS-PROJECTED-DISPLAY            DELIMITED BY SIZE
                  '  '                            DELIMITED BY SIZE
                  WS-CEILING-PCT                  DELIMITED BY SIZE
                  '  '                            DELIMITED BY SIZE
                  WS-DEPT-FLAG                    DELIMITED BY SIZE
                  INTO FORECAST-LINE
           END-STRING
           WRITE FORECAST-LINE.

      * The warning section proper - one block per department heading
      * over its ceiling, each listing the agents behind the spend
      * with their share of the department's period-to-date charge.
       WRITE-OVERRUN-SECTION.
           MOVE SPACES TO FORECAST-LINE
           WRITE FORECAST-LINE
           IF WS-DEPTS-OVER = 0
               MOVE 'NO DEPARTMENT IS PROJECTED OVER ITS CEILING'
                   TO FORECAST-LINE
               WRITE FORECAST-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'DEPARTMENTS PROJECTED OVER CEILING - AGENTS DRIVING'
               TO FORECAST-LINE
           WRITE FORECAST-LINE

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-ENTRY-COUNT
               IF WS-DEPT-OVER-SW(WS-DEPT-IDX) = 'Y'
                   PERFORM WRITE-OVERRUN-DEPT
               END-IF
           END-PERFORM.

       WRITE-OVERRUN-DEPT.
           MOVE WS-DEPT-CEILING(WS-DEPT-IDX) TO WS-CEILING-DISPLAY
           MOVE WS-DEPT-PROJECTED(WS-DEPT-IDX) TO WS-PROJECTED-DISPLAY
           MOVE SPACES TO FORECAST-LINE
           WRITE FORECAST-LINE
           MOVE SPACES TO FORECAST-LINE
           STRING '** '                           DELIMITED BY SIZE
                  WS-DEPT-CODE(WS-DEPT-IDX)       DELIMITED BY SIZE
                  '  '                            DELIMITED BY SIZE
                  WS-DEPT-NAME(WS-DEPT-IDX)(1:30) DELIMITED BY SIZE
                  '  PROJECTED '                  DELIMITED BY SIZE
                  WS-PROJECTED-DISPLAY            DELIMITED BY SIZE
                  '  CEILING '                    DELIMITED BY SIZE
                  WS-CEILING-DISPLAY              DELIMITED BY SIZE
                  INTO FORECAST-LINE
           END-STRING
           WRITE FORECAST-LINE

           MOVE SPACES TO FORECAST-LINE
           MOVE 'AGENT-ID'    TO FORECAST-LINE(4:8)
           MOVE 'NAME'        TO FORECAST-LINE(42:4)
           MOVE 'TOKENS'      TO FORECAST-LINE(74:6)
           MOVE 'SPEND-TO-DATE' TO FORECAST-LINE(88:13)
           MOVE 'PROJECTED'   TO FORECAST-LINE(102:9)
           MOVE 'SHARE%'      TO FORECAST-LINE(116:6)
           WRITE FORECAST-LINE

           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
                   UNTIL WS-AGT-IDX > WS-AGT-ENTRY-COUNT
               IF WS-AGT-DEPT(WS-AGT-IDX) = WS-DEPT-CODE(WS-DEPT-IDX)
                       AND WS-AGT-MTD-CHARGE(WS-AGT-IDX) > 0
                   PERFORM WRITE-ONE-DRIVER-LINE
               END-IF
           END-PERFORM.

       WRITE-ONE-DRIVER-LINE.
           COMPUTE WS-SHARE-PCT =
               WS-AGT-MTD-CHARGE(WS-AGT-IDX) * 100
               / WS-DEPT-MTD-CHARGE(WS-DEPT-IDX)
           MOVE WS-AGT-MTD-CHARGE(WS-AGT-IDX) TO WS-AGT-MTD-DISPLAY
           MOVE WS-AGT-PROJECTED(WS-AGT-IDX) TO WS-AGT-PROJ-DISPLAY
           MOVE SPACES TO FORECAST-LINE
           STRING '   '                        DELIMITED BY SIZE
                  WS-AGT-AGENT-ID(WS-AGT-IDX)  DELIMITED BY SIZE
                  '  '                         DELIMITED BY SIZE
                  WS-AGT-NAME(WS-AGT-IDX)      DELIMITED BY SIZE
                  '  '                         DELIMITED BY SIZE
                  WS-AGT-TOKENS(WS-AGT-IDX)    DELIMITED BY SIZE
                  '  '                         DELIMITED BY SIZE
                  WS-AGT-MTD-DISPLAY           DELIMITED BY SIZE
                  '  '                         DELIMITED BY SIZE
                  WS-AGT-PROJ-DISPLAY          DELIMITED BY SIZE
                  '  '                         DELIMITED BY SIZE
                  WS-SHARE-PCT                 DELIMITED BY SIZE
                  INTO FORECAST-LINE
           END-STRING
           WRITE FORECAST-LINE.

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

           MOVE 'SYNAPSE-BUDGETFC' TO RNH-PROGRAM
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
