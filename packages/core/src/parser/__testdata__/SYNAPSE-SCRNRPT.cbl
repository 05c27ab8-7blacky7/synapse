       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYNAPSE-SCRNRPT.
       AUTHOR. SYNAPSE-TEAM.

      ******************************************************************
      * WEEKLY SCREENING COMPLIANCE REPORT - READS SCRNVIOL.DAT (ONE
      * RECORD PER SCREENING RULE HIT, WRITTEN BY SYNAPSE-AGENT,
      * SYNAPSE-MSGQ AND SYNAPSE-DLREPLAY) FOR THE SEVEN DAYS ENDING
      * ON THE REPORT DATE AND BREAKS THE HITS OUT THREE WAYS: BY
      * AGENT, BY DEPARTMENT AND BY RULE, EACH SPLIT INTO BLOCKED AND
      * WARNED. WARN-ONLY RULES SHOW HERE BEFORE COMPLIANCE SWITCHES
      * THEM TO BLOCK, SO THE BY-RULE SECTION IS THE ONE TO WATCH
      * WHEN A RULE IS BEING PHASED IN. THE WEEK-ENDING DATE COMES
      * FROM THE INVOKING JCL'S PARM= (YYYYMMDD); AN EMPTY PARM ENDS
      * THE WEEK TODAY.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIOLATION-FILE ASSIGN TO 'SCRNVIOL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCV-FILE-STATUS.

           SELECT SCREENING-REPORT ASSIGN TO 'SCRNVIOL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STREAM-FILE ASSIGN TO 'STREAMST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VIOLATION-FILE.
           COPY SCRVREC.

       FD  SCREENING-REPORT.
       01  SCN-LINE                    PIC X(132).

       FD  STREAM-FILE.
           COPY STRREC.

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.
       01  WS-SCV-FILE-STATUS          PIC XX.
       01  WS-STREAM-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
           88  WS-EOF                  VALUE 1.
       01  WS-REPORT-DATE              PIC X(8) VALUE SPACES.
       01  WS-REPORT-DATE-NUM REDEFINES WS-REPORT-DATE
                                       PIC 9(8).
       01  WS-WEEK-START-DATE          PIC 9(8) VALUE 0.
       01  WS-HIT-DATE                 PIC X(8) VALUE SPACES.

      * One row per agent with a hit in the week. The department is
      * the one on the agent's first hit of the week.
       01  WS-AGENT-TABLE.
           05  WS-AGT-ENTRY-COUNT      PIC 9(4) VALUE 0.
           05  WS-AGT-ENTRY OCCURS 1000 TIMES INDEXED BY WS-AGT-IDX.
               10  WS-AGT-ID           PIC X(36).
               10  WS-AGT-DEPT         PIC X(8).
               10  WS-AGT-BLOCKED      PIC 9(6).
               10  WS-AGT-WARNED       PIC 9(6).

       01  WS-DEPT-TABLE.
           05  WS-DPT-ENTRY-COUNT      PIC 9(3) VALUE 0.
           05  WS-DPT-ENTRY OCCURS 200 TIMES INDEXED BY WS-DPT-IDX.
               10  WS-DPT-CODE         PIC X(8).
               10  WS-DPT-BLOCKED      PIC 9(6).
               10  WS-DPT-WARNED       PIC 9(6).

       01  WS-RULE-TABLE.
           05  WS-RUL-ENTRY-COUNT      PIC 9(3) VALUE 0.
           05  WS-RUL-ENTRY OCCURS 200 TIMES INDEXED BY WS-RUL-IDX.
               10  WS-RUL-ID           PIC X(8).
               10  WS-RUL-CATEGORY     PIC X(12).
               10  WS-RUL-BLOCKED      PIC 9(6).
               10  WS-RUL-WARNED       PIC 9(6).

       01  WS-FOUND-SW                 PIC X VALUE 'N'.
           88  WS-ENTRY-FOUND          VALUE 'Y'.
       01  WS-TABLE-FULL-SW            PIC X VALUE 'N'.
           88  WS-TABLE-FULL           VALUE 'Y'.

       01  WS-RECORDS-READ             PIC 9(8) VALUE 0.
       01  WS-RECORDS-IN-WEEK          PIC 9(8) VALUE 0.
       01  WS-TOTAL-BLOCKED            PIC 9(8) VALUE 0.
       01  WS-TOTAL-WARNED             PIC 9(8) VALUE 0.

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
           PERFORM TALLY-WEEKS-VIOLATIONS
           PERFORM WRITE-SCREENING-REPORT
           DISPLAY 'SYNAPSE-SCRNRPT HITS READ: ' WS-RECORDS-READ
           DISPLAY 'SYNAPSE-SCRNRPT HITS IN WEEK: ' WS-RECORDS-IN-WEEK
           SET WS-RNH-COMPLETED TO TRUE
           PERFORM FINISH-RUN.

      * The message path appends to SCRNVIOL.DAT, so the stream must
      * hold the quiesce (SYNAPSE-QUIESCE HOLD) before this job reads
      * it. No state file, an empty record, or an OPEN state all
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

      * PARM='YYYYMMDD' IS THE LAST DAY OF THE WEEK - EMPTY MEANS
      * TODAY. THE WEEK IS THAT DAY AND THE SIX BEFORE IT.
       PARSE-PARM.
           IF LK-PARM-LEN < 8
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           ELSE
               MOVE LK-PARM-DATA(1:8) TO WS-REPORT-DATE
               IF WS-REPORT-DATE NOT NUMERIC
                   DISPLAY 'REPORT DATE PARM NOT NUMERIC: '
                       WS-REPORT-DATE
                   PERFORM FINISH-RUN
               END-IF
           END-IF

           COMPUTE WS-WEEK-START-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE-NUM) - 6).

      * No violation file yet means nothing has ever hit a rule - the
      * report still goes out, empty, so compliance sees the week.
       TALLY-WEEKS-VIOLATIONS.
           OPEN INPUT VIOLATION-FILE
           IF WS-SCV-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-SCV-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SCREENING VIOLATION FILE: '
                   WS-SCV-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           PERFORM UNTIL WS-EOF
               READ VIOLATION-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       MOVE SCV-TIMESTAMP(1:8) TO WS-HIT-DATE
                       IF WS-HIT-DATE IS NUMERIC
                          AND WS-HIT-DATE >= WS-WEEK-START-DATE
                          AND WS-HIT-DATE <= WS-REPORT-DATE
                           ADD 1 TO WS-RECORDS-IN-WEEK
                           PERFORM TALLY-ONE-VIOLATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VIOLATION-FILE.

       TALLY-ONE-VIOLATION.
           IF SCV-BLOCKED
               ADD 1 TO WS-TOTAL-BLOCKED
           ELSE
               ADD 1 TO WS-TOTAL-WARNED
           END-IF

           PERFORM FIND-AGENT-ENTRY
           IF WS-TABLE-FULL
               DISPLAY 'AGENT TABLE FULL - SKIPPING AGENT: '
                   SCV-AGENT-ID
           ELSE
               IF SCV-BLOCKED
                   ADD 1 TO WS-AGT-BLOCKED(WS-AGT-IDX)
               ELSE
                   ADD 1 TO WS-AGT-WARNED(WS-AGT-IDX)
               END-IF
           END-IF

           PERFORM FIND-DEPT-ENTRY
           IF WS-TABLE-FULL
               DISPLAY 'DEPARTMENT TABLE FULL - SKIPPING: '
                   SCV-AGENT-DEPT
           ELSE
               IF SCV-BLOCKED
                   ADD 1 TO WS-DPT-BLOCKED(WS-DPT-IDX)
               ELSE
                   ADD 1 TO WS-DPT-WARNED(WS-DPT-IDX)
               END-IF
           END-IF

           PERFORM FIND-RULE-ENTRY
           IF WS-TABLE-FULL
               DISPLAY 'RULE TABLE FULL - SKIPPING RULE: '
                   SCV-RULE-ID
           ELSE
               IF SCV-BLOCKED
                   ADD 1 TO WS-RUL-BLOCKED(WS-RUL-IDX)
               ELSE
                   ADD 1 TO WS-RUL-WARNED(WS-RUL-IDX)
               END-IF
           END-IF.

       FIND-AGENT-ENTRY.
           SET WS-FOUND-SW TO 'N'
           SET WS-TABLE-FULL-SW TO 'N'
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
                   UNTIL WS-AGT-IDX > WS-AGT-ENTRY-COUNT
               IF WS-AGT-ID(WS-AGT-IDX) = SCV-AGENT-ID
                   SET WS-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WS-ENTRY-FOUND
               IF WS-AGT-ENTRY-COUNT >= 1000
                   SET WS-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-AGT-ENTRY-COUNT
                   SET WS-AGT-IDX TO WS-AGT-ENTRY-COUNT
                   MOVE SCV-AGENT-ID TO WS-AGT-ID(WS-AGT-IDX)
                   MOVE SCV-AGENT-DEPT TO WS-AGT-DEPT(WS-AGT-IDX)
                   MOVE 0 TO WS-AGT-BLOCKED(WS-AGT-IDX)
                   MOVE 0 TO WS-AGT-WARNED(WS-AGT-IDX)
               END-IF
           END-IF.

       FIND-DEPT-ENTRY.
           SET WS-FOUND-SW TO 'N'
           SET WS-TABLE-FULL-SW TO 'N'
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-ENTRY-COUNT
               IF WS-DPT-CODE(WS-DPT-IDX) = SCV-AGENT-DEPT
                   SET WS-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WS-ENTRY-FOUND
               IF WS-DPT-ENTRY-COUNT >= 200
                   SET WS-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-DPT-ENTRY-COUNT
                   SET WS-DPT-IDX TO WS-DPT-ENTRY-COUNT
                   MOVE SCV-AGENT-DEPT TO WS-DPT-CODE(WS-DPT-IDX)
                   MOVE 0 TO WS-DPT-BLOCKED(WS-DPT-IDX)
                   MOVE 0 TO WS-DPT-WARNED(WS-DPT-IDX)
               END-IF
           END-IF.

      * The category is taken from the first hit of the week; a rule
      * recategorised mid-week still reports as one row.
       FIND-RULE-ENTRY.
           SET WS-FOUND-SW TO 'N'
           SET WS-TABLE-FULL-SW TO 'N'
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                   UNTIL WS-RUL-IDX > WS-RUL-ENTRY-COUNT
               IF WS-RUL-ID(WS-RUL-IDX) = SCV-RULE-ID
                   SET WS-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WS-ENTRY-FOUND
               IF WS-RUL-ENTRY-COUNT >= 200
                   SET WS-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-RUL-ENTRY-COUNT
                   SET WS-RUL-IDX TO WS-RUL-ENTRY-COUNT
                   MOVE SCV-RULE-ID TO WS-RUL-ID(WS-RUL-IDX)
                   MOVE SCV-CATEGORY TO WS-RUL-CATEGORY(WS-RUL-IDX)
                   MOVE 0 TO WS-RUL-BLOCKED(WS-RUL-IDX)
                   MOVE 0 TO WS-RUL-WARNED(WS-RUL-IDX)
               END-IF
           END-IF.

       WRITE-SCREENING-REPORT.
           OPEN OUTPUT SCREENING-REPORT

           MOVE SPACES TO SCN-LINE
           STRING 'SYNAPSE WEEKLY SCREENING COMPLIANCE REPORT - '
                      DELIMITED BY SIZE
                  WS-WEEK-START-DATE DELIMITED BY SIZE
                  ' TO '             DELIMITED BY SIZE
                  WS-REPORT-DATE     DELIMITED BY SIZE
                  INTO SCN-LINE
           END-STRING
           WRITE SCN-LINE

           PERFORM WRITE-AGENT-SECTION
           PERFORM WRITE-DEPT-SECTION
           PERFORM WRITE-RULE-SECTION

           MOVE SPACES TO SCN-LINE
           WRITE SCN-LINE
           MOVE SPACES TO SCN-LINE
           STRING 'HITS IN WEEK: '       DELIMITED BY SIZE
                  WS-RECORDS-IN-WEEK     DELIMITED BY SIZE
                  '  BLOCKED: '          DELIMITED BY SIZE
                  WS-TOTAL-BLOCKED       DELIMITED BY SIZE
                  '  WARNED: '           DELIMITED BY SIZE
                  WS-TOTAL-WARNED        DELIMITED BY SIZE
                  '  AGENTS: '           DELIMITED BY SIZE
                  WS-AGT-ENTRY-COUNT     DELIMITED BY SIZE
                  '  RULES: '            DELIMITED BY SIZE
                  WS-RUL-ENTRY-COUNT     DELIMITED BY SIZE
                  INTO SCN-LINE
           END-STRING
           WRITE SCN-LINE

           CLOSE SCREENING-REPORT.

       WRITE-AGENT-SECTION.
           MOVE SPACES TO SCN-LINE
           WRITE SCN-LINE
           MOVE 'VIOLATIONS BY AGENT' TO SCN-LINE
           WRITE SCN-LINE
           MOVE SPACES TO SCN-LINE
           MOVE 'AGENT-ID'   TO SCN-LINE(3:8)
           MOVE 'DEPT'       TO SCN-LINE(41:4)
           MOVE 'BLOCKED'    TO SCN-LINE(51:7)
           MOVE 'WARNED'     TO SCN-LINE(59:6)
           WRITE SCN-LINE

           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
                   UNTIL WS-AGT-IDX > WS-AGT-ENTRY-COUNT
               MOVE SPACES TO SCN-LINE
               STRING '  '                      DELIMITED BY SIZE
                      WS-AGT-ID(WS-AGT-IDX)     DELIMITED BY SIZE
                      '  '                      DELIMITED BY SIZE
                      WS-AGT-DEPT(WS-AGT-IDX)   DELIMITED BY SIZE
                      '  '                      DELIMITED BY SIZE
                      WS-AGT-BLOCKED(WS-AGT-IDX)
                                                DELIMITED BY SIZE
                      '  '                      DELIMITED BY SIZE
                      WS-AGT-WARNED(WS-AGT-IDX) DELIMITED BY SIZE
                      INTO SCN-LINE
               END-STRING
               WRITE SCN-LINE
           END-PERFORM.

       WRITE-DEPT-SECTION.
           MOVE SPACES TO SCN-LINE
           WRITE SCN-LINE
           MOVE 'VIOLATIONS BY DEPARTMENT' TO SCN-LINE
           WRITE SCN-LINE
           MOVE SPACES TO SCN-LINE
           MOVE 'DEPT'       TO SCN-LINE(3:4)
           MOVE 'BLOCKED'    TO SCN-LINE(13:7)
           MOVE 'WARNED'     TO SCN-LINE(21:6)
           WRITE SCN-LINE

           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-ENTRY-COUNT
               MOVE SPACES TO SCN-LINE
               STRING '  '                      DELIMITED BY SIZE
                      WS-DPT-CODE(WS-DPT-IDX)   DELIMITED BY SIZE
                      '  '                      DELIMITED BY SIZE
                      WS-DPT-BLOCKED(WS-DPT-IDX)
                                                DELIMITED BY SIZE
                      '  '                      DELIMITED BY SIZE
                      WS-DPT-WARNED(WS-DPT-IDX) DELIMITED BY SIZE
                      INTO SCN-LINE
               END-STRING
               WRITE SCN-LINE
           END-PERFORM.

      * A rule with warnings and no blocks is still in its watch
      * period - compliance reads this section before switching it.
       WRITE-RULE-SECTION.
           MOVE SPACES TO SCN-LINE
           WRITE SCN-LINE
           MOVE 'VIOLATIONS BY RULE' TO SCN-LINE
           WRITE SCN-LINE
           MOVE SPACES TO SCN-LINE
           MOVE 'RULE-ID'    TO SCN-LINE(3:7)
           MOVE 'CATEGORY'   TO SCN-LINE(13:8)
           MOVE 'BLOCKED'    TO SCN-LINE(27:7)
           MOVE 'WARNED'     TO SCN-LINE(35:6)
           WRITE SCN-LINE

           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                   UNTIL WS-RUL-IDX > WS-RUL-ENTRY-COUNT
               MOVE SPACES TO SCN-LINE
               STRING '  '                      DELIMITED BY SIZE
                      WS-RUL-ID(WS-RUL-IDX)     DELIMITED BY SIZE
                      '  '                      DELIMITED BY SIZE
                      WS-RUL-CATEGORY(WS-RUL-IDX)
                                                DELIMITED BY SIZE
                      '  '                      DELIMITED BY SIZE
                      WS-RUL-BLOCKED(WS-RUL-IDX)
                                                DELIMITED BY SIZE
                      '  '                      DELIMITED BY SIZE
                      WS-RUL-WARNED(WS-RUL-IDX) DELIMITED BY SIZE
                      INTO SCN-LINE
               END-STRING
               WRITE SCN-LINE
           END-PERFORM.

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

           MOVE 'SYNAPSE-SCRNRPT' TO RNH-PROGRAM
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
