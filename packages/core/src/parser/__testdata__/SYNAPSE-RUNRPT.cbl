       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYNAPSE-RUNRPT.
       AUTHOR. SYNAPSE-TEAM.

      ******************************************************************
      * NIGHTLY BATCH-WINDOW ELAPSED-TIME REPORT - READS THE SHARED
      * RUN-HISTORY FILE (RUNHIST.DAT) EVERY BATCH PROGRAM APPENDS TO
      * AND LISTS ONE NIGHT'S STREAM STEP BY STEP: START AND END
      * TIME, ELAPSED TIME, RETURN CODE AND RECORDS PROCESSED, SET
      * AGAINST THAT STEP'S AVERAGE OVER THE 30 NIGHTS BEFORE. A STEP
      * THAT FAILED (RC 8 OR MORE, OR ENDED EARLY) IS FLAGGED FAILED;
      * A STEP THAT RAN WELL PAST ITS AVERAGE IS FLAGGED SLOW. THE
      * NIGHT IS EVERYTHING FROM ITS SYNQSCE HOLD UP TO THE NEXT
      * NIGHT'S HOLD, AND THE REPORT CLOSES WITH THE TOTAL TIME THE
      * STREAM HELD THE QUIESCE (HOLD TO RELEASE) AGAINST THE SAME
      * 30-NIGHT AVERAGE - THE NUMBER THAT SAYS WHETHER THE MORNING
      * ONLINE WINDOW IS AT RISK. THE NIGHT IS CHOSEN BY THE DATE OF
      * ITS HOLD FROM THE INVOKING JCL'S PARM= (YYYYMMDD); AN EMPTY
      * PARM REPORTS ON THE MOST RECENT HOLD ON FILE. READS ONLY THE
      * RUN-HISTORY FILE, SO IT RUNS AFTER THE RELEASE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNH-FILE-STATUS.

           SELECT RUN-REPORT ASSIGN TO 'RUNHIST.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       FD  RUN-REPORT.
       01  RUN-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
           88  WS-EOF                  VALUE 1.
       01  WS-NIGHT-DATE               PIC X(8) VALUE SPACES.
       01  WS-NIGHT-DATE-N             PIC 9(8) VALUE 0.
       01  WS-LATEST-HOLD-SW           PIC X VALUE 'N'.
           88  WS-LATEST-HOLD          VALUE 'Y'.

      * How far past its average a step may run before it is called
      * slow: both the percentage and the minimum overrun must be
      * exceeded, so a ten-second step taking twenty is not news.
       01  WS-HISTORY-NIGHTS           PIC 9(3) VALUE 30.
       01  WS-SLOW-PERCENT             PIC 9(3) VALUE 150.
       01  WS-SLOW-MIN-SECONDS         PIC 9(5) VALUE 300.

      * The night being reported: the start of its HOLD step, and the
      * start of the next night's HOLD if there is one on file.
       01  WS-NIGHT-START              PIC X(21) VALUE SPACES.
       01  WS-NIGHT-END                PIC X(21) VALUE SPACES.
       01  WS-NIGHT-FOUND-SW           PIC X VALUE 'N'.
           88  WS-NIGHT-FOUND          VALUE 'Y'.
       01  WS-WINDOW-FIRST-DAY         PIC 9(8) VALUE 0.
       01  WS-NIGHT-DAY                PIC 9(8) VALUE 0.
       01  WS-RECORD-DAY               PIC 9(8) VALUE 0.

      * Tonight's steps, in the order they ran.
       01  WS-STEP-TABLE.
           05  WS-STP-ENTRY-COUNT      PIC 9(3) VALUE 0.
           05  WS-STP-ENTRY OCCURS 100 TIMES INDEXED BY WS-STP-IDX.
               10  WS-STP-PROGRAM      PIC X(16).
               10  WS-STP-PARM         PIC X(8).
               10  WS-STP-START        PIC X(21).
               10  WS-STP-END          PIC X(21).
               10  WS-STP-ELAPSED      PIC 9(7).
               10  WS-STP-RC           PIC 9(4).
               10  WS-STP-COMPLETION   PIC X.
               10  WS-STP-RECORDS      PIC 9(9).

      * Completed runs of each step over the history window.
       01  WS-HISTORY-TABLE.
           05  WS-HST-ENTRY-COUNT      PIC 9(3) VALUE 0.
           05  WS-HST-ENTRY OCCURS 100 TIMES INDEXED BY WS-HST-IDX.
               10  WS-HST-PROGRAM      PIC X(16).
               10  WS-HST-PARM         PIC X(8).
               10  WS-HST-RUNS         PIC 9(5).
               10  WS-HST-TOTAL-SECS   PIC 9(11).
       01  WS-HST-FOUND-SW             PIC X VALUE 'N'.
           88  WS-HST-FOUND            VALUE 'Y'.

      * Quiesce window: HOLD end to RELEASE end.
       01  WS-HOLD-END-SECONDS         PIC 9(11) VALUE 0.
       01  WS-HOLD-IN-NIGHT-SW         PIC X VALUE 'N'.
           88  WS-HOLD-IN-NIGHT        VALUE 'Y'.
       01  WS-SPAN-SECONDS             PIC 9(11) VALUE 0.
       01  WS-NIGHT-SPAN-SECONDS       PIC 9(11) VALUE 0.
       01  WS-NIGHT-RELEASED-SW        PIC X VALUE 'N'.
           88  WS-NIGHT-RELEASED       VALUE 'Y'.
       01  WS-HIST-SPAN-NIGHTS         PIC 9(5) VALUE 0.
       01  WS-HIST-SPAN-TOTAL          PIC 9(11) VALUE 0.

       01  WS-AVERAGE-SECONDS          PIC 9(7) VALUE 0.
       01  WS-SLOW-THRESHOLD           PIC 9(9) VALUE 0.
       01  WS-STEP-FLAG                PIC X(8) VALUE SPACES.
       01  WS-AVERAGE-TEXT             PIC X(8) VALUE SPACES.
       01  WS-RECORDS-READ             PIC 9(8) VALUE 0.
       01  WS-STEPS-FAILED             PIC 9(3) VALUE 0.
       01  WS-STEPS-SLOW               PIC 9(3) VALUE 0.

      * Seconds to HH:MM:SS for the report columns.
       01  WS-DUR-SECONDS              PIC 9(11) VALUE 0.
       01  WS-DUR-HOURS                PIC 9(5) VALUE 0.
       01  WS-DUR-MINUTES              PIC 99 VALUE 0.
       01  WS-DUR-SECS                 PIC 99 VALUE 0.
       01  WS-DUR-REMAINDER            PIC 9(5) VALUE 0.
       01  WS-DUR-TEXT.
           05  WS-DUR-TEXT-HH          PIC 99.
           05  FILLER                  PIC X VALUE ':'.
           05  WS-DUR-TEXT-MM          PIC 99.
           05  FILLER                  PIC X VALUE ':'.
           05  WS-DUR-TEXT-SS          PIC 99.
       01  WS-ELAPSED-TEXT             PIC X(8) VALUE SPACES.

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
           PERFORM PARSE-PARM
           PERFORM FIND-NIGHT-HOLD

           OPEN OUTPUT RUN-REPORT
           PERFORM WRITE-REPORT-HEADING

           IF NOT WS-NIGHT-FOUND
               MOVE SPACES TO RUN-LINE
               STRING 'NO SYNQSCE HOLD ON THE RUN HISTORY FOR '
                          DELIMITED BY SIZE
                      WS-NIGHT-DATE DELIMITED BY SIZE
                      ' - NOTHING TO REPORT' DELIMITED BY SIZE
                      INTO RUN-LINE
               END-STRING
               WRITE RUN-LINE
               CLOSE RUN-REPORT
               DISPLAY 'SYNAPSE-RUNRPT: NO HOLD FOUND FOR '
                   WS-NIGHT-DATE
               MOVE 4 TO RETURN-CODE
               SET WS-RNH-COMPLETED TO TRUE
               PERFORM FINISH-RUN
           END-IF

           PERFORM TALLY-RUN-HISTORY
           PERFORM WRITE-STEP-LINES
           PERFORM WRITE-WINDOW-TOTALS
           CLOSE RUN-REPORT

           DISPLAY 'SYNAPSE-RUNRPT NIGHT OF: ' WS-NIGHT-START(1:8)
           DISPLAY 'SYNAPSE-RUNRPT STEPS: ' WS-STP-ENTRY-COUNT
           DISPLAY 'SYNAPSE-RUNRPT FAILED: ' WS-STEPS-FAILED
           DISPLAY 'SYNAPSE-RUNRPT SLOW: ' WS-STEPS-SLOW
           IF WS-STEPS-FAILED > 0 OR WS-STEPS-SLOW > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           SET WS-RNH-COMPLETED TO TRUE
           PERFORM FINISH-RUN.

      * PARM='YYYYMMDD' - THE DATE THE NIGHT'S HOLD RAN. EMPTY MEANS
      * THE MOST RECENT HOLD ON FILE.
       PARSE-PARM.
           IF LK-PARM-LEN < 8
               SET WS-LATEST-HOLD TO TRUE
               MOVE 'LATEST' TO WS-NIGHT-DATE
           ELSE
               MOVE LK-PARM-DATA(1:8) TO WS-NIGHT-DATE
               IF WS-NIGHT-DATE NOT NUMERIC
                   DISPLAY 'NIGHT DATE PARM NOT NUMERIC: '
                       WS-NIGHT-DATE
                   MOVE 8 TO RETURN-CODE
                   PERFORM FINISH-RUN
               END-IF
           END-IF.

      * First pass: find the HOLD that opens the night, and the next
      * HOLD after it, which closes it. A rerun HOLD on the same date
      * supersedes the earlier one - the later one is the one the
      * stream actually ran under.
       FIND-NIGHT-HOLD.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RNH-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN HISTORY FILE: '
                   WS-RNH-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF

           PERFORM UNTIL WS-EOF
               READ RUN-HISTORY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RNH-PROGRAM = 'SYNAPSE-QUIESCE'
                          AND RNH-STEP-PARM = 'HOLD'
                          AND RNH-COMPLETED
                          AND RNH-RETURN-CODE = 0
                           PERFORM CHECK-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY-FILE
           MOVE 0 TO WS-EOF-FLAG.

       CHECK-ONE-HOLD.
           IF WS-LATEST-HOLD
              OR RNH-START-TIMESTAMP(1:8) = WS-NIGHT-DATE
               SET WS-NIGHT-FOUND TO TRUE
               MOVE RNH-START-TIMESTAMP TO WS-NIGHT-START
               MOVE SPACES TO WS-NIGHT-END
               EXIT PARAGRAPH
           END-IF

           IF WS-NIGHT-FOUND AND WS-NIGHT-END = SPACES
               MOVE RNH-START-TIMESTAMP TO WS-NIGHT-END
           END-IF.

      * Second pass: the night's steps go to the step table; completed
      * runs in the history window before it go to the averages.
       TALLY-RUN-HISTORY.
           MOVE WS-NIGHT-START(1:8) TO WS-NIGHT-DATE-N
           COMPUTE WS-NIGHT-DAY =
               FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE-N)
           COMPUTE WS-WINDOW-FIRST-DAY =
               WS-NIGHT-DAY - WS-HISTORY-NIGHTS

           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RNH-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN HISTORY FILE: '
                   WS-RNH-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF

           PERFORM UNTIL WS-EOF
               READ RUN-HISTORY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM TALLY-ONE-RUN
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY-FILE.

       TALLY-ONE-RUN.
           IF RNH-START-TIMESTAMP(1:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           IF RNH-START-TIMESTAMP >= WS-NIGHT-START
              AND (WS-NIGHT-END = SPACES
                   OR RNH-START-TIMESTAMP < WS-NIGHT-END)
               PERFORM STORE-NIGHT-STEP
               PERFORM TRACK-QUIESCE-WINDOW
               EXIT PARAGRAPH
           END-IF

           IF RNH-START-TIMESTAMP < WS-NIGHT-START
               MOVE RNH-START-TIMESTAMP(1:8) TO WS-RNH-CLOCK-DATE
               COMPUTE WS-RECORD-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-RNH-CLOCK-DATE)
               IF WS-RECORD-DAY >= WS-WINDOW-FIRST-DAY
                   IF RNH-COMPLETED
                       PERFORM ADD-TO-STEP-HISTORY
                   END-IF
                   PERFORM TRACK-QUIESCE-WINDOW
               END-IF
           END-IF.

       STORE-NIGHT-STEP.
           IF WS-STP-ENTRY-COUNT >= 100
               DISPLAY 'STEP TABLE FULL - SKIPPING: ' RNH-PROGRAM
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STP-ENTRY-COUNT
           SET WS-STP-IDX TO WS-STP-ENTRY-COUNT
           MOVE RNH-PROGRAM TO WS-STP-PROGRAM(WS-STP-IDX)
           MOVE RNH-STEP-PARM TO WS-STP-PARM(WS-STP-IDX)
           MOVE RNH-START-TIMESTAMP TO WS-STP-START(WS-STP-IDX)
           MOVE RNH-END-TIMESTAMP TO WS-STP-END(WS-STP-IDX)
           MOVE RNH-ELAPSED-SECONDS TO WS-STP-ELAPSED(WS-STP-IDX)
           MOVE RNH-RETURN-CODE TO WS-STP-RC(WS-STP-IDX)
           MOVE RNH-COMPLETION TO WS-STP-COMPLETION(WS-STP-IDX)
           MOVE RNH-RECORDS-PROCESSED TO WS-STP-RECORDS(WS-STP-IDX).

       ADD-TO-STEP-HISTORY.
           PERFORM FIND-STEP-HISTORY
           IF NOT WS-HST-FOUND
               IF WS-HST-ENTRY-COUNT >= 100
                   DISPLAY 'HISTORY TABLE FULL - SKIPPING: '
                       RNH-PROGRAM
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HST-ENTRY-COUNT
               SET WS-HST-IDX TO WS-HST-ENTRY-COUNT
               MOVE RNH-PROGRAM TO WS-HST-PROGRAM(WS-HST-IDX)
               MOVE RNH-STEP-PARM TO WS-HST-PARM(WS-HST-IDX)
               MOVE 0 TO WS-HST-RUNS(WS-HST-IDX)
               MOVE 0 TO WS-HST-TOTAL-SECS(WS-HST-IDX)
           END-IF
           ADD 1 TO WS-HST-RUNS(WS-HST-IDX)
           ADD RNH-ELAPSED-SECONDS TO WS-HST-TOTAL-SECS(WS-HST-IDX).

      * Lookup by RNH-PROGRAM and RNH-STEP-PARM; leaves WS-HST-IDX on
      * the entry when found.
       FIND-STEP-HISTORY.
           SET WS-HST-FOUND-SW TO 'N'
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-HST-ENTRY-COUNT
               IF WS-HST-PROGRAM(WS-HST-IDX) = RNH-PROGRAM
                  AND WS-HST-PARM(WS-HST-IDX) = RNH-STEP-PARM
                   SET WS-HST-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Pairs each successful HOLD with the RELEASE that follows it.
      * The pair belongs to whichever side of the night its HOLD fell
      * on - tonight's, or one of the history nights.
       TRACK-QUIESCE-WINDOW.
           IF RNH-PROGRAM NOT = 'SYNAPSE-QUIESCE'
              OR NOT RNH-COMPLETED
              OR RNH-RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE RNH-END-TIMESTAMP TO WS-RNH-CLOCK
           PERFORM CLOCK-TO-SECONDS

           EVALUATE RNH-STEP-PARM
               WHEN 'HOLD'
                   MOVE WS-RNH-SECONDS TO WS-HOLD-END-SECONDS
                   IF RNH-START-TIMESTAMP >= WS-NIGHT-START
                       SET WS-HOLD-IN-NIGHT TO TRUE
                   ELSE
                       MOVE 'N' TO WS-HOLD-IN-NIGHT-SW
                   END-IF
               WHEN 'RELEASE'
                   IF WS-HOLD-END-SECONDS > 0
                       COMPUTE WS-SPAN-SECONDS =
                           WS-RNH-SECONDS - WS-HOLD-END-SECONDS
                       IF WS-HOLD-IN-NIGHT
                           IF NOT WS-NIGHT-RELEASED
                               MOVE WS-SPAN-SECONDS
                                   TO WS-NIGHT-SPAN-SECONDS
                               SET WS-NIGHT-RELEASED TO TRUE
                           END-IF
                       ELSE
                           ADD 1 TO WS-HIST-SPAN-NIGHTS
                           ADD WS-SPAN-SECONDS TO WS-HIST-SPAN-TOTAL
                       END-IF
                       MOVE 0 TO WS-HOLD-END-SECONDS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RUN-LINE
           STRING 'SYNAPSE NIGHTLY BATCH WINDOW - ELAPSED TIME BY STEP'
                      DELIMITED BY SIZE
                  ' - NIGHT OF ' DELIMITED BY SIZE
                  WS-NIGHT-START(1:8) DELIMITED BY SIZE
                  INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE

           MOVE SPACES TO RUN-LINE
           STRING 'AVERAGES OVER THE PRIOR ' DELIMITED BY SIZE
                  WS-HISTORY-NIGHTS          DELIMITED BY SIZE
                  ' NIGHTS - SLOW IS OVER '  DELIMITED BY SIZE
                  WS-SLOW-PERCENT            DELIMITED BY SIZE
                  '% OF AVERAGE AND AT LEAST ' DELIMITED BY SIZE
                  WS-SLOW-MIN-SECONDS        DELIMITED BY SIZE
                  ' SECONDS OVER'            DELIMITED BY SIZE
                  INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE

           MOVE SPACES TO RUN-LINE
           WRITE RUN-LINE
           MOVE 'PROGRAM'  TO RUN-LINE(1:7)
           MOVE 'STEP'     TO RUN-LINE(18:4)
           MOVE 'START'    TO RUN-LINE(27:5)
           MOVE 'END'      TO RUN-LINE(36:3)
           MOVE 'ELAPSED'  TO RUN-LINE(45:7)
           MOVE 'AVERAGE'  TO RUN-LINE(54:7)
           MOVE 'RC'       TO RUN-LINE(63:2)
           MOVE 'RECORDS'  TO RUN-LINE(68:7)
           MOVE 'FLAG'     TO RUN-LINE(78:4)
           WRITE RUN-LINE.

       WRITE-STEP-LINES.
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STP-ENTRY-COUNT
               PERFORM WRITE-ONE-STEP-LINE
           END-PERFORM.

      * A failed step is flagged FAILED whatever its timing; a step
      * with no completed run in the window has no average to be
      * slow against and is marked NEW.
       WRITE-ONE-STEP-LINE.
           MOVE WS-STP-PROGRAM(WS-STP-IDX) TO RNH-PROGRAM
           MOVE WS-STP-PARM(WS-STP-IDX) TO RNH-STEP-PARM
           PERFORM FIND-STEP-HISTORY

           MOVE SPACES TO WS-STEP-FLAG
           MOVE 'NONE' TO WS-AVERAGE-TEXT
           IF WS-HST-FOUND
               COMPUTE WS-AVERAGE-SECONDS ROUNDED =
                   WS-HST-TOTAL-SECS(WS-HST-IDX)
                   / WS-HST-RUNS(WS-HST-IDX)
               MOVE WS-AVERAGE-SECONDS TO WS-DUR-SECONDS
               PERFORM FORMAT-DURATION
               MOVE WS-DUR-TEXT TO WS-AVERAGE-TEXT
               COMPUTE WS-SLOW-THRESHOLD =
                   WS-AVERAGE-SECONDS * WS-SLOW-PERCENT / 100
               IF WS-STP-ELAPSED(WS-STP-IDX) > WS-SLOW-THRESHOLD
                  AND WS-STP-ELAPSED(WS-STP-IDX)
                      >= WS-AVERAGE-SECONDS + WS-SLOW-MIN-SECONDS
                   MOVE 'SLOW' TO WS-STEP-FLAG
               END-IF
           ELSE
               MOVE 'NEW' TO WS-STEP-FLAG
           END-IF

           IF WS-STP-COMPLETION(WS-STP-IDX) NOT = 'C'
              OR WS-STP-RC(WS-STP-IDX) >= 8
               MOVE 'FAILED' TO WS-STEP-FLAG
           END-IF

           EVALUATE WS-STEP-FLAG
               WHEN 'FAILED'
                   ADD 1 TO WS-STEPS-FAILED
               WHEN 'SLOW'
                   ADD 1 TO WS-STEPS-SLOW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE WS-STP-ELAPSED(WS-STP-IDX) TO WS-DUR-SECONDS
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-TEXT TO WS-ELAPSED-TEXT

           MOVE SPACES TO RUN-LINE
           MOVE WS-STP-PROGRAM(WS-STP-IDX)    TO RUN-LINE(1:16)
           MOVE WS-STP-PARM(WS-STP-IDX)       TO RUN-LINE(18:8)
           STRING WS-STP-START(WS-STP-IDX)(9:2) DELIMITED BY SIZE
                  ':'                           DELIMITED BY SIZE
                  WS-STP-START(WS-STP-IDX)(11:2) DELIMITED BY SIZE
                  ':'                           DELIMITED BY SIZE
                  WS-STP-START(WS-STP-IDX)(13:2) DELIMITED BY SIZE
                  INTO RUN-LINE(27:8)
           END-STRING
           STRING WS-STP-END(WS-STP-IDX)(9:2)   DELIMITED BY SIZE
                  ':'                           DELIMITED BY SIZE
                  WS-STP-END(WS-STP-IDX)(11:2)  DELIMITED BY SIZE
                  ':'                           DELIMITED BY SIZE
                  WS-STP-END(WS-STP-IDX)(13:2)  DELIMITED BY SIZE
                  INTO RUN-LINE(36:8)
           END-STRING
           MOVE WS-ELAPSED-TEXT               TO RUN-LINE(45:8)
           MOVE WS-AVERAGE-TEXT               TO RUN-LINE(54:8)
           MOVE WS-STP-RC(WS-STP-IDX)         TO RUN-LINE(63:4)
           MOVE WS-STP-RECORDS(WS-STP-IDX)    TO RUN-LINE(68:9)
           MOVE WS-STEP-FLAG                  TO RUN-LINE(78:8)
           IF WS-STP-COMPLETION(WS-STP-IDX) NOT = 'C'
               MOVE 'ENDED EARLY' TO RUN-LINE(87:11)
           END-IF
           WRITE RUN-LINE.

       WRITE-WINDOW-TOTALS.
           MOVE SPACES TO RUN-LINE
           WRITE RUN-LINE

           IF WS-NIGHT-RELEASED
               MOVE WS-NIGHT-SPAN-SECONDS TO WS-DUR-SECONDS
               PERFORM FORMAT-DURATION
               MOVE SPACES TO RUN-LINE
               STRING 'QUIESCE HELD (SYNQSCE HOLD TO RELEASE): '
                          DELIMITED BY SIZE
                      WS-DUR-TEXT DELIMITED BY SIZE
                      INTO RUN-LINE
               END-STRING
               WRITE RUN-LINE
           ELSE
               MOVE SPACES TO RUN-LINE
               STRING 'QUIESCE HELD (SYNQSCE HOLD TO RELEASE): '
                          DELIMITED BY SIZE
                      'NO RELEASE ON FILE - STREAM STILL HOLDS '
                          DELIMITED BY SIZE
                      'THE QUIESCE' DELIMITED BY SIZE
                      INTO RUN-LINE
               END-STRING
               WRITE RUN-LINE
           END-IF

           IF WS-HIST-SPAN-NIGHTS > 0
               COMPUTE WS-DUR-SECONDS ROUNDED =
                   WS-HIST-SPAN-TOTAL / WS-HIST-SPAN-NIGHTS
               PERFORM FORMAT-DURATION
               MOVE SPACES TO RUN-LINE
               STRING 'AVERAGE QUIESCE HELD OVER '  DELIMITED BY SIZE
                      WS-HIST-SPAN-NIGHTS          DELIMITED BY SIZE
                      ' PRIOR NIGHTS: '            DELIMITED BY SIZE
                      WS-DUR-TEXT                  DELIMITED BY SIZE
                      INTO RUN-LINE
               END-STRING
               WRITE RUN-LINE
           ELSE
               MOVE 'AVERAGE QUIESCE HELD: NO PRIOR NIGHTS ON FILE'
                   TO RUN-LINE
               WRITE RUN-LINE
           END-IF

           MOVE SPACES TO RUN-LINE
           STRING 'STEPS: '             DELIMITED BY SIZE
                  WS-STP-ENTRY-COUNT    DELIMITED BY SIZE
                  '  FAILED: '          DELIMITED BY SIZE
                  WS-STEPS-FAILED       DELIMITED BY SIZE
                  '  SLOW: '            DELIMITED BY SIZE
                  WS-STEPS-SLOW         DELIMITED BY SIZE
                  '  HISTORY RECORDS READ: ' DELIMITED BY SIZE
                  WS-RECORDS-READ       DELIMITED BY SIZE
                  INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE.

      * Hours over 99 are not expected from a nightly window; they
      * show as 99 rather than wrapping.
       FORMAT-DURATION.
           DIVIDE WS-DUR-SECONDS BY 3600 GIVING WS-DUR-HOURS
               REMAINDER WS-DUR-REMAINDER
           DIVIDE WS-DUR-REMAINDER BY 60 GIVING WS-DUR-MINUTES
               REMAINDER WS-DUR-SECS
           IF WS-DUR-HOURS > 99
               MOVE 99 TO WS-DUR-TEXT-HH
           ELSE
               MOVE WS-DUR-HOURS TO WS-DUR-TEXT-HH
           END-IF
           MOVE WS-DUR-MINUTES TO WS-DUR-TEXT-MM
           MOVE WS-DUR-SECS TO WS-DUR-TEXT-SS.

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

           MOVE 'SYNAPSE-RUNRPT' TO RNH-PROGRAM
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
