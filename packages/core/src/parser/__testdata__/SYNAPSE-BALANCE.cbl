      *   2. INTAKE TRANSACTIONS READ MUST EQUAL APPLIED + REJECTED.
      *   3. TONIGHT'S ROSTER MUST EQUAL THE PRIOR ROSTER PLUS
      *      INTAKE ADDS MINUS PURGED AGENTS.
      *   4. ORPHANS FOUND BY THE INTEGRITY SWEEP (SYNAPSE-REFCHECK)
      *      MUST NOT SPIKE - MORE THAN TWICE THE PRIOR NIGHT'S AND
      *      AT LEAST 10 MORE - WHICH MEANS A PURGE OR INTAKE RUN HAS
      *      LEFT THE SATELLITE FILES BEHIND.
      * ON A CLEAN NIGHT THE TOTALS ROLL TO CTLPRIOR.DAT AND
      * CTLTOTLS.DAT IS CLEARED FOR TOMORROW; ON A FAILURE BOTH
      * FILES ARE LEFT AS-IS SO THE RERUN SEES THE SAME PICTURE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       FD  STREAM-FILE.
           COPY STRREC.

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-STATUS          PIC XX.
       01  WS-PRIOR-FILE-STATUS        PIC XX.
       01  WS-PRIOR-ROSTER             PIC 9(8) VALUE 0.
       01  WS-EXPECTED-ROSTER          PIC S9(9) VALUE 0.

      * Orphan spike thresholds - both must be exceeded, so a quiet
      * file going from 1 orphan to 3 does not stop the stream.
       01  WS-ORPHAN-SPIKE-FACTOR      PIC 9 VALUE 2.
       01  WS-ORPHAN-SPIKE-MINIMUM     PIC 9(4) VALUE 10.
       01  WS-ORPHAN-COUNT             PIC 9(8) VALUE 0.
       01  WS-PRIOR-ORPHANS            PIC 9(8) VALUE 0.
       01  WS-ORPHAN-LIMIT             PIC 9(9) VALUE 0.

       01  WS-BALANCE-FAIL-SW          PIC X VALUE 'N'.
           88  WS-BALANCE-FAILED       VALUE 'Y'.

       01  WS-FIRST-ENTRY-SW           PIC X VALUE 'N'.
           88  WS-FIRST-ENTRY          VALUE 'Y'.

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
           PERFORM LOAD-CURRENT-TOTALS
           PERFORM LOAD-PRIOR-TOTALS

           PERFORM CHECK-ROSTER-VS-EXTRACT
           PERFORM CHECK-INTAKE-TOTALS
           PERFORM CHECK-ROSTER-MOVEMENT
           PERFORM CHECK-ORPHAN-SPIKE
           PERFORM CHECK-QUIESCE-DISCIPLINE
           PERFORM CHECK-STREAM-RELEASED

               DISPLAY 'SYNAPSE-BALANCE: STREAM BALANCED'
               PERFORM ROLL-TOTALS-TO-PRIOR
           END-IF
           SET WS-RNH-COMPLETED TO TRUE
           PERFORM FINISH-RUN.

      * No control file means no step can be verified - that is a
      * failed balance, not a clean one, so the stream must not ship.
               DISPLAY 'ERROR OPENING CONTROL TOTALS FILE: '
                   WS-CTL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF

           PERFORM UNTIL WS-EOF
           END-STRING
           WRITE BALANCE-LINE.

      * The sweep only reports orphans; a sudden jump in them means
      * tonight's purge or intake has left sessions, queue entries,
      * routes or schedules pointing at agents that are gone, and the
      * stream should not ship until that is understood. No sweep
      * tonight, or none last night to compare with, skips the check.
       CHECK-ORPHAN-SPIKE.
           MOVE 'SYNAPSE-REFCHECK' TO WS-FIND-PROGRAM
           MOVE 'ORPHANS' TO WS-FIND-COUNTER
           PERFORM FIND-CURRENT-TOTAL
           IF NOT WS-FIND-FOUND
               MOVE 'INTEGRITY SWEEP NOT RUN TONIGHT - CHECK SKIPPED'
                   TO BALANCE-LINE
               WRITE BALANCE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIND-COUNT TO WS-ORPHAN-COUNT

           PERFORM FIND-PRIOR-TOTAL
           IF NOT WS-FIND-FOUND
               MOVE 'NO PRIOR ORPHAN COUNT - SPIKE CHECK SKIPPED'
                   TO BALANCE-LINE
               WRITE BALANCE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIND-COUNT TO WS-PRIOR-ORPHANS

           COMPUTE WS-ORPHAN-LIMIT =
               WS-PRIOR-ORPHANS * WS-ORPHAN-SPIKE-FACTOR
           IF WS-ORPHAN-COUNT > WS-ORPHAN-LIMIT
              AND WS-ORPHAN-COUNT >=
                  WS-PRIOR-ORPHANS + WS-ORPHAN-SPIKE-MINIMUM
               SET WS-BALANCE-FAILED TO TRUE
               MOVE SPACES TO BALANCE-LINE
               STRING 'DISCREPANCY: ORPHANS ' DELIMITED BY SIZE
                      WS-ORPHAN-COUNT         DELIMITED BY SIZE
                      ' AGAINST PRIOR '       DELIMITED BY SIZE
                      WS-PRIOR-ORPHANS        DELIMITED BY SIZE
                      ' - SEE REFCHECK.RPT'   DELIMITED BY SIZE
                      INTO BALANCE-LINE
               END-STRING
           ELSE
               MOVE SPACES TO BALANCE-LINE
               STRING 'ORPHANS OK - TONIGHT ' DELIMITED BY SIZE
                      WS-ORPHAN-COUNT         DELIMITED BY SIZE
                      ' PRIOR '               DELIMITED BY SIZE
                      WS-PRIOR-ORPHANS        DELIMITED BY SIZE
                      INTO BALANCE-LINE
               END-STRING
           END-IF
           WRITE BALANCE-LINE.

      * Every program that posted counters tonight must also have
      * posted its QUIESCE-HELD proof - a step that touched the
      * files while the stream did not own them fails the night,
               OPEN OUTPUT CONTROL-FILE
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

           MOVE 'SYNAPSE-BALANCE' TO RNH-PROGRAM
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
           MOVE WS-CUR-ENTRY-COUNT TO RNH-RECORDS-PROCESSED
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE
           STOP RUN.

       CLOCK-TO-SECONDS.
           COMPUTE WS-RNH-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-RNH-CLOCK-DATE) * 86400
               + WS-RNH-CLOCK-HH * 3600
               + WS-RNH-CLOCK-MM * 60
               + WS-RNH-CLOCK-SS.
