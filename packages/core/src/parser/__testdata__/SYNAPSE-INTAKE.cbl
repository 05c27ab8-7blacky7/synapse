               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-FILE.
           05  TRX-AGENT-NAME          PIC X(100).
           05  TRX-AGENT-MODEL         PIC X(50).
           05  TRX-AGENT-STATUS        PIC 9.
               88  TRX-STATUS-UNCHANGED    VALUE 9.
           05  TRX-MAX-TOKENS          PIC 9(6).
           05  TRX-AGENT-DEPT          PIC X(8).

       FD  STREAM-FILE.
           COPY STRREC.

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.
       01  WS-AGENT-FILE-STATUS        PIC XX.
       01  WS-TRANS-FILE-STATUS        PIC XX.
       01  WS-TRANS-DEACTIVATED        PIC 9(6) VALUE 0.
       01  WS-TRANS-REJECTED           PIC 9(6) VALUE 0.

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
           PERFORM LOAD-DEPT-TABLE
           PERFORM LOAD-MODEL-TABLE
           IF WS-AGENT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGENT FILE: '
                   WS-AGENT-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSACTION FILE: '
                   WS-TRANS-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           OPEN OUTPUT REJECT-FILE
           IF WS-JRNL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGENT JOURNAL FILE: '
                   WS-JRNL-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           PERFORM UNTIL WS-EOF
           DISPLAY 'SYNAPSE-INTAKE REJECTED: ' WS-TRANS-REJECTED

           PERFORM WRITE-CONTROL-TOTALS
           SET WS-RNH-COMPLETED TO TRUE
           PERFORM FINISH-RUN.

      * The nightly stream must hold the quiesce (SYNAPSE-QUIESCE
      * HOLD) before this job may touch AGENTS.DAT - running
               DISPLAY 'STREAM STATE FILE NOT AVAILABLE: '
                   WS-STREAM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF

           MOVE SPACES TO STR-STATE
           IF NOT STR-QUIESCED
               DISPLAY 'STREAM NOT QUIESCED - JOB REFUSED'
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF.

      * An empty or missing department master would reject every ADD,
           IF WS-DEPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEPARTMENT MASTER: '
                   WS-DEPT-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           PERFORM UNTIL WS-DEPT-EOF

           IF WS-DEPT-ENTRY-COUNT = 0
               DISPLAY 'DEPARTMENT MASTER IS EMPTY - NOTHING IS VALID'
               PERFORM FINISH-RUN
           END-IF.

       FIND-DEPT-CODE.
           IF WS-MODEL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MODEL CATALOG: '
                   WS-MODEL-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           PERFORM UNTIL WS-MODEL-EOF

           IF WS-MDL-ENTRY-COUNT = 0
               DISPLAY 'MODEL CATALOG IS EMPTY - NOTHING IS VALID'
               PERFORM FINISH-RUN
           END-IF
           IF WS-DEFAULT-MODEL = SPACES
               DISPLAY 'NO USABLE DEFAULT MODEL ON CATALOG'
               PERFORM FINISH-RUN
           END-IF.

       FIND-MODEL-ENTRY.
               END-WRITE
           END-IF.

      * Blank name/model, zero max-tokens and status 9 on an UPDATE
      * mean "leave that field alone", so a spreadsheet only has to
      * carry the columns being changed. Status needs its own value
      * because 0 is a real status (inactive).
       UPDATE-AGENT.
           PERFORM LOOK-UP-AGENT
           IF NOT WS-AGENT-FOUND
      * An UPDATE may also set status 2 - that is how the audit
      * sweep's correction transactions park an over-quota agent
      * suspended through this validation instead of a hand patch.
      * An ADD still may not arrive suspended. Nothing here may
      * move an agent OUT of status 2, though - reinstatement is the
      * console's two-operator approval, and a file prepared before
      * the suspension would otherwise quietly undo it.
               EVALUATE TRUE
                   WHEN TRX-STATUS-UNCHANGED
                       CONTINUE
                   WHEN AGENT-STATUS-SUSPENDED
                           AND TRX-AGENT-STATUS NOT = 2
                       SET WS-TRANS-INVALID TO TRUE
                       MOVE 'REINSTATEMENT NEEDS CONSOLE APPROVAL'
                           TO WS-VALIDATION-MSG
                   WHEN OTHER
                       MOVE TRX-AGENT-STATUS TO AGENT-STATUS
                       IF NOT AGENT-STATUS-VALID
                               AND NOT AGENT-STATUS-SUSPENDED
                           SET WS-TRANS-INVALID TO TRUE
                           MOVE 'INVALID AGENT-STATUS'
                               TO WS-VALIDATION-MSG
                       END-IF
               END-EVALUATE
           END-IF

           IF WS-TRANS-VALID
           MOVE WS-VALIDATION-MSG TO REJ-REASON
           WRITE REJECT-RECORD
           ADD 1 TO WS-TRANS-REJECTED.

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

           MOVE 'SYNAPSE-INTAKE' TO RNH-PROGRAM
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
           MOVE WS-TRANS-READ TO RNH-RECORDS-PROCESSED
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE
           STOP RUN.

       CLOCK-TO-SECONDS.
           COMPUTE WS-RNH-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-RNH-CLOCK-DATE) * 86400
               + WS-RNH-CLOCK-HH * 3600
               + WS-RNH-CLOCK-MM * 60
               + WS-RNH-CLOCK-SS.
