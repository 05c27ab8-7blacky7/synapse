               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-FILE.
       FD  STREAM-FILE.
           COPY STRREC.

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.
       01  WS-AGENT-FILE-STATUS        PIC XX.
       01  WS-DEPT-FILE-STATUS         PIC XX.
       01  WS-EXCEPTION-COUNT          PIC 9(6) VALUE 0.
       01  WS-TRX-WRITTEN              PIC 9(6) VALUE 0.

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
           DISPLAY 'SYNAPSE-AUDIT EXCEPTIONS: ' WS-EXCEPTION-COUNT
           DISPLAY 'SYNAPSE-AUDIT CORRECTIONS WRITTEN: '
               WS-TRX-WRITTEN
           SET WS-RNH-COMPLETED TO TRUE
           PERFORM FINISH-RUN.

      * The stream must hold the quiesce (SYNAPSE-QUIESCE HOLD)
      * before this job reads AGENTS.DAT - an un-quiesced audit
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

      * An empty or missing department master would flag every
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

       LOAD-MODEL-TABLE.
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

       AUDIT-AGENT-FILE.
           IF WS-AGENT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGENT FILE: '
                   WS-AGENT-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           OPEN OUTPUT AUDIT-REPORT
               MOVE AGENT-ID TO COR-AGENT-ID
               MOVE SPACES TO COR-AGENT-NAME
               MOVE WS-DEFAULT-MODEL TO COR-AGENT-MODEL
      * When rule 1 also fired the record should end suspended, so
      * this transaction carries 2 right behind the suspend
      * correction. Otherwise it carries 9, which intake reads as
      * "leave the status alone" - carrying the status as read would
      * undo any status change made before the file is submitted.
               IF WS-QUOTA-FLAGGED
                   MOVE 2 TO COR-AGENT-STATUS
               ELSE
                   MOVE 9 TO COR-AGENT-STATUS
               END-IF
               MOVE 0 TO COR-MAX-TOKENS
               MOVE SPACES TO COR-AGENT-DEPT
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

           MOVE 'SYNAPSE-AUDIT' TO RNH-PROGRAM
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
