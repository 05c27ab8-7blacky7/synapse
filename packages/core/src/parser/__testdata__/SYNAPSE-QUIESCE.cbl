      *   VERIFY  - MORNING OPERATOR CHECK. RC=0 AND A MESSAGE WHEN
      *             THE SYSTEM IS OPEN FOR BUSINESS, RC=8 WHEN THE
      *             STREAM STILL OWNS THE FILES.
      * A MISSING FILE OR EMPTY RECORD READS AS OPEN. EACH RUN IS
      * RECORDED ON RUNHIST.DAT WITH ITS ACTION AS THE STEP, WHICH IS
      * HOW SYNAPSE-RUNRPT TIMES THE HOLD-TO-RELEASE WINDOW.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-FILE.
           COPY STRREC.

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.
       01  WS-STREAM-FILE-STATUS       PIC XX.
       01  WS-ACTION                   PIC X(8) VALUE SPACES.
           88  WS-STATE-QUIESCED       VALUE 'QUIESCED'.
       01  WS-NEW-STATE                PIC X(8) VALUE SPACES.

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

       PROCEDURE DIVISION USING LK-PARM-AREA.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-RNH-START-TIMESTAMP
           PERFORM PARSE-PARM
           PERFORM READ-STREAM-STATE

               WHEN WS-ACTION-VERIFY
                   PERFORM VERIFY-STREAM-OPEN
           END-EVALUATE
           SET WS-RNH-COMPLETED TO TRUE
           PERFORM FINISH-RUN.

      * PARM='HOLD', 'RELEASE' OR 'VERIFY'
       PARSE-PARM.
           IF LK-PARM-LEN = 0
               DISPLAY 'ACTION PARM MISSING - USE HOLD/RELEASE/VERIFY'
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF
           MOVE LK-PARM-DATA(1:LK-PARM-LEN) TO WS-ACTION
           IF NOT WS-ACTION-HOLD AND NOT WS-ACTION-RELEASE
                   AND NOT WS-ACTION-VERIFY
               DISPLAY 'UNKNOWN ACTION: ' WS-ACTION
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF.

       READ-STREAM-STATE.
               WRITE STREAM-STATE-RECORD
               CLOSE STREAM-FILE
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

           MOVE 'SYNAPSE-QUIESCE' TO RNH-PROGRAM
           MOVE WS-ACTION TO RNH-STEP-PARM
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
           MOVE 0 TO RNH-RECORDS-PROCESSED
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE
           STOP RUN.

       CLOCK-TO-SECONDS.
           COMPUTE WS-RNH-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-RNH-CLOCK-DATE) * 86400
               + WS-RNH-CLOCK-HH * 3600
               + WS-RNH-CLOCK-MM * 60
               + WS-RNH-CLOCK-SS.
