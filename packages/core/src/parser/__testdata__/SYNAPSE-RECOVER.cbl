           SELECT RECOVER-REPORT ASSIGN TO 'RECOVER.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-FILE.
       FD  RECOVER-REPORT.
       01  RECOVER-LINE                PIC X(132).

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.
       01  WS-AGENT-FILE-STATUS        PIC XX.
       01  WS-IMAGE-FILE-STATUS        PIC XX.
       01  WS-ENTRIES-EXCEPTION        PIC 9(6) VALUE 0.
       01  WS-ENTRIES-APPLIED          PIC 9(6) VALUE 0.

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
           OPEN OUTPUT RECOVER-REPORT
           MOVE 'SYNAPSE AGENT MASTER FORWARD RECOVERY'
               DISPLAY 'SYNAPSE-RECOVER: COPY AND JOURNAL DISAGREE'
               MOVE 8 TO RETURN-CODE
           END-IF
           SET WS-RNH-COMPLETED TO TRUE
           PERFORM FINISH-RUN.

      * PARM='YYYYMMDDHHMMSS' - EMPTY MEANS ROLL FORWARD THROUGH THE
      * WHOLE JOURNAL.
                       OR LK-PARM-DATA(1:14) NOT NUMERIC
                   DISPLAY 'RECOVERY POINT PARM NOT YYYYMMDDHHMMSS: '
                       LK-PARM-DATA(1:LK-PARM-LEN)
                   PERFORM FINISH-RUN
               END-IF
               MOVE LK-PARM-DATA(1:14) TO WS-RECOVER-POINT
           END-IF.
           IF WS-IMAGE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING IMAGE COPY FILE: '
                   WS-IMAGE-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           OPEN OUTPUT AGENT-FILE
           IF WS-AGENT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR CREATING AGENT FILE: '
                   WS-AGENT-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           PERFORM UNTIL WS-EOF
           IF WS-JRNL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGENT JOURNAL FILE: '
                   WS-JRNL-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           OPEN I-O AGENT-FILE
           IF WS-AGENT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR REOPENING AGENT FILE: '
                   WS-AGENT-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           PERFORM UNTIL WS-JRNL-EOF
                   TO RECOVER-LINE
           END-IF
           WRITE RECOVER-LINE.

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

           MOVE 'SYNAPSE-RECOVER' TO RNH-PROGRAM
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
           MOVE WS-ENTRIES-APPLIED TO RNH-RECORDS-PROCESSED
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE
           STOP RUN.

       CLOCK-TO-SECONDS.
           COMPUTE WS-RNH-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-RNH-CLOCK-DATE) * 86400
               + WS-RNH-CLOCK-HH * 3600
               + WS-RNH-CLOCK-MM * 60
               + WS-RNH-CLOCK-SS.
