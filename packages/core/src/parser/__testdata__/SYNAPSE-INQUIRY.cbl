           SELECT INQUIRY-REPORT ASSIGN TO 'AGENTINQ.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-FILE.
       FD  INQUIRY-REPORT.
       01  INQUIRY-LINE                 PIC X(132).

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.
       01  WS-AGENT-FILE-STATUS         PIC XX.
       01  WS-EOF-FLAG                  PIC 9 VALUE 0.
       01  WS-PREFIX-LEN                PIC 9(3) VALUE 0.
       01  WS-MATCH-COUNT               PIC 9(6) VALUE 0.

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
           PERFORM LIST-MATCHING-AGENTS
           DISPLAY 'SYNAPSE-INQUIRY MATCHES: ' WS-MATCH-COUNT
           SET WS-RNH-COMPLETED TO TRUE
           PERFORM FINISH-RUN.

      * PARM='NAME,prefix' OR PARM='MODEL,value'
       PARSE-PARM.
           IF LK-PARM-LEN = 0
               DISPLAY 'SEARCH PARM MISSING - USE NAME,x OR MODEL,x'
               PERFORM FINISH-RUN
           END-IF

           UNSTRING LK-PARM-DATA(1:LK-PARM-LEN) DELIMITED BY ','

           IF NOT WS-SEARCH-BY-NAME AND NOT WS-SEARCH-BY-MODEL
               DISPLAY 'UNKNOWN SEARCH TYPE: ' WS-SEARCH-TYPE
               PERFORM FINISH-RUN
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEARCH-VALUE))
               TO WS-PREFIX-LEN
           IF WS-SEARCH-VALUE = SPACES
               DISPLAY 'SEARCH VALUE MISSING - USE NAME,x OR MODEL,x'
               PERFORM FINISH-RUN
           END-IF.

       LIST-MATCHING-AGENTS.
           IF WS-AGENT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGENT FILE: '
                   WS-AGENT-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           OPEN OUTPUT INQUIRY-REPORT
                  INTO INQUIRY-LINE
           END-STRING
           WRITE INQUIRY-LINE.

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

           MOVE 'SYNAPSE-INQUIRY' TO RNH-PROGRAM
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
           MOVE WS-MATCH-COUNT TO RNH-RECORDS-PROCESSED
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE
           STOP RUN.

       CLOCK-TO-SECONDS.
           COMPUTE WS-RNH-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-RNH-CLOCK-DATE) * 86400
               + WS-RNH-CLOCK-HH * 3600
               + WS-RNH-CLOCK-MM * 60
               + WS-RNH-CLOCK-SS.
