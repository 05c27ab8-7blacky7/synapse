               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-LOG-FILE.
           COPY LOGREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD              PIC X(8308).

       FD  KEEP-FILE.
       01  KEEP-RECORD                 PIC X(8308).

       FD  CONTROL-REPORT.
       01  CONTROL-LINE                PIC X(132).
       FD  STREAM-FILE.
           COPY STRREC.

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.
       01  WS-LOG-FILE-STATUS          PIC XX.
       01  WS-KEEP-FILE-STATUS         PIC XX.
       01  WS-BYTES-KEPT               PIC 9(13) VALUE 0.
       01  WS-BYTES-ARCHIVED           PIC 9(13) VALUE 0.

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
           PERFORM VERIFY-QUIESCE-HELD
           PERFORM PARSE-PARM
           PERFORM SPLIT-LOG-FILE
           DISPLAY 'SYNAPSE-LOGARCH READ: ' WS-RECORDS-READ
           DISPLAY 'SYNAPSE-LOGARCH KEPT: ' WS-RECORDS-KEPT
           DISPLAY 'SYNAPSE-LOGARCH ARCHIVED: ' WS-RECORDS-ARCHIVED
           SET WS-RNH-COMPLETED TO TRUE
           PERFORM FINISH-RUN.

      * The stream must hold the quiesce (SYNAPSE-QUIESCE HOLD)
      * before this job may rewrite AGENTLOG.DAT - the live path
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

      * PARM='YYYYMMDD' - ENTRIES STAMPED BEFORE THIS DATE ROLL OFF.
       PARSE-PARM.
           IF LK-PARM-LEN < 8
               DISPLAY 'CUTOFF DATE PARM MISSING OR SHORT'
               PERFORM FINISH-RUN
           END-IF
           MOVE LK-PARM-DATA(1:8) TO WS-CUTOFF-DATE
           IF WS-CUTOFF-DATE NOT NUMERIC
               DISPLAY 'CUTOFF DATE PARM NOT NUMERIC: ' WS-CUTOFF-DATE
               PERFORM FINISH-RUN
           END-IF.

       SPLIT-LOG-FILE.
           IF WS-LOG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGENT LOG FILE: '
                   WS-LOG-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           OPEN OUTPUT ARCHIVE-FILE
           IF WS-KEEP-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR REOPENING KEEP FILE: '
                   WS-KEEP-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           OPEN OUTPUT AGENT-LOG-FILE
           WRITE CONTROL-LINE

           CLOSE CONTROL-REPORT.

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

           MOVE 'SYNAPSE-LOGARCH' TO RNH-PROGRAM
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
