       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYNAPSE-FOVRPT.
       AUTHOR. SYNAPSE-TEAM.

      ******************************************************************
      * DAILY FAILOVER REPORT - READS THE DAY'S FAILOVER.DAT EVENTS
      * (WRITTEN BY SYNAPSE-AGENT AND SYNAPSE-MSGQ WHENEVER A REFUSED
      * OR RETRY-EXHAUSTED MESSAGE WAS OFFERED TO A BACKUP AGENT) AND
      * BREAKS THEM OUT PER ORIGINAL-TO-BACKUP PAIR: HOW MANY WERE
      * TRIGGERED BY QUOTA AND HOW MANY BY EXHAUSTED RETRIES, AND HOW
      * MANY THE BACKUP SERVED, FAILED ITSELF, OR COULD NOT BE ROUTED
      * TO AT ALL. THE NOT-ROUTED REASONS ARE SUMMARISED UNDERNEATH -
      * THEY ARE ROUTING-TABLE ENTRIES THAT NEED FIXING. PAIRS WHERE
      * THE BACKUP SERVED NOTHING ARE FLAGGED ** FOR FOLLOW-UP. THE
      * REPORT DATE COMES FROM THE INVOKING JCL'S PARM= (YYYYMMDD);
      * AN EMPTY PARM REPORTS ON TODAY.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAILOVER-FILE ASSIGN TO 'FAILOVER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOV-FILE-STATUS.

           SELECT FAILOVER-REPORT ASSIGN TO 'FAILOVER.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STREAM-FILE ASSIGN TO 'STREAMST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FAILOVER-FILE.
           COPY FOVREC.

       FD  FAILOVER-REPORT.
       01  FOV-LINE                    PIC X(132).

       FD  STREAM-FILE.
           COPY STRREC.

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.
       01  WS-FOV-FILE-STATUS          PIC XX.
       01  WS-STREAM-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
           88  WS-EOF                  VALUE 1.
       01  WS-REPORT-DATE              PIC X(8) VALUE SPACES.

      * One row per original-to-backup pair seen on the report date.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY-COUNT     PIC 9(3) VALUE 0.
           05  WS-PAIR-ENTRY OCCURS 500 TIMES INDEXED BY WS-PAIR-IDX.
               10  WS-PAIR-ORIGINAL-ID PIC X(36).
               10  WS-PAIR-BACKUP-ID   PIC X(36).
               10  WS-PAIR-EVENTS      PIC 9(6).
               10  WS-PAIR-BY-QUOTA    PIC 9(6).
               10  WS-PAIR-BY-RETRY    PIC 9(6).
               10  WS-PAIR-SERVED      PIC 9(6).
               10  WS-PAIR-BK-FAILED   PIC 9(6).
               10  WS-PAIR-NOT-ROUTED  PIC 9(6).
       01  WS-FOUND-SW                 PIC X VALUE 'N'.
           88  WS-PAIR-FOUND           VALUE 'Y'.
       01  WS-TABLE-FULL-SW            PIC X VALUE 'N'.
           88  WS-TABLE-FULL           VALUE 'Y'.

      * Why events were not routed - a short, fixed list.
       01  WS-REASON-TABLE.
           05  WS-RSN-ENTRY-COUNT      PIC 9(3) VALUE 0.
           05  WS-RSN-ENTRY OCCURS 20 TIMES INDEXED BY WS-RSN-IDX.
               10  WS-RSN-TEXT         PIC X(24).
               10  WS-RSN-COUNT        PIC 9(6).
       01  WS-RSN-FOUND-SW             PIC X VALUE 'N'.
           88  WS-RSN-FOUND            VALUE 'Y'.

       01  WS-RECORDS-READ             PIC 9(8) VALUE 0.
       01  WS-RECORDS-IN-DAY           PIC 9(8) VALUE 0.
       01  WS-TOTAL-SERVED             PIC 9(8) VALUE 0.
       01  WS-TOTAL-BK-FAILED          PIC 9(8) VALUE 0.
       01  WS-TOTAL-NOT-ROUTED         PIC 9(8) VALUE 0.
       01  WS-FOLLOW-UP-FLAG           PIC X(3) VALUE SPACES.

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
           PERFORM TALLY-DAYS-FAILOVERS
           PERFORM WRITE-FAILOVER-REPORT
           DISPLAY 'SYNAPSE-FOVRPT EVENTS READ: ' WS-RECORDS-READ
           DISPLAY 'SYNAPSE-FOVRPT EVENTS ON DATE: ' WS-RECORDS-IN-DAY
           SET WS-RNH-COMPLETED TO TRUE
           PERFORM FINISH-RUN.

      * The live path appends to FAILOVER.DAT, so the nightly stream
      * must hold the quiesce (SYNAPSE-QUIESCE HOLD) before this job
      * reads it. No state file, an empty record, or an OPEN state
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

      * PARM='YYYYMMDD' - EMPTY MEANS REPORT ON TODAY.
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
           END-IF.

      * No event file yet is a shop that has never failed over - the
      * report still goes out, empty, so the absence is visible.
       TALLY-DAYS-FAILOVERS.
           OPEN INPUT FAILOVER-FILE
           IF WS-FOV-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-FOV-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FAILOVER EVENT FILE: '
                   WS-FOV-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           PERFORM UNTIL WS-EOF
               READ FAILOVER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF FOV-TIMESTAMP(1:8) = WS-REPORT-DATE
                           ADD 1 TO WS-RECORDS-IN-DAY
                           PERFORM TALLY-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FAILOVER-FILE.

       TALLY-ONE-EVENT.
           PERFORM FIND-PAIR-ENTRY
           IF WS-TABLE-FULL
               DISPLAY 'PAIR TABLE FULL - SKIPPING AGENT: '
                   FOV-ORIGINAL-AGENT-ID
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PAIR-EVENTS(WS-PAIR-IDX)
           IF FOV-TRIGGER-STATUS = 8
               ADD 1 TO WS-PAIR-BY-QUOTA(WS-PAIR-IDX)
           ELSE
               ADD 1 TO WS-PAIR-BY-RETRY(WS-PAIR-IDX)
           END-IF

           EVALUATE TRUE
               WHEN FOV-SERVED
                   ADD 1 TO WS-PAIR-SERVED(WS-PAIR-IDX)
                   ADD 1 TO WS-TOTAL-SERVED
               WHEN FOV-BACKUP-FAILED
                   ADD 1 TO WS-PAIR-BK-FAILED(WS-PAIR-IDX)
                   ADD 1 TO WS-TOTAL-BK-FAILED
               WHEN OTHER
                   ADD 1 TO WS-PAIR-NOT-ROUTED(WS-PAIR-IDX)
                   ADD 1 TO WS-TOTAL-NOT-ROUTED
                   PERFORM TALLY-NOT-ROUTED-REASON
           END-EVALUATE.

       FIND-PAIR-ENTRY.
           SET WS-FOUND-SW TO 'N'
           SET WS-TABLE-FULL-SW TO 'N'
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-ENTRY-COUNT
               IF WS-PAIR-ORIGINAL-ID(WS-PAIR-IDX)
                       = FOV-ORIGINAL-AGENT-ID
                  AND WS-PAIR-BACKUP-ID(WS-PAIR-IDX)
                       = FOV-BACKUP-AGENT-ID
                   SET WS-PAIR-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WS-PAIR-FOUND
               IF WS-PAIR-ENTRY-COUNT >= 500
                   SET WS-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-PAIR-ENTRY-COUNT
                   SET WS-PAIR-IDX TO WS-PAIR-ENTRY-COUNT
                   MOVE FOV-ORIGINAL-AGENT-ID
                       TO WS-PAIR-ORIGINAL-ID(WS-PAIR-IDX)
                   MOVE FOV-BACKUP-AGENT-ID
                       TO WS-PAIR-BACKUP-ID(WS-PAIR-IDX)
                   MOVE 0 TO WS-PAIR-EVENTS(WS-PAIR-IDX)
                   MOVE 0 TO WS-PAIR-BY-QUOTA(WS-PAIR-IDX)
                   MOVE 0 TO WS-PAIR-BY-RETRY(WS-PAIR-IDX)
                   MOVE 0 TO WS-PAIR-SERVED(WS-PAIR-IDX)
                   MOVE 0 TO WS-PAIR-BK-FAILED(WS-PAIR-IDX)
                   MOVE 0 TO WS-PAIR-NOT-ROUTED(WS-PAIR-IDX)
               END-IF
           END-IF.

       TALLY-NOT-ROUTED-REASON.
           SET WS-RSN-FOUND-SW TO 'N'
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-RSN-ENTRY-COUNT
               IF WS-RSN-TEXT(WS-RSN-IDX) = FOV-REASON
                   SET WS-RSN-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WS-RSN-FOUND
               IF WS-RSN-ENTRY-COUNT >= 20
                   DISPLAY 'REASON TABLE FULL - SKIPPING: ' FOV-REASON
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RSN-ENTRY-COUNT
               SET WS-RSN-IDX TO WS-RSN-ENTRY-COUNT
               MOVE FOV-REASON TO WS-RSN-TEXT(WS-RSN-IDX)
               MOVE 0 TO WS-RSN-COUNT(WS-RSN-IDX)
           END-IF
           ADD 1 TO WS-RSN-COUNT(WS-RSN-IDX).

       WRITE-FAILOVER-REPORT.
           OPEN OUTPUT FAILOVER-REPORT

           MOVE SPACES TO FOV-LINE
           STRING 'SYNAPSE DAILY FAILOVER REPORT - '
                      DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  INTO FOV-LINE
           END-STRING
           WRITE FOV-LINE

           MOVE SPACES TO FOV-LINE
           MOVE 'ORIGINAL AGENT-ID' TO FOV-LINE(1:17)
           MOVE 'BACKUP AGENT-ID'   TO FOV-LINE(39:15)
           MOVE 'EVENTS'            TO FOV-LINE(77:6)
           MOVE 'QUOTA'             TO FOV-LINE(84:5)
           MOVE 'RETRY'             TO FOV-LINE(91:5)
           MOVE 'SERVED'            TO FOV-LINE(98:6)
           MOVE 'BKFAIL'            TO FOV-LINE(105:6)
           MOVE 'NOROUTE'           TO FOV-LINE(112:7)
           WRITE FOV-LINE

           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-ENTRY-COUNT
               IF WS-PAIR-SERVED(WS-PAIR-IDX) = 0
                   MOVE ' **' TO WS-FOLLOW-UP-FLAG
               ELSE
                   MOVE SPACES TO WS-FOLLOW-UP-FLAG
               END-IF

               MOVE SPACES TO FOV-LINE
               STRING WS-PAIR-ORIGINAL-ID(WS-PAIR-IDX)
                                                DELIMITED BY SIZE
                      '  '                      DELIMITED BY SIZE
                      WS-PAIR-BACKUP-ID(WS-PAIR-IDX)
                                                DELIMITED BY SIZE
                      '  '                      DELIMITED BY SIZE
                      WS-PAIR-EVENTS(WS-PAIR-IDX)
                                                DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      WS-PAIR-BY-QUOTA(WS-PAIR-IDX)
                                                DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      WS-PAIR-BY-RETRY(WS-PAIR-IDX)
                                                DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      WS-PAIR-SERVED(WS-PAIR-IDX)
                                                DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      WS-PAIR-BK-FAILED(WS-PAIR-IDX)
                                                DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      WS-PAIR-NOT-ROUTED(WS-PAIR-IDX)
                                                DELIMITED BY SIZE
                      WS-FOLLOW-UP-FLAG         DELIMITED BY SIZE
                      INTO FOV-LINE
               END-STRING
               WRITE FOV-LINE
           END-PERFORM

           MOVE SPACES TO FOV-LINE
           STRING 'PAIRS: '              DELIMITED BY SIZE
                  WS-PAIR-ENTRY-COUNT    DELIMITED BY SIZE
                  '  EVENTS ON DATE: '   DELIMITED BY SIZE
                  WS-RECORDS-IN-DAY      DELIMITED BY SIZE
                  '  SERVED: '           DELIMITED BY SIZE
                  WS-TOTAL-SERVED        DELIMITED BY SIZE
                  '  BACKUP FAILED: '    DELIMITED BY SIZE
                  WS-TOTAL-BK-FAILED     DELIMITED BY SIZE
                  '  NOT ROUTED: '       DELIMITED BY SIZE
                  WS-TOTAL-NOT-ROUTED    DELIMITED BY SIZE
                  INTO FOV-LINE
           END-STRING
           WRITE FOV-LINE

           IF WS-RSN-ENTRY-COUNT > 0
               MOVE SPACES TO FOV-LINE
               WRITE FOV-LINE
               MOVE 'NOT ROUTED - BY REASON' TO FOV-LINE
               WRITE FOV-LINE
               PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                       UNTIL WS-RSN-IDX > WS-RSN-ENTRY-COUNT
                   MOVE SPACES TO FOV-LINE
                   STRING '  '                    DELIMITED BY SIZE
                          WS-RSN-TEXT(WS-RSN-IDX) DELIMITED BY SIZE
                          '  '                    DELIMITED BY SIZE
                          WS-RSN-COUNT(WS-RSN-IDX)
                                                  DELIMITED BY SIZE
                          INTO FOV-LINE
                   END-STRING
                   WRITE FOV-LINE
               END-PERFORM
           END-IF

           CLOSE FAILOVER-REPORT.

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

           MOVE 'SYNAPSE-FOVRPT' TO RNH-PROGRAM
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
