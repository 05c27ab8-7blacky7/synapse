       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYNAPSE-APPRRPT.
       AUTHOR. SYNAPSE-TEAM.

      ******************************************************************
      * DAILY APPROVAL REPORT - READS APPRREQ.DAT, THE PENDING-CHANGE
      * REQUESTS RAISED AT SYNAPSE-CONSOLE (QUOTA RAISES ABOVE THE
      * OPERATOR'S CEILING AND REINSTATEMENTS FROM SUSPENDED), TAKING
      * THE LAST RECORD FOR EACH REQUEST ID AS ITS STATE. A REQUEST
      * STILL PENDING AFTER THE DAY FOLLOWING THE ONE IT WAS RAISED ON
      * IS EXPIRED HERE: AN 'E' RECORD IS APPENDED SO THE CONSOLE WILL
      * NO LONGER OFFER IT. THE REPORT LISTS THE REQUESTS EXPIRED,
      * APPROVED AND REJECTED ON THE REPORT DATE AND EVERY REQUEST
      * STILL PENDING, THEN THE CONSOLE REFUSALS FROM CONSAUD.DAT FOR
      * THE SAME DATE. THE REPORT DATE COMES FROM THE INVOKING JCL'S
      * PARM= (YYYYMMDD); AN EMPTY PARM REPORTS ON TODAY.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO 'APPRREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-FILE-STATUS.

           SELECT CONSOLE-AUDIT-FILE ASSIGN TO 'CONSAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT APPROVAL-REPORT ASSIGN TO 'APPRREQ.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STREAM-FILE ASSIGN TO 'STREAMST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
           COPY APPRREC.

       FD  CONSOLE-AUDIT-FILE.
           COPY CONSREC.

       FD  APPROVAL-REPORT.
       01  APR-LINE                    PIC X(132).

       FD  STREAM-FILE.
           COPY STRREC.

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.
       01  WS-APPR-FILE-STATUS         PIC XX.
       01  WS-AUDIT-FILE-STATUS        PIC XX.
       01  WS-STREAM-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
           88  WS-EOF                  VALUE 1.
       01  WS-REPORT-DATE              PIC X(8) VALUE SPACES.

      * Latest record per request id, held as the whole record image
      * so any entry can be moved back into the record area.
       01  WS-REQUEST-TABLE.
           05  WS-REQ-ENTRY-COUNT      PIC 9(4) VALUE 0.
           05  WS-REQ-ENTRY OCCURS 1000 TIMES INDEXED BY WS-REQ-IDX.
               10  WS-REQ-ID           PIC 9(6).
               10  WS-REQ-IMAGE        PIC X(130).
       01  WS-REQ-FOUND-SW             PIC X VALUE 'N'.
           88  WS-REQ-FOUND            VALUE 'Y'.

      * Same rule as the console: good until the end of the day after
      * the one it was raised on.
       01  WS-APPROVAL-DAYS            PIC 9 VALUE 1.
       01  WS-TODAY-DATE               PIC 9(8) VALUE 0.
       01  WS-REQUEST-DATE             PIC 9(8) VALUE 0.
       01  WS-REQUEST-AGE              PIC S9(8) VALUE 0.

      * Which section the detail lines are being written for.
       01  WS-SECTION-STATE            PIC X VALUE SPACE.
       01  WS-SECTION-COUNT            PIC 9(4) VALUE 0.
       01  WS-SECTION-TITLE            PIC X(40) VALUE SPACES.

       01  WS-RECORDS-READ             PIC 9(8) VALUE 0.
       01  WS-EXPIRED-THIS-RUN         PIC 9(4) VALUE 0.
       01  WS-TOTAL-PENDING            PIC 9(4) VALUE 0.
       01  WS-TOTAL-APPROVED           PIC 9(4) VALUE 0.
       01  WS-TOTAL-REJECTED           PIC 9(4) VALUE 0.
       01  WS-TOTAL-EXPIRED            PIC 9(4) VALUE 0.
       01  WS-REFUSALS-ON-DATE         PIC 9(6) VALUE 0.

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
           PERFORM LOAD-REQUEST-TABLE
           PERFORM EXPIRE-STALE-REQUESTS
           PERFORM WRITE-APPROVAL-REPORT
           DISPLAY 'SYNAPSE-APPRRPT RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'SYNAPSE-APPRRPT REQUESTS EXPIRED: '
               WS-EXPIRED-THIS-RUN
           DISPLAY 'SYNAPSE-APPRRPT STILL PENDING: ' WS-TOTAL-PENDING
           SET WS-RNH-COMPLETED TO TRUE
           PERFORM FINISH-RUN.

      * SYNAPSE-CONSOLE appends to APPRREQ.DAT, and is itself locked
      * out while the stream holds the quiesce - so this job must run
      * under the hold (SYNAPSE-QUIESCE HOLD) to expire requests
      * without racing an approval. No state file, an empty record,
      * or an OPEN state all refuse the job.
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

      * PARM='YYYYMMDD' - EMPTY MEANS REPORT ON TODAY. Expiry always
      * runs against today, whatever date is being reported on.
       PARSE-PARM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
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

      * No request file yet is a shop where nobody has needed a
      * second signature - the report still goes out, empty.
       LOAD-REQUEST-TABLE.
           OPEN INPUT APPROVAL-FILE
           IF WS-APPR-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-APPR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING APPROVAL REQUEST FILE: '
                   WS-APPR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF

           PERFORM UNTIL WS-EOF
               READ APPROVAL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM STORE-REQUEST-RECORD
               END-READ
           END-PERFORM
           MOVE 0 TO WS-EOF-FLAG
           CLOSE APPROVAL-FILE.

       STORE-REQUEST-RECORD.
           SET WS-REQ-FOUND-SW TO 'N'
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-ENTRY-COUNT
               IF WS-REQ-ID(WS-REQ-IDX) = APR-REQUEST-ID
                   SET WS-REQ-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WS-REQ-FOUND
               IF WS-REQ-ENTRY-COUNT >= 1000
                   DISPLAY 'REQUEST TABLE FULL - SKIPPING: '
                       APR-REQUEST-ID
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REQ-ENTRY-COUNT
               SET WS-REQ-IDX TO WS-REQ-ENTRY-COUNT
               MOVE APR-REQUEST-ID TO WS-REQ-ID(WS-REQ-IDX)
           END-IF
           MOVE APPROVAL-REQUEST-RECORD TO WS-REQ-IMAGE(WS-REQ-IDX).

      * Each expiry is appended as its own record, stamped now, so the
      * request's history on file shows when it lapsed and why.
       EXPIRE-STALE-REQUESTS.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-ENTRY-COUNT
               MOVE WS-REQ-IMAGE(WS-REQ-IDX)
                   TO APPROVAL-REQUEST-RECORD
               IF APR-PENDING
                   MOVE APR-REQUESTED-TS(1:8) TO WS-REQUEST-DATE
                   COMPUTE WS-REQUEST-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-REQUEST-DATE)
                   IF WS-REQUEST-AGE > WS-APPROVAL-DAYS
                       PERFORM EXPIRE-ONE-REQUEST
                   END-IF
               END-IF
           END-PERFORM

           IF WS-EXPIRED-THIS-RUN > 0
               CLOSE APPROVAL-FILE
           END-IF.

       EXPIRE-ONE-REQUEST.
           IF WS-EXPIRED-THIS-RUN = 0
               OPEN EXTEND APPROVAL-FILE
               IF WS-APPR-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING APPROVAL REQUEST FILE: '
                       WS-APPR-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM FINISH-RUN
               END-IF
           END-IF

           SET APR-EXPIRED TO TRUE
           MOVE 'SYNAPSE' TO APR-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE TO APR-DECIDED-TS
           WRITE APPROVAL-REQUEST-RECORD
           IF WS-APPR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING APPROVAL REQUEST: '
                   WS-APPR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF
           MOVE APPROVAL-REQUEST-RECORD TO WS-REQ-IMAGE(WS-REQ-IDX)
           ADD 1 TO WS-EXPIRED-THIS-RUN.

       WRITE-APPROVAL-REPORT.
           OPEN OUTPUT APPROVAL-REPORT

           MOVE SPACES TO APR-LINE
           STRING 'SYNAPSE DAILY APPROVAL REPORT - '
                      DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  INTO APR-LINE
           END-STRING
           WRITE APR-LINE

           MOVE 'E' TO WS-SECTION-STATE
           MOVE 'EXPIRED' TO APR-LINE
           PERFORM WRITE-REQUEST-SECTION
           MOVE WS-SECTION-COUNT TO WS-TOTAL-EXPIRED

           MOVE 'A' TO WS-SECTION-STATE
           MOVE 'APPROVED' TO APR-LINE
           PERFORM WRITE-REQUEST-SECTION
           MOVE WS-SECTION-COUNT TO WS-TOTAL-APPROVED

           MOVE 'R' TO WS-SECTION-STATE
           MOVE 'REJECTED' TO APR-LINE
           PERFORM WRITE-REQUEST-SECTION
           MOVE WS-SECTION-COUNT TO WS-TOTAL-REJECTED

           MOVE 'P' TO WS-SECTION-STATE
           MOVE 'STILL PENDING' TO APR-LINE
           PERFORM WRITE-REQUEST-SECTION
           MOVE WS-SECTION-COUNT TO WS-TOTAL-PENDING

           PERFORM WRITE-REFUSAL-SECTION

           MOVE SPACES TO APR-LINE
           WRITE APR-LINE
           MOVE SPACES TO APR-LINE
           STRING 'EXPIRED: '            DELIMITED BY SIZE
                  WS-TOTAL-EXPIRED       DELIMITED BY SIZE
                  '  APPROVED: '         DELIMITED BY SIZE
                  WS-TOTAL-APPROVED      DELIMITED BY SIZE
                  '  REJECTED: '         DELIMITED BY SIZE
                  WS-TOTAL-REJECTED      DELIMITED BY SIZE
                  '  STILL PENDING: '    DELIMITED BY SIZE
                  WS-TOTAL-PENDING       DELIMITED BY SIZE
                  '  REFUSALS: '         DELIMITED BY SIZE
                  WS-REFUSALS-ON-DATE    DELIMITED BY SIZE
                  INTO APR-LINE
           END-STRING
           WRITE APR-LINE

           CLOSE APPROVAL-REPORT.

      * The section title is already in APR-LINE. Decided requests
      * are listed when decided on the report date; pending ones
      * are all listed, however old.
       WRITE-REQUEST-SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM WRITE-BLANK-THEN-TITLE

           MOVE SPACES TO APR-LINE
           MOVE 'REQ-ID'            TO APR-LINE(1:6)
           MOVE 'TYPE'              TO APR-LINE(9:4)
           MOVE 'AGENT-ID'          TO APR-LINE(20:8)
           MOVE 'DEPT'              TO APR-LINE(58:4)
           MOVE 'FROM'              TO APR-LINE(68:4)
           MOVE 'TO'                TO APR-LINE(76:2)
           MOVE 'RAISED BY'         TO APR-LINE(84:9)
           MOVE 'RAISED'            TO APR-LINE(94:6)
           MOVE 'DECIDED BY'        TO APR-LINE(109:10)
           WRITE APR-LINE

           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-ENTRY-COUNT
               MOVE WS-REQ-IMAGE(WS-REQ-IDX)
                   TO APPROVAL-REQUEST-RECORD
               IF APR-STATE = WS-SECTION-STATE
                   IF APR-PENDING
                      OR APR-DECIDED-TS(1:8) = WS-REPORT-DATE
                       ADD 1 TO WS-SECTION-COUNT
                       PERFORM WRITE-REQUEST-LINE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-SECTION-COUNT = 0
               MOVE '  NONE' TO APR-LINE
               WRITE APR-LINE
           END-IF.

       WRITE-BLANK-THEN-TITLE.
           MOVE APR-LINE TO WS-SECTION-TITLE
           MOVE SPACES TO APR-LINE
           WRITE APR-LINE
           MOVE SPACES TO APR-LINE
           MOVE WS-SECTION-TITLE TO APR-LINE
           WRITE APR-LINE
           MOVE SPACES TO WS-SECTION-TITLE.

       WRITE-REQUEST-LINE.
           MOVE SPACES TO APR-LINE
           STRING APR-REQUEST-ID            DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  APR-REQUEST-TYPE          DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  APR-AGENT-ID              DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  APR-AGENT-DEPT            DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  APR-OLD-VALUE             DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  APR-NEW-VALUE             DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  APR-REQUESTED-BY          DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  APR-REQUESTED-TS(1:8)     DELIMITED BY SIZE
                  '-'                       DELIMITED BY SIZE
                  APR-REQUESTED-TS(9:4)     DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  APR-DECIDED-BY            DELIMITED BY SIZE
                  INTO APR-LINE
           END-STRING
           WRITE APR-LINE.

      * Every refusal the console wrote on the report date - sign-ons
      * that were turned away, functions or departments not held,
      * and approvals a requester tried to give themself.
       WRITE-REFUSAL-SECTION.
           MOVE 'CONSOLE REFUSALS' TO APR-LINE
           PERFORM WRITE-BLANK-THEN-TITLE

           OPEN INPUT CONSOLE-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               MOVE '  NONE' TO APR-LINE
               WRITE APR-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF
               READ CONSOLE-AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CONS-TIMESTAMP(1:8) = WS-REPORT-DATE
                          AND CONS-NEW-VALUE(1:9) = 'REFUSED -'
                           ADD 1 TO WS-REFUSALS-ON-DATE
                           PERFORM WRITE-REFUSAL-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 0 TO WS-EOF-FLAG
           CLOSE CONSOLE-AUDIT-FILE

           IF WS-REFUSALS-ON-DATE = 0
               MOVE '  NONE' TO APR-LINE
               WRITE APR-LINE
           END-IF.

       WRITE-REFUSAL-LINE.
           MOVE SPACES TO APR-LINE
           STRING CONS-TIMESTAMP(9:6)       DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  CONS-OPERATOR             DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  CONS-FIELD                DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  CONS-AGENT-ID             DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  CONS-NEW-VALUE            DELIMITED BY SIZE
                  INTO APR-LINE
           END-STRING
           WRITE APR-LINE.

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

           MOVE 'SYNAPSE-APPRRPT' TO RNH-PROGRAM
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
