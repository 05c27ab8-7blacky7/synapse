      * PLUS A PER-DEPARTMENT CHARGEBACK ROLL-UP AND A SHOP-WIDE
      * SUMMARY TO BILLSTMT.RPT. EACH DEPARTMENT ON DEPTMAST.DAT
      * ALSO GETS A FIXED-WIDTH INVOICE RECORD ON DEPTINV.DAT FOR
      * THE ACCOUNTS-RECEIVABLE LOAD. EVERY AGENT LINE IS ALSO
      * APPENDED TO THE PERMANENT BILLING LEDGER (BILLLEDG.DAT), AND
      * ONLY THEN IS ITS AGENT-TOKENS-USED RESET TO ZERO SO THE NEW
      * PERIOD STARTS CLEAN. ADJUSTMENTS SYNAPSE-BILLADJ POSTED TO
      * EARLIER PERIODS DURING THIS ONE ARE LISTED IN THEIR OWN
      * SECTION OF THE STATEMENT. RUN ONCE AT PERIOD CLOSE, EITHER
      * INSIDE THE NIGHTLY STREAM BEFORE ITS RELEASE STEP OR
      * BRACKETED BY ITS OWN SYNAPSE-QUIESCE HOLD/RELEASE PAIR - THE
      * JOB REFUSES TO START (RC=8) UNLESS THE STREAM STATE IS
      * QUIESCED.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT INVOICE-FILE ASSIGN TO 'DEPTINV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEDGER-FILE ASSIGN TO 'BILLLEDG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'AGENTJRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-FILE.
      * statement. Unassigned usage never lands here; it is flagged
      * on the statement for finance to chase instead.
       FD  INVOICE-FILE.
           COPY INVREC.

       FD  LEDGER-FILE.
           COPY LEDGREC.

       FD  JOURNAL-FILE.
           COPY JRNLREC.
       FD  STREAM-FILE.
           COPY STRREC.

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.
       01  WS-AGENT-FILE-STATUS        PIC XX.
       01  WS-RATE-FILE-STATUS         PIC XX.
       01  WS-DEPT-FILE-STATUS         PIC XX.
       01  WS-JRNL-FILE-STATUS         PIC XX.
       01  WS-STREAM-FILE-STATUS       PIC XX.
       01  WS-LEDGER-FILE-STATUS       PIC XX.

      * Journal work fields - the before image is the record as the
      * billing scan read it, so the counter reset journals the state
           88  WS-EOF                  VALUE 1.
       01  WS-RATE-EOF-FLAG            PIC 9 VALUE 0.
           88  WS-RATE-EOF             VALUE 1.
       01  WS-LEDGER-EOF-FLAG          PIC 9 VALUE 0.
           88  WS-LEDGER-EOF           VALUE 1.

      * Per-model rate table loaded from BILLRATE.DAT before billing
      * starts - the rates are operator-controlled data, not code.

       01  WS-BILLING-PERIOD           PIC X(6).

      * Prior-period adjustment section totals - credits and debits
      * are invoiced separately by SYNAPSE-BILLADJ, so they are shown
      * beside the period's charges, never netted into them.
       01  WS-ADJ-TYPE                 PIC X(6) VALUE SPACES.
       01  WS-ADJ-LINES                PIC 9(6) VALUE 0.
       01  WS-ADJ-CREDIT-TOTAL         PIC 9(11)V99 VALUE 0.
       01  WS-ADJ-DEBIT-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-ADJ-CREDIT-DISPLAY       PIC 9(11).99.
       01  WS-ADJ-DEBIT-DISPLAY        PIC 9(11).99.
       01  WS-LEDGER-WRITTEN           PIC 9(6) VALUE 0.

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
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-BILLING-PERIOD
           PERFORM LOAD-RATE-TABLE
           DISPLAY 'SYNAPSE-BILLING UNRATED MODELS: ' WS-UNRATED-AGENTS
           DISPLAY 'SYNAPSE-BILLING INVOICES WRITTEN: '
               WS-INVOICES-WRITTEN
           DISPLAY 'SYNAPSE-BILLING LEDGER LINES WRITTEN: '
               WS-LEDGER-WRITTEN
           SET WS-RNH-COMPLETED TO TRUE
           PERFORM FINISH-RUN.

      * The stream must hold the quiesce (SYNAPSE-QUIESCE HOLD)
      * before this job may touch AGENTS.DAT - a counter reset
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

       LOAD-RATE-TABLE.
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RATE FILE: '
                   WS-RATE-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           PERFORM UNTIL WS-RATE-EOF

           IF WS-RATE-ENTRY-COUNT = 0
               DISPLAY 'RATE FILE IS EMPTY - NOTHING CAN BE PRICED'
               PERFORM FINISH-RUN
           END-IF.

      * Seeds the chargeback roll-up with every cost center on the
           IF WS-DEPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEPARTMENT MASTER: '
                   WS-DEPT-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           PERFORM UNTIL WS-DEPT-EOF
           IF WS-AGENT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGENT FILE: '
                   WS-AGENT-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           OPEN OUTPUT STATEMENT-FILE
           IF WS-JRNL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AGENT JOURNAL FILE: '
                   WS-JRNL-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

      * The ledger is the only per-agent record of the charge once the
      * counter is reset, so no reset may happen without it.
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
           END-IF

           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BILLING LEDGER FILE: '
                   WS-LEDGER-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           MOVE SPACES TO STATEMENT-LINE
                       PERFORM BILL-ONE-AGENT
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE

           PERFORM WRITE-DEPT-SECTION
           PERFORM WRITE-ADJUSTMENT-SECTION
           PERFORM WRITE-SHOP-SUMMARY

           CLOSE AGENT-FILE
                  INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           PERFORM WRITE-LEDGER-LINE

      * The statement and ledger lines above are the only record of
      * the period's usage - reset the counter only after both have
      * been written.
           MOVE 0 TO AGENT-TOKENS-USED
           REWRITE AGENT-RECORD
               INVALID KEY
                   PERFORM JOURNAL-AGENT-UPDATE
           END-REWRITE.

      * One permanent ledger line per billed agent, carrying the cost
      * center, model and rate the charge was actually priced at, so
      * a later dispute is checked against what was billed rather
      * than against today's master or rate table.
       WRITE-LEDGER-LINE.
           MOVE 'B' TO LDG-ENTRY-TYPE
           MOVE WS-BILLING-PERIOD TO LDG-PERIOD
           MOVE WS-BILLING-PERIOD TO LDG-POSTED-PERIOD
           MOVE AGENT-ID TO LDG-AGENT-ID
           MOVE AGENT-DEPT TO LDG-AGENT-DEPT
           MOVE AGENT-MODEL TO LDG-AGENT-MODEL
           MOVE AGENT-TOKENS-USED TO LDG-TOKENS
           MOVE WS-AGENT-RATE TO LDG-RATE
           MOVE WS-AGENT-CHARGE TO LDG-CHARGE
           MOVE SPACES TO LDG-REASON-CODE
           MOVE SPACES TO LDG-REFERENCE
           MOVE FUNCTION CURRENT-DATE TO LDG-TIMESTAMP
           WRITE LEDGER-RECORD

      * Without its ledger line the agent's usage must not be reset -
      * stop here, so every counter already reset has its line and
      * this agent and the rest keep theirs for the rerun.
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING LEDGER RECORD: '
                   WS-LEDGER-FILE-STATUS ' ' AGENT-ID
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF
           ADD 1 TO WS-LEDGER-WRITTEN.

      * Appends the before/after image of every counter reset to
      * AGENTJRN.DAT so SYNAPSE-RECOVER can roll AGENTS.DAT forward
      * from the last image copy. A journal write failure is
               ADD 1 TO WS-INVOICES-WRITTEN
           END-IF.

      * Credits and debits SYNAPSE-BILLADJ posted during this period
      * against earlier, already-invoiced periods. They went to AR on
      * their own adjustment files, so here they are listed and
      * totalled on their own rather than folded into this period's
      * charges.
       WRITE-ADJUSTMENT-SECTION.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'PRIOR-PERIOD ADJUSTMENTS' TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           MOVE 'PERIOD'      TO STATEMENT-LINE(1:6)
           MOVE 'AGENT-ID'    TO STATEMENT-LINE(9:8)
           MOVE 'DEPT'        TO STATEMENT-LINE(47:4)
           MOVE 'TYPE'        TO STATEMENT-LINE(57:4)
           MOVE 'REASON'      TO STATEMENT-LINE(65:6)
           MOVE 'REFERENCE'   TO STATEMENT-LINE(73:9)
           MOVE 'TOKENS'      TO STATEMENT-LINE(95:6)
           MOVE 'AMOUNT'      TO STATEMENT-LINE(105:6)
           WRITE STATEMENT-LINE

           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR REOPENING BILLING LEDGER FILE: '
                   WS-LEDGER-FILE-STATUS
           ELSE
               PERFORM UNTIL WS-LEDGER-EOF
                   READ LEDGER-FILE
                       AT END
                           SET WS-LEDGER-EOF TO TRUE
                       NOT AT END
                           IF (LDG-CREDIT OR LDG-DEBIT)
                                   AND LDG-POSTED-PERIOD
                                       = WS-BILLING-PERIOD
                                   AND LDG-PERIOD < WS-BILLING-PERIOD
                               PERFORM WRITE-ONE-ADJUSTMENT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF

           IF WS-ADJ-LINES = 0
               MOVE '  NONE POSTED THIS PERIOD' TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF

           MOVE WS-ADJ-CREDIT-TOTAL TO WS-ADJ-CREDIT-DISPLAY
           MOVE WS-ADJ-DEBIT-TOTAL TO WS-ADJ-DEBIT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING 'ADJUSTMENT LINES: '  DELIMITED BY SIZE
                  WS-ADJ-LINES          DELIMITED BY SIZE
                  '  CREDITS: '         DELIMITED BY SIZE
                  WS-ADJ-CREDIT-DISPLAY DELIMITED BY SIZE
                  '  DEBITS: '          DELIMITED BY SIZE
                  WS-ADJ-DEBIT-DISPLAY  DELIMITED BY SIZE
                  INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE.

       WRITE-ONE-ADJUSTMENT-LINE.
           ADD 1 TO WS-ADJ-LINES
           IF LDG-CREDIT
               MOVE 'CREDIT' TO WS-ADJ-TYPE
               ADD LDG-CHARGE TO WS-ADJ-CREDIT-TOTAL
           ELSE
               MOVE 'DEBIT' TO WS-ADJ-TYPE
               ADD LDG-CHARGE TO WS-ADJ-DEBIT-TOTAL
           END-IF

           MOVE LDG-CHARGE TO WS-CHARGE-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING LDG-PERIOD         DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  LDG-AGENT-ID       DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  LDG-AGENT-DEPT     DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-ADJ-TYPE        DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  LDG-REASON-CODE    DELIMITED BY SIZE
                  '    '             DELIMITED BY SIZE
                  LDG-REFERENCE      DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  LDG-TOKENS         DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WS-CHARGE-DISPLAY  DELIMITED BY SIZE
                  INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE.

       WRITE-SHOP-SUMMARY.
           MOVE WS-TOTAL-CHARGE TO WS-TOTAL-CHARGE-DISPLAY

                  INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE.

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

           MOVE 'SYNAPSE-BILLING' TO RNH-PROGRAM
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
           MOVE WS-AGENTS-BILLED TO RNH-RECORDS-PROCESSED
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE
           STOP RUN.

       CLOCK-TO-SECONDS.
           COMPUTE WS-RNH-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-RNH-CLOCK-DATE) * 86400
               + WS-RNH-CLOCK-HH * 3600
               + WS-RNH-CLOCK-MM * 60
               + WS-RNH-CLOCK-SS.
