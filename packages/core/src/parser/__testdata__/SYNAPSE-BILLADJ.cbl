       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYNAPSE-BILLADJ.
       AUTHOR. SYNAPSE-TEAM.

      ******************************************************************
      * BILLING ADJUSTMENT RUN - READS THE ADJTRX.DAT CREDIT/DEBIT
      * TRANSACTIONS (AGENT, BILLED PERIOD, REASON CODE, TOKENS AND/OR
      * AMOUNT, DISPUTE REFERENCE) AND CHECKS EACH ONE AGAINST THE
      * PERMANENT BILLING LEDGER (BILLLEDG.DAT) THAT SYNAPSE-BILLING
      * WRITES BEFORE IT RESETS THE USAGE COUNTERS: THE AGENT MUST
      * HAVE BEEN BILLED FOR THAT PERIOD, AND A CREDIT MAY NOT TAKE
      * MORE THAN WAS BILLED NET OF EARLIER ADJUSTMENTS. A TOKENS-ONLY
      * TRANSACTION IS PRICED AT THE RATE THE LEDGER LINE WAS BILLED
      * AT. ACCEPTED ADJUSTMENTS ARE APPENDED TO THE LEDGER AND ROLLED
      * UP BY PERIOD AND COST CENTER (THE ONE ORIGINALLY CHARGED) INTO
      * INVOICE-FORMAT RECORDS FOR THE ACCOUNTS-RECEIVABLE LOAD -
      * DEBITS ON DEPTADJ.DAT, CREDIT MEMOS ON DEPTCRM.DAT. REJECTS
      * GO TO ADJREJ.DAT WITH THEIR REASON FOR FIX AND RESUBMIT, AND
      * BILLADJ.RPT REGISTERS EVERY TRANSACTION. A LINE BILLED TO A
      * COST CENTER THAT IS BLANK OR NOT ON DEPTMAST.DAT NEVER WENT TO
      * AR, SO NO ADJUSTMENT TO IT GOES THERE EITHER - IT IS REJECTED.
      * THE NEXT MONTH-END STATEMENT LISTS THE ACCEPTED ADJUSTMENTS IN
      * ITS PRIOR-PERIOD ADJUSTMENTS SECTION.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-FILE ASSIGN TO 'ADJTRX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO 'BILLLEDG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT DEBIT-FILE ASSIGN TO 'DEPTADJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CREDIT-FILE ASSIGN TO 'DEPTCRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECT-FILE ASSIGN TO 'ADJREJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADJUSTMENT-REPORT ASSIGN TO 'BILLADJ.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPT-FILE ASSIGN TO 'DEPTMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Reason codes: MISF misfire usage (dead-lettered or replayed),
      * DUPL duplicate charge, GOOD goodwill credit - credits only;
      * UNDR usage under-billed - debits only; RATE wrong rate applied
      * and OTHR other (reference required) - either direction. A zero
      * amount with tokens given prices the tokens at the ledger rate.
       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD.
           05  ADJ-ACTION              PIC X(6).
               88  ADJ-ACTION-CREDIT       VALUE 'CREDIT'.
               88  ADJ-ACTION-DEBIT        VALUE 'DEBIT'.
           05  ADJ-PERIOD              PIC X(6).
           05  ADJ-AGENT-ID            PIC X(36).
           05  ADJ-REASON-CODE         PIC X(4).
               88  ADJ-REASON-VALID        VALUE 'MISF' 'DUPL' 'GOOD'
                                                 'UNDR' 'RATE' 'OTHR'.
               88  ADJ-REASON-CREDIT-ONLY  VALUE 'MISF' 'DUPL' 'GOOD'.
               88  ADJ-REASON-DEBIT-ONLY   VALUE 'UNDR'.
               88  ADJ-REASON-OTHER        VALUE 'OTHR'.
           05  ADJ-TOKENS              PIC 9(8).
           05  ADJ-AMOUNT              PIC 9(9)V99.
           05  ADJ-REFERENCE           PIC X(20).

       FD  LEDGER-FILE.
           COPY LEDGREC.

       FD  DEBIT-FILE.
           COPY INVREC.

      * Same layout as the debit file - written FROM INVOICE-RECORD.
       FD  CREDIT-FILE.
       01  CREDIT-MEMO-RECORD          PIC X(45).

      * A reject is the transaction image followed by the reason, so
      * the reject file can be fixed up and resubmitted as-is.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-TRANSACTION         PIC X(91).
           05  FILLER                  PIC XX.
           05  REJ-REASON              PIC X(40).

       FD  ADJUSTMENT-REPORT.
       01  ADJUSTMENT-LINE             PIC X(132).

       FD  DEPT-FILE.
           COPY DEPTREC.

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.
       01  WS-ADJ-FILE-STATUS          PIC XX.
       01  WS-LEDGER-FILE-STATUS       PIC XX.
       01  WS-EOF-FLAG                 PIC 9 VALUE 0.
           88  WS-EOF                  VALUE 1.
       01  WS-LEDGER-EOF-FLAG          PIC 9 VALUE 0.
           88  WS-LEDGER-EOF           VALUE 1.
       01  WS-POSTING-PERIOD           PIC X(6) VALUE SPACES.

      * The cost centers on DEPTMAST.DAT - the only ones SYNAPSE-BILLING
      * ever invoices, so the only ones an adjustment may go to AR for.
       01  WS-DEPT-FILE-STATUS         PIC XX.
       01  WS-DEPT-EOF-FLAG            PIC 9 VALUE 0.
           88  WS-DEPT-EOF             VALUE 1.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY-COUNT     PIC 9(3) VALUE 0.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY WS-DEPT-IDX.
               10  WS-DEPT-CODE        PIC X(8).
       01  WS-DEPT-FOUND-SW            PIC X VALUE 'N'.
           88  WS-DEPT-FOUND           VALUE 'Y'.

      * The run's transactions are held in a table so the ledger -
      * which only ever grows - is read once for all of them. Each
      * entry collects what the ledger says about its agent and
      * period: the billed line, and the adjustments already posted.
       01  WS-ADJ-TABLE.
           05  WS-ADJ-ENTRY-COUNT      PIC 9(3) VALUE 0.
           05  WS-ADJ-ENTRY OCCURS 200 TIMES INDEXED BY WS-ADJ-IDX.
               10  WS-ADJ-IMAGE        PIC X(91).
               10  WS-ADJ-KEY.
                   15  WS-ADJ-PERIOD   PIC X(6).
                   15  WS-ADJ-AGENT-ID PIC X(36).
               10  WS-ADJ-BILLED-SW    PIC X.
               10  WS-ADJ-DEPT         PIC X(8).
               10  WS-ADJ-MODEL        PIC X(50).
               10  WS-ADJ-RATE         PIC 9(3)V99.
               10  WS-ADJ-BILLED-TOKENS PIC 9(8).
               10  WS-ADJ-BILLED-CHARGE PIC 9(9)V99.
               10  WS-ADJ-CREDITED     PIC 9(9)V99.
               10  WS-ADJ-DEBITED      PIC 9(9)V99.
       01  WS-ADJ-SCAN-IDX             PIC 9(3) VALUE 0.

      * Roll-up of accepted adjustments by period, cost center and
      * direction - one invoice-format record each for the AR load.
       01  WS-AR-TABLE.
           05  WS-AR-ENTRY-COUNT       PIC 9(3) VALUE 0.
           05  WS-AR-ENTRY OCCURS 200 TIMES INDEXED BY WS-AR-IDX.
               10  WS-AR-PERIOD        PIC X(6).
               10  WS-AR-DEPT          PIC X(8).
               10  WS-AR-ACTION        PIC X(6).
               10  WS-AR-LINES         PIC 9(6).
               10  WS-AR-TOKENS        PIC 9(12).
               10  WS-AR-AMOUNT        PIC 9(11)V99.
       01  WS-AR-FOUND-SW              PIC X VALUE 'N'.
           88  WS-AR-FOUND             VALUE 'Y'.

       01  WS-TRANS-VALID-SW           PIC X VALUE 'Y'.
           88  WS-TRANS-VALID          VALUE 'Y'.
           88  WS-TRANS-INVALID        VALUE 'N'.
       01  WS-VALIDATION-MSG           PIC X(40) VALUE SPACES.
       01  WS-ADJ-CHARGE               PIC 9(9)V99 VALUE 0.
       01  WS-NET-BILLED               PIC S9(11)V99 VALUE 0.
       01  WS-OUTCOME                  PIC X(8) VALUE SPACES.

       01  WS-AMOUNT-DISPLAY           PIC 9(9).99.
       01  WS-CREDIT-DISPLAY           PIC 9(11).99.
       01  WS-DEBIT-DISPLAY            PIC 9(11).99.

       01  WS-TRANS-READ               PIC 9(6) VALUE 0.
       01  WS-TRANS-CREDITED           PIC 9(6) VALUE 0.
       01  WS-TRANS-DEBITED            PIC 9(6) VALUE 0.
       01  WS-TRANS-REJECTED           PIC 9(6) VALUE 0.
       01  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE 0.
       01  WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE 0.
       01  WS-AR-RECORDS-WRITTEN       PIC 9(6) VALUE 0.

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
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-POSTING-PERIOD

           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT ADJUSTMENT-REPORT
           MOVE SPACES TO ADJUSTMENT-LINE
           STRING 'SYNAPSE BILLING ADJUSTMENT REGISTER - POSTED IN '
                      DELIMITED BY SIZE
                  WS-POSTING-PERIOD DELIMITED BY SIZE
                  INTO ADJUSTMENT-LINE
           END-STRING
           WRITE ADJUSTMENT-LINE
           MOVE SPACES TO ADJUSTMENT-LINE
           MOVE 'ACTION'      TO ADJUSTMENT-LINE(1:6)
           MOVE 'PERIOD'      TO ADJUSTMENT-LINE(9:6)
           MOVE 'AGENT-ID'    TO ADJUSTMENT-LINE(17:8)
           MOVE 'REASON'      TO ADJUSTMENT-LINE(55:6)
           MOVE 'AMOUNT'      TO ADJUSTMENT-LINE(63:6)
           MOVE 'OUTCOME'     TO ADJUSTMENT-LINE(77:7)
           WRITE ADJUSTMENT-LINE

           PERFORM LOAD-DEPT-TABLE
           PERFORM LOAD-ADJUSTMENT-TABLE
           PERFORM SCAN-LEDGER
           PERFORM APPLY-ALL-ADJUSTMENTS
           PERFORM WRITE-AR-ADJUSTMENT-FILES
           PERFORM WRITE-ADJUSTMENT-TOTALS

           CLOSE REJECT-FILE
           CLOSE ADJUSTMENT-REPORT

           DISPLAY 'SYNAPSE-BILLADJ TRANS READ: ' WS-TRANS-READ
           DISPLAY 'SYNAPSE-BILLADJ CREDITS: ' WS-TRANS-CREDITED
           DISPLAY 'SYNAPSE-BILLADJ DEBITS: ' WS-TRANS-DEBITED
           DISPLAY 'SYNAPSE-BILLADJ REJECTED: ' WS-TRANS-REJECTED
           DISPLAY 'SYNAPSE-BILLADJ AR RECORDS WRITTEN: '
               WS-AR-RECORDS-WRITTEN
           SET WS-RNH-COMPLETED TO TRUE
           PERFORM FINISH-RUN.

      * Transactions past the table capacity are rejected with their
      * own reason rather than dropped - they simply go in next run.
       LOAD-ADJUSTMENT-TABLE.
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJ-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ADJUSTMENT FILE: '
                   WS-ADJ-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           PERFORM UNTIL WS-EOF
               READ ADJUSTMENT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       IF WS-ADJ-ENTRY-COUNT >= 200
                           MOVE 'TABLE FULL - RESUBMIT NEXT RUN'
                               TO WS-VALIDATION-MSG
                           PERFORM WRITE-REJECT
                       ELSE
                           ADD 1 TO WS-ADJ-ENTRY-COUNT
                           SET WS-ADJ-IDX TO WS-ADJ-ENTRY-COUNT
                           MOVE ADJUSTMENT-RECORD
                               TO WS-ADJ-IMAGE(WS-ADJ-IDX)
                           MOVE ADJ-PERIOD
                               TO WS-ADJ-PERIOD(WS-ADJ-IDX)
                           MOVE ADJ-AGENT-ID
                               TO WS-ADJ-AGENT-ID(WS-ADJ-IDX)
                           MOVE 'N' TO WS-ADJ-BILLED-SW(WS-ADJ-IDX)
                           MOVE SPACES TO WS-ADJ-DEPT(WS-ADJ-IDX)
                           MOVE SPACES TO WS-ADJ-MODEL(WS-ADJ-IDX)
                           MOVE 0 TO WS-ADJ-RATE(WS-ADJ-IDX)
                           MOVE 0 TO WS-ADJ-BILLED-TOKENS(WS-ADJ-IDX)
                           MOVE 0 TO WS-ADJ-BILLED-CHARGE(WS-ADJ-IDX)
                           MOVE 0 TO WS-ADJ-CREDITED(WS-ADJ-IDX)
                           MOVE 0 TO WS-ADJ-DEBITED(WS-ADJ-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADJUSTMENT-FILE.

      * Loaded the way SYNAPSE-BILLING loads it, so both runs agree
      * on which cost centers are invoiced.
       LOAD-DEPT-TABLE.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEPARTMENT MASTER: '
                   WS-DEPT-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           PERFORM UNTIL WS-DEPT-EOF
               READ DEPT-FILE
                   AT END
                       SET WS-DEPT-EOF TO TRUE
                   NOT AT END
                       IF WS-DEPT-ENTRY-COUNT >= 100
                           DISPLAY 'DEPT TABLE FULL - SKIPPING DEPT: '
                               DEPT-CODE
                       ELSE
                           ADD 1 TO WS-DEPT-ENTRY-COUNT
                           SET WS-DEPT-IDX TO WS-DEPT-ENTRY-COUNT
                           MOVE DEPT-CODE
                               TO WS-DEPT-CODE(WS-DEPT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPT-FILE.

      * No ledger yet simply means nothing has been billed - every
      * transaction then fails the billed-line check on its own.
       SCAN-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BILLING LEDGER FILE: '
                   WS-LEDGER-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           PERFORM UNTIL WS-LEDGER-EOF
               READ LEDGER-FILE
                   AT END
                       SET WS-LEDGER-EOF TO TRUE
                   NOT AT END
                       PERFORM MATCH-LEDGER-LINE
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       MATCH-LEDGER-LINE.
           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-IDX > WS-ADJ-ENTRY-COUNT
               IF WS-ADJ-PERIOD(WS-ADJ-IDX) = LDG-PERIOD
                       AND WS-ADJ-AGENT-ID(WS-ADJ-IDX) = LDG-AGENT-ID
                   EVALUATE TRUE
                       WHEN LDG-BILLED
                           MOVE 'Y' TO WS-ADJ-BILLED-SW(WS-ADJ-IDX)
                           MOVE LDG-AGENT-DEPT
                               TO WS-ADJ-DEPT(WS-ADJ-IDX)
                           MOVE LDG-AGENT-MODEL
                               TO WS-ADJ-MODEL(WS-ADJ-IDX)
                           MOVE LDG-RATE TO WS-ADJ-RATE(WS-ADJ-IDX)
                           ADD LDG-TOKENS
                               TO WS-ADJ-BILLED-TOKENS(WS-ADJ-IDX)
                           ADD LDG-CHARGE
                               TO WS-ADJ-BILLED-CHARGE(WS-ADJ-IDX)
                       WHEN LDG-CREDIT
                           ADD LDG-CHARGE
                               TO WS-ADJ-CREDITED(WS-ADJ-IDX)
                       WHEN LDG-DEBIT
                           ADD LDG-CHARGE
                               TO WS-ADJ-DEBITED(WS-ADJ-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-ALL-ADJUSTMENTS.
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
           END-IF

           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BILLING LEDGER FILE: '
                   WS-LEDGER-FILE-STATUS
               PERFORM FINISH-RUN
           END-IF

           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-IDX > WS-ADJ-ENTRY-COUNT
               MOVE WS-ADJ-IMAGE(WS-ADJ-IDX) TO ADJUSTMENT-RECORD
               PERFORM APPLY-ONE-ADJUSTMENT
           END-PERFORM

           CLOSE LEDGER-FILE.

       APPLY-ONE-ADJUSTMENT.
           SET WS-TRANS-VALID TO TRUE
           MOVE SPACES TO WS-VALIDATION-MSG
           PERFORM VALIDATE-ADJUSTMENT

           IF WS-TRANS-VALID
               PERFORM POST-ADJUSTMENT
               MOVE 'ACCEPTED' TO WS-OUTCOME
           ELSE
               MOVE ADJ-AMOUNT TO WS-ADJ-CHARGE
               PERFORM WRITE-REJECT
               MOVE 'REJECTED' TO WS-OUTCOME
           END-IF

           PERFORM WRITE-REGISTER-LINE.

      * Checks run cheapest first and stop at the first failure, so
      * the reject reason is the one thing the submitter must fix.
      * A billed line whose cost center is blank or off the master
      * was never invoiced, so neither is any adjustment to it - the
      * ledger and the AR files must agree on what AR has seen.
       VALIDATE-ADJUSTMENT.
           PERFORM FIND-LEDGER-DEPT
           EVALUATE TRUE
               WHEN NOT ADJ-ACTION-CREDIT AND NOT ADJ-ACTION-DEBIT
                   MOVE 'INVALID ACTION CODE' TO WS-VALIDATION-MSG
               WHEN NOT ADJ-REASON-VALID
                   MOVE 'INVALID REASON CODE' TO WS-VALIDATION-MSG
               WHEN ADJ-ACTION-DEBIT AND ADJ-REASON-CREDIT-ONLY
                   MOVE 'REASON CODE IS FOR CREDITS ONLY'
                       TO WS-VALIDATION-MSG
               WHEN ADJ-ACTION-CREDIT AND ADJ-REASON-DEBIT-ONLY
                   MOVE 'REASON CODE IS FOR DEBITS ONLY'
                       TO WS-VALIDATION-MSG
               WHEN ADJ-REASON-OTHER AND ADJ-REFERENCE = SPACES
                   MOVE 'REASON OTHR NEEDS A REFERENCE'
                       TO WS-VALIDATION-MSG
               WHEN ADJ-PERIOD NOT NUMERIC
                   MOVE 'INVALID PERIOD' TO WS-VALIDATION-MSG
               WHEN ADJ-PERIOD NOT < WS-POSTING-PERIOD
                   MOVE 'PERIOD NOT YET CLOSED' TO WS-VALIDATION-MSG
               WHEN ADJ-TOKENS NOT NUMERIC OR ADJ-AMOUNT NOT NUMERIC
                   MOVE 'TOKENS OR AMOUNT NOT NUMERIC'
                       TO WS-VALIDATION-MSG
               WHEN ADJ-TOKENS = 0 AND ADJ-AMOUNT = 0
                   MOVE 'NO TOKENS OR AMOUNT GIVEN' TO WS-VALIDATION-MSG
               WHEN WS-ADJ-BILLED-SW(WS-ADJ-IDX) NOT = 'Y'
                   MOVE 'NO LEDGER LINE FOR AGENT AND PERIOD'
                       TO WS-VALIDATION-MSG
               WHEN NOT WS-DEPT-FOUND
                   MOVE 'DEPT NOT ON DEPTMAST - NEVER INVOICED'
                       TO WS-VALIDATION-MSG
               WHEN ADJ-ACTION-CREDIT
                       AND ADJ-TOKENS > WS-ADJ-BILLED-TOKENS(WS-ADJ-IDX)
                   MOVE 'CREDIT TOKENS EXCEED TOKENS BILLED'
                       TO WS-VALIDATION-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-VALIDATION-MSG NOT = SPACES
               SET WS-TRANS-INVALID TO TRUE
               EXIT PARAGRAPH
           END-IF

      * A tokens-only adjustment is priced at the rate the period was
      * actually billed at, not at today's rate table.
           IF ADJ-AMOUNT = 0
               COMPUTE WS-ADJ-CHARGE ROUNDED =
                   ADJ-TOKENS * WS-ADJ-RATE(WS-ADJ-IDX) / 1000
               IF WS-ADJ-CHARGE = 0
                   SET WS-TRANS-INVALID TO TRUE
                   MOVE 'LINE BILLED UNRATED - GIVE AN AMOUNT'
                       TO WS-VALIDATION-MSG
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE ADJ-AMOUNT TO WS-ADJ-CHARGE
           END-IF

      * A credit may not take the line below zero - the net is what
      * was billed plus every debit, less every credit, already on
      * the ledger or accepted earlier in this run.
           IF ADJ-ACTION-CREDIT
               COMPUTE WS-NET-BILLED =
                   WS-ADJ-BILLED-CHARGE(WS-ADJ-IDX)
                   + WS-ADJ-DEBITED(WS-ADJ-IDX)
                   - WS-ADJ-CREDITED(WS-ADJ-IDX)
               IF WS-ADJ-CHARGE > WS-NET-BILLED
                   SET WS-TRANS-INVALID TO TRUE
                   MOVE 'CREDIT EXCEEDS NET BILLED CHARGE'
                       TO WS-VALIDATION-MSG
               END-IF
           END-IF.

       FIND-LEDGER-DEPT.
           SET WS-DEPT-FOUND-SW TO 'N'
           IF WS-ADJ-DEPT(WS-ADJ-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-ENTRY-COUNT
               IF WS-DEPT-CODE(WS-DEPT-IDX) = WS-ADJ-DEPT(WS-ADJ-IDX)
                   SET WS-DEPT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * The ledger line carries the cost center, model and rate of the
      * original billed line, so the adjustment lands on the
      * department that was charged even if the agent has moved since.
       POST-ADJUSTMENT.
           IF ADJ-ACTION-CREDIT
               MOVE 'C' TO LDG-ENTRY-TYPE
           ELSE
               MOVE 'D' TO LDG-ENTRY-TYPE
           END-IF
           MOVE ADJ-PERIOD TO LDG-PERIOD
           MOVE WS-POSTING-PERIOD TO LDG-POSTED-PERIOD
           MOVE ADJ-AGENT-ID TO LDG-AGENT-ID
           MOVE WS-ADJ-DEPT(WS-ADJ-IDX) TO LDG-AGENT-DEPT
           MOVE WS-ADJ-MODEL(WS-ADJ-IDX) TO LDG-AGENT-MODEL
           MOVE ADJ-TOKENS TO LDG-TOKENS
           MOVE WS-ADJ-RATE(WS-ADJ-IDX) TO LDG-RATE
           MOVE WS-ADJ-CHARGE TO LDG-CHARGE
           MOVE ADJ-REASON-CODE TO LDG-REASON-CODE
           MOVE ADJ-REFERENCE TO LDG-REFERENCE
           MOVE FUNCTION CURRENT-DATE TO LDG-TIMESTAMP
           WRITE LEDGER-RECORD

      * The ledger is the record of an adjustment - one it did not
      * take must not reach AR, or a rerun would post it twice. The
      * run stops here; the AR files carry exactly the adjustments
      * the ledger took before it, and the rest are resubmitted
      * from this transaction on.
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING LEDGER RECORD: '
                   WS-LEDGER-FILE-STATUS ' ' ADJ-AGENT-ID
               PERFORM WRITE-AR-ADJUSTMENT-FILES
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF

           IF ADJ-ACTION-CREDIT
               ADD 1 TO WS-TRANS-CREDITED
               ADD WS-ADJ-CHARGE TO WS-CREDIT-TOTAL
           ELSE
               ADD 1 TO WS-TRANS-DEBITED
               ADD WS-ADJ-CHARGE TO WS-DEBIT-TOTAL
           END-IF
           PERFORM CARRY-ADJUSTMENT-TO-LINE
           PERFORM ROLL-UP-AR-ADJUSTMENT.

      * Later transactions in this run against the same agent and
      * period must see this one, or two credits could each pass the
      * net-billed check and together overdraw the line.
       CARRY-ADJUSTMENT-TO-LINE.
           PERFORM VARYING WS-ADJ-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-SCAN-IDX > WS-ADJ-ENTRY-COUNT
               IF WS-ADJ-KEY(WS-ADJ-SCAN-IDX) = WS-ADJ-KEY(WS-ADJ-IDX)
                   IF ADJ-ACTION-CREDIT
                       ADD WS-ADJ-CHARGE
                           TO WS-ADJ-CREDITED(WS-ADJ-SCAN-IDX)
                   ELSE
                       ADD WS-ADJ-CHARGE
                           TO WS-ADJ-DEBITED(WS-ADJ-SCAN-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       ROLL-UP-AR-ADJUSTMENT.
           SET WS-AR-FOUND-SW TO 'N'
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-ENTRY-COUNT
               IF WS-AR-PERIOD(WS-AR-IDX) = ADJ-PERIOD
                       AND WS-AR-DEPT(WS-AR-IDX)
                           = WS-ADJ-DEPT(WS-ADJ-IDX)
                       AND WS-AR-ACTION(WS-AR-IDX) = ADJ-ACTION
                   SET WS-AR-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WS-AR-FOUND
               ADD 1 TO WS-AR-ENTRY-COUNT
               SET WS-AR-IDX TO WS-AR-ENTRY-COUNT
               MOVE ADJ-PERIOD TO WS-AR-PERIOD(WS-AR-IDX)
               MOVE WS-ADJ-DEPT(WS-ADJ-IDX) TO WS-AR-DEPT(WS-AR-IDX)
               MOVE ADJ-ACTION TO WS-AR-ACTION(WS-AR-IDX)
               MOVE 0 TO WS-AR-LINES(WS-AR-IDX)
               MOVE 0 TO WS-AR-TOKENS(WS-AR-IDX)
               MOVE 0 TO WS-AR-AMOUNT(WS-AR-IDX)
           END-IF

           ADD 1 TO WS-AR-LINES(WS-AR-IDX)
           ADD ADJ-TOKENS TO WS-AR-TOKENS(WS-AR-IDX)
           ADD WS-ADJ-CHARGE TO WS-AR-AMOUNT(WS-AR-IDX).

       WRITE-REJECT.
           MOVE ADJUSTMENT-RECORD TO REJ-TRANSACTION
           MOVE WS-VALIDATION-MSG TO REJ-REASON
           WRITE REJECT-RECORD
           ADD 1 TO WS-TRANS-REJECTED.

       WRITE-REGISTER-LINE.
           MOVE WS-ADJ-CHARGE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO ADJUSTMENT-LINE
           STRING ADJ-ACTION          DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  ADJ-PERIOD          DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  ADJ-AGENT-ID        DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  ADJ-REASON-CODE     DELIMITED BY SIZE
                  '    '              DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY   DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-OUTCOME          DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-VALIDATION-MSG   DELIMITED BY SIZE
                  INTO ADJUSTMENT-LINE
           END-STRING
           WRITE ADJUSTMENT-LINE.

      * One invoice-format record per period, cost center and
      * direction. Both files are always created, so the AR load
      * finds an empty file on a night with nothing to post.
       WRITE-AR-ADJUSTMENT-FILES.
           OPEN OUTPUT DEBIT-FILE
           OPEN OUTPUT CREDIT-FILE

           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-ENTRY-COUNT
               MOVE WS-AR-PERIOD(WS-AR-IDX) TO INV-PERIOD
               MOVE WS-AR-DEPT(WS-AR-IDX) TO INV-DEPT-CODE
               MOVE WS-AR-LINES(WS-AR-IDX) TO INV-AGENT-COUNT
               MOVE WS-AR-TOKENS(WS-AR-IDX) TO INV-TOKENS
               MOVE WS-AR-AMOUNT(WS-AR-IDX) TO INV-CHARGE
               IF WS-AR-ACTION(WS-AR-IDX) = 'CREDIT'
                   WRITE CREDIT-MEMO-RECORD FROM INVOICE-RECORD
               ELSE
                   WRITE INVOICE-RECORD
               END-IF
               ADD 1 TO WS-AR-RECORDS-WRITTEN
           END-PERFORM

           CLOSE DEBIT-FILE
           CLOSE CREDIT-FILE.

       WRITE-ADJUSTMENT-TOTALS.
           MOVE WS-CREDIT-TOTAL TO WS-CREDIT-DISPLAY
           MOVE WS-DEBIT-TOTAL TO WS-DEBIT-DISPLAY

           MOVE SPACES TO ADJUSTMENT-LINE
           WRITE ADJUSTMENT-LINE
           MOVE SPACES TO ADJUSTMENT-LINE
           STRING 'TRANS READ: '      DELIMITED BY SIZE
                  WS-TRANS-READ       DELIMITED BY SIZE
                  '  CREDITS: '       DELIMITED BY SIZE
                  WS-TRANS-CREDITED   DELIMITED BY SIZE
                  '  DEBITS: '        DELIMITED BY SIZE
                  WS-TRANS-DEBITED    DELIMITED BY SIZE
                  '  REJECTED: '      DELIMITED BY SIZE
                  WS-TRANS-REJECTED   DELIMITED BY SIZE
                  INTO ADJUSTMENT-LINE
           END-STRING
           WRITE ADJUSTMENT-LINE

           MOVE SPACES TO ADJUSTMENT-LINE
           STRING 'CREDIT TOTAL: '    DELIMITED BY SIZE
                  WS-CREDIT-DISPLAY   DELIMITED BY SIZE
                  '  DEBIT TOTAL: '   DELIMITED BY SIZE
                  WS-DEBIT-DISPLAY    DELIMITED BY SIZE
                  '  AR RECORDS: '    DELIMITED BY SIZE
                  WS-AR-RECORDS-WRITTEN DELIMITED BY SIZE
                  INTO ADJUSTMENT-LINE
           END-STRING
           WRITE ADJUSTMENT-LINE

           IF WS-TRANS-READ = WS-TRANS-CREDITED + WS-TRANS-DEBITED
                   + WS-TRANS-REJECTED
               MOVE 'CONTROL TOTALS BALANCE' TO ADJUSTMENT-LINE
           ELSE
               MOVE 'CONTROL TOTALS OUT OF BALANCE - INVESTIGATE'
                   TO ADJUSTMENT-LINE
           END-IF
           WRITE ADJUSTMENT-LINE.

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

           MOVE 'SYNAPSE-BILLADJ' TO RNH-PROGRAM
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
