      ******************************************************************
      * LEDGREC - PERMANENT BILLING LEDGER RECORD LAYOUT
      * (BILLLEDG.DAT). SYNAPSE-BILLING APPENDS ONE BILLED LINE PER
      * AGENT PER PERIOD BEFORE IT RESETS AGENT-TOKENS-USED, SO THE
      * PER-AGENT CHARGE SURVIVES THE RESET; SYNAPSE-BILLADJ CHECKS
      * CREDIT AND DEBIT ADJUSTMENTS AGAINST THOSE LINES AND APPENDS
      * EACH ONE IT ACCEPTS. LDG-PERIOD IS THE PERIOD THE LINE
      * BELONGS TO (FOR AN ADJUSTMENT, THE PERIOD BEING CORRECTED);
      * LDG-POSTED-PERIOD IS THE PERIOD WHOSE STATEMENT REPORTS IT.
      * THE FILE IS NEVER REWRITTEN OR PURGED.
      ******************************************************************
       01  LEDGER-RECORD.
           05  LDG-ENTRY-TYPE          PIC X.
               88  LDG-BILLED              VALUE 'B'.
               88  LDG-CREDIT              VALUE 'C'.
               88  LDG-DEBIT               VALUE 'D'.
           05  LDG-PERIOD              PIC X(6).
           05  LDG-POSTED-PERIOD       PIC X(6).
           05  LDG-AGENT-ID            PIC X(36).
           05  LDG-AGENT-DEPT          PIC X(8).
           05  LDG-AGENT-MODEL         PIC X(50).
           05  LDG-TOKENS              PIC 9(8).
           05  LDG-RATE                PIC 9(3)V99.
           05  LDG-CHARGE              PIC 9(9)V99.
           05  LDG-REASON-CODE         PIC X(4).
           05  LDG-REFERENCE           PIC X(20).
           05  LDG-TIMESTAMP           PIC X(21).
