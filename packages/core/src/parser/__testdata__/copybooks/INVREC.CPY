      ******************************************************************
      * INVREC - DEPARTMENT INVOICE RECORD LAYOUT FOR THE ACCOUNTS-
      * RECEIVABLE LOAD. ONE RECORD PER DEPARTMENT PER PERIOD ON
      * DEPTINV.DAT FROM THE MONTH-END BILLING RUN; THE SAME LAYOUT
      * CARRIES PRIOR-PERIOD ADJUSTMENTS FROM SYNAPSE-BILLADJ - DEBITS
      * ON DEPTADJ.DAT AND CREDIT MEMOS ON DEPTCRM.DAT - SO AR LOADS
      * ALL THREE WITH ONE RECORD DEFINITION. INV-CHARGE IS UNSIGNED;
      * WHICH FILE A RECORD ARRIVES ON SAYS WHETHER IT IS A CHARGE OR
      * A CREDIT.
      ******************************************************************
       01  INVOICE-RECORD.
           05  INV-PERIOD              PIC X(6).
           05  INV-DEPT-CODE           PIC X(8).
           05  INV-AGENT-COUNT         PIC 9(6).
           05  INV-TOKENS              PIC 9(12).
           05  INV-CHARGE              PIC 9(11)V99.
