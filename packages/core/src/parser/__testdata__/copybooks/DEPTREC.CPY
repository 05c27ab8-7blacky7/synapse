      * (DEPTMAST.DAT). EVERY AGENT-DEPT VALUE ON AGENT-FILE MUST
      * MATCH A DEPT-CODE HERE - INTAKE VALIDATES AGAINST IT AND THE
      * MONTH-END BILLING RUN ROLLS CHARGES UP BY IT.
      * DEPT-MONTHLY-CEILING IS THE DEPARTMENT'S MONTHLY SPEND
      * CEILING AT BILLRATE.DAT PRICES; THE NIGHTLY BURN-RATE
      * FORECAST (SYNAPSE-BUDGETFC) WARNS WHEN THE PROJECTED
      * MONTH-END SPEND WILL GO OVER IT. ZERO OR BLANK MEANS NO
      * CEILING HAS BEEN SET.
      ******************************************************************
       01  DEPARTMENT-RECORD.
           05  DEPT-CODE               PIC X(8).
           05  DEPT-NAME               PIC X(40).
           05  DEPT-MONTHLY-CEILING    PIC 9(9)V99.
