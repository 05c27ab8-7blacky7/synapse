      ******************************************************************
      * RUNHREC - BATCH RUN-HISTORY RECORD LAYOUT (RUNHIST.DAT). EVERY
      * BATCH PROGRAM APPENDS ONE RECORD EACH TIME IT ENDS, HOWEVER IT
      * ENDS: WHEN IT STARTED AND FINISHED, THE ELAPSED SECONDS, THE
      * RETURN CODE IT LEFT, AND ITS MAIN RECORDS-PROCESSED COUNT. A
      * RUN THAT STOPPED BEFORE THE END OF ITS MAIN LINE (OPEN
      * FAILURE, REFUSED PARM, STREAM NOT QUIESCED) IS MARKED ENDED
      * EARLY WHATEVER RETURN CODE IT LEFT BEHIND. RNH-STEP-PARM
      * TELLS APART THE STEPS OF A PROGRAM THAT RUNS MORE THAN ONCE A
      * NIGHT - SYNAPSE-QUIESCE PUTS ITS HOLD/RELEASE/VERIFY ACTION
      * THERE; EVERY OTHER PROGRAM LEAVES IT BLANK. SYNAPSE-RUNRPT
      * READS THE FILE FOR THE NIGHTLY ELAPSED-TIME REPORT.
      ******************************************************************
       01  RUN-HISTORY-RECORD.
           05  RNH-PROGRAM             PIC X(16).
           05  RNH-STEP-PARM           PIC X(8).
           05  RNH-START-TIMESTAMP     PIC X(21).
           05  RNH-END-TIMESTAMP       PIC X(21).
           05  RNH-ELAPSED-SECONDS     PIC 9(7).
           05  RNH-RETURN-CODE         PIC 9(4).
           05  RNH-COMPLETION          PIC X.
               88  RNH-COMPLETED           VALUE 'C'.
               88  RNH-ENDED-EARLY         VALUE 'E'.
           05  RNH-RECORDS-PROCESSED   PIC 9(9).
