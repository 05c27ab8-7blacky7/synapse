      ******************************************************************
      * SCHDREC - RECURRING MESSAGE SCHEDULE MASTER RECORD LAYOUT
      * (SCHEDMST.DAT). ONE ROW PER STANDING SUBMISSION - THE AGENT,
      * THE MESSAGE TEXT AND THE PRIORITY IT IS QUEUED AT, HOW OFTEN
      * IT FIRES AND AT WHAT TIME OF DAY, AND THE DATES IT IS IN
      * FORCE. SYNAPSE-SCHEDGEN TURNS EVERY ROW DUE TOMORROW INTO A
      * QUEUE-RECORD (MSGQREC) ON MSGQUEUE.DAT WITH MQ-EARLIEST-TS SET
      * TO THE DUE DATE AND TIME, FOR SYNAPSE-MSGQ TO DRAIN.
      * SCH-DAY-OF-WEEK (1 MONDAY - 7 SUNDAY) IS READ FOR WEEKLY ROWS
      * ONLY, SCH-DAY-OF-MONTH (1-31) FOR MONTHLY ROWS ONLY; A MONTHLY
      * DAY PAST THE END OF A SHORT MONTH FIRES ON ITS LAST DAY.
      * WEEKDAY MEANS MONDAY TO FRIDAY. AN END DATE OF ZERO MEANS THE
      * SCHEDULE RUNS UNTIL IT IS TAKEN OFF THE MASTER.
      ******************************************************************
       01  SCHEDULE-RECORD.
           05  SCH-SCHEDULE-ID         PIC X(8).
           05  SCH-AGENT-ID            PIC X(36).
           05  SCH-PRIORITY            PIC 9.
           05  SCH-FREQUENCY           PIC X(7).
               88  SCH-FREQ-DAILY          VALUE 'DAILY'.
               88  SCH-FREQ-WEEKDAY        VALUE 'WEEKDAY'.
               88  SCH-FREQ-WEEKLY         VALUE 'WEEKLY'.
               88  SCH-FREQ-MONTHLY        VALUE 'MONTHLY'.
           05  SCH-DAY-OF-WEEK         PIC 9.
           05  SCH-DAY-OF-MONTH        PIC 99.
           05  SCH-TIME-OF-DAY         PIC 9(4).
           05  SCH-START-DATE          PIC 9(8).
           05  SCH-END-DATE            PIC 9(8).
           05  SCH-MESSAGE             PIC X(4096).
