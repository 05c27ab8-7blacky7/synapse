      ******************************************************************
      * CONSREC - OPERATOR CONSOLE AUDIT RECORD LAYOUT (CONSAUD.DAT).
      * ONE LINE PER CONSOLE ACTION - WHO, WHICH AGENT, WHICH FIELD,
      * AND THE VALUE IT WENT FROM AND TO. AN APPLIED CHANGE CARRIES
      * THE OLD AND NEW VALUES; A CHANGE RAISED FOR APPROVAL CARRIES
      * 'PENDING' AND THE REQUEST ID IN CONS-NEW-VALUE AFTER THE
      * PROPOSED VALUE; A REFUSAL CARRIES 'REFUSED - ' AND THE REASON
      * IN CONS-NEW-VALUE. WRITTEN BY SYNAPSE-CONSOLE; REFUSALS ARE
      * COUNTED ON THE DAILY SYNAPSE-APPRRPT REPORT.
      ******************************************************************
       01  CONSOLE-AUDIT-RECORD.
           05  CONS-TIMESTAMP          PIC X(21).
           05  CONS-OPERATOR           PIC X(8).
           05  CONS-AGENT-ID           PIC X(36).
           05  CONS-FIELD              PIC X(12).
           05  CONS-OLD-VALUE          PIC X(50).
           05  CONS-NEW-VALUE          PIC X(50).
