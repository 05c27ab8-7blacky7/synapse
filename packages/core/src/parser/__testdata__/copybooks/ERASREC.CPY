      ******************************************************************
      * ERASREC - DATA-SUBJECT ERASURE REQUEST RECORD LAYOUT
      * (ERASREQ.DAT), KEYED BY LEGAL FROM EACH ERASURE REQUEST THEY
      * ACCEPT. ONE RECORD PER REQUEST: ERQ-KEY-TYPE 'A' ERASES EVERY
      * MESSAGE TO OR FROM THE AGENT IN ERQ-KEY-VALUE (INCLUDING ONES
      * A BACKUP SERVED ON ITS BEHALF), 'C' ERASES ONE CONVERSATION
      * (THE LOG-CONVERSATION-ID). ONLY TEXT STAMPED FROM ERQ-FROM-DATE
      * TO ERQ-TO-DATE INCLUSIVE (YYYYMMDD) IS TOUCHED. ERQ-REQUEST-ID
      * IS LEGAL'S OWN REFERENCE AND IS PRINTED ON THE CERTIFICATE
      * SYNAPSE-ERASURE PRODUCES.
      ******************************************************************
       01  ERASURE-REQUEST-RECORD.
           05  ERQ-REQUEST-ID          PIC X(12).
           05  ERQ-KEY-TYPE            PIC X.
               88  ERQ-BY-AGENT            VALUE 'A'.
               88  ERQ-BY-CONVERSATION     VALUE 'C'.
           05  ERQ-KEY-VALUE           PIC X(36).
           05  ERQ-FROM-DATE           PIC X(8).
           05  ERQ-TO-DATE             PIC X(8).
           05  ERQ-REQUESTED-BY        PIC X(30).
