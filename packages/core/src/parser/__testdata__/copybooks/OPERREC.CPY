      ******************************************************************
      * OPERREC - OPERATOR AUTHORITY MASTER RECORD LAYOUT
      * (OPERMAST.DAT). ONE RECORD PER OPERATOR ID ALLOWED ON THE
      * SYNAPSE-CONSOLE: WHICH GUARDED CHANGES THE OPERATOR MAY MAKE
      * ('Y' PER FUNCTION) AND ON WHICH DEPARTMENTS' AGENTS (UP TO
      * TEN DEPT-CODES; '*' IN ANY SLOT MEANS EVERY DEPARTMENT,
      * INCLUDING AGENTS NOT YET ASSIGNED ONE). AN ID NOT ON THE
      * MASTER, OR REVOKED, CANNOT SIGN ON. A QUOTA RAISE TO A NEW
      * MAXIMUM ABOVE OPR-QUOTA-CEILING, AND EVERY REINSTATEMENT OF
      * A SUSPENDED (STATUS 2) AGENT, IS NOT APPLIED BUT RAISED AS A
      * PENDING REQUEST (APPRREQ.DAT) THAT A SECOND, DIFFERENT
      * OPERATOR HOLDING THE SAME AUTHORITY MUST APPROVE. A ZERO
      * CEILING SENDS EVERY RAISE FOR APPROVAL.
      ******************************************************************
       01  OPERATOR-RECORD.
           05  OPR-OPERATOR-ID         PIC X(8).
           05  OPR-OPERATOR-NAME       PIC X(30).
           05  OPR-STATUS              PIC X.
               88  OPR-ACTIVE              VALUE 'A'.
               88  OPR-REVOKED             VALUE 'R'.
           05  OPR-AUTHORITY.
               10  OPR-CAN-RAISE-QUOTA     PIC X.
               10  OPR-CAN-CHANGE-STATUS   PIC X.
               10  OPR-CAN-CORRECT-NAME    PIC X.
               10  OPR-CAN-CORRECT-MODEL   PIC X.
               10  OPR-QUOTA-CEILING       PIC 9(6).
               10  OPR-DEPT                PIC X(8) OCCURS 10 TIMES.
