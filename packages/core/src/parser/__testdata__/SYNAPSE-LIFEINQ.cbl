      * EACH AS ONE FILE. ARCHIVES ARE WRITTEN IN LOG ORDER AND THE
      * LIVE LOG IS NEWER THAN EVERY ARCHIVE, SO ARCHIVE-THEN-LIVE
      * IS ALREADY CHRONOLOGICAL.
      *
      * A LOG ENTRY SERVED BY A BACKUP AGENT IS FILED UNDER THE
      * BACKUP AND NAMES THE ORIGINAL AGENT ALONGSIDE, SO IT COUNTS
      * AS A MATCH FOR EITHER AND IS FLAGGED WITH BOTH IDS.
      *
      * TEXT MASKED BY SYNAPSE-ERASURE IS SHOWN AS REDACTED, SO AN
      * ERASED ENTRY STILL APPEARS IN THE HISTORY AND NOT AS A GAP.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT LIFE-REPORT ASSIGN TO 'LIFEHIST.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-HISTORY-FILE ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-FILE.
      * live log's records unchanged. Generations archived before
      * conversation ids existed are one field short; line
      * sequential reads them back space-padded, which is exactly
      * the blank-conversation convention; the same goes for the
      * original agent id on generations from before failover.
       FD  ARCHIVE-LOG-FILE.
       01  ARCHIVE-LOG-RECORD.
           05  ARC-AGENT-ID            PIC X(36).
           05  ARC-RESPONSE            PIC X(4096).
           05  ARC-STATUS-CODE         PIC 99.
           05  ARC-CONVERSATION-ID     PIC X(21).
           05  ARC-ORIGINAL-AGENT-ID   PIC X(36).

       FD  DEAD-LETTER-FILE.
           COPY DLREC.
       FD  LIFE-REPORT.
       01  LIFE-LINE                   PIC X(132).

       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.
       01  WS-AGENT-FILE-STATUS        PIC XX.
       01  WS-LOG-FILE-STATUS          PIC XX.
       01  WS-LIVE-STATUS              PIC 9 VALUE 0.
       01  WS-LIVE-LAST-RUN            PIC 9(8) VALUE 0.

      * Erased text is wholly the erasure fill between blanks - the
      * line shows REDACTED in its place.
       01  WS-REDACT-FILL              PIC X VALUE '#'.
       01  WS-CHECK-TEXT               PIC X(4096) VALUE SPACES.
       01  WS-FILL-COUNT               PIC 9(5) VALUE 0.
       01  WS-BLANK-COUNT              PIC 9(5) VALUE 0.
       01  WS-REDACTED-SW              PIC X VALUE 'N'.
           88  WS-TEXT-REDACTED        VALUE 'Y'.
       01  WS-SHOWN-TEXT               PIC X(60) VALUE SPACES.

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

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LEN              PIC S9(4) COMP.

       PROCEDURE DIVISION USING LK-PARM-AREA.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-RNH-START-TIMESTAMP
           PERFORM PARSE-PARM
           PERFORM RESOLVE-AGENT-ID

           DISPLAY 'SYNAPSE-LIFEINQ AGENT: ' WS-TARGET-AGENT-ID
           DISPLAY 'SYNAPSE-LIFEINQ LOG ENTRIES: ' WS-ARCH-MATCHED
               ' ARCHIVED + ' WS-LIVE-MATCHED ' LIVE'
           SET WS-RNH-COMPLETED TO TRUE
           PERFORM FINISH-RUN.

      * PARM='ID,uuid' OR PARM='NAME,prefix'
       PARSE-PARM.
           IF LK-PARM-LEN = 0
               DISPLAY 'SEARCH PARM MISSING - USE ID,x OR NAME,x'
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF

           UNSTRING LK-PARM-DATA(1:LK-PARM-LEN) DELIMITED BY ','
           IF NOT WS-SEARCH-BY-ID AND NOT WS-SEARCH-BY-NAME
               DISPLAY 'UNKNOWN SEARCH TYPE: ' WS-SEARCH-TYPE
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEARCH-VALUE))
           IF WS-SEARCH-VALUE = SPACES
               DISPLAY 'SEARCH VALUE MISSING - USE ID,x OR NAME,x'
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF.

      * An ID is taken as given - it may be an offboarded agent no
               DISPLAY 'ERROR OPENING AGENT FILE: '
                   WS-AGENT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF

           MOVE WS-SEARCH-VALUE TO AGENT-NAME
               DISPLAY 'NO AGENT MATCHES NAME PREFIX: '
                   WS-SEARCH-VALUE(1:WS-PREFIX-LEN)
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF
           IF WS-CANDIDATE-COUNT > 1
               DISPLAY 'NAME PREFIX IS AMBIGUOUS - RERUN WITH ID,x'
               MOVE 8 TO RETURN-CODE
               PERFORM FINISH-RUN
           END-IF.

      * No archive DD allocated (or no generations yet) is a
                   NOT AT END
                       ADD 1 TO WS-ARCH-READ
                       IF ARC-AGENT-ID = WS-TARGET-AGENT-ID
                          OR ARC-ORIGINAL-AGENT-ID = WS-TARGET-AGENT-ID
                           ADD 1 TO WS-ARCH-MATCHED
                           PERFORM WRITE-ARCHIVE-LINE
                       END-IF
           CLOSE ARCHIVE-LOG-FILE.

       WRITE-ARCHIVE-LINE.
           MOVE ARC-MESSAGE TO WS-CHECK-TEXT
           PERFORM SET-SHOWN-TEXT
           MOVE SPACES TO LIFE-LINE
           STRING ARC-TIMESTAMP          DELIMITED BY SIZE
                  '  ST '                DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  ARC-CONVERSATION-ID    DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  WS-SHOWN-TEXT          DELIMITED BY SIZE
                  INTO LIFE-LINE
           END-STRING
           WRITE LIFE-LINE

           IF ARC-ORIGINAL-AGENT-ID NOT = SPACES
               MOVE SPACES TO LIFE-LINE
               STRING '    FAILED OVER FROM '  DELIMITED BY SIZE
                      ARC-ORIGINAL-AGENT-ID    DELIMITED BY SIZE
                      ' TO '                   DELIMITED BY SIZE
                      ARC-AGENT-ID             DELIMITED BY SIZE
                      INTO LIFE-LINE
               END-STRING
               WRITE LIFE-LINE
           END-IF.

       SCAN-LIVE-LOG.
           MOVE SPACES TO LIFE-LINE
                   NOT AT END
                       ADD 1 TO WS-LIVE-READ
                       IF LOG-AGENT-ID = WS-TARGET-AGENT-ID
                          OR LOG-ORIGINAL-AGENT-ID = WS-TARGET-AGENT-ID
                           ADD 1 TO WS-LIVE-MATCHED
                           PERFORM WRITE-LIVE-LINE
                       END-IF
           CLOSE AGENT-LOG-FILE.

       WRITE-LIVE-LINE.
           MOVE LOG-MESSAGE TO WS-CHECK-TEXT
           PERFORM SET-SHOWN-TEXT
           MOVE SPACES TO LIFE-LINE
           STRING LOG-TIMESTAMP          DELIMITED BY SIZE
                  '  ST '                DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  LOG-CONVERSATION-ID    DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  WS-SHOWN-TEXT          DELIMITED BY SIZE
                  INTO LIFE-LINE
           END-STRING
           WRITE LIFE-LINE

           IF LOG-ORIGINAL-AGENT-ID NOT = SPACES
               MOVE SPACES TO LIFE-LINE
               STRING '    FAILED OVER FROM '  DELIMITED BY SIZE
                      LOG-ORIGINAL-AGENT-ID    DELIMITED BY SIZE
                      ' TO '                   DELIMITED BY SIZE
                      LOG-AGENT-ID             DELIMITED BY SIZE
                      INTO LIFE-LINE
               END-STRING
               WRITE LIFE-LINE
           END-IF.

       SCAN-DEAD-LETTERS.
           MOVE SPACES TO LIFE-LINE
           CLOSE DEAD-LETTER-FILE.

       WRITE-DEAD-LETTER-LINE.
           MOVE DL-MESSAGE TO WS-CHECK-TEXT
           PERFORM SET-SHOWN-TEXT
           MOVE SPACES TO LIFE-LINE
           STRING DL-TIMESTAMP           DELIMITED BY SIZE
                  '  FINAL STATUS '      DELIMITED BY SIZE
                  '  ATTEMPTS '          DELIMITED BY SIZE
                  DL-ATTEMPT-COUNT       DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  WS-SHOWN-TEXT(1:50)    DELIMITED BY SIZE
                  INTO LIFE-LINE
           END-STRING
           WRITE LIFE-LINE.

      * WS-CHECK-TEXT holds the entry's message. Text that is all
      * erasure fill apart from blanks was erased - say so rather
      * than print the fill.
       SET-SHOWN-TEXT.
           SET WS-REDACTED-SW TO 'N'
           MOVE 0 TO WS-FILL-COUNT
           MOVE 0 TO WS-BLANK-COUNT
           INSPECT WS-CHECK-TEXT TALLYING
               WS-FILL-COUNT FOR ALL WS-REDACT-FILL
               WS-BLANK-COUNT FOR ALL SPACE
           IF WS-FILL-COUNT > 0
              AND WS-FILL-COUNT + WS-BLANK-COUNT = 4096
               SET WS-TEXT-REDACTED TO TRUE
           END-IF

           IF WS-TEXT-REDACTED
               MOVE 'REDACTED' TO WS-SHOWN-TEXT
           ELSE
               MOVE WS-CHECK-TEXT(1:60) TO WS-SHOWN-TEXT
           END-IF.

      * Offboarding status: on the master means still with us; gone
      * from the master but on the purge archive means offboarded,
      * with the archived record saying when it last ran. Gone from
                  INTO LIFE-LINE
           END-STRING
           WRITE LIFE-LINE.

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

           MOVE 'SYNAPSE-LIFEINQ' TO RNH-PROGRAM
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
           COMPUTE RNH-RECORDS-PROCESSED =
               WS-ARCH-READ + WS-LIVE-READ
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE
           STOP RUN.

       CLOCK-TO-SECONDS.
           COMPUTE WS-RNH-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-RNH-CLOCK-DATE) * 86400
               + WS-RNH-CLOCK-HH * 3600
               + WS-RNH-CLOCK-MM * 60
               + WS-RNH-CLOCK-SS.
