       PROGRAM-ID. WARO-COMPLY.
      *> Nightly compliance report over the limit events WARO
      *> files on WARO-COMPLY: every WINCAP hold (winnings over
      *> the member's cap, parked on the carryover account),
      *> every LOSSCAP refusal (a seat denied once the night's
      *> buy-in losses reached the cap) and every EXCLUDE refusal
      *> (a self-excluded member turned away). Parm: a run date
      *> YYYYMMDD (default today). A heaviest-losers block off
      *> the member ledger closes the page, so the owner can
      *> finally ask the system who is down the most.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROCMS.
         COPY WAROLGS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WAROLGR.
         COPY WAROCMR.
         WORKING-STORAGE SECTION.
         01 WS-COMPLY-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-LEDGER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-EVENT-COUNT PIC 9(4) VALUE 0.
         01 WS-WINCAP-COUNT PIC 9(4) VALUE 0.
         01 WS-LOSSCAP-COUNT PIC 9(4) VALUE 0.
         01 WS-EXCLUDE-COUNT PIC 9(4) VALUE 0.
         01 WS-AMOUNT-DISPLAY PIC ZZZZZ9.99.

      *> Net position per member off the whole ledger, drained
           WS-WINCAP-COUNT DELIMITED BY SIZE
           " win cap, " DELIMITED BY SIZE
           WS-LOSSCAP-COUNT DELIMITED BY SIZE
           " loss cap, " DELIMITED BY SIZE
           WS-EXCLUDE-COUNT DELIMITED BY SIZE
           " excluded" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         PERFORM REPORT-HEAVIEST-LOSERS
           NOT AT END
             IF WCM-RUN-DATE = WS-ASK-DATE
               ADD 1 TO WS-EVENT-COUNT
               EVALUATE TRUE
                 WHEN WCM-WINCAP-EVENT
                   ADD 1 TO WS-WINCAP-COUNT
                 WHEN WCM-EXCLUDE-EVENT
                   ADD 1 TO WS-EXCLUDE-COUNT
                 WHEN OTHER
                   ADD 1 TO WS-LOSSCAP-COUNT
               END-EVALUATE
               MOVE WCM-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING "WARO-COMPLY : " DELIMITED BY SIZE
           AT END
             MOVE "Y" TO WS-LEDGER-EOF-SW
           NOT AT END
             IF WLG-PLAYER-ID > 0 AND NOT WLG-CASH-ENTRY
                 AND NOT WLG-DUES-ENTRY AND NOT WLG-TRANSFER-ENTRY
               PERFORM FIND-OR-ADD-NET
               IF WS-NET-IDX > 0
                 COMPUTE WS-NT-NET (WS-NET-IDX) =
