       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-EARNINGS.
      *> Annual earnings statement for tax season - dollars, not
      *> points. Parm: the year YYYY, or CURRENT for this year
      *> as the year-end job stream passes. Reads the WARO-PAYOUT
      *> extract, balancing every HD..TR batch against its
      *> trailer exactly as WARO-PAYACK does (an out-of-balance
      *> extract is refused), and accumulates per player id for
           88 WARO-PLAYERS-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-YEAR-TEXT PIC X(4) VALUE SPACES.
         01 WS-TODAY-DATE PIC 9(8) VALUE 0.
         01 WS-ASK-YEAR PIC 9(4) VALUE 0.
         01 WS-EARN-LINE PIC X(80) VALUE SPACES.

       BEGIN.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY SPACE INTO WS-YEAR-TEXT.
         IF WS-PARM (1:8) = "CURRENT"
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE (1:4) TO WS-YEAR-TEXT
         END-IF.
         IF WS-YEAR-TEXT IS NUMERIC
           MOVE WS-YEAR-TEXT TO WS-ASK-YEAR
         END-IF.
                 ADD 1 TO WS-BAL-COUNT
                 ADD WPR-PAYOUT-AMOUNT TO WS-BAL-HASH
                 IF WPR-RUN-DATE (1:4) = WS-YEAR-TEXT
                     AND NOT WPR-REISSUE-PAYOUT
                   PERFORM TAKE-ONE-GROSS
                 END-IF
               WHEN WPR-REVERSAL-REC
