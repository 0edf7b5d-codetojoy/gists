      *> receivable with its age in days and totals the money
      *> the house is owed. Parm: SETTLE <gameid> <playerid>
      *> marks a receivable collected; no parm prints the report.
      *> Printing the report also puts a reminder for each open
      *> receivable on the WARO-NOTICE feed for its member.
      *> Winnings WARO kept against a clawback ("F" settlement
      *> entries) print as OFFSET lines under the clawback they
      *> went to, and what is owed is the clawback less them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WARORVS.
         COPY WARONTS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WARONTR.
         COPY WARORVR.
         WORKING-STORAGE SECTION.
         01 WS-RECEIVABLE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-NOTICE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-NOTICE-TEXT PIC X(72) VALUE SPACES.
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-RECEIVABLE-EOF-SW PIC X(1) VALUE "N".
           88 WARO-RECEIVABLE-EOF VALUE "Y".
               03 WS-RC-PLAYER-NAME PIC X(6).
               03 WS-RC-AMOUNT PIC 9(6)V99.
               03 WS-RC-STATUS PIC X(1).
               03 WS-RC-OWED PIC 9(6)V99.
         01 WS-RCV-COUNT PIC 9(3) VALUE 0.
         01 WS-RCV-FULL-SW PIC X(1) VALUE "N".
           88 WARO-RCV-TABLE-FULL VALUE "Y".
         01 WS-DT-DAYS PIC S9(6) VALUE 0.
         01 WS-DT-STATUS PIC X(1) VALUE "0".
         01 I PIC 9(3).
         01 J PIC 9(3).
         01 WS-OFS-LEFT PIC 9(6)V99 VALUE 0.
         01 WS-OFS-TAKE PIC 9(6)V99 VALUE 0.
         01 WS-OFFSET-COUNT PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
               TO WS-RC-PLAYER-NAME (WS-RCV-COUNT)
             MOVE WRC-AMOUNT TO WS-RC-AMOUNT (WS-RCV-COUNT)
             MOVE WRC-STATUS TO WS-RC-STATUS (WS-RCV-COUNT)
             IF WRC-OPEN
               MOVE WRC-AMOUNT TO WS-RC-OWED (WS-RCV-COUNT)
             ELSE
               MOVE 0 TO WS-RC-OWED (WS-RCV-COUNT)
             END-IF
             IF WRC-OFFSET
               MOVE WRC-AMOUNT TO WS-OFS-LEFT
               PERFORM CHARGE-ONE-PRIOR-OFFSET
                 VARYING J FROM 1 BY 1
                   UNTIL J >= WS-RCV-COUNT OR WS-OFS-LEFT = 0
             END-IF
         END-READ.

      *> An offset comes after the clawback it settles: what it
      *> took comes off the earlier entry on its key.
       CHARGE-ONE-PRIOR-OFFSET.
         IF WS-RC-OWED (J) > 0
             AND WS-RC-GAME-ID (J) = WRC-GAME-ID
             AND WS-RC-PLAYER-ID (J) = WRC-PLAYER-ID
             AND WS-RC-RUN-DATE (J) = WRC-RUN-DATE
           IF WS-RC-OWED (J) > WS-OFS-LEFT
             MOVE WS-OFS-LEFT TO WS-OFS-TAKE
           ELSE
             MOVE WS-RC-OWED (J) TO WS-OFS-TAKE
           END-IF
           SUBTRACT WS-OFS-TAKE FROM WS-RC-OWED (J)
           SUBTRACT WS-OFS-TAKE FROM WS-OFS-LEFT
         END-IF.

       REPORT-RECEIVABLES.
         PERFORM REPORT-ONE-RECEIVABLE
           VARYING I FROM 1 BY 1 UNTIL I > WS-RCV-COUNT.
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

      *> Every clawback still open, and under each clawback -
      *> open or settled - the offsets that went to it.
       REPORT-ONE-RECEIVABLE.
         IF WS-RC-STATUS (I) = "O"
           ADD 1 TO WS-OPEN-COUNT
           ADD WS-RC-OWED (I) TO WS-OPEN-TOTAL
           MOVE "D" TO WS-DT-FUNCTION
           MOVE WS-TODAY TO WS-DT-DATE-1
           MOVE WS-RC-ENTRY-DATE (I) TO WS-DT-DATE-2
           PERFORM CALL-DATE-UTIL
           MOVE WS-RC-OWED (I) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-DUNNING : OWED " DELIMITED BY SIZE
             WS-RC-PLAYER-NAME (I) DELIMITED BY SIZE
             WS-RC-GAME-ID (I) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           IF WS-RC-PLAYER-ID (I) > 0
             MOVE SPACES TO WS-NOTICE-TEXT
             STRING "WARO: you owe" DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               " back on game " DELIMITED BY SIZE
               WS-RC-GAME-ID (I) DELIMITED BY SIZE
               " - see the desk" DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
             PERFORM WRITE-NOTICE
           END-IF
         END-IF.
         MOVE 0 TO WS-OFFSET-COUNT.
         IF WS-RC-STATUS (I) = "O" OR WS-RC-STATUS (I) = "S"
           PERFORM COUNT-ONE-OFFSET
             VARYING J FROM I BY 1 UNTIL J > WS-RCV-COUNT
         END-IF.
         IF WS-OFFSET-COUNT > 0 AND WS-RC-STATUS (I) = "S"
           MOVE WS-RC-AMOUNT (I) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-DUNNING : SETTLED " DELIMITED BY SIZE
             WS-RC-PLAYER-NAME (I) DELIMITED BY SIZE
             WS-AMOUNT-DISPLAY DELIMITED BY SIZE
             " raised " DELIMITED BY SIZE
             WS-RC-ENTRY-DATE (I) DELIMITED BY SIZE
             " game " DELIMITED BY SIZE
             WS-RC-GAME-ID (I) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         IF WS-OFFSET-COUNT > 0
           PERFORM REPORT-ONE-OFFSET
             VARYING J FROM I BY 1 UNTIL J > WS-RCV-COUNT
         END-IF.

       COUNT-ONE-OFFSET.
         IF WS-RC-STATUS (J) = "F"
             AND WS-RC-GAME-ID (J) = WS-RC-GAME-ID (I)
             AND WS-RC-PLAYER-ID (J) = WS-RC-PLAYER-ID (I)
             AND WS-RC-RUN-DATE (J) = WS-RC-RUN-DATE (I)
           ADD 1 TO WS-OFFSET-COUNT
         END-IF.

       REPORT-ONE-OFFSET.
         IF WS-RC-STATUS (J) = "F"
             AND WS-RC-GAME-ID (J) = WS-RC-GAME-ID (I)
             AND WS-RC-PLAYER-ID (J) = WS-RC-PLAYER-ID (I)
             AND WS-RC-RUN-DATE (J) = WS-RC-RUN-DATE (I)
           MOVE WS-RC-AMOUNT (J) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-DUNNING :   OFFSET " DELIMITED BY SIZE
             WS-RC-PLAYER-NAME (J) DELIMITED BY SIZE
             WS-AMOUNT-DISPLAY DELIMITED BY SIZE
             " of winnings taken " DELIMITED BY SIZE
             WS-RC-ENTRY-DATE (J) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

      *> Money collected: flip the entry settled and rewrite.
         MOVE WS-RC-STATUS (I) TO WRC-STATUS.
         WRITE WARO-RECEIVABLE-REC.

      *> The member hears of it too, through the notice feed.
       WRITE-NOTICE.
         OPEN EXTEND WARO-NOTICE-FILE.
         IF WS-NOTICE-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-NOTICE-FILE
         END-IF.
         MOVE SPACES TO WARO-NOTICE-REC.
         MOVE WS-TODAY TO WNT-NOTICE-DATE.
         MOVE WS-RC-PLAYER-ID (I) TO WNT-PLAYER-ID.
         MOVE "DUNNING" TO WNT-SOURCE.
         MOVE WS-NOTICE-TEXT TO WNT-TEXT.
         WRITE WARO-NOTICE-REC.
         CLOSE WARO-NOTICE-FILE.

      *> One door to the date utility so a missing module ends
      *> with a controlled message and code, not a raw abend.
       CALL-DATE-UTIL.
