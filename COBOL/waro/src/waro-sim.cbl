      *> audit or payout output - and emits only distribution
      *> statistics: points and win frequency per player, and the
      *> per-hand pot mean and variance. Parm:
      *>   <hands> <players> <seed> [SPLITPOT] [LOWBALL] [WAR]
      *> WAR re-bids tied rounds through war-rebid and adds the
      *> count of war rounds and re-bid cards spent.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         01 WS-SEED-TEXT PIC X(8) JUSTIFIED RIGHT VALUE SPACES.
         01 WS-SPLITPOT-TEXT PIC X(8) VALUE SPACES.
         01 WS-LOWBALL-TEXT PIC X(8) VALUE SPACES.
         01 WS-WAR-TEXT PIC X(8) VALUE SPACES.
         01 WS-HAND-COUNT PIC 9(6) VALUE 1000.
         01 WS-HAND-NBR PIC 9(6) VALUE 0.
         01 WS-NUM-PLAYERS PIC 9(2) VALUE 3.
           88 WARO-SPLITPOT-MODE VALUE "Y".
         01 WS-LOWBALL-MODE-SW PIC X(1) VALUE "N".
           88 WARO-LOWBALL-MODE VALUE "Y".
         01 WS-WAR-MODE-SW PIC X(1) VALUE "N".
           88 WARO-WAR-MODE VALUE "Y".
         01 WS-RULE-CODE PIC X(1) VALUE "H".
         78 NUM-CARDS-DECK VALUE 52.
         78 NUM-CARDS-HAND-MAX VALUE 26.
              88 WARO-ROUND-WON VALUE "Y".
         01 WS-WINNER-COUNT PIC 9(2) VALUE 0.
         01 WS-FIRST-WINNER-IDX PIC 9(2) VALUE 0.
         01 WS-REBID-AREA.
            02 WS-RB-STEP-COUNT PIC 9(2) VALUE 0.
            02 WS-RB-LINE-COUNT PIC 9(3) VALUE 0.
            02 WS-RB-WINNER-IDX PIC 9(2) VALUE 0.
            02 WS-RB-SETTLED-BY PIC X(1) VALUE SPACE.
            02 WS-RB-SEAT-ENTRY OCCURS NUM-PLAYERS-MAX TIMES.
               03 WS-RB-CONTESTED-SW PIC X(1).
               03 WS-RB-CARDS-SPENT PIC 9(2).
               03 WS-RB-LAST-CARD PIC 9(2).
            02 WS-RB-LINE OCCURS 260 TIMES.
               03 WS-RB-LINE-STEP PIC 9(2).
               03 WS-RB-LINE-SEAT PIC 9(2).
               03 WS-RB-LINE-CARD PIC 9(2).
               03 WS-RB-LINE-OUTCOME PIC X(1).
         01 PLAYER-TABLE.
            02 PLAYER-ENTRY OCCURS NUM-PLAYERS-MAX TIMES.
               03 PLAYER-NAME PIC X(6).
         01 WS-HAND-BEST-IDX PIC 9(2) VALUE 0.
         01 WS-HAND-BEST-POINTS PIC 9(4) VALUE 0.
         01 WS-HAND-POT PIC 9(6) VALUE 0.
         01 WS-WAR-ROUND-COUNT PIC 9(8) VALUE 0.
         01 WS-WAR-CARD-COUNT PIC 9(8) VALUE 0.
         01 WS-POT-SUM PIC 9(12) VALUE 0.
         01 WS-POT-SUMSQ PIC 9(16) VALUE 0.
         01 WS-POT-MEAN PIC 9(8)V99 VALUE 0.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY SPACE
           INTO WS-HANDS-TEXT WS-PLAYERS-TEXT WS-SEED-TEXT
             WS-SPLITPOT-TEXT WS-LOWBALL-TEXT WS-WAR-TEXT.
         INSPECT WS-HANDS-TEXT REPLACING LEADING SPACE BY ZERO.
         INSPECT WS-PLAYERS-TEXT REPLACING LEADING SPACE BY ZERO.
         INSPECT WS-SEED-TEXT REPLACING LEADING SPACE BY ZERO.
           MOVE "Y" TO WS-LOWBALL-MODE-SW
           MOVE "L" TO WS-RULE-CODE
         END-IF.
         IF WS-SPLITPOT-TEXT = "WAR"
             OR WS-LOWBALL-TEXT = "WAR"
             OR WS-WAR-TEXT = "WAR"
           MOVE "Y" TO WS-WAR-MODE-SW
         END-IF.
         COMPUTE WS-NUM-CARDS-DEAL =
           (WS-NUM-PLAYERS + 1) * WS-NUM-CARDS-HAND.
         DISPLAY "WARO-SIM : hands " WS-HAND-COUNT
           " players " WS-NUM-PLAYERS
           " splitpot " WS-SPLITPOT-MODE-SW
           " war " WS-WAR-MODE-SW.

      *> Seat the simulated table the way WARO would: ACTIVE
      *> roster names and strategies when the file is present,
         MOVE 0 TO WS-FIRST-WINNER-IDX.
         PERFORM CHECK-ROUND-WINNER
           VARYING X FROM 1 BY 1 UNTIL X > WS-NUM-PLAYERS.
         IF WARO-WAR-MODE AND WS-WINNER-COUNT > 1
           CALL 'war-rebid'
             USING PLAYER-TABLE, WS-NUM-PLAYERS, WS-NUM-CARDS-HAND,
               WS-RULE-CODE, WS-ROUND-WON-TABLE, WS-REBID-AREA
           MOVE 1 TO WS-WINNER-COUNT
           MOVE WS-RB-WINNER-IDX TO WS-FIRST-WINNER-IDX
           ADD 1 TO WS-WAR-ROUND-COUNT
           PERFORM COUNT-WAR-CARDS
             VARYING X FROM 1 BY 1 UNTIL X > WS-NUM-PLAYERS
         END-IF.
         IF WS-WINNER-COUNT > 0
           IF WARO-SPLITPOT-MODE
             MOVE PRIZE-CARD TO WS-DU-DIVIDEND
           END-IF
         END-IF.

       COUNT-WAR-CARDS.
         ADD WS-RB-CARDS-SPENT (X) TO WS-WAR-CARD-COUNT.

       AWARD-ONE-SHARE.
         IF WARO-ROUND-WON (X)
           ADD WS-DU-QUOTIENT TO PLAYER-POINTS (X)
         MOVE WS-POT-VARIANCE TO WS-POT-VARIANCE-ED.
         DISPLAY "WARO-SIM : pot mean " WS-POT-MEAN-ED
           " variance " WS-POT-VARIANCE-ED.
         IF WARO-WAR-MODE
           DISPLAY "WARO-SIM : war rounds " WS-WAR-ROUND-COUNT
             " re-bid cards spent " WS-WAR-CARD-COUNT
         END-IF.

       REPORT-ONE-SEAT.
         COMPUTE WS-AVG-POINTS ROUNDED =
