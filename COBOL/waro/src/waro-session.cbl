                 PERFORM ACCUMULATE-ONE-RESULTS-PLAYER
                   VARYING WS-RESULTS-PLAYER-IDX FROM 1 BY 1
                     UNTIL WS-RESULTS-PLAYER-IDX > WRR-NUM-PLAYERS
               WHEN WRR-CORRECTION-REC
                 ADD 1 TO WS-BAL-COUNT
                 PERFORM BALANCE-ONE-CORRECTION
               WHEN WRR-TRAILER-REC
                 MOVE "N" TO WS-BAL-PENDING-SW
                 IF WRR-TRAILER-COUNT NOT = WS-BAL-COUNT
             END-EVALUATE
         END-READ.

      *> A correction batch balances on the points it moved.
       BALANCE-ONE-CORRECTION.
         IF WRR-CR-ADJ-POINTS < 0
           SUBTRACT WRR-CR-ADJ-POINTS FROM WS-BAL-HASH
         ELSE
           ADD WRR-CR-ADJ-POINTS TO WS-BAL-HASH
         END-IF.

       ACCUMULATE-ONE-RESULTS-PLAYER.
         ADD WRR-PLAYER-POINTS (WS-RESULTS-PLAYER-IDX)
           TO WS-BAL-HASH.
