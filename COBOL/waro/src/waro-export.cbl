               PERFORM CHECK-RESULTS-WINDOW
               IF WARO-YEAR-MATCHES
                 PERFORM ACCUMULATE-ONE-RESULTS-PLAYER
                   THRU ACCUMULATE-ONE-RESULTS-EXIT
                   VARYING WS-RESULTS-PLAYER-IDX FROM 1 BY 1
                     UNTIL WS-RESULTS-PLAYER-IDX > WRR-NUM-PLAYERS
               END-IF
           END-IF
         END-IF.

      *> The leaders' summary is members' and walk-ins' - a seat
      *> the house played is left off it.
       ACCUMULATE-ONE-RESULTS-PLAYER.
         IF WRR-HOUSE-SEAT (WS-RESULTS-PLAYER-IDX)
           GO TO ACCUMULATE-ONE-RESULTS-EXIT
         END-IF.
         MOVE WRR-PLAYER-ID (WS-RESULTS-PLAYER-IDX) TO WS-ACCUM-ID.
         MOVE WRR-PLAYER-NAME (WS-RESULTS-PLAYER-IDX)
           TO WS-ACCUM-NAME.
             TO WS-SUMMARY-MTD-POINTS (WS-SUMMARY-IDX)
           ADD 1 TO WS-SUMMARY-MTD-GAMES (WS-SUMMARY-IDX)
         END-IF.
       ACCUMULATE-ONE-RESULTS-EXIT.
         EXIT.

       FIND-OR-ADD-NAME.
         MOVE "N" TO WS-FOUND-SW.
