       PROGRAM-ID. WARO-SEASON.
      *> Formal end of season, replacing the nervous manual
      *> copy-and-truncate of WARO-RESULTS. Parm: the season year
      *> (YYYY), or CURRENT for this year - the word the year-end
      *> job stream passes. The close:
      *>   - ranks and publishes the season's final standings,
      *>   - crowns a champion per division and files each title
      *>     on WARO-TITLES for the records book,
           88 WARO-ROSTER-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-YEAR-TEXT PIC X(4) VALUE SPACES.
         01 WS-TODAY-DATE PIC 9(8) VALUE 0.
         01 WS-SEASON-YEAR PIC 9(4) VALUE 0.
         01 WS-CLOSING-SW PIC X(1) VALUE "N".
           88 WARO-CLOSING-BATCH VALUE "Y".
       READ-YEAR-PARM.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY SPACE INTO WS-YEAR-TEXT.
         IF WS-PARM (1:8) = "CURRENT"
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE (1:4) TO WS-YEAR-TEXT
         END-IF.
         IF WS-YEAR-TEXT IS NUMERIC
           MOVE WS-YEAR-TEXT TO WS-SEASON-YEAR
         END-IF.
               MOVE WARO-RESULTS-REC TO WARO-HISTORY-REC
               WRITE WARO-HISTORY-REC
               IF WRR-DETAIL-REC
                 PERFORM RELEASE-ONE-SEAT THRU RELEASE-ONE-SEAT-EXIT
                   VARYING WS-RESULTS-PLAYER-IDX FROM 1 BY 1
                     UNTIL WS-RESULTS-PLAYER-IDX > WRR-NUM-PLAYERS
               END-IF

      *> Registered members key by id so two members with the
      *> same short table name stay apart; walk-ins key by name.
      *> A seat the house played stands nowhere in the season.
       RELEASE-ONE-SEAT.
         IF WRR-HOUSE-SEAT (WS-RESULTS-PLAYER-IDX)
           GO TO RELEASE-ONE-SEAT-EXIT
         END-IF.
         MOVE WRR-PLAYER-ID (WS-RESULTS-PLAYER-IDX)
           TO SSE-PLAYER-ID.
         IF WRR-PLAYER-ID (WS-RESULTS-PLAYER-IDX) > 0
         MOVE WRR-PLAYER-POINTS (WS-RESULTS-PLAYER-IDX)
           TO SSE-POINTS.
         RELEASE SORT-SEAS-REC.
       RELEASE-ONE-SEAT-EXIT.
         EXIT.

       TOTAL-SEASON-PLAYERS.
         OPEN OUTPUT SEASON-WORK-FILE.
