       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-COLLUDE.
      *> Soft-play and collusion watch list over the fixed-layout
      *> WARO-GAMEDTL file. Parm:
      *>   [from-date [to-date]]   - YYYYMMDD window, default all
      *> Every pair of seats that shared a round is scored on two
      *> patterns the floor has asked to see:
      *>   DUMP  - one seat throwing a give-up card on the rounds
      *>           the other seat takes (a low card under the high
      *>           rule, a high card under lowball - the rule for
      *>           each game comes off its WARO-RESULTS batch)
      *>   JOINT - the pair taking far more rounds between them
      *>           than their WARO-RATINGS share of the table says
      *>           they should
      *> Only pairs with enough rounds together are judged. The
      *> flagged pairs come out ranked worst first, each with the
      *> game ids behind the flag so the hand-history sheet can
      *> be pulled before the next night.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROGDS.
         COPY WARORTS.
         COPY WARORES.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WAROGDR.
         COPY WARORTR.
         COPY WARORSF.
         WORKING-STORAGE SECTION.
         01 WS-GAMEDTL-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RATINGS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RESULTS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-GAMEDTL-EOF-SW PIC X(1) VALUE "N".
           88 WARO-GAMEDTL-EOF VALUE "Y".
         01 WS-RATINGS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-RATINGS-EOF VALUE "Y".
         01 WS-RESULTS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-RESULTS-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-FROM-TEXT PIC X(8) VALUE SPACES.
         01 WS-TO-TEXT PIC X(8) VALUE SPACES.
         01 WS-FROM-DATE PIC 9(8) VALUE 0.
         01 WS-TO-DATE PIC 9(8) VALUE 99999999.

      *> Judging thresholds. A pair is only judged once it has
      *> shared MIN-ROUNDS rounds; a DUMP flag needs the partner
      *> to have taken MIN-PARTNER-WINS of them with a give-up
      *> card behind DUMP-PCT of those wins; a JOINT flag needs
      *> the pair's round wins to reach JOINT-PCT of what their
      *> ratings predict.
         78 NUM-MIN-ROUNDS VALUE 20.
         78 NUM-MIN-PARTNER-WINS VALUE 10.
         78 NUM-DUMP-PCT VALUE 60.
         78 NUM-JOINT-PCT VALUE 150.
         78 NUM-LOW-RANK-MAX VALUE 4.
         78 NUM-HIGH-RANK-MIN VALUE 10.
         78 STARTING-RATING VALUE 1500.

      *> Current ratings, loaded whole; members with no rating
      *> yet (and walk-ins) are taken at the starting rating.
         78 NUM-RATINGS-MAX VALUE 200.
         01 WS-RATING-TABLE.
            02 WS-RATING-ENTRY OCCURS NUM-RATINGS-MAX TIMES.
               03 WS-RT-PLAYER-ID PIC 9(4).
               03 WS-RT-RATING PIC 9(4).
         01 WS-RATING-COUNT PIC 9(3) VALUE 0.
         01 WS-LOOKUP-ID PIC 9(4) VALUE 0.
         01 WS-LOOKUP-RATING PIC 9(4) VALUE 0.

      *> Games played under the lowball rule, off WARO-RESULTS.
         78 NUM-LOWBALL-MAX VALUE 200.
         01 WS-LOWBALL-TABLE.
            02 WS-LB-GAME-ID PIC 9(16) OCCURS NUM-LOWBALL-MAX TIMES.
         01 WS-LOWBALL-COUNT PIC 9(3) VALUE 0.
         01 WS-LOWBALL-SW PIC X(1) VALUE "N".
           88 WARO-LOWBALL-GAME VALUE "Y".

      *> One round's seats, grouped by the (game, table, round)
      *> key - detail records of a round are written together.
         01 WS-CUR-KEY.
            02 WS-CUR-GAME-ID PIC 9(16).
            02 WS-CUR-TABLE-ID PIC 9(1).
            02 WS-CUR-ROUND PIC 9(2).
         01 WS-REC-KEY.
            02 WS-REC-GAME-ID PIC 9(16).
            02 WS-REC-TABLE-ID PIC 9(1).
            02 WS-REC-ROUND PIC 9(2).
         01 WS-ROUND-SEAT-TABLE.
            02 WS-RS-ENTRY OCCURS 10 TIMES.
               03 WS-RS-ID PIC 9(4).
               03 WS-RS-NAME PIC X(6).
               03 WS-RS-BID PIC 9(2).
               03 WS-RS-RESULT PIC X(1).
               03 WS-RS-RATING PIC 9(4).
               03 WS-RS-GIVEUP-SW PIC X(1).
         01 WS-RS-COUNT PIC 9(2) VALUE 0.
         01 WS-ROUND-RATING-SUM PIC 9(6) VALUE 0.

      *> Pairwise accumulators. The pair key is normalized so
      *> (a,b) and (b,a) land in the same slot. WS-PR-EXPECT is
      *> the rounds the pair should have taken between them, in
      *> hundredths of a round.
         78 NUM-PAIRS-MAX VALUE 200.
         78 NUM-PAIR-GAMES-MAX VALUE 5.
         01 WS-PAIR-TABLE.
            02 WS-PAIR-ENTRY OCCURS NUM-PAIRS-MAX TIMES.
               03 WS-PR-ID-1 PIC 9(4).
               03 WS-PR-NAME-1 PIC X(6).
               03 WS-PR-ID-2 PIC 9(4).
               03 WS-PR-NAME-2 PIC X(6).
               03 WS-PR-ROUNDS PIC 9(6).
               03 WS-PR-WINS-1 PIC 9(6).
               03 WS-PR-WINS-2 PIC 9(6).
               03 WS-PR-PAIR-WINS PIC 9(6).
               03 WS-PR-DUMP-1 PIC 9(6).
               03 WS-PR-DUMP-2 PIC 9(6).
               03 WS-PR-EXPECT PIC 9(8).
               03 WS-PR-DUMP-PCT PIC 9(3).
               03 WS-PR-JOINT-PCT PIC 9(5).
               03 WS-PR-SCORE PIC 9(5).
               03 WS-PR-FLAG PIC X(11).
               03 WS-PR-GAME-COUNT PIC 9(1).
               03 WS-PR-GAME-ID PIC 9(16)
                    OCCURS NUM-PAIR-GAMES-MAX TIMES.
               03 WS-PR-WGAME-COUNT PIC 9(1).
               03 WS-PR-WGAME-ID PIC 9(16)
                    OCCURS NUM-PAIR-GAMES-MAX TIMES.
         01 WS-PAIR-COUNT PIC 9(3) VALUE 0.
         01 WS-PAIR-IDX PIC 9(3) VALUE 0.
         01 WS-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-PAIR-FOUND VALUE "Y".
         01 WS-PAIRS-SKIPPED PIC 9(6) VALUE 0.

      *> The watch list: indexes of the flagged pairs, ranked by
      *> score worst first.
         01 WS-WATCH-TABLE.
            02 WS-WATCH-IDX PIC 9(3) OCCURS NUM-PAIRS-MAX TIMES.
         01 WS-WATCH-COUNT PIC 9(3) VALUE 0.
         01 WS-WATCH-RANK PIC 9(3) VALUE 0.
         01 WS-SWAP-IDX PIC 9(3) VALUE 0.
         01 WS-BEST-POS PIC 9(3) VALUE 0.

      *> Scratch for one pair settlement.
         01 WS-SIDE-1 PIC 9(2) VALUE 0.
         01 WS-SIDE-2 PIC 9(2) VALUE 0.
         01 WS-CARD-VALUE PIC 9(2).
         01 WS-CARD-ZERO PIC 9(2).
         01 WS-CARD-SUIT PIC 9(1).
         01 WS-CARD-RANK PIC 9(2).
         01 WS-EXPECT-ADD PIC 9(6) VALUE 0.
         01 WS-DUMP-PCT-1 PIC 9(3) VALUE 0.
         01 WS-DUMP-PCT-2 PIC 9(3) VALUE 0.
         01 WS-NOTE-GAME-ID PIC 9(16) VALUE 0.
         01 WS-GAME-SEEN-SW PIC X(1) VALUE "N".
           88 WARO-GAME-SEEN VALUE "Y".
         01 WS-PCT-DISPLAY PIC ZZ9.
         01 WS-JOINT-DISPLAY PIC ZZZZ9.
         01 WS-RANK-DISPLAY PIC Z9.
         01 I PIC 9(3).
         01 J PIC 9(3).
         01 X PIC 9(2).
         01 Y PIC 9(2).
         01 TMP PIC 9(2).

       PROCEDURE DIVISION.
       BEGIN.
         PERFORM READ-COLLUDE-PARM.
         PERFORM LOAD-RATINGS.
         PERFORM LOAD-LOWBALL-GAMES.

         OPEN INPUT WARO-GAMEDTL-FILE.
         IF WS-GAMEDTL-FILE-STATUS NOT = "00"
           MOVE "WARO-COLLUDE : no WARO-GAMEDTL file to analyze"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
         MOVE 0 TO WS-RS-COUNT.
         PERFORM GROUP-ONE-DETAIL UNTIL WARO-GAMEDTL-EOF.
         IF WS-RS-COUNT > 0
           PERFORM SETTLE-ROUND-PAIRS
         END-IF.
         CLOSE WARO-GAMEDTL-FILE.

         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-COLLUDE : watch list for " DELIMITED BY SIZE
           WS-FROM-DATE DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           WS-TO-DATE DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         PERFORM JUDGE-ONE-PAIR
           VARYING WS-PAIR-IDX FROM 1 BY 1
             UNTIL WS-PAIR-IDX > WS-PAIR-COUNT.
         IF WS-WATCH-COUNT = 0
           MOVE "WARO-COLLUDE : no pair meets a watch-list pattern"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         ELSE
           PERFORM RANK-WATCH-LIST
             VARYING I FROM 1 BY 1 UNTIL I > WS-WATCH-COUNT
           PERFORM REPORT-ONE-WATCH
             VARYING WS-WATCH-RANK FROM 1 BY 1
               UNTIL WS-WATCH-RANK > WS-WATCH-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-COLLUDE : " DELIMITED BY SIZE
             WS-WATCH-COUNT DELIMITED BY SIZE
             " pair(s) on the watch list" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
         END-IF.
         IF WS-PAIRS-SKIPPED > 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-COLLUDE : NOTE - " DELIMITED BY SIZE
             WS-PAIRS-SKIPPED DELIMITED BY SIZE
             " pairing(s) beyond the pair table were dropped"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
         END-IF.
         MOVE "WARO-COLLUDE Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       STOP RUN.

       READ-COLLUDE-PARM.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY SPACE
           INTO WS-FROM-TEXT WS-TO-TEXT.
         IF WS-FROM-TEXT IS NUMERIC
           MOVE WS-FROM-TEXT TO WS-FROM-DATE
         END-IF.
         IF WS-TO-TEXT IS NUMERIC
           MOVE WS-TO-TEXT TO WS-TO-DATE
         END-IF.

       LOAD-RATINGS.
         OPEN INPUT WARO-RATINGS-FILE.
         IF WS-RATINGS-FILE-STATUS = "00"
           PERFORM LOAD-ONE-RATING
             UNTIL WARO-RATINGS-EOF
               OR WS-RATING-COUNT = NUM-RATINGS-MAX
           CLOSE WARO-RATINGS-FILE
         ELSE
           MOVE "WARO-COLLUDE : no WARO-RATINGS - all seats at 1500"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

       LOAD-ONE-RATING.
         READ WARO-RATINGS-FILE
           AT END MOVE "Y" TO WS-RATINGS-EOF-SW
           NOT AT END
             IF WRG-PLAYER-ID IS NUMERIC AND WRG-RATING IS NUMERIC
               ADD 1 TO WS-RATING-COUNT
               MOVE WRG-PLAYER-ID TO WS-RT-PLAYER-ID (WS-RATING-COUNT)
               MOVE WRG-RATING TO WS-RT-RATING (WS-RATING-COUNT)
             END-IF
         END-READ.

       LOOKUP-RATING.
         MOVE STARTING-RATING TO WS-LOOKUP-RATING.
         PERFORM CHECK-ONE-RATING
           VARYING J FROM 1 BY 1 UNTIL J > WS-RATING-COUNT.

       CHECK-ONE-RATING.
         IF WS-RT-PLAYER-ID (J) = WS-LOOKUP-ID
             AND WS-LOOKUP-ID > 0
           MOVE WS-RT-RATING (J) TO WS-LOOKUP-RATING
         END-IF.

       LOAD-LOWBALL-GAMES.
         OPEN INPUT WARO-RESULTS-FILE.
         IF WS-RESULTS-FILE-STATUS = "00"
           PERFORM LOAD-ONE-RESULT
             UNTIL WARO-RESULTS-EOF
               OR WS-LOWBALL-COUNT = NUM-LOWBALL-MAX
           CLOSE WARO-RESULTS-FILE
         END-IF.

       LOAD-ONE-RESULT.
         READ WARO-RESULTS-FILE
           AT END MOVE "Y" TO WS-RESULTS-EOF-SW
           NOT AT END
             IF WRR-DETAIL-REC AND WRR-RULE-LOWBALL
               MOVE WRR-GAME-ID TO WS-NOTE-GAME-ID
               PERFORM CHECK-LOWBALL-GAME
               IF NOT WARO-LOWBALL-GAME
                 ADD 1 TO WS-LOWBALL-COUNT
                 MOVE WRR-GAME-ID
                   TO WS-LB-GAME-ID (WS-LOWBALL-COUNT)
               END-IF
             END-IF
         END-READ.

       CHECK-LOWBALL-GAME.
         MOVE "N" TO WS-LOWBALL-SW.
         PERFORM CHECK-ONE-LOWBALL
           VARYING J FROM 1 BY 1
             UNTIL J > WS-LOWBALL-COUNT OR WARO-LOWBALL-GAME.

       CHECK-ONE-LOWBALL.
         IF WS-LB-GAME-ID (J) = WS-NOTE-GAME-ID
           MOVE "Y" TO WS-LOWBALL-SW
         END-IF.

      *> Records outside the date window, and records cut before
      *> the bid fields were numeric, are passed over.
       GROUP-ONE-DETAIL.
         READ WARO-GAMEDTL-FILE
           AT END
             MOVE "Y" TO WS-GAMEDTL-EOF-SW
           NOT AT END
             IF WGD-RUN-DATE IS NUMERIC
                 AND WGD-RUN-DATE >= WS-FROM-DATE
                 AND WGD-RUN-DATE <= WS-TO-DATE
                 AND WGD-BID-CARD IS NUMERIC
               PERFORM GROUP-ONE-SEAT
             END-IF
         END-READ.

       GROUP-ONE-SEAT.
         MOVE WGD-GAME-ID TO WS-REC-GAME-ID.
         MOVE WGD-TABLE-ID TO WS-REC-TABLE-ID.
         MOVE WGD-ROUND TO WS-REC-ROUND.
         IF WS-RS-COUNT > 0 AND WS-REC-KEY NOT = WS-CUR-KEY
           PERFORM SETTLE-ROUND-PAIRS
           MOVE 0 TO WS-RS-COUNT
         END-IF.
         MOVE WS-REC-KEY TO WS-CUR-KEY.
         IF WS-RS-COUNT < 10
           ADD 1 TO WS-RS-COUNT
           MOVE WGD-PLAYER-ID TO WS-RS-ID (WS-RS-COUNT)
           MOVE WGD-PLAYER-NAME TO WS-RS-NAME (WS-RS-COUNT)
           MOVE WGD-BID-CARD TO WS-RS-BID (WS-RS-COUNT)
           MOVE WGD-RESULT TO WS-RS-RESULT (WS-RS-COUNT)
           MOVE WGD-PLAYER-ID TO WS-LOOKUP-ID
           PERFORM LOOKUP-RATING
           MOVE WS-LOOKUP-RATING TO WS-RS-RATING (WS-RS-COUNT)
         END-IF.

      *> A round is settled once all its seats are in: the table's
      *> rating total sets each pair's expected share, and each
      *> seat's bid is marked as a give-up card or not under the
      *> game's rule.
       SETTLE-ROUND-PAIRS.
         MOVE WS-CUR-GAME-ID TO WS-NOTE-GAME-ID.
         PERFORM CHECK-LOWBALL-GAME.
         MOVE 0 TO WS-ROUND-RATING-SUM.
         PERFORM MARK-ONE-SEAT
           VARYING X FROM 1 BY 1 UNTIL X > WS-RS-COUNT.
         PERFORM SETTLE-SEAT-PAIRS
           VARYING X FROM 1 BY 1 UNTIL X > WS-RS-COUNT.

       MARK-ONE-SEAT.
         ADD WS-RS-RATING (X) TO WS-ROUND-RATING-SUM.
         MOVE "N" TO WS-RS-GIVEUP-SW (X).
         MOVE WS-RS-BID (X) TO WS-CARD-VALUE.
         IF WS-CARD-VALUE > 0
           SUBTRACT 1 FROM WS-CARD-VALUE GIVING WS-CARD-ZERO
           DIVIDE WS-CARD-ZERO BY 13 GIVING WS-CARD-SUIT
             REMAINDER WS-CARD-RANK
           ADD 1 TO WS-CARD-RANK
           IF WARO-LOWBALL-GAME
             IF WS-CARD-RANK >= NUM-HIGH-RANK-MIN
               MOVE "Y" TO WS-RS-GIVEUP-SW (X)
             END-IF
           ELSE
             IF WS-CARD-RANK <= NUM-LOW-RANK-MAX
               MOVE "Y" TO WS-RS-GIVEUP-SW (X)
             END-IF
           END-IF
         END-IF.

       SETTLE-SEAT-PAIRS.
         ADD 1 TO X GIVING TMP.
         PERFORM SETTLE-ONE-PAIR
           VARYING Y FROM TMP BY 1 UNTIL Y > WS-RS-COUNT.

      *> Normalize the pair (lower id first, walk-ins by name) so
      *> both orderings accumulate in one slot.
       SETTLE-ONE-PAIR.
         IF WS-RS-ID (X) < WS-RS-ID (Y)
             OR (WS-RS-ID (X) = WS-RS-ID (Y)
                 AND WS-RS-NAME (X) <= WS-RS-NAME (Y))
           MOVE X TO WS-SIDE-1
           MOVE Y TO WS-SIDE-2
         ELSE
           MOVE Y TO WS-SIDE-1
           MOVE X TO WS-SIDE-2
         END-IF.
         PERFORM FIND-OR-ADD-PAIR.
         IF WS-PAIR-IDX > 0
           PERFORM TALLY-ONE-PAIR
         END-IF.

       FIND-OR-ADD-PAIR.
         MOVE "N" TO WS-FOUND-SW.
         PERFORM SEARCH-PAIR-ENTRY
           VARYING WS-PAIR-IDX FROM 1 BY 1
             UNTIL WS-PAIR-IDX > WS-PAIR-COUNT OR WARO-PAIR-FOUND.
         IF WARO-PAIR-FOUND
           SUBTRACT 1 FROM WS-PAIR-IDX
         END-IF.
         IF NOT WARO-PAIR-FOUND
           IF WS-PAIR-COUNT = NUM-PAIRS-MAX
             ADD 1 TO WS-PAIRS-SKIPPED
             MOVE 0 TO WS-PAIR-IDX
           ELSE
             ADD 1 TO WS-PAIR-COUNT
             MOVE WS-PAIR-COUNT TO WS-PAIR-IDX
             INITIALIZE WS-PAIR-ENTRY (WS-PAIR-IDX)
             MOVE WS-RS-ID (WS-SIDE-1) TO WS-PR-ID-1 (WS-PAIR-IDX)
             MOVE WS-RS-NAME (WS-SIDE-1)
               TO WS-PR-NAME-1 (WS-PAIR-IDX)
             MOVE WS-RS-ID (WS-SIDE-2) TO WS-PR-ID-2 (WS-PAIR-IDX)
             MOVE WS-RS-NAME (WS-SIDE-2)
               TO WS-PR-NAME-2 (WS-PAIR-IDX)
           END-IF
         END-IF.

       SEARCH-PAIR-ENTRY.
         IF WS-PR-ID-1 (WS-PAIR-IDX) = WS-RS-ID (WS-SIDE-1)
             AND WS-PR-NAME-1 (WS-PAIR-IDX) = WS-RS-NAME (WS-SIDE-1)
             AND WS-PR-ID-2 (WS-PAIR-IDX) = WS-RS-ID (WS-SIDE-2)
             AND WS-PR-NAME-2 (WS-PAIR-IDX) = WS-RS-NAME (WS-SIDE-2)
           MOVE "Y" TO WS-FOUND-SW
         END-IF.

      *> A give-up card on a round the partner takes counts as a
      *> dump, and the game behind it goes on the pair's list.
       TALLY-ONE-PAIR.
         ADD 1 TO WS-PR-ROUNDS (WS-PAIR-IDX).
         IF WS-ROUND-RATING-SUM > 0
           COMPUTE WS-EXPECT-ADD =
             ((WS-RS-RATING (WS-SIDE-1) + WS-RS-RATING (WS-SIDE-2))
               * 100) / WS-ROUND-RATING-SUM
           ADD WS-EXPECT-ADD TO WS-PR-EXPECT (WS-PAIR-IDX)
         END-IF.
         IF WS-RS-RESULT (WS-SIDE-1) = "W"
           ADD 1 TO WS-PR-WINS-1 (WS-PAIR-IDX)
         END-IF.
         IF WS-RS-RESULT (WS-SIDE-2) = "W"
           ADD 1 TO WS-PR-WINS-2 (WS-PAIR-IDX)
         END-IF.
         IF WS-RS-RESULT (WS-SIDE-1) = "W"
             OR WS-RS-RESULT (WS-SIDE-2) = "W"
           ADD 1 TO WS-PR-PAIR-WINS (WS-PAIR-IDX)
           PERFORM NOTE-WIN-GAME
         END-IF.
         IF WS-RS-RESULT (WS-SIDE-2) = "W"
             AND WS-RS-RESULT (WS-SIDE-1) NOT = "W"
             AND WS-RS-GIVEUP-SW (WS-SIDE-1) = "Y"
           ADD 1 TO WS-PR-DUMP-1 (WS-PAIR-IDX)
           PERFORM NOTE-PAIR-GAME
         END-IF.
         IF WS-RS-RESULT (WS-SIDE-1) = "W"
             AND WS-RS-RESULT (WS-SIDE-2) NOT = "W"
             AND WS-RS-GIVEUP-SW (WS-SIDE-2) = "Y"
           ADD 1 TO WS-PR-DUMP-2 (WS-PAIR-IDX)
           PERFORM NOTE-PAIR-GAME
         END-IF.

       NOTE-PAIR-GAME.
         MOVE "N" TO WS-GAME-SEEN-SW.
         PERFORM CHECK-ONE-PAIR-GAME
           VARYING J FROM 1 BY 1
             UNTIL J > WS-PR-GAME-COUNT (WS-PAIR-IDX)
               OR WARO-GAME-SEEN.
         IF NOT WARO-GAME-SEEN
             AND WS-PR-GAME-COUNT (WS-PAIR-IDX) < NUM-PAIR-GAMES-MAX
           ADD 1 TO WS-PR-GAME-COUNT (WS-PAIR-IDX)
           MOVE WS-CUR-GAME-ID TO WS-PR-GAME-ID
             (WS-PAIR-IDX, WS-PR-GAME-COUNT (WS-PAIR-IDX))
         END-IF.

       CHECK-ONE-PAIR-GAME.
         IF WS-PR-GAME-ID (WS-PAIR-IDX, J) = WS-CUR-GAME-ID
           MOVE "Y" TO WS-GAME-SEEN-SW
         END-IF.

       NOTE-WIN-GAME.
         MOVE "N" TO WS-GAME-SEEN-SW.
         PERFORM CHECK-ONE-WIN-GAME
           VARYING J FROM 1 BY 1
             UNTIL J > WS-PR-WGAME-COUNT (WS-PAIR-IDX)
               OR WARO-GAME-SEEN.
         IF NOT WARO-GAME-SEEN
             AND WS-PR-WGAME-COUNT (WS-PAIR-IDX) < NUM-PAIR-GAMES-MAX
           ADD 1 TO WS-PR-WGAME-COUNT (WS-PAIR-IDX)
           MOVE WS-CUR-GAME-ID TO WS-PR-WGAME-ID
             (WS-PAIR-IDX, WS-PR-WGAME-COUNT (WS-PAIR-IDX))
         END-IF.

       CHECK-ONE-WIN-GAME.
         IF WS-PR-WGAME-ID (WS-PAIR-IDX, J) = WS-CUR-GAME-ID
           MOVE "Y" TO WS-GAME-SEEN-SW
         END-IF.

      *> Score a pair: the worse of its two dump rates, plus how
      *> far its round wins run past the ratings' prediction.
       JUDGE-ONE-PAIR.
         MOVE SPACES TO WS-PR-FLAG (WS-PAIR-IDX).
         MOVE 0 TO WS-DUMP-PCT-1.
         MOVE 0 TO WS-DUMP-PCT-2.
         IF WS-PR-ROUNDS (WS-PAIR-IDX) < NUM-MIN-ROUNDS
           GO TO JUDGE-ONE-PAIR-EXIT
         END-IF.
         IF WS-PR-WINS-2 (WS-PAIR-IDX) >= NUM-MIN-PARTNER-WINS
           COMPUTE WS-DUMP-PCT-1 =
             (WS-PR-DUMP-1 (WS-PAIR-IDX) * 100)
               / WS-PR-WINS-2 (WS-PAIR-IDX)
         END-IF.
         IF WS-PR-WINS-1 (WS-PAIR-IDX) >= NUM-MIN-PARTNER-WINS
           COMPUTE WS-DUMP-PCT-2 =
             (WS-PR-DUMP-2 (WS-PAIR-IDX) * 100)
               / WS-PR-WINS-1 (WS-PAIR-IDX)
         END-IF.
         IF WS-DUMP-PCT-1 > WS-DUMP-PCT-2
           MOVE WS-DUMP-PCT-1 TO WS-PR-DUMP-PCT (WS-PAIR-IDX)
         ELSE
           MOVE WS-DUMP-PCT-2 TO WS-PR-DUMP-PCT (WS-PAIR-IDX)
         END-IF.
         IF WS-PR-EXPECT (WS-PAIR-IDX) > 0
           COMPUTE WS-PR-JOINT-PCT (WS-PAIR-IDX) =
             (WS-PR-PAIR-WINS (WS-PAIR-IDX) * 10000)
               / WS-PR-EXPECT (WS-PAIR-IDX)
         END-IF.
         MOVE WS-PR-DUMP-PCT (WS-PAIR-IDX) TO WS-PR-SCORE (WS-PAIR-IDX).
         IF WS-PR-JOINT-PCT (WS-PAIR-IDX) > 100
           COMPUTE WS-PR-SCORE (WS-PAIR-IDX) =
             WS-PR-SCORE (WS-PAIR-IDX)
               + WS-PR-JOINT-PCT (WS-PAIR-IDX) - 100
         END-IF.
         IF WS-PR-DUMP-PCT (WS-PAIR-IDX) >= NUM-DUMP-PCT
           MOVE "DUMP" TO WS-PR-FLAG (WS-PAIR-IDX)
         END-IF.
         IF WS-PR-JOINT-PCT (WS-PAIR-IDX) >= NUM-JOINT-PCT
           IF WS-PR-FLAG (WS-PAIR-IDX) = SPACES
             MOVE "JOINT" TO WS-PR-FLAG (WS-PAIR-IDX)
           ELSE
             MOVE "DUMP+JOINT" TO WS-PR-FLAG (WS-PAIR-IDX)
           END-IF
         END-IF.
         IF WS-PR-FLAG (WS-PAIR-IDX) NOT = SPACES
           ADD 1 TO WS-WATCH-COUNT
           MOVE WS-PAIR-IDX TO WS-WATCH-IDX (WS-WATCH-COUNT)
         END-IF.
       JUDGE-ONE-PAIR-EXIT.
         EXIT.

      *> Selection sort on the watch list, highest score first.
       RANK-WATCH-LIST.
         MOVE I TO WS-BEST-POS.
         PERFORM FIND-BEST-WATCH
           VARYING J FROM I BY 1 UNTIL J > WS-WATCH-COUNT.
         IF WS-BEST-POS NOT = I
           MOVE WS-WATCH-IDX (I) TO WS-SWAP-IDX
           MOVE WS-WATCH-IDX (WS-BEST-POS) TO WS-WATCH-IDX (I)
           MOVE WS-SWAP-IDX TO WS-WATCH-IDX (WS-BEST-POS)
         END-IF.

       FIND-BEST-WATCH.
         IF WS-PR-SCORE (WS-WATCH-IDX (J))
             > WS-PR-SCORE (WS-WATCH-IDX (WS-BEST-POS))
           MOVE J TO WS-BEST-POS
         END-IF.

       REPORT-ONE-WATCH.
         MOVE WS-WATCH-IDX (WS-WATCH-RANK) TO WS-PAIR-IDX.
         MOVE WS-WATCH-RANK TO WS-RANK-DISPLAY.
         MOVE WS-PR-DUMP-PCT (WS-PAIR-IDX) TO WS-PCT-DISPLAY.
         MOVE WS-PR-JOINT-PCT (WS-PAIR-IDX) TO WS-JOINT-DISPLAY.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-COLLUDE : #" DELIMITED BY SIZE
           WS-RANK-DISPLAY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PR-ID-1 (WS-PAIR-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PR-NAME-1 (WS-PAIR-IDX) DELIMITED BY SIZE
           " / " DELIMITED BY SIZE
           WS-PR-ID-2 (WS-PAIR-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PR-NAME-2 (WS-PAIR-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PR-FLAG (WS-PAIR-IDX) DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-COLLUDE :  rounds " DELIMITED BY SIZE
           WS-PR-ROUNDS (WS-PAIR-IDX) DELIMITED BY SIZE
           " dumps " DELIMITED BY SIZE
           WS-PR-DUMP-1 (WS-PAIR-IDX) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-PR-DUMP-2 (WS-PAIR-IDX) DELIMITED BY SIZE
           " dump% " DELIMITED BY SIZE
           WS-PCT-DISPLAY DELIMITED BY SIZE
           " win/rating% " DELIMITED BY SIZE
           WS-JOINT-DISPLAY DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-PR-FLAG (WS-PAIR-IDX) (1:4) = "DUMP"
           PERFORM REPORT-ONE-DUMP-GAME
             VARYING J FROM 1 BY 1
               UNTIL J > WS-PR-GAME-COUNT (WS-PAIR-IDX)
         END-IF.
         IF WS-PR-JOINT-PCT (WS-PAIR-IDX) >= NUM-JOINT-PCT
           PERFORM REPORT-ONE-WIN-GAME
             VARYING J FROM 1 BY 1
               UNTIL J > WS-PR-WGAME-COUNT (WS-PAIR-IDX)
         END-IF.

       REPORT-ONE-DUMP-GAME.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-COLLUDE :  dump  game " DELIMITED BY SIZE
           WS-PR-GAME-ID (WS-PAIR-IDX, J) DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       REPORT-ONE-WIN-GAME.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-COLLUDE :  joint game " DELIMITED BY SIZE
           WS-PR-WGAME-ID (WS-PAIR-IDX, J) DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-REPORT-FILE
         END-IF.
         MOVE WS-REPORT-LINE TO WARO-REPORT-REC.
         WRITE WARO-REPORT-REC.
         CLOSE WARO-REPORT-FILE.
