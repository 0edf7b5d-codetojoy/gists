       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-DECKCERT.
      *> Month-end shuffle certification for the gaming board,
      *> over every deck retained on WARO-DECKLIB for the month.
      *> Parm:
      *>   [YYYYMM]   - the month to certify, default this month
      *> Four tests, each a chi-square against a fair shuffle and
      *> each reported PASS or FAIL against its limit (the 0.1%
      *> upper tail for its degrees of freedom):
      *>   POSITION  - every card in every deal position (52x52)
      *>   FIRSTCARD - which card is dealt first off the deck
      *>   KITTY     - each card's share of kitty versus hand
      *>               deals, against the month's overall split
      *>   PRIZE     - prize-card (kitty) frequency by rank
      *> The kitty for a table is its first hand-size cards, the
      *> hand size taken from the table's WARO-RESULTS record
      *> (full deal 52 / (players + 1), short deal 4). The game
      *> ids in the sample are listed; a failed test is issued as
      *> a coded alert through waro-msg.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WARODLS.
         COPY WARORES.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WARODLR.
         COPY WARORSF.
         WORKING-STORAGE SECTION.
         01 WS-DECKLIB-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RESULTS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(132) VALUE SPACES.
         01 WS-DECKLIB-EOF-SW PIC X(1) VALUE "N".
           88 WARO-DECKLIB-EOF VALUE "Y".
         01 WS-RESULTS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-RESULTS-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-MONTH-TEXT PIC X(6) VALUE SPACES.
         01 WS-ASK-MONTH PIC 9(6) VALUE 0.
         01 WS-TODAY PIC 9(8) VALUE 0.
         01 WS-MSG-ID PIC X(8) VALUE SPACES.
         01 WS-MSG-KEY PIC X(40) VALUE SPACES.
         01 WS-MSG-GAME-ID PIC 9(16) VALUE 0.

         78 NUM-CARDS-DECK VALUE 52.
         78 NUM-CARDS-HAND VALUE 4.
         78 NUM-MIN-SAMPLE VALUE 52.

      *> Upper 0.1% chi-square points for each test's degrees of
      *> freedom: 2601 (51 x 51), 51, 51 and 12.
         01 WS-LIMIT-POSITION PIC 9(5)V99 VALUE 2825.00.
         01 WS-LIMIT-FIRSTCARD PIC 9(5)V99 VALUE 87.97.
         01 WS-LIMIT-KITTY PIC 9(5)V99 VALUE 87.97.
         01 WS-LIMIT-PRIZE PIC 9(5)V99 VALUE 32.91.

      *> Table shapes off WARO-RESULTS: players and deal variant
      *> per (game, table), for the kitty size.
         78 NUM-SHAPES-MAX VALUE 500.
         01 WS-SHAPE-TABLE.
            02 WS-SHAPE-ENTRY OCCURS NUM-SHAPES-MAX TIMES.
               03 WS-SH-GAME-ID PIC 9(16).
               03 WS-SH-TABLE-ID PIC 9(1).
               03 WS-SH-PLAYERS PIC 9(2).
               03 WS-SH-VARIANT PIC X(1).
         01 WS-SHAPE-COUNT PIC 9(3) VALUE 0.
         01 WS-SHAPE-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-SHAPE-FOUND VALUE "Y".

      *> Tallies. WS-POS-COUNT (card, position) is the deal grid;
      *> kitty and hand counts are per card, rank counts per rank.
         01 WS-POSITION-GRID.
            02 WS-POS-CARD OCCURS 52 TIMES.
               03 WS-POS-COUNT PIC 9(5) OCCURS 52 TIMES.
         01 WS-CARD-TALLY.
            02 WS-CT-ENTRY OCCURS 52 TIMES.
               03 WS-CT-FIRST PIC 9(5).
               03 WS-CT-KITTY PIC 9(5).
               03 WS-CT-HAND PIC 9(5).
         01 WS-RANK-TALLY.
            02 WS-RANK-COUNT PIC 9(6) OCCURS 13 TIMES.
         01 WS-SAMPLE-COUNT PIC 9(5) VALUE 0.
         01 WS-BAD-DECK-COUNT PIC 9(5) VALUE 0.
         01 WS-NO-SHAPE-COUNT PIC 9(5) VALUE 0.
         01 WS-TOTAL-KITTY PIC 9(7) VALUE 0.
         01 WS-TOTAL-HAND PIC 9(7) VALUE 0.
         01 WS-HAND-SIZE PIC 9(2) VALUE 0.
         01 WS-DEAL-SIZE PIC 9(2) VALUE 0.
         01 WS-DECK-OK-SW PIC X(1) VALUE "Y".
           88 WARO-DECK-OK VALUE "Y".
         01 WS-SEEN-TABLE.
            02 WS-SEEN-SW PIC X(1) OCCURS 52 TIMES.

      *> Statistic work areas.
         01 WS-SUM-SQUARES PIC 9(14) VALUE 0.
         01 WS-CHI-POSITION PIC S9(7)V99 VALUE 0.
         01 WS-CHI-FIRSTCARD PIC S9(7)V99 VALUE 0.
         01 WS-CHI-KITTY PIC S9(7)V99 VALUE 0.
         01 WS-CHI-PRIZE PIC S9(7)V99 VALUE 0.
         01 WS-KITTY-SHARE PIC 9V9(6) VALUE 0.
         01 WS-CARD-DEALT PIC 9(6) VALUE 0.
         01 WS-EXPECT-KITTY PIC 9(6)V9(4) VALUE 0.
         01 WS-EXPECT-HAND PIC 9(6)V9(4) VALUE 0.
         01 WS-CHI-TERM PIC S9(7)V9(4) VALUE 0.
         01 WS-TEST-NAME PIC X(9) VALUE SPACES.
         01 WS-TEST-CHI PIC S9(7)V99 VALUE 0.
         01 WS-TEST-LIMIT PIC 9(5)V99 VALUE 0.
         01 WS-TEST-VERDICT PIC X(4) VALUE SPACES.
         01 WS-FAIL-COUNT PIC 9(1) VALUE 0.
         01 WS-CHI-DISPLAY PIC -ZZZZZZ9.99.
         01 WS-LIMIT-DISPLAY PIC ZZZZ9.99.
         01 WS-CARD-VALUE PIC 9(2).
         01 WS-CARD-ZERO PIC 9(2).
         01 WS-CARD-SUIT PIC 9(1).
         01 WS-CARD-RANK PIC 9(2).
         01 I PIC 9(3).
         01 J PIC 9(3).

       PROCEDURE DIVISION.
       BEGIN.
         PERFORM READ-DECKCERT-PARM.
         PERFORM LOAD-TABLE-SHAPES.
         INITIALIZE WS-POSITION-GRID.
         INITIALIZE WS-CARD-TALLY.
         INITIALIZE WS-RANK-TALLY.

         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-DECKCERT : shuffle certification for month "
           DELIMITED BY SIZE
           WS-ASK-MONTH DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         OPEN INPUT WARO-DECKLIB-FILE.
         IF WS-DECKLIB-FILE-STATUS NOT = "00"
           MOVE "WARO-DECKCERT : no WARO-DECKLIB file to certify"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
         PERFORM TALLY-ONE-DECK UNTIL WARO-DECKLIB-EOF.
         CLOSE WARO-DECKLIB-FILE.

         IF WS-SAMPLE-COUNT = 0
           MOVE "WARO-DECKCERT : no decks on file for that month"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           MOVE "WARO-DECKCERT Ready." TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           STOP RUN
         END-IF.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-DECKCERT : sample " DELIMITED BY SIZE
           WS-SAMPLE-COUNT DELIMITED BY SIZE
           " deck(s), " DELIMITED BY SIZE
           WS-TOTAL-KITTY DELIMITED BY SIZE
           " kitty and " DELIMITED BY SIZE
           WS-TOTAL-HAND DELIMITED BY SIZE
           " hand deal(s)" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-BAD-DECK-COUNT > 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-DECKCERT : " DELIMITED BY SIZE
             WS-BAD-DECK-COUNT DELIMITED BY SIZE
             " deck(s) left out - not 52 distinct cards"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
         END-IF.
         IF WS-NO-SHAPE-COUNT > 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-DECKCERT : " DELIMITED BY SIZE
             WS-NO-SHAPE-COUNT DELIMITED BY SIZE
             " deck(s) with no WARO-RESULTS record - short deal assum"
             DELIMITED BY SIZE
             "ed" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

         PERFORM COMPUTE-POSITION-TEST.
         PERFORM COMPUTE-FIRSTCARD-TEST.
         PERFORM COMPUTE-KITTY-TEST.
         PERFORM COMPUTE-PRIZE-TEST.

         IF WS-SAMPLE-COUNT < NUM-MIN-SAMPLE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-DECKCERT : NOTE - fewer than " DELIMITED BY SIZE
             NUM-MIN-SAMPLE DELIMITED BY SIZE
             " decks; the position grid is thinly populated"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF.
         IF WS-FAIL-COUNT = 0
           MOVE "WARO-DECKCERT : CERTIFIED - all tests PASS"
             TO WS-REPORT-LINE
         ELSE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-DECKCERT : NOT CERTIFIED - " DELIMITED BY SIZE
             WS-FAIL-COUNT DELIMITED BY SIZE
             " test(s) FAIL" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           MOVE 8 TO RETURN-CODE
         END-IF.
         PERFORM WRITE-REPORT.
         MOVE "WARO-DECKCERT Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       STOP RUN.

       READ-DECKCERT-PARM.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY SPACE INTO WS-MONTH-TEXT.
         IF WS-MONTH-TEXT IS NUMERIC
           MOVE WS-MONTH-TEXT TO WS-ASK-MONTH
         ELSE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY (1:6) TO WS-ASK-MONTH
         END-IF.

       LOAD-TABLE-SHAPES.
         OPEN INPUT WARO-RESULTS-FILE.
         IF WS-RESULTS-FILE-STATUS = "00"
           PERFORM LOAD-ONE-SHAPE
             UNTIL WARO-RESULTS-EOF
               OR WS-SHAPE-COUNT = NUM-SHAPES-MAX
           CLOSE WARO-RESULTS-FILE
         END-IF.

       LOAD-ONE-SHAPE.
         READ WARO-RESULTS-FILE
           AT END MOVE "Y" TO WS-RESULTS-EOF-SW
           NOT AT END
             IF WRR-DETAIL-REC
                 AND WRR-RUN-DATE (1:6) = WS-ASK-MONTH
               ADD 1 TO WS-SHAPE-COUNT
               MOVE WRR-GAME-ID TO WS-SH-GAME-ID (WS-SHAPE-COUNT)
               MOVE WRR-TABLE-ID TO WS-SH-TABLE-ID (WS-SHAPE-COUNT)
               MOVE WRR-NUM-PLAYERS TO WS-SH-PLAYERS (WS-SHAPE-COUNT)
               MOVE WRR-VARIANT TO WS-SH-VARIANT (WS-SHAPE-COUNT)
             END-IF
         END-READ.

      *> The game id opens with the run date, so the month is
      *> its first six digits.
       TALLY-ONE-DECK.
         READ WARO-DECKLIB-FILE
           AT END MOVE "Y" TO WS-DECKLIB-EOF-SW
           NOT AT END
             IF WDL-GAME-ID IS NUMERIC
                 AND WDL-GAME-ID (1:6) = WS-ASK-MONTH
               PERFORM CHECK-DECK-CARDS
               IF WARO-DECK-OK
                 PERFORM COUNT-ONE-DECK
               ELSE
                 ADD 1 TO WS-BAD-DECK-COUNT
               END-IF
             END-IF
         END-READ.

       CHECK-DECK-CARDS.
         MOVE "Y" TO WS-DECK-OK-SW.
         MOVE ALL "N" TO WS-SEEN-TABLE.
         PERFORM CHECK-ONE-DECK-CARD
           VARYING I FROM 1 BY 1 UNTIL I > NUM-CARDS-DECK.

       CHECK-ONE-DECK-CARD.
         IF WDL-CARD (I) IS NOT NUMERIC
           MOVE "N" TO WS-DECK-OK-SW
         ELSE
           IF WDL-CARD (I) < 1 OR WDL-CARD (I) > NUM-CARDS-DECK
             MOVE "N" TO WS-DECK-OK-SW
           ELSE
             IF WS-SEEN-SW (WDL-CARD (I)) = "Y"
               MOVE "N" TO WS-DECK-OK-SW
             ELSE
               MOVE "Y" TO WS-SEEN-SW (WDL-CARD (I))
             END-IF
           END-IF
         END-IF.

       COUNT-ONE-DECK.
         ADD 1 TO WS-SAMPLE-COUNT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-DECKCERT :   game " DELIMITED BY SIZE
           WDL-GAME-ID DELIMITED BY SIZE
           " table " DELIMITED BY SIZE
           WDL-TABLE-ID DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         PERFORM FIND-DECK-SHAPE.
         ADD 1 TO WS-CT-FIRST (WDL-CARD (1)).
         PERFORM COUNT-ONE-POSITION
           VARYING I FROM 1 BY 1 UNTIL I > NUM-CARDS-DECK.

       FIND-DECK-SHAPE.
         MOVE "N" TO WS-SHAPE-FOUND-SW.
         MOVE NUM-CARDS-HAND TO WS-HAND-SIZE.
         COMPUTE WS-DEAL-SIZE = NUM-CARDS-HAND * 2.
         PERFORM CHECK-ONE-SHAPE
           VARYING J FROM 1 BY 1
             UNTIL J > WS-SHAPE-COUNT OR WARO-SHAPE-FOUND.
         IF NOT WARO-SHAPE-FOUND
           ADD 1 TO WS-NO-SHAPE-COUNT
         END-IF.

       CHECK-ONE-SHAPE.
         IF WS-SH-GAME-ID (J) = WDL-GAME-ID
             AND WS-SH-TABLE-ID (J) = WDL-TABLE-ID
           MOVE "Y" TO WS-SHAPE-FOUND-SW
           IF WS-SH-VARIANT (J) = "F"
             COMPUTE WS-HAND-SIZE =
               NUM-CARDS-DECK / (WS-SH-PLAYERS (J) + 1)
           END-IF
           COMPUTE WS-DEAL-SIZE =
             (WS-SH-PLAYERS (J) + 1) * WS-HAND-SIZE
         END-IF.

      *> Positions past the deal stay in the deck: they count on
      *> the position grid but neither as kitty nor as hand.
       COUNT-ONE-POSITION.
         MOVE WDL-CARD (I) TO WS-CARD-VALUE.
         ADD 1 TO WS-POS-COUNT (WS-CARD-VALUE, I).
         IF I <= WS-HAND-SIZE
           ADD 1 TO WS-CT-KITTY (WS-CARD-VALUE)
           ADD 1 TO WS-TOTAL-KITTY
           SUBTRACT 1 FROM WS-CARD-VALUE GIVING WS-CARD-ZERO
           DIVIDE WS-CARD-ZERO BY 13 GIVING WS-CARD-SUIT
             REMAINDER WS-CARD-RANK
           ADD 1 TO WS-CARD-RANK
           ADD 1 TO WS-RANK-COUNT (WS-CARD-RANK)
         ELSE
           IF I <= WS-DEAL-SIZE
             ADD 1 TO WS-CT-HAND (WS-CARD-VALUE)
             ADD 1 TO WS-TOTAL-HAND
           END-IF
         END-IF.

      *> Uniform grid: chi-square = (cells / n) * sum(obs^2) - n
      *> with n observations over the cells.
       COMPUTE-POSITION-TEST.
         MOVE 0 TO WS-SUM-SQUARES.
         PERFORM SQUARE-ONE-GRID-ROW
           VARYING I FROM 1 BY 1 UNTIL I > NUM-CARDS-DECK.
         COMPUTE WS-CHI-POSITION ROUNDED =
           ((NUM-CARDS-DECK * WS-SUM-SQUARES) / WS-SAMPLE-COUNT)
             - (NUM-CARDS-DECK * WS-SAMPLE-COUNT).
         MOVE "POSITION" TO WS-TEST-NAME.
         MOVE WS-CHI-POSITION TO WS-TEST-CHI.
         MOVE WS-LIMIT-POSITION TO WS-TEST-LIMIT.
         PERFORM JUDGE-ONE-TEST.

       SQUARE-ONE-GRID-ROW.
         PERFORM SQUARE-ONE-GRID-CELL
           VARYING J FROM 1 BY 1 UNTIL J > NUM-CARDS-DECK.

       SQUARE-ONE-GRID-CELL.
         COMPUTE WS-SUM-SQUARES = WS-SUM-SQUARES
           + (WS-POS-COUNT (I, J) * WS-POS-COUNT (I, J)).

       COMPUTE-FIRSTCARD-TEST.
         MOVE 0 TO WS-SUM-SQUARES.
         PERFORM SQUARE-ONE-FIRST-CARD
           VARYING I FROM 1 BY 1 UNTIL I > NUM-CARDS-DECK.
         COMPUTE WS-CHI-FIRSTCARD ROUNDED =
           ((NUM-CARDS-DECK * WS-SUM-SQUARES) / WS-SAMPLE-COUNT)
             - WS-SAMPLE-COUNT.
         MOVE "FIRSTCARD" TO WS-TEST-NAME.
         MOVE WS-CHI-FIRSTCARD TO WS-TEST-CHI.
         MOVE WS-LIMIT-FIRSTCARD TO WS-TEST-LIMIT.
         PERFORM JUDGE-ONE-TEST.

       SQUARE-ONE-FIRST-CARD.
         COMPUTE WS-SUM-SQUARES = WS-SUM-SQUARES
           + (WS-CT-FIRST (I) * WS-CT-FIRST (I)).

      *> Two-row contingency: each card's kitty and hand deals
      *> against the month's overall kitty share of the deal.
       COMPUTE-KITTY-TEST.
         MOVE 0 TO WS-CHI-KITTY.
         IF WS-TOTAL-KITTY > 0 AND WS-TOTAL-HAND > 0
           COMPUTE WS-KITTY-SHARE ROUNDED =
             WS-TOTAL-KITTY / (WS-TOTAL-KITTY + WS-TOTAL-HAND)
           PERFORM ADD-ONE-KITTY-TERM
             VARYING I FROM 1 BY 1 UNTIL I > NUM-CARDS-DECK
         END-IF.
         MOVE "KITTY" TO WS-TEST-NAME.
         MOVE WS-CHI-KITTY TO WS-TEST-CHI.
         MOVE WS-LIMIT-KITTY TO WS-TEST-LIMIT.
         PERFORM JUDGE-ONE-TEST.

       ADD-ONE-KITTY-TERM.
         COMPUTE WS-CARD-DEALT = WS-CT-KITTY (I) + WS-CT-HAND (I).
         IF WS-CARD-DEALT > 0
           COMPUTE WS-EXPECT-KITTY ROUNDED =
             WS-CARD-DEALT * WS-KITTY-SHARE
           COMPUTE WS-EXPECT-HAND ROUNDED =
             WS-CARD-DEALT - WS-EXPECT-KITTY
           IF WS-EXPECT-KITTY > 0
             COMPUTE WS-CHI-TERM ROUNDED =
               ((WS-CT-KITTY (I) - WS-EXPECT-KITTY)
                 * (WS-CT-KITTY (I) - WS-EXPECT-KITTY))
                   / WS-EXPECT-KITTY
             ADD WS-CHI-TERM TO WS-CHI-KITTY
           END-IF
           IF WS-EXPECT-HAND > 0
             COMPUTE WS-CHI-TERM ROUNDED =
               ((WS-CT-HAND (I) - WS-EXPECT-HAND)
                 * (WS-CT-HAND (I) - WS-EXPECT-HAND))
                   / WS-EXPECT-HAND
             ADD WS-CHI-TERM TO WS-CHI-KITTY
           END-IF
         END-IF.

       COMPUTE-PRIZE-TEST.
         MOVE 0 TO WS-CHI-PRIZE.
         MOVE 0 TO WS-SUM-SQUARES.
         IF WS-TOTAL-KITTY > 0
           PERFORM SQUARE-ONE-RANK
             VARYING I FROM 1 BY 1 UNTIL I > 13
           COMPUTE WS-CHI-PRIZE ROUNDED =
             ((13 * WS-SUM-SQUARES) / WS-TOTAL-KITTY)
               - WS-TOTAL-KITTY
         END-IF.
         MOVE "PRIZE" TO WS-TEST-NAME.
         MOVE WS-CHI-PRIZE TO WS-TEST-CHI.
         MOVE WS-LIMIT-PRIZE TO WS-TEST-LIMIT.
         PERFORM JUDGE-ONE-TEST.

       SQUARE-ONE-RANK.
         COMPUTE WS-SUM-SQUARES = WS-SUM-SQUARES
           + (WS-RANK-COUNT (I) * WS-RANK-COUNT (I)).

       JUDGE-ONE-TEST.
         IF WS-TEST-CHI > WS-TEST-LIMIT
           MOVE "FAIL" TO WS-TEST-VERDICT
           ADD 1 TO WS-FAIL-COUNT
         ELSE
           MOVE "PASS" TO WS-TEST-VERDICT
         END-IF.
         MOVE WS-TEST-CHI TO WS-CHI-DISPLAY.
         MOVE WS-TEST-LIMIT TO WS-LIMIT-DISPLAY.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-DECKCERT : " DELIMITED BY SIZE
           WS-TEST-NAME DELIMITED BY SIZE
           " chi-square " DELIMITED BY SIZE
           WS-CHI-DISPLAY DELIMITED BY SIZE
           " limit " DELIMITED BY SIZE
           WS-LIMIT-DISPLAY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-TEST-VERDICT DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-TEST-VERDICT = "FAIL"
           MOVE "WARO024E" TO WS-MSG-ID
           STRING WS-TEST-NAME DELIMITED BY SPACE
             " month " DELIMITED BY SIZE
             WS-ASK-MONTH DELIMITED BY SIZE
             INTO WS-MSG-KEY
           PERFORM ISSUE-MESSAGE
         END-IF.

      *> Coded message: the catalog supplies the text and the
      *> failure lands on the WARO-ALERTS feed.
       ISSUE-MESSAGE.
         MOVE SPACES TO WS-REPORT-LINE.
         CALL 'waro-msg'
           USING WS-MSG-ID, WS-MSG-GAME-ID, WS-MSG-KEY, WS-REPORT-LINE
           ON EXCEPTION
             MOVE WS-MSG-ID TO WS-REPORT-LINE
         END-CALL.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-MSG-KEY.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-REPORT-FILE
         END-IF.
         MOVE WS-REPORT-LINE TO WARO-REPORT-REC.
         WRITE WARO-REPORT-REC.
         CLOSE WARO-REPORT-FILE.
