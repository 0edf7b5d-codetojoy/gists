       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-BALANCE.
      *> Nightly cross-file balancing. Every game id posted on
      *> WARO-RESULTS is checked, table by table, against the
      *> other files the run wrote for it:
      *>   POINTS  - each seat's posted points are the running
      *>             total on its last WARO-AUDIT line, and the
      *>             opening spot (first audit total less that
      *>             round's delta) plus the summed
      *>             WGD-POINTS-DELTA on WARO-GAMEDTL
      *>   ROUNDS  - WARO-AUDIT and WARO-GAMEDTL log the same
      *>             number of rounds, one line per seat a round
      *>   DECK    - the table's deck is on WARO-DECKLIB
      *>   PAYOUT  - every seat has one PO detail on WARO-PAYOUT
      *>             (less RV reversals), or a held detail on
      *>             WARO-PAYHOLD, and no detail names anyone not
      *>             seated; on an event night the place prizes
      *>             ("E" details) must go to seated players;
      *>             each jackpot sweep on WARO-JKHIST pays one
      *>             seat a second detail; a WARO-CORRECT cash
      *>             difference ("C" details) is not a seat's
      *>             payout and is left out of the count; a seat
      *>             the house played is settled to the house
      *>             account and must have no detail at all
      *>   RESULTS - the table is posted once
      *> Each game comes out BALANCED or OUT OF BALANCE with the
      *> failing checks listed under it, and an out-of-balance
      *> game raises a coded alert onto the WARO-ALERTS feed.
      *> Parm: a run date YYYYMMDD (default today), or ALL for
      *> every game on the file. Completion 4 when any game is
      *> out of balance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WARORES.
         COPY WAROGDS.
         SELECT WARO-AUDIT-FILE ASSIGN TO "WARO-AUDIT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
         COPY WARODLS.
         COPY WAROPYS.
         COPY WAROPHS.
         COPY WAROJHS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WARORSF.
         COPY WAROGDR.
      *> The fixed columns WARO writes an audit line in; lines of
      *> any other shape (and the chain anchor) are passed over.
         FD WARO-AUDIT-FILE.
         01 WARO-AUDIT-REC.
            02 WAU-GAME-TAG PIC X(5).
            02 WAU-GAME-ID PIC X(16).
            02 WAU-TABLE-TAG PIC X(7).
            02 WAU-TABLE-ID PIC X(1).
            02 WAU-ROUND-TAG PIC X(7).
            02 WAU-ROUND PIC X(2).
            02 FILLER PIC X(8).
            02 WAU-PLAYER-NAME PIC X(6).
            02 FILLER PIC X(21).
            02 WAU-POINTS-TAG PIC X(8).
            02 WAU-POINTS PIC X(4).
            02 FILLER PIC X(42).
         COPY WARODLR.
         COPY WAROPAY.
         COPY WAROPHR.
         COPY WAROJHR.
         WORKING-STORAGE SECTION.
         01 WS-RESULTS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-GAMEDTL-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-AUDIT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-DECKLIB-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PAYOUT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PAYHOLD-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-JKHIST-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-RESULTS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-RESULTS-EOF VALUE "Y".
         01 WS-GAMEDTL-EOF-SW PIC X(1) VALUE "N".
           88 WARO-GAMEDTL-EOF VALUE "Y".
         01 WS-AUDIT-EOF-SW PIC X(1) VALUE "N".
           88 WARO-AUDIT-EOF VALUE "Y".
         01 WS-DECKLIB-EOF-SW PIC X(1) VALUE "N".
           88 WARO-DECKLIB-EOF VALUE "Y".
         01 WS-PAYOUT-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PAYOUT-EOF VALUE "Y".
         01 WS-PAYHOLD-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PAYHOLD-EOF VALUE "Y".
         01 WS-JKHIST-EOF-SW PIC X(1) VALUE "N".
           88 WARO-JKHIST-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-PARM-DATE PIC X(8) VALUE SPACES.
         01 WS-ASK-DATE PIC 9(8) VALUE 0.
         01 WS-ALL-DATES-SW PIC X(1) VALUE "N".
           88 WARO-ALL-DATES VALUE "Y".

      *> One entry per game id and table posted on WARO-RESULTS,
      *> with what each of the other files says about it. The
      *> game-level payout findings ride on the game's first
      *> table entry.
         78 NUM-BAL-MAX VALUE 200.
         78 NUM-SEATS-MAX VALUE 10.
         01 WS-BAL-TABLE.
            02 WS-BT-ENTRY OCCURS NUM-BAL-MAX TIMES.
               03 WS-BT-GAME-ID PIC 9(16).
               03 WS-BT-TABLE-ID PIC 9(1).
               03 WS-BT-NUM-PLAYERS PIC 9(2).
               03 WS-BT-POSTED-COUNT PIC 9(2).
               03 WS-BT-DECK-SW PIC X(1).
                 88 WARO-BT-DECK-FOUND VALUE "Y".
               03 WS-BT-AUDIT-LINES PIC 9(4).
               03 WS-BT-AUDIT-HI-ROUND PIC 9(2).
               03 WS-BT-GD-LINES PIC 9(4).
               03 WS-BT-GD-HI-ROUND PIC 9(2).
               03 WS-BT-STRAY-COUNT PIC 9(3).
               03 WS-BT-EVENT-COUNT PIC 9(3).
               03 WS-BT-SWEEP-COUNT PIC 9(3).
               03 WS-BT-JUDGED-SW PIC X(1).
                 88 WARO-BT-JUDGED VALUE "Y".
               03 WS-BS-SEAT OCCURS NUM-SEATS-MAX TIMES.
                  04 WS-BS-PLAYER-ID PIC 9(4).
                  04 WS-BS-NAME PIC X(6).
                  04 WS-BS-POINTS PIC 9(4).
                  04 WS-BS-GD-SUM PIC 9(6).
                  04 WS-BS-GD-FIRST-ROUND PIC 9(2).
                  04 WS-BS-GD-FIRST-DELTA PIC 9(4).
                  04 WS-BS-AU-FIRST-ROUND PIC 9(2).
                  04 WS-BS-AU-FIRST-POINTS PIC 9(4).
                  04 WS-BS-AU-LAST-ROUND PIC 9(2).
                  04 WS-BS-AU-LAST-POINTS PIC 9(4).
                  04 WS-BS-PAID-COUNT PIC S9(3).
                  04 WS-BS-HELD-COUNT PIC 9(3).
                  04 WS-BS-SEAT-KIND PIC X(1).
                    88 WARO-BS-HOUSE-SEAT VALUE "H".
         01 WS-BAL-COUNT PIC 9(3) VALUE 0.
         01 WS-BAL-IDX PIC 9(3) VALUE 0.
         01 WS-GAME-IDX PIC 9(3) VALUE 0.
         01 WS-SEAT-IDX PIC 9(2) VALUE 0.
         01 WS-BAL-FULL-SW PIC X(1) VALUE "N".
           88 WARO-BAL-TABLE-FULL VALUE "Y".
         01 WS-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-BAL-FOUND VALUE "Y".
         01 WS-KEY-GAME-ID PIC 9(16) VALUE 0.
         01 WS-KEY-TABLE-ID PIC 9(1) VALUE 0.
         01 WS-KEY-PLAYER-ID PIC 9(4) VALUE 0.
         01 WS-KEY-NAME PIC X(6) VALUE SPACES.
         01 WS-KEY-ROUND PIC 9(2) VALUE 0.
         01 WS-KEY-POINTS PIC 9(4) VALUE 0.

      *> The judgement of the game in hand: one switch per check,
      *> run once quietly to reach the verdict and again aloud
      *> when the game is out of balance.
         01 WS-POINTS-SW PIC X(1) VALUE "N".
           88 WARO-POINTS-OUT VALUE "Y".
         01 WS-ROUNDS-SW PIC X(1) VALUE "N".
           88 WARO-ROUNDS-OUT VALUE "Y".
         01 WS-DECK-SW PIC X(1) VALUE "N".
           88 WARO-DECK-OUT VALUE "Y".
         01 WS-PAYOUT-SW PIC X(1) VALUE "N".
           88 WARO-PAYOUT-OUT VALUE "Y".
         01 WS-POSTED-SW PIC X(1) VALUE "N".
           88 WARO-POSTED-OUT VALUE "Y".
         01 WS-SHOW-SW PIC X(1) VALUE "N".
           88 WARO-SHOW-REASONS VALUE "Y".
         01 WS-OPENING-SPOT PIC S9(5) VALUE 0.
         01 WS-EXPECT-POINTS PIC S9(7) VALUE 0.
         01 WS-EXPECT-LINES PIC 9(4) VALUE 0.
         01 WS-VERDICT-TEXT PIC X(40) VALUE SPACES.
         01 WS-VERDICT-PTR PIC 9(2) VALUE 1.
         01 WS-PAID-ED PIC -9.
         01 WS-SWEEPS-LEFT PIC 9(3) VALUE 0.

         01 WS-GAME-COUNT PIC 9(4) VALUE 0.
         01 WS-BALANCED-COUNT PIC 9(4) VALUE 0.
         01 WS-OUT-COUNT PIC 9(4) VALUE 0.
         01 WS-UNMATCHED-AUDIT PIC 9(6) VALUE 0.
         01 WS-UNMATCHED-GAMEDTL PIC 9(6) VALUE 0.

         01 WS-MSG-ID PIC X(8) VALUE SPACES.
         01 WS-MSG-KEY PIC X(40) VALUE SPACES.
         01 WS-MSG-GAME-ID PIC 9(16) VALUE 0.
         01 WS-MSG-TEXT PIC X(110) VALUE SPACES.
         01 I PIC 9(2).

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-ASK-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         MOVE WS-PARM (1:8) TO WS-PARM-DATE.
         IF WS-PARM-DATE = "ALL"
           MOVE "Y" TO WS-ALL-DATES-SW
         END-IF.
         IF WS-PARM-DATE IS NUMERIC AND WS-PARM-DATE NOT = "00000000"
           MOVE WS-PARM-DATE TO WS-ASK-DATE
         END-IF.
         MOVE SPACES TO WS-REPORT-LINE.
         IF WARO-ALL-DATES
           STRING "WARO-BALANCE : cross-file balancing by game id"
             DELIMITED BY SIZE
             " - all dates" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
         ELSE
           STRING "WARO-BALANCE : cross-file balancing by game id"
             DELIMITED BY SIZE
             " for " DELIMITED BY SIZE
             WS-ASK-DATE DELIMITED BY SIZE
             INTO WS-REPORT-LINE
         END-IF.
         PERFORM WRITE-REPORT.

         PERFORM LOAD-POSTED-TABLES THRU LOAD-POSTED-TABLES-EXIT.
         IF WARO-BAL-TABLE-FULL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-BALANCE : REFUSED - more than 200 game "
             DELIMITED BY SIZE
             "tables; run it one date at a time" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.
         IF WS-BAL-COUNT = 0
           MOVE "WARO-BALANCE : no games posted on WARO-RESULTS"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO BEGIN-EXIT
         END-IF.
         PERFORM TALLY-GAMEDTL THRU TALLY-GAMEDTL-EXIT.
         PERFORM TALLY-AUDIT THRU TALLY-AUDIT-EXIT.
         PERFORM TALLY-DECKLIB THRU TALLY-DECKLIB-EXIT.
         PERFORM TALLY-PAYOUT THRU TALLY-PAYOUT-EXIT.
         PERFORM TALLY-PAYHOLD THRU TALLY-PAYHOLD-EXIT.
         PERFORM TALLY-JKHIST THRU TALLY-JKHIST-EXIT.
         PERFORM JUDGE-ONE-GAME THRU JUDGE-ONE-GAME-EXIT
           VARYING WS-GAME-IDX FROM 1 BY 1
             UNTIL WS-GAME-IDX > WS-BAL-COUNT.
         PERFORM REPORT-TOTALS.
         IF WS-OUT-COUNT > 0
           MOVE 4 TO RETURN-CODE
         END-IF.
       BEGIN-EXIT.
         MOVE "WARO-BALANCE Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         STOP RUN.

      *> The results file drives the run: one entry per DT table
      *> record for the date asked. A table posted a second time
      *> is counted on the entry it already has.
       LOAD-POSTED-TABLES.
         OPEN INPUT WARO-RESULTS-FILE.
         IF WS-RESULTS-FILE-STATUS NOT = "00"
           MOVE "WARO-BALANCE : no WARO-RESULTS file"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
         PERFORM LOAD-ONE-RESULTS-REC
           UNTIL WARO-RESULTS-EOF OR WARO-BAL-TABLE-FULL.
         CLOSE WARO-RESULTS-FILE.
       LOAD-POSTED-TABLES-EXIT.
         EXIT.

       LOAD-ONE-RESULTS-REC.
         READ WARO-RESULTS-FILE
           AT END MOVE "Y" TO WS-RESULTS-EOF-SW
           NOT AT END
             IF WRR-DETAIL-REC AND WRR-GAME-ID IS NUMERIC
                 AND (WARO-ALL-DATES OR WRR-RUN-DATE = WS-ASK-DATE)
               MOVE WRR-GAME-ID TO WS-KEY-GAME-ID
               MOVE WRR-TABLE-ID TO WS-KEY-TABLE-ID
               PERFORM FIND-TABLE-ENTRY
               IF WARO-BAL-FOUND
                 ADD 1 TO WS-BT-POSTED-COUNT (WS-BAL-IDX)
               ELSE
                 PERFORM ADD-TABLE-ENTRY
               END-IF
             END-IF
         END-READ.

       ADD-TABLE-ENTRY.
         IF WS-BAL-COUNT < NUM-BAL-MAX
           ADD 1 TO WS-BAL-COUNT
           MOVE WS-BAL-COUNT TO WS-BAL-IDX
           MOVE WRR-GAME-ID TO WS-BT-GAME-ID (WS-BAL-IDX)
           MOVE WRR-TABLE-ID TO WS-BT-TABLE-ID (WS-BAL-IDX)
           MOVE WRR-NUM-PLAYERS TO WS-BT-NUM-PLAYERS (WS-BAL-IDX)
           IF WS-BT-NUM-PLAYERS (WS-BAL-IDX) > NUM-SEATS-MAX
             MOVE NUM-SEATS-MAX TO WS-BT-NUM-PLAYERS (WS-BAL-IDX)
           END-IF
           MOVE 1 TO WS-BT-POSTED-COUNT (WS-BAL-IDX)
           MOVE "N" TO WS-BT-DECK-SW (WS-BAL-IDX)
           MOVE 0 TO WS-BT-AUDIT-LINES (WS-BAL-IDX)
           MOVE 0 TO WS-BT-AUDIT-HI-ROUND (WS-BAL-IDX)
           MOVE 0 TO WS-BT-GD-LINES (WS-BAL-IDX)
           MOVE 0 TO WS-BT-GD-HI-ROUND (WS-BAL-IDX)
           MOVE 0 TO WS-BT-STRAY-COUNT (WS-BAL-IDX)
           MOVE 0 TO WS-BT-EVENT-COUNT (WS-BAL-IDX)
           MOVE 0 TO WS-BT-SWEEP-COUNT (WS-BAL-IDX)
           MOVE "N" TO WS-BT-JUDGED-SW (WS-BAL-IDX)
           PERFORM LOAD-ONE-SEAT
             VARYING WS-SEAT-IDX FROM 1 BY 1
               UNTIL WS-SEAT-IDX > NUM-SEATS-MAX
         ELSE
           MOVE "Y" TO WS-BAL-FULL-SW
         END-IF.

       LOAD-ONE-SEAT.
         IF WS-SEAT-IDX > WS-BT-NUM-PLAYERS (WS-BAL-IDX)
           MOVE 0 TO WS-BS-PLAYER-ID (WS-BAL-IDX, WS-SEAT-IDX)
           MOVE SPACES TO WS-BS-NAME (WS-BAL-IDX, WS-SEAT-IDX)
           MOVE 0 TO WS-BS-POINTS (WS-BAL-IDX, WS-SEAT-IDX)
           MOVE SPACE TO WS-BS-SEAT-KIND (WS-BAL-IDX, WS-SEAT-IDX)
         ELSE
           MOVE WRR-PLAYER-ID (WS-SEAT-IDX)
             TO WS-BS-PLAYER-ID (WS-BAL-IDX, WS-SEAT-IDX)
           MOVE WRR-PLAYER-NAME (WS-SEAT-IDX)
             TO WS-BS-NAME (WS-BAL-IDX, WS-SEAT-IDX)
           MOVE WRR-PLAYER-POINTS (WS-SEAT-IDX)
             TO WS-BS-POINTS (WS-BAL-IDX, WS-SEAT-IDX)
           MOVE WRR-SEAT-KIND (WS-SEAT-IDX)
             TO WS-BS-SEAT-KIND (WS-BAL-IDX, WS-SEAT-IDX)
         END-IF.
         MOVE 0 TO WS-BS-GD-SUM (WS-BAL-IDX, WS-SEAT-IDX).
         MOVE 0 TO WS-BS-GD-FIRST-ROUND (WS-BAL-IDX, WS-SEAT-IDX).
         MOVE 0 TO WS-BS-GD-FIRST-DELTA (WS-BAL-IDX, WS-SEAT-IDX).
         MOVE 0 TO WS-BS-AU-FIRST-ROUND (WS-BAL-IDX, WS-SEAT-IDX).
         MOVE 0 TO WS-BS-AU-FIRST-POINTS (WS-BAL-IDX, WS-SEAT-IDX).
         MOVE 0 TO WS-BS-AU-LAST-ROUND (WS-BAL-IDX, WS-SEAT-IDX).
         MOVE 0 TO WS-BS-AU-LAST-POINTS (WS-BAL-IDX, WS-SEAT-IDX).
         MOVE 0 TO WS-BS-PAID-COUNT (WS-BAL-IDX, WS-SEAT-IDX).
         MOVE 0 TO WS-BS-HELD-COUNT (WS-BAL-IDX, WS-SEAT-IDX).

      *> The other files arrive a game at a time, so the entry
      *> found last is tried before the table is searched.
       FIND-TABLE-ENTRY.
         MOVE "N" TO WS-FOUND-SW.
         IF WS-BAL-IDX > 0 AND WS-BAL-IDX NOT > WS-BAL-COUNT
           IF WS-BT-GAME-ID (WS-BAL-IDX) = WS-KEY-GAME-ID
               AND WS-BT-TABLE-ID (WS-BAL-IDX) = WS-KEY-TABLE-ID
             MOVE "Y" TO WS-FOUND-SW
           END-IF
         END-IF.
         IF NOT WARO-BAL-FOUND
           PERFORM CHECK-ONE-TABLE-ENTRY
             VARYING WS-BAL-IDX FROM 1 BY 1
               UNTIL WS-BAL-IDX > WS-BAL-COUNT OR WARO-BAL-FOUND
           IF WARO-BAL-FOUND
             SUBTRACT 1 FROM WS-BAL-IDX
           ELSE
             MOVE 0 TO WS-BAL-IDX
           END-IF
         END-IF.

       CHECK-ONE-TABLE-ENTRY.
         IF WS-BT-GAME-ID (WS-BAL-IDX) = WS-KEY-GAME-ID
             AND WS-BT-TABLE-ID (WS-BAL-IDX) = WS-KEY-TABLE-ID
           MOVE "Y" TO WS-FOUND-SW
         END-IF.

      *> A seat within the entry in hand, by the six-character
      *> player name every file carries.
       FIND-SEAT-BY-NAME.
         MOVE 0 TO WS-SEAT-IDX.
         PERFORM CHECK-ONE-SEAT-NAME
           VARYING I FROM 1 BY 1
             UNTIL I > WS-BT-NUM-PLAYERS (WS-BAL-IDX)
               OR WS-SEAT-IDX > 0.

       CHECK-ONE-SEAT-NAME.
         IF WS-BS-NAME (WS-BAL-IDX, I) = WS-KEY-NAME
           MOVE I TO WS-SEAT-IDX
         END-IF.

       TALLY-GAMEDTL.
         OPEN INPUT WARO-GAMEDTL-FILE.
         IF WS-GAMEDTL-FILE-STATUS NOT = "00"
           MOVE "WARO-BALANCE : no WARO-GAMEDTL file"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO TALLY-GAMEDTL-EXIT
         END-IF.
         PERFORM TALLY-ONE-GAMEDTL-REC UNTIL WARO-GAMEDTL-EOF.
         CLOSE WARO-GAMEDTL-FILE.
       TALLY-GAMEDTL-EXIT.
         EXIT.

       TALLY-ONE-GAMEDTL-REC.
         READ WARO-GAMEDTL-FILE
           AT END MOVE "Y" TO WS-GAMEDTL-EOF-SW
           NOT AT END
             IF WGD-GAME-ID IS NUMERIC AND WGD-TABLE-ID IS NUMERIC
                 AND WGD-ROUND IS NUMERIC
                 AND WGD-POINTS-DELTA IS NUMERIC
               MOVE WGD-GAME-ID TO WS-KEY-GAME-ID
               MOVE WGD-TABLE-ID TO WS-KEY-TABLE-ID
               PERFORM FIND-TABLE-ENTRY
               IF WARO-BAL-FOUND
                 PERFORM POST-GAMEDTL-REC
               END-IF
             END-IF
         END-READ.

       POST-GAMEDTL-REC.
         ADD 1 TO WS-BT-GD-LINES (WS-BAL-IDX).
         IF WGD-ROUND > WS-BT-GD-HI-ROUND (WS-BAL-IDX)
           MOVE WGD-ROUND TO WS-BT-GD-HI-ROUND (WS-BAL-IDX)
         END-IF.
         MOVE WGD-PLAYER-NAME TO WS-KEY-NAME.
         PERFORM FIND-SEAT-BY-NAME.
         IF WS-SEAT-IDX = 0
           ADD 1 TO WS-UNMATCHED-GAMEDTL
         ELSE
           ADD WGD-POINTS-DELTA
             TO WS-BS-GD-SUM (WS-BAL-IDX, WS-SEAT-IDX)
           IF WS-BS-GD-FIRST-ROUND (WS-BAL-IDX, WS-SEAT-IDX) = 0
               OR WGD-ROUND
                 < WS-BS-GD-FIRST-ROUND (WS-BAL-IDX, WS-SEAT-IDX)
             MOVE WGD-ROUND
               TO WS-BS-GD-FIRST-ROUND (WS-BAL-IDX, WS-SEAT-IDX)
             MOVE WGD-POINTS-DELTA
               TO WS-BS-GD-FIRST-DELTA (WS-BAL-IDX, WS-SEAT-IDX)
           END-IF
         END-IF.

       TALLY-AUDIT.
         OPEN INPUT WARO-AUDIT-FILE.
         IF WS-AUDIT-FILE-STATUS NOT = "00"
           MOVE "WARO-BALANCE : no WARO-AUDIT file"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO TALLY-AUDIT-EXIT
         END-IF.
         PERFORM TALLY-ONE-AUDIT-LINE UNTIL WARO-AUDIT-EOF.
         CLOSE WARO-AUDIT-FILE.
       TALLY-AUDIT-EXIT.
         EXIT.

       TALLY-ONE-AUDIT-LINE.
         READ WARO-AUDIT-FILE
           AT END MOVE "Y" TO WS-AUDIT-EOF-SW
           NOT AT END
             IF WAU-GAME-TAG = "game " AND WAU-GAME-ID IS NUMERIC
                 AND WAU-TABLE-TAG = " table "
                 AND WAU-TABLE-ID IS NUMERIC
                 AND WAU-ROUND-TAG = " round "
                 AND WAU-ROUND IS NUMERIC
                 AND WAU-POINTS-TAG = " points "
                 AND WAU-POINTS IS NUMERIC
               MOVE WAU-GAME-ID TO WS-KEY-GAME-ID
               MOVE WAU-TABLE-ID TO WS-KEY-TABLE-ID
               PERFORM FIND-TABLE-ENTRY
               IF WARO-BAL-FOUND
                 PERFORM POST-AUDIT-LINE
               END-IF
             END-IF
         END-READ.

       POST-AUDIT-LINE.
         ADD 1 TO WS-BT-AUDIT-LINES (WS-BAL-IDX).
         MOVE WAU-ROUND TO WS-KEY-ROUND.
         MOVE WAU-POINTS TO WS-KEY-POINTS.
         IF WS-KEY-ROUND > WS-BT-AUDIT-HI-ROUND (WS-BAL-IDX)
           MOVE WS-KEY-ROUND TO WS-BT-AUDIT-HI-ROUND (WS-BAL-IDX)
         END-IF.
         MOVE WAU-PLAYER-NAME TO WS-KEY-NAME.
         PERFORM FIND-SEAT-BY-NAME.
         IF WS-SEAT-IDX = 0
           ADD 1 TO WS-UNMATCHED-AUDIT
         ELSE
           IF WS-BS-AU-FIRST-ROUND (WS-BAL-IDX, WS-SEAT-IDX) = 0
               OR WS-KEY-ROUND
                 < WS-BS-AU-FIRST-ROUND (WS-BAL-IDX, WS-SEAT-IDX)
             MOVE WS-KEY-ROUND
               TO WS-BS-AU-FIRST-ROUND (WS-BAL-IDX, WS-SEAT-IDX)
             MOVE WS-KEY-POINTS
               TO WS-BS-AU-FIRST-POINTS (WS-BAL-IDX, WS-SEAT-IDX)
           END-IF
           IF WS-KEY-ROUND
               NOT < WS-BS-AU-LAST-ROUND (WS-BAL-IDX, WS-SEAT-IDX)
             MOVE WS-KEY-ROUND
               TO WS-BS-AU-LAST-ROUND (WS-BAL-IDX, WS-SEAT-IDX)
             MOVE WS-KEY-POINTS
               TO WS-BS-AU-LAST-POINTS (WS-BAL-IDX, WS-SEAT-IDX)
           END-IF
         END-IF.

       TALLY-DECKLIB.
         OPEN INPUT WARO-DECKLIB-FILE.
         IF WS-DECKLIB-FILE-STATUS NOT = "00"
           MOVE "WARO-BALANCE : no WARO-DECKLIB file"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO TALLY-DECKLIB-EXIT
         END-IF.
         PERFORM TALLY-ONE-DECKLIB-REC UNTIL WARO-DECKLIB-EOF.
         CLOSE WARO-DECKLIB-FILE.
       TALLY-DECKLIB-EXIT.
         EXIT.

       TALLY-ONE-DECKLIB-REC.
         READ WARO-DECKLIB-FILE
           AT END MOVE "Y" TO WS-DECKLIB-EOF-SW
           NOT AT END
             IF WDL-GAME-ID IS NUMERIC AND WDL-TABLE-ID IS NUMERIC
               MOVE WDL-GAME-ID TO WS-KEY-GAME-ID
               MOVE WDL-TABLE-ID TO WS-KEY-TABLE-ID
               PERFORM FIND-TABLE-ENTRY
               IF WARO-BAL-FOUND
                 MOVE "Y" TO WS-BT-DECK-SW (WS-BAL-IDX)
               END-IF
             END-IF
         END-READ.

      *> Payout details carry the game id but not the table, so
      *> the member is looked for across every table of the game.
      *> Walk-ins all pay under id 0 and are told apart by name.
       TALLY-PAYOUT.
         OPEN INPUT WARO-PAYOUT-FILE.
         IF WS-PAYOUT-FILE-STATUS NOT = "00"
           MOVE "WARO-BALANCE : no WARO-PAYOUT file"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO TALLY-PAYOUT-EXIT
         END-IF.
         PERFORM TALLY-ONE-PAYOUT-REC UNTIL WARO-PAYOUT-EOF.
         CLOSE WARO-PAYOUT-FILE.
       TALLY-PAYOUT-EXIT.
         EXIT.

       TALLY-ONE-PAYOUT-REC.
         READ WARO-PAYOUT-FILE
           AT END MOVE "Y" TO WS-PAYOUT-EOF-SW
           NOT AT END
             IF (WPR-PAYOUT-DETAIL OR WPR-REVERSAL-REC)
                 AND WPR-GAME-ID IS NUMERIC
               MOVE WPR-GAME-ID TO WS-KEY-GAME-ID
               MOVE WPR-PLAYER-ID TO WS-KEY-PLAYER-ID
               MOVE WPR-PLAYER-NAME TO WS-KEY-NAME
               PERFORM FIND-GAME-MEMBER
               PERFORM POST-PAYOUT-REC THRU POST-PAYOUT-REC-EXIT
             END-IF
         END-READ.

       POST-PAYOUT-REC.
         IF WS-GAME-IDX = 0
           GO TO POST-PAYOUT-REC-EXIT
         END-IF.
         IF WPR-CORRECTION-PAYOUT OR WPR-REISSUE-PAYOUT
           GO TO POST-PAYOUT-REC-EXIT
         END-IF.
         IF WPR-EVENT-PAYOUT
           IF WPR-PAYOUT-DETAIL
             ADD 1 TO WS-BT-EVENT-COUNT (WS-GAME-IDX)
             IF WS-BAL-IDX = 0
               ADD 1 TO WS-BT-STRAY-COUNT (WS-GAME-IDX)
             END-IF
           END-IF
           GO TO POST-PAYOUT-REC-EXIT
         END-IF.
         IF WS-BAL-IDX = 0
           IF WPR-PAYOUT-DETAIL
             ADD 1 TO WS-BT-STRAY-COUNT (WS-GAME-IDX)
           END-IF
           GO TO POST-PAYOUT-REC-EXIT
         END-IF.
         IF WPR-REVERSAL-REC
           SUBTRACT 1 FROM WS-BS-PAID-COUNT (WS-BAL-IDX, WS-SEAT-IDX)
         ELSE
           ADD 1 TO WS-BS-PAID-COUNT (WS-BAL-IDX, WS-SEAT-IDX)
         END-IF.
       POST-PAYOUT-REC-EXIT.
         EXIT.

       TALLY-PAYHOLD.
         OPEN INPUT WARO-PAYHOLD-FILE.
         IF WS-PAYHOLD-FILE-STATUS NOT = "00"
           GO TO TALLY-PAYHOLD-EXIT
         END-IF.
         PERFORM TALLY-ONE-PAYHOLD-REC UNTIL WARO-PAYHOLD-EOF.
         CLOSE WARO-PAYHOLD-FILE.
       TALLY-PAYHOLD-EXIT.
         EXIT.

       TALLY-ONE-PAYHOLD-REC.
         READ WARO-PAYHOLD-FILE
           AT END MOVE "Y" TO WS-PAYHOLD-EOF-SW
           NOT AT END
             IF WHL-HELD-DETAIL AND WHL-GAME-ID IS NUMERIC
               MOVE WHL-GAME-ID TO WS-KEY-GAME-ID
               MOVE WHL-PLAYER-ID TO WS-KEY-PLAYER-ID
               MOVE WHL-PLAYER-NAME TO WS-KEY-NAME
               PERFORM FIND-GAME-MEMBER
               IF WS-BAL-IDX > 0
                 ADD 1 TO WS-BS-HELD-COUNT (WS-BAL-IDX, WS-SEAT-IDX)
               END-IF
             END-IF
         END-READ.

      *> A jackpot sweep is paid as an extra PO detail to the
      *> seat that took the pot, so the game is allowed one
      *> more detail per sweep.
       TALLY-JKHIST.
         OPEN INPUT WARO-JKHIST-FILE.
         IF WS-JKHIST-FILE-STATUS NOT = "00"
           GO TO TALLY-JKHIST-EXIT
         END-IF.
         PERFORM TALLY-ONE-JKHIST-REC UNTIL WARO-JKHIST-EOF.
         CLOSE WARO-JKHIST-FILE.
       TALLY-JKHIST-EXIT.
         EXIT.

       TALLY-ONE-JKHIST-REC.
         READ WARO-JKHIST-FILE
           AT END MOVE "Y" TO WS-JKHIST-EOF-SW
           NOT AT END
             IF WJH-PAID AND WJH-GAME-ID IS NUMERIC
               MOVE WJH-GAME-ID TO WS-KEY-GAME-ID
               MOVE 0 TO WS-KEY-PLAYER-ID
               MOVE HIGH-VALUES TO WS-KEY-NAME
               PERFORM FIND-GAME-MEMBER
               IF WS-GAME-IDX > 0
                 ADD 1 TO WS-BT-SWEEP-COUNT (WS-GAME-IDX)
               END-IF
             END-IF
         END-READ.

      *> Sets WS-GAME-IDX to the game's first table entry (0 when
      *> the game is not being balanced) and WS-BAL-IDX and
      *> WS-SEAT-IDX to the member's seat (0 when not seated).
       FIND-GAME-MEMBER.
         MOVE 0 TO WS-GAME-IDX.
         MOVE 0 TO WS-SEAT-IDX.
         PERFORM CHECK-ONE-GAME-TABLE
           VARYING WS-BAL-IDX FROM 1 BY 1
             UNTIL WS-BAL-IDX > WS-BAL-COUNT OR WS-SEAT-IDX > 0.
         IF WS-SEAT-IDX > 0
           SUBTRACT 1 FROM WS-BAL-IDX
         ELSE
           MOVE 0 TO WS-BAL-IDX
         END-IF.

       CHECK-ONE-GAME-TABLE.
         IF WS-BT-GAME-ID (WS-BAL-IDX) = WS-KEY-GAME-ID
           IF WS-GAME-IDX = 0
             MOVE WS-BAL-IDX TO WS-GAME-IDX
           END-IF
           PERFORM CHECK-ONE-SEAT-MEMBER
             VARYING I FROM 1 BY 1
               UNTIL I > WS-BT-NUM-PLAYERS (WS-BAL-IDX)
                 OR WS-SEAT-IDX > 0
         END-IF.

       CHECK-ONE-SEAT-MEMBER.
         IF WS-BS-PLAYER-ID (WS-BAL-IDX, I) = WS-KEY-PLAYER-ID
             AND (WS-KEY-PLAYER-ID > 0
               OR WS-BS-NAME (WS-BAL-IDX, I) = WS-KEY-NAME)
           MOVE I TO WS-SEAT-IDX
         END-IF.

      *> A game is judged once, from its first table entry, over
      *> every table entry that carries its id.
       JUDGE-ONE-GAME.
         IF WARO-BT-JUDGED (WS-GAME-IDX)
           GO TO JUDGE-ONE-GAME-EXIT
         END-IF.
         ADD 1 TO WS-GAME-COUNT.
         MOVE WS-BT-GAME-ID (WS-GAME-IDX) TO WS-KEY-GAME-ID.
         MOVE "N" TO WS-POINTS-SW.
         MOVE "N" TO WS-ROUNDS-SW.
         MOVE "N" TO WS-DECK-SW.
         MOVE "N" TO WS-PAYOUT-SW.
         MOVE "N" TO WS-POSTED-SW.
         MOVE "N" TO WS-SHOW-SW.
         PERFORM JUDGE-GAME-TABLES.
         IF NOT WARO-POINTS-OUT AND NOT WARO-ROUNDS-OUT
             AND NOT WARO-DECK-OUT AND NOT WARO-PAYOUT-OUT
             AND NOT WARO-POSTED-OUT
           ADD 1 TO WS-BALANCED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-BALANCE : game " DELIMITED BY SIZE
             WS-KEY-GAME-ID DELIMITED BY SIZE
             " BALANCED" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO JUDGE-ONE-GAME-EXIT
         END-IF.
         ADD 1 TO WS-OUT-COUNT.
         PERFORM BUILD-VERDICT-TEXT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-BALANCE : game " DELIMITED BY SIZE
           WS-KEY-GAME-ID DELIMITED BY SIZE
           " OUT OF BALANCE -" DELIMITED BY SIZE
           WS-VERDICT-TEXT DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE "Y" TO WS-SHOW-SW.
         PERFORM JUDGE-GAME-TABLES.
         MOVE "WARO026E" TO WS-MSG-ID.
         MOVE WS-KEY-GAME-ID TO WS-MSG-GAME-ID.
         MOVE WS-VERDICT-TEXT (2:39) TO WS-MSG-KEY.
         PERFORM ISSUE-MESSAGE.
       JUDGE-ONE-GAME-EXIT.
         EXIT.

       JUDGE-GAME-TABLES.
         PERFORM JUDGE-ONE-TABLE THRU JUDGE-ONE-TABLE-EXIT
           VARYING WS-BAL-IDX FROM WS-GAME-IDX BY 1
             UNTIL WS-BAL-IDX > WS-BAL-COUNT.
         IF WS-BT-EVENT-COUNT (WS-GAME-IDX) = 0
           PERFORM JUDGE-SEAT-PAYOUTS
         END-IF.
         IF WS-BT-STRAY-COUNT (WS-GAME-IDX) > 0
           MOVE "Y" TO WS-PAYOUT-SW
           IF WARO-SHOW-REASONS
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-BALANCE :   " DELIMITED BY SIZE
               WS-BT-STRAY-COUNT (WS-GAME-IDX) DELIMITED BY SIZE
               " payout detail(s) name no seated player"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
           END-IF
         END-IF.

       JUDGE-ONE-TABLE.
         IF WS-BT-GAME-ID (WS-BAL-IDX) NOT = WS-KEY-GAME-ID
           GO TO JUDGE-ONE-TABLE-EXIT
         END-IF.
         MOVE "Y" TO WS-BT-JUDGED-SW (WS-BAL-IDX).
         IF WS-BT-POSTED-COUNT (WS-BAL-IDX) > 1
           MOVE "Y" TO WS-POSTED-SW
           IF WARO-SHOW-REASONS
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-BALANCE :   table " DELIMITED BY SIZE
               WS-BT-TABLE-ID (WS-BAL-IDX) DELIMITED BY SIZE
               " posted " DELIMITED BY SIZE
               WS-BT-POSTED-COUNT (WS-BAL-IDX) DELIMITED BY SIZE
               " times on WARO-RESULTS" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
           END-IF
         END-IF.
         IF NOT WARO-BT-DECK-FOUND (WS-BAL-IDX)
           MOVE "Y" TO WS-DECK-SW
           IF WARO-SHOW-REASONS
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-BALANCE :   table " DELIMITED BY SIZE
               WS-BT-TABLE-ID (WS-BAL-IDX) DELIMITED BY SIZE
               " no deck on WARO-DECKLIB" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
           END-IF
         END-IF.
         COMPUTE WS-EXPECT-LINES = WS-BT-GD-HI-ROUND (WS-BAL-IDX)
           * WS-BT-NUM-PLAYERS (WS-BAL-IDX).
         IF WS-BT-AUDIT-LINES (WS-BAL-IDX)
               NOT = WS-BT-GD-LINES (WS-BAL-IDX)
             OR WS-BT-AUDIT-HI-ROUND (WS-BAL-IDX)
               NOT = WS-BT-GD-HI-ROUND (WS-BAL-IDX)
             OR WS-BT-GD-LINES (WS-BAL-IDX) NOT = WS-EXPECT-LINES
             OR WS-BT-GD-LINES (WS-BAL-IDX) = 0
           MOVE "Y" TO WS-ROUNDS-SW
           IF WARO-SHOW-REASONS
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-BALANCE :   table " DELIMITED BY SIZE
               WS-BT-TABLE-ID (WS-BAL-IDX) DELIMITED BY SIZE
               " rounds - audit " DELIMITED BY SIZE
               WS-BT-AUDIT-HI-ROUND (WS-BAL-IDX) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-BT-AUDIT-LINES (WS-BAL-IDX) DELIMITED BY SIZE
               " lines), gamedtl " DELIMITED BY SIZE
               WS-BT-GD-HI-ROUND (WS-BAL-IDX) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-BT-GD-LINES (WS-BAL-IDX) DELIMITED BY SIZE
               " lines)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
           END-IF
         END-IF.
         PERFORM JUDGE-ONE-SEAT-POINTS
           VARYING WS-SEAT-IDX FROM 1 BY 1
             UNTIL WS-SEAT-IDX > WS-BT-NUM-PLAYERS (WS-BAL-IDX).
       JUDGE-ONE-TABLE-EXIT.
         EXIT.

      *> The audit lines carry the seat's running total, so the
      *> last one must be the posted points, and the opening
      *> spot they imply (a handicap, or zero) plus every round's
      *> delta on the game detail must come to the same.
       JUDGE-ONE-SEAT-POINTS.
         COMPUTE WS-OPENING-SPOT =
           WS-BS-AU-FIRST-POINTS (WS-BAL-IDX, WS-SEAT-IDX)
           - WS-BS-GD-FIRST-DELTA (WS-BAL-IDX, WS-SEAT-IDX).
         COMPUTE WS-EXPECT-POINTS = WS-OPENING-SPOT
           + WS-BS-GD-SUM (WS-BAL-IDX, WS-SEAT-IDX).
         IF WS-BS-AU-LAST-POINTS (WS-BAL-IDX, WS-SEAT-IDX)
               NOT = WS-BS-POINTS (WS-BAL-IDX, WS-SEAT-IDX)
             OR WS-BS-AU-FIRST-ROUND (WS-BAL-IDX, WS-SEAT-IDX)
               NOT = WS-BS-GD-FIRST-ROUND (WS-BAL-IDX, WS-SEAT-IDX)
             OR WS-OPENING-SPOT < 0
             OR WS-EXPECT-POINTS
               NOT = WS-BS-POINTS (WS-BAL-IDX, WS-SEAT-IDX)
           MOVE "Y" TO WS-POINTS-SW
           IF WARO-SHOW-REASONS
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-BALANCE :   table " DELIMITED BY SIZE
               WS-BT-TABLE-ID (WS-BAL-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BS-NAME (WS-BAL-IDX, WS-SEAT-IDX) DELIMITED BY SIZE
               " points - posted " DELIMITED BY SIZE
               WS-BS-POINTS (WS-BAL-IDX, WS-SEAT-IDX)
               DELIMITED BY SIZE
               ", audit " DELIMITED BY SIZE
               WS-BS-AU-LAST-POINTS (WS-BAL-IDX, WS-SEAT-IDX)
               DELIMITED BY SIZE
               ", deltas " DELIMITED BY SIZE
               WS-BS-GD-SUM (WS-BAL-IDX, WS-SEAT-IDX)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
           END-IF
         END-IF.

      *> An ordinary night pays every seat once: a PO detail not
      *> reversed, or a detail held back on WARO-PAYHOLD. A seat
      *> with a second detail took one of the game's sweeps.
       JUDGE-SEAT-PAYOUTS.
         MOVE WS-BT-SWEEP-COUNT (WS-GAME-IDX) TO WS-SWEEPS-LEFT.
         PERFORM JUDGE-ONE-TABLE-PAYOUTS
           VARYING WS-BAL-IDX FROM WS-GAME-IDX BY 1
             UNTIL WS-BAL-IDX > WS-BAL-COUNT.

       JUDGE-ONE-TABLE-PAYOUTS.
         IF WS-BT-GAME-ID (WS-BAL-IDX) = WS-KEY-GAME-ID
           PERFORM JUDGE-ONE-SEAT-PAYOUT
             THRU JUDGE-ONE-SEAT-PAYOUT-EXIT
             VARYING WS-SEAT-IDX FROM 1 BY 1
               UNTIL WS-SEAT-IDX > WS-BT-NUM-PLAYERS (WS-BAL-IDX)
         END-IF.

       JUDGE-ONE-SEAT-PAYOUT.
         IF WARO-BS-HOUSE-SEAT (WS-BAL-IDX, WS-SEAT-IDX)
           IF WS-BS-PAID-COUNT (WS-BAL-IDX, WS-SEAT-IDX) NOT = 0
               OR WS-BS-HELD-COUNT (WS-BAL-IDX, WS-SEAT-IDX) > 0
             PERFORM REPORT-SEAT-PAYOUT-OUT
           END-IF
           GO TO JUDGE-ONE-SEAT-PAYOUT-EXIT
         END-IF.
         IF WS-BS-PAID-COUNT (WS-BAL-IDX, WS-SEAT-IDX) = 1
             OR (WS-BS-PAID-COUNT (WS-BAL-IDX, WS-SEAT-IDX) = 0
               AND WS-BS-HELD-COUNT (WS-BAL-IDX, WS-SEAT-IDX) > 0)
           CONTINUE
         ELSE
           IF WS-BS-PAID-COUNT (WS-BAL-IDX, WS-SEAT-IDX) = 2
               AND WS-SWEEPS-LEFT > 0
             SUBTRACT 1 FROM WS-SWEEPS-LEFT
             GO TO JUDGE-ONE-SEAT-PAYOUT-EXIT
           END-IF
           PERFORM REPORT-SEAT-PAYOUT-OUT
         END-IF.
       JUDGE-ONE-SEAT-PAYOUT-EXIT.
         EXIT.

       REPORT-SEAT-PAYOUT-OUT.
         MOVE "Y" TO WS-PAYOUT-SW.
         IF WARO-SHOW-REASONS
           MOVE WS-BS-PAID-COUNT (WS-BAL-IDX, WS-SEAT-IDX)
             TO WS-PAID-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-BALANCE :   table " DELIMITED BY SIZE
             WS-BT-TABLE-ID (WS-BAL-IDX) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-BS-NAME (WS-BAL-IDX, WS-SEAT-IDX) DELIMITED BY SIZE
             " payout - " DELIMITED BY SIZE
             WS-PAID-ED DELIMITED BY SIZE
             " PO detail(s) net, " DELIMITED BY SIZE
             WS-BS-HELD-COUNT (WS-BAL-IDX, WS-SEAT-IDX)
             DELIMITED BY SIZE
             " held" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

       BUILD-VERDICT-TEXT.
         MOVE SPACES TO WS-VERDICT-TEXT.
         MOVE 1 TO WS-VERDICT-PTR.
         IF WARO-POINTS-OUT
           STRING " POINTS" DELIMITED BY SIZE
             INTO WS-VERDICT-TEXT WITH POINTER WS-VERDICT-PTR
         END-IF.
         IF WARO-ROUNDS-OUT
           STRING " ROUNDS" DELIMITED BY SIZE
             INTO WS-VERDICT-TEXT WITH POINTER WS-VERDICT-PTR
         END-IF.
         IF WARO-DECK-OUT
           STRING " DECK" DELIMITED BY SIZE
             INTO WS-VERDICT-TEXT WITH POINTER WS-VERDICT-PTR
         END-IF.
         IF WARO-PAYOUT-OUT
           STRING " PAYOUT" DELIMITED BY SIZE
             INTO WS-VERDICT-TEXT WITH POINTER WS-VERDICT-PTR
         END-IF.
         IF WARO-POSTED-OUT
           STRING " RESULTS" DELIMITED BY SIZE
             INTO WS-VERDICT-TEXT WITH POINTER WS-VERDICT-PTR
         END-IF.

       REPORT-TOTALS.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-BALANCE : " DELIMITED BY SIZE
           WS-GAME-COUNT DELIMITED BY SIZE
           " game(s) checked, " DELIMITED BY SIZE
           WS-BALANCED-COUNT DELIMITED BY SIZE
           " balanced, " DELIMITED BY SIZE
           WS-OUT-COUNT DELIMITED BY SIZE
           " out of balance" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-UNMATCHED-AUDIT > 0 OR WS-UNMATCHED-GAMEDTL > 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-BALANCE : lines naming no seated player - "
             DELIMITED BY SIZE
             "audit " DELIMITED BY SIZE
             WS-UNMATCHED-AUDIT DELIMITED BY SIZE
             ", gamedtl " DELIMITED BY SIZE
             WS-UNMATCHED-GAMEDTL DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

      *> Coded message: the catalog supplies the text and the
      *> out-of-balance game lands on the WARO-ALERTS feed.
       ISSUE-MESSAGE.
         MOVE SPACES TO WS-MSG-TEXT.
         CALL 'waro-msg'
           USING WS-MSG-ID, WS-MSG-GAME-ID, WS-MSG-KEY, WS-MSG-TEXT
           ON EXCEPTION
             MOVE WS-MSG-ID TO WS-MSG-TEXT
         END-CALL.
         MOVE WS-MSG-TEXT TO WS-REPORT-LINE.
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
