      *> WARO, recomputes every player's points, and compares them
      *> to the WARO-RESULTS record posted for that game - proving
      *> the standings were not mis-posted or tampered with after
      *> the deal. Parm: [FULL] [SPLITPOT] [WAR] to match the
      *> disputed run's variant and scoring mode; a war table's
      *> tied rounds are re-bid through war-rebid exactly as the
      *> night played them. The deck header's game id
      *> selects the results record. Seats bid with the roster's
      *> strategies; a RANDOM or ATTENDED seat cannot be replayed
      *> deterministically and makes the run unverifiable.
      *> The replay proves the result as the night posted it; a
      *> seat WARO-CORRECT has since corrected shows the corrected
      *> points and the reason beside its comparison.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         01 WS-POSTED-REC.
            02 WVR-RECORD-TYPE PIC X(2).
              88 WVR-DETAIL-REC VALUE "DT".
              88 WVR-CORRECTION-REC VALUE "CR".
            02 WVR-RUN-DATE PIC 9(8).
            02 WVR-GAME-ID PIC 9(16).
            02 WVR-TABLE-ID PIC 9(1).
                  04 WVR-PLAYER-ID PIC 9(4).
                  04 WVR-PLAYER-NAME PIC X(6).
                  04 WVR-PLAYER-POINTS PIC 9(4).
            02 WVR-CORRECTION-DATA REDEFINES WVR-PLAYER-AREA.
               03 FILLER PIC X(1).
               03 WVR-CR-SEAT PIC 9(2).
               03 FILLER PIC X(18).
               03 WVR-CR-ADJ-POINTS PIC S9(4) SIGN LEADING SEPARATE.
               03 WVR-CR-NEW-POINTS PIC 9(4).
               03 WVR-CR-REASON PIC X(6).
               03 FILLER PIC X(114).
            02 WVR-RULE PIC X(1).
            02 WVR-VARIANT PIC X(1).
            02 WVR-SPLITPOT PIC X(1).
           88 WARO-DECKLIB-FOUND VALUE "Y".
         01 WS-ASK-GAME-ID PIC 9(16) VALUE 0.
         01 WS-ASK-TABLE PIC 9(1) VALUE 1.
         01 WS-COMMIT-TABLE PIC 9(1) VALUE 1.
         01 WS-FILED-COMMIT PIC 9(16) VALUE 0.
         01 WS-DECK-COMMIT PIC 9(16) VALUE 0.
         01 WS-DECK-COMMIT-STATUS PIC X(1) VALUE "0".
         01 WS-COMMIT-FILED-SW PIC X(1) VALUE "N".
           88 WARO-COMMIT-FILED VALUE "Y".
         01 WS-COMMIT-MISMATCH-SW PIC X(1) VALUE "N".
           88 WARO-COMMIT-MISMATCH VALUE "Y".
         01 WS-LOWBALL-MODE-SW PIC X(1) VALUE "N".
           88 WARO-LOWBALL-MODE VALUE "Y".
         01 WS-RULE-CODE PIC X(1) VALUE "H".
         01 WS-POSTED-SPLITPOT PIC X(1) VALUE SPACE.
         01 WS-SPLITPOT-MODE-SW PIC X(1) VALUE "N".
           88 WARO-SPLITPOT-MODE VALUE "Y".
         01 WS-WAR-MODE-SW PIC X(1) VALUE "N".
           88 WARO-WAR-MODE VALUE "Y".
         01 WS-WAR-ROUND-COUNT PIC 9(2) VALUE 0.
         01 WS-FULL-MODE-SW PIC X(1) VALUE "N".
           88 WARO-FULL-MODE VALUE "Y".
         01 WS-FOUND-RESULT-SW PIC X(1) VALUE "N".
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
         01 WS-POSTED-POINTS-TABLE.
            02 WS-POSTED-POINTS PIC 9(4) OCCURS NUM-PLAYERS-MAX
               TIMES.
      *> Corrections filed against the posted seats since, by
      *> seat: the points they stand at now and the last reason.
         01 WS-CORRECTED-TABLE.
            02 WS-CORRECTED-ENTRY OCCURS NUM-PLAYERS-MAX TIMES.
               03 WS-CORRECTED-COUNT PIC 9(2).
               03 WS-CORRECTED-POINTS PIC 9(4).
               03 WS-CORRECTED-REASON PIC X(6).
         01 KITTY-REC.
            02 PRIZE-CARD PIC 9(2).
            02 KITTY-CARDS PIC 9(2) OCCURS NUM-CARDS-HAND-MAX TIMES.
         01 DECK-REC.
            02 DECK-CARDS PIC 9(2) OCCURS NUM-CARDS-DECK TIMES.
         01 WS-RESULT-DATE PIC 9(8) VALUE 0.
         01 WS-RESULT-TABLE PIC 9(1) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
         PERFORM READ-VERIFY-PARM.
         PERFORM READ-ARCHIVED-DECK THRU READ-ARCHIVED-DECK-EXIT.
         PERFORM CHECK-DECK-COMMITMENT
           THRU CHECK-DECK-COMMITMENT-EXIT.
         PERFORM FIND-POSTED-RESULT THRU FIND-POSTED-RESULT-EXIT.
         IF NOT WARO-RESULT-FOUND
           MOVE SPACES TO WS-REPORT-LINE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
           IF WARO-COMMIT-MISMATCH
             MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
         END-IF.
         PERFORM CHECK-EVENT-MULTIPLIER
         PERFORM PLAY-ROUND
           VARYING I FROM 1 BY 1 UNTIL I > WS-NUM-CARDS-HAND.

         IF WARO-WAR-MODE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-VERIFY : war table - " DELIMITED BY SIZE
             WS-WAR-ROUND-COUNT DELIMITED BY SIZE
             " tied round(s) re-bid in the replay" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         PERFORM COMPARE-ONE-PLAYER
           VARYING X FROM 1 BY 1 UNTIL X > WS-NUM-PLAYERS.
         MOVE SPACES TO WS-REPORT-LINE.
           MOVE 8 TO RETURN-CODE
         END-IF.
         PERFORM WRITE-REPORT.
         IF WARO-COMMIT-MISMATCH
           MOVE 8 TO RETURN-CODE
         END-IF.
       STOP RUN.

       READ-VERIFY-PARM.
           WHEN WS-PARM-TOKEN (WS-TOKEN-IDX) = "SPLITPOT"
             MOVE "Y" TO WS-SPLITPOT-MODE-SW
             MOVE "Y" TO WS-PARM-MODES-SW
           WHEN WS-PARM-TOKEN (WS-TOKEN-IDX) = "WAR"
             MOVE "Y" TO WS-WAR-MODE-SW
             MOVE "Y" TO WS-PARM-MODES-SW
           WHEN WS-PARM-TOKEN (WS-TOKEN-IDX) = "FULL"
             MOVE "Y" TO WS-FULL-MODE-SW
             MOVE "Y" TO WS-PARM-MODES-SW
       TAKE-ONE-LIBRARY-CARD.
         MOVE WDL-CARD (I) TO DECK-CARDS (I).

      *> The commitment printed before the table's first round is
      *> filed with the deck on the library. Recomputing it from
      *> the deck under test proves that deck is the one that was
      *> dealt: MATCH, or MISMATCH and a return code of 8. Decks
      *> filed before commitments were kept have none to check.
      *> Off WARO-DECK - the last table dealt - the game's library
      *> deck with the same cards names the table, else the
      *> game's last library deck is taken.
       CHECK-DECK-COMMITMENT.
         MOVE WS-ASK-TABLE TO WS-COMMIT-TABLE.
         MOVE "N" TO WS-DECKLIB-EOF-SW.
         MOVE "N" TO WS-DECKLIB-FOUND-SW.
         OPEN INPUT WARO-DECKLIB-FILE.
         IF WS-DECKLIB-FILE-STATUS = "00"
           PERFORM FIND-FILED-COMMITMENT
             UNTIL WARO-DECKLIB-EOF OR WARO-DECKLIB-FOUND
           CLOSE WARO-DECKLIB-FILE
         END-IF.
         IF NOT WARO-COMMIT-FILED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-VERIFY : table " DELIMITED BY SIZE
             WS-COMMIT-TABLE DELIMITED BY SIZE
             " has no deck commitment on file" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO CHECK-DECK-COMMITMENT-EXIT
         END-IF.
         CALL 'deck-commit'
           USING WS-DECK-GAME-ID, WS-COMMIT-TABLE, DECK-REC,
             WS-DECK-COMMIT, WS-DECK-COMMIT-STATUS
           ON EXCEPTION
             MOVE "E" TO WS-DECK-COMMIT-STATUS
         END-CALL.
         IF WS-DECK-COMMIT-STATUS NOT = "0"
           MOVE "WARO-VERIFY : deck-commit failed to load or execute"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
         MOVE SPACES TO WS-REPORT-LINE.
         IF WS-DECK-COMMIT = WS-FILED-COMMIT
           STRING "WARO-VERIFY : table " DELIMITED BY SIZE
             WS-COMMIT-TABLE DELIMITED BY SIZE
             " commitment " DELIMITED BY SIZE
             WS-FILED-COMMIT DELIMITED BY SIZE
             " MATCH" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
         ELSE
           STRING "WARO-VERIFY : table " DELIMITED BY SIZE
             WS-COMMIT-TABLE DELIMITED BY SIZE
             " commitment " DELIMITED BY SIZE
             WS-FILED-COMMIT DELIMITED BY SIZE
             " MISMATCH " DELIMITED BY SIZE
             WS-DECK-COMMIT DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           MOVE "Y" TO WS-COMMIT-MISMATCH-SW
         END-IF.
         PERFORM WRITE-REPORT.
       CHECK-DECK-COMMITMENT-EXIT.
         EXIT.

       FIND-FILED-COMMITMENT.
         READ WARO-DECKLIB-FILE
           AT END
             MOVE "Y" TO WS-DECKLIB-EOF-SW
           NOT AT END
             IF WDL-GAME-ID = WS-DECK-GAME-ID
                 AND (WS-ASK-GAME-ID = 0
                   OR WDL-TABLE-ID = WS-COMMIT-TABLE)
               MOVE WDL-TABLE-ID TO WS-COMMIT-TABLE
               MOVE "N" TO WS-COMMIT-FILED-SW
               IF WDL-DECK-HASH IS NUMERIC
                 MOVE WDL-DECK-HASH TO WS-FILED-COMMIT
                 MOVE "Y" TO WS-COMMIT-FILED-SW
               END-IF
               IF WS-ASK-GAME-ID > 0 OR WDL-DECK-AREA = DECK-REC
                 MOVE "Y" TO WS-DECKLIB-FOUND-SW
               END-IF
             END-IF
         END-READ.

      *> The deck header's game id reads the posted batch straight
      *> off the keyed master - a START on the game id and the
      *> batch comes back in posting order, no top-down scan of
                 MOVE "Y" TO WS-FOUND-RESULT-SW
                 MOVE WVR-NUM-PLAYERS TO WS-NUM-PLAYERS
                 MOVE WVR-RUN-DATE TO WS-RESULT-DATE
                 MOVE WVR-TABLE-ID TO WS-RESULT-TABLE
                 MOVE WVR-RULE TO WS-POSTED-RULE
                 MOVE WVR-VARIANT TO WS-POSTED-VARIANT
                 MOVE WVR-SPLITPOT TO WS-POSTED-SPLITPOT
                 PERFORM TAKE-ONE-POSTED-PLAYER
                   VARYING X FROM 1 BY 1 UNTIL X > WS-NUM-PLAYERS
               END-IF
               IF WVR-CORRECTION-REC
                   AND WARO-RESULT-FOUND
                   AND WVR-TABLE-ID = WS-RESULT-TABLE
                   AND WVR-CR-SEAT > 0
                   AND WVR-CR-SEAT NOT > WS-NUM-PLAYERS
                 MOVE WVR-CR-SEAT TO Y
                 ADD 1 TO WS-CORRECTED-COUNT (Y)
                 MOVE WVR-CR-NEW-POINTS TO WS-CORRECTED-POINTS (Y)
                 MOVE WVR-CR-REASON TO WS-CORRECTED-REASON (Y)
               END-IF
             END-IF
         END-READ.

         MOVE 0 TO PLAYER-BID (X).
         MOVE 0 TO PLAYER-POINTS (X).
         MOVE "HIGH" TO PLAYER-STRATEGY (X).
         MOVE 0 TO WS-CORRECTED-COUNT (X).
         MOVE 0 TO WS-CORRECTED-POINTS (X).
         MOVE SPACES TO WS-CORRECTED-REASON (X).

      *> The posted record stamps its own rule, variant and
      *> scoring mode (spaces on records cut before the stamps
           IF WS-POSTED-SPLITPOT = "Y"
             MOVE "Y" TO WS-SPLITPOT-MODE-SW
           END-IF
           IF WS-POSTED-SPLITPOT = "W"
             MOVE "Y" TO WS-WAR-MODE-SW
           END-IF
         END-IF.

      *> Strategies come from the roster by seat name; a seat
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
         END-IF.
         IF WS-WINNER-COUNT > 0
           IF WARO-SPLITPOT-MODE
             MOVE WS-ROUND-PRIZE-VALUE TO WS-DU-DIVIDEND
             INTO WS-REPORT-LINE
         END-IF.
         PERFORM WRITE-REPORT.
         IF WS-CORRECTED-COUNT (X) > 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-VERIFY :   corrected " DELIMITED BY SIZE
             PLAYER-NAME (X) DELIMITED BY SIZE
             " posted " DELIMITED BY SIZE
             WS-POSTED-POINTS (X) DELIMITED BY SIZE
             " now " DELIMITED BY SIZE
             WS-CORRECTED-POINTS (X) DELIMITED BY SIZE
             " reason " DELIMITED BY SIZE
             WS-CORRECTED-REASON (X) DELIMITED BY SIZE
             " (" DELIMITED BY SIZE
             WS-CORRECTED-COUNT (X) DELIMITED BY SIZE
             ")" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
