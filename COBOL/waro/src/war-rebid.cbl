       IDENTIFICATION DIVISION.
       PROGRAM-ID. war-rebid.
      *> Tie re-bid ("war") for a contested prize card, divide-util
      *> style: a callable subprogram shared by WARO, WARO-VERIFY
      *> and WARO-SIM so all three settle a war the same way.
      *> Every seat that met the prize (WR-WON-SW "Y" on entry)
      *> puts up another card from its remaining hand, face down:
      *> the first unplayed slot, which is spent (zeroed) exactly
      *> as a bid is. Re-bid cards are contested by rank alone -
      *> highest rank under the classic rule, lowest under
      *> lowball - and seats still tied on rank go again. A seat
      *> with no card left drops out; if the last seats all run
      *> dry together, suit breaks the tie on each seat's last
      *> card (the original bid if it never re-bid). The pot is
      *> untouched here: on return exactly one seat is left with
      *> WR-WON-SW "Y" and the caller pays it the whole prize.
      *> Each card put up is logged in WR-LINE for the audit
      *> trail, with its outcome:
      *>   W  won the re-bid outright
      *>   H  held - tied on rank again, re-bids next step
      *>   O  outbid, out of the war
      *>   E  no card left to put up, out of the war
      *>   S  won on suit after the last seats ran out of cards

       DATA DIVISION.
       LOCAL-STORAGE SECTION.
          01 IDX PIC 9(2).
          01 SLOT-IDX PIC 9(2).
          01 LIVE-SLOT PIC 9(2) VALUE 0.
          01 UP-COUNT PIC 9(2) VALUE 0.
          01 BEST-COUNT PIC 9(2) VALUE 0.
          01 BEST-RANK PIC 9(2) VALUE 0.
          01 BEST-STRENGTH PIC 9(3) VALUE 0.
          01 WIN-IDX PIC 9(2) VALUE 0.
          01 SETTLED-SW PIC X(1) VALUE "N".
            88 WAR-SETTLED VALUE "Y".
          01 STEP-TABLE.
             02 STEP-ENTRY OCCURS 10 TIMES.
                03 STEP-IN-SW PIC X(1).
                03 STEP-CARD PIC 9(2).
                03 STEP-RANK PIC 9(2).
                03 STEP-LINE PIC 9(3).
          01 WS-CARD-VALUE PIC 9(2).
          01 WS-CARD-ZERO PIC 9(2).
          01 WS-CARD-SUIT PIC 9(1).
          01 WS-CARD-RANK PIC 9(2).
          01 WS-CARD-STRENGTH PIC 9(3).

       LINKAGE SECTION.
       78 NUM-CARDS-MAX            VALUE 26.
       01 WR-PLAYER-TABLE.
          02 WR-PLAYER-ENTRY OCCURS 10 TIMES.
             03 WR-PLAYER-NAME PIC X(6).
             03 WR-PLAYER-BID PIC 9(2).
             03 WR-PLAYER-POINTS PIC 9(4).
             03 WR-PLAYER-HAND PIC 9(2) OCCURS NUM-CARDS-MAX TIMES.
       01 WR-NUM-PLAYERS PIC 9(2).
       01 WR-NUM-CARDS PIC 9(2).
       01 WR-RULE-CODE PIC X(1).
       01 WR-WON-TABLE.
          02 WR-WON-SW PIC X(1) OCCURS 10 TIMES.
       01 WR-REBID-AREA.
          02 WR-STEP-COUNT PIC 9(2).
          02 WR-LINE-COUNT PIC 9(3).
          02 WR-WINNER-IDX PIC 9(2).
          02 WR-SETTLED-BY PIC X(1).
          02 WR-SEAT-ENTRY OCCURS 10 TIMES.
             03 WR-CONTESTED-SW PIC X(1).
             03 WR-CARDS-SPENT PIC 9(2).
             03 WR-LAST-CARD PIC 9(2).
          02 WR-LINE OCCURS 260 TIMES.
             03 WR-LINE-STEP PIC 9(2).
             03 WR-LINE-SEAT PIC 9(2).
             03 WR-LINE-CARD PIC 9(2).
             03 WR-LINE-OUTCOME PIC X(1).

       PROCEDURE DIVISION
           USING WR-PLAYER-TABLE, WR-NUM-PLAYERS, WR-NUM-CARDS,
             WR-RULE-CODE, WR-WON-TABLE, WR-REBID-AREA.
          MOVE 0 TO WR-STEP-COUNT
          MOVE 0 TO WR-LINE-COUNT
          MOVE 0 TO WR-WINNER-IDX
          MOVE SPACE TO WR-SETTLED-BY
          MOVE "N" TO SETTLED-SW
          PERFORM OPEN-SEAT
            VARYING IDX FROM 1 BY 1 UNTIL IDX > 10

          PERFORM REBID-STEP UNTIL WAR-SETTLED

          PERFORM CLOSE-SEAT
            VARYING IDX FROM 1 BY 1 UNTIL IDX > WR-NUM-PLAYERS

          GOBACK
          .

        OPEN-SEAT.
          MOVE "N" TO WR-CONTESTED-SW (IDX)
          MOVE 0 TO WR-CARDS-SPENT (IDX)
          MOVE 0 TO WR-LAST-CARD (IDX)
          IF IDX <= WR-NUM-PLAYERS AND WR-WON-SW (IDX) = "Y"
            MOVE "Y" TO WR-CONTESTED-SW (IDX)
            MOVE WR-PLAYER-BID (IDX) TO WR-LAST-CARD (IDX)
          END-IF.

      *> One face-down re-bid: every seat still in the war puts
      *> up a card, then the step is judged on rank.
        REBID-STEP.
          ADD 1 TO WR-STEP-COUNT
          MOVE 0 TO UP-COUNT
          PERFORM PUT-UP-CARD
            VARYING IDX FROM 1 BY 1 UNTIL IDX > WR-NUM-PLAYERS
          EVALUATE TRUE
            WHEN UP-COUNT = 0
              PERFORM SETTLE-ON-SUIT
            WHEN UP-COUNT = 1
              PERFORM FIND-ONLY-CARD
                VARYING IDX FROM 1 BY 1 UNTIL IDX > WR-NUM-PLAYERS
              MOVE "W" TO WR-LINE-OUTCOME (STEP-LINE (WIN-IDX))
              MOVE "R" TO WR-SETTLED-BY
              MOVE "Y" TO SETTLED-SW
            WHEN OTHER
              PERFORM JUDGE-STEP
          END-EVALUATE.

        PUT-UP-CARD.
          MOVE "N" TO STEP-IN-SW (IDX)
          MOVE 0 TO STEP-CARD (IDX)
          MOVE 0 TO STEP-RANK (IDX)
          MOVE 0 TO STEP-LINE (IDX)
          IF WR-CONTESTED-SW (IDX) = "Y"
            MOVE "Y" TO STEP-IN-SW (IDX)
            MOVE 0 TO LIVE-SLOT
            PERFORM FIND-LIVE-SLOT
              VARYING SLOT-IDX FROM 1 BY 1
                UNTIL LIVE-SLOT > 0 OR SLOT-IDX > WR-NUM-CARDS
            ADD 1 TO WR-LINE-COUNT
            MOVE WR-LINE-COUNT TO STEP-LINE (IDX)
            MOVE WR-STEP-COUNT TO WR-LINE-STEP (WR-LINE-COUNT)
            MOVE IDX TO WR-LINE-SEAT (WR-LINE-COUNT)
            IF LIVE-SLOT > 0
              MOVE WR-PLAYER-HAND (IDX, LIVE-SLOT) TO STEP-CARD (IDX)
              MOVE 0 TO WR-PLAYER-HAND (IDX, LIVE-SLOT)
              ADD 1 TO WR-CARDS-SPENT (IDX)
              MOVE STEP-CARD (IDX) TO WR-LAST-CARD (IDX)
              MOVE STEP-CARD (IDX) TO WS-CARD-VALUE
              PERFORM CARD-STRENGTH
              MOVE WS-CARD-RANK TO STEP-RANK (IDX)
              MOVE STEP-CARD (IDX) TO WR-LINE-CARD (WR-LINE-COUNT)
              MOVE SPACE TO WR-LINE-OUTCOME (WR-LINE-COUNT)
              ADD 1 TO UP-COUNT
            ELSE
              MOVE 0 TO WR-LINE-CARD (WR-LINE-COUNT)
              MOVE "E" TO WR-LINE-OUTCOME (WR-LINE-COUNT)
              MOVE "N" TO WR-CONTESTED-SW (IDX)
            END-IF
          END-IF.

        FIND-LIVE-SLOT.
          IF WR-PLAYER-HAND (IDX, SLOT-IDX) > 0
            MOVE SLOT-IDX TO LIVE-SLOT
          END-IF.

        FIND-ONLY-CARD.
          IF STEP-CARD (IDX) > 0
            MOVE IDX TO WIN-IDX
          END-IF.

      *> Best rank this step; a lone best rank takes the war,
      *> a shared best rank holds and goes again.
        JUDGE-STEP.
          MOVE 0 TO BEST-RANK
          MOVE 0 TO BEST-COUNT
          PERFORM FIND-BEST-RANK
            VARYING IDX FROM 1 BY 1 UNTIL IDX > WR-NUM-PLAYERS
          PERFORM MARK-STEP-OUTCOME
            VARYING IDX FROM 1 BY 1 UNTIL IDX > WR-NUM-PLAYERS
          IF BEST-COUNT = 1
            MOVE "R" TO WR-SETTLED-BY
            MOVE "Y" TO SETTLED-SW
          END-IF.

        FIND-BEST-RANK.
          IF STEP-CARD (IDX) > 0
            IF BEST-RANK = 0
                OR (WR-RULE-CODE = "L"
                  AND STEP-RANK (IDX) < BEST-RANK)
                OR (WR-RULE-CODE NOT = "L"
                  AND STEP-RANK (IDX) > BEST-RANK)
              MOVE STEP-RANK (IDX) TO BEST-RANK
              MOVE 1 TO BEST-COUNT
              MOVE IDX TO WIN-IDX
            ELSE
              IF STEP-RANK (IDX) = BEST-RANK
                ADD 1 TO BEST-COUNT
              END-IF
            END-IF
          END-IF.

        MARK-STEP-OUTCOME.
          IF STEP-CARD (IDX) > 0
            IF STEP-RANK (IDX) = BEST-RANK
              IF BEST-COUNT = 1
                MOVE "W" TO WR-LINE-OUTCOME (STEP-LINE (IDX))
              ELSE
                MOVE "H" TO WR-LINE-OUTCOME (STEP-LINE (IDX))
              END-IF
            ELSE
              MOVE "O" TO WR-LINE-OUTCOME (STEP-LINE (IDX))
              MOVE "N" TO WR-CONTESTED-SW (IDX)
            END-IF
          END-IF.

      *> Every seat left in the war ran dry in the same step:
      *> the best last card by full strength (rank, then suit)
      *> takes it, logged as one more line at this step.
        SETTLE-ON-SUIT.
          MOVE 0 TO BEST-STRENGTH
          MOVE 0 TO WIN-IDX
          PERFORM FIND-BEST-LAST-CARD
            VARYING IDX FROM 1 BY 1 UNTIL IDX > WR-NUM-PLAYERS
          ADD 1 TO WR-LINE-COUNT
          MOVE WR-STEP-COUNT TO WR-LINE-STEP (WR-LINE-COUNT)
          MOVE WIN-IDX TO WR-LINE-SEAT (WR-LINE-COUNT)
          MOVE WR-LAST-CARD (WIN-IDX) TO WR-LINE-CARD (WR-LINE-COUNT)
          MOVE "S" TO WR-LINE-OUTCOME (WR-LINE-COUNT)
          MOVE "S" TO WR-SETTLED-BY
          MOVE "Y" TO SETTLED-SW.

        FIND-BEST-LAST-CARD.
          IF STEP-IN-SW (IDX) = "Y"
            MOVE WR-LAST-CARD (IDX) TO WS-CARD-VALUE
            PERFORM CARD-STRENGTH
            IF WIN-IDX = 0
                OR (WR-RULE-CODE = "L"
                  AND WS-CARD-STRENGTH < BEST-STRENGTH)
                OR (WR-RULE-CODE NOT = "L"
                  AND WS-CARD-STRENGTH > BEST-STRENGTH)
              MOVE WS-CARD-STRENGTH TO BEST-STRENGTH
              MOVE IDX TO WIN-IDX
            END-IF
          END-IF.

        CLOSE-SEAT.
          IF IDX = WIN-IDX
            MOVE "Y" TO WR-WON-SW (IDX)
            MOVE IDX TO WR-WINNER-IDX
          ELSE
            MOVE "N" TO WR-WON-SW (IDX)
          END-IF.

      *> Same rank/suit derivation as player-turn: rank is the
      *> card's position within its 13-card suit block, and the
      *> strength folds rank and suit rank-major.
        CARD-STRENGTH.
          IF WS-CARD-VALUE = 0
            MOVE 0 TO WS-CARD-RANK
            MOVE 0 TO WS-CARD-STRENGTH
          ELSE
            SUBTRACT 1 FROM WS-CARD-VALUE GIVING WS-CARD-ZERO
            DIVIDE WS-CARD-ZERO BY 13 GIVING WS-CARD-SUIT
              REMAINDER WS-CARD-RANK
            ADD 1 TO WS-CARD-SUIT
            ADD 1 TO WS-CARD-RANK
            COMPUTE WS-CARD-STRENGTH =
              (WS-CARD-RANK * 10) + WS-CARD-SUIT
          END-IF.
