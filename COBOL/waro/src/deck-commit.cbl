       IDENTIFICATION DIVISION.
       PROGRAM-ID. deck-commit.
      *> Pre-play commitment for one table's dealt deck, divide-util
      *> style: a callable subprogram so the run that deals the deck
      *> and the programs that later check it build exactly the same
      *> input. The commitment is the audit-chain link of the game
      *> id (as the starting link) and a body of the table number
      *> followed by the 52 cards in deal order, so changing any
      *> card, swapping two cards or moving the deck to another
      *> table or game changes the value. DC-STATUS is "0" when
      *> the commitment was computed, "E" when audit-chain could
      *> not be loaded.

       DATA DIVISION.
       LOCAL-STORAGE SECTION.
          01 WS-COMMIT-BODY.
             02 WS-COMMIT-TABLE PIC 9(1).
             02 WS-COMMIT-DECK PIC X(104).
             02 FILLER PIC X(5).

       LINKAGE SECTION.
       01 DC-GAME-ID PIC 9(16).
       01 DC-TABLE-ID PIC 9(1).
       01 DC-DECK PIC X(104).
       01 DC-COMMIT PIC 9(16).
       01 DC-STATUS PIC X(1).

       PROCEDURE DIVISION
           USING DC-GAME-ID, DC-TABLE-ID, DC-DECK, DC-COMMIT,
             DC-STATUS.
          MOVE "0" TO DC-STATUS.
          MOVE 0 TO DC-COMMIT.
          MOVE SPACES TO WS-COMMIT-BODY.
          MOVE DC-TABLE-ID TO WS-COMMIT-TABLE.
          MOVE DC-DECK TO WS-COMMIT-DECK.
          CALL 'audit-chain'
            USING DC-GAME-ID, WS-COMMIT-BODY, DC-COMMIT
            ON EXCEPTION
              MOVE "E" TO DC-STATUS
          END-CALL.

          GOBACK
          .
