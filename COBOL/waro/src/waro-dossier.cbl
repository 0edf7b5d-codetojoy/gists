      *>   <YYYYMMDD> [round]
      *> The dossier pulls together, into WARO-DOSSIER:
      *>   - the dealt deck in order (from the archived WARO-DECK
      *>     generation supplied to the run), and its pre-play
      *>     commitment re-proved against WARO-DECKLIB,
      *>   - every audit line for that date - prize, bid and
      *>     outcome per player per round (optionally one round),
      *>   - the posted WARO-RESULTS records for that date,
         SELECT WARO-DECK-FILE ASSIGN TO "WARO-DECK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DECK-FILE-STATUS.
         COPY WARODLS.
         SELECT WARO-AUDIT-FILE ASSIGN TO "WARO-AUDIT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
            02 FILLER REDEFINES WDK-GAME-ID.
               03 WDK-CARD PIC 9(2).
               03 WDK-CARD-PAD PIC X(14).
         COPY WARODLR.
         FD WARO-AUDIT-FILE.
         01 WARO-AUDIT-REC PIC X(127).
         FD WARO-DOSSIER-FILE.
         01 WARO-DOSSIER-REC PIC X(110).
         FD ROSTER-HIST-FILE.
         WORKING-STORAGE SECTION.
         01 WS-RESULTS-IDX-STATUS PIC X(2) VALUE "00".
         01 WS-DECK-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-DECKLIB-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-DECKLIB-EOF-SW PIC X(1) VALUE "N".
           88 WARO-DECKLIB-EOF VALUE "Y".
         01 WS-DECKLIB-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-DECKLIB-FOUND VALUE "Y".
         01 WS-CARDS-MATCHED-SW PIC X(1) VALUE "N".
           88 WARO-CARDS-MATCHED VALUE "Y".
         01 WS-DECK-GAME-ID PIC 9(16) VALUE 0.
         01 WS-COMMIT-TABLE PIC 9(1) VALUE 0.
         01 WS-FILED-COMMIT-TEXT PIC X(16) VALUE SPACES.
         01 WS-FILED-COMMIT REDEFINES WS-FILED-COMMIT-TEXT
            PIC 9(16).
         01 WS-DECK-COMMIT PIC 9(16) VALUE 0.
         01 WS-DECK-COMMIT-STATUS PIC X(1) VALUE "0".
         01 DECK-REC.
            02 DECK-CARDS PIC 9(2) OCCURS 52 TIMES.
         01 WS-AUDIT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-DOSSIER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-ROSTER-HIST-STATUS PIC X(2) VALUE "00".
         END-IF.

         PERFORM SHOW-DECK-SECTION THRU SHOW-DECK-SECTION-EXIT.
         PERFORM SHOW-DECK-COMMITMENT
           THRU SHOW-DECK-COMMITMENT-EXIT.
         PERFORM SHOW-AUDIT-SECTION THRU SHOW-AUDIT-SECTION-EXIT.
         PERFORM SHOW-RESULTS-SECTION THRU SHOW-RESULTS-SECTION-EXIT.
         PERFORM SHOW-ROSTER-SECTION THRU SHOW-ROSTER-SECTION-EXIT.
           AT END
             MOVE "Y" TO WS-DECK-EOF-SW
           NOT AT END
             MOVE WDK-GAME-ID TO WS-DECK-GAME-ID
             MOVE SPACES TO WS-DOSSIER-LINE
             STRING "  deck logged by game " DELIMITED BY SIZE
               WDK-GAME-ID DELIMITED BY SIZE
             MOVE "Y" TO WS-DECK-EOF-SW
           NOT AT END
             ADD 1 TO WS-DECK-POSITION
             IF WS-DECK-POSITION NOT > 52
               MOVE WDK-CARD TO DECK-CARDS (WS-DECK-POSITION)
             END-IF
             MOVE WDK-CARD TO WS-CARD-VALUE
             PERFORM CARD-SUIT-RANK
             MOVE SPACES TO WS-DOSSIER-LINE
             PERFORM WRITE-DOSSIER
         END-READ.

      *> The deck's commitment was printed on the report and the
      *> wall game log before the table's first round and filed
      *> with the deck on the library. WARO-DECK is the last table
      *> dealt: the library deck for the game with the same cards
      *> names the table, else the game's last library deck is
      *> taken. Recomputing the commitment from the supplied deck
      *> shows MATCH, or MISMATCH when the deck is not the one
      *> that was committed to before play.
       SHOW-DECK-COMMITMENT.
         MOVE "--- deck commitment ---" TO WS-DOSSIER-LINE.
         PERFORM WRITE-DOSSIER.
         IF WS-DECK-POSITION < 52
           MOVE "  no complete deck to check" TO WS-DOSSIER-LINE
           PERFORM WRITE-DOSSIER
           GO TO SHOW-DECK-COMMITMENT-EXIT
         END-IF.
         OPEN INPUT WARO-DECKLIB-FILE.
         IF WS-DECKLIB-FILE-STATUS NOT = "00"
           MOVE "  no WARO-DECKLIB library on hand"
             TO WS-DOSSIER-LINE
           PERFORM WRITE-DOSSIER
           GO TO SHOW-DECK-COMMITMENT-EXIT
         END-IF.
         PERFORM FIND-ONE-LIBRARY-DECK UNTIL WARO-DECKLIB-EOF.
         CLOSE WARO-DECKLIB-FILE.
         IF NOT WARO-DECKLIB-FOUND
           MOVE SPACES TO WS-DOSSIER-LINE
           STRING "  game " DELIMITED BY SIZE
             WS-DECK-GAME-ID DELIMITED BY SIZE
             " is not in the deck library" DELIMITED BY SIZE
             INTO WS-DOSSIER-LINE
           PERFORM WRITE-DOSSIER
           GO TO SHOW-DECK-COMMITMENT-EXIT
         END-IF.
         IF WS-FILED-COMMIT-TEXT IS NOT NUMERIC
           MOVE SPACES TO WS-DOSSIER-LINE
           STRING "  table " DELIMITED BY SIZE
             WS-COMMIT-TABLE DELIMITED BY SIZE
             " has no deck commitment on file" DELIMITED BY SIZE
             INTO WS-DOSSIER-LINE
           PERFORM WRITE-DOSSIER
           GO TO SHOW-DECK-COMMITMENT-EXIT
         END-IF.
         CALL 'deck-commit'
           USING WS-DECK-GAME-ID, WS-COMMIT-TABLE, DECK-REC,
             WS-DECK-COMMIT, WS-DECK-COMMIT-STATUS
           ON EXCEPTION
             MOVE "E" TO WS-DECK-COMMIT-STATUS
         END-CALL.
         IF WS-DECK-COMMIT-STATUS NOT = "0"
           MOVE "  deck-commit failed to load or execute"
             TO WS-DOSSIER-LINE
           PERFORM WRITE-DOSSIER
           GO TO SHOW-DECK-COMMITMENT-EXIT
         END-IF.
         MOVE SPACES TO WS-DOSSIER-LINE.
         IF WS-DECK-COMMIT = WS-FILED-COMMIT
           STRING "  table " DELIMITED BY SIZE
             WS-COMMIT-TABLE DELIMITED BY SIZE
             " commitment " DELIMITED BY SIZE
             WS-FILED-COMMIT DELIMITED BY SIZE
             " MATCH" DELIMITED BY SIZE
             INTO WS-DOSSIER-LINE
         ELSE
           STRING "  table " DELIMITED BY SIZE
             WS-COMMIT-TABLE DELIMITED BY SIZE
             " commitment " DELIMITED BY SIZE
             WS-FILED-COMMIT DELIMITED BY SIZE
             " MISMATCH - supplied deck gives " DELIMITED BY SIZE
             WS-DECK-COMMIT DELIMITED BY SIZE
             INTO WS-DOSSIER-LINE
         END-IF.
         PERFORM WRITE-DOSSIER.
       SHOW-DECK-COMMITMENT-EXIT.
         EXIT.

       FIND-ONE-LIBRARY-DECK.
         READ WARO-DECKLIB-FILE
           AT END
             MOVE "Y" TO WS-DECKLIB-EOF-SW
           NOT AT END
             IF WDL-GAME-ID = WS-DECK-GAME-ID
                 AND NOT WARO-CARDS-MATCHED
               MOVE "Y" TO WS-DECKLIB-FOUND-SW
               MOVE WDL-TABLE-ID TO WS-COMMIT-TABLE
               MOVE WDL-DECK-HASH TO WS-FILED-COMMIT-TEXT
               IF WDL-DECK-AREA = DECK-REC
                 MOVE "Y" TO WS-CARDS-MATCHED-SW
               END-IF
             END-IF
         END-READ.

        CARD-SUIT-RANK.
          SUBTRACT 1 FROM WS-CARD-VALUE GIVING WS-CARD-ZERO.
          DIVIDE WS-CARD-ZERO BY 13 GIVING WS-CARD-SUIT
               ADD 1 TO WS-AUDIT-MATCH-COUNT
               MOVE SPACES TO WS-DOSSIER-LINE
               STRING "  " DELIMITED BY SIZE
                 WARO-AUDIT-REC (1:108) DELIMITED BY SIZE
                 INTO WS-DOSSIER-LINE
               PERFORM WRITE-DOSSIER
             END-IF
