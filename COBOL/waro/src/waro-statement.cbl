      *> running cumulative total, ending at the player's current
      *> standing. Parm: a player id (4 digits) or a table name.
      *> Written to WARO-STATEMENT so the page can be handed to
      *> the member; a registered member is also told on the
      *> WARO-NOTICE feed that the statement is ready.
      *> A game WARO-CORRECT has since corrected keeps its line
      *> as originally posted, with each correction printed under
      *> it - the points before and after, the adjustment and the
      *> reason - and the running total carries the corrected
      *> points. Winnings WARO kept against money the member owed
      *> the house ("OF" on WARO-LEDGER) print under the game they
      *> were won on: how much, and whether it went to a clawback
      *> or to a debit balance on the account.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WARORES.
         COPY WARORTS.
         COPY WAROALS.
         COPY WARONTS.
         COPY WAROLGS.
         SELECT WARO-STATEMENT-FILE ASSIGN TO "WARO-STATEMENT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATEMENT-FILE-STATUS.
         COPY WARORSF.
         COPY WARORTR.
         COPY WAROALR.
         COPY WARONTR.
         COPY WAROLGR.
         FD WARO-STATEMENT-FILE.
         01 WARO-STATEMENT-REC PIC X(80).
         WORKING-STORAGE SECTION.
         01 WS-RESULTS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-STATEMENT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-NOTICE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-TODAY PIC 9(8) VALUE 0.
         01 WS-RESULTS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-RESULTS-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
           88 WARO-ALIAS-EOF VALUE "Y".
         01 WS-ALIAS-NORM PIC X(6) VALUE SPACES.

      *> The member's corrections, gathered ahead of the main pass
      *> so each prints beside the game it corrects.
         01 WS-CORR-COUNT PIC 9(3) VALUE 0.
         01 WS-CORR-MAX PIC 9(3) VALUE 200.
         01 WS-CORR-IDX PIC 9(3) VALUE 0.
         01 WS-CORR-TABLE.
            02 WS-CORR-ENTRY OCCURS 200 TIMES.
               03 WS-CORR-GAME-ID PIC 9(16).
               03 WS-CORR-TABLE-ID PIC 9(1).
               03 WS-CORR-PRIOR PIC 9(4).
               03 WS-CORR-NEW PIC 9(4).
               03 WS-CORR-ADJ PIC S9(4).
               03 WS-CORR-REASON PIC X(6).
               03 WS-CORR-POST-DATE PIC 9(8).
         01 WS-CORR-DISPLAY PIC +(4)9.

      *> The member's offsets off the ledger, gathered the same
      *> way to print under the game whose winnings they took.
         01 WS-LEDGER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-LEDGER-EOF-SW PIC X(1) VALUE "N".
           88 WARO-LEDGER-EOF VALUE "Y".
         01 WS-OFS-COUNT PIC 9(3) VALUE 0.
         01 WS-OFS-MAX PIC 9(3) VALUE 200.
         01 WS-OFS-IDX PIC 9(3) VALUE 0.
         01 WS-OFS-TABLE.
            02 WS-OFS-ENTRY OCCURS 200 TIMES.
               03 WS-OFS-GAME-ID PIC 9(16).
               03 WS-OFS-AMOUNT PIC 9(6)V99.
               03 WS-OFS-CLAWBACK-DATE PIC 9(8).
         01 WS-OFS-DISPLAY PIC ZZZZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
         PERFORM READ-TARGET-PARM.
         MOVE "date     game id          table points   total"
           TO WS-STATEMENT-LINE.
         PERFORM WRITE-STATEMENT.
         PERFORM LOAD-CORRECTIONS THRU LOAD-CORRECTIONS-EXIT.
         PERFORM LOAD-OFFSETS THRU LOAD-OFFSETS-EXIT.

         OPEN INPUT WARO-RESULTS-FILE.
         IF WS-RESULTS-FILE-STATUS NOT = "00"
         PERFORM WRITE-STATEMENT.
         PERFORM SHOW-SKILL-RATING THRU SHOW-SKILL-RATING-EXIT.
         CLOSE WARO-STATEMENT-FILE.
         IF WS-TARGET-ID > 0
           PERFORM WRITE-NOTICE
         END-IF.
       STOP RUN.

      *> The member is told the page is waiting at the desk.
       WRITE-NOTICE.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
         OPEN EXTEND WARO-NOTICE-FILE.
         IF WS-NOTICE-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-NOTICE-FILE
         END-IF.
         MOVE SPACES TO WARO-NOTICE-REC.
         MOVE WS-TODAY TO WNT-NOTICE-DATE.
         MOVE WS-TARGET-ID TO WNT-PLAYER-ID.
         MOVE "STATEMENT" TO WNT-SOURCE.
         STRING "Your WARO points statement is ready: "
           DELIMITED BY SIZE
           WS-GAME-COUNT DELIMITED BY SIZE
           " game(s), " DELIMITED BY SIZE
           WS-RUNNING-TOTAL DELIMITED BY SIZE
           " points" DELIMITED BY SIZE
           INTO WNT-TEXT.
         WRITE WARO-NOTICE-REC.
         CLOSE WARO-NOTICE-FILE.

      *> The member's current skill rating, when one is on file -
      *> walk-ins and name-only lookups carry none.
       SHOW-SKILL-RATING.
           MOVE WS-NORM-IN (WS-NORM-IDX:) TO WS-NORM-OUT
         END-IF.

       LOAD-CORRECTIONS.
         OPEN INPUT WARO-RESULTS-FILE.
         IF WS-RESULTS-FILE-STATUS NOT = "00"
           GO TO LOAD-CORRECTIONS-EXIT
         END-IF.
         PERFORM LOAD-ONE-CORRECTION UNTIL WARO-RESULTS-EOF.
         CLOSE WARO-RESULTS-FILE.
         MOVE "N" TO WS-RESULTS-EOF-SW.
       LOAD-CORRECTIONS-EXIT.
         EXIT.

       LOAD-ONE-CORRECTION.
         READ WARO-RESULTS-FILE
           AT END
             MOVE "Y" TO WS-RESULTS-EOF-SW
           NOT AT END
             IF WRR-CORRECTION-REC
               PERFORM KEEP-ONE-CORRECTION
             END-IF
         END-READ.

       KEEP-ONE-CORRECTION.
         MOVE WRR-CR-PLAYER-NAME TO WS-NORM-IN.
         PERFORM NORMALIZE-NAME.
         MOVE WS-NORM-OUT TO WS-MATCH-NAME.
         IF ((WS-TARGET-ID > 0 AND WRR-CR-PLAYER-ID = WS-TARGET-ID)
             OR (WS-TARGET-ID = 0
               AND WS-MATCH-NAME = WS-TARGET-NAME))
             AND WS-CORR-COUNT < WS-CORR-MAX
           ADD 1 TO WS-CORR-COUNT
           MOVE WRR-GAME-ID TO WS-CORR-GAME-ID (WS-CORR-COUNT)
           MOVE WRR-TABLE-ID TO WS-CORR-TABLE-ID (WS-CORR-COUNT)
           MOVE WRR-CR-PRIOR-POINTS TO WS-CORR-PRIOR (WS-CORR-COUNT)
           MOVE WRR-CR-NEW-POINTS TO WS-CORR-NEW (WS-CORR-COUNT)
           MOVE WRR-CR-ADJ-POINTS TO WS-CORR-ADJ (WS-CORR-COUNT)
           MOVE WRR-CR-REASON TO WS-CORR-REASON (WS-CORR-COUNT)
           MOVE WRR-CR-POST-DATE
             TO WS-CORR-POST-DATE (WS-CORR-COUNT)
         END-IF.

       READ-ONE-RESULT.
         READ WARO-RESULTS-FILE
           AT END
             WS-RUNNING-TOTAL DELIMITED BY SIZE
             INTO WS-STATEMENT-LINE
           PERFORM WRITE-STATEMENT
           PERFORM PRINT-ONE-CORRECTION
             VARYING WS-CORR-IDX FROM 1 BY 1
               UNTIL WS-CORR-IDX > WS-CORR-COUNT
           PERFORM PRINT-ONE-OFFSET
             VARYING WS-OFS-IDX FROM 1 BY 1
               UNTIL WS-OFS-IDX > WS-OFS-COUNT
         END-IF.

      *> Under the original line: when and why it was corrected,
      *> the points as they stood and as they now stand.
       PRINT-ONE-CORRECTION.
         IF WS-CORR-GAME-ID (WS-CORR-IDX) = WRR-GAME-ID
             AND WS-CORR-TABLE-ID (WS-CORR-IDX) = WRR-TABLE-ID
           ADD WS-CORR-ADJ (WS-CORR-IDX) TO WS-RUNNING-TOTAL
           MOVE WS-CORR-ADJ (WS-CORR-IDX) TO WS-CORR-DISPLAY
           MOVE SPACES TO WS-STATEMENT-LINE
           STRING "  corrected " DELIMITED BY SIZE
             WS-CORR-POST-DATE (WS-CORR-IDX) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-CORR-REASON (WS-CORR-IDX) DELIMITED BY SIZE
             " was " DELIMITED BY SIZE
             WS-CORR-PRIOR (WS-CORR-IDX) DELIMITED BY SIZE
             " now " DELIMITED BY SIZE
             WS-CORR-NEW (WS-CORR-IDX) DELIMITED BY SIZE
             WS-CORR-DISPLAY DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             WS-RUNNING-TOTAL DELIMITED BY SIZE
             INTO WS-STATEMENT-LINE
           PERFORM WRITE-STATEMENT
         END-IF.

      *> The ledger is keyed by member id, so a name-only lookup
      *> (a walk-in) has no offsets to show.
       LOAD-OFFSETS.
         IF WS-TARGET-ID = 0
           GO TO LOAD-OFFSETS-EXIT
         END-IF.
         OPEN INPUT WARO-LEDGER-FILE.
         IF WS-LEDGER-FILE-STATUS NOT = "00"
           GO TO LOAD-OFFSETS-EXIT
         END-IF.
         PERFORM LOAD-ONE-OFFSET UNTIL WARO-LEDGER-EOF.
         CLOSE WARO-LEDGER-FILE.
       LOAD-OFFSETS-EXIT.
         EXIT.

       LOAD-ONE-OFFSET.
         READ WARO-LEDGER-FILE
           AT END
             MOVE "Y" TO WS-LEDGER-EOF-SW
           NOT AT END
             IF WLG-OFFSET-ENTRY AND WLG-PLAYER-ID = WS-TARGET-ID
                 AND WS-OFS-COUNT < WS-OFS-MAX
               ADD 1 TO WS-OFS-COUNT
               MOVE WLG-GAME-ID TO WS-OFS-GAME-ID (WS-OFS-COUNT)
               MOVE WLG-CREDIT-AMOUNT
                 TO WS-OFS-AMOUNT (WS-OFS-COUNT)
               IF WLG-DEBIT-AMOUNT > 0 AND WLG-RECEIPT-NO IS NUMERIC
                 MOVE WLG-RECEIPT-NO
                   TO WS-OFS-CLAWBACK-DATE (WS-OFS-COUNT)
               ELSE
                 MOVE 0 TO WS-OFS-CLAWBACK-DATE (WS-OFS-COUNT)
               END-IF
             END-IF
         END-READ.

      *> Under the game line: the winnings kept back, and what
      *> they paid off. The points and running total stand.
       PRINT-ONE-OFFSET.
         IF WS-OFS-GAME-ID (WS-OFS-IDX) = WRR-GAME-ID
           MOVE WS-OFS-AMOUNT (WS-OFS-IDX) TO WS-OFS-DISPLAY
           MOVE SPACES TO WS-STATEMENT-LINE
           IF WS-OFS-CLAWBACK-DATE (WS-OFS-IDX) > 0
             STRING "  offset " DELIMITED BY SIZE
               WS-OFS-DISPLAY DELIMITED BY SIZE
               " of winnings to the clawback of the "
               DELIMITED BY SIZE
               WS-OFS-CLAWBACK-DATE (WS-OFS-IDX) DELIMITED BY SIZE
               " game" DELIMITED BY SIZE
               INTO WS-STATEMENT-LINE
           ELSE
             STRING "  offset " DELIMITED BY SIZE
               WS-OFS-DISPLAY DELIMITED BY SIZE
               " of winnings to the balance owed on account"
               DELIMITED BY SIZE
               INTO WS-STATEMENT-LINE
           END-IF
           PERFORM WRITE-STATEMENT
         END-IF.

       WRITE-STATEMENT.
