       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-INQUIRY.
      *> Front-desk member inquiry: everything the desk is asked
      *> about one member on one screen, instead of running
      *> WARO-LEDGER, WARO-STATEMENT, WARO-CAREER and WARO-PLAYER
      *> LIST and reading the roster, ratings, away and dispute
      *> files by hand. Keyed by a player id (up to 4 digits) or a
      *> table name; a name resolves to the member through the
      *> roster first, then the filed WARO-ALIAS names. Shows:
      *>   - the WARO-PLAYERS master and the member's caps,
      *>   - the roster seat: table name, status, division,
      *>     handicap and bidding profile,
      *>   - the current WARO-RATINGS rating,
      *>   - the WARO-LEDGER balance, credits less debits,
      *>   - payouts held on WARO-PAYHOLD awaiting release,
      *>   - open WARO-DISPUTE disputes on games the member sat,
      *>   - open WARO-RECEIVABLE clawbacks, less any winnings
      *>     WARO has already offset against them,
      *>   - away dates on WARO-AWAY that have not yet passed,
      *>   - the last few games off the live WARO-RESULTS.
      *> Read-only: no file is changed. With a parm it answers
      *> that one inquiry and ends (rc 4 when nobody matches);
      *> without one it prompts at the console until a blank
      *> entry, which is how the shop menu runs it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROPMS.
         COPY WAROROS.
         COPY WARORTS.
         COPY WAROLGS.
         COPY WAROPHS.
         COPY WAROAWS.
         COPY WARORES.
         COPY WAROALS.
         SELECT WARO-DISPUTE-FILE ASSIGN TO "WARO-DISPUTE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPUTE-FILE-STATUS.
         COPY WARORVS.
       DATA DIVISION.
         FILE SECTION.
         COPY WAROPMR.
         COPY WARORSR.
         COPY WARORTR.
         COPY WAROLGR.
         COPY WAROPHR.
         COPY WAROAWR.
         COPY WARORSF.
         COPY WAROALR.
         FD WARO-DISPUTE-FILE.
         01 WARO-DISPUTE-REC.
            02 WDP-GAME-ID PIC 9(16).
            02 FILLER PIC X(1).
            02 WDP-FILED-DATE PIC 9(8).
            02 FILLER PIC X(1).
            02 WDP-STATUS PIC X(1).
              88 WDP-OPEN VALUE "O".
         COPY WARORVR.
         WORKING-STORAGE SECTION.
         01 WS-PLAYERS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-ROSTER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RATINGS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-LEDGER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PAYHOLD-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-AWAY-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RESULTS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-ALIAS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-DISPUTE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RECEIVABLE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-INQUIRY-EOF VALUE "Y".
         01 WS-DONE-SW PIC X(1) VALUE "N".
           88 WARO-INQUIRY-DONE VALUE "Y".
         01 WS-SCREEN-LINE PIC X(80) VALUE SPACES.
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-TODAY PIC 9(8) VALUE 0.

      *> The member asked about, resolved the WARO-CAREER way.
         01 WS-TARGET-TEXT PIC X(6) VALUE SPACES.
         01 WS-ID-TEXT PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
         01 WS-TARGET-ID PIC 9(4) VALUE 0.
         01 WS-TARGET-NAME PIC X(6) VALUE SPACES.
         01 WS-NORM-IN PIC X(6) VALUE SPACES.
         01 WS-NORM-OUT PIC X(6) VALUE SPACES.
         01 WS-NORM-IDX PIC 9(1) VALUE 0.
         01 WS-MASTER-SW PIC X(1) VALUE "N".
           88 WARO-MASTER-FOUND VALUE "Y".
         01 WS-ROSTER-SW PIC X(1) VALUE "N".
           88 WARO-ROSTER-FOUND VALUE "Y".
         01 WS-RATING-SW PIC X(1) VALUE "N".
           88 WARO-RATING-FOUND VALUE "Y".
         01 WS-SEAT-MATCH-SW PIC X(1) VALUE "N".
           88 WARO-SEAT-MATCHED VALUE "Y".

      *> The master and roster records as found.
         01 WS-MASTER-REC PIC X(50) VALUE SPACES.
         01 WS-ROSTER-REC PIC X(40) VALUE SPACES.
         01 WS-STATUS-WORD PIC X(9) VALUE SPACES.
         01 WS-DIVISION PIC X(1) VALUE SPACES.
         01 WS-STRATEGY PIC X(8) VALUE SPACES.
         01 WS-HANDICAP PIC 9(3) VALUE 0.

      *> Money, carried signed for the balance.
         01 WS-CREDIT-TOTAL PIC 9(8)V99 VALUE 0.
         01 WS-DEBIT-TOTAL PIC 9(8)V99 VALUE 0.
         01 WS-BALANCE PIC S9(8)V99 VALUE 0.
         01 WS-BALANCE-ED PIC +ZZZZZZZ9.99.
         01 WS-AMOUNT-TOTAL PIC 9(8)V99 VALUE 0.
         01 WS-AMOUNT-ED PIC ZZZZZZZ9.99.
         01 WS-LINE-AMOUNT-ED PIC ZZZZZ9.99.
         01 WS-ENTRY-COUNT PIC 9(6) VALUE 0.
         01 WS-COUNT-ED PIC ZZZZZ9.
         01 WS-CAP-ED PIC ZZZZZ9.

      *> Item lines are listed up to this many per section, under
      *> the count line that carries the full tally.
         78 NUM-ITEMS-SHOWN VALUE 3.
         01 WS-ITEM-COUNT PIC 9(4) VALUE 0.
         01 WS-ITEM-TABLE.
            02 WS-ITEM-LINE PIC X(80) OCCURS NUM-ITEMS-SHOWN TIMES.
         01 WS-ITEM-IDX PIC 9(1) VALUE 0.

      *> The member's open clawbacks, each with what is still owed
      *> once the offsets filed after it are taken off.
         78 NUM-OWED-MAX VALUE 50.
         01 WS-OWED-TABLE.
            02 WS-OWED-ENTRY OCCURS NUM-OWED-MAX TIMES.
               03 WS-OW-ENTRY-DATE PIC 9(8).
               03 WS-OW-RUN-DATE PIC 9(8).
               03 WS-OW-GAME-ID PIC 9(16).
               03 WS-OW-AMOUNT PIC 9(6)V99.
         01 WS-OWED-COUNT PIC 9(2) VALUE 0.
         01 WS-OWED-IDX PIC 9(2) VALUE 0.
         01 WS-OFS-LEFT PIC 9(6)V99 VALUE 0.
         01 WS-OFS-TAKE PIC 9(6)V99 VALUE 0.

      *> The member's game ids off the live results, for the
      *> dispute match, and the most recent games in date order.
         78 NUM-GAMES-MAX VALUE 500.
         01 WS-GAME-TABLE.
            02 WS-GAME-ID PIC 9(16) OCCURS NUM-GAMES-MAX TIMES.
         01 WS-GAME-COUNT PIC 9(4) VALUE 0.
         01 WS-GAME-IDX PIC 9(4) VALUE 0.
         01 WS-GAME-SW PIC X(1) VALUE "N".
           88 WARO-GAME-KNOWN VALUE "Y".
         01 WS-GAMES-PLAYED PIC 9(6) VALUE 0.
         78 NUM-RECENT-MAX VALUE 5.
         01 WS-RECENT-TABLE.
            02 WS-RECENT-ENTRY OCCURS NUM-RECENT-MAX TIMES.
               03 WS-RG-RUN-DATE PIC 9(8).
               03 WS-RG-GAME-ID PIC 9(16).
               03 WS-RG-TABLE-ID PIC 9(1).
               03 WS-RG-PLAYERS PIC 9(2).
               03 WS-RG-POINTS PIC 9(4).
               03 WS-RG-PLACE PIC 9(2).
         01 WS-RECENT-COUNT PIC 9(1) VALUE 0.
         01 WS-RECENT-IDX PIC 9(1) VALUE 0.
         01 WS-SEAT-POINTS PIC 9(4) VALUE 0.
         01 WS-SEAT-PLACE PIC 9(2) VALUE 0.

         78 NUM-ALIAS-MAX VALUE 50.
         01 WS-ALIAS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-ALIAS-EOF VALUE "Y".
         01 WS-ALIAS-TABLE.
            02 WS-ALIAS-ENTRY OCCURS NUM-ALIAS-MAX TIMES.
               03 WS-AL-PLAYER-ID PIC 9(4).
               03 WS-AL-OLD-NAME PIC X(6).
         01 WS-ALIAS-COUNT PIC 9(2) VALUE 0.
         01 WS-ALIAS-IDX PIC 9(2) VALUE 0.
         01 I PIC 9(2).
         01 J PIC 9(2).

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
         PERFORM LOAD-ALIASES THRU LOAD-ALIASES-EXIT.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         IF WS-PARM NOT = SPACES
           PERFORM ANSWER-INQUIRY THRU ANSWER-INQUIRY-EXIT
           IF NOT WARO-MASTER-FOUND AND NOT WARO-ROSTER-FOUND
             MOVE 4 TO RETURN-CODE
           END-IF
         ELSE
           PERFORM ASK-ONE-INQUIRY UNTIL WARO-INQUIRY-DONE
         END-IF.
         DISPLAY "WARO-INQUIRY Ready.".
       STOP RUN.

       ASK-ONE-INQUIRY.
         DISPLAY " ".
         DISPLAY "WARO-INQUIRY : player id or table name"
           " (blank to quit): ".
         MOVE SPACES TO WS-PARM.
         ACCEPT WS-PARM.
         IF WS-PARM = SPACES
           MOVE "Y" TO WS-DONE-SW
         ELSE
           PERFORM ANSWER-INQUIRY THRU ANSWER-INQUIRY-EXIT
         END-IF.

      *> One inquiry: resolve the member, then each file in turn.
       ANSWER-INQUIRY.
         PERFORM RESOLVE-TARGET.
         IF WS-TARGET-ID = 0 AND WS-TARGET-NAME = SPACES
           MOVE "N" TO WS-MASTER-SW
           MOVE "N" TO WS-ROSTER-SW
           DISPLAY "WARO-INQUIRY : enter a player id or a table name"
           GO TO ANSWER-INQUIRY-EXIT
         END-IF.
         PERFORM FIND-ROSTER-SEAT THRU FIND-ROSTER-SEAT-EXIT.
         PERFORM FIND-MASTER THRU FIND-MASTER-EXIT.
         IF NOT WARO-MASTER-FOUND AND NOT WARO-ROSTER-FOUND
           MOVE SPACES TO WS-SCREEN-LINE
           STRING "WARO-INQUIRY : no member or roster seat for "
             DELIMITED BY SIZE
             WS-TARGET-TEXT DELIMITED BY SPACE
             INTO WS-SCREEN-LINE
           DISPLAY WS-SCREEN-LINE
           GO TO ANSWER-INQUIRY-EXIT
         END-IF.
         MOVE ALL "=" TO WS-SCREEN-LINE.
         DISPLAY WS-SCREEN-LINE.
         MOVE SPACES TO WS-SCREEN-LINE.
         STRING "WARO-INQUIRY  member " DELIMITED BY SIZE
           WS-TARGET-ID DELIMITED BY SIZE
           "  as of " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           INTO WS-SCREEN-LINE.
         DISPLAY WS-SCREEN-LINE.
         PERFORM SHOW-MASTER.
         PERFORM SHOW-ROSTER.
         PERFORM SCAN-RESULTS THRU SCAN-RESULTS-EXIT.
         IF WS-TARGET-ID = 0
           DISPLAY "Account : unregistered walk-in - no member "
             "account, rating or holds"
         ELSE
           PERFORM SHOW-RATING THRU SHOW-RATING-EXIT
           PERFORM SHOW-LEDGER THRU SHOW-LEDGER-EXIT
           PERFORM SHOW-HOLDS THRU SHOW-HOLDS-EXIT
           PERFORM SHOW-RECEIVABLES THRU SHOW-RECEIVABLES-EXIT
           PERFORM SHOW-AWAY THRU SHOW-AWAY-EXIT
         END-IF.
         PERFORM SHOW-DISPUTES THRU SHOW-DISPUTES-EXIT.
         PERFORM SHOW-RECENT-GAMES.
         MOVE ALL "=" TO WS-SCREEN-LINE.
         DISPLAY WS-SCREEN-LINE.
       ANSWER-INQUIRY-EXIT.
         EXIT.

       RESOLVE-TARGET.
         MOVE SPACES TO WS-TARGET-TEXT.
         MOVE 0 TO WS-TARGET-ID.
         MOVE SPACES TO WS-TARGET-NAME.
         UNSTRING WS-PARM DELIMITED BY ALL SPACE INTO WS-TARGET-TEXT.
         IF WS-TARGET-TEXT = SPACES
           MOVE WS-PARM TO WS-NORM-IN
           PERFORM NORMALIZE-NAME
           MOVE WS-NORM-OUT TO WS-TARGET-TEXT
         END-IF.
         MOVE SPACES TO WS-ID-TEXT.
         IF WS-TARGET-TEXT (5:2) = SPACES
           UNSTRING WS-TARGET-TEXT DELIMITED BY SPACE INTO WS-ID-TEXT
           INSPECT WS-ID-TEXT REPLACING LEADING SPACE BY ZERO
         END-IF.
         IF WS-ID-TEXT IS NUMERIC
           MOVE WS-ID-TEXT TO WS-TARGET-ID
         ELSE
           MOVE WS-TARGET-TEXT TO WS-NORM-IN
           PERFORM NORMALIZE-NAME
           MOVE WS-NORM-OUT TO WS-TARGET-NAME
         END-IF.

       NORMALIZE-NAME.
         MOVE SPACES TO WS-NORM-OUT.
         MOVE 0 TO WS-NORM-IDX.
         PERFORM FIND-FIRST-NONBLANK
           VARYING WS-NORM-IDX FROM 1 BY 1
             UNTIL WS-NORM-IDX > 6 OR WS-NORM-OUT NOT = SPACES.

       FIND-FIRST-NONBLANK.
         IF WS-NORM-OUT = SPACES
             AND WS-NORM-IN (WS-NORM-IDX:1) NOT = SPACE
           MOVE WS-NORM-IN (WS-NORM-IDX:) TO WS-NORM-OUT
         END-IF.

       LOAD-ALIASES.
         OPEN INPUT WARO-ALIAS-FILE.
         IF WS-ALIAS-FILE-STATUS NOT = "00"
           GO TO LOAD-ALIASES-EXIT
         END-IF.
         PERFORM LOAD-ONE-ALIAS
           UNTIL WARO-ALIAS-EOF OR WS-ALIAS-COUNT = NUM-ALIAS-MAX.
         CLOSE WARO-ALIAS-FILE.
       LOAD-ALIASES-EXIT.
         EXIT.

       LOAD-ONE-ALIAS.
         READ WARO-ALIAS-FILE
           AT END MOVE "Y" TO WS-ALIAS-EOF-SW
           NOT AT END
             ADD 1 TO WS-ALIAS-COUNT
             MOVE WNA-PLAYER-ID TO WS-AL-PLAYER-ID (WS-ALIAS-COUNT)
             MOVE WNA-OLD-NAME TO WS-AL-OLD-NAME (WS-ALIAS-COUNT)
         END-READ.

      *> A name is looked for on the roster first - the table
      *> name the desk hears - and failing that among the names
      *> the member has since left behind.
       FIND-ROSTER-SEAT.
         MOVE "N" TO WS-ROSTER-SW.
         MOVE "N" TO WS-EOF-SW.
         OPEN INPUT WARO-ROSTER-FILE.
         IF WS-ROSTER-FILE-STATUS NOT = "00"
           GO TO FIND-ROSTER-ALIAS
         END-IF.
         PERFORM MATCH-ONE-ROSTER-SEAT
           UNTIL WARO-INQUIRY-EOF OR WARO-ROSTER-FOUND.
         CLOSE WARO-ROSTER-FILE.
       FIND-ROSTER-ALIAS.
         IF NOT WARO-ROSTER-FOUND AND WS-TARGET-NAME NOT = SPACES
           PERFORM RESOLVE-NAME-ALIAS
             VARYING WS-ALIAS-IDX FROM 1 BY 1
               UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
           IF WS-TARGET-ID > 0
             MOVE SPACES TO WS-TARGET-NAME
             GO TO FIND-ROSTER-SEAT
           END-IF
         END-IF.
       FIND-ROSTER-SEAT-EXIT.
         EXIT.

       MATCH-ONE-ROSTER-SEAT.
         READ WARO-ROSTER-FILE
           AT END MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WS-TARGET-ID > 0
               IF WRO-PLAYER-ID = WS-TARGET-ID
                 MOVE "Y" TO WS-ROSTER-SW
               END-IF
             ELSE
               MOVE WRO-PLAYER-NAME TO WS-NORM-IN
               PERFORM NORMALIZE-NAME
               IF WS-NORM-OUT = WS-TARGET-NAME
                 MOVE "Y" TO WS-ROSTER-SW
                 IF WRO-PLAYER-ID IS NUMERIC
                   MOVE WRO-PLAYER-ID TO WS-TARGET-ID
                 END-IF
               END-IF
             END-IF
             IF WARO-ROSTER-FOUND
               MOVE WARO-ROSTER-REC TO WS-ROSTER-REC
             END-IF
         END-READ.

       RESOLVE-NAME-ALIAS.
         MOVE WS-AL-OLD-NAME (WS-ALIAS-IDX) TO WS-NORM-IN.
         PERFORM NORMALIZE-NAME.
         IF WS-NORM-OUT = WS-TARGET-NAME
           MOVE WS-AL-PLAYER-ID (WS-ALIAS-IDX) TO WS-TARGET-ID
         END-IF.

       FIND-MASTER.
         MOVE "N" TO WS-MASTER-SW.
         MOVE "N" TO WS-EOF-SW.
         IF WS-TARGET-ID = 0
           GO TO FIND-MASTER-EXIT
         END-IF.
         OPEN INPUT WARO-PLAYERS-FILE.
         IF WS-PLAYERS-FILE-STATUS NOT = "00"
           GO TO FIND-MASTER-EXIT
         END-IF.
         PERFORM MATCH-ONE-MASTER
           UNTIL WARO-INQUIRY-EOF OR WARO-MASTER-FOUND.
         CLOSE WARO-PLAYERS-FILE.
       FIND-MASTER-EXIT.
         EXIT.

       MATCH-ONE-MASTER.
         READ WARO-PLAYERS-FILE
           AT END MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WPM-PLAYER-ID = WS-TARGET-ID
               MOVE "Y" TO WS-MASTER-SW
               MOVE WARO-PLAYER-REC TO WS-MASTER-REC
             END-IF
         END-READ.

       SHOW-MASTER.
         IF NOT WARO-MASTER-FOUND
           IF WS-TARGET-ID = 0
             DISPLAY "Member  : none - the seat plays as a walk-in"
           ELSE
             DISPLAY "Member  : not on WARO-PLAYERS"
           END-IF
         ELSE
           MOVE WS-MASTER-REC TO WARO-PLAYER-REC
           MOVE SPACES TO WS-SCREEN-LINE
           STRING "Member  : " DELIMITED BY SIZE
             WPM-PLAYER-NAME DELIMITED BY SIZE
             " joined " DELIMITED BY SIZE
             WPM-JOIN-DATE DELIMITED BY SIZE
             INTO WS-SCREEN-LINE
           IF WPM-PROVISIONAL
             MOVE "  provisional walk-in" TO WS-SCREEN-LINE (48:)
           ELSE
             MOVE "  full member" TO WS-SCREEN-LINE (48:)
           END-IF
           DISPLAY WS-SCREEN-LINE
           MOVE SPACES TO WS-SCREEN-LINE
           MOVE "Caps    : win" TO WS-SCREEN-LINE
           IF WPM-WIN-CAP IS NUMERIC AND WPM-WIN-CAP > 0
             MOVE WPM-WIN-CAP TO WS-CAP-ED
             MOVE WS-CAP-ED TO WS-SCREEN-LINE (15:6)
           ELSE
             MOVE "none" TO WS-SCREEN-LINE (15:6)
           END-IF
           MOVE "loss" TO WS-SCREEN-LINE (23:4)
           IF WPM-LOSS-CAP IS NUMERIC AND WPM-LOSS-CAP > 0
             MOVE WPM-LOSS-CAP TO WS-CAP-ED
             MOVE WS-CAP-ED TO WS-SCREEN-LINE (28:6)
           ELSE
             MOVE "none" TO WS-SCREEN-LINE (28:6)
           END-IF
           MOVE "(whole dollars a night)" TO WS-SCREEN-LINE (36:)
           DISPLAY WS-SCREEN-LINE
         END-IF.

      *> Spaces on old roster records read as the defaults the
      *> seating run applies: ACTIVE, division A, HIGH, no spot.
       SHOW-ROSTER.
         IF NOT WARO-ROSTER-FOUND
           DISPLAY "Roster  : no seat on WARO-ROSTER"
         ELSE
           MOVE WS-ROSTER-REC TO WARO-ROSTER-REC
           EVALUATE TRUE
             WHEN WRO-STATUS-SUSPENDED
               MOVE "SUSPENDED" TO WS-STATUS-WORD
             WHEN WRO-STATUS-RETIRED
               MOVE "RETIRED" TO WS-STATUS-WORD
             WHEN WRO-STATUS-STANDBY
               MOVE "STANDBY" TO WS-STATUS-WORD
             WHEN OTHER
               MOVE "ACTIVE" TO WS-STATUS-WORD
           END-EVALUATE
           IF WRO-DIVISION-B
             MOVE "B" TO WS-DIVISION
           ELSE
             MOVE "A" TO WS-DIVISION
           END-IF
           IF WRO-STRATEGY = SPACES
             MOVE "HIGH" TO WS-STRATEGY
           ELSE
             MOVE WRO-STRATEGY TO WS-STRATEGY
           END-IF
           IF WRO-HANDICAP IS NUMERIC
             MOVE WRO-HANDICAP TO WS-HANDICAP
           ELSE
             MOVE 0 TO WS-HANDICAP
           END-IF
           MOVE SPACES TO WS-SCREEN-LINE
           STRING "Roster  : seat " DELIMITED BY SIZE
             WRO-PLAYER-NAME DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             WS-STATUS-WORD DELIMITED BY SIZE
             " division " DELIMITED BY SIZE
             WS-DIVISION DELIMITED BY SIZE
             "  handicap " DELIMITED BY SIZE
             WS-HANDICAP DELIMITED BY SIZE
             "  profile " DELIMITED BY SIZE
             WS-STRATEGY DELIMITED BY SIZE
             INTO WS-SCREEN-LINE
           DISPLAY WS-SCREEN-LINE
         END-IF.

       SHOW-RATING.
         MOVE "N" TO WS-RATING-SW.
         MOVE "N" TO WS-EOF-SW.
         OPEN INPUT WARO-RATINGS-FILE.
         IF WS-RATINGS-FILE-STATUS NOT = "00"
           DISPLAY "Rating  : no WARO-RATINGS file"
           GO TO SHOW-RATING-EXIT
         END-IF.
         PERFORM MATCH-ONE-RATING
           UNTIL WARO-INQUIRY-EOF OR WARO-RATING-FOUND.
         CLOSE WARO-RATINGS-FILE.
         IF WARO-RATING-FOUND
           MOVE SPACES TO WS-SCREEN-LINE
           STRING "Rating  : " DELIMITED BY SIZE
             WRG-RATING DELIMITED BY SIZE
             " over " DELIMITED BY SIZE
             WRG-GAMES DELIMITED BY SIZE
             " rated result(s), last moved " DELIMITED BY SIZE
             WRG-LAST-DATE DELIMITED BY SIZE
             INTO WS-SCREEN-LINE
           DISPLAY WS-SCREEN-LINE
         ELSE
           DISPLAY "Rating  : not yet rated"
         END-IF.
       SHOW-RATING-EXIT.
         EXIT.

       MATCH-ONE-RATING.
         READ WARO-RATINGS-FILE
           AT END MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WRG-PLAYER-ID = WS-TARGET-ID
               MOVE "Y" TO WS-RATING-SW
             END-IF
         END-READ.

       SHOW-LEDGER.
         MOVE 0 TO WS-CREDIT-TOTAL.
         MOVE 0 TO WS-DEBIT-TOTAL.
         MOVE 0 TO WS-ENTRY-COUNT.
         MOVE "N" TO WS-EOF-SW.
         OPEN INPUT WARO-LEDGER-FILE.
         IF WS-LEDGER-FILE-STATUS NOT = "00"
           DISPLAY "Ledger  : no WARO-LEDGER file"
           GO TO SHOW-LEDGER-EXIT
         END-IF.
         PERFORM SUM-ONE-LEDGER-ENTRY UNTIL WARO-INQUIRY-EOF.
         CLOSE WARO-LEDGER-FILE.
         COMPUTE WS-BALANCE = WS-CREDIT-TOTAL - WS-DEBIT-TOTAL.
         MOVE WS-BALANCE TO WS-BALANCE-ED.
         MOVE WS-ENTRY-COUNT TO WS-COUNT-ED.
         MOVE SPACES TO WS-SCREEN-LINE.
         STRING "Ledger  : balance " DELIMITED BY SIZE
           WS-BALANCE-ED DELIMITED BY SIZE
           " over " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           " entries" DELIMITED BY SIZE
           INTO WS-SCREEN-LINE.
         DISPLAY WS-SCREEN-LINE.
       SHOW-LEDGER-EXIT.
         EXIT.

       SUM-ONE-LEDGER-ENTRY.
         READ WARO-LEDGER-FILE
           AT END MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WLG-PLAYER-ID = WS-TARGET-ID
               ADD 1 TO WS-ENTRY-COUNT
               ADD WLG-CREDIT-AMOUNT TO WS-CREDIT-TOTAL
               ADD WLG-DEBIT-AMOUNT TO WS-DEBIT-TOTAL
             END-IF
         END-READ.

      *> Every line still on the hold file is awaiting release -
      *> WARO-PAYREL takes released lines off it.
       SHOW-HOLDS.
         MOVE 0 TO WS-ITEM-COUNT.
         MOVE 0 TO WS-AMOUNT-TOTAL.
         MOVE "N" TO WS-EOF-SW.
         OPEN INPUT WARO-PAYHOLD-FILE.
         IF WS-PAYHOLD-FILE-STATUS NOT = "00"
           DISPLAY "Holds   : none (no WARO-PAYHOLD file)"
           GO TO SHOW-HOLDS-EXIT
         END-IF.
         PERFORM SHOW-ONE-HOLD UNTIL WARO-INQUIRY-EOF.
         CLOSE WARO-PAYHOLD-FILE.
         MOVE WS-ITEM-COUNT TO WS-COUNT-ED.
         MOVE WS-AMOUNT-TOTAL TO WS-AMOUNT-ED.
         MOVE SPACES TO WS-SCREEN-LINE.
         STRING "Holds   : " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           " payout(s) held, total " DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           INTO WS-SCREEN-LINE.
         DISPLAY WS-SCREEN-LINE.
         PERFORM SHOW-ITEM-LINES.
       SHOW-HOLDS-EXIT.
         EXIT.

       SHOW-ONE-HOLD.
         READ WARO-PAYHOLD-FILE
           AT END MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WHL-HELD-DETAIL AND WHL-PLAYER-ID = WS-TARGET-ID
               ADD 1 TO WS-ITEM-COUNT
               ADD WHL-PAYOUT-AMOUNT TO WS-AMOUNT-TOTAL
               IF WS-ITEM-COUNT <= NUM-ITEMS-SHOWN
                 MOVE WHL-PAYOUT-AMOUNT TO WS-LINE-AMOUNT-ED
                 MOVE SPACES TO WS-ITEM-LINE (WS-ITEM-COUNT)
                 STRING "          run " DELIMITED BY SIZE
                   WHL-RUN-DATE DELIMITED BY SIZE
                   " game " DELIMITED BY SIZE
                   WHL-GAME-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LINE-AMOUNT-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WHL-HOLD-REASON DELIMITED BY SIZE
                   INTO WS-ITEM-LINE (WS-ITEM-COUNT)
               END-IF
             END-IF
         END-READ.

       SHOW-RECEIVABLES.
         MOVE 0 TO WS-ITEM-COUNT.
         MOVE 0 TO WS-AMOUNT-TOTAL.
         MOVE 0 TO WS-OWED-COUNT.
         MOVE "N" TO WS-EOF-SW.
         OPEN INPUT WARO-RECEIVABLE-FILE.
         IF WS-RECEIVABLE-FILE-STATUS NOT = "00"
           DISPLAY "Owed    : none (no WARO-RECEIVABLE file)"
           GO TO SHOW-RECEIVABLES-EXIT
         END-IF.
         PERFORM SHOW-ONE-RECEIVABLE UNTIL WARO-INQUIRY-EOF.
         CLOSE WARO-RECEIVABLE-FILE.
         PERFORM LIST-ONE-OWED
           VARYING WS-OWED-IDX FROM 1 BY 1
             UNTIL WS-OWED-IDX > WS-OWED-COUNT.
         MOVE WS-ITEM-COUNT TO WS-COUNT-ED.
         MOVE WS-AMOUNT-TOTAL TO WS-AMOUNT-ED.
         MOVE SPACES TO WS-SCREEN-LINE.
         STRING "Owed    : " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           " open receivable(s), total " DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           INTO WS-SCREEN-LINE.
         DISPLAY WS-SCREEN-LINE.
         PERFORM SHOW-ITEM-LINES.
       SHOW-RECEIVABLES-EXIT.
         EXIT.

      *> An offset comes after the clawback it went to, so it is
      *> taken off the open one on its key already in the table.
       SHOW-ONE-RECEIVABLE.
         READ WARO-RECEIVABLE-FILE
           AT END MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WRC-PLAYER-ID = WS-TARGET-ID
               IF WRC-OPEN AND WS-OWED-COUNT < NUM-OWED-MAX
                 ADD 1 TO WS-OWED-COUNT
                 MOVE WRC-ENTRY-DATE
                   TO WS-OW-ENTRY-DATE (WS-OWED-COUNT)
                 MOVE WRC-RUN-DATE TO WS-OW-RUN-DATE (WS-OWED-COUNT)
                 MOVE WRC-GAME-ID TO WS-OW-GAME-ID (WS-OWED-COUNT)
                 MOVE WRC-AMOUNT TO WS-OW-AMOUNT (WS-OWED-COUNT)
               END-IF
               IF WRC-OFFSET
                 MOVE WRC-AMOUNT TO WS-OFS-LEFT
                 PERFORM TAKE-ONE-OWED-OFFSET
                   VARYING WS-OWED-IDX FROM 1 BY 1
                     UNTIL WS-OWED-IDX > WS-OWED-COUNT
                       OR WS-OFS-LEFT = 0
               END-IF
             END-IF
         END-READ.

       TAKE-ONE-OWED-OFFSET.
         IF WS-OW-AMOUNT (WS-OWED-IDX) > 0
             AND WS-OW-GAME-ID (WS-OWED-IDX) = WRC-GAME-ID
             AND WS-OW-RUN-DATE (WS-OWED-IDX) = WRC-RUN-DATE
           IF WS-OW-AMOUNT (WS-OWED-IDX) > WS-OFS-LEFT
             MOVE WS-OFS-LEFT TO WS-OFS-TAKE
           ELSE
             MOVE WS-OW-AMOUNT (WS-OWED-IDX) TO WS-OFS-TAKE
           END-IF
           SUBTRACT WS-OFS-TAKE FROM WS-OW-AMOUNT (WS-OWED-IDX)
           SUBTRACT WS-OFS-TAKE FROM WS-OFS-LEFT
         END-IF.

       LIST-ONE-OWED.
         ADD 1 TO WS-ITEM-COUNT.
         ADD WS-OW-AMOUNT (WS-OWED-IDX) TO WS-AMOUNT-TOTAL.
         IF WS-ITEM-COUNT <= NUM-ITEMS-SHOWN
           MOVE WS-OW-AMOUNT (WS-OWED-IDX) TO WS-LINE-AMOUNT-ED
           MOVE SPACES TO WS-ITEM-LINE (WS-ITEM-COUNT)
           STRING "          raised " DELIMITED BY SIZE
             WS-OW-ENTRY-DATE (WS-OWED-IDX) DELIMITED BY SIZE
             " game " DELIMITED BY SIZE
             WS-OW-GAME-ID (WS-OWED-IDX) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-LINE-AMOUNT-ED DELIMITED BY SIZE
             INTO WS-ITEM-LINE (WS-ITEM-COUNT)
         END-IF.

      *> Only absences still to come or under way - a range that
      *> ended before today is history, not news for the desk.
       SHOW-AWAY.
         MOVE 0 TO WS-ITEM-COUNT.
         MOVE "N" TO WS-EOF-SW.
         OPEN INPUT WARO-AWAY-FILE.
         IF WS-AWAY-FILE-STATUS NOT = "00"
           DISPLAY "Away    : none filed"
           GO TO SHOW-AWAY-EXIT
         END-IF.
         PERFORM SHOW-ONE-AWAY UNTIL WARO-INQUIRY-EOF.
         CLOSE WARO-AWAY-FILE.
         IF WS-ITEM-COUNT = 0
           DISPLAY "Away    : none filed"
         END-IF.
       SHOW-AWAY-EXIT.
         EXIT.

       SHOW-ONE-AWAY.
         READ WARO-AWAY-FILE
           AT END MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WAW-PLAYER-ID = WS-TARGET-ID
                 AND WAW-TO-DATE IS NUMERIC
                 AND WAW-TO-DATE >= WS-TODAY
               ADD 1 TO WS-ITEM-COUNT
               IF WS-ITEM-COUNT <= NUM-ITEMS-SHOWN
                 MOVE SPACES TO WS-SCREEN-LINE
                 STRING "Away    : " DELIMITED BY SIZE
                   WAW-FROM-DATE DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   WAW-TO-DATE DELIMITED BY SIZE
                   INTO WS-SCREEN-LINE
                 DISPLAY WS-SCREEN-LINE
               END-IF
             END-IF
         END-READ.

      *> One pass of the live results: the member's game ids for
      *> the dispute match, games played, and the last few games
      *> kept oldest-first so they list in date order.
       SCAN-RESULTS.
         MOVE 0 TO WS-GAME-COUNT.
         MOVE 0 TO WS-GAMES-PLAYED.
         MOVE 0 TO WS-RECENT-COUNT.
         MOVE "N" TO WS-EOF-SW.
         OPEN INPUT WARO-RESULTS-FILE.
         IF WS-RESULTS-FILE-STATUS NOT = "00"
           GO TO SCAN-RESULTS-EXIT
         END-IF.
         PERFORM SCAN-ONE-RESULT UNTIL WARO-INQUIRY-EOF.
         CLOSE WARO-RESULTS-FILE.
       SCAN-RESULTS-EXIT.
         EXIT.

       SCAN-ONE-RESULT.
         READ WARO-RESULTS-FILE
           AT END MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WRR-DETAIL-REC AND WRR-NUM-PLAYERS IS NUMERIC
                 AND WRR-NUM-PLAYERS > 0 AND WRR-NUM-PLAYERS <= 10
               MOVE "N" TO WS-SEAT-MATCH-SW
               PERFORM MATCH-ONE-RESULT-SEAT
                 VARYING I FROM 1 BY 1
                   UNTIL I > WRR-NUM-PLAYERS OR WARO-SEAT-MATCHED
               IF WARO-SEAT-MATCHED
                 PERFORM TAKE-ONE-GAME
               END-IF
             END-IF
         END-READ.

       MATCH-ONE-RESULT-SEAT.
         IF WS-TARGET-ID > 0
           IF WRR-PLAYER-ID (I) = WS-TARGET-ID
             MOVE "Y" TO WS-SEAT-MATCH-SW
           END-IF
         ELSE
           MOVE WRR-PLAYER-NAME (I) TO WS-NORM-IN
           PERFORM NORMALIZE-NAME
           IF WS-NORM-OUT = WS-TARGET-NAME
             MOVE "Y" TO WS-SEAT-MATCH-SW
           END-IF
         END-IF.
         IF WARO-SEAT-MATCHED
           MOVE WRR-PLAYER-POINTS (I) TO WS-SEAT-POINTS
         END-IF.

      *> Place is one more than the seats that beat the member's
      *> points at that table.
       TAKE-ONE-GAME.
         ADD 1 TO WS-GAMES-PLAYED.
         MOVE "N" TO WS-GAME-SW.
         PERFORM CHECK-ONE-GAME-ID
           VARYING WS-GAME-IDX FROM 1 BY 1
             UNTIL WS-GAME-IDX > WS-GAME-COUNT OR WARO-GAME-KNOWN.
         IF NOT WARO-GAME-KNOWN AND WS-GAME-COUNT < NUM-GAMES-MAX
           ADD 1 TO WS-GAME-COUNT
           MOVE WRR-GAME-ID TO WS-GAME-ID (WS-GAME-COUNT)
         END-IF.
         MOVE 1 TO WS-SEAT-PLACE.
         PERFORM PLACE-ONE-SEAT
           VARYING J FROM 1 BY 1 UNTIL J > WRR-NUM-PLAYERS.
         IF WS-RECENT-COUNT = NUM-RECENT-MAX
           PERFORM SHIFT-ONE-RECENT
             VARYING WS-RECENT-IDX FROM 1 BY 1
               UNTIL WS-RECENT-IDX >= NUM-RECENT-MAX
         ELSE
           ADD 1 TO WS-RECENT-COUNT
         END-IF.
         MOVE WRR-RUN-DATE TO WS-RG-RUN-DATE (WS-RECENT-COUNT).
         MOVE WRR-GAME-ID TO WS-RG-GAME-ID (WS-RECENT-COUNT).
         MOVE WRR-TABLE-ID TO WS-RG-TABLE-ID (WS-RECENT-COUNT).
         MOVE WRR-NUM-PLAYERS TO WS-RG-PLAYERS (WS-RECENT-COUNT).
         MOVE WS-SEAT-POINTS TO WS-RG-POINTS (WS-RECENT-COUNT).
         MOVE WS-SEAT-PLACE TO WS-RG-PLACE (WS-RECENT-COUNT).

       CHECK-ONE-GAME-ID.
         IF WS-GAME-ID (WS-GAME-IDX) = WRR-GAME-ID
           MOVE "Y" TO WS-GAME-SW
         END-IF.

       PLACE-ONE-SEAT.
         IF WRR-PLAYER-POINTS (J) > WS-SEAT-POINTS
           ADD 1 TO WS-SEAT-PLACE
         END-IF.

       SHIFT-ONE-RECENT.
         MOVE WS-RECENT-ENTRY (WS-RECENT-IDX + 1)
           TO WS-RECENT-ENTRY (WS-RECENT-IDX).

      *> Disputes are filed against a game, so the member's are
      *> the open ones on games the member sat in.
       SHOW-DISPUTES.
         MOVE 0 TO WS-ITEM-COUNT.
         MOVE "N" TO WS-EOF-SW.
         OPEN INPUT WARO-DISPUTE-FILE.
         IF WS-DISPUTE-FILE-STATUS NOT = "00"
           DISPLAY "Disputes: none (no WARO-DISPUTE file)"
           GO TO SHOW-DISPUTES-EXIT
         END-IF.
         PERFORM SHOW-ONE-DISPUTE UNTIL WARO-INQUIRY-EOF.
         CLOSE WARO-DISPUTE-FILE.
         MOVE WS-ITEM-COUNT TO WS-COUNT-ED.
         MOVE SPACES TO WS-SCREEN-LINE.
         STRING "Disputes: " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           " open on the member's games" DELIMITED BY SIZE
           INTO WS-SCREEN-LINE.
         DISPLAY WS-SCREEN-LINE.
         PERFORM SHOW-ITEM-LINES.
       SHOW-DISPUTES-EXIT.
         EXIT.

       SHOW-ONE-DISPUTE.
         READ WARO-DISPUTE-FILE
           AT END MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WDP-OPEN
               MOVE "N" TO WS-GAME-SW
               PERFORM CHECK-ONE-DISPUTE-GAME
                 VARYING WS-GAME-IDX FROM 1 BY 1
                   UNTIL WS-GAME-IDX > WS-GAME-COUNT
                     OR WARO-GAME-KNOWN
               IF WARO-GAME-KNOWN
                 ADD 1 TO WS-ITEM-COUNT
                 IF WS-ITEM-COUNT <= NUM-ITEMS-SHOWN
                   MOVE SPACES TO WS-ITEM-LINE (WS-ITEM-COUNT)
                   STRING "          game " DELIMITED BY SIZE
                     WDP-GAME-ID DELIMITED BY SIZE
                     " filed " DELIMITED BY SIZE
                     WDP-FILED-DATE DELIMITED BY SIZE
                     INTO WS-ITEM-LINE (WS-ITEM-COUNT)
                 END-IF
               END-IF
             END-IF
         END-READ.

       CHECK-ONE-DISPUTE-GAME.
         IF WS-GAME-ID (WS-GAME-IDX) = WDP-GAME-ID
           MOVE "Y" TO WS-GAME-SW
         END-IF.

       SHOW-ITEM-LINES.
         PERFORM SHOW-ONE-ITEM-LINE
           VARYING WS-ITEM-IDX FROM 1 BY 1
             UNTIL WS-ITEM-IDX > NUM-ITEMS-SHOWN
               OR WS-ITEM-IDX > WS-ITEM-COUNT.

       SHOW-ONE-ITEM-LINE.
         DISPLAY WS-ITEM-LINE (WS-ITEM-IDX).

       SHOW-RECENT-GAMES.
         MOVE WS-GAMES-PLAYED TO WS-COUNT-ED.
         MOVE SPACES TO WS-SCREEN-LINE.
         STRING "Games   : " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           " on the live results, most recent last" DELIMITED BY SIZE
           INTO WS-SCREEN-LINE.
         DISPLAY WS-SCREEN-LINE.
         PERFORM SHOW-ONE-RECENT
           VARYING WS-RECENT-IDX FROM 1 BY 1
             UNTIL WS-RECENT-IDX > WS-RECENT-COUNT.

       SHOW-ONE-RECENT.
         MOVE SPACES TO WS-SCREEN-LINE.
         STRING "          " DELIMITED BY SIZE
           WS-RG-RUN-DATE (WS-RECENT-IDX) DELIMITED BY SIZE
           " game " DELIMITED BY SIZE
           WS-RG-GAME-ID (WS-RECENT-IDX) DELIMITED BY SIZE
           " table " DELIMITED BY SIZE
           WS-RG-TABLE-ID (WS-RECENT-IDX) DELIMITED BY SIZE
           " points " DELIMITED BY SIZE
           WS-RG-POINTS (WS-RECENT-IDX) DELIMITED BY SIZE
           " place " DELIMITED BY SIZE
           WS-RG-PLACE (WS-RECENT-IDX) DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           WS-RG-PLAYERS (WS-RECENT-IDX) DELIMITED BY SIZE
           INTO WS-SCREEN-LINE.
         DISPLAY WS-SCREEN-LINE.
