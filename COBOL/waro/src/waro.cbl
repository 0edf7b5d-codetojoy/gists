         COPY WAROGDS.
         COPY WARORLS.
         COPY WAROLGS.
         COPY WAROLYS.
         COPY WAROVCS.
         COPY WAROSPS.
         COPY WAROAWS.
         COPY WAROSXS.
         COPY WAROPHS.
         COPY WARODLS.
         SELECT WARO-FEED-FILE ASSIGN TO "WARO-FEED"
         SELECT WARO-CARRYOVER-FILE ASSIGN TO "WARO-CARRYOVER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARRYOVER-FILE-STATUS.
         COPY WAROCMS.
         SELECT WARO-CONTROL-FILE ASSIGN TO "WARO-CONTROL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-FILE-STATUS.
         SELECT WARO-TEAMS-FILE ASSIGN TO "WARO-TEAMS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEAMS-FILE-STATUS.
         SELECT WARO-HOUSE-FILE ASSIGN TO "WARO-HOUSE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOUSE-FILE-STATUS.
         COPY WAROFHS.
         COPY WAROPZS.
         COPY WAROJHS.
         COPY WAROPPS.
         COPY WARONTS.
         COPY WARORVS.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORSR.
               03 WCP-PLAYER-POINTS PIC 9(4).
               03 WCP-HANDICAP PIC 9(3).
               03 WCP-PLAYER-HAND PIC 9(2) OCCURS 26 TIMES.
      *> Each seat's division follows the seat entries, so a
      *> checkpoint cut before it was carried reads as spaces.
            02 WCP-DIVISION PIC X(1) OCCURS 10 TIMES.
      *> "H" on a seat the house is playing, after the divisions.
            02 WCP-SEAT-KIND PIC X(1) OCCURS 10 TIMES.
      *> The deck log leads with one header record carrying the
      *> run's game ID, then one record per card in deal order,
      *> so an archived generation can be traced to its hand.
            02 WTM-ID-1 PIC 9(4).
            02 FILLER PIC X(1).
            02 WTM-ID-2 PIC 9(4).
      *> The house account: one entry per seat the house played
      *> to fill a short table - the buy-in the house staked,
      *> what the seat's points were worth at the night's rate
      *> (nothing on an event night, when only places pay) and
      *> the difference.
         FD WARO-HOUSE-FILE.
         01 WARO-HOUSE-REC.
            02 WHA-RUN-DATE PIC 9(8).
            02 FILLER PIC X(1).
            02 WHA-GAME-ID PIC 9(16).
            02 FILLER PIC X(1).
            02 WHA-TABLE-ID PIC 9(1).
            02 FILLER PIC X(1).
            02 WHA-SEAT-NBR PIC 9(2).
            02 FILLER PIC X(1).
            02 WHA-SEAT-NAME PIC X(6).
            02 FILLER PIC X(1).
            02 WHA-STRATEGY PIC X(8).
            02 FILLER PIC X(1).
            02 WHA-POINTS PIC 9(4).
            02 FILLER PIC X(1).
            02 WHA-STAKE-AMOUNT PIC 9(6)V99.
            02 FILLER PIC X(1).
            02 WHA-WON-AMOUNT PIC 9(6)V99.
            02 FILLER PIC X(1).
            02 WHA-NET-AMOUNT PIC S9(6)V99 SIGN LEADING SEPARATE.
      *> Each audit line carries the chain link computed over its
      *> body and the link of the line before; an "*ANCHOR" line
      *> left by WARO-PURGE gives the link the live file starts
      *> from.
         FD WARO-AUDIT-FILE.
         01 WARO-AUDIT-REC.
            02 WAU-BODY PIC X(110).
            02 FILLER PIC X(1).
            02 WAU-LINK PIC X(16).
         01 WARO-AUDIT-ANCHOR-REC.
            02 WAU-ANCHOR-TAG PIC X(8).
              88 WAU-ANCHOR-LINE VALUE "*ANCHOR ".
            02 WAU-ANCHOR-LINK PIC X(16).
            02 FILLER PIC X(103).

         COPY WAROPAY.
         COPY WAROGDR.
         COPY WARORLR.
         COPY WAROLGR.
         COPY WAROLYR.
         COPY WAROVCR.
         COPY WAROSPR.
         COPY WAROAWR.
         COPY WAROSXR.
         COPY WAROPHR.
         COPY WARODLR.

            02 FILLER PIC X(1).
            02 WCO-AMOUNT PIC 9(6)V99.

         COPY WAROCMR.

         COPY WAROFHR.
         COPY WAROPZR.
         COPY WAROJHR.
         COPY WAROPPR.
         COPY WARONTR.
         COPY WARORSF.
         COPY WARORVR.
         WORKING-STORAGE SECTION.
         01 GREETING PIC A(10) VALUE 'WARO COBOL'.
         01 I PIC 9(2).
         01 WS-CTL-KEYWORD PIC X(10) VALUE SPACES.
         01 WS-CTL-VALUE PIC X(20) VALUE SPACES.
         01 WS-CTL-NUM PIC X(8) JUSTIFIED RIGHT VALUE SPACES.

      *> The approved control-card set in force for the run date,
      *> from the WARO-CTLLIB library through ctlset-util. With no
      *> library at all the live WARO-CONTROL deck still serves.
         01 WS-CS-FUNCTION PIC X(1) VALUE "P".
         01 WS-CS-ASK-DATE PIC 9(8) VALUE 0.
         01 WS-CS-SET-NAME PIC X(8) VALUE SPACES.
         01 WS-CS-VERSION PIC 9(3) VALUE 0.
         01 WS-CS-EFFECTIVE-DATE PIC 9(8) VALUE 0.
         01 WS-CS-PREPARED-BY PIC X(4) VALUE SPACES.
         01 WS-CS-APPROVED-BY PIC X(4) VALUE SPACES.
         01 WS-CS-APPROVED-DATE PIC 9(8) VALUE 0.
         01 WS-CS-CARD-COUNT PIC 9(2) VALUE 0.
         01 WS-CS-CARD-TABLE.
            02 WS-CS-CARD PIC X(60) OCCURS 40 TIMES.
         01 WS-CS-SEAL PIC 9(16) VALUE 0.
         01 WS-CS-STATUS PIC X(1) VALUE "M".
           88 WARO-CTLSET-IN-USE VALUE "0".
           88 WARO-CTLSET-NO-LIBRARY VALUE "M".
         01 WS-CS-CARD-IDX PIC 9(2) VALUE 0.
         01 WS-LOCK-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-LOCK-HELD-SW PIC X(1) VALUE "N".
           88 WARO-LOCK-HELD VALUE "Y".
         01 WS-HOLD-DISPLAY PIC ZZZZZ9.99.
         01 WS-LEDGER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-BUYIN-DISPLAY PIC ZZZ9.99.

      *> Comp points and free-play vouchers at seating. A cash
      *> buy-in earns COMP-POINTS-PER-DOLLAR points a whole
      *> dollar; a member holding an open voucher plays it in
      *> place of the cash, the one expiring soonest first.
         78 COMP-POINTS-PER-DOLLAR VALUE 1.
         78 NUM-SEAT-VOUCHERS-MAX VALUE 50.
         01 WS-LOYALTY-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-VOUCHER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-VOUCHER-EOF-SW PIC X(1) VALUE "N".
           88 WARO-VOUCHER-EOF VALUE "Y".
         01 WS-EARN-POINTS PIC 9(6) VALUE 0.
         01 WS-SV-COUNT PIC 9(2) VALUE 0.
         01 WS-SV-IDX PIC 9(2) VALUE 0.
         01 WS-SV-PICK PIC 9(2) VALUE 0.
         01 WS-SEAT-VOUCHER-TABLE.
            02 WS-SEAT-VOUCHER OCCURS NUM-SEAT-VOUCHERS-MAX TIMES.
               03 WS-SV-VOUCHER-NO PIC 9(8).
               03 WS-SV-EXPIRY-DATE PIC 9(8).
               03 WS-SV-FACE-AMOUNT PIC 9(6)V99.
               03 WS-SV-POINTS PIC 9(6).
               03 WS-SV-OPEN-SW PIC X(1).
                 88 WS-SV-OPEN VALUE "Y".
         01 WS-GROSS-CENTS PIC 9(8) VALUE 0.
         01 WS-RAKE-CENTS PIC 9(8) VALUE 0.
         01 WS-NET-CENTS PIC 9(8) VALUE 0.
           88 WARO-CALENDAR-EOF VALUE "Y".
         01 WS-CALENDAR-DECISION PIC X(9) VALUE "OPEN".
         01 WS-EVENT-MULTIPLIER PIC 9(1) VALUE 1.

      *> Event-night prize structure: when tonight's calendar
      *> event has a WARO-PRIZES record, the shop standings are
      *> paid from its guaranteed pool at the end of the run and
      *> no table pays off points. Prize money is not raked.
         01 WS-PRIZES-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PRIZES-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PRIZES-EOF VALUE "Y".
         01 WS-PRIZE-MODE-SW PIC X(1) VALUE "N".
           88 WARO-PRIZE-MODE VALUE "Y".
         01 WS-PRIZE-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-PRIZE-FOUND VALUE "Y".
         01 WS-PRIZE-POOL PIC 9(6)V99 VALUE 0.
         01 WS-PRIZE-PCT-TABLE.
            02 WS-PRIZE-PCT PIC 9(3) OCCURS 10 TIMES.
         01 WS-PRIZE-PLACES PIC 9(2) VALUE 0.
         01 WS-PRIZE-PCT-TOTAL PIC 9(4) VALUE 0.
         01 WS-PRIZE-LIST-END-SW PIC X(1) VALUE "N".
         01 WS-PRIZE-TIE-COUNT PIC 9(2) VALUE 0.
         01 WS-PRIZE-TIE-PCT PIC 9(4) VALUE 0.
         01 WS-PRIZE-PLACE-IDX PIC 9(2) VALUE 0.
         01 WS-PRIZE-CENTS PIC 9(8) VALUE 0.
         01 WS-PRIZE-PAID-CENTS PIC 9(8) VALUE 0.
         01 WS-PRIZE-DISPLAY PIC ZZZZZ9.99.
         01 WS-PAYOUT-KIND PIC X(1) VALUE SPACE.
         01 WS-CREDIT-TYPE PIC X(2) VALUE "PW".
         01 WS-ROUND-PRIZE-VALUE PIC 9(4) VALUE 0.
         01 WS-RESULTS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-WINNER-NAME PIC X(6).
         01 WS-VARIANT-TEXT PIC X(6) VALUE SPACES.
         01 WS-FIXEDHAND-TEXT PIC X(9) VALUE SPACES.
         01 WS-SPLITPOT-TEXT PIC X(8) VALUE SPACES.
         01 WS-WAR-TEXT PIC X(3) VALUE SPACES.
         01 WS-GAME-VARIANT PIC X(5) VALUE "SHORT".
         01 WS-NUM-CARDS-HAND PIC 9(2) VALUE 4.
         01 WS-NUM-CARDS-DECK PIC 9(2) VALUE 52.
         01 WS-REPLAY-TABLE PIC 9(1) VALUE 1.
         01 WS-DECKLIB-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-DECKLIB-FOUND VALUE "Y".
         01 WS-DECK-COMMIT PIC 9(16) VALUE 0.
         01 WS-DECK-COMMIT-STATUS PIC X(1) VALUE "0".
         01 WS-REPLAY-MODE-SW PIC X(1) VALUE "N".
           88 WARO-REPLAY-MODE VALUE "Y".
         01 WS-DRYRUN-MODE-SW PIC X(1) VALUE "N".
           88 WARO-FIXEDHAND-MODE VALUE "Y".
         01 WS-SPLITPOT-MODE-SW PIC X(1) VALUE "N".
           88 WARO-SPLITPOT-MODE VALUE "Y".
      *> War night: tied winners re-bid face down for the whole
      *> pot (war-rebid) instead of each taking or sharing it.
         01 WS-WAR-MODE-SW PIC X(1) VALUE "N".
           88 WARO-WAR-MODE VALUE "Y".
         01 WS-LOWBALL-MODE-SW PIC X(1) VALUE "N".
           88 WARO-LOWBALL-MODE VALUE "Y".
         01 WS-RULE-CODE PIC X(1) VALUE "H".
      *> falls back to the HIGH profile with a loud report line
      *> instead of stalling the batch window at an ACCEPT.
      *> Per-table setup off TABLE1..TABLE9 control cards
      *> (players,variant,splitpot - e.g. TABLE2=03,SHORT,N),
      *> optionally with the war re-bid rule as a fourth field
      *> (TABLE2=03,SHORT,N,Y); left off, the table plays the
      *> run-level WAR setting.
      *> A table without a card plays the run-level settings.
         01 WS-TBLCFG-TABLE.
            02 WS-TBLCFG-ENTRY OCCURS 9 TIMES.
               03 WS-TC-PLAYERS PIC 9(2) VALUE 0.
               03 WS-TC-VARIANT PIC X(5) VALUE SPACES.
               03 WS-TC-SPLITPOT PIC X(1) VALUE "N".
               03 WS-TC-WAR PIC X(1) VALUE SPACE.
         01 WS-TBL-NBR PIC 9(1) VALUE 0.
         01 WS-TC-PLAYERS-TEXT PIC X(2) JUSTIFIED RIGHT
            VALUE SPACES.
         01 WS-TC-VARIANT-TEXT PIC X(5) VALUE SPACES.
         01 WS-TC-SPLIT-TEXT PIC X(1) VALUE SPACES.
         01 WS-TC-WAR-TEXT PIC X(1) VALUE SPACES.
         01 WS-RUN-SPLITPOT-SW PIC X(1) VALUE "N".
         01 WS-RUN-WAR-SW PIC X(1) VALUE "N".
         01 WS-TBL-PLAYERS PIC 9(2) VALUE 0.
         01 WS-TBL-VARIANT PIC X(5) VALUE SPACES.
         01 WS-CHK-TBL-PLAYERS PIC 9(2) VALUE 0.
         01 WS-PLAYERS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PLAYERS-EOF VALUE "Y".
         01 WS-CARRYOVER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-JKHIST-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-NOTICE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-COMPLY-FILE-STATUS PIC X(2) VALUE "00".
         78 NUM-CAPS-MAX VALUE 50.
         01 WS-CAP-TABLE.
         01 WS-EXCESS-AMOUNT PIC 9(6)V99 VALUE 0.
         01 WS-EXCESS-DISPLAY PIC ZZZZZ9.99.

      *> What a winning member owes the house, netted off the
      *> payout: the clawbacks file held whole so a covered one
      *> can be flipped settled and the file rewritten, each
      *> entry with what is still owed on it and what the seat's
      *> winnings took from it, and the member's ledger balance.
         01 WS-RECEIVABLE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RECEIVABLE-EOF-SW PIC X(1) VALUE "N".
           88 WARO-RECEIVABLE-EOF VALUE "Y".
         78 NUM-RCV-MAX VALUE 200.
         01 WS-RCV-TABLE.
            02 WS-RCV-ENTRY OCCURS NUM-RCV-MAX TIMES.
               03 WS-RV-ENTRY-DATE PIC 9(8).
               03 WS-RV-RUN-DATE PIC 9(8).
               03 WS-RV-GAME-ID PIC 9(16).
               03 WS-RV-PLAYER-ID PIC 9(4).
               03 WS-RV-PLAYER-NAME PIC X(6).
               03 WS-RV-AMOUNT PIC 9(6)V99.
               03 WS-RV-STATUS PIC X(1).
               03 WS-RV-OWED PIC 9(6)V99.
               03 WS-RV-TAKEN PIC 9(6)V99.
         01 WS-RCV-COUNT PIC 9(3) VALUE 0.
         01 WS-RV-IDX PIC 9(3) VALUE 0.
         01 WS-RCV-FULL-SW PIC X(1) VALUE "N".
           88 WARO-RCV-TABLE-FULL VALUE "Y".
         01 WS-RCV-REWRITE-SW PIC X(1) VALUE "N".
           88 WARO-RCV-REWRITE VALUE "Y".
         01 WS-OFS-LEFT PIC 9(6)V99 VALUE 0.
         01 WS-OFS-TAKE PIC 9(6)V99 VALUE 0.
         01 WS-OFS-TOTAL PIC 9(6)V99 VALUE 0.
         01 WS-OFS-BALANCE PIC S9(8)V99 VALUE 0.
         01 WS-OFS-DEBT PIC 9(8)V99 VALUE 0.
         01 WS-OFS-DISPLAY PIC ZZZZZ9.99.
         01 WS-OFS-TOTAL-DISPLAY PIC ZZZZZ9.99.

      *> The night's buy-in losses so far per member, off the
      *> ledger, for the loss-cap test at seating.
         01 WS-LEDGER-EOF-SW PIC X(1) VALUE "N".
         01 WS-BID-IDX PIC 9(2) VALUE 0.
         01 WS-BID-HIT-IDX PIC 9(2) VALUE 0.
         01 WS-DEFAULT-STRATEGY PIC X(8) VALUE "HIGH".
      *> House fill (HOUSEFILL=<profile>): a table left short of
      *> its seat count once the roster is spent is filled with
      *> seats the house plays under the named profile. N, the
      *> default, lets the table run short. The house seats are
      *> dealt and scored like any other; what they win goes to
      *> the house account.
         01 WS-HOUSE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-HOUSEFILL-SW PIC X(1) VALUE "N".
           88 WARO-HOUSEFILL-MODE VALUE "Y".
         01 WS-HOUSEFILL-STRATEGY PIC X(8) VALUE SPACES.
         01 WS-HOUSE-FIRST-SEAT PIC 9(2) VALUE 0.
         01 WS-HOUSE-SEAT-COUNT PIC 9(4) VALUE 0.
         01 WS-HOUSE-STAKE-CENTS PIC 9(8) VALUE 0.
         01 WS-HOUSE-WON-CENTS PIC 9(8) VALUE 0.
         01 WS-HOUSE-NET-CENTS PIC S9(8) VALUE 0.
         01 WS-HOUSE-STAKE-DISPLAY PIC ZZZZZ9.99.
         01 WS-HOUSE-WON-DISPLAY PIC ZZZZZ9.99.
         01 WS-HOUSE-NET-DISPLAY PIC -(6)9.99.
         01 WS-AUDIT-SEAT-TAG PIC X(8) VALUE " player ".
         01 WS-ATTENDED-BID-TEXT PIC X(2) JUSTIFIED RIGHT VALUE SPACES.
         01 WS-ATTENDED-BID PIC 9(2) VALUE 0.
         01 WS-ATTENDED-SLOT PIC 9(2) VALUE 0.
         01 WS-FIRST-WINNER-IDX PIC 9(2) VALUE 0.
         01 WS-UNCLAIMED-VALUE PIC 9(4) VALUE 0.
         01 WS-RECONCILE-TOTAL PIC 9(4) VALUE 0.
      *> A war round's re-bids as war-rebid hands them back: per
      *> seat, the cards it put up, and one trail line per card
      *> (step, seat, card, outcome W/H/O/E/S) for the audit.
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
         01 WS-RB-IDX PIC 9(3) VALUE 0.
         01 WS-RB-CONTESTED-COUNT PIC 9(2) VALUE 0.
         01 WS-RB-WORD PIC X(4) VALUE SPACES.

      *> Handicap spots granted at seating - per seat for the
      *> scoreboard, totalled per table so the reconciliation
         01 WS-GAMEDTL-OPEN-SW PIC X(1) VALUE "N".
           88 WARO-GAMEDTL-OPEN VALUE "Y".
         01 WS-AUDIT-LINE PIC X(110) VALUE SPACES.
         01 WS-AUDIT-LINK PIC 9(16) VALUE 0.
         01 WS-AUDIT-NEXT-LINK PIC 9(16) VALUE 0.
         01 WS-AUDIT-EOF-SW PIC X(1) VALUE "N".
           88 WARO-AUDIT-EOF VALUE "Y".
         01 WS-AUDIT-RESULT PIC X(4) VALUE SPACES.
         01 WS-PAYOUT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-SCORE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-TABLE-COUNT PIC 9(1) VALUE 1.
         01 WS-CURRENT-TABLE PIC 9(1) VALUE 1.
         01 WS-RESUME-TABLE PIC 9(1) VALUE 1.
      *> Partitioned night: PARTITION=OPEN allocates the game id
      *> and writes the plan; PARTITION=n plays table n alone
      *> under the plan's game id into its own results, game
      *> detail, audit, payout and jackpot-history pieces, which
      *> WARO-MERGE later combines into the night's one batch.
         01 WS-PARTITION-SW PIC X(1) VALUE "N".
           88 WARO-PARTITION-OPEN VALUE "O".
           88 WARO-TABLE-PARTITION VALUE "T".
           88 WARO-PARTITIONED VALUE "O" "T".
         01 WS-PARTITION-TABLE PIC 9(1) VALUE 0.
         01 WS-PARTPLAN-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PLAN-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-PLAN-FOUND VALUE "Y".
         01 WS-PLAN-GAME-ID PIC 9(16) VALUE 0.
         01 WS-PLAN-RUN-DATE PIC 9(8) VALUE 0.
         01 WS-PLAN-TABLE-COUNT PIC 9(1) VALUE 0.
         01 WS-PLAN-STATUS PIC X(1) VALUE SPACES.
         01 WS-PIECE-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PIECE-EOF VALUE "Y".
         01 WS-PIECE-DONE-SW PIC X(1) VALUE "N".
           88 WARO-PIECE-DONE VALUE "Y".
         01 WS-NUM-PLAYERS-PARM PIC 9(2) VALUE 3.
         01 WS-SEAT-BASE PIC 9(2) VALUE 0.
         01 WS-TABLE-SEATS PIC 9(2) VALUE 0.
         01 WS-AWAY-IDX PIC 9(2) VALUE 0.
         01 WS-AWAY-HIT-SW PIC X(1) VALUE "N".
           88 WARO-SEAT-IS-AWAY VALUE "Y".

      *> Self-exclusions in force tonight, loaded once per run.
      *> Checked ahead of every other seat test: an excluded
      *> member is refused whatever else the roster says.
         01 WS-EXCLUDE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-EXCLUDE-EOF-SW PIC X(1) VALUE "N".
           88 WARO-EXCLUDE-EOF VALUE "Y".
         78 NUM-EXCLUDE-MAX VALUE 200.
         01 WS-EXCLUDE-TABLE.
            02 WS-EXCLUDE-ENTRY OCCURS NUM-EXCLUDE-MAX TIMES.
               03 WS-XC-PLAYER-ID PIC 9(4).
               03 WS-XC-MIN-END-DATE PIC 9(8).
         01 WS-EXCLUDE-COUNT PIC 9(3) VALUE 0.
         01 WS-EXCLUDE-IDX PIC 9(3) VALUE 0.
         01 WS-EXCLUDE-LIFT-DATE PIC 9(8) VALUE 0.
         01 WS-EXCLUDE-HIT-SW PIC X(1) VALUE "N".
           88 WARO-SEAT-IS-EXCLUDED VALUE "Y".
         01 WS-SHOP-TABLE.
            02 WS-SHOP-ENTRY OCCURS NUM-ROSTER-SLOTS TIMES.
               03 WS-SHOP-NAME PIC X(6).
               03 WS-SHOP-ID PIC 9(4).
               03 WS-SHOP-POINTS PIC 9(4).
               03 WS-SHOP-DONE-SW PIC X(1) VALUE "N".
                 88 WARO-SHOP-DONE VALUE "Y".
         01 WS-SHOP-BEST-POINTS PIC 9(4) VALUE 0.
         01 WS-STRATEGY-TABLE.
            02 PLAYER-STRATEGY PIC X(8) OCCURS NUM-PLAYERS-MAX TIMES.
      *> The profile that actually bid each seat this round - an
      *> ATTENDED seat the bid file cannot serve is bid by the
      *> default profile, and the game detail says so.
         01 WS-ROUND-STRATEGY-TABLE.
            02 WS-ROUND-STRATEGY PIC X(8)
               OCCURS NUM-PLAYERS-MAX TIMES.
         01 WS-DIVISION-TABLE.
            02 PLAYER-DIVISION PIC X(1) OCCURS NUM-PLAYERS-MAX TIMES.
         01 WS-SEAT-KIND-TABLE.
            02 WS-SEAT-KIND PIC X(1) OCCURS NUM-PLAYERS-MAX TIMES.
              88 WARO-HOUSE-SEAT VALUE "H".
         01 WS-PLAYER-ID-TABLE.
            02 PLAYER-ID PIC 9(4) OCCURS NUM-PLAYERS-MAX TIMES.
         01 KITTY-REC.
           MOVE 0 TO RETURN-CODE
           STOP RUN
         END-IF.
         PERFORM READ-PARTITION-PARM THRU READ-PARTITION-PARM-EXIT.
         PERFORM RESOLVE-CONTROL-SET THRU RESOLVE-CONTROL-SET-EXIT.
      *> One start stamp for the whole run: it rides into the
      *> lock record AND the run-log entry, so a later starter
      *> can prove a leftover lock's holder already logged its
         COMPUTE WS-RUN-START-STAMP =
           (WS-RUN-DATE * 1000000) + (WS-STAMP-TIME / 100).
         PERFORM ACQUIRE-RUN-LOCK.
         IF WARO-TABLE-PARTITION
           PERFORM TAKE-PLANNED-GAME-ID
         ELSE
           PERFORM ALLOCATE-GAME-ID
         END-IF.
         MOVE "BANNER" TO WS-RW-ACTION.
         CALL 'report-writer'
           USING WS-RW-ACTION, WS-RW-STREAM, WS-REPORT-LINE,
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.
         PERFORM REPORT-CONTROL-SET.
         PERFORM READ-PAYOUT-RATES.
         IF WS-CALENDAR-DECISION = "EVENT"
           PERFORM READ-PRIZE-STRUCTURE THRU READ-PRIZE-STRUCTURE-EXIT
         END-IF.
         PERFORM READ-JACKPOT-POT.
         PERFORM ANNOUNCE-JACKPOT.
         MOVE SPACES TO WS-REPORT-LINE.
         END-IF.
         PERFORM CHECK-DIVISION-TABLES.
         PERFORM WRITE-CONFIG-SUMMARY.
         IF WARO-PARTITION-OPEN
           PERFORM OPEN-PARTITION-PLAN
         END-IF.
         IF WARO-PARTITION-OPEN
           GO TO FINISH-RUN
         END-IF.
         PERFORM CHECK-CHECKPOINT.

      *> A table partition plays its one table; the jackpot pot
      *> and the shop-wide standings are settled at the merge.
         IF WARO-TABLE-PARTITION
           PERFORM START-TABLE-PARTITION
             THRU START-TABLE-PARTITION-EXIT
           IF WARO-PIECE-DONE
             GO TO FINISH-RUN
           END-IF
           PERFORM PLAY-ONE-TABLE THRU PLAY-ONE-TABLE-EXIT
         ELSE
           PERFORM PLAY-ONE-TABLE THRU PLAY-ONE-TABLE-EXIT
             VARYING WS-CURRENT-TABLE FROM 1 BY 1
             UNTIL WS-CURRENT-TABLE > WS-TABLE-COUNT
         END-IF.

         IF NOT WARO-DRYRUN-MODE
           PERFORM CLEAR-CHECKPOINT
         END-IF.
         IF WS-TABLE-COUNT > 1 AND NOT WARO-DRYRUN-MODE
             AND NOT WARO-TABLE-PARTITION
           PERFORM SHOP-SCOREBOARD
         END-IF.
         IF WARO-PRIZE-MODE AND NOT WARO-DRYRUN-MODE
           PERFORM PAY-EVENT-PRIZES THRU PAY-EVENT-PRIZES-EXIT
         END-IF.
         IF NOT WARO-DRYRUN-MODE
           IF NOT WARO-TABLE-PARTITION
             PERFORM WRITE-JACKPOT-POT
           END-IF
           PERFORM WRITE-RESULTS-TRAILER
           PERFORM WRITE-PAYOUT-TRAILER
           COMPUTE WS-RAKE-DISPLAY = WS-TOTAL-RAKE-CENTS / 100
             WS-RAKE-DISPLAY DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           IF WARO-HOUSEFILL-MODE
             PERFORM REPORT-HOUSE-SEATS
           END-IF
         END-IF.

       FINISH-RUN.
         PERFORM CLOSE-RUN-FILES.
         PERFORM RELEASE-RUN-LOCK.
         IF RETURN-CODE < WS-WARNING-RC
             " player(s)" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
      *> House seats follow the roster's seats and stake the
      *> buy-in from the house account, not a member's.
           IF NOT WARO-DRYRUN-MODE AND WS-BUYIN-CENTS > 0
             PERFORM CHARGE-ONE-BUYIN
               VARYING X FROM 1 BY 1 UNTIL X > WS-TABLE-SEATS
           END-IF
           IF WARO-FIXEDHAND-MODE
             PERFORM READ-FIXED-HAND THRU READ-FIXED-HAND-EXIT
                 PERFORM CALL-FAILED
             END-CALL
             PERFORM VALIDATE-DECK
             PERFORM COMMIT-DECK
             PERFORM WRITE-DECK-LOG
             PERFORM ASSIGN-CARD
               VARYING I FROM 1 BY 1 UNTIL I > WS-NUM-CARDS-DEAL
         IF NOT WARO-DRYRUN-MODE
           PERFORM FEED-JACKPOT
           PERFORM WRITE-RESULTS
           PERFORM POST-HOUSE-SEAT
             VARYING X FROM 1 BY 1 UNTIL X > WS-NUM-PLAYERS
           IF NOT WARO-PRIZE-MODE
             PERFORM WRITE-PAYOUT
           END-IF
           PERFORM CHECK-JACKPOT-SWEEP
         END-IF.
         IF NOT WARO-DRYRUN-MODE
           MOVE WS-TBL-PLAYERS TO WS-TABLE-SEATS
         END-IF.
         IF WS-TABLE-SEATS < 1
           MOVE 0 TO WS-TABLE-SEATS
           MOVE 0 TO WS-NUM-PLAYERS
         ELSE
           MOVE WS-TABLE-SEATS TO WS-NUM-PLAYERS
           IF WARO-HOUSEFILL-MODE AND WS-TABLE-SEATS < WS-TBL-PLAYERS
             MOVE WS-TBL-PLAYERS TO WS-NUM-PLAYERS
           END-IF
           IF WS-TBL-VARIANT = "FULL "
             COMPUTE WS-NUM-CARDS-HAND =
               NUM-CARDS-DECK / (WS-NUM-PLAYERS + 1)
           COMPUTE WS-NUM-CARDS-DEAL =
             (WS-NUM-PLAYERS + 1) * WS-NUM-CARDS-HAND
           PERFORM SEAT-ONE-PLAYER
             VARYING X FROM 1 BY 1 UNTIL X > WS-TABLE-SEATS
           IF WS-NUM-PLAYERS > WS-TABLE-SEATS
             ADD 1 TO WS-TABLE-SEATS GIVING WS-HOUSE-FIRST-SEAT
             PERFORM SEAT-ONE-HOUSE-PLAYER
               VARYING X FROM WS-HOUSE-FIRST-SEAT BY 1
                 UNTIL X > WS-NUM-PLAYERS
             MOVE SPACES TO WS-REPORT-LINE
             COMPUTE TMP = WS-NUM-PLAYERS - WS-TABLE-SEATS
             STRING "WARO : house fill - table " DELIMITED BY SIZE
               WS-CURRENT-TABLE DELIMITED BY SIZE
               " short " DELIMITED BY SIZE
               TMP DELIMITED BY SIZE
               " seat(s), the house plays them " DELIMITED BY SIZE
               WS-HOUSEFILL-STRATEGY DELIMITED BY SPACE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
           END-IF
         END-IF.

       SUM-PRIOR-TABLE-SEATS.
           ELSE
             MOVE "N" TO WS-SPLITPOT-MODE-SW
           END-IF
           IF WS-TC-WAR (WS-CURRENT-TABLE) = SPACE
             MOVE WS-RUN-WAR-SW TO WS-WAR-MODE-SW
           ELSE
             MOVE WS-TC-WAR (WS-CURRENT-TABLE) TO WS-WAR-MODE-SW
           END-IF
         ELSE
           MOVE WS-NUM-PLAYERS-PARM TO WS-TBL-PLAYERS
           MOVE WS-GAME-VARIANT TO WS-TBL-VARIANT
           MOVE WS-RUN-SPLITPOT-SW TO WS-SPLITPOT-MODE-SW
           MOVE WS-RUN-WAR-SW TO WS-WAR-MODE-SW
         END-IF.

      *> A handicapped seat starts the hand on its granted spot
         MOVE WS-FULL-NAME (TMP) TO PLAYER-NAME (X).
         MOVE WS-FULL-ID (TMP) TO PLAYER-ID (X).
         MOVE WS-FULL-STRATEGY (TMP) TO PLAYER-STRATEGY (X).
         MOVE WS-FULL-DIVISION (TMP) TO PLAYER-DIVISION (X).
         MOVE SPACE TO WS-SEAT-KIND (X).
         MOVE 0 TO PLAYER-BID (X).
         MOVE WS-FULL-HANDICAP (TMP) TO WS-SEAT-HANDICAP (X).
         MOVE WS-FULL-HANDICAP (TMP) TO PLAYER-POINTS (X).
           PERFORM WRITE-REPORT
         END-IF.

      *> A house seat, HOUSE1 on up after the members, sits in
      *> the table's first division with no handicap and no id.
       SEAT-ONE-HOUSE-PLAYER.
         COMPUTE TMP = X - WS-TABLE-SEATS.
         MOVE SPACES TO PLAYER-NAME (X).
         STRING "HOUSE" DELIMITED BY SIZE
           TMP (2:1) DELIMITED BY SIZE
           INTO PLAYER-NAME (X).
         MOVE 0 TO PLAYER-ID (X).
         MOVE WS-HOUSEFILL-STRATEGY TO PLAYER-STRATEGY (X).
         MOVE PLAYER-DIVISION (1) TO PLAYER-DIVISION (X).
         MOVE "H" TO WS-SEAT-KIND (X).
         MOVE 0 TO PLAYER-BID (X).
         MOVE 0 TO WS-SEAT-HANDICAP (X).
         MOVE 0 TO PLAYER-POINTS (X).

      *> House seats stay out of the whole-shop standings, so an
      *> event night's places go to members only.
       ADD-ONE-TO-SHOP.
         IF WS-SHOP-COUNT < NUM-ROSTER-SLOTS
             AND NOT WARO-HOUSE-SEAT (X)
           ADD 1 TO WS-SHOP-COUNT
           MOVE PLAYER-NAME (X) TO WS-SHOP-NAME (WS-SHOP-COUNT)
           MOVE PLAYER-ID (X) TO WS-SHOP-ID (WS-SHOP-COUNT)
           MOVE PLAYER-POINTS (X) TO WS-SHOP-POINTS (WS-SHOP-COUNT)
           MOVE "N" TO WS-SHOP-DONE-SW (WS-SHOP-COUNT)
         END-IF.
       FEED-JACKPOT.
         IF WS-UNCLAIMED-VALUE > 0
           ADD WS-UNCLAIMED-VALUE TO WS-JACKPOT-POT
           MOVE SPACES TO WARO-JKHIST-REC
           MOVE "F" TO WJH-KIND
           MOVE WS-UNCLAIMED-VALUE TO WJH-POINTS
           COMPUTE WJH-GROSS-AMOUNT =
             (WS-UNCLAIMED-VALUE * WS-CENTS-PER-POINT) / 100
           MOVE 0 TO WJH-NET-AMOUNT
           PERFORM WRITE-JACKPOT-HIST
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO : jackpot - " DELIMITED BY SIZE
             WS-UNCLAIMED-VALUE DELIMITED BY SIZE
           PERFORM PAY-JACKPOT
         END-IF.

      *> A house seat's sweep takes nothing - the pot rides on.
       CHECK-ONE-SWEEP-SEAT.
         IF WS-SEAT-WINS (X) = WS-NUM-CARDS-HAND
             AND NOT WARO-HOUSE-SEAT (X)
           MOVE X TO WS-SWEEP-IDX
         END-IF.

           (WS-GROSS-CENTS * WS-RAKE-PCT) / 100.
         COMPUTE WS-NET-CENTS = WS-GROSS-CENTS - WS-RAKE-CENTS.
         ADD WS-RAKE-CENTS TO WS-TOTAL-RAKE-CENTS.
         MOVE SPACES TO WARO-JKHIST-REC.
         MOVE "P" TO WJH-KIND.
         MOVE WS-JACKPOT-POT TO WJH-POINTS.
         COMPUTE WJH-GROSS-AMOUNT = WS-GROSS-CENTS / 100.
         COMPUTE WJH-NET-AMOUNT = WS-NET-CENTS / 100.
         PERFORM WRITE-JACKPOT-HIST.
         IF NOT WARO-PAYOUT-HEADER-WRITTEN
           MOVE SPACES TO WARO-PAYOUT-REC
           MOVE "HD" TO WPR-RECORD-TYPE
         COMPUTE WS-HOLD-AMOUNT = WS-NET-CENTS / 100.
         MOVE WS-SWEEP-IDX TO TMP.
         PERFORM APPLY-WIN-CAP.
         PERFORM APPLY-HOUSE-OFFSET THRU APPLY-HOUSE-OFFSET-EXIT.
         IF WS-HOLD-LIMIT > 0 AND WS-HOLD-AMOUNT > WS-HOLD-LIMIT
           MOVE WS-SWEEP-IDX TO TMP
           MOVE "LIMIT" TO WS-HOLD-REASON
         END-IF.
         MOVE 0 TO WS-JACKPOT-POT.

      *> Every move of the pot is kept on WARO-JKHIST for the
      *> general-ledger journal; the caller fills in the kind,
      *> points and amounts.
       WRITE-JACKPOT-HIST.
         MOVE WS-RUN-DATE TO WJH-ENTRY-DATE.
         MOVE WS-GAME-ID TO WJH-GAME-ID.
         OPEN EXTEND WARO-JKHIST-FILE.
         IF WS-JKHIST-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-JKHIST-FILE
         END-IF.
         WRITE WARO-JKHIST-REC.
         CLOSE WARO-JKHIST-FILE.

      *> Look tonight's date up on the shop calendar. No file or
      *> no entry means a normal open night.
       CHECK-CALENDAR.
             END-IF
         END-READ.

      *> Tonight is a calendar event: look for its published prize
      *> structure. A usable record switches the night to prize
      *> mode; no file, no record or a bad record leaves the
      *> event paying points at the rates, as it always has.
       READ-PRIZE-STRUCTURE.
         OPEN INPUT WARO-PRIZES-FILE.
         IF WS-PRIZES-FILE-STATUS NOT = "00"
           MOVE "WARO : event night - no WARO-PRIZES file, points pay"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO READ-PRIZE-STRUCTURE-EXIT
         END-IF.
         PERFORM READ-ONE-PRIZE-REC UNTIL WARO-PRIZES-EOF.
         CLOSE WARO-PRIZES-FILE.
         IF NOT WARO-PRIZE-FOUND
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO : event night - no prize structure for "
             DELIMITED BY SIZE
             WS-RUN-DATE DELIMITED BY SIZE
             ", points pay" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO READ-PRIZE-STRUCTURE-EXIT
         END-IF.
         IF WS-PRIZE-POOL = 0 OR WS-PRIZE-PLACES = 0
             OR WS-PRIZE-PCT-TOTAL > 100
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO : event night - prize structure for "
             DELIMITED BY SIZE
             WS-RUN-DATE DELIMITED BY SIZE
             " is unusable (no pool, no places or over 100%)"
             DELIMITED BY SIZE
             ", points pay" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO WS-WARNING-RC
           GO TO READ-PRIZE-STRUCTURE-EXIT
         END-IF.
         MOVE "Y" TO WS-PRIZE-MODE-SW.
       READ-PRIZE-STRUCTURE-EXIT.
         EXIT.

       READ-ONE-PRIZE-REC.
         READ WARO-PRIZES-FILE
           AT END
             MOVE "Y" TO WS-PRIZES-EOF-SW
           NOT AT END
             IF WPZ-EVENT-DATE = WS-RUN-DATE
               MOVE "Y" TO WS-PRIZE-FOUND-SW
               MOVE 0 TO WS-PRIZE-POOL
               IF WPZ-POOL IS NUMERIC
                 MOVE WPZ-POOL TO WS-PRIZE-POOL
               END-IF
               MOVE 0 TO WS-PRIZE-PLACES
               MOVE 0 TO WS-PRIZE-PCT-TOTAL
               MOVE "N" TO WS-PRIZE-LIST-END-SW
               PERFORM LOAD-ONE-PRIZE-PLACE
                 VARYING WS-PRIZE-PLACE-IDX FROM 1 BY 1
                   UNTIL WS-PRIZE-PLACE-IDX > 10
             END-IF
         END-READ.

      *> The places run in order from 1st; the first zero or
      *> blank percentage ends the list.
       LOAD-ONE-PRIZE-PLACE.
         MOVE 0 TO WS-PRIZE-PCT (WS-PRIZE-PLACE-IDX).
         IF WS-PRIZE-LIST-END-SW = "N"
           IF WPZ-PLACE-PCT (WS-PRIZE-PLACE-IDX) IS NUMERIC
               AND WPZ-PLACE-PCT (WS-PRIZE-PLACE-IDX) > 0
             MOVE WPZ-PLACE-PCT (WS-PRIZE-PLACE-IDX)
               TO WS-PRIZE-PCT (WS-PRIZE-PLACE-IDX)
             ADD 1 TO WS-PRIZE-PLACES
             ADD WPZ-PLACE-PCT (WS-PRIZE-PLACE-IDX)
               TO WS-PRIZE-PCT-TOTAL
           ELSE
             MOVE "Y" TO WS-PRIZE-LIST-END-SW
           END-IF
         END-IF.

      *> Event night: the whole shop's standings are paid from the
      *> guaranteed pool, place by place. Seats tied on points
      *> share the places they cover equally (the odd cent stays
      *> with the house). Each prize goes through the same win
      *> cap, hold limit and ledger credit as a table payout, but
      *> carries the event kind on the extract and posts as an EP
      *> ledger credit. A run resumed past its first table has
      *> lost the earlier tables' standings, so it pays nothing
      *> and raises an alert for the floor to settle by hand.
       PAY-EVENT-PRIZES.
         IF WARO-CHECKPOINT-EXISTS AND WS-RESUME-TABLE > 1
           MOVE "WARO025E" TO WS-MSG-ID
           STRING "event date " DELIMITED BY SIZE
             WS-RUN-DATE DELIMITED BY SIZE
             INTO WS-MSG-KEY
           PERFORM ISSUE-MESSAGE
           MOVE 4 TO WS-WARNING-RC
           GO TO PAY-EVENT-PRIZES-EXIT
         END-IF.
         MOVE 0 TO WS-PRIZE-PAID-CENTS.
         PERFORM CLEAR-ONE-SHOP-DONE
           VARYING I FROM 1 BY 1 UNTIL I > WS-SHOP-COUNT.
         MOVE "E" TO WS-PAYOUT-KIND.
         MOVE "EP" TO WS-CREDIT-TYPE.
         MOVE 1 TO WS-SHOP-POSITION.
         PERFORM PAY-ONE-PRIZE-GROUP
           UNTIL WS-SHOP-POSITION > WS-PRIZE-PLACES
              OR WS-SHOP-POSITION > WS-SHOP-COUNT.
         MOVE SPACE TO WS-PAYOUT-KIND.
         MOVE "PW" TO WS-CREDIT-TYPE.
         COMPUTE WS-PRIZE-DISPLAY = WS-PRIZE-PAID-CENTS / 100.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO : event prizes - paid " DELIMITED BY SIZE
           WS-PRIZE-DISPLAY DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         COMPUTE WS-PRIZE-DISPLAY =
           WS-PRIZE-POOL - (WS-PRIZE-PAID-CENTS / 100).
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO : event prizes - retained by the house "
           DELIMITED BY SIZE
           WS-PRIZE-DISPLAY DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       PAY-EVENT-PRIZES-EXIT.
         EXIT.

       CLEAR-ONE-SHOP-DONE.
         MOVE "N" TO WS-SHOP-DONE-SW (I).

      *> One place (or one group of seats tied for it): the best
      *> unpaid score, every seat on that score, and the pool
      *> percentages of all the places the group covers.
       PAY-ONE-PRIZE-GROUP.
         MOVE 0 TO WS-SHOP-BEST-IDX.
         MOVE 0 TO WS-SHOP-BEST-POINTS.
         PERFORM CHECK-SHOP-CANDIDATE
           VARYING I FROM 1 BY 1 UNTIL I > WS-SHOP-COUNT.
         MOVE 0 TO WS-PRIZE-TIE-COUNT.
         PERFORM COUNT-ONE-PRIZE-TIE
           VARYING I FROM 1 BY 1 UNTIL I > WS-SHOP-COUNT.
         MOVE 0 TO WS-PRIZE-TIE-PCT.
         PERFORM ADD-ONE-TIED-PLACE
           VARYING WS-PRIZE-PLACE-IDX FROM WS-SHOP-POSITION BY 1
             UNTIL WS-PRIZE-PLACE-IDX >=
                     WS-SHOP-POSITION + WS-PRIZE-TIE-COUNT
                OR WS-PRIZE-PLACE-IDX > WS-PRIZE-PLACES.
         COMPUTE WS-PRIZE-CENTS =
           (WS-PRIZE-POOL * WS-PRIZE-TIE-PCT) / WS-PRIZE-TIE-COUNT.
         PERFORM PAY-ONE-TIED-SEAT
           VARYING I FROM 1 BY 1 UNTIL I > WS-SHOP-COUNT.
         ADD WS-PRIZE-TIE-COUNT TO WS-SHOP-POSITION.

       COUNT-ONE-PRIZE-TIE.
         IF NOT WARO-SHOP-DONE (I)
             AND WS-SHOP-POINTS (I) = WS-SHOP-BEST-POINTS
           ADD 1 TO WS-PRIZE-TIE-COUNT
         END-IF.

       ADD-ONE-TIED-PLACE.
         ADD WS-PRIZE-PCT (WS-PRIZE-PLACE-IDX) TO WS-PRIZE-TIE-PCT.

       PAY-ONE-TIED-SEAT.
         IF NOT WARO-SHOP-DONE (I)
             AND WS-SHOP-POINTS (I) = WS-SHOP-BEST-POINTS
           MOVE "Y" TO WS-SHOP-DONE-SW (I)
           PERFORM PAY-ONE-EVENT-PRIZE
         END-IF.

      *> Every table is settled by now, so the prize is paid
      *> through seat slot 1: the win cap, hold and ledger
      *> paragraphs all work off the seat at TMP.
       PAY-ONE-EVENT-PRIZE.
         MOVE WS-SHOP-NAME (I) TO PLAYER-NAME (1).
         MOVE WS-SHOP-ID (I) TO PLAYER-ID (1).
         MOVE WS-PRIZE-CENTS TO WS-NET-CENTS.
         ADD WS-PRIZE-CENTS TO WS-PRIZE-PAID-CENTS.
         COMPUTE WS-PRIZE-DISPLAY = WS-PRIZE-CENTS / 100.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO EVENT PRIZE: place " DELIMITED BY SIZE
           WS-SHOP-POSITION DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-SHOP-NAME (I) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-SHOP-POINTS (I) DELIMITED BY SIZE
           " points) takes " DELIMITED BY SIZE
           WS-PRIZE-DISPLAY DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-GAMELOG.
         IF NOT WARO-PAYOUT-HEADER-WRITTEN
           MOVE SPACES TO WARO-PAYOUT-REC
           MOVE "HD" TO WPR-RECORD-TYPE
           MOVE WS-RUN-DATE TO WPR-RUN-DATE
           MOVE WS-GAME-ID TO WPR-GAME-ID
           PERFORM WRITE-PAYOUT-REC
           MOVE "Y" TO WS-PAYOUT-HEADER-SW
         END-IF.
         COMPUTE WS-HOLD-AMOUNT = WS-NET-CENTS / 100.
         MOVE 1 TO TMP.
         PERFORM APPLY-WIN-CAP.
         PERFORM APPLY-HOUSE-OFFSET THRU APPLY-HOUSE-OFFSET-EXIT.
         IF WS-HOLD-LIMIT > 0 AND WS-HOLD-AMOUNT > WS-HOLD-LIMIT
           MOVE 1 TO TMP
           MOVE "LIMIT" TO WS-HOLD-REASON
           PERFORM HOLD-PAYOUT-ENTRY
         ELSE
           MOVE SPACES TO WARO-PAYOUT-REC
           MOVE "PO" TO WPR-RECORD-TYPE
           MOVE WS-RUN-DATE TO WPR-RUN-DATE
           MOVE WS-GAME-ID TO WPR-GAME-ID
           MOVE PLAYER-ID (1) TO WPR-PLAYER-ID
           MOVE PLAYER-NAME (1) TO WPR-PLAYER-NAME
           MOVE WS-HOLD-AMOUNT TO WPR-PAYOUT-AMOUNT
           MOVE WS-PAYOUT-KIND TO WPR-PAYOUT-KIND
           ADD 1 TO WS-PAYOUT-BATCH-COUNT
           ADD WPR-PAYOUT-AMOUNT TO WS-PAYOUT-BATCH-HASH
           PERFORM WRITE-PAYOUT-REC
           IF PLAYER-ID (1) > 0 AND WS-NET-CENTS > 0
             MOVE 1 TO TMP
             PERFORM CREDIT-LEDGER-PAYOUT
           END-IF
         END-IF.

      *> Compose the run's game ID from the clock, then bump it
      *> past the last issued ID if the clock has not moved on,
      *> and record it as the new high-water mark. The site code
      *> formally read, so the SITE card alone is picked up
      *> early; the full card pass still validates it.
       PRESCAN-SITE-CARD.
         IF WARO-CTLSET-IN-USE
           PERFORM PRESCAN-ONE-SET-CARD
             VARYING WS-CS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CS-CARD-IDX > WS-CS-CARD-COUNT
           GO TO PRESCAN-SITE-CARD-EXIT
         END-IF.
         OPEN INPUT WARO-CONTROL-FILE.
         IF WS-CONTROL-FILE-STATUS NOT = "00"
           GO TO PRESCAN-SITE-CARD-EXIT
           AT END
             MOVE "Y" TO WS-CONTROL-EOF-SW
           NOT AT END
             PERFORM TAKE-SITE-CARD
         END-READ.

       PRESCAN-ONE-SET-CARD.
         MOVE WS-CS-CARD (WS-CS-CARD-IDX) TO WARO-CONTROL-REC.
         PERFORM TAKE-SITE-CARD.

       TAKE-SITE-CARD.
         IF WARO-CONTROL-REC (1:5) = "SITE="
             AND WARO-CONTROL-REC (6:2) IS NUMERIC
           MOVE WARO-CONTROL-REC (6:2) TO WS-SITE-CODE
         END-IF.

      *> PARTITION=OPEN or PARTITION=n on the parm. Everything a
      *> partition can be refused for is refused here, before the
      *> lock is taken or anything is written.
       READ-PARTITION-PARM.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         IF WS-PARM (1:10) NOT = "PARTITION="
           GO TO READ-PARTITION-PARM-EXIT
         END-IF.
         IF WS-PARM (11:4) = "OPEN"
             AND WS-PARM (15:1) = SPACE
           MOVE "O" TO WS-PARTITION-SW
         ELSE
           IF WS-PARM (11:1) IS NUMERIC AND WS-PARM (11:1) NOT = "0"
               AND WS-PARM (12:1) = SPACE
             MOVE "T" TO WS-PARTITION-SW
             MOVE WS-PARM (11:1) TO WS-PARTITION-TABLE
           ELSE
             MOVE "PARTITION must be OPEN or a table 1-9"
               TO WS-MSG-KEY
             PERFORM REFUSE-PARTITION
           END-IF
         END-IF.
         PERFORM READ-PARTITION-PLAN.
         IF WARO-PARTITION-OPEN
           IF WARO-PLAN-FOUND AND WS-PLAN-STATUS = "O"
             STRING "game " DELIMITED BY SIZE
               WS-PLAN-GAME-ID DELIMITED BY SIZE
               " is not merged yet" DELIMITED BY SIZE
               INTO WS-MSG-KEY
             PERFORM REFUSE-PARTITION
           END-IF
           GO TO READ-PARTITION-PARM-EXIT
         END-IF.
         IF NOT WARO-PLAN-FOUND
           MOVE "no partition plan on WARO-PARTPLAN" TO WS-MSG-KEY
           PERFORM REFUSE-PARTITION
         END-IF.
         IF WS-PLAN-STATUS = "M"
           STRING "game " DELIMITED BY SIZE
             WS-PLAN-GAME-ID DELIMITED BY SIZE
             " is already merged" DELIMITED BY SIZE
             INTO WS-MSG-KEY
           PERFORM REFUSE-PARTITION
         END-IF.
         IF WS-PLAN-STATUS = "S"
             OR WS-PARTITION-TABLE > WS-PLAN-TABLE-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO : no table " DELIMITED BY SIZE
             WS-PARTITION-TABLE DELIMITED BY SIZE
             " to play for game " DELIMITED BY SIZE
             WS-PLAN-GAME-ID DELIMITED BY SIZE
             " - partition stands down" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE "CLOSE" TO WS-RW-ACTION
           CALL 'report-writer'
             USING WS-RW-ACTION, WS-RW-STREAM, WS-REPORT-LINE,
               WS-RUN-DATE, WS-PLAN-GAME-ID
           END-CALL
           MOVE 0 TO RETURN-CODE
           STOP RUN
         END-IF.
         IF WS-CALENDAR-DECISION = "EVENT"
           MOVE "event nights play in one step" TO WS-MSG-KEY
           PERFORM REFUSE-PARTITION
         END-IF.
       READ-PARTITION-PARM-EXIT.
         EXIT.

      *> The night runs only on an approved set that still
      *> matches its approval seal; a table partition asks for
      *> the set in force on the night it was planned for. Like
      *> the partition checks, this is settled before the lock is
      *> taken or anything is written.
       RESOLVE-CONTROL-SET.
         IF WARO-TABLE-PARTITION
           MOVE WS-PLAN-RUN-DATE TO WS-CS-ASK-DATE
         ELSE
           MOVE WS-RUN-DATE TO WS-CS-ASK-DATE
         END-IF.
         MOVE "P" TO WS-CS-FUNCTION.
         CALL 'ctlset-util'
           USING WS-CS-FUNCTION, WS-CS-ASK-DATE, WS-CS-SET-NAME,
             WS-CS-VERSION, WS-CS-EFFECTIVE-DATE, WS-CS-PREPARED-BY,
             WS-CS-APPROVED-BY, WS-CS-APPROVED-DATE,
             WS-CS-CARD-COUNT, WS-CS-CARD-TABLE, WS-CS-SEAL,
             WS-CS-STATUS
           ON EXCEPTION
             DISPLAY "WARO : SEVERE - ctlset-util failed to load"
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.
         IF WARO-CTLSET-IN-USE OR WARO-CTLSET-NO-LIBRARY
           GO TO RESOLVE-CONTROL-SET-EXIT
         END-IF.
         EVALUATE WS-CS-STATUS
           WHEN "U"
             MOVE "WARO047E" TO WS-MSG-ID
           WHEN "C"
             MOVE "WARO048E" TO WS-MSG-ID
           WHEN OTHER
             MOVE "WARO049E" TO WS-MSG-ID
         END-EVALUATE.
         IF WS-CS-SET-NAME NOT = SPACES
           STRING WS-CS-SET-NAME DELIMITED BY SPACE
             " version " DELIMITED BY SIZE
             WS-CS-VERSION DELIMITED BY SIZE
             " effective " DELIMITED BY SIZE
             WS-CS-EFFECTIVE-DATE DELIMITED BY SIZE
             INTO WS-MSG-KEY
         ELSE
           STRING "run date " DELIMITED BY SIZE
             WS-CS-ASK-DATE DELIMITED BY SIZE
             INTO WS-MSG-KEY
         END-IF.
         PERFORM ISSUE-MESSAGE.
         MOVE 12 TO WS-ABEND-RC.
         PERFORM ABEND-RUN.
       RESOLVE-CONTROL-SET-EXIT.
         EXIT.

      *> First line under the banner: which card set the night
      *> runs under, so the ops log answers it without a lookup.
       REPORT-CONTROL-SET.
         MOVE SPACES TO WS-REPORT-LINE.
         IF WARO-CTLSET-IN-USE
           STRING "WARO : control set " DELIMITED BY SIZE
             WS-CS-SET-NAME DELIMITED BY SPACE
             " v" DELIMITED BY SIZE
             WS-CS-VERSION DELIMITED BY SIZE
             " effective " DELIMITED BY SIZE
             WS-CS-EFFECTIVE-DATE DELIMITED BY SIZE
             " approved by " DELIMITED BY SIZE
             WS-CS-APPROVED-BY DELIMITED BY SIZE
             " on " DELIMITED BY SIZE
             WS-CS-APPROVED-DATE DELIMITED BY SIZE
             INTO WS-REPORT-LINE
         ELSE
           STRING "WARO : control set - none, no WARO-CTLLIB "
             DELIMITED BY SIZE
             "library - live WARO-CONTROL deck" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
         END-IF.
         PERFORM WRITE-REPORT.

       READ-PARTITION-PLAN.
         MOVE "N" TO WS-PLAN-FOUND-SW.
         OPEN INPUT WARO-PARTPLAN-FILE.
         IF WS-PARTPLAN-FILE-STATUS = "00"
           READ WARO-PARTPLAN-FILE
             AT END
               CONTINUE
             NOT AT END
               IF WPP-GAME-ID IS NUMERIC
                   AND WPP-RUN-DATE IS NUMERIC
                   AND WPP-TABLE-COUNT IS NUMERIC
                 MOVE "Y" TO WS-PLAN-FOUND-SW
                 MOVE WPP-GAME-ID TO WS-PLAN-GAME-ID
                 MOVE WPP-RUN-DATE TO WS-PLAN-RUN-DATE
                 MOVE WPP-TABLE-COUNT TO WS-PLAN-TABLE-COUNT
                 MOVE WPP-STATUS TO WS-PLAN-STATUS
               END-IF
           END-READ
           CLOSE WARO-PARTPLAN-FILE
         END-IF.

       REFUSE-PARTITION.
         MOVE "WARO027E" TO WS-MSG-ID.
         PERFORM ISSUE-MESSAGE.
         MOVE 8 TO WS-ABEND-RC.
         PERFORM ABEND-RUN.

      *> A table partition posts under the night's planned game
      *> id and run date - a rerun after midnight still belongs
      *> to the night it was planned for.
       TAKE-PLANNED-GAME-ID.
         PERFORM PRESCAN-SITE-CARD THRU PRESCAN-SITE-CARD-EXIT.
         MOVE WS-PLAN-GAME-ID TO WS-GAME-ID.
         MOVE WS-PLAN-RUN-DATE TO WS-RUN-DATE.

      *> The opening step of a partitioned night plans it and
      *> plays nothing. An event night pays its prizes off the
      *> shop-wide standings, and a dry run posts nothing to
      *> merge, so either one plays every table right here and
      *> the plan tells the partitions to stand down.
       OPEN-PARTITION-PLAN.
         MOVE WS-GAME-ID TO WS-PLAN-GAME-ID.
         MOVE WS-RUN-DATE TO WS-PLAN-RUN-DATE.
         MOVE WS-TABLE-COUNT TO WS-PLAN-TABLE-COUNT.
         IF WS-CALENDAR-DECISION = "EVENT" OR WARO-DRYRUN-MODE
           MOVE "S" TO WS-PLAN-STATUS
           MOVE "N" TO WS-PARTITION-SW
           MOVE "WARO : partition plan - all tables play in this step"
             TO WS-REPORT-LINE
         ELSE
           MOVE "O" TO WS-PLAN-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO : partition plan - game " DELIMITED BY SIZE
             WS-GAME-ID DELIMITED BY SIZE
             " opened for " DELIMITED BY SIZE
             WS-TABLE-COUNT DELIMITED BY SIZE
             " table partition(s)" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
         END-IF.
         PERFORM WRITE-REPORT.
         OPEN OUTPUT WARO-PARTPLAN-FILE.
         MOVE SPACES TO WARO-PARTPLAN-REC.
         MOVE WS-PLAN-GAME-ID TO WPP-GAME-ID.
         MOVE WS-PLAN-RUN-DATE TO WPP-RUN-DATE.
         MOVE WS-PLAN-TABLE-COUNT TO WPP-TABLE-COUNT.
         MOVE WS-PLAN-STATUS TO WPP-STATUS.
         WRITE WARO-PARTPLAN-REC.
         CLOSE WARO-PARTPLAN-FILE.

      *> A fresh partition starts its pieces over and opens its
      *> results piece with a header naming the table. One that
      *> resumes from its own checkpoint keeps what it wrote. A
      *> piece already closed by a trailer for this game is a
      *> table that finished - a rerun leaves it alone.
       START-TABLE-PARTITION.
         MOVE WS-PARTITION-TABLE TO WS-CURRENT-TABLE.
         IF WARO-CHECKPOINT-EXISTS
           IF WS-RESUME-TABLE NOT = WS-PARTITION-TABLE
             STRING "checkpoint is for table " DELIMITED BY SIZE
               WS-RESUME-TABLE DELIMITED BY SIZE
               INTO WS-MSG-KEY
             PERFORM REFUSE-PARTITION
           END-IF
           MOVE "Y" TO WS-RESULTS-HEADER-SW
           GO TO START-TABLE-PARTITION-EXIT
         END-IF.
         PERFORM CHECK-PIECE-FINISHED THRU CHECK-PIECE-FINISHED-EXIT.
         IF WARO-PIECE-DONE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO : table " DELIMITED BY SIZE
             WS-PARTITION-TABLE DELIMITED BY SIZE
             " already finished for game " DELIMITED BY SIZE
             WS-GAME-ID DELIMITED BY SIZE
             " - nothing to rerun" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO START-TABLE-PARTITION-EXIT
         END-IF.
         OPEN OUTPUT WARO-RESULTS-FILE.
         CLOSE WARO-RESULTS-FILE.
         OPEN OUTPUT WARO-GAMEDTL-FILE.
         CLOSE WARO-GAMEDTL-FILE.
         OPEN OUTPUT WARO-AUDIT-FILE.
         CLOSE WARO-AUDIT-FILE.
         OPEN OUTPUT WARO-PAYOUT-FILE.
         CLOSE WARO-PAYOUT-FILE.
         OPEN OUTPUT WARO-JKHIST-FILE.
         CLOSE WARO-JKHIST-FILE.
         PERFORM WRITE-RESULTS-HEADER.
       START-TABLE-PARTITION-EXIT.
         EXIT.

       CHECK-PIECE-FINISHED.
         MOVE "N" TO WS-PIECE-DONE-SW.
         MOVE "N" TO WS-PIECE-EOF-SW.
         OPEN INPUT WARO-RESULTS-FILE.
         IF WS-RESULTS-FILE-STATUS NOT = "00"
           GO TO CHECK-PIECE-FINISHED-EXIT
         END-IF.
         PERFORM READ-ONE-PIECE-REC UNTIL WARO-PIECE-EOF.
         CLOSE WARO-RESULTS-FILE.
       CHECK-PIECE-FINISHED-EXIT.
         EXIT.

       READ-ONE-PIECE-REC.
         READ WARO-RESULTS-FILE
           AT END
             MOVE "Y" TO WS-PIECE-EOF-SW
           NOT AT END
             IF WRR-TRAILER-REC AND WRR-GAME-ID = WS-GAME-ID
               MOVE "Y" TO WS-PIECE-DONE-SW
             END-IF
         END-READ.

             WS-SPLITPOT-MODE-SW DELIMITED BY SIZE
             WS-TABLE-COUNT DELIMITED BY SIZE
             WS-LOWBALL-MODE-SW DELIMITED BY SIZE
             WS-RUN-WAR-SW DELIMITED BY SIZE
             INTO WRL-FLAGS
           MOVE WS-NUM-PLAYERS TO WRL-PLAYERS
           MOVE WS-ROUNDS-PLAYED TO WRL-ROUNDS
         ELSE
           MOVE WCP-STRATEGY (I) TO PLAYER-STRATEGY (I)
         END-IF.
         IF WCP-DIVISION (I) = "B"
           MOVE "B" TO PLAYER-DIVISION (I)
         ELSE
           MOVE "A" TO PLAYER-DIVISION (I)
         END-IF.
         IF WCP-SEAT-KIND (I) = "H"
           MOVE "H" TO WS-SEAT-KIND (I)
         ELSE
           MOVE SPACE TO WS-SEAT-KIND (I)
         END-IF.

       RESTORE-ONE-HAND-SLOT.
         MOVE WCP-PLAYER-HAND (I, X) TO PLAYER-HAND (I, X).
         MOVE PLAYER-NAME (X) TO WCP-PLAYER-NAME (X).
         MOVE PLAYER-ID (X) TO WCP-PLAYER-ID (X).
         MOVE PLAYER-STRATEGY (X) TO WCP-STRATEGY (X).
         MOVE PLAYER-DIVISION (X) TO WCP-DIVISION (X).
         MOVE WS-SEAT-KIND (X) TO WCP-SEAT-KIND (X).
         MOVE PLAYER-BID (X) TO WCP-PLAYER-BID (X).
         MOVE PLAYER-POINTS (X) TO WCP-PLAYER-POINTS (X).
         MOVE WS-SEAT-HANDICAP (X) TO WCP-HANDICAP (X).
       READ-SEED-PARM.
         MOVE 3 TO WS-NUM-PLAYERS.
         ACCEPT WS-PARM FROM COMMAND-LINE.
      *> A partitioned night takes its options from the cards -
      *> the parm only says which part of the night this is.
         IF WARO-PARTITIONED
           MOVE SPACES TO WS-PARM
         END-IF.
         IF WS-PARM = SPACES
           PERFORM READ-CONTROL-CARDS THRU READ-CONTROL-CARDS-EXIT
         END-IF.
           UNSTRING WS-PARM DELIMITED BY SPACE
             INTO WS-SEED-TEXT WS-PLAYERS-TEXT WS-REPLAY-TEXT
               WS-DRYRUN-TEXT WS-VARIANT-TEXT WS-FIXEDHAND-TEXT
               WS-SPLITPOT-TEXT WS-TABLES-TEXT WS-WAR-TEXT
           INSPECT WS-SEED-TEXT REPLACING LEADING SPACE BY ZERO
           INSPECT WS-PLAYERS-TEXT REPLACING LEADING SPACE BY ZERO
         END-IF.
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         IF WS-WAR-TEXT = "WAR"
           MOVE "Y" TO WS-WAR-MODE-SW
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO : war re-bid rule in effect - contested "
             DELIMITED BY SIZE
             "rounds are re-bid until one seat outbids the rest"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         IF WS-FIXEDHAND-TEXT = "FIXEDHAND"
           MOVE "Y" TO WS-FIXEDHAND-MODE-SW
           MOVE SPACES TO WS-REPORT-LINE
         COMPUTE WS-NUM-CARDS-DEAL =
           (WS-NUM-PLAYERS + 1) * WS-NUM-CARDS-HAND.
         MOVE WS-SPLITPOT-MODE-SW TO WS-RUN-SPLITPOT-SW.
         MOVE WS-WAR-MODE-SW TO WS-RUN-WAR-SW.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO : seating " DELIMITED BY SIZE
           WS-NUM-PLAYERS DELIMITED BY SIZE
             WS-TC-VARIANT (WS-TBL-NBR) DELIMITED BY SIZE
             " splitpot=" DELIMITED BY SIZE
             WS-TC-SPLITPOT (WS-TBL-NBR) DELIMITED BY SIZE
             " war=" DELIMITED BY SIZE
             WS-TC-WAR (WS-TBL-NBR) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

       READ-CONTROL-CARDS.
         IF WARO-CTLSET-IN-USE
           MOVE "CONTROL" TO WS-OPTIONS-SOURCE
           PERFORM APPLY-ONE-SET-CARD
             VARYING WS-CS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CS-CARD-IDX > WS-CS-CARD-COUNT
           GO TO READ-CONTROL-CARDS-EXIT
         END-IF.
         OPEN INPUT WARO-CONTROL-FILE.
         IF WS-CONTROL-FILE-STATUS NOT = "00"
           GO TO READ-CONTROL-CARDS-EXIT
             END-IF
         END-READ.

       APPLY-ONE-SET-CARD.
         MOVE WS-CS-CARD (WS-CS-CARD-IDX) TO WARO-CONTROL-REC.
         IF WARO-CONTROL-REC NOT = SPACES
             AND WARO-CONTROL-REC (1:1) NOT = "*"
           PERFORM APPLY-ONE-CONTROL-CARD
         END-IF.

       APPLY-ONE-CONTROL-CARD.
         MOVE SPACES TO WS-CTL-KEYWORD WS-CTL-VALUE.
         UNSTRING WARO-CONTROL-REC DELIMITED BY "="
             IF WS-CTL-VALUE (1:1) = "Y"
               MOVE "SPLITPOT" TO WS-SPLITPOT-TEXT
             END-IF
           WHEN "WAR"
             PERFORM CHECK-YES-NO-VALUE
             IF WS-CTL-VALUE (1:1) = "Y"
               MOVE "WAR" TO WS-WAR-TEXT
             END-IF
           WHEN "TEAMS"
             PERFORM CHECK-YES-NO-VALUE
             IF WS-CTL-VALUE (1:1) = "Y"
             ELSE
               PERFORM REJECT-CONTROL-CARD
             END-IF
           WHEN "HOUSEFILL"
             EVALUATE WS-CTL-VALUE
               WHEN "N"
                 MOVE "N" TO WS-HOUSEFILL-SW
               WHEN "HIGH"
               WHEN "CAUTIOUS"
               WHEN "AGGRESS"
               WHEN "RANDOM"
                 MOVE WS-CTL-VALUE (1:8) TO WS-HOUSEFILL-STRATEGY
                 MOVE "Y" TO WS-HOUSEFILL-SW
               WHEN OTHER
                 PERFORM REJECT-CONTROL-CARD
             END-EVALUATE
           WHEN "TABLE1"
           WHEN "TABLE2"
           WHEN "TABLE3"
           PERFORM REJECT-CONTROL-CARD
         END-IF.

      *> One table's own setup: players, variant, split-pot and
      *> (optionally) war, comma-separated on the card. Anything
      *> malformed stops the run the way every other bad card
      *> does.
       APPLY-TABLE-CARD.
         MOVE SPACES TO WS-TC-PLAYERS-TEXT.
         MOVE SPACES TO WS-TC-VARIANT-TEXT.
         MOVE SPACES TO WS-TC-SPLIT-TEXT.
         MOVE SPACES TO WS-TC-WAR-TEXT.
         UNSTRING WS-CTL-VALUE DELIMITED BY ","
           INTO WS-TC-PLAYERS-TEXT WS-TC-VARIANT-TEXT
             WS-TC-SPLIT-TEXT WS-TC-WAR-TEXT.
         INSPECT WS-TC-PLAYERS-TEXT REPLACING LEADING SPACE BY ZERO.
         IF WS-TC-PLAYERS-TEXT IS NOT NUMERIC
             OR WS-TC-PLAYERS-TEXT = "00"
             AND WS-TC-SPLIT-TEXT NOT = "N"
           PERFORM REJECT-CONTROL-CARD
         END-IF.
         IF WS-TC-WAR-TEXT NOT = "Y"
             AND WS-TC-WAR-TEXT NOT = "N"
             AND WS-TC-WAR-TEXT NOT = SPACE
           PERFORM REJECT-CONTROL-CARD
         END-IF.
         MOVE "Y" TO WS-TC-SET-SW (WS-TBL-NBR).
         MOVE WS-TC-PLAYERS-TEXT TO WS-TC-PLAYERS (WS-TBL-NBR).
         IF WS-TC-PLAYERS (WS-TBL-NBR) > NUM-PLAYERS-MAX
         END-IF.
         MOVE WS-TC-VARIANT-TEXT TO WS-TC-VARIANT (WS-TBL-NBR).
         MOVE WS-TC-SPLIT-TEXT TO WS-TC-SPLITPOT (WS-TBL-NBR).
         MOVE WS-TC-WAR-TEXT TO WS-TC-WAR (WS-TBL-NBR).

       REJECT-CONTROL-CARD.
         MOVE "WARO022E" TO WS-MSG-ID.

       READ-ROSTER.
         PERFORM READ-AWAY-DATES THRU READ-AWAY-DATES-EXIT.
         PERFORM READ-EXCLUSIONS THRU READ-EXCLUSIONS-EXIT.
         PERFORM READ-PLAYER-LIMITS THRU READ-PLAYER-LIMITS-EXIT.
         IF WS-CAP-COUNT > 0
           PERFORM READ-TONIGHT-LOSSES
         READ WARO-ROSTER-FILE
           AT END MOVE "Y" TO WS-ROSTER-EOF-SW
           NOT AT END
             PERFORM CHECK-SEAT-EXCLUDED
             IF WARO-SEAT-IS-EXCLUDED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "WARO : roster - REFUSING '"
                 DELIMITED BY SIZE
                 WRO-PLAYER-NAME DELIMITED BY SIZE
                 "' - self-excluded, not before " DELIMITED BY SIZE
                 WS-XC-MIN-END-DATE (WS-EXCLUDE-IDX)
                 DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT
               MOVE "EXCLUDE" TO WS-COMPLY-EVENT
               MOVE WRO-PLAYER-ID TO WS-COMPLY-ID
               MOVE WRO-PLAYER-NAME TO WS-COMPLY-NAME
               MOVE 0 TO WS-COMPLY-AMOUNT
               IF NOT WARO-TABLE-PARTITION
                 PERFORM WRITE-COMPLY-EVENT
               END-IF
             ELSE
             PERFORM CHECK-SEAT-LOSS-CAP
             IF WS-COMPLY-EVENT = "LOSSCAP"
               MOVE SPACES TO WS-REPORT-LINE
                 "' - nightly loss cap reached" DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT
               IF NOT WARO-TABLE-PARTITION
                 PERFORM WRITE-COMPLY-EVENT
               END-IF
             ELSE
             PERFORM CHECK-SEAT-AWAY
             IF WARO-SEAT-IS-AWAY
             END-IF
             END-IF
             END-IF
             END-IF
         END-READ.

      *> Caps off the player master, loaded once per run.
      *> first hand's buy-in. The same pass seeds the win-cap
      *> accumulators with today's PW credits, so the nightly
      *> cap holds across every WARO execution of the night,
      *> not just this one. Cage cash in and out and membership
      *> dues are not play and are left out.
       READ-TONIGHT-LOSSES.
         OPEN INPUT WARO-LEDGER-FILE.
         IF WS-LEDGER-FILE-STATUS NOT = "00"
           AT END MOVE "Y" TO WS-LEDGER-EOF-SW
           NOT AT END
             IF WLG-ENTRY-DATE = WS-RUN-DATE
                 AND NOT WLG-CASH-ENTRY AND NOT WLG-DUES-ENTRY
                 AND NOT WLG-TRANSFER-ENTRY
               PERFORM FIND-OR-ADD-TONIGHT
               IF WS-LOSS-IDX > 0
                 COMPUTE WS-LS-NET-LOSS (WS-LOSS-IDX) =
             END-IF
         END-READ.

      *> Only the bars in force tonight are kept. A lift never
      *> takes effect before the minimum end date, whatever date
      *> was keyed against it.
       READ-EXCLUSIONS.
         OPEN INPUT WARO-EXCLUDE-FILE.
         IF WS-EXCLUDE-FILE-STATUS NOT = "00"
           GO TO READ-EXCLUSIONS-EXIT
         END-IF.
         PERFORM READ-ONE-EXCLUSION
           UNTIL WARO-EXCLUDE-EOF OR WS-EXCLUDE-COUNT = NUM-EXCLUDE-MAX.
         IF NOT WARO-EXCLUDE-EOF
           MOVE "WARO : exclusion register over 200 bars in force"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO WS-WARNING-RC
         END-IF.
         CLOSE WARO-EXCLUDE-FILE.
       READ-EXCLUSIONS-EXIT.
         EXIT.

       READ-ONE-EXCLUSION.
         READ WARO-EXCLUDE-FILE
           AT END MOVE "Y" TO WS-EXCLUDE-EOF-SW
           NOT AT END
             IF WSX-PLAYER-ID IS NUMERIC AND WSX-PLAYER-ID > 0
                 AND WSX-START-DATE IS NUMERIC
                 AND WSX-MIN-END-DATE IS NUMERIC
                 AND WS-RUN-DATE >= WSX-START-DATE
               IF WSX-LIFTED-DATE IS NUMERIC
                 MOVE WSX-LIFTED-DATE TO WS-EXCLUDE-LIFT-DATE
               ELSE
                 MOVE 0 TO WS-EXCLUDE-LIFT-DATE
               END-IF
               IF WS-EXCLUDE-LIFT-DATE > 0
                   AND WS-EXCLUDE-LIFT-DATE < WSX-MIN-END-DATE
                 MOVE WSX-MIN-END-DATE TO WS-EXCLUDE-LIFT-DATE
               END-IF
               IF WS-EXCLUDE-LIFT-DATE = 0
                   OR WS-RUN-DATE < WS-EXCLUDE-LIFT-DATE
                 ADD 1 TO WS-EXCLUDE-COUNT
                 MOVE WSX-PLAYER-ID
                   TO WS-XC-PLAYER-ID (WS-EXCLUDE-COUNT)
                 MOVE WSX-MIN-END-DATE
                   TO WS-XC-MIN-END-DATE (WS-EXCLUDE-COUNT)
               END-IF
             END-IF
         END-READ.

      *> WS-EXCLUDE-IDX is left on the matching bar so the
      *> refusal can say how long it runs.
       CHECK-SEAT-EXCLUDED.
         MOVE "N" TO WS-EXCLUDE-HIT-SW.
         IF WRO-PLAYER-ID IS NUMERIC AND WRO-PLAYER-ID > 0
           PERFORM CHECK-ONE-EXCLUSION
             VARYING WS-EXCLUDE-IDX FROM 1 BY 1
               UNTIL WS-EXCLUDE-IDX > WS-EXCLUDE-COUNT
                 OR WARO-SEAT-IS-EXCLUDED
           IF WARO-SEAT-IS-EXCLUDED
             SUBTRACT 1 FROM WS-EXCLUDE-IDX
           END-IF
         END-IF.

       CHECK-ONE-EXCLUSION.
         IF WS-XC-PLAYER-ID (WS-EXCLUDE-IDX) = WRO-PLAYER-ID
           MOVE "Y" TO WS-EXCLUDE-HIT-SW
         END-IF.

      *> YYYYMMDD dates compare as plain numbers, so the range
      *> test is ordinary arithmetic. WS-AWAY-IDX is left on the
      *> matching entry so the pass-over can say until when.
           " to a seat" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-SB-ID (WS-STANDBY-IDX) > 0
             AND NOT WARO-TABLE-PARTITION
           PERFORM WRITE-STANDBY-NOTICE
         END-IF.

      *> A registered member off the bench hears of it through
      *> the notice feed.
       WRITE-STANDBY-NOTICE.
         OPEN EXTEND WARO-NOTICE-FILE.
         IF WS-NOTICE-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-NOTICE-FILE
         END-IF.
         MOVE SPACES TO WARO-NOTICE-REC.
         MOVE WS-RUN-DATE TO WNT-NOTICE-DATE.
         MOVE WS-SB-ID (WS-STANDBY-IDX) TO WNT-PLAYER-ID.
         MOVE "STANDBY" TO WNT-SOURCE.
         STRING "Good news - you came off the WARO standby list "
           DELIMITED BY SIZE
           "into a seat on " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           INTO WNT-TEXT.
         WRITE WARO-NOTICE-REC.
         CLOSE WARO-NOTICE-FILE.

       WRITE-CONFIG-SUMMARY.
         MOVE SPACES TO WS-REPORT-LINE.
           WS-GAME-ID DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WARO-TABLE-PARTITION
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO : config - partition plays table "
             DELIMITED BY SIZE
             WS-PARTITION-TABLE DELIMITED BY SIZE
             " of " DELIMITED BY SIZE
             WS-PLAN-TABLE-COUNT DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO : config - calendar=" DELIMITED BY SIZE
           WS-CALENDAR-DECISION DELIMITED BY SIZE
           WS-EVENT-MULTIPLIER DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WARO-PRIZE-MODE
           MOVE WS-PRIZE-POOL TO WS-PRIZE-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO : config - event prize pool=" DELIMITED BY SIZE
             WS-PRIZE-DISPLAY DELIMITED BY SIZE
             " places=" DELIMITED BY SIZE
             WS-PRIZE-PLACES DELIMITED BY SIZE
             " paid=" DELIMITED BY SIZE
             WS-PRIZE-PCT-TOTAL DELIMITED BY SIZE
             "%" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO : config - rates=" DELIMITED BY SIZE
           WS-RATES-SOURCE DELIMITED BY SIZE
         COMPUTE WS-RECONCILE-EXPECT =
           WS-TOTAL-PRIZE-VALUE + WS-TABLE-HANDICAP.
         MOVE SPACES TO WS-REPORT-LINE.
         IF WARO-SPLITPOT-MODE OR WARO-WAR-MODE
           COMPUTE WS-RECONCILE-TOTAL =
             WS-TOTAL-POINTS-VALUE + WS-UNCLAIMED-VALUE
           IF WS-RECONCILE-TOTAL = WS-RECONCILE-EXPECT

       WRITE-RESULTS.
         IF NOT WARO-RESULTS-HEADER-WRITTEN
           PERFORM WRITE-RESULTS-HEADER
         END-IF.
         MOVE SPACES TO WARO-RESULTS-REC.
         MOVE "DT" TO WRR-RECORD-TYPE.
         MOVE WS-NUM-PLAYERS TO WRR-NUM-PLAYERS.
         MOVE WS-RULE-CODE TO WRR-RULE.
         MOVE WS-TBL-VARIANT (1:1) TO WRR-VARIANT.
         IF WARO-WAR-MODE
           MOVE "W" TO WRR-SPLITPOT
         ELSE
           MOVE WS-SPLITPOT-MODE-SW TO WRR-SPLITPOT
         END-IF.
         MOVE WS-SITE-CODE TO WRR-SITE.
         PERFORM WRITE-RESULTS-ENTRY
           VARYING I FROM 1 BY 1 UNTIL I > WS-NUM-PLAYERS.
         PERFORM WRITE-RESULTS-REC.
         ADD 1 TO WS-RESULTS-BATCH-COUNT.

      *> A table partition's piece names its table on the header,
      *> so the merge can tell which tables have reported.
       WRITE-RESULTS-HEADER.
         MOVE SPACES TO WARO-RESULTS-REC.
         MOVE "HD" TO WRR-RECORD-TYPE.
         MOVE WS-RUN-DATE TO WRR-RUN-DATE.
         MOVE WS-GAME-ID TO WRR-GAME-ID.
         IF WARO-TABLE-PARTITION
           MOVE WS-PARTITION-TABLE TO WRR-TABLE-ID
         ELSE
           MOVE 0 TO WRR-TABLE-ID
         END-IF.
         MOVE 0 TO WRR-NUM-PLAYERS.
         MOVE WS-RULE-CODE TO WRR-RULE.
         MOVE WS-SITE-CODE TO WRR-SITE.
         PERFORM WRITE-RESULTS-REC.
         MOVE "Y" TO WS-RESULTS-HEADER-SW.

       WRITE-RESULTS-REC.
         OPEN EXTEND WARO-RESULTS-FILE.
         IF WS-RESULTS-FILE-STATUS NOT = "00"
         CLOSE WARO-RESULTS-FILE.

       WRITE-RESULTS-ENTRY.
         MOVE WS-SEAT-KIND (I) TO WRR-SEAT-KIND (I).
         MOVE PLAYER-ID (I) TO WRR-PLAYER-ID (I).
         MOVE PLAYER-NAME (I) TO WRR-PLAYER-NAME (I).
         MOVE PLAYER-POINTS (I) TO WRR-PLAYER-POINTS (I).
           PERFORM WRITE-PAYOUT-REC
         END-IF.

      *> Each house seat settles onto the house account: the
      *> buy-in it staked against its points at the night's rate,
      *> unraked - the rake is the house's already. An event
      *> night pays places, not points, so the seat wins nothing.
       POST-HOUSE-SEAT.
         IF WARO-HOUSE-SEAT (X)
           MOVE SPACES TO WARO-HOUSE-REC
           MOVE WS-RUN-DATE TO WHA-RUN-DATE
           MOVE WS-GAME-ID TO WHA-GAME-ID
           MOVE WS-CURRENT-TABLE TO WHA-TABLE-ID
           MOVE X TO WHA-SEAT-NBR
           MOVE PLAYER-NAME (X) TO WHA-SEAT-NAME
           MOVE PLAYER-STRATEGY (X) TO WHA-STRATEGY
           MOVE PLAYER-POINTS (X) TO WHA-POINTS
           IF WARO-PRIZE-MODE
             MOVE 0 TO WS-GROSS-CENTS
           ELSE
             COMPUTE WS-GROSS-CENTS =
               PLAYER-POINTS (X) * WS-CENTS-PER-POINT
           END-IF
           COMPUTE WHA-STAKE-AMOUNT = WS-BUYIN-CENTS / 100
           COMPUTE WHA-WON-AMOUNT = WS-GROSS-CENTS / 100
           COMPUTE WHA-NET-AMOUNT =
             (WS-GROSS-CENTS - WS-BUYIN-CENTS) / 100
           ADD 1 TO WS-HOUSE-SEAT-COUNT
           ADD WS-BUYIN-CENTS TO WS-HOUSE-STAKE-CENTS
           ADD WS-GROSS-CENTS TO WS-HOUSE-WON-CENTS
           OPEN EXTEND WARO-HOUSE-FILE
           IF WS-HOUSE-FILE-STATUS NOT = "00"
             OPEN OUTPUT WARO-HOUSE-FILE
           END-IF
           WRITE WARO-HOUSE-REC
           CLOSE WARO-HOUSE-FILE
         END-IF.

      *> The night's house seats: how many played, what their
      *> points won, what they staked, and the house's net.
       REPORT-HOUSE-SEATS.
         COMPUTE WS-HOUSE-NET-CENTS =
           WS-HOUSE-WON-CENTS - WS-HOUSE-STAKE-CENTS.
         COMPUTE WS-HOUSE-WON-DISPLAY = WS-HOUSE-WON-CENTS / 100.
         COMPUTE WS-HOUSE-STAKE-DISPLAY = WS-HOUSE-STAKE-CENTS / 100.
         COMPUTE WS-HOUSE-NET-DISPLAY = WS-HOUSE-NET-CENTS / 100.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO : house seats - " DELIMITED BY SIZE
           WS-HOUSE-SEAT-COUNT DELIMITED BY SIZE
           " played, won " DELIMITED BY SIZE
           WS-HOUSE-WON-DISPLAY DELIMITED BY SIZE
           " staked " DELIMITED BY SIZE
           WS-HOUSE-STAKE-DISPLAY DELIMITED BY SIZE
           " net " DELIMITED BY SIZE
           WS-HOUSE-NET-DISPLAY DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       WRITE-PAYOUT.
         PERFORM WRITE-SEAT-PAYOUT
           VARYING I FROM 1 BY 1 UNTIL I > WS-NUM-PLAYERS.

      *> A house seat was settled onto the house account with the
      *> results; it has no payout detail, rake or ledger credit.
       WRITE-SEAT-PAYOUT.
         IF NOT WARO-HOUSE-SEAT (I)
           PERFORM WRITE-PAYOUT-ENTRY
         END-IF.

      *> Convert points to cash under the season's rate card and
      *> withhold the house rake before the amount hits the
      *> extract; the rake total is reported at end of job.
         COMPUTE WS-HOLD-AMOUNT = WS-NET-CENTS / 100.
         MOVE I TO TMP.
         PERFORM APPLY-WIN-CAP.
         PERFORM APPLY-HOUSE-OFFSET THRU APPLY-HOUSE-OFFSET-EXIT.
         IF WS-HOLD-LIMIT > 0 AND WS-HOLD-AMOUNT > WS-HOLD-LIMIT
           MOVE I TO TMP
           MOVE "LIMIT" TO WS-HOLD-REASON
         MOVE PLAYER-ID (TMP) TO WHL-PLAYER-ID.
         MOVE PLAYER-NAME (TMP) TO WHL-PLAYER-NAME.
         MOVE WS-HOLD-AMOUNT TO WHL-PAYOUT-AMOUNT.
         MOVE WS-PAYOUT-KIND TO WHL-PAYOUT-KIND.
         MOVE SPACES TO WHL-QUEUED-BY.
         WRITE WARO-PAYHOLD-REC.
         CLOSE WARO-PAYHOLD-FILE.

      *> Every seated member's account takes the night's buy-in;
      *> a walk-in (player id 0) settles cash at the door; the
      *> cage files that cash as a WI entry under id 0. A member
      *> holding an open free-play voucher plays it instead of
      *> the cash ("VB"); a cash buy-in earns comp points.
       CHARGE-ONE-BUYIN.
         IF PLAYER-ID (X) = 0
           COMPUTE WS-BUYIN-DISPLAY = WS-BUYIN-CENTS / 100
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         ELSE
           PERFORM FIND-SEAT-VOUCHER THRU FIND-SEAT-VOUCHER-EXIT
           IF WS-SV-PICK > 0
             PERFORM PLAY-SEAT-VOUCHER
           ELSE
             MOVE SPACES TO WARO-LEDGER-REC
             MOVE PLAYER-ID (X) TO WLG-PLAYER-ID
             MOVE WS-RUN-DATE TO WLG-ENTRY-DATE
             MOVE WS-GAME-ID TO WLG-GAME-ID
             MOVE "BI" TO WLG-ENTRY-TYPE
             COMPUTE WLG-DEBIT-AMOUNT = WS-BUYIN-CENTS / 100
             MOVE 0 TO WLG-CREDIT-AMOUNT
             MOVE PLAYER-NAME (X) TO WLG-PLAYER-NAME
             PERFORM WRITE-LEDGER-REC
             PERFORM EARN-COMP-POINTS
           END-IF
         END-IF.

      *> The seat's member's vouchers off the register: issues
      *> are listed, a later used or expired record closes the
      *> one it names. The open voucher still in date that
      *> expires soonest is picked.
       FIND-SEAT-VOUCHER.
         MOVE 0 TO WS-SV-COUNT.
         MOVE 0 TO WS-SV-PICK.
         MOVE "N" TO WS-VOUCHER-EOF-SW.
         OPEN INPUT WARO-VOUCHER-FILE.
         IF WS-VOUCHER-FILE-STATUS NOT = "00"
           GO TO FIND-SEAT-VOUCHER-EXIT
         END-IF.
         PERFORM READ-ONE-SEAT-VOUCHER UNTIL WARO-VOUCHER-EOF.
         CLOSE WARO-VOUCHER-FILE.
         PERFORM PICK-ONE-SEAT-VOUCHER
           VARYING WS-SV-IDX FROM 1 BY 1
             UNTIL WS-SV-IDX > WS-SV-COUNT.
       FIND-SEAT-VOUCHER-EXIT.
         EXIT.

       READ-ONE-SEAT-VOUCHER.
         READ WARO-VOUCHER-FILE
           AT END MOVE "Y" TO WS-VOUCHER-EOF-SW
           NOT AT END
             IF WVC-PLAYER-ID = PLAYER-ID (X)
               IF WVC-VOUCHER-ISSUED
                 IF WS-SV-COUNT < NUM-SEAT-VOUCHERS-MAX
                   ADD 1 TO WS-SV-COUNT
                   MOVE WVC-VOUCHER-NO
                     TO WS-SV-VOUCHER-NO (WS-SV-COUNT)
                   MOVE WVC-EXPIRY-DATE
                     TO WS-SV-EXPIRY-DATE (WS-SV-COUNT)
                   MOVE WVC-FACE-AMOUNT
                     TO WS-SV-FACE-AMOUNT (WS-SV-COUNT)
                   MOVE WVC-POINTS TO WS-SV-POINTS (WS-SV-COUNT)
                   MOVE "Y" TO WS-SV-OPEN-SW (WS-SV-COUNT)
                 END-IF
               ELSE
                 PERFORM CLOSE-ONE-SEAT-VOUCHER
                   VARYING WS-SV-IDX FROM 1 BY 1
                     UNTIL WS-SV-IDX > WS-SV-COUNT
               END-IF
             END-IF
         END-READ.

       CLOSE-ONE-SEAT-VOUCHER.
         IF WS-SV-VOUCHER-NO (WS-SV-IDX) = WVC-VOUCHER-NO
           MOVE "N" TO WS-SV-OPEN-SW (WS-SV-IDX)
         END-IF.

       PICK-ONE-SEAT-VOUCHER.
         IF WS-SV-OPEN (WS-SV-IDX)
             AND WS-SV-EXPIRY-DATE (WS-SV-IDX) >= WS-RUN-DATE
           IF WS-SV-PICK = 0
             MOVE WS-SV-IDX TO WS-SV-PICK
           ELSE
             IF WS-SV-EXPIRY-DATE (WS-SV-IDX)
                 < WS-SV-EXPIRY-DATE (WS-SV-PICK)
               MOVE WS-SV-IDX TO WS-SV-PICK
             END-IF
           END-IF
         END-IF.

      *> The voucher pays the buy-in: one "VB" ledger entry debits
      *> the buy-in and credits the voucher's face up to it, and
      *> the voucher is closed as used under tonight's game id.
       PLAY-SEAT-VOUCHER.
         MOVE SPACES TO WARO-LEDGER-REC.
         MOVE PLAYER-ID (X) TO WLG-PLAYER-ID.
         MOVE WS-RUN-DATE TO WLG-ENTRY-DATE.
         MOVE WS-GAME-ID TO WLG-GAME-ID.
         MOVE "VB" TO WLG-ENTRY-TYPE.
         COMPUTE WLG-DEBIT-AMOUNT = WS-BUYIN-CENTS / 100.
         IF WS-SV-FACE-AMOUNT (WS-SV-PICK) < WLG-DEBIT-AMOUNT
           MOVE WS-SV-FACE-AMOUNT (WS-SV-PICK) TO WLG-CREDIT-AMOUNT
         ELSE
           MOVE WLG-DEBIT-AMOUNT TO WLG-CREDIT-AMOUNT
         END-IF.
         MOVE PLAYER-NAME (X) TO WLG-PLAYER-NAME.
         MOVE WS-SV-VOUCHER-NO (WS-SV-PICK) TO WLG-RECEIPT-NO.
         PERFORM WRITE-LEDGER-REC.
         MOVE SPACES TO WARO-VOUCHER-REC.
         MOVE WS-SV-VOUCHER-NO (WS-SV-PICK) TO WVC-VOUCHER-NO.
         MOVE "U" TO WVC-RECORD-KIND.
         MOVE PLAYER-ID (X) TO WVC-PLAYER-ID.
         MOVE WS-RUN-DATE TO WVC-EVENT-DATE.
         MOVE WS-SV-EXPIRY-DATE (WS-SV-PICK) TO WVC-EXPIRY-DATE.
         MOVE WS-SV-FACE-AMOUNT (WS-SV-PICK) TO WVC-FACE-AMOUNT.
         MOVE WS-SV-POINTS (WS-SV-PICK) TO WVC-POINTS.
         MOVE WS-GAME-ID TO WVC-GAME-ID.
         MOVE PLAYER-NAME (X) TO WVC-PLAYER-NAME.
         OPEN EXTEND WARO-VOUCHER-FILE.
         IF WS-VOUCHER-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-VOUCHER-FILE
         END-IF.
         WRITE WARO-VOUCHER-REC.
         CLOSE WARO-VOUCHER-FILE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO : buy-in - member '" DELIMITED BY SIZE
           PLAYER-NAME (X) DELIMITED BY SIZE
           "' plays free-play voucher " DELIMITED BY SIZE
           WS-SV-VOUCHER-NO (WS-SV-PICK) DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

      *> Comp points on the cash buy-in just charged, in whole
      *> dollars; a buy-in under a dollar earns nothing.
       EARN-COMP-POINTS.
         COMPUTE WS-EARN-POINTS =
           (WS-BUYIN-CENTS / 100) * COMP-POINTS-PER-DOLLAR.
         IF WS-EARN-POINTS > 0
           MOVE SPACES TO WARO-LOYALTY-REC
           MOVE PLAYER-ID (X) TO WLY-PLAYER-ID
           MOVE WS-RUN-DATE TO WLY-ENTRY-DATE
           MOVE "EA" TO WLY-ENTRY-TYPE
           MOVE WS-EARN-POINTS TO WLY-POINTS
           MOVE WS-GAME-ID TO WLY-GAME-ID
           MOVE 0 TO WLY-VOUCHER-NO
           MOVE PLAYER-NAME (X) TO WLY-PLAYER-NAME
           OPEN EXTEND WARO-LOYALTY-FILE
           IF WS-LOYALTY-FILE-STATUS NOT = "00"
             OPEN OUTPUT WARO-LOYALTY-FILE
           END-IF
           WRITE WARO-LOYALTY-REC
           CLOSE WARO-LOYALTY-FILE
         END-IF.

       CREDIT-LEDGER-PAYOUT.
         MOVE PLAYER-ID (TMP) TO WLG-PLAYER-ID.
         MOVE WS-RUN-DATE TO WLG-ENTRY-DATE.
         MOVE WS-GAME-ID TO WLG-GAME-ID.
         MOVE WS-CREDIT-TYPE TO WLG-ENTRY-TYPE.
         MOVE 0 TO WLG-DEBIT-AMOUNT.
         COMPUTE WLG-CREDIT-AMOUNT = WS-NET-CENTS / 100.
         MOVE PLAYER-NAME (TMP) TO WLG-PLAYER-NAME.
           ADD WS-HOLD-AMOUNT TO WS-CP-PAID (WS-CAP-HIT-IDX)
         END-IF.

      *> What the member owes the house comes off the winnings
      *> before anything is paid: open clawbacks on
      *> WARO-RECEIVABLE oldest first, each less what earlier
      *> offsets already took from it, then a debit balance on
      *> the member ledger. Each clawback offset is filed as an
      *> "F" settlement entry against it - the clawback flips
      *> settled once covered - and every offset goes on the
      *> ledger as an "OF" entry. What flows on to the extract,
      *> the hold file and the "PW" credit is the net. A walk-in
      *> has no account and owes nothing on one.
       APPLY-HOUSE-OFFSET.
         IF PLAYER-ID (TMP) = 0 OR WS-HOLD-AMOUNT = 0
           GO TO APPLY-HOUSE-OFFSET-EXIT
         END-IF.
         MOVE 0 TO WS-OFS-TOTAL.
         PERFORM OFFSET-RECEIVABLES THRU OFFSET-RECEIVABLES-EXIT.
         IF WS-HOLD-AMOUNT > 0
           PERFORM OFFSET-LEDGER-BALANCE
             THRU OFFSET-LEDGER-BALANCE-EXIT
         END-IF.
         IF WS-OFS-TOTAL = 0
           GO TO APPLY-HOUSE-OFFSET-EXIT
         END-IF.
         COMPUTE WS-NET-CENTS = WS-HOLD-AMOUNT * 100.
         MOVE WS-HOLD-AMOUNT TO WS-OFS-DISPLAY.
         MOVE WS-OFS-TOTAL TO WS-OFS-TOTAL-DISPLAY.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO : offset - " DELIMITED BY SIZE
           PLAYER-NAME (TMP) DELIMITED BY SIZE
           " pays" DELIMITED BY SIZE
           WS-OFS-DISPLAY DELIMITED BY SIZE
           " after" DELIMITED BY SIZE
           WS-OFS-TOTAL-DISPLAY DELIMITED BY SIZE
           " kept for money owed" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       APPLY-HOUSE-OFFSET-EXIT.
         EXIT.

      *> The whole file is loaded, since a covered clawback is
      *> flipped in place; a file too big for the table is left
      *> for the desk rather than rewritten short.
       OFFSET-RECEIVABLES.
         MOVE 0 TO WS-RCV-COUNT.
         MOVE "N" TO WS-RCV-FULL-SW.
         MOVE "N" TO WS-RCV-REWRITE-SW.
         MOVE "N" TO WS-RECEIVABLE-EOF-SW.
         OPEN INPUT WARO-RECEIVABLE-FILE.
         IF WS-RECEIVABLE-FILE-STATUS NOT = "00"
           GO TO OFFSET-RECEIVABLES-EXIT
         END-IF.
         PERFORM LOAD-ONE-RECEIVABLE
           UNTIL WARO-RECEIVABLE-EOF OR WS-RCV-COUNT = NUM-RCV-MAX.
         IF NOT WARO-RECEIVABLE-EOF
           MOVE "Y" TO WS-RCV-FULL-SW
         END-IF.
         CLOSE WARO-RECEIVABLE-FILE.
         IF WARO-RCV-TABLE-FULL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO : offset - more than 200 receivables on "
             DELIMITED BY SIZE
             "file; clawbacks left to the desk" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO WS-WARNING-RC
           GO TO OFFSET-RECEIVABLES-EXIT
         END-IF.
         PERFORM TAKE-ONE-CLAWBACK
           VARYING WS-RV-IDX FROM 1 BY 1
             UNTIL WS-RV-IDX > WS-RCV-COUNT OR WS-HOLD-AMOUNT = 0.
         IF WARO-RCV-REWRITE
           PERFORM REWRITE-RECEIVABLES
         END-IF.
         PERFORM POST-ONE-CLAWBACK-OFFSET
           VARYING WS-RV-IDX FROM 1 BY 1
             UNTIL WS-RV-IDX > WS-RCV-COUNT.
       OFFSET-RECEIVABLES-EXIT.
         EXIT.

      *> An "F" entry comes after the clawback it settles, so
      *> what it took is charged to the earlier entry on its key
      *> while one is still owed.
       LOAD-ONE-RECEIVABLE.
         READ WARO-RECEIVABLE-FILE
           AT END MOVE "Y" TO WS-RECEIVABLE-EOF-SW
           NOT AT END
             ADD 1 TO WS-RCV-COUNT
             MOVE WRC-ENTRY-DATE TO WS-RV-ENTRY-DATE (WS-RCV-COUNT)
             MOVE WRC-RUN-DATE TO WS-RV-RUN-DATE (WS-RCV-COUNT)
             MOVE WRC-GAME-ID TO WS-RV-GAME-ID (WS-RCV-COUNT)
             MOVE WRC-PLAYER-ID TO WS-RV-PLAYER-ID (WS-RCV-COUNT)
             MOVE WRC-PLAYER-NAME
               TO WS-RV-PLAYER-NAME (WS-RCV-COUNT)
             MOVE WRC-AMOUNT TO WS-RV-AMOUNT (WS-RCV-COUNT)
             MOVE WRC-STATUS TO WS-RV-STATUS (WS-RCV-COUNT)
             MOVE 0 TO WS-RV-TAKEN (WS-RCV-COUNT)
             IF WRC-OPEN
               MOVE WRC-AMOUNT TO WS-RV-OWED (WS-RCV-COUNT)
             ELSE
               MOVE 0 TO WS-RV-OWED (WS-RCV-COUNT)
             END-IF
             IF WRC-OFFSET
               MOVE WRC-AMOUNT TO WS-OFS-LEFT
               PERFORM CHARGE-ONE-PRIOR-OFFSET
                 VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX >= WS-RCV-COUNT
                     OR WS-OFS-LEFT = 0
             END-IF
         END-READ.

       CHARGE-ONE-PRIOR-OFFSET.
         IF WS-RV-OWED (WS-RV-IDX) > 0
             AND WS-RV-GAME-ID (WS-RV-IDX) = WRC-GAME-ID
             AND WS-RV-PLAYER-ID (WS-RV-IDX) = WRC-PLAYER-ID
             AND WS-RV-RUN-DATE (WS-RV-IDX) = WRC-RUN-DATE
           IF WS-RV-OWED (WS-RV-IDX) > WS-OFS-LEFT
             MOVE WS-OFS-LEFT TO WS-OFS-TAKE
           ELSE
             MOVE WS-RV-OWED (WS-RV-IDX) TO WS-OFS-TAKE
           END-IF
           SUBTRACT WS-OFS-TAKE FROM WS-RV-OWED (WS-RV-IDX)
           SUBTRACT WS-OFS-TAKE FROM WS-OFS-LEFT
         END-IF.

       TAKE-ONE-CLAWBACK.
         IF WS-RV-STATUS (WS-RV-IDX) = "O"
             AND WS-RV-PLAYER-ID (WS-RV-IDX) = PLAYER-ID (TMP)
             AND WS-RV-OWED (WS-RV-IDX) > 0
           IF WS-RV-OWED (WS-RV-IDX) > WS-HOLD-AMOUNT
             MOVE WS-HOLD-AMOUNT TO WS-OFS-TAKE
           ELSE
             MOVE WS-RV-OWED (WS-RV-IDX) TO WS-OFS-TAKE
           END-IF
           SUBTRACT WS-OFS-TAKE FROM WS-RV-OWED (WS-RV-IDX)
           SUBTRACT WS-OFS-TAKE FROM WS-HOLD-AMOUNT
           ADD WS-OFS-TAKE TO WS-OFS-TOTAL
           MOVE WS-OFS-TAKE TO WS-RV-TAKEN (WS-RV-IDX)
           IF WS-RV-OWED (WS-RV-IDX) = 0
             MOVE "S" TO WS-RV-STATUS (WS-RV-IDX)
             MOVE "Y" TO WS-RCV-REWRITE-SW
           END-IF
         END-IF.

       REWRITE-RECEIVABLES.
         OPEN OUTPUT WARO-RECEIVABLE-FILE.
         PERFORM WRITE-ONE-RECEIVABLE
           VARYING WS-RV-IDX FROM 1 BY 1
             UNTIL WS-RV-IDX > WS-RCV-COUNT.
         CLOSE WARO-RECEIVABLE-FILE.

       WRITE-ONE-RECEIVABLE.
         MOVE SPACES TO WARO-RECEIVABLE-REC.
         MOVE WS-RV-ENTRY-DATE (WS-RV-IDX) TO WRC-ENTRY-DATE.
         MOVE WS-RV-RUN-DATE (WS-RV-IDX) TO WRC-RUN-DATE.
         MOVE WS-RV-GAME-ID (WS-RV-IDX) TO WRC-GAME-ID.
         MOVE WS-RV-PLAYER-ID (WS-RV-IDX) TO WRC-PLAYER-ID.
         MOVE WS-RV-PLAYER-NAME (WS-RV-IDX) TO WRC-PLAYER-NAME.
         MOVE WS-RV-AMOUNT (WS-RV-IDX) TO WRC-AMOUNT.
         MOVE WS-RV-STATUS (WS-RV-IDX) TO WRC-STATUS.
         WRITE WARO-RECEIVABLE-REC.

      *> The settlement entry, and the winnings passing through
      *> the member's ledger to the clawback - debited and
      *> credited alike, so the balance is untouched.
       POST-ONE-CLAWBACK-OFFSET.
         IF WS-RV-TAKEN (WS-RV-IDX) > 0
           MOVE SPACES TO WARO-RECEIVABLE-REC
           MOVE WS-RUN-DATE TO WRC-ENTRY-DATE
           MOVE WS-RV-RUN-DATE (WS-RV-IDX) TO WRC-RUN-DATE
           MOVE WS-RV-GAME-ID (WS-RV-IDX) TO WRC-GAME-ID
           MOVE WS-RV-PLAYER-ID (WS-RV-IDX) TO WRC-PLAYER-ID
           MOVE WS-RV-PLAYER-NAME (WS-RV-IDX) TO WRC-PLAYER-NAME
           MOVE WS-RV-TAKEN (WS-RV-IDX) TO WRC-AMOUNT
           MOVE "F" TO WRC-STATUS
           OPEN EXTEND WARO-RECEIVABLE-FILE
           IF WS-RECEIVABLE-FILE-STATUS NOT = "00"
             OPEN OUTPUT WARO-RECEIVABLE-FILE
           END-IF
           WRITE WARO-RECEIVABLE-REC
           CLOSE WARO-RECEIVABLE-FILE
           MOVE SPACES TO WARO-LEDGER-REC
           MOVE PLAYER-ID (TMP) TO WLG-PLAYER-ID
           MOVE WS-RUN-DATE TO WLG-ENTRY-DATE
           MOVE WS-GAME-ID TO WLG-GAME-ID
           MOVE "OF" TO WLG-ENTRY-TYPE
           MOVE WS-RV-TAKEN (WS-RV-IDX) TO WLG-DEBIT-AMOUNT
           MOVE WS-RV-TAKEN (WS-RV-IDX) TO WLG-CREDIT-AMOUNT
           MOVE PLAYER-NAME (TMP) TO WLG-PLAYER-NAME
           MOVE WS-RV-RUN-DATE (WS-RV-IDX) TO WLG-RECEIPT-NO
           PERFORM WRITE-LEDGER-REC
           MOVE WS-RV-TAKEN (WS-RV-IDX) TO WS-OFS-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO : offset - " DELIMITED BY SIZE
             PLAYER-NAME (TMP) DELIMITED BY SIZE
             WS-OFS-DISPLAY DELIMITED BY SIZE
             " to the clawback on game " DELIMITED BY SIZE
             WS-RV-GAME-ID (WS-RV-IDX) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

      *> The member's balance as it stands - credits less debits
      *> over every entry on the ledger, tonight's buy-in among
      *> them. A debit balance is money owed; the winnings kept
      *> against it are credited to the account as an "OF".
       OFFSET-LEDGER-BALANCE.
         MOVE 0 TO WS-OFS-BALANCE.
         MOVE "N" TO WS-LEDGER-EOF-SW.
         OPEN INPUT WARO-LEDGER-FILE.
         IF WS-LEDGER-FILE-STATUS NOT = "00"
           GO TO OFFSET-LEDGER-BALANCE-EXIT
         END-IF.
         PERFORM SUM-ONE-MEMBER-ENTRY UNTIL WARO-LEDGER-EOF.
         CLOSE WARO-LEDGER-FILE.
         MOVE "N" TO WS-LEDGER-EOF-SW.
         IF WS-OFS-BALANCE NOT < 0
           GO TO OFFSET-LEDGER-BALANCE-EXIT
         END-IF.
         COMPUTE WS-OFS-DEBT = 0 - WS-OFS-BALANCE.
         IF WS-OFS-DEBT > WS-HOLD-AMOUNT
           MOVE WS-HOLD-AMOUNT TO WS-OFS-TAKE
         ELSE
           MOVE WS-OFS-DEBT TO WS-OFS-TAKE
         END-IF.
         SUBTRACT WS-OFS-TAKE FROM WS-HOLD-AMOUNT.
         ADD WS-OFS-TAKE TO WS-OFS-TOTAL.
         MOVE SPACES TO WARO-LEDGER-REC.
         MOVE PLAYER-ID (TMP) TO WLG-PLAYER-ID.
         MOVE WS-RUN-DATE TO WLG-ENTRY-DATE.
         MOVE WS-GAME-ID TO WLG-GAME-ID.
         MOVE "OF" TO WLG-ENTRY-TYPE.
         MOVE 0 TO WLG-DEBIT-AMOUNT.
         MOVE WS-OFS-TAKE TO WLG-CREDIT-AMOUNT.
         MOVE PLAYER-NAME (TMP) TO WLG-PLAYER-NAME.
         PERFORM WRITE-LEDGER-REC.
         MOVE WS-OFS-TAKE TO WS-OFS-DISPLAY.
         MOVE WS-OFS-DEBT TO WS-OFS-TOTAL-DISPLAY.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO : offset - " DELIMITED BY SIZE
           PLAYER-NAME (TMP) DELIMITED BY SIZE
           WS-OFS-DISPLAY DELIMITED BY SIZE
           " to a ledger balance owing" DELIMITED BY SIZE
           WS-OFS-TOTAL-DISPLAY DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       OFFSET-LEDGER-BALANCE-EXIT.
         EXIT.

       SUM-ONE-MEMBER-ENTRY.
         READ WARO-LEDGER-FILE
           AT END MOVE "Y" TO WS-LEDGER-EOF-SW
           NOT AT END
             IF WLG-PLAYER-ID = PLAYER-ID (TMP)
               COMPUTE WS-OFS-BALANCE = WS-OFS-BALANCE
                 + WLG-CREDIT-AMOUNT - WLG-DEBIT-AMOUNT
             END-IF
         END-READ.

       FIND-SEAT-WIN-CAP.
         IF WS-CP-PLAYER-ID (WS-CAP-IDX) = PLAYER-ID (TMP)
           MOVE WS-CP-WIN-CAP (WS-CAP-IDX) TO WS-SEAT-WIN-CAP
         IF NOT WARO-DRYRUN-MODE
           PERFORM WRITE-AUDIT-ENTRY
             VARYING X FROM 1 BY 1 UNTIL X > WS-NUM-PLAYERS
           PERFORM WRITE-REBID-AUDIT-ENTRY
             VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-LINE-COUNT
         END-IF.
         PERFORM LOG-ONE-PLAYER
           VARYING X FROM 1 BY 1 UNTIL X > WS-NUM-PLAYERS.
         WRITE WARO-FEED-REC.

       PLAYER-TURN-ONE.
         MOVE PLAYER-STRATEGY (X) TO WS-ROUND-STRATEGY (X).
         IF PLAYER-STRATEGY (X) = "ATTENDED"
           PERFORM ATTENDED-TURN THRU ATTENDED-TURN-DONE
         ELSE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO WS-WARNING-RC
           MOVE WS-DEFAULT-STRATEGY TO WS-ROUND-STRATEGY (X)
           CALL 'player-turn'
             USING PRIZE-CARD, PLAYER-ENTRY (X), WS-NUM-CARDS-HAND,
               WS-DEFAULT-STRATEGY, I, WS-RULE-CODE
      *> each winner the full prize; split-pot mode divides the
      *> prize across the winners (remainder to the earliest seat)
      *> so a round never pays out more than was dealt. A round
      *> nobody wins leaves the pot unclaimed. On a war table a
      *> contested round is re-bid first, so only one seat is
      *> left holding the pot and it takes the whole prize.
       AWARD-ROUND-POINTS.
         MOVE PRIZE-CARD TO WS-CARD-VALUE.
         PERFORM CARD-STRENGTH.
           PRIZE-CARD * WS-EVENT-MULTIPLIER.
         MOVE 0 TO WS-WINNER-COUNT.
         MOVE 0 TO WS-FIRST-WINNER-IDX.
         MOVE 0 TO WS-RB-LINE-COUNT.
         PERFORM CHECK-ROUND-WINNER
           VARYING X FROM 1 BY 1 UNTIL X > WS-NUM-PLAYERS.
         IF WARO-WAR-MODE AND WS-WINNER-COUNT > 1
           PERFORM SETTLE-WAR-REBID
         END-IF.
         IF WS-WINNER-COUNT = 0
           ADD WS-ROUND-PRIZE-VALUE TO WS-UNCLAIMED-VALUE
         ELSE
           END-IF
         END-IF.

      *> The tied seats put up more cards until one outbids the
      *> rest. Seats that lose the war did not win the round, so
      *> the win CHECK-ROUND-WINNER counted toward a sweep is
      *> taken back from them.
       SETTLE-WAR-REBID.
         MOVE WS-WINNER-COUNT TO WS-RB-CONTESTED-COUNT.
         CALL 'war-rebid'
           USING PLAYER-TABLE, WS-NUM-PLAYERS, WS-NUM-CARDS-HAND,
             WS-RULE-CODE, WS-ROUND-WON-TABLE, WS-REBID-AREA
           ON EXCEPTION
             MOVE "war-rebid" TO WS-CALLED-PROGRAM
             PERFORM CALL-FAILED
         END-CALL.
         PERFORM UNCOUNT-WAR-LOSER
           VARYING X FROM 1 BY 1 UNTIL X > WS-NUM-PLAYERS.
         MOVE 1 TO WS-WINNER-COUNT.
         MOVE WS-RB-WINNER-IDX TO WS-FIRST-WINNER-IDX.
         IF WS-RB-SETTLED-BY = "S"
           MOVE "suit" TO WS-RB-WORD
         ELSE
           MOVE "rank" TO WS-RB-WORD
         END-IF.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO round " DELIMITED BY SIZE
           I DELIMITED BY SIZE
           " war: " DELIMITED BY SIZE
           WS-RB-CONTESTED-COUNT DELIMITED BY SIZE
           " seats re-bid " DELIMITED BY SIZE
           WS-RB-STEP-COUNT DELIMITED BY SIZE
           " time(s), " DELIMITED BY SIZE
           PLAYER-NAME (WS-RB-WINNER-IDX) DELIMITED BY SIZE
           " takes the pot on " DELIMITED BY SIZE
           WS-RB-WORD DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-GAMELOG.

      *> Every seat that met the prize still holds its bid as its
      *> last card; a non-zero one that did not survive the war
      *> gives back its win.
       UNCOUNT-WAR-LOSER.
         IF WS-RB-LAST-CARD (X) > 0 AND NOT WARO-ROUND-WON (X)
           SUBTRACT 1 FROM WS-SEAT-WINS (X)
         END-IF.

       AWARD-ONE-SHARE.
         IF WARO-ROUND-WON (X)
           ADD WS-DU-QUOTIENT TO PLAYER-POINTS (X)
         ELSE
           MOVE "LOST" TO WS-AUDIT-RESULT
         END-IF.
         PERFORM SET-AUDIT-SEAT-TAG.
         MOVE SPACES TO WS-AUDIT-LINE.
         STRING "game " DELIMITED BY SIZE
           WS-GAME-ID DELIMITED BY SIZE
           WS-CURRENT-TABLE DELIMITED BY SIZE
           " round " DELIMITED BY SIZE
           I DELIMITED BY SIZE
           WS-AUDIT-SEAT-TAG DELIMITED BY SIZE
           PLAYER-NAME (X) DELIMITED BY SIZE
           " prize " DELIMITED BY SIZE
           PRIZE-CARD DELIMITED BY SIZE
           " rule " DELIMITED BY SIZE
           WS-RULE-CODE DELIMITED BY SIZE
           INTO WS-AUDIT-LINE.
         PERFORM WRITE-AUDIT-LINE.
         PERFORM WRITE-GAMEDTL-ENTRY.

      *> A house seat's lines read " house  " where a member's
      *> read " player ", in the same columns.
       SET-AUDIT-SEAT-TAG.
         IF WARO-HOUSE-SEAT (X)
           MOVE " house  " TO WS-AUDIT-SEAT-TAG
         ELSE
           MOVE " player " TO WS-AUDIT-SEAT-TAG
         END-IF.

      *> One line per card put up in a war, after the round's
      *> seat lines: " rebid " stands where " prize " does, so
      *> the line carries no points and the balancing and
      *> merge counts pass over it.
       WRITE-REBID-AUDIT-ENTRY.
         MOVE WS-RB-LINE-SEAT (WS-RB-IDX) TO X.
         EVALUATE WS-RB-LINE-OUTCOME (WS-RB-IDX)
           WHEN "W"
             MOVE "WON " TO WS-RB-WORD
           WHEN "H"
             MOVE "HELD" TO WS-RB-WORD
           WHEN "O"
             MOVE "OUT " TO WS-RB-WORD
           WHEN "S"
             MOVE "SUIT" TO WS-RB-WORD
           WHEN OTHER
             MOVE "NONE" TO WS-RB-WORD
         END-EVALUATE.
         PERFORM SET-AUDIT-SEAT-TAG.
         MOVE SPACES TO WS-AUDIT-LINE.
         STRING "game " DELIMITED BY SIZE
           WS-GAME-ID DELIMITED BY SIZE
           " table " DELIMITED BY SIZE
           WS-CURRENT-TABLE DELIMITED BY SIZE
           " round " DELIMITED BY SIZE
           I DELIMITED BY SIZE
           WS-AUDIT-SEAT-TAG DELIMITED BY SIZE
           PLAYER-NAME (X) DELIMITED BY SIZE
           " rebid " DELIMITED BY SIZE
           WS-RB-LINE-STEP (WS-RB-IDX) DELIMITED BY SIZE
           " card " DELIMITED BY SIZE
           WS-RB-LINE-CARD (WS-RB-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-RB-WORD DELIMITED BY SIZE
           " rule " DELIMITED BY SIZE
           WS-RULE-CODE DELIMITED BY SIZE
           INTO WS-AUDIT-LINE.
         PERFORM WRITE-AUDIT-LINE.

       WRITE-AUDIT-LINE.
         IF NOT WARO-AUDIT-OPEN
           PERFORM LOAD-AUDIT-LINK THRU LOAD-AUDIT-LINK-EXIT
           OPEN EXTEND WARO-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
             OPEN OUTPUT WARO-AUDIT-FILE
           END-IF
           MOVE "Y" TO WS-AUDIT-OPEN-SW
         END-IF.
         CALL 'audit-chain'
           USING WS-AUDIT-LINK, WS-AUDIT-LINE, WS-AUDIT-NEXT-LINK
           ON EXCEPTION
             MOVE "audit-chain" TO WS-CALLED-PROGRAM
             PERFORM CALL-FAILED
         END-CALL.
         MOVE WS-AUDIT-NEXT-LINK TO WS-AUDIT-LINK.
         MOVE SPACES TO WARO-AUDIT-REC.
         MOVE WS-AUDIT-LINE TO WAU-BODY.
         MOVE WS-AUDIT-LINK TO WAU-LINK.
         WRITE WARO-AUDIT-REC.

      *> The chain picks up from the last link on file: the last
      *> line's own link, or the anchor a purge left at the head
      *> of an otherwise empty file. Lines written before the
      *> trail was chained carry no link and restart it at zero.
       LOAD-AUDIT-LINK.
         MOVE 0 TO WS-AUDIT-LINK.
         MOVE "N" TO WS-AUDIT-EOF-SW.
         OPEN INPUT WARO-AUDIT-FILE.
         IF WS-AUDIT-FILE-STATUS NOT = "00"
           GO TO LOAD-AUDIT-LINK-EXIT
         END-IF.
         PERFORM READ-ONE-AUDIT-LINK UNTIL WARO-AUDIT-EOF.
         CLOSE WARO-AUDIT-FILE.
       LOAD-AUDIT-LINK-EXIT.
         EXIT.

       READ-ONE-AUDIT-LINK.
         READ WARO-AUDIT-FILE
           AT END
             MOVE "Y" TO WS-AUDIT-EOF-SW
           NOT AT END
             IF WAU-ANCHOR-LINE
               IF WAU-ANCHOR-LINK IS NUMERIC
                 MOVE WAU-ANCHOR-LINK TO WS-AUDIT-LINK
               ELSE
                 MOVE 0 TO WS-AUDIT-LINK
               END-IF
             ELSE
               IF WAU-LINK IS NUMERIC
                 MOVE WAU-LINK TO WS-AUDIT-LINK
               ELSE
                 MOVE 0 TO WS-AUDIT-LINK
               END-IF
             END-IF
         END-READ.

      *> The same round outcome again as a fixed-layout record so
      *> the monthly statistics are computed, not hand-tallied
         END-IF.
         MOVE WS-ROUND-DELTA (X) TO WGD-POINTS-DELTA.
         MOVE X TO WGD-SEAT-NBR.
         MOVE WS-ROUND-STRATEGY (X) TO WGD-STRATEGY.
         MOVE PLAYER-DIVISION (X) TO WGD-DIVISION.
         MOVE WS-RULE-CODE TO WGD-RULE.
         IF WARO-WAR-MODE
           MOVE "W" TO WGD-SPLITPOT
         ELSE
           MOVE WS-SPLITPOT-MODE-SW TO WGD-SPLITPOT
         END-IF.
         MOVE 0 TO WGD-REBID-COUNT.
         MOVE 0 TO WGD-REBID-CARD.
         IF WS-RB-LINE-COUNT > 0
           MOVE WS-RB-CARDS-SPENT (X) TO WGD-REBID-COUNT
           IF WS-RB-CARDS-SPENT (X) > 0
             MOVE WS-RB-LAST-CARD (X) TO WGD-REBID-CARD
           END-IF
         END-IF.
         MOVE WS-SEAT-KIND (X) TO WGD-SEAT-KIND.
         IF NOT WARO-GAMEDTL-OPEN
           OPEN EXTEND WARO-GAMEDTL-FILE
           IF WS-GAMEDTL-FILE-STATUS NOT = "00"
       INIT-DECK.
         MOVE I TO DECK-CARDS (I).

      *> The deck commitment goes out on both the ops report and
      *> the game log posted on the wall before the first round
      *> is played, and is filed with the deck on the library, so
      *> anyone holding the printed value can later have WARO-
      *> VERIFY or WARO-DOSSIER prove the archived deck is the one
      *> that was dealt. The cards themselves stay off the wall.
       COMMIT-DECK.
         CALL 'deck-commit'
           USING WS-GAME-ID, WS-CURRENT-TABLE, DECK-REC,
             WS-DECK-COMMIT, WS-DECK-COMMIT-STATUS
           ON EXCEPTION
             MOVE "deck-commit" TO WS-CALLED-PROGRAM
             PERFORM CALL-FAILED
         END-CALL.
         IF WS-DECK-COMMIT-STATUS NOT = "0"
           MOVE "deck-commit" TO WS-CALLED-PROGRAM
           PERFORM CALL-FAILED
         END-IF.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO : table " DELIMITED BY SIZE
           WS-CURRENT-TABLE DELIMITED BY SIZE
           " deck commitment " DELIMITED BY SIZE
           WS-DECK-COMMIT DELIMITED BY SIZE
           " game " DELIMITED BY SIZE
           WS-GAME-ID DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         PERFORM WRITE-GAMELOG.

      *> WARO-DECK keeps the last table's deck for the legacy
      *> replay path; the library keeps every table's deck under
      *> its game id and table number for good.
         MOVE WS-CURRENT-TABLE TO WDL-TABLE-ID.
         PERFORM FILE-ONE-DECKLIB-CARD
           VARYING I FROM 1 BY 1 UNTIL I > NUM-CARDS-DECK.
         MOVE WS-DECK-COMMIT TO WDL-DECK-HASH.
         WRITE WARO-DECKLIB-REC.
         CLOSE WARO-DECKLIB-FILE.

         MOVE WFH-PLAYER-ENTRY (I) TO PLAYER-ENTRY (I).
         MOVE 0 TO PLAYER-ID (I).
         MOVE "HIGH" TO PLAYER-STRATEGY (I).
         MOVE "A" TO PLAYER-DIVISION (I).
         MOVE 0 TO WS-SEAT-HANDICAP (I).

       VALIDATE-DECK.
