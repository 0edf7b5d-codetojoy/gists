       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-XFER.
      *> Member transfer between sites. A member moving from one
      *> site to the other keeps the one league player id and the
      *> history that goes with it instead of being registered
      *> again. Parm:
      *>   SEND <player id> <to site> - packs the member's master
      *>     record, rating, roster seat (handicap, division and
      *>     strategy) and filed aliases, with the ledger balance,
      *>     into WARO-XFERPKG for the other site; posts an "XO"
      *>     entry taking the balance off this site's ledger and
      *>     retires the member's seat here;
      *>   RECEIVE - loads the package mounted as WARO-XFERPKG
      *>     at the site it is addressed to, under the member's
      *>     league id when that id is free here or already the
      *>     same member's, otherwise under a new local id filed
      *>     on WARO-XFERMAP against the league id; posts the
      *>     matching "XI" entry, same amount and package number,
      *>     and seats the member active.
      *> This site's code is the SITE= card of the control deck
      *> (or of the approved control set in force), 01 without
      *> one. Both actions need a signed-on supervisor and go on
      *> the change journal. A package whose trailer count does
      *> not match, that is addressed to another site, or that
      *> has already been received is refused whole.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROPMS.
         COPY WARORTS.
         COPY WAROROS.
         COPY WAROALS.
         COPY WAROLGS.
         COPY WAROXMS.
         SELECT WARO-CONTROL-FILE ASSIGN TO "WARO-CONTROL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-FILE-STATUS.
         SELECT WARO-XFERPKG-FILE ASSIGN TO "WARO-XFERPKG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XFERPKG-FILE-STATUS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WAROPMR.
         COPY WARORTR.
         COPY WARORSR.
         COPY WAROALR.
         COPY WAROLGR.
         COPY WAROXMR.
         FD WARO-CONTROL-FILE.
         01 WARO-CONTROL-REC PIC X(80).
      *> The transfer package: an "XH" header naming the sites,
      *> the member's ids and the balance moved, one record per
      *> piece of the member's file as it stood at the sending
      *> site ("PM" master, "RG" rating, "RS" roster seat, "AL"
      *> each alias), and an "XT" trailer counting the records
      *> ahead of it. Every record carries the package number.
         FD WARO-XFERPKG-FILE.
         01 WARO-XFERPKG-REC.
            02 WXP-RECORD-TYPE PIC X(2).
              88 WXP-HEADER-REC VALUE "XH".
              88 WXP-MASTER-REC VALUE "PM".
              88 WXP-RATING-REC VALUE "RG".
              88 WXP-SEAT-REC VALUE "RS".
              88 WXP-ALIAS-REC VALUE "AL".
              88 WXP-TRAILER-REC VALUE "XT".
            02 FILLER PIC X(1).
            02 WXP-PACKAGE-NO PIC 9(8).
            02 FILLER PIC X(1).
            02 WXP-IMAGE PIC X(60).
            02 WXP-HEADER-DATA REDEFINES WXP-IMAGE.
               03 WXP-FROM-SITE PIC 9(2).
               03 FILLER PIC X(1).
               03 WXP-TO-SITE PIC 9(2).
               03 FILLER PIC X(1).
               03 WXP-SENT-ID PIC 9(4).
               03 FILLER PIC X(1).
               03 WXP-LEAGUE-ID PIC 9(4).
               03 FILLER PIC X(1).
               03 WXP-SENT-DATE PIC 9(8).
               03 FILLER PIC X(1).
               03 WXP-OPERATOR-ID PIC X(4).
               03 FILLER PIC X(1).
               03 WXP-BALANCE PIC S9(6)V99 SIGN LEADING SEPARATE.
               03 FILLER PIC X(21).
            02 WXP-TRAILER-DATA REDEFINES WXP-IMAGE.
               03 WXP-RECORD-COUNT PIC 9(4).
               03 FILLER PIC X(56).
         WORKING-STORAGE SECTION.
         01 WS-PLAYERS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RATINGS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-ROSTER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-ALIAS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-LEDGER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-XFERMAP-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-CONTROL-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-XFERPKG-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-PLAYERS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PLAYERS-EOF VALUE "Y".
         01 WS-RATINGS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-RATINGS-EOF VALUE "Y".
         01 WS-ROSTER-EOF-SW PIC X(1) VALUE "N".
           88 WARO-ROSTER-EOF VALUE "Y".
         01 WS-ALIAS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-ALIAS-EOF VALUE "Y".
         01 WS-LEDGER-EOF-SW PIC X(1) VALUE "N".
           88 WARO-LEDGER-EOF VALUE "Y".
         01 WS-XFERMAP-EOF-SW PIC X(1) VALUE "N".
           88 WARO-XFERMAP-EOF VALUE "Y".
         01 WS-CONTROL-EOF-SW PIC X(1) VALUE "N".
           88 WARO-CONTROL-EOF VALUE "Y".
         01 WS-XFERPKG-EOF-SW PIC X(1) VALUE "N".
           88 WARO-XFERPKG-EOF VALUE "Y".
         01 WS-TODAY PIC 9(8) VALUE 0.

      *> The parm: action, player id and the site sent to.
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-ACTION PIC X(8) VALUE SPACES.
         01 WS-ID-TEXT PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
         01 WS-SITE-TEXT PIC X(2) JUSTIFIED RIGHT VALUE SPACES.
         01 WS-ASK-ID PIC 9(4) VALUE 0.
         01 WS-TO-SITE PIC 9(2) VALUE 0.

      *> This site's code, from the SITE= card.
         01 WS-HOME-SITE PIC 9(2) VALUE 1.

      *> ctlset-util parameters: the approved control set in
      *> force today, whose cards stand in for the live deck.
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
         01 WS-CS-CARD-IDX PIC 9(2) VALUE 0.

      *> The member's file as packed or unpacked. The master
      *> image is held in the WAROPMR layout so a receiving site
      *> can tell the same member from a stranger on the id.
         01 WS-PKG-MASTER.
            02 WS-PM-PLAYER-ID PIC 9(4).
            02 FILLER PIC X(1).
            02 WS-PM-JOIN-DATE PIC 9(8).
            02 FILLER PIC X(1).
            02 WS-PM-PLAYER-NAME PIC X(20).
            02 FILLER PIC X(16).
         01 WS-PKG-RATING.
            02 WS-PR-PLAYER-ID PIC 9(4).
            02 FILLER PIC X(21).
         01 WS-PKG-SEAT.
            02 WS-PS-PLAYER-NAME PIC X(6).
            02 FILLER PIC X(1).
            02 WS-PS-PLAYER-ID PIC 9(4).
            02 FILLER PIC X(1).
            02 WS-PS-STATUS PIC X(1).
            02 FILLER PIC X(1).
            02 WS-PS-STRATEGY PIC X(8).
            02 FILLER PIC X(1).
            02 WS-PS-HANDICAP PIC 9(3).
            02 FILLER PIC X(1).
            02 WS-PS-DIVISION PIC X(1).
         01 WS-PKG-HEADER PIC X(72) VALUE SPACES.
         78 NUM-PKG-ALIAS-MAX VALUE 20.
         01 WS-PKG-ALIAS-TABLE.
            02 WS-PKG-ALIAS-NAME PIC X(6)
               OCCURS NUM-PKG-ALIAS-MAX TIMES.
         01 WS-PKG-ALIAS-COUNT PIC 9(2) VALUE 0.
         01 WS-MASTER-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-MASTER-FOUND VALUE "Y".
         01 WS-RATING-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-RATING-FOUND VALUE "Y".
         01 WS-SEAT-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-SEAT-FOUND VALUE "Y".

      *> The package in hand: its number, the member's ids, the
      *> balance moved and the records counted against the
      *> trailer.
         01 WS-PACKAGE-NO PIC 9(8) VALUE 0.
         01 WS-FROM-SITE PIC 9(2) VALUE 0.
         01 WS-PKG-TO-SITE PIC 9(2) VALUE 0.
         01 WS-SENT-ID PIC 9(4) VALUE 0.
         01 WS-LEAGUE-ID PIC 9(4) VALUE 0.
         01 WS-TARGET-ID PIC 9(4) VALUE 0.
         01 WS-HIGH-ID PIC 9(4) VALUE 0.
         01 WS-BALANCE PIC S9(6)V99 VALUE 0.
         01 WS-PKG-COUNT PIC 9(4) VALUE 0.
         01 WS-PKG-BAD-SW PIC X(1) VALUE "N".
           88 WARO-PACKAGE-BAD VALUE "Y".
         01 WS-HEADER-SEEN-SW PIC X(1) VALUE "N".
           88 WARO-HEADER-SEEN VALUE "Y".
         01 WS-TRAILER-SEEN-SW PIC X(1) VALUE "N".
           88 WARO-TRAILER-SEEN VALUE "Y".
         01 WS-MEMBER-HERE-SW PIC X(1) VALUE "N".
           88 WARO-MEMBER-HERE VALUE "Y".
         01 WS-MAPPED-SW PIC X(1) VALUE "N".
           88 WARO-ID-MAPPED VALUE "Y".

      *> Ledger: the member's balance, the last entry posted for
      *> the member, the site's transfers out so far (the next
      *> package number) and any receipt already taken for the
      *> package in hand.
         01 WS-CREDIT-TOTAL PIC 9(8)V99 VALUE 0.
         01 WS-DEBIT-TOTAL PIC 9(8)V99 VALUE 0.
         01 WS-LAST-ENTRY-TYPE PIC X(2) VALUE SPACES.
         01 WS-XO-COUNT PIC 9(6) VALUE 0.
         01 WS-RECEIVED-SW PIC X(1) VALUE "N".
           88 WARO-ALREADY-RECEIVED VALUE "Y".
         01 WS-LEDGER-NAME PIC X(6) VALUE SPACES.

      *> The transfer id map, and the roster and ratings files in
      *> full so a change can rewrite them - the same shapes
      *> their maintenance programs use.
         78 NUM-MAP-MAX VALUE 500.
         01 WS-MAP-TABLE.
            02 WS-MAP-ENTRY OCCURS NUM-MAP-MAX TIMES.
               03 WS-MP-SITE PIC 9(2).
               03 WS-MP-LOCAL-ID PIC 9(4).
               03 WS-MP-LEAGUE-ID PIC 9(4).
         01 WS-MAP-COUNT PIC 9(4) VALUE 0.
         78 NUM-ROSTER-MAX VALUE 30.
         01 WS-ROSTER-TABLE.
            02 WS-ROSTER-ENTRY OCCURS NUM-ROSTER-MAX TIMES.
               03 WS-ROSTER-NAME PIC X(6).
               03 WS-ROSTER-ID PIC 9(4).
               03 WS-ROSTER-STATUS PIC X(1).
               03 WS-ROSTER-STRATEGY PIC X(8).
               03 WS-ROSTER-HANDICAP PIC 9(3).
               03 WS-ROSTER-DIVISION PIC X(1).
         01 WS-ROSTER-COUNT PIC 9(2) VALUE 0.
         01 WS-SEAT-IDX PIC 9(2) VALUE 0.
         78 NUM-RATINGS-MAX VALUE 200.
         01 WS-RATING-TABLE.
            02 WS-RATING-IMAGE PIC X(25)
               OCCURS NUM-RATINGS-MAX TIMES.
         01 WS-RATING-COUNT PIC 9(4) VALUE 0.
         01 WS-RATING-IDX PIC 9(4) VALUE 0.
         01 WS-RATINGS-FULL-SW PIC X(1) VALUE "N".
           88 WARO-RATINGS-FULL VALUE "Y".
         01 WS-ALIAS-ADDED PIC 9(2) VALUE 0.
         01 WS-ALIAS-HELD-SW PIC X(1) VALUE "N".
           88 WARO-ALIAS-HELD VALUE "Y".
         01 I PIC 9(4).

         01 WS-BALANCE-DISPLAY PIC -(6)9.99.

      *> oper-util parameters: who is signed on, the level the
      *> action needs, and the journal images of the change.
         01 WS-OP-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-OP-PROGRAM PIC X(12) VALUE "WARO-XFER".
         01 WS-OP-ACTION PIC X(8) VALUE SPACES.
         01 WS-OP-LEVEL PIC 9(1) VALUE 2.
         01 WS-OP-OPERATOR-ID PIC X(4) VALUE SPACES.
         01 WS-OP-BEFORE PIC X(100) VALUE SPACES.
         01 WS-OP-AFTER PIC X(100) VALUE SPACES.
         01 WS-OP-MESSAGE PIC X(60) VALUE SPACES.
         01 WS-OP-STATUS PIC X(1) VALUE SPACES.
         01 WS-OP-KEEP-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY ALL SPACE
           INTO WS-ACTION WS-ID-TEXT WS-SITE-TEXT.
         INSPECT WS-ID-TEXT REPLACING LEADING SPACE BY ZERO.
         INSPECT WS-SITE-TEXT REPLACING LEADING SPACE BY ZERO.
         IF WS-ID-TEXT IS NUMERIC
           MOVE WS-ID-TEXT TO WS-ASK-ID
         END-IF.
         IF WS-SITE-TEXT IS NUMERIC
           MOVE WS-SITE-TEXT TO WS-TO-SITE
         END-IF.
         PERFORM FIND-HOME-SITE THRU FIND-HOME-SITE-EXIT.
         IF NOT (WS-ACTION = "RECEIVE"
             OR (WS-ACTION = "SEND" AND WS-ASK-ID > 0
               AND WS-TO-SITE > 0 AND WS-TO-SITE NOT = WS-HOME-SITE))
           MOVE "WARO-XFER : parm must be SEND <player id> <to site> o
      -      "r RECEIVE" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-XFER : this is site " DELIMITED BY SIZE
             WS-HOME-SITE DELIMITED BY SIZE
             "; a member is sent to another site" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 12 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.
         MOVE WS-ACTION TO WS-OP-ACTION.
         PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT.
         IF RETURN-CODE > 0
           GO TO BEGIN-EXIT
         END-IF.
         PERFORM LOAD-XFERMAP THRU LOAD-XFERMAP-EXIT.
         IF WS-ACTION = "SEND"
           PERFORM SEND-MEMBER THRU SEND-MEMBER-EXIT
         ELSE
           PERFORM RECEIVE-MEMBER THRU RECEIVE-MEMBER-EXIT
         END-IF.
       BEGIN-EXIT.
         MOVE "WARO-XFER Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         STOP RUN.

      *> The site code comes off the approved control set in
      *> force when there is one, else off the live deck.
       FIND-HOME-SITE.
         MOVE WS-TODAY TO WS-CS-ASK-DATE.
         MOVE "P" TO WS-CS-FUNCTION.
         CALL 'ctlset-util'
           USING WS-CS-FUNCTION, WS-CS-ASK-DATE, WS-CS-SET-NAME,
             WS-CS-VERSION, WS-CS-EFFECTIVE-DATE, WS-CS-PREPARED-BY,
             WS-CS-APPROVED-BY, WS-CS-APPROVED-DATE,
             WS-CS-CARD-COUNT, WS-CS-CARD-TABLE, WS-CS-SEAL,
             WS-CS-STATUS
           ON EXCEPTION
             MOVE "M" TO WS-CS-STATUS
         END-CALL.
         IF WARO-CTLSET-IN-USE
           PERFORM TAKE-ONE-SET-CARD
             VARYING WS-CS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CS-CARD-IDX > WS-CS-CARD-COUNT
           GO TO FIND-HOME-SITE-EXIT
         END-IF.
         OPEN INPUT WARO-CONTROL-FILE.
         IF WS-CONTROL-FILE-STATUS NOT = "00"
           GO TO FIND-HOME-SITE-EXIT
         END-IF.
         PERFORM TAKE-ONE-CONTROL-CARD UNTIL WARO-CONTROL-EOF.
         CLOSE WARO-CONTROL-FILE.
       FIND-HOME-SITE-EXIT.
         EXIT.

       TAKE-ONE-SET-CARD.
         MOVE WS-CS-CARD (WS-CS-CARD-IDX) TO WARO-CONTROL-REC.
         PERFORM TAKE-SITE-CARD.

       TAKE-ONE-CONTROL-CARD.
         READ WARO-CONTROL-FILE
           AT END
             MOVE "Y" TO WS-CONTROL-EOF-SW
           NOT AT END
             PERFORM TAKE-SITE-CARD
         END-READ.

       TAKE-SITE-CARD.
         IF WARO-CONTROL-REC (1:5) = "SITE="
             AND WARO-CONTROL-REC (6:2) IS NUMERIC
           MOVE WARO-CONTROL-REC (6:2) TO WS-HOME-SITE
         END-IF.

       LOAD-XFERMAP.
         OPEN INPUT WARO-XFERMAP-FILE.
         IF WS-XFERMAP-FILE-STATUS NOT = "00"
           GO TO LOAD-XFERMAP-EXIT
         END-IF.
         PERFORM LOAD-ONE-MAPPING
           UNTIL WARO-XFERMAP-EOF OR WS-MAP-COUNT = NUM-MAP-MAX.
         CLOSE WARO-XFERMAP-FILE.
       LOAD-XFERMAP-EXIT.
         EXIT.

       LOAD-ONE-MAPPING.
         READ WARO-XFERMAP-FILE
           AT END
             MOVE "Y" TO WS-XFERMAP-EOF-SW
           NOT AT END
             ADD 1 TO WS-MAP-COUNT
             MOVE WXM-SITE TO WS-MP-SITE (WS-MAP-COUNT)
             MOVE WXM-LOCAL-ID TO WS-MP-LOCAL-ID (WS-MAP-COUNT)
             MOVE WXM-LEAGUE-ID TO WS-MP-LEAGUE-ID (WS-MAP-COUNT)
         END-READ.

      *>****************************************************
      *> SEND: pack the member, take the balance off this
      *> site's ledger and retire the seat here.
      *>****************************************************
       SEND-MEMBER.
         MOVE WS-ASK-ID TO WS-SENT-ID.
         PERFORM FIND-MASTER THRU FIND-MASTER-EXIT.
         IF NOT WARO-MASTER-FOUND
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-XFER : REFUSED - player " DELIMITED BY SIZE
             WS-SENT-ID DELIMITED BY SIZE
             " is not on WARO-PLAYERS" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO SEND-MEMBER-EXIT
         END-IF.
         PERFORM SCAN-LEDGER THRU SCAN-LEDGER-EXIT.
         IF WS-LAST-ENTRY-TYPE = "XO"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-XFER : REFUSED - player " DELIMITED BY SIZE
             WS-SENT-ID DELIMITED BY SIZE
             " has already been sent to another site"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO SEND-MEMBER-EXIT
         END-IF.

      *> A member this site knows under a mapped local id goes
      *> out under the league id.
         MOVE WS-SENT-ID TO WS-LEAGUE-ID.
         PERFORM FIND-LEAGUE-ID
           VARYING I FROM 1 BY 1 UNTIL I > WS-MAP-COUNT.
         COMPUTE WS-BALANCE = WS-CREDIT-TOTAL - WS-DEBIT-TOTAL.
         COMPUTE WS-PACKAGE-NO =
           (WS-HOME-SITE * 1000000) + WS-XO-COUNT + 1.
         PERFORM FIND-RATING THRU FIND-RATING-EXIT.
         PERFORM LOAD-ROSTER THRU LOAD-ROSTER-EXIT.
         MOVE 0 TO WS-SEAT-IDX.
         PERFORM FIND-ONE-SEAT
           VARYING I FROM 1 BY 1 UNTIL I > WS-ROSTER-COUNT.
         PERFORM GATHER-ALIASES THRU GATHER-ALIASES-EXIT.
         PERFORM WRITE-PACKAGE.
         MOVE WS-PKG-MASTER TO WS-OP-BEFORE.
         MOVE WS-PKG-HEADER TO WS-OP-AFTER.

         MOVE WS-PM-PLAYER-NAME TO WS-LEDGER-NAME.
         IF WS-SEAT-IDX > 0
           MOVE WS-ROSTER-NAME (WS-SEAT-IDX) TO WS-LEDGER-NAME
           MOVE "R" TO WS-ROSTER-STATUS (WS-SEAT-IDX)
           PERFORM REWRITE-ROSTER
         END-IF.
         MOVE SPACES TO WARO-LEDGER-REC.
         MOVE WS-SENT-ID TO WLG-PLAYER-ID.
         MOVE "XO" TO WLG-ENTRY-TYPE.
         MOVE 0 TO WLG-DEBIT-AMOUNT WLG-CREDIT-AMOUNT.
         IF WS-BALANCE > 0
           MOVE WS-BALANCE TO WLG-DEBIT-AMOUNT
         ELSE
           COMPUTE WLG-CREDIT-AMOUNT = 0 - WS-BALANCE
         END-IF.
         PERFORM POST-LEDGER-ENTRY.
         PERFORM JOURNAL-CHANGE.

         MOVE WS-BALANCE TO WS-BALANCE-DISPLAY.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-XFER : player " DELIMITED BY SIZE
           WS-SENT-ID DELIMITED BY SIZE
           " (league id " DELIMITED BY SIZE
           WS-LEAGUE-ID DELIMITED BY SIZE
           ") packed for site " DELIMITED BY SIZE
           WS-TO-SITE DELIMITED BY SIZE
           " as package " DELIMITED BY SIZE
           WS-PACKAGE-NO DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-XFER : balance " DELIMITED BY SIZE
           WS-BALANCE-DISPLAY DELIMITED BY SIZE
           " moved off this ledger (XO), " DELIMITED BY SIZE
           WS-PKG-COUNT DELIMITED BY SIZE
           " package records" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-SEAT-IDX > 0
           MOVE "WARO-XFER : roster seat retired at this site"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
       SEND-MEMBER-EXIT.
         EXIT.

       FIND-LEAGUE-ID.
         IF WS-MP-SITE (I) = WS-HOME-SITE
             AND WS-MP-LOCAL-ID (I) = WS-SENT-ID
           MOVE WS-MP-LEAGUE-ID (I) TO WS-LEAGUE-ID
         END-IF.

       FIND-ONE-SEAT.
         IF WS-ROSTER-ID (I) = WS-SENT-ID
           MOVE I TO WS-SEAT-IDX
         END-IF.

      *> The master record of WS-SENT-ID, kept as its image.
       FIND-MASTER.
         MOVE "N" TO WS-MASTER-FOUND-SW.
         OPEN INPUT WARO-PLAYERS-FILE.
         IF WS-PLAYERS-FILE-STATUS NOT = "00"
           GO TO FIND-MASTER-EXIT
         END-IF.
         MOVE "N" TO WS-PLAYERS-EOF-SW.
         PERFORM FIND-ONE-MASTER
           UNTIL WARO-PLAYERS-EOF OR WARO-MASTER-FOUND.
         CLOSE WARO-PLAYERS-FILE.
       FIND-MASTER-EXIT.
         EXIT.

       FIND-ONE-MASTER.
         READ WARO-PLAYERS-FILE
           AT END
             MOVE "Y" TO WS-PLAYERS-EOF-SW
           NOT AT END
             IF WPM-PLAYER-ID = WS-SENT-ID
               MOVE WARO-PLAYER-REC TO WS-PKG-MASTER
               MOVE "Y" TO WS-MASTER-FOUND-SW
             END-IF
         END-READ.

       FIND-RATING.
         MOVE "N" TO WS-RATING-FOUND-SW.
         OPEN INPUT WARO-RATINGS-FILE.
         IF WS-RATINGS-FILE-STATUS NOT = "00"
           GO TO FIND-RATING-EXIT
         END-IF.
         MOVE "N" TO WS-RATINGS-EOF-SW.
         PERFORM FIND-ONE-RATING
           UNTIL WARO-RATINGS-EOF OR WARO-RATING-FOUND.
         CLOSE WARO-RATINGS-FILE.
       FIND-RATING-EXIT.
         EXIT.

       FIND-ONE-RATING.
         READ WARO-RATINGS-FILE
           AT END
             MOVE "Y" TO WS-RATINGS-EOF-SW
           NOT AT END
             IF WRG-PLAYER-ID = WS-SENT-ID
               MOVE WARO-RATINGS-REC TO WS-PKG-RATING
               MOVE "Y" TO WS-RATING-FOUND-SW
             END-IF
         END-READ.

       GATHER-ALIASES.
         MOVE 0 TO WS-PKG-ALIAS-COUNT.
         OPEN INPUT WARO-ALIAS-FILE.
         IF WS-ALIAS-FILE-STATUS NOT = "00"
           GO TO GATHER-ALIASES-EXIT
         END-IF.
         MOVE "N" TO WS-ALIAS-EOF-SW.
         PERFORM GATHER-ONE-ALIAS UNTIL WARO-ALIAS-EOF.
         CLOSE WARO-ALIAS-FILE.
       GATHER-ALIASES-EXIT.
         EXIT.

       GATHER-ONE-ALIAS.
         READ WARO-ALIAS-FILE
           AT END
             MOVE "Y" TO WS-ALIAS-EOF-SW
           NOT AT END
             IF WNA-PLAYER-ID = WS-SENT-ID
                 AND WS-PKG-ALIAS-COUNT < NUM-PKG-ALIAS-MAX
               ADD 1 TO WS-PKG-ALIAS-COUNT
               MOVE WNA-OLD-NAME
                 TO WS-PKG-ALIAS-NAME (WS-PKG-ALIAS-COUNT)
             END-IF
         END-READ.

      *> The balance is credits less debits across the member's
      *> whole ledger; the site's "XO" entries number the next
      *> package, and an "XI" under the package in hand means
      *> it has already been loaded here.
       SCAN-LEDGER.
         MOVE 0 TO WS-CREDIT-TOTAL WS-DEBIT-TOTAL WS-XO-COUNT.
         MOVE SPACES TO WS-LAST-ENTRY-TYPE.
         MOVE "N" TO WS-RECEIVED-SW.
         OPEN INPUT WARO-LEDGER-FILE.
         IF WS-LEDGER-FILE-STATUS NOT = "00"
           GO TO SCAN-LEDGER-EXIT
         END-IF.
         MOVE "N" TO WS-LEDGER-EOF-SW.
         PERFORM SCAN-ONE-LEDGER-ENTRY UNTIL WARO-LEDGER-EOF.
         CLOSE WARO-LEDGER-FILE.
       SCAN-LEDGER-EXIT.
         EXIT.

       SCAN-ONE-LEDGER-ENTRY.
         READ WARO-LEDGER-FILE
           AT END
             MOVE "Y" TO WS-LEDGER-EOF-SW
           NOT AT END
             IF WLG-TRANSFER-OUT-ENTRY
               ADD 1 TO WS-XO-COUNT
             END-IF
             IF WLG-TRANSFER-IN-ENTRY
                 AND WLG-RECEIPT-NO = WS-PACKAGE-NO
               MOVE "Y" TO WS-RECEIVED-SW
             END-IF
             IF WLG-PLAYER-ID = WS-SENT-ID AND WS-SENT-ID > 0
               ADD WLG-CREDIT-AMOUNT TO WS-CREDIT-TOTAL
               ADD WLG-DEBIT-AMOUNT TO WS-DEBIT-TOTAL
               MOVE WLG-ENTRY-TYPE TO WS-LAST-ENTRY-TYPE
             END-IF
         END-READ.

       WRITE-PACKAGE.
         MOVE 0 TO WS-PKG-COUNT.
         OPEN OUTPUT WARO-XFERPKG-FILE.
         MOVE SPACES TO WARO-XFERPKG-REC.
         MOVE "XH" TO WXP-RECORD-TYPE.
         MOVE WS-HOME-SITE TO WXP-FROM-SITE.
         MOVE WS-TO-SITE TO WXP-TO-SITE.
         MOVE WS-SENT-ID TO WXP-SENT-ID.
         MOVE WS-LEAGUE-ID TO WXP-LEAGUE-ID.
         MOVE WS-TODAY TO WXP-SENT-DATE.
         MOVE WS-OP-OPERATOR-ID TO WXP-OPERATOR-ID.
         MOVE WS-BALANCE TO WXP-BALANCE.
         MOVE WS-PACKAGE-NO TO WXP-PACKAGE-NO.
         MOVE WARO-XFERPKG-REC TO WS-PKG-HEADER.
         PERFORM WRITE-PACKAGE-REC.
         MOVE "PM" TO WXP-RECORD-TYPE.
         MOVE WS-PKG-MASTER TO WXP-IMAGE.
         PERFORM WRITE-PACKAGE-REC.
         IF WARO-RATING-FOUND
           MOVE "RG" TO WXP-RECORD-TYPE
           MOVE WS-PKG-RATING TO WXP-IMAGE
           PERFORM WRITE-PACKAGE-REC
         END-IF.
         IF WS-SEAT-IDX > 0
           MOVE SPACES TO WARO-ROSTER-REC
           MOVE WS-SEAT-IDX TO I
           PERFORM BUILD-ROSTER-REC
           MOVE "RS" TO WXP-RECORD-TYPE
           MOVE WARO-ROSTER-REC TO WXP-IMAGE
           PERFORM WRITE-PACKAGE-REC
         END-IF.
         PERFORM WRITE-ONE-PACKAGE-ALIAS
           VARYING I FROM 1 BY 1 UNTIL I > WS-PKG-ALIAS-COUNT.
         MOVE "XT" TO WXP-RECORD-TYPE.
         MOVE SPACES TO WXP-IMAGE.
         MOVE WS-PKG-COUNT TO WXP-RECORD-COUNT.
         MOVE WS-PACKAGE-NO TO WXP-PACKAGE-NO.
         WRITE WARO-XFERPKG-REC.
         CLOSE WARO-XFERPKG-FILE.

       WRITE-ONE-PACKAGE-ALIAS.
         MOVE SPACES TO WARO-ALIAS-REC.
         MOVE WS-SENT-ID TO WNA-PLAYER-ID.
         MOVE WS-PKG-ALIAS-NAME (I) TO WNA-OLD-NAME.
         MOVE "AL" TO WXP-RECORD-TYPE.
         MOVE WARO-ALIAS-REC TO WXP-IMAGE.
         PERFORM WRITE-PACKAGE-REC.

       WRITE-PACKAGE-REC.
         MOVE WS-PACKAGE-NO TO WXP-PACKAGE-NO.
         WRITE WARO-XFERPKG-REC.
         ADD 1 TO WS-PKG-COUNT.
         MOVE SPACES TO WARO-XFERPKG-REC.

      *>****************************************************
      *> RECEIVE: load the package addressed to this site and
      *> put the balance back on the member's account here.
      *>****************************************************
       RECEIVE-MEMBER.
         PERFORM READ-PACKAGE THRU READ-PACKAGE-EXIT.
         IF RETURN-CODE > 0
           GO TO RECEIVE-MEMBER-EXIT
         END-IF.
         IF WS-PKG-TO-SITE NOT = WS-HOME-SITE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-XFER : REFUSED - package " DELIMITED BY SIZE
             WS-PACKAGE-NO DELIMITED BY SIZE
             " is addressed to site " DELIMITED BY SIZE
             WS-PKG-TO-SITE DELIMITED BY SIZE
             ", this is site " DELIMITED BY SIZE
             WS-HOME-SITE DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO RECEIVE-MEMBER-EXIT
         END-IF.
         MOVE 0 TO WS-SENT-ID.
         PERFORM SCAN-LEDGER THRU SCAN-LEDGER-EXIT.
         IF WARO-ALREADY-RECEIVED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-XFER : REFUSED - package " DELIMITED BY SIZE
             WS-PACKAGE-NO DELIMITED BY SIZE
             " has already been received here" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO RECEIVE-MEMBER-EXIT
         END-IF.

         PERFORM CHOOSE-TARGET-ID THRU CHOOSE-TARGET-ID-EXIT.
         IF WS-TARGET-ID = 0
           MOVE "WARO-XFER : REFUSED - no player id left to load the
      -      " member under" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO RECEIVE-MEMBER-EXIT
         END-IF.
         MOVE WS-TARGET-ID TO WS-PM-PLAYER-ID.
         IF NOT WARO-MEMBER-HERE
           PERFORM ADD-MASTER
         END-IF.
         IF WARO-RATING-FOUND
           PERFORM LOAD-RATING
         END-IF.
         PERFORM LOAD-SEAT THRU LOAD-SEAT-EXIT.
         PERFORM LOAD-ALIASES THRU LOAD-ALIASES-EXIT.
         IF WS-TARGET-ID NOT = WS-LEAGUE-ID AND NOT WARO-ID-MAPPED
           PERFORM ADD-MAPPING
         END-IF.

         IF WARO-SEAT-FOUND
           MOVE WS-PS-PLAYER-NAME TO WS-LEDGER-NAME
         ELSE
           MOVE WS-PM-PLAYER-NAME TO WS-LEDGER-NAME
         END-IF.
         MOVE SPACES TO WARO-LEDGER-REC.
         MOVE WS-TARGET-ID TO WLG-PLAYER-ID.
         MOVE "XI" TO WLG-ENTRY-TYPE.
         MOVE 0 TO WLG-DEBIT-AMOUNT WLG-CREDIT-AMOUNT.
         IF WS-BALANCE > 0
           MOVE WS-BALANCE TO WLG-CREDIT-AMOUNT
         ELSE
           COMPUTE WLG-DEBIT-AMOUNT = 0 - WS-BALANCE
         END-IF.
         PERFORM POST-LEDGER-ENTRY.
         MOVE WS-PKG-HEADER TO WS-OP-BEFORE.
         MOVE WS-PKG-MASTER TO WS-OP-AFTER.
         PERFORM JOURNAL-CHANGE.

         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-XFER : package " DELIMITED BY SIZE
           WS-PACKAGE-NO DELIMITED BY SIZE
           " from site " DELIMITED BY SIZE
           WS-FROM-SITE DELIMITED BY SIZE
           " loaded - league id " DELIMITED BY SIZE
           WS-LEAGUE-ID DELIMITED BY SIZE
           " as player " DELIMITED BY SIZE
           WS-TARGET-ID DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-TARGET-ID NOT = WS-LEAGUE-ID
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-XFER : league id " DELIMITED BY SIZE
             WS-LEAGUE-ID DELIMITED BY SIZE
             " is another member here - mapped to local id "
             DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         MOVE WS-BALANCE TO WS-BALANCE-DISPLAY.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-XFER : balance " DELIMITED BY SIZE
           WS-BALANCE-DISPLAY DELIMITED BY SIZE
           " put on this ledger (XI), " DELIMITED BY SIZE
           WS-ALIAS-ADDED DELIMITED BY SIZE
           " alias(es) filed" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       RECEIVE-MEMBER-EXIT.
         EXIT.

      *> The whole package is read and balanced before anything
      *> is loaded from it.
       READ-PACKAGE.
         OPEN INPUT WARO-XFERPKG-FILE.
         IF WS-XFERPKG-FILE-STATUS NOT = "00"
           MOVE "WARO-XFER : no WARO-XFERPKG package mounted"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 12 TO RETURN-CODE
           GO TO READ-PACKAGE-EXIT
         END-IF.
         MOVE 0 TO WS-PKG-COUNT WS-PKG-ALIAS-COUNT.
         PERFORM READ-ONE-PACKAGE-REC
           UNTIL WARO-XFERPKG-EOF OR WARO-PACKAGE-BAD.
         CLOSE WARO-XFERPKG-FILE.
         IF NOT WARO-HEADER-SEEN OR NOT WARO-TRAILER-SEEN
             OR NOT WARO-MASTER-FOUND
           MOVE "Y" TO WS-PKG-BAD-SW
         END-IF.
         IF WARO-PACKAGE-BAD
           MOVE "WARO-XFER : REFUSED - WARO-XFERPKG is incomplete or o
      -      "ut of balance; send it again" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO READ-PACKAGE-EXIT
         END-IF.
       READ-PACKAGE-EXIT.
         EXIT.

       READ-ONE-PACKAGE-REC.
         READ WARO-XFERPKG-FILE
           AT END
             MOVE "Y" TO WS-XFERPKG-EOF-SW
           NOT AT END
             PERFORM TAKE-ONE-PACKAGE-REC
         END-READ.

       TAKE-ONE-PACKAGE-REC.
         IF WARO-TRAILER-SEEN
             OR (WARO-HEADER-SEEN
               AND WXP-PACKAGE-NO NOT = WS-PACKAGE-NO)
             OR (NOT WARO-HEADER-SEEN AND NOT WXP-HEADER-REC)
           MOVE "Y" TO WS-PKG-BAD-SW
         END-IF.
         EVALUATE TRUE
           WHEN WARO-PACKAGE-BAD
             CONTINUE
           WHEN WXP-HEADER-REC
             IF WARO-HEADER-SEEN
               MOVE "Y" TO WS-PKG-BAD-SW
             END-IF
             MOVE "Y" TO WS-HEADER-SEEN-SW
             MOVE WXP-PACKAGE-NO TO WS-PACKAGE-NO
             MOVE WXP-FROM-SITE TO WS-FROM-SITE
             MOVE WXP-TO-SITE TO WS-PKG-TO-SITE
             MOVE WXP-LEAGUE-ID TO WS-LEAGUE-ID
             MOVE WXP-BALANCE TO WS-BALANCE
             MOVE WARO-XFERPKG-REC TO WS-PKG-HEADER
           WHEN WXP-MASTER-REC
             MOVE WXP-IMAGE TO WS-PKG-MASTER
             MOVE "Y" TO WS-MASTER-FOUND-SW
           WHEN WXP-RATING-REC
             MOVE WXP-IMAGE TO WS-PKG-RATING
             MOVE "Y" TO WS-RATING-FOUND-SW
           WHEN WXP-SEAT-REC
             MOVE WXP-IMAGE TO WS-PKG-SEAT
             MOVE "Y" TO WS-SEAT-FOUND-SW
           WHEN WXP-ALIAS-REC
             IF WS-PKG-ALIAS-COUNT < NUM-PKG-ALIAS-MAX
               ADD 1 TO WS-PKG-ALIAS-COUNT
               MOVE WXP-IMAGE TO WARO-ALIAS-REC
               MOVE WNA-OLD-NAME
                 TO WS-PKG-ALIAS-NAME (WS-PKG-ALIAS-COUNT)
             END-IF
           WHEN WXP-TRAILER-REC
             MOVE "Y" TO WS-TRAILER-SEEN-SW
             IF WXP-RECORD-COUNT NOT = WS-PKG-COUNT
               MOVE "Y" TO WS-PKG-BAD-SW
             END-IF
           WHEN OTHER
             MOVE "Y" TO WS-PKG-BAD-SW
         END-EVALUATE.
         IF NOT WXP-TRAILER-REC
           ADD 1 TO WS-PKG-COUNT
         END-IF.

      *> The id the member is loaded under: a local id this site
      *> has already mapped to the league id; else the league id
      *> itself when no master holds it here or the master that
      *> does is this member (same join date and name - a member
      *> coming back); else the next id after the highest here.
       CHOOSE-TARGET-ID.
         MOVE 0 TO WS-TARGET-ID.
         MOVE "N" TO WS-MAPPED-SW.
         PERFORM FIND-MAPPED-LOCAL-ID
           VARYING I FROM 1 BY 1 UNTIL I > WS-MAP-COUNT.
         MOVE 0 TO WS-HIGH-ID.
         MOVE "N" TO WS-MEMBER-HERE-SW.
         MOVE "N" TO WS-MASTER-FOUND-SW.
         OPEN INPUT WARO-PLAYERS-FILE.
         IF WS-PLAYERS-FILE-STATUS = "00"
           MOVE "N" TO WS-PLAYERS-EOF-SW
           PERFORM CHECK-ONE-MASTER UNTIL WARO-PLAYERS-EOF
           CLOSE WARO-PLAYERS-FILE
         END-IF.
         IF WARO-ID-MAPPED
           MOVE WS-MASTER-FOUND-SW TO WS-MEMBER-HERE-SW
           GO TO CHOOSE-TARGET-ID-EXIT
         END-IF.
         IF NOT WARO-MASTER-FOUND OR WARO-MEMBER-HERE
           MOVE WS-LEAGUE-ID TO WS-TARGET-ID
           GO TO CHOOSE-TARGET-ID-EXIT
         END-IF.
         IF WS-HIGH-ID < 9999
           COMPUTE WS-TARGET-ID = WS-HIGH-ID + 1
         END-IF.
       CHOOSE-TARGET-ID-EXIT.
         EXIT.

       FIND-MAPPED-LOCAL-ID.
         IF WS-MP-SITE (I) = WS-HOME-SITE
             AND WS-MP-LEAGUE-ID (I) = WS-LEAGUE-ID
           MOVE WS-MP-LOCAL-ID (I) TO WS-TARGET-ID
           MOVE "Y" TO WS-MAPPED-SW
         END-IF.

      *> One pass over the master notes the highest id in use,
      *> whether the chosen id is taken, and whether the member
      *> is already on file under it.
       CHECK-ONE-MASTER.
         READ WARO-PLAYERS-FILE
           AT END
             MOVE "Y" TO WS-PLAYERS-EOF-SW
           NOT AT END
             IF WPM-PLAYER-ID > WS-HIGH-ID
               MOVE WPM-PLAYER-ID TO WS-HIGH-ID
             END-IF
             IF (WARO-ID-MAPPED AND WPM-PLAYER-ID = WS-TARGET-ID)
                 OR (NOT WARO-ID-MAPPED
                   AND WPM-PLAYER-ID = WS-LEAGUE-ID)
               MOVE "Y" TO WS-MASTER-FOUND-SW
               IF WPM-JOIN-DATE = WS-PM-JOIN-DATE
                   AND WPM-PLAYER-NAME = WS-PM-PLAYER-NAME
                 MOVE "Y" TO WS-MEMBER-HERE-SW
               END-IF
             END-IF
         END-READ.

       ADD-MASTER.
         OPEN EXTEND WARO-PLAYERS-FILE.
         IF WS-PLAYERS-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-PLAYERS-FILE
         END-IF.
         MOVE WS-PKG-MASTER TO WARO-PLAYER-REC.
         WRITE WARO-PLAYER-REC.
         CLOSE WARO-PLAYERS-FILE.

      *> The rating travels with the member: it replaces any
      *> rating this site holds under the id.
       LOAD-RATING.
         MOVE WS-TARGET-ID TO WS-PR-PLAYER-ID.
         MOVE 0 TO WS-RATING-COUNT.
         OPEN INPUT WARO-RATINGS-FILE.
         IF WS-RATINGS-FILE-STATUS = "00"
           MOVE "N" TO WS-RATINGS-EOF-SW
           PERFORM LOAD-ONE-RATING
             UNTIL WARO-RATINGS-EOF
               OR WS-RATING-COUNT = NUM-RATINGS-MAX
           IF NOT WARO-RATINGS-EOF
             MOVE "Y" TO WS-RATINGS-FULL-SW
           END-IF
           CLOSE WARO-RATINGS-FILE
         END-IF.
         IF WARO-RATINGS-FULL
           MOVE "WARO-XFER : WARNING - WARO-RATINGS too large to rewr
      -      "ite; rating not loaded" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
         ELSE
           MOVE 0 TO WS-RATING-IDX
           PERFORM FIND-ONE-RATING-IMAGE
             VARYING I FROM 1 BY 1 UNTIL I > WS-RATING-COUNT
           IF WS-RATING-IDX = 0
             ADD 1 TO WS-RATING-COUNT
             MOVE WS-RATING-COUNT TO WS-RATING-IDX
           END-IF
           MOVE WS-PKG-RATING TO WS-RATING-IMAGE (WS-RATING-IDX)
           OPEN OUTPUT WARO-RATINGS-FILE
           PERFORM WRITE-ONE-RATING
             VARYING I FROM 1 BY 1 UNTIL I > WS-RATING-COUNT
           CLOSE WARO-RATINGS-FILE
         END-IF.

       LOAD-ONE-RATING.
         READ WARO-RATINGS-FILE
           AT END
             MOVE "Y" TO WS-RATINGS-EOF-SW
           NOT AT END
             ADD 1 TO WS-RATING-COUNT
             MOVE WARO-RATINGS-REC TO WS-RATING-IMAGE (WS-RATING-COUNT)
         END-READ.

       FIND-ONE-RATING-IMAGE.
         IF WS-RATING-IMAGE (I) (1:4) = WS-PR-PLAYER-ID
           MOVE I TO WS-RATING-IDX
         END-IF.

       WRITE-ONE-RATING.
         MOVE WS-RATING-IMAGE (I) TO WARO-RATINGS-REC.
         WRITE WARO-RATINGS-REC.

      *> The member's seat comes back active with the handicap,
      *> division and strategy it had at the sending site; a
      *> full roster leaves the seat for WARO-ROSTER ADD.
       LOAD-SEAT.
         IF NOT WARO-SEAT-FOUND
           GO TO LOAD-SEAT-EXIT
         END-IF.
         PERFORM LOAD-ROSTER THRU LOAD-ROSTER-EXIT.
         MOVE WS-TARGET-ID TO WS-SENT-ID.
         MOVE 0 TO WS-SEAT-IDX.
         PERFORM FIND-ONE-SEAT
           VARYING I FROM 1 BY 1 UNTIL I > WS-ROSTER-COUNT.
         MOVE 0 TO WS-SENT-ID.
         IF WS-SEAT-IDX = 0
           IF WS-ROSTER-COUNT = NUM-ROSTER-MAX
             MOVE "WARO-XFER : WARNING - roster full; seat the member
      -        "with WARO-ROSTER ADD" TO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 4 TO RETURN-CODE
             GO TO LOAD-SEAT-EXIT
           END-IF
           ADD 1 TO WS-ROSTER-COUNT
           MOVE WS-ROSTER-COUNT TO WS-SEAT-IDX
         END-IF.
         MOVE WS-PS-PLAYER-NAME TO WS-ROSTER-NAME (WS-SEAT-IDX).
         MOVE WS-TARGET-ID TO WS-ROSTER-ID (WS-SEAT-IDX).
         MOVE "A" TO WS-ROSTER-STATUS (WS-SEAT-IDX).
         MOVE WS-PS-STRATEGY TO WS-ROSTER-STRATEGY (WS-SEAT-IDX).
         IF WS-PS-HANDICAP IS NUMERIC
           MOVE WS-PS-HANDICAP TO WS-ROSTER-HANDICAP (WS-SEAT-IDX)
         ELSE
           MOVE 0 TO WS-ROSTER-HANDICAP (WS-SEAT-IDX)
         END-IF.
         IF WS-PS-DIVISION = "B"
           MOVE "B" TO WS-ROSTER-DIVISION (WS-SEAT-IDX)
         ELSE
           MOVE "A" TO WS-ROSTER-DIVISION (WS-SEAT-IDX)
         END-IF.
         PERFORM REWRITE-ROSTER.
       LOAD-SEAT-EXIT.
         EXIT.

      *> The member's old table names, filed under the id the
      *> member is loaded as unless already on file here.
       LOAD-ALIASES.
         MOVE 0 TO WS-ALIAS-ADDED.
         IF WS-PKG-ALIAS-COUNT = 0
           GO TO LOAD-ALIASES-EXIT
         END-IF.
         PERFORM LOAD-ONE-ALIAS
           VARYING I FROM 1 BY 1 UNTIL I > WS-PKG-ALIAS-COUNT.
       LOAD-ALIASES-EXIT.
         EXIT.

       LOAD-ONE-ALIAS.
         MOVE "N" TO WS-ALIAS-HELD-SW.
         OPEN INPUT WARO-ALIAS-FILE.
         IF WS-ALIAS-FILE-STATUS = "00"
           MOVE "N" TO WS-ALIAS-EOF-SW
           PERFORM CHECK-ONE-ALIAS
             UNTIL WARO-ALIAS-EOF OR WARO-ALIAS-HELD
           CLOSE WARO-ALIAS-FILE
         END-IF.
         IF NOT WARO-ALIAS-HELD
           OPEN EXTEND WARO-ALIAS-FILE
           IF WS-ALIAS-FILE-STATUS NOT = "00"
             OPEN OUTPUT WARO-ALIAS-FILE
           END-IF
           MOVE SPACES TO WARO-ALIAS-REC
           MOVE WS-TARGET-ID TO WNA-PLAYER-ID
           MOVE WS-PKG-ALIAS-NAME (I) TO WNA-OLD-NAME
           WRITE WARO-ALIAS-REC
           CLOSE WARO-ALIAS-FILE
           ADD 1 TO WS-ALIAS-ADDED
         END-IF.

       CHECK-ONE-ALIAS.
         READ WARO-ALIAS-FILE
           AT END
             MOVE "Y" TO WS-ALIAS-EOF-SW
           NOT AT END
             IF WNA-PLAYER-ID = WS-TARGET-ID
                 AND WNA-OLD-NAME = WS-PKG-ALIAS-NAME (I)
               MOVE "Y" TO WS-ALIAS-HELD-SW
             END-IF
         END-READ.

       ADD-MAPPING.
         OPEN EXTEND WARO-XFERMAP-FILE.
         IF WS-XFERMAP-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-XFERMAP-FILE
         END-IF.
         MOVE SPACES TO WARO-XFERMAP-REC.
         MOVE WS-HOME-SITE TO WXM-SITE.
         MOVE WS-TARGET-ID TO WXM-LOCAL-ID.
         MOVE WS-LEAGUE-ID TO WXM-LEAGUE-ID.
         MOVE WS-TODAY TO WXM-MAP-DATE.
         MOVE WS-PACKAGE-NO TO WXM-PACKAGE-NO.
         WRITE WARO-XFERMAP-REC.
         CLOSE WARO-XFERMAP-FILE.

       LOAD-ROSTER.
         MOVE 0 TO WS-ROSTER-COUNT.
         OPEN INPUT WARO-ROSTER-FILE.
         IF WS-ROSTER-FILE-STATUS NOT = "00"
           GO TO LOAD-ROSTER-EXIT
         END-IF.
         MOVE "N" TO WS-ROSTER-EOF-SW.
         PERFORM READ-ONE-SEAT
           UNTIL WARO-ROSTER-EOF OR WS-ROSTER-COUNT = NUM-ROSTER-MAX.
         CLOSE WARO-ROSTER-FILE.
       LOAD-ROSTER-EXIT.
         EXIT.

       READ-ONE-SEAT.
         READ WARO-ROSTER-FILE
           AT END MOVE "Y" TO WS-ROSTER-EOF-SW
           NOT AT END
             ADD 1 TO WS-ROSTER-COUNT
             MOVE WRO-PLAYER-NAME
               TO WS-ROSTER-NAME (WS-ROSTER-COUNT)
             IF WRO-PLAYER-ID IS NUMERIC
               MOVE WRO-PLAYER-ID TO WS-ROSTER-ID (WS-ROSTER-COUNT)
             ELSE
               MOVE 0 TO WS-ROSTER-ID (WS-ROSTER-COUNT)
             END-IF
             MOVE WRO-STATUS TO WS-ROSTER-STATUS (WS-ROSTER-COUNT)
             MOVE WRO-STRATEGY
               TO WS-ROSTER-STRATEGY (WS-ROSTER-COUNT)
             IF WRO-HANDICAP IS NUMERIC
               MOVE WRO-HANDICAP
                 TO WS-ROSTER-HANDICAP (WS-ROSTER-COUNT)
             ELSE
               MOVE 0 TO WS-ROSTER-HANDICAP (WS-ROSTER-COUNT)
             END-IF
             IF WRO-DIVISION = "B"
               MOVE "B" TO WS-ROSTER-DIVISION (WS-ROSTER-COUNT)
             ELSE
               MOVE "A" TO WS-ROSTER-DIVISION (WS-ROSTER-COUNT)
             END-IF
         END-READ.

       REWRITE-ROSTER.
         OPEN OUTPUT WARO-ROSTER-FILE.
         PERFORM WRITE-ONE-SEAT
           VARYING I FROM 1 BY 1 UNTIL I > WS-ROSTER-COUNT.
         CLOSE WARO-ROSTER-FILE.

       WRITE-ONE-SEAT.
         PERFORM BUILD-ROSTER-REC.
         WRITE WARO-ROSTER-REC.

       BUILD-ROSTER-REC.
         MOVE SPACES TO WARO-ROSTER-REC.
         MOVE WS-ROSTER-NAME (I) TO WRO-PLAYER-NAME.
         MOVE WS-ROSTER-ID (I) TO WRO-PLAYER-ID.
         MOVE WS-ROSTER-STATUS (I) TO WRO-STATUS.
         MOVE WS-ROSTER-STRATEGY (I) TO WRO-STRATEGY.
         MOVE WS-ROSTER-HANDICAP (I) TO WRO-HANDICAP.
         MOVE WS-ROSTER-DIVISION (I) TO WRO-DIVISION.

      *> The transfer entry is cage-style: game id zero, the
      *> package number as the receipt, the operator as cashier.
       POST-LEDGER-ENTRY.
         MOVE WS-TODAY TO WLG-ENTRY-DATE.
         MOVE 0 TO WLG-GAME-ID.
         MOVE WS-LEDGER-NAME TO WLG-PLAYER-NAME.
         MOVE WS-PACKAGE-NO TO WLG-RECEIPT-NO.
         MOVE WS-OP-OPERATOR-ID TO WLG-CASHIER-ID.
         OPEN EXTEND WARO-LEDGER-FILE.
         IF WS-LEDGER-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-LEDGER-FILE
         END-IF.
         WRITE WARO-LEDGER-REC.
         CLOSE WARO-LEDGER-FILE.

      *> The signed-on operator must hold the action's level; a
      *> refusal is already on the change journal when it comes
      *> back.
       CHECK-OPERATOR.
         MOVE "A" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-XFER : REFUSED - " DELIMITED BY SIZE
             WS-OP-MESSAGE DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO CHECK-OPERATOR-EXIT
         END-IF.
       CHECK-OPERATOR-EXIT.
         EXIT.

       JOURNAL-CHANGE.
         MOVE "J" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE "WARO-XFER : WARNING - change journal not written"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
         END-IF.

      *> The subprogram's own return code must not wipe out a
      *> warning this run has already set.
       CALL-OPER-UTIL.
         MOVE RETURN-CODE TO WS-OP-KEEP-RC.
         CALL 'oper-util'
           USING WS-OP-FUNCTION, WS-OP-PROGRAM, WS-OP-ACTION,
             WS-OP-LEVEL, WS-OP-OPERATOR-ID, WS-OP-BEFORE,
             WS-OP-AFTER, WS-OP-MESSAGE, WS-OP-STATUS
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-XFER : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'oper-util' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.
         MOVE WS-OP-KEEP-RC TO RETURN-CODE.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-REPORT-FILE
         END-IF.
         MOVE WS-REPORT-LINE TO WARO-REPORT-REC.
         WRITE WARO-REPORT-REC.
         CLOSE WARO-REPORT-FILE.
