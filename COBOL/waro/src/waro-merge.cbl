       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-MERGE.
      *> Merge step of a partitioned night. WARO PARTITION=OPEN
      *> plans the night on WARO-PARTPLAN and every table plays
      *> as its own WARO PARTITION=n step into its own pieces;
      *> this step reads each kind of piece as one concatenated
      *> file and combines them into the live files under the
      *> plan's one game id and run date:
      *>   WARO-RESULTS  one HD..TR batch holding every table's
      *>                 DT, the trailer count and hash summed
      *>                 afresh from the details
      *>   WARO-PAYOUT   one HD..TR batch of every PO detail
      *>   WARO-GAMEDTL  the round records, as the tables wrote
      *>                 them
      *>   WARO-AUDIT    the audit lines, chained on from the
      *>                 live trail's last link
      *>   WARO-JKHIST   the pot movements, with the pot on
      *>                 WARO-JACKPOT settled from them
      *> Nothing is written unless every planned table has a
      *> complete results piece (one header, its details and a
      *> trailer that balances them), a game-detail and audit
      *> piece that agree with it, an audit chain that holds,
      *> and every payout piece balances. Otherwise the tables to
      *> rerun are named, a WARO-ALERTS entry is raised and the
      *> step ends with completion 8 - the tables that finished
      *> are not touched and are simply merged on the next try.
      *> A plan already merged, or a night the opening step
      *> played through itself, leaves nothing to do. Each table
      *> began from the same jackpot pot, so the pot is settled
      *> here as the pot plus everything fed less everything
      *> paid; completion 4 when two sweeps took the same pot
      *> and the pot had to be floored at zero.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROPPS.
         COPY WARORES.
         COPY WAROPYS.
         COPY WAROGDS.
         COPY WAROJHS.
         SELECT WARO-AUDIT-FILE ASSIGN TO "WARO-AUDIT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
         SELECT WARO-JACKPOT-FILE ASSIGN TO "WARO-JACKPOT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JACKPOT-FILE-STATUS.
         SELECT RESULTS-PIECE-FILE ASSIGN TO "WARO-RESULTS-PIECES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESULTS-PIECE-STATUS.
         SELECT PAYOUT-PIECE-FILE ASSIGN TO "WARO-PAYOUT-PIECES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYOUT-PIECE-STATUS.
         SELECT GAMEDTL-PIECE-FILE ASSIGN TO "WARO-GAMEDTL-PIECES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GAMEDTL-PIECE-STATUS.
         SELECT AUDIT-PIECE-FILE ASSIGN TO "WARO-AUDIT-PIECES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-PIECE-STATUS.
         SELECT JKHIST-PIECE-FILE ASSIGN TO "WARO-JKHIST-PIECES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JKHIST-PIECE-STATUS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WAROPPR.
         COPY WARORSF.
         COPY WAROPAY.
         COPY WAROGDR.
         COPY WAROJHR.
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
         FD WARO-JACKPOT-FILE.
         01 WARO-JACKPOT-REC PIC 9(6).
      *> The pieces are the live layouts, read raw and moved onto
      *> the live record to be looked at.
         FD RESULTS-PIECE-FILE.
         01 RESULTS-PIECE-REC PIC X(184).
         FD PAYOUT-PIECE-FILE.
         01 PAYOUT-PIECE-REC PIC X(82).
         FD GAMEDTL-PIECE-FILE.
         01 GAMEDTL-PIECE-REC PIC X(64).
         FD AUDIT-PIECE-FILE.
         01 AUDIT-PIECE-REC.
            02 APC-BODY PIC X(110).
            02 APC-BODY-PARTS REDEFINES APC-BODY.
               03 FILLER PIC X(5).
               03 APC-GAME-ID PIC X(16).
               03 FILLER PIC X(7).
               03 APC-TABLE-ID PIC X(1).
               03 FILLER PIC X(23).
               03 APC-LINE-KIND PIC X(7).
                 88 APC-REBID-LINE VALUE " rebid ".
               03 FILLER PIC X(51).
            02 FILLER PIC X(1).
            02 APC-LINK PIC X(16).
         FD JKHIST-PIECE-FILE.
         01 JKHIST-PIECE-REC PIC X(52).
         WORKING-STORAGE SECTION.
         01 WS-PARTPLAN-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RESULTS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PAYOUT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-GAMEDTL-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-JKHIST-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-AUDIT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-JACKPOT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RESULTS-PIECE-STATUS PIC X(2) VALUE "00".
         01 WS-PAYOUT-PIECE-STATUS PIC X(2) VALUE "00".
         01 WS-GAMEDTL-PIECE-STATUS PIC X(2) VALUE "00".
         01 WS-AUDIT-PIECE-STATUS PIC X(2) VALUE "00".
         01 WS-JKHIST-PIECE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-PIECE-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PIECE-EOF VALUE "Y".
         01 WS-LIVE-EOF-SW PIC X(1) VALUE "N".
           88 WARO-LIVE-EOF VALUE "Y".

      *> Tonight's plan, as the opening step wrote it.
         01 WS-PLAN-GAME-ID PIC 9(16) VALUE 0.
         01 WS-PLAN-GAME-TEXT REDEFINES WS-PLAN-GAME-ID PIC X(16).
         01 WS-PLAN-RUN-DATE PIC 9(8) VALUE 0.
         01 WS-PLAN-TABLE-COUNT PIC 9(1) VALUE 0.
         01 WS-PLAN-STATUS PIC X(1) VALUE SPACES.
           88 WARO-PLAN-OPEN VALUE "O".
         01 WS-PLAN-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-PLAN-FOUND VALUE "Y".

      *> What the pieces say about each planned table.
         01 WS-PIECE-TABLE.
            02 WS-PT-ENTRY OCCURS 9 TIMES.
               03 WS-PT-HD-COUNT PIC 9(2).
               03 WS-PT-TR-SW PIC X(1).
                 88 WARO-PT-TRAILER-SEEN VALUE "Y".
               03 WS-PT-TR-OFF-SW PIC X(1).
                 88 WARO-PT-TRAILER-OFF VALUE "Y".
               03 WS-PT-DT-COUNT PIC 9(6).
               03 WS-PT-HASH PIC 9(8).
               03 WS-PT-GD-LINES PIC 9(6).
               03 WS-PT-AUDIT-LINES PIC 9(6).
               03 WS-PT-REBID-LINES PIC 9(6).
               03 WS-PT-CHAIN-SW PIC X(1).
                 88 WARO-PT-CHAIN-BROKEN VALUE "Y".
               03 WS-PT-REASON PIC X(32).
         01 WS-TBL-IDX PIC 9(2) VALUE 0.
         01 WS-CUR-TABLE PIC 9(1) VALUE 0.
         01 WS-SEAT-IDX PIC 9(2) VALUE 0.
         01 WS-SEAT-COUNT PIC 9(2) VALUE 0.
         01 WS-HD-SEEN-SW PIC X(1) VALUE "N".
           88 WARO-HD-SEEN VALUE "Y".
         01 WS-HD-RULE PIC X(1) VALUE SPACES.
         01 WS-HD-SITE PIC X(2) VALUE SPACES.
         01 WS-PAY-SITE PIC X(2) VALUE SPACES.
         01 WS-REFUSED-COUNT PIC 9(2) VALUE 0.
         01 WS-RERUN-LIST PIC X(18) VALUE SPACES.
         01 WS-RERUN-PTR PIC 9(2) VALUE 1.
         01 WS-ALREADY-POSTED-SW PIC X(1) VALUE "N".
           88 WARO-ALREADY-POSTED VALUE "Y".

      *> Merged batch totals.
         01 WS-DT-TOTAL-COUNT PIC 9(6) VALUE 0.
         01 WS-DT-TOTAL-HASH PIC 9(8) VALUE 0.
         01 WS-GD-TOTAL-LINES PIC 9(6) VALUE 0.
         01 WS-AUDIT-TOTAL-LINES PIC 9(6) VALUE 0.

      *> Payout pieces balance batch by batch; the merged batch
      *> carries every PO detail under one trailer.
         01 WS-PAY-BATCH-OPEN-SW PIC X(1) VALUE "N".
           88 WARO-PAY-BATCH-OPEN VALUE "Y".
         01 WS-PAY-BATCH-COUNT PIC 9(6) VALUE 0.
         01 WS-PAY-BATCH-HASH PIC 9(10)V99 VALUE 0.
         01 WS-PAY-BAD-COUNT PIC 9(3) VALUE 0.
         01 WS-PO-TOTAL-COUNT PIC 9(6) VALUE 0.
         01 WS-PO-TOTAL-HASH PIC 9(10)V99 VALUE 0.

      *> The audit chain: checked piece by piece from zero at the
      *> start of each table's run of lines, then re-linked onto
      *> the live trail as the lines are appended.
         01 WS-AUDIT-LINK PIC 9(16) VALUE 0.
         01 WS-AUDIT-NEXT-LINK PIC 9(16) VALUE 0.
         01 WS-AUDIT-PREV-TABLE PIC X(1) VALUE SPACES.
         01 WS-AUDIT-EOF-SW PIC X(1) VALUE "N".
           88 WARO-AUDIT-EOF VALUE "Y".

      *> The jackpot settlement.
         01 WS-JACKPOT-POT PIC 9(6) VALUE 0.
         01 WS-FUNDED-POINTS PIC 9(8) VALUE 0.
         01 WS-PAID-POINTS PIC 9(8) VALUE 0.
         01 WS-POT-WORK PIC S9(9) VALUE 0.
         01 WS-POT-SHORT PIC 9(8) VALUE 0.
         01 WS-JKHIST-LINES PIC 9(6) VALUE 0.

         01 WS-MSG-ID PIC X(8) VALUE SPACES.
         01 WS-MSG-KEY PIC X(40) VALUE SPACES.
         01 WS-MSG-TEXT PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
         PERFORM READ-PARTITION-PLAN.
         IF NOT WARO-PLAN-FOUND
           MOVE "no partition plan on WARO-PARTPLAN" TO WS-MSG-KEY
           PERFORM ISSUE-MESSAGE
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
         IF NOT WARO-PLAN-OPEN
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-MERGE : game " DELIMITED BY SIZE
             WS-PLAN-GAME-ID DELIMITED BY SIZE
             " has no open partitions - nothing to merge"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE "WARO-MERGE Ready." TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 0 TO RETURN-CODE
           STOP RUN
         END-IF.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-MERGE : merging game " DELIMITED BY SIZE
           WS-PLAN-GAME-ID DELIMITED BY SIZE
           " run date " DELIMITED BY SIZE
           WS-PLAN-RUN-DATE DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           WS-PLAN-TABLE-COUNT DELIMITED BY SIZE
           " table(s)" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

         PERFORM CLEAR-ONE-PIECE-ENTRY
           VARYING WS-TBL-IDX FROM 1 BY 1 UNTIL WS-TBL-IDX > 9.
         PERFORM CHECK-LIVE-RESULTS THRU CHECK-LIVE-RESULTS-EXIT.
         IF WARO-ALREADY-POSTED
           STRING "game " DELIMITED BY SIZE
             WS-PLAN-GAME-ID DELIMITED BY SIZE
             " already on WARO-RESULTS" DELIMITED BY SIZE
             INTO WS-MSG-KEY
           PERFORM ISSUE-MESSAGE
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
         PERFORM CHECK-RESULTS-PIECES THRU CHECK-RESULTS-PIECES-EXIT.
         PERFORM CHECK-GAMEDTL-PIECES THRU CHECK-GAMEDTL-PIECES-EXIT.
         PERFORM CHECK-AUDIT-PIECES THRU CHECK-AUDIT-PIECES-EXIT.
         PERFORM CHECK-PAYOUT-PIECES THRU CHECK-PAYOUT-PIECES-EXIT.
         PERFORM CHECK-JKHIST-PIECES THRU CHECK-JKHIST-PIECES-EXIT.
         PERFORM JUDGE-ONE-TABLE
           VARYING WS-TBL-IDX FROM 1 BY 1
           UNTIL WS-TBL-IDX > WS-PLAN-TABLE-COUNT.
         IF WS-PAY-BAD-COUNT > 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-MERGE : " DELIMITED BY SIZE
             WS-PAY-BAD-COUNT DELIMITED BY SIZE
             " payout piece batch(es) out of balance"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         IF WS-REFUSED-COUNT > 0 OR WS-PAY-BAD-COUNT > 0
           IF WS-REFUSED-COUNT > 0
             STRING "rerun table(s) " DELIMITED BY SIZE
               WS-RERUN-LIST DELIMITED BY SIZE
               INTO WS-MSG-KEY
           ELSE
             MOVE "payout pieces out of balance" TO WS-MSG-KEY
           END-IF
           PERFORM ISSUE-MESSAGE
           MOVE "WARO-MERGE : nothing merged, finished pieces kept"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE "WARO-MERGE Ready." TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.

         PERFORM WRITE-MERGED-RESULTS.
         PERFORM WRITE-MERGED-PAYOUT THRU WRITE-MERGED-PAYOUT-EXIT.
         PERFORM APPEND-GAMEDTL-PIECES.
         PERFORM APPEND-AUDIT-PIECES THRU APPEND-AUDIT-PIECES-EXIT.
         PERFORM APPEND-JKHIST-PIECES.
         PERFORM SETTLE-JACKPOT-POT.
         PERFORM MARK-PLAN-MERGED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-MERGE : game " DELIMITED BY SIZE
           WS-PLAN-GAME-ID DELIMITED BY SIZE
           " merged - " DELIMITED BY SIZE
           WS-DT-TOTAL-COUNT DELIMITED BY SIZE
           " result(s) hash " DELIMITED BY SIZE
           WS-DT-TOTAL-HASH DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-MERGE : appended " DELIMITED BY SIZE
           WS-PO-TOTAL-COUNT DELIMITED BY SIZE
           " payout, " DELIMITED BY SIZE
           WS-GD-TOTAL-LINES DELIMITED BY SIZE
           " game detail, " DELIMITED BY SIZE
           WS-AUDIT-TOTAL-LINES DELIMITED BY SIZE
           " audit line(s)" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-MERGE : appended " DELIMITED BY SIZE
           WS-JKHIST-LINES DELIMITED BY SIZE
           " jackpot movement(s)" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE "WARO-MERGE Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       STOP RUN.

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

       CLEAR-ONE-PIECE-ENTRY.
         MOVE 0 TO WS-PT-HD-COUNT (WS-TBL-IDX).
         MOVE "N" TO WS-PT-TR-SW (WS-TBL-IDX).
         MOVE "N" TO WS-PT-TR-OFF-SW (WS-TBL-IDX).
         MOVE 0 TO WS-PT-DT-COUNT (WS-TBL-IDX).
         MOVE 0 TO WS-PT-HASH (WS-TBL-IDX).
         MOVE 0 TO WS-PT-GD-LINES (WS-TBL-IDX).
         MOVE 0 TO WS-PT-AUDIT-LINES (WS-TBL-IDX).
         MOVE 0 TO WS-PT-REBID-LINES (WS-TBL-IDX).
         MOVE "N" TO WS-PT-CHAIN-SW (WS-TBL-IDX).
         MOVE SPACES TO WS-PT-REASON (WS-TBL-IDX).

      *> A merge that got part way through the live files, or a
      *> second merge of the same night, would post the game
      *> twice - the live results file must not know it yet.
       CHECK-LIVE-RESULTS.
         MOVE "N" TO WS-ALREADY-POSTED-SW.
         MOVE "N" TO WS-LIVE-EOF-SW.
         OPEN INPUT WARO-RESULTS-FILE.
         IF WS-RESULTS-FILE-STATUS NOT = "00"
           GO TO CHECK-LIVE-RESULTS-EXIT
         END-IF.
         PERFORM CHECK-ONE-LIVE-RESULT UNTIL WARO-LIVE-EOF.
         CLOSE WARO-RESULTS-FILE.
       CHECK-LIVE-RESULTS-EXIT.
         EXIT.

       CHECK-ONE-LIVE-RESULT.
         READ WARO-RESULTS-FILE
           AT END
             MOVE "Y" TO WS-LIVE-EOF-SW
           NOT AT END
             IF WRR-GAME-ID = WS-PLAN-GAME-ID
               MOVE "Y" TO WS-ALREADY-POSTED-SW
             END-IF
         END-READ.

      *> Each results piece is one table's HD..TR batch; the
      *> header names the table. Records of other game ids are
      *> pieces left over from an earlier night and are passed
      *> over.
       CHECK-RESULTS-PIECES.
         MOVE "N" TO WS-PIECE-EOF-SW.
         MOVE 0 TO WS-CUR-TABLE.
         OPEN INPUT RESULTS-PIECE-FILE.
         IF WS-RESULTS-PIECE-STATUS NOT = "00"
           GO TO CHECK-RESULTS-PIECES-EXIT
         END-IF.
         PERFORM CHECK-ONE-RESULTS-PIECE
           THRU CHECK-ONE-RESULTS-PIECE-EXIT
           UNTIL WARO-PIECE-EOF.
         CLOSE RESULTS-PIECE-FILE.
       CHECK-RESULTS-PIECES-EXIT.
         EXIT.

       CHECK-ONE-RESULTS-PIECE.
         READ RESULTS-PIECE-FILE
           AT END
             MOVE "Y" TO WS-PIECE-EOF-SW
         END-READ.
         IF WARO-PIECE-EOF
           GO TO CHECK-ONE-RESULTS-PIECE-EXIT
         END-IF.
         MOVE RESULTS-PIECE-REC TO WARO-RESULTS-REC.
         IF WRR-GAME-ID NOT = WS-PLAN-GAME-ID
           MOVE 0 TO WS-CUR-TABLE
           GO TO CHECK-ONE-RESULTS-PIECE-EXIT
         END-IF.
         IF WRR-HEADER-REC
           MOVE 0 TO WS-CUR-TABLE
           IF WRR-TABLE-ID > 0
               AND WRR-TABLE-ID NOT > WS-PLAN-TABLE-COUNT
             MOVE WRR-TABLE-ID TO WS-CUR-TABLE
             ADD 1 TO WS-PT-HD-COUNT (WS-CUR-TABLE)
             IF NOT WARO-HD-SEEN
               MOVE WRR-RULE TO WS-HD-RULE
               MOVE WRR-SITE TO WS-HD-SITE
               MOVE "Y" TO WS-HD-SEEN-SW
             END-IF
           END-IF
           GO TO CHECK-ONE-RESULTS-PIECE-EXIT
         END-IF.
         IF WS-CUR-TABLE = 0
           GO TO CHECK-ONE-RESULTS-PIECE-EXIT
         END-IF.
         IF WRR-DETAIL-REC
           ADD 1 TO WS-PT-DT-COUNT (WS-CUR-TABLE)
           MOVE WRR-NUM-PLAYERS TO WS-SEAT-COUNT
           IF WS-SEAT-COUNT > 10
             MOVE 10 TO WS-SEAT-COUNT
           END-IF
           PERFORM ADD-ONE-PIECE-SEAT
             VARYING WS-SEAT-IDX FROM 1 BY 1
             UNTIL WS-SEAT-IDX > WS-SEAT-COUNT
           GO TO CHECK-ONE-RESULTS-PIECE-EXIT
         END-IF.
         IF WRR-TRAILER-REC
           MOVE "Y" TO WS-PT-TR-SW (WS-CUR-TABLE)
           IF WRR-TRAILER-COUNT NOT = WS-PT-DT-COUNT (WS-CUR-TABLE)
               OR WRR-TRAILER-HASH NOT = WS-PT-HASH (WS-CUR-TABLE)
             MOVE "Y" TO WS-PT-TR-OFF-SW (WS-CUR-TABLE)
           END-IF
           MOVE 0 TO WS-CUR-TABLE
         END-IF.
       CHECK-ONE-RESULTS-PIECE-EXIT.
         EXIT.

       ADD-ONE-PIECE-SEAT.
         ADD WRR-PLAYER-POINTS (WS-SEAT-IDX)
           TO WS-PT-HASH (WS-CUR-TABLE).

       CHECK-GAMEDTL-PIECES.
         MOVE "N" TO WS-PIECE-EOF-SW.
         OPEN INPUT GAMEDTL-PIECE-FILE.
         IF WS-GAMEDTL-PIECE-STATUS NOT = "00"
           GO TO CHECK-GAMEDTL-PIECES-EXIT
         END-IF.
         PERFORM CHECK-ONE-GAMEDTL-PIECE UNTIL WARO-PIECE-EOF.
         CLOSE GAMEDTL-PIECE-FILE.
       CHECK-GAMEDTL-PIECES-EXIT.
         EXIT.

       CHECK-ONE-GAMEDTL-PIECE.
         READ GAMEDTL-PIECE-FILE
           AT END
             MOVE "Y" TO WS-PIECE-EOF-SW
           NOT AT END
             MOVE GAMEDTL-PIECE-REC TO WARO-GAMEDTL-REC
             IF WGD-GAME-ID = WS-PLAN-GAME-ID
                 AND WGD-TABLE-ID > 0
                 AND WGD-TABLE-ID NOT > WS-PLAN-TABLE-COUNT
               ADD 1 TO WS-PT-GD-LINES (WGD-TABLE-ID)
             END-IF
         END-READ.

      *> Every table's lines were chained from zero by their own
      *> partition, so a change of table starts the check over;
      *> a rerun that resumed from its checkpoint carried its
      *> chain on and checks the same way.
       CHECK-AUDIT-PIECES.
         MOVE "N" TO WS-PIECE-EOF-SW.
         MOVE SPACES TO WS-AUDIT-PREV-TABLE.
         OPEN INPUT AUDIT-PIECE-FILE.
         IF WS-AUDIT-PIECE-STATUS NOT = "00"
           GO TO CHECK-AUDIT-PIECES-EXIT
         END-IF.
         PERFORM CHECK-ONE-AUDIT-PIECE THRU CHECK-ONE-AUDIT-PIECE-EXIT
           UNTIL WARO-PIECE-EOF.
         CLOSE AUDIT-PIECE-FILE.
       CHECK-AUDIT-PIECES-EXIT.
         EXIT.

       CHECK-ONE-AUDIT-PIECE.
         READ AUDIT-PIECE-FILE
           AT END
             MOVE "Y" TO WS-PIECE-EOF-SW
         END-READ.
         IF WARO-PIECE-EOF
           GO TO CHECK-ONE-AUDIT-PIECE-EXIT
         END-IF.
         IF APC-GAME-ID NOT = WS-PLAN-GAME-TEXT
             OR APC-TABLE-ID NOT NUMERIC
           MOVE SPACES TO WS-AUDIT-PREV-TABLE
           GO TO CHECK-ONE-AUDIT-PIECE-EXIT
         END-IF.
         MOVE APC-TABLE-ID TO WS-CUR-TABLE.
         IF WS-CUR-TABLE = 0 OR WS-CUR-TABLE > WS-PLAN-TABLE-COUNT
           MOVE SPACES TO WS-AUDIT-PREV-TABLE
           GO TO CHECK-ONE-AUDIT-PIECE-EXIT
         END-IF.
         IF APC-TABLE-ID NOT = WS-AUDIT-PREV-TABLE
           MOVE 0 TO WS-AUDIT-LINK
         END-IF.
         MOVE APC-TABLE-ID TO WS-AUDIT-PREV-TABLE.
         PERFORM CALL-AUDIT-CHAIN.
         IF APC-LINK NOT = WS-AUDIT-NEXT-LINK
           MOVE "Y" TO WS-PT-CHAIN-SW (WS-CUR-TABLE)
         END-IF.
         MOVE WS-AUDIT-NEXT-LINK TO WS-AUDIT-LINK.
         ADD 1 TO WS-PT-AUDIT-LINES (WS-CUR-TABLE).
         IF APC-REBID-LINE
           ADD 1 TO WS-PT-REBID-LINES (WS-CUR-TABLE)
         END-IF.
       CHECK-ONE-AUDIT-PIECE-EXIT.
         EXIT.

      *> A partition writes its payout header on its first PO, so
      *> a table that paid nothing leaves no payout batch at all.
       CHECK-PAYOUT-PIECES.
         MOVE "N" TO WS-PIECE-EOF-SW.
         MOVE "N" TO WS-PAY-BATCH-OPEN-SW.
         OPEN INPUT PAYOUT-PIECE-FILE.
         IF WS-PAYOUT-PIECE-STATUS NOT = "00"
           GO TO CHECK-PAYOUT-PIECES-EXIT
         END-IF.
         PERFORM CHECK-ONE-PAYOUT-PIECE
           THRU CHECK-ONE-PAYOUT-PIECE-EXIT
           UNTIL WARO-PIECE-EOF.
         CLOSE PAYOUT-PIECE-FILE.
         IF WARO-PAY-BATCH-OPEN
           ADD 1 TO WS-PAY-BAD-COUNT
         END-IF.
       CHECK-PAYOUT-PIECES-EXIT.
         EXIT.

       CHECK-ONE-PAYOUT-PIECE.
         READ PAYOUT-PIECE-FILE
           AT END
             MOVE "Y" TO WS-PIECE-EOF-SW
         END-READ.
         IF WARO-PIECE-EOF
           GO TO CHECK-ONE-PAYOUT-PIECE-EXIT
         END-IF.
         MOVE PAYOUT-PIECE-REC TO WARO-PAYOUT-REC.
         IF WPR-GAME-ID NOT = WS-PLAN-GAME-ID
           GO TO CHECK-ONE-PAYOUT-PIECE-EXIT
         END-IF.
         IF WPR-HEADER-REC
           IF WARO-PAY-BATCH-OPEN
             ADD 1 TO WS-PAY-BAD-COUNT
           END-IF
           MOVE "Y" TO WS-PAY-BATCH-OPEN-SW
           MOVE WPR-SITE TO WS-PAY-SITE
           MOVE 0 TO WS-PAY-BATCH-COUNT
           MOVE 0 TO WS-PAY-BATCH-HASH
           GO TO CHECK-ONE-PAYOUT-PIECE-EXIT
         END-IF.
         IF WPR-PAYOUT-DETAIL
           IF NOT WARO-PAY-BATCH-OPEN
             ADD 1 TO WS-PAY-BAD-COUNT
           END-IF
           ADD 1 TO WS-PAY-BATCH-COUNT
           ADD WPR-PAYOUT-AMOUNT TO WS-PAY-BATCH-HASH
           ADD 1 TO WS-PO-TOTAL-COUNT
           ADD WPR-PAYOUT-AMOUNT TO WS-PO-TOTAL-HASH
           GO TO CHECK-ONE-PAYOUT-PIECE-EXIT
         END-IF.
         IF WPR-TRAILER-REC
           IF NOT WARO-PAY-BATCH-OPEN
               OR WPR-TRAILER-COUNT NOT = WS-PAY-BATCH-COUNT
               OR WPR-TRAILER-HASH NOT = WS-PAY-BATCH-HASH
             ADD 1 TO WS-PAY-BAD-COUNT
           END-IF
           MOVE "N" TO WS-PAY-BATCH-OPEN-SW
         END-IF.
       CHECK-ONE-PAYOUT-PIECE-EXIT.
         EXIT.

       CHECK-JKHIST-PIECES.
         MOVE "N" TO WS-PIECE-EOF-SW.
         OPEN INPUT JKHIST-PIECE-FILE.
         IF WS-JKHIST-PIECE-STATUS NOT = "00"
           GO TO CHECK-JKHIST-PIECES-EXIT
         END-IF.
         PERFORM CHECK-ONE-JKHIST-PIECE UNTIL WARO-PIECE-EOF.
         CLOSE JKHIST-PIECE-FILE.
       CHECK-JKHIST-PIECES-EXIT.
         EXIT.

       CHECK-ONE-JKHIST-PIECE.
         READ JKHIST-PIECE-FILE
           AT END
             MOVE "Y" TO WS-PIECE-EOF-SW
           NOT AT END
             MOVE JKHIST-PIECE-REC TO WARO-JKHIST-REC
             IF WJH-GAME-ID = WS-PLAN-GAME-ID
               IF WJH-FUNDED
                 ADD WJH-POINTS TO WS-FUNDED-POINTS
               END-IF
               IF WJH-PAID
                 ADD WJH-POINTS TO WS-PAID-POINTS
               END-IF
             END-IF
         END-READ.

      *> One line per planned table; the first fault found is the
      *> one reported, and the table goes on the rerun list.
       JUDGE-ONE-TABLE.
         IF WS-PT-HD-COUNT (WS-TBL-IDX) = 0
           MOVE "no results piece" TO WS-PT-REASON (WS-TBL-IDX)
         ELSE
         IF WS-PT-HD-COUNT (WS-TBL-IDX) > 1
           MOVE "results piece posted twice"
             TO WS-PT-REASON (WS-TBL-IDX)
         ELSE
         IF NOT WARO-PT-TRAILER-SEEN (WS-TBL-IDX)
           MOVE "no trailer - table did not finish"
             TO WS-PT-REASON (WS-TBL-IDX)
         ELSE
         IF WARO-PT-TRAILER-OFF (WS-TBL-IDX)
           MOVE "results trailer out of balance"
             TO WS-PT-REASON (WS-TBL-IDX)
         ELSE
         IF WARO-PT-CHAIN-BROKEN (WS-TBL-IDX)
           MOVE "audit chain broken" TO WS-PT-REASON (WS-TBL-IDX)
         ELSE
         IF WS-PT-AUDIT-LINES (WS-TBL-IDX)
               - WS-PT-REBID-LINES (WS-TBL-IDX)
             NOT = WS-PT-GD-LINES (WS-TBL-IDX)
             OR (WS-PT-DT-COUNT (WS-TBL-IDX) > 0
               AND WS-PT-AUDIT-LINES (WS-TBL-IDX) = 0)
           MOVE "audit and game detail disagree"
             TO WS-PT-REASON (WS-TBL-IDX)
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF.
         MOVE SPACES TO WS-REPORT-LINE.
         IF WS-PT-REASON (WS-TBL-IDX) = SPACES
           ADD WS-PT-DT-COUNT (WS-TBL-IDX) TO WS-DT-TOTAL-COUNT
           ADD WS-PT-HASH (WS-TBL-IDX) TO WS-DT-TOTAL-HASH
           STRING "WARO-MERGE : table " DELIMITED BY SIZE
             WS-TBL-IDX (2:1) DELIMITED BY SIZE
             " complete - " DELIMITED BY SIZE
             WS-PT-DT-COUNT (WS-TBL-IDX) DELIMITED BY SIZE
             " result(s), " DELIMITED BY SIZE
             WS-PT-AUDIT-LINES (WS-TBL-IDX) DELIMITED BY SIZE
             " audit line(s)" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
         ELSE
           ADD 1 TO WS-REFUSED-COUNT
           STRING WS-TBL-IDX (2:1) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             INTO WS-RERUN-LIST WITH POINTER WS-RERUN-PTR
           STRING "WARO-MERGE : table " DELIMITED BY SIZE
             WS-TBL-IDX (2:1) DELIMITED BY SIZE
             " NOT READY - " DELIMITED BY SIZE
             WS-PT-REASON (WS-TBL-IDX) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
         END-IF.
         PERFORM WRITE-REPORT.

      *> The merged batch: one header for the game (table 0, as a
      *> one-step night writes it), every table's details in
      *> piece order, and a trailer over all of them.
       WRITE-MERGED-RESULTS.
         OPEN EXTEND WARO-RESULTS-FILE.
         IF WS-RESULTS-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-RESULTS-FILE
         END-IF.
         MOVE SPACES TO WARO-RESULTS-REC.
         MOVE "HD" TO WRR-RECORD-TYPE.
         MOVE WS-PLAN-RUN-DATE TO WRR-RUN-DATE.
         MOVE WS-PLAN-GAME-ID TO WRR-GAME-ID.
         MOVE 0 TO WRR-TABLE-ID.
         MOVE 0 TO WRR-NUM-PLAYERS.
         MOVE WS-HD-RULE TO WRR-RULE.
         MOVE WS-HD-SITE TO WRR-SITE.
         WRITE WARO-RESULTS-REC.
         MOVE "N" TO WS-PIECE-EOF-SW.
         MOVE 0 TO WS-CUR-TABLE.
         OPEN INPUT RESULTS-PIECE-FILE.
         PERFORM COPY-ONE-RESULTS-DETAIL
           THRU COPY-ONE-RESULTS-DETAIL-EXIT
           UNTIL WARO-PIECE-EOF.
         CLOSE RESULTS-PIECE-FILE.
         MOVE SPACES TO WARO-RESULTS-REC.
         MOVE "TR" TO WRR-RECORD-TYPE.
         MOVE WS-PLAN-RUN-DATE TO WRR-RUN-DATE.
         MOVE WS-PLAN-GAME-ID TO WRR-GAME-ID.
         MOVE 0 TO WRR-TABLE-ID.
         MOVE 0 TO WRR-NUM-PLAYERS.
         MOVE WS-DT-TOTAL-COUNT TO WRR-TRAILER-COUNT.
         MOVE WS-DT-TOTAL-HASH TO WRR-TRAILER-HASH.
         MOVE WS-HD-RULE TO WRR-RULE.
         MOVE WS-HD-SITE TO WRR-SITE.
         WRITE WARO-RESULTS-REC.
         CLOSE WARO-RESULTS-FILE.

       COPY-ONE-RESULTS-DETAIL.
         READ RESULTS-PIECE-FILE
           AT END
             MOVE "Y" TO WS-PIECE-EOF-SW
         END-READ.
         IF WARO-PIECE-EOF
           GO TO COPY-ONE-RESULTS-DETAIL-EXIT
         END-IF.
         MOVE RESULTS-PIECE-REC TO WARO-RESULTS-REC.
         IF WRR-GAME-ID NOT = WS-PLAN-GAME-ID
           MOVE 0 TO WS-CUR-TABLE
           GO TO COPY-ONE-RESULTS-DETAIL-EXIT
         END-IF.
         IF WRR-HEADER-REC
           MOVE 0 TO WS-CUR-TABLE
           IF WRR-TABLE-ID > 0
               AND WRR-TABLE-ID NOT > WS-PLAN-TABLE-COUNT
             MOVE WRR-TABLE-ID TO WS-CUR-TABLE
           END-IF
           GO TO COPY-ONE-RESULTS-DETAIL-EXIT
         END-IF.
         IF WRR-TRAILER-REC
           MOVE 0 TO WS-CUR-TABLE
           GO TO COPY-ONE-RESULTS-DETAIL-EXIT
         END-IF.
         IF WRR-DETAIL-REC AND WS-CUR-TABLE > 0
           WRITE WARO-RESULTS-REC
         END-IF.
       COPY-ONE-RESULTS-DETAIL-EXIT.
         EXIT.

       WRITE-MERGED-PAYOUT.
         IF WS-PO-TOTAL-COUNT = 0
           GO TO WRITE-MERGED-PAYOUT-EXIT
         END-IF.
         OPEN EXTEND WARO-PAYOUT-FILE.
         IF WS-PAYOUT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-PAYOUT-FILE
         END-IF.
         MOVE SPACES TO WARO-PAYOUT-REC.
         MOVE "HD" TO WPR-RECORD-TYPE.
         MOVE WS-PLAN-RUN-DATE TO WPR-RUN-DATE.
         MOVE WS-PLAN-GAME-ID TO WPR-GAME-ID.
         MOVE WS-PAY-SITE TO WPR-SITE.
         WRITE WARO-PAYOUT-REC.
         MOVE "N" TO WS-PIECE-EOF-SW.
         OPEN INPUT PAYOUT-PIECE-FILE.
         PERFORM COPY-ONE-PAYOUT-DETAIL UNTIL WARO-PIECE-EOF.
         CLOSE PAYOUT-PIECE-FILE.
         MOVE SPACES TO WARO-PAYOUT-REC.
         MOVE "TR" TO WPR-RECORD-TYPE.
         MOVE WS-PLAN-RUN-DATE TO WPR-RUN-DATE.
         MOVE WS-PLAN-GAME-ID TO WPR-GAME-ID.
         MOVE WS-PO-TOTAL-COUNT TO WPR-TRAILER-COUNT.
         MOVE WS-PO-TOTAL-HASH TO WPR-TRAILER-HASH.
         MOVE WS-PAY-SITE TO WPR-SITE.
         WRITE WARO-PAYOUT-REC.
         CLOSE WARO-PAYOUT-FILE.
       WRITE-MERGED-PAYOUT-EXIT.
         EXIT.

       COPY-ONE-PAYOUT-DETAIL.
         READ PAYOUT-PIECE-FILE
           AT END
             MOVE "Y" TO WS-PIECE-EOF-SW
           NOT AT END
             MOVE PAYOUT-PIECE-REC TO WARO-PAYOUT-REC
             IF WPR-GAME-ID = WS-PLAN-GAME-ID AND WPR-PAYOUT-DETAIL
               WRITE WARO-PAYOUT-REC
             END-IF
         END-READ.

       APPEND-GAMEDTL-PIECES.
         OPEN EXTEND WARO-GAMEDTL-FILE.
         IF WS-GAMEDTL-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-GAMEDTL-FILE
         END-IF.
         MOVE "N" TO WS-PIECE-EOF-SW.
         OPEN INPUT GAMEDTL-PIECE-FILE.
         PERFORM COPY-ONE-GAMEDTL-REC UNTIL WARO-PIECE-EOF.
         CLOSE GAMEDTL-PIECE-FILE.
         CLOSE WARO-GAMEDTL-FILE.

       COPY-ONE-GAMEDTL-REC.
         READ GAMEDTL-PIECE-FILE
           AT END
             MOVE "Y" TO WS-PIECE-EOF-SW
           NOT AT END
             MOVE GAMEDTL-PIECE-REC TO WARO-GAMEDTL-REC
             IF WGD-GAME-ID = WS-PLAN-GAME-ID
                 AND WGD-TABLE-ID > 0
                 AND WGD-TABLE-ID NOT > WS-PLAN-TABLE-COUNT
               WRITE WARO-GAMEDTL-REC
               ADD 1 TO WS-GD-TOTAL-LINES
             END-IF
         END-READ.

      *> The live trail's chain picks up from its last link, or
      *> from the anchor a purge left at the head of an empty
      *> file, exactly as a one-step night's lines would.
       APPEND-AUDIT-PIECES.
         MOVE 0 TO WS-AUDIT-LINK.
         MOVE "N" TO WS-AUDIT-EOF-SW.
         OPEN INPUT WARO-AUDIT-FILE.
         IF WS-AUDIT-FILE-STATUS = "00"
           PERFORM READ-ONE-AUDIT-LINK UNTIL WARO-AUDIT-EOF
           CLOSE WARO-AUDIT-FILE
         END-IF.
         OPEN EXTEND WARO-AUDIT-FILE.
         IF WS-AUDIT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-AUDIT-FILE
         END-IF.
         MOVE "N" TO WS-PIECE-EOF-SW.
         OPEN INPUT AUDIT-PIECE-FILE.
         IF WS-AUDIT-PIECE-STATUS NOT = "00"
           CLOSE WARO-AUDIT-FILE
           GO TO APPEND-AUDIT-PIECES-EXIT
         END-IF.
         PERFORM COPY-ONE-AUDIT-LINE THRU COPY-ONE-AUDIT-LINE-EXIT
           UNTIL WARO-PIECE-EOF.
         CLOSE AUDIT-PIECE-FILE.
         CLOSE WARO-AUDIT-FILE.
       APPEND-AUDIT-PIECES-EXIT.
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

       COPY-ONE-AUDIT-LINE.
         READ AUDIT-PIECE-FILE
           AT END
             MOVE "Y" TO WS-PIECE-EOF-SW
         END-READ.
         IF WARO-PIECE-EOF
           GO TO COPY-ONE-AUDIT-LINE-EXIT
         END-IF.
         IF APC-GAME-ID NOT = WS-PLAN-GAME-TEXT
             OR APC-TABLE-ID NOT NUMERIC
           GO TO COPY-ONE-AUDIT-LINE-EXIT
         END-IF.
         MOVE APC-TABLE-ID TO WS-CUR-TABLE.
         IF WS-CUR-TABLE = 0 OR WS-CUR-TABLE > WS-PLAN-TABLE-COUNT
           GO TO COPY-ONE-AUDIT-LINE-EXIT
         END-IF.
         PERFORM CALL-AUDIT-CHAIN.
         MOVE WS-AUDIT-NEXT-LINK TO WS-AUDIT-LINK.
         MOVE SPACES TO WARO-AUDIT-REC.
         MOVE APC-BODY TO WAU-BODY.
         MOVE WS-AUDIT-LINK TO WAU-LINK.
         WRITE WARO-AUDIT-REC.
         ADD 1 TO WS-AUDIT-TOTAL-LINES.
       COPY-ONE-AUDIT-LINE-EXIT.
         EXIT.

       CALL-AUDIT-CHAIN.
         CALL 'audit-chain'
           USING WS-AUDIT-LINK, APC-BODY, WS-AUDIT-NEXT-LINK
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-MERGE : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'audit-chain' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.

       APPEND-JKHIST-PIECES.
         MOVE "N" TO WS-PIECE-EOF-SW.
         OPEN INPUT JKHIST-PIECE-FILE.
         IF WS-JKHIST-PIECE-STATUS = "00"
           OPEN EXTEND WARO-JKHIST-FILE
           IF WS-JKHIST-FILE-STATUS NOT = "00"
             OPEN OUTPUT WARO-JKHIST-FILE
           END-IF
           PERFORM COPY-ONE-JKHIST-REC UNTIL WARO-PIECE-EOF
           CLOSE WARO-JKHIST-FILE
           CLOSE JKHIST-PIECE-FILE
         END-IF.

       COPY-ONE-JKHIST-REC.
         READ JKHIST-PIECE-FILE
           AT END
             MOVE "Y" TO WS-PIECE-EOF-SW
           NOT AT END
             MOVE JKHIST-PIECE-REC TO WARO-JKHIST-REC
             IF WJH-GAME-ID = WS-PLAN-GAME-ID
               WRITE WARO-JKHIST-REC
               ADD 1 TO WS-JKHIST-LINES
             END-IF
         END-READ.

      *> Every table started from the same pot. What they fed is
      *> added, what a sweep took is taken off; more than one
      *> sweep on the night can take more than the pot held, and
      *> the pot is floored at zero and the overpayment reported
      *> for the office to settle.
       SETTLE-JACKPOT-POT.
         MOVE 0 TO WS-JACKPOT-POT.
         OPEN INPUT WARO-JACKPOT-FILE.
         IF WS-JACKPOT-FILE-STATUS = "00"
           READ WARO-JACKPOT-FILE
             AT END
               CONTINUE
             NOT AT END
               IF WARO-JACKPOT-REC IS NUMERIC
                 MOVE WARO-JACKPOT-REC TO WS-JACKPOT-POT
               END-IF
           END-READ
           CLOSE WARO-JACKPOT-FILE
         END-IF.
         COMPUTE WS-POT-WORK =
           WS-JACKPOT-POT + WS-FUNDED-POINTS - WS-PAID-POINTS.
         IF WS-POT-WORK < 0
           COMPUTE WS-POT-SHORT = 0 - WS-POT-WORK
           MOVE 0 TO WS-POT-WORK
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-MERGE : JACKPOT - sweeps paid " DELIMITED BY
             SIZE
             WS-POT-SHORT DELIMITED BY SIZE
             " point(s) beyond the pot - pot set to zero"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
         END-IF.
         MOVE WS-POT-WORK TO WS-JACKPOT-POT.
         OPEN OUTPUT WARO-JACKPOT-FILE.
         MOVE WS-JACKPOT-POT TO WARO-JACKPOT-REC.
         WRITE WARO-JACKPOT-REC.
         CLOSE WARO-JACKPOT-FILE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-MERGE : jackpot - " DELIMITED BY SIZE
           WS-FUNDED-POINTS DELIMITED BY SIZE
           " fed, " DELIMITED BY SIZE
           WS-PAID-POINTS DELIMITED BY SIZE
           " paid, pot now " DELIMITED BY SIZE
           WS-JACKPOT-POT DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       MARK-PLAN-MERGED.
         OPEN OUTPUT WARO-PARTPLAN-FILE.
         MOVE SPACES TO WARO-PARTPLAN-REC.
         MOVE WS-PLAN-GAME-ID TO WPP-GAME-ID.
         MOVE WS-PLAN-RUN-DATE TO WPP-RUN-DATE.
         MOVE WS-PLAN-TABLE-COUNT TO WPP-TABLE-COUNT.
         MOVE "M" TO WPP-STATUS.
         WRITE WARO-PARTPLAN-REC.
         CLOSE WARO-PARTPLAN-FILE.

       ISSUE-MESSAGE.
         MOVE "WARO028E" TO WS-MSG-ID.
         MOVE SPACES TO WS-MSG-TEXT.
         CALL 'waro-msg'
           USING WS-MSG-ID, WS-PLAN-GAME-ID, WS-MSG-KEY, WS-MSG-TEXT
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
