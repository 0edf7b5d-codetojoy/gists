      *> files instead of four places in the morning:
      *>   - rake taken in, recomputed from every posted
      *>     WARO-RESULTS point under the rates in force,
      *>   - payouts owed (PO details on WARO-PAYOUT, less what
      *>     is held on the unclaimed-funds register; a "U"
      *>     reissue is the same money as its original),
      *>   - event prizes owed (PO details marked as event
      *>     payouts - paid from a guaranteed pool, so a night
      *>     on WARO-PRIZES took no rake),
      *>   - reversals outstanding (RV details, money coming
      *>     back to the house),
      *>   - jackpot liability (the WARO-JACKPOT pot, valued at
      *>     what a sweep would pay tonight),
      *>   - free-play voucher liability (the face value of the
      *>     WARO-VOUCHER vouchers issued and not yet played or
      *>     expired),
      *>   - unclaimed-funds liability (the WARO-UNCLAIMED
      *>     entries still held - rejected and stale payouts not
      *>     yet reissued or escheated),
      *> netted to one house cash figure with a day-over-day
      *> change line against the last run of this report (the
      *> running figure is kept on WARO-POSITION-HIST). The page
       FILE-CONTROL.
         COPY WARORES.
         COPY WAROPYS.
         COPY WAROPZS.
         COPY WAROVCS.
         COPY WAROUCS.
         SELECT WARO-JACKPOT-FILE ASSIGN TO "WARO-JACKPOT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JACKPOT-FILE-STATUS.
         FILE SECTION.
         COPY WARORSF.
         COPY WAROPAY.
         COPY WAROPZR.
         COPY WAROVCR.
         COPY WAROUCR.
         FD WARO-JACKPOT-FILE.
         01 WARO-JACKPOT-REC PIC 9(6).
         FD POSITION-HIST-FILE.
         WORKING-STORAGE SECTION.
         01 WS-RESULTS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PAYOUT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PRIZES-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-JACKPOT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-HIST-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-VOUCHER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-POSITION-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-UNCLAIMED-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-UNCLAIMED-EOF-SW PIC X(1) VALUE "N".
           88 WARO-UNCLAIMED-EOF VALUE "Y".
         01 WS-RESULTS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-RESULTS-EOF VALUE "Y".
         01 WS-PAYOUT-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PAYOUT-EOF VALUE "Y".
         01 WS-PRIZES-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PRIZES-EOF VALUE "Y".
         01 WS-HIST-EOF-SW PIC X(1) VALUE "N".
           88 WARO-HIST-EOF VALUE "Y".
         01 WS-VOUCHER-EOF-SW PIC X(1) VALUE "N".
           88 WARO-VOUCHER-EOF VALUE "Y".
         01 WS-RUN-DATE PIC 9(8) VALUE 0.
         01 WS-POSITION-LINE PIC X(80) VALUE SPACES.
         01 WS-CENTS-PER-POINT PIC 9(4) VALUE 100.
         01 WS-TOTAL-RAKE PIC 9(9)V99 VALUE 0.
         01 WS-TOTAL-PAYOUT PIC 9(9)V99 VALUE 0.
         01 WS-PAYOUT-COUNT PIC 9(6) VALUE 0.
         01 WS-TOTAL-EVENT PIC 9(9)V99 VALUE 0.
         01 WS-EVENT-COUNT PIC 9(6) VALUE 0.
         78 NUM-EVENT-DATES-MAX VALUE 100.
         01 WS-EVENT-DATE-TABLE.
            02 WS-EVENT-DATE PIC 9(8)
               OCCURS NUM-EVENT-DATES-MAX TIMES.
         01 WS-EVENT-DATE-COUNT PIC 9(3) VALUE 0.
         01 WS-EVENT-DATE-IDX PIC 9(3) VALUE 0.
         01 WS-EVENT-DATE-SW PIC X(1) VALUE "N".
           88 WARO-EVENT-DATE VALUE "Y".
         01 WS-TOTAL-REVERSAL PIC 9(9)V99 VALUE 0.
         01 WS-REVERSAL-COUNT PIC 9(6) VALUE 0.
         01 WS-JACKPOT-POT PIC 9(6) VALUE 0.
         01 WS-JACKPOT-LIABILITY PIC 9(9)V99 VALUE 0.
         01 WS-VOUCHER-LIABILITY PIC S9(9)V99 VALUE 0.
         01 WS-VOUCHER-COUNT PIC S9(6) VALUE 0.
         01 WS-VOUCHER-COUNT-ED PIC 9(6).
         01 WS-UNCLAIMED-LIABILITY PIC 9(9)V99 VALUE 0.
         01 WS-UNCLAIMED-COUNT PIC 9(6) VALUE 0.
         01 WS-NET-POSITION PIC S9(9)V99 VALUE 0.
         01 WS-PRIOR-DATE PIC 9(8) VALUE 0.
         01 WS-PRIOR-NET PIC S9(9)V99 VALUE 0.
           88 WARO-PRIOR-FOUND VALUE "Y".
         01 WS-NET-CHANGE PIC S9(9)V99 VALUE 0.
         01 WS-AMOUNT-ED PIC ZZZZZZZZ9.99.
         01 WS-OWED-ED PIC -ZZZZZZZZ9.99.
         01 WS-SIGNED-ED PIC +ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
         MOVE WS-RUN-DATE TO WS-RATE-DATE.
         PERFORM READ-PAYOUT-RATES.
         PERFORM READ-PRIZE-DATES THRU READ-PRIZE-DATES-EXIT.
         PERFORM TALLY-RAKE THRU TALLY-RAKE-EXIT.
         MOVE WS-RUN-DATE TO WS-RATE-DATE.
         PERFORM READ-PAYOUT-RATES.
         PERFORM TALLY-PAYOUTS THRU TALLY-PAYOUTS-EXIT.
         PERFORM READ-JACKPOT-POT.
         PERFORM TALLY-VOUCHERS THRU TALLY-VOUCHERS-EXIT.
         PERFORM TALLY-UNCLAIMED THRU TALLY-UNCLAIMED-EXIT.
         PERFORM READ-PRIOR-POSITION THRU READ-PRIOR-POSITION-EXIT.

         COMPUTE WS-JACKPOT-LIABILITY =
             * (100 - WS-RAKE-PCT)) / 10000.
         COMPUTE WS-NET-POSITION =
           WS-TOTAL-RAKE + WS-TOTAL-REVERSAL
           - WS-TOTAL-PAYOUT - WS-TOTAL-EVENT
           - WS-JACKPOT-LIABILITY - WS-VOUCHER-LIABILITY.

         PERFORM WRITE-POSITION-PAGE.
         PERFORM APPEND-POSITION-HIST.

      *> Rake never lands on any extract - it is recomputed here
      *> from the posted points the same way WARO withheld it.
      *> An event night paid from its prize pool priced no
      *> points, so it withheld no rake and is passed over.
       TALLY-RAKE.
         OPEN INPUT WARO-RESULTS-FILE.
         IF WS-RESULTS-FILE-STATUS NOT = "00"
           AT END
             MOVE "Y" TO WS-RESULTS-EOF-SW
           NOT AT END
             MOVE "N" TO WS-EVENT-DATE-SW
             PERFORM CHECK-ONE-EVENT-DATE
               VARYING WS-EVENT-DATE-IDX FROM 1 BY 1
                 UNTIL WS-EVENT-DATE-IDX > WS-EVENT-DATE-COUNT
             IF WRR-DETAIL-REC AND NOT WARO-EVENT-DATE
               PERFORM RAKE-ONE-SEAT
                 VARYING WS-RESULTS-PLAYER-IDX FROM 1 BY 1
                   UNTIL WS-RESULTS-PLAYER-IDX > WRR-NUM-PLAYERS
             END-IF
         END-READ.

       CHECK-ONE-EVENT-DATE.
         IF WS-EVENT-DATE (WS-EVENT-DATE-IDX) = WRR-RUN-DATE
           MOVE "Y" TO WS-EVENT-DATE-SW
         END-IF.

      *> A seat the house played was never raked - its points
      *> went to the house account whole.
       RAKE-ONE-SEAT.
         IF NOT WRR-HOUSE-SEAT (WS-RESULTS-PLAYER-IDX)
           PERFORM RAKE-ONE-PLAYER
         END-IF.

       RAKE-ONE-PLAYER.
         IF WRR-RUN-DATE NOT = WS-RATE-DATE
           MOVE WRR-RUN-DATE TO WS-RATE-DATE
             MOVE "Y" TO WS-PAYOUT-EOF-SW
           NOT AT END
             EVALUATE TRUE
               WHEN WPR-PAYOUT-DETAIL AND WPR-REISSUE-PAYOUT
                 CONTINUE
               WHEN WPR-PAYOUT-DETAIL AND WPR-EVENT-PAYOUT
                 ADD 1 TO WS-EVENT-COUNT
                 ADD WPR-PAYOUT-AMOUNT TO WS-TOTAL-EVENT
               WHEN WPR-PAYOUT-DETAIL
                 ADD 1 TO WS-PAYOUT-COUNT
                 ADD WPR-PAYOUT-AMOUNT TO WS-TOTAL-PAYOUT
             END-EVALUATE
         END-READ.

      *> The event nights with a published prize pool - the
      *> nights WARO paid from the pool instead of the rates.
       READ-PRIZE-DATES.
         OPEN INPUT WARO-PRIZES-FILE.
         IF WS-PRIZES-FILE-STATUS NOT = "00"
           GO TO READ-PRIZE-DATES-EXIT
         END-IF.
         PERFORM READ-ONE-PRIZE-DATE UNTIL WARO-PRIZES-EOF.
         CLOSE WARO-PRIZES-FILE.
       READ-PRIZE-DATES-EXIT.
         EXIT.

       READ-ONE-PRIZE-DATE.
         READ WARO-PRIZES-FILE
           AT END
             MOVE "Y" TO WS-PRIZES-EOF-SW
           NOT AT END
             IF WPZ-POOL IS NUMERIC AND WPZ-POOL > 0
                 AND WS-EVENT-DATE-COUNT < NUM-EVENT-DATES-MAX
               ADD 1 TO WS-EVENT-DATE-COUNT
               MOVE WPZ-EVENT-DATE
                 TO WS-EVENT-DATE (WS-EVENT-DATE-COUNT)
             END-IF
         END-READ.

       READ-JACKPOT-POT.
         OPEN INPUT WARO-JACKPOT-FILE.
         IF WS-JACKPOT-FILE-STATUS = "00"
           CLOSE WARO-JACKPOT-FILE
         END-IF.

      *> Every voucher issued is owed until a used or expired
      *> record closes it; the closing records carry its face.
       TALLY-VOUCHERS.
         OPEN INPUT WARO-VOUCHER-FILE.
         IF WS-VOUCHER-FILE-STATUS NOT = "00"
           GO TO TALLY-VOUCHERS-EXIT
         END-IF.
         PERFORM TALLY-ONE-VOUCHER UNTIL WARO-VOUCHER-EOF.
         CLOSE WARO-VOUCHER-FILE.
       TALLY-VOUCHERS-EXIT.
         EXIT.

       TALLY-ONE-VOUCHER.
         READ WARO-VOUCHER-FILE
           AT END
             MOVE "Y" TO WS-VOUCHER-EOF-SW
           NOT AT END
             IF WVC-VOUCHER-ISSUED
               ADD WVC-FACE-AMOUNT TO WS-VOUCHER-LIABILITY
               ADD 1 TO WS-VOUCHER-COUNT
             ELSE
               SUBTRACT WVC-FACE-AMOUNT FROM WS-VOUCHER-LIABILITY
               SUBTRACT 1 FROM WS-VOUCHER-COUNT
             END-IF
         END-READ.

      *> Money held on the unclaimed-funds register is still
      *> the member's: it comes out of payouts owed and is
      *> carried as a liability of its own, so the net is
      *> unchanged by it.
       TALLY-UNCLAIMED.
         OPEN INPUT WARO-UNCLAIMED-FILE.
         IF WS-UNCLAIMED-FILE-STATUS NOT = "00"
           GO TO TALLY-UNCLAIMED-EXIT
         END-IF.
         PERFORM TALLY-ONE-UNCLAIMED UNTIL WARO-UNCLAIMED-EOF.
         CLOSE WARO-UNCLAIMED-FILE.
       TALLY-UNCLAIMED-EXIT.
         EXIT.

       TALLY-ONE-UNCLAIMED.
         READ WARO-UNCLAIMED-FILE
           AT END
             MOVE "Y" TO WS-UNCLAIMED-EOF-SW
           NOT AT END
             IF WUC-ENTRY-REC AND WUC-OPEN
               ADD WUC-AMOUNT TO WS-UNCLAIMED-LIABILITY
               ADD 1 TO WS-UNCLAIMED-COUNT
             END-IF
         END-READ.

      *> The last line of the history file is yesterday's net.
       READ-PRIOR-POSITION.
         OPEN INPUT POSITION-HIST-FILE.
           WS-AMOUNT-ED DELIMITED BY SIZE
           INTO WS-POSITION-LINE.
         PERFORM WRITE-POSITION.
         COMPUTE WS-OWED-ED =
           WS-TOTAL-PAYOUT - WS-UNCLAIMED-LIABILITY.
         MOVE SPACES TO WS-POSITION-LINE.
         STRING "  payouts owed          " DELIMITED BY SIZE
           WS-OWED-ED DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-PAYOUT-COUNT DELIMITED BY SIZE
           " detail(s))" DELIMITED BY SIZE
           INTO WS-POSITION-LINE.
         PERFORM WRITE-POSITION.
         MOVE WS-TOTAL-EVENT TO WS-AMOUNT-ED.
         MOVE SPACES TO WS-POSITION-LINE.
         STRING "  event prizes owed      " DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-EVENT-COUNT DELIMITED BY SIZE
           " detail(s))" DELIMITED BY SIZE
           INTO WS-POSITION-LINE.
         PERFORM WRITE-POSITION.
         MOVE WS-TOTAL-REVERSAL TO WS-AMOUNT-ED.
         MOVE SPACES TO WS-POSITION-LINE.
         STRING "  reversals outstanding  " DELIMITED BY SIZE
           " points in the pot)" DELIMITED BY SIZE
           INTO WS-POSITION-LINE.
         PERFORM WRITE-POSITION.
         MOVE WS-VOUCHER-LIABILITY TO WS-AMOUNT-ED.
         MOVE WS-VOUCHER-COUNT TO WS-VOUCHER-COUNT-ED.
         MOVE SPACES TO WS-POSITION-LINE.
         STRING "  voucher liability      " DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-VOUCHER-COUNT-ED DELIMITED BY SIZE
           " free-play voucher(s) open)" DELIMITED BY SIZE
           INTO WS-POSITION-LINE.
         PERFORM WRITE-POSITION.
         MOVE WS-UNCLAIMED-LIABILITY TO WS-AMOUNT-ED.
         MOVE SPACES TO WS-POSITION-LINE.
         STRING "  unclaimed liability    " DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-UNCLAIMED-COUNT DELIMITED BY SIZE
           " rejected or stale payout(s) held)" DELIMITED BY SIZE
           INTO WS-POSITION-LINE.
         PERFORM WRITE-POSITION.
         MOVE WS-NET-POSITION TO WS-SIGNED-ED.
         MOVE SPACES TO WS-POSITION-LINE.
         STRING "  NET HOUSE CASH        " DELIMITED BY SIZE
