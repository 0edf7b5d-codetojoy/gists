                   ADD 1 TO WS-TABLES-PLAYED
                   ADD WRR-NUM-PLAYERS TO WS-SEATS-PLAYED
                 END-IF
               WHEN WRR-CORRECTION-REC
                 ADD 1 TO WS-BAL-COUNT
                 PERFORM BALANCE-ONE-CORRECTION
               WHEN WRR-TRAILER-REC
                 IF WS-BATCH-IS-ASKED-SW = "Y"
                     AND (WRR-TRAILER-COUNT NOT = WS-BAL-COUNT
             TO WS-POINTS-POSTED
         END-IF.

      *> A correction batch balances on the points it moved; it
      *> is not another table played.
       BALANCE-ONE-CORRECTION.
         IF WRR-CR-ADJ-POINTS < 0
           SUBTRACT WRR-CR-ADJ-POINTS FROM WS-BAL-HASH
         ELSE
           ADD WRR-CR-ADJ-POINTS TO WS-BAL-HASH
         END-IF.

       GATHER-PAYOUT.
         OPEN INPUT WARO-PAYOUT-FILE.
         IF WS-PAYOUT-FILE-STATUS NOT = "00"
                 ADD WPR-PAYOUT-AMOUNT TO WS-PAY-BAL-HASH
                 IF WPR-PAYOUT-DETAIL
                     AND WPR-RUN-DATE = WS-ASK-DATE
                     AND NOT WPR-REISSUE-PAYOUT
                   ADD WPR-PAYOUT-AMOUNT TO WS-PAYOUT-TOTAL
                 END-IF
               WHEN WPR-TRAILER-REC
