       PROGRAM-ID. WARO-LEDGER.
      *> Member account inquiry over the WARO-LEDGER file. Parm:
      *> a player id (4 digits). Prints the member's registered
      *> name, the most recent ledger entries (buy-in debits,
      *> payout credits, event prize credits and the cage's cash
      *> deposits and withdrawals with their receipt numbers,
      *> newest last), the event prizes credited and the cage
      *> cash to date, and the current balance - credits less
      *> debits across the whole ledger. Walk-ins (player id 0)
      *> settle cash and have no account to show.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         01 WS-ENTRY-COUNT PIC 9(6) VALUE 0.
         01 WS-DEBIT-TOTAL PIC 9(8)V99 VALUE 0.
         01 WS-CREDIT-TOTAL PIC 9(8)V99 VALUE 0.
         01 WS-EVENT-TOTAL PIC 9(8)V99 VALUE 0.
         01 WS-EVENT-COUNT PIC 9(4) VALUE 0.
         01 WS-EVENT-ED PIC ZZZZZZZ9.99.
         01 WS-CAGE-IN-TOTAL PIC 9(8)V99 VALUE 0.
         01 WS-CAGE-OUT-TOTAL PIC 9(8)V99 VALUE 0.
         01 WS-CAGE-COUNT PIC 9(4) VALUE 0.
         01 WS-CAGE-IN-ED PIC ZZZZZZZ9.99.
         01 WS-CAGE-OUT-ED PIC ZZZZZZZ9.99.
         01 WS-BALANCE PIC S9(8)V99 VALUE 0.
         01 WS-BALANCE-ED PIC +ZZZZZZZ9.99.
         01 WS-DEBIT-ED PIC ZZZZZ9.99.
               ADD 1 TO WS-ENTRY-COUNT
               ADD WLG-DEBIT-AMOUNT TO WS-DEBIT-TOTAL
               ADD WLG-CREDIT-AMOUNT TO WS-CREDIT-TOTAL
               IF WLG-EVENT-PRIZE-ENTRY
                 ADD 1 TO WS-EVENT-COUNT
                 ADD WLG-CREDIT-AMOUNT TO WS-EVENT-TOTAL
               END-IF
               IF WLG-CASH-ENTRY
                 ADD 1 TO WS-CAGE-COUNT
                 ADD WLG-CREDIT-AMOUNT TO WS-CAGE-IN-TOTAL
                 ADD WLG-DEBIT-AMOUNT TO WS-CAGE-OUT-TOTAL
               END-IF
               PERFORM HOLD-RECENT-ENTRY
             END-IF
         END-READ.
           WS-DEBIT-ED DELIMITED BY SIZE
           " credit " DELIMITED BY SIZE
           WS-CREDIT-ED DELIMITED BY SIZE
           INTO WS-RECENT-LINE (WS-RECENT-NEXT).
         IF WLG-CASH-ENTRY OR WLG-TRANSFER-ENTRY
           STRING " rcpt " DELIMITED BY SIZE
             WLG-RECEIPT-NO DELIMITED BY SIZE
             " by " DELIMITED BY SIZE
             WLG-CASHIER-ID DELIMITED BY SIZE
             INTO WS-RECENT-LINE (WS-RECENT-NEXT) (47:)
         ELSE
           STRING " game " DELIMITED BY SIZE
             WLG-GAME-ID DELIMITED BY SIZE
             INTO WS-RECENT-LINE (WS-RECENT-NEXT) (47:)
         END-IF.
         IF WLG-EVENT-PRIZE-ENTRY
           MOVE "EVENT" TO WS-RECENT-LINE (WS-RECENT-NEXT) (71:5)
         END-IF.
         ADD 1 TO WS-RECENT-NEXT.
         IF WS-RECENT-NEXT > NUM-RECENT-MAX
           MOVE 1 TO WS-RECENT-NEXT
         END-IF.

       REPORT-BALANCE.
         IF WS-EVENT-COUNT > 0
           MOVE WS-EVENT-TOTAL TO WS-EVENT-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-LEDGER : event prizes credited "
             DELIMITED BY SIZE
             WS-EVENT-ED DELIMITED BY SIZE
             " over " DELIMITED BY SIZE
             WS-EVENT-COUNT DELIMITED BY SIZE
             " event(s)" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         IF WS-CAGE-COUNT > 0
           MOVE WS-CAGE-IN-TOTAL TO WS-CAGE-IN-ED
           MOVE WS-CAGE-OUT-TOTAL TO WS-CAGE-OUT-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-LEDGER : cage cash in " DELIMITED BY SIZE
             WS-CAGE-IN-ED DELIMITED BY SIZE
             " out " DELIMITED BY SIZE
             WS-CAGE-OUT-ED DELIMITED BY SIZE
             " over " DELIMITED BY SIZE
             WS-CAGE-COUNT DELIMITED BY SIZE
             " receipt(s)" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         COMPUTE WS-BALANCE = WS-CREDIT-TOTAL - WS-DEBIT-TOTAL.
         MOVE WS-BALANCE TO WS-BALANCE-ED.
         MOVE SPACES TO WS-REPORT-LINE.
