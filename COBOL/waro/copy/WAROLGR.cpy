      *> per money movement on a member's account, keyed by the
      *> WPM-PLAYER-ID of the WARO-PLAYERS master. WLG-ENTRY-TYPE
      *> "BI" debits the table buy-in at seating, "PW" credits
      *> the net payout posted for the member, "EP" credits an
      *> event-night place prize paid from the event's prize
      *> pool. "VB" is a buy-in paid with a free-play voucher off
      *> WARO-VOUCHER: the buy-in debited and the voucher's face
      *> (up to the buy-in) credited on the one entry, with the
      *> voucher number in the receipt field. The cage posts
      *> cash through WARO-CASHIER: "CD" credits a cash deposit,
      *> "CW" debits a cash withdrawal, "WI" credits walk-in cash
      *> taken at the door (player id 0 for an unregistered
      *> walk-in) and "DP" credits membership dues paid at the
      *> cage. Cage entries carry game id zero, the receipt
      *> number and the cashier id; other game entries leave
      *> those two fields blank. WARO-DUES posts "DU", the annual
      *> membership dues charge, under game id zero with no
      *> receipt. Dues are neither play nor winnings.
      *> WARO-CORRECT posts "CA", a single-seat point correction
      *> on a game: the cash difference credited when the seat
      *> gained, debited when it lost, dated and keyed like the
      *> game's own "PW" entry so the two read together.
      *> WARO posts "OF" when it nets a member's winnings against
      *> what the member owes the house, keyed like the game's
      *> "PW" entry, which then carries only the net paid out.
      *> Winnings kept against a debit balance on this ledger are
      *> credited; winnings handed to an open WARO-RECEIVABLE
      *> clawback are debited and credited alike, the receipt
      *> field holding the run date of the clawed-back game.
      *> WARO-TRANSFER moves a member's balance between sites:
      *> "XO" at the sending site takes the balance off the
      *> account (debited when in the member's favor, credited
      *> when owed), "XI" at the receiving site puts the same
      *> amount back on, both under game id zero with the
      *> transfer package number as the receipt. Neither is play.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-LEDGER-FILE.
         01 WARO-LEDGER-REC.
            02 WLG-ENTRY-TYPE PIC X(02).
              88 WLG-BUYIN-ENTRY VALUE "BI".
              88 WLG-PAYOUT-ENTRY VALUE "PW".
              88 WLG-EVENT-PRIZE-ENTRY VALUE "EP".
              88 WLG-VOUCHER-BUYIN-ENTRY VALUE "VB".
              88 WLG-DEPOSIT-ENTRY VALUE "CD".
              88 WLG-WITHDRAW-ENTRY VALUE "CW".
              88 WLG-WALKIN-CASH-ENTRY VALUE "WI".
              88 WLG-DUES-CHARGE-ENTRY VALUE "DU".
              88 WLG-DUES-PAYMENT-ENTRY VALUE "DP".
              88 WLG-CORRECTION-ENTRY VALUE "CA".
              88 WLG-OFFSET-ENTRY VALUE "OF".
              88 WLG-TRANSFER-OUT-ENTRY VALUE "XO".
              88 WLG-TRANSFER-IN-ENTRY VALUE "XI".
              88 WLG-TRANSFER-ENTRY VALUE "XO" "XI".
              88 WLG-CASH-ENTRY VALUE "CD" "CW" "WI" "DP".
              88 WLG-DUES-ENTRY VALUE "DU" "DP".
            02 FILLER PIC X(01).
            02 WLG-DEBIT-AMOUNT PIC 9(06)V99.
            02 FILLER PIC X(01).
            02 WLG-CREDIT-AMOUNT PIC 9(06)V99.
            02 FILLER PIC X(01).
            02 WLG-PLAYER-NAME PIC X(06).
            02 FILLER PIC X(01).
            02 WLG-RECEIPT-NO PIC 9(08).
            02 FILLER PIC X(01).
            02 WLG-CASHIER-ID PIC X(04).
