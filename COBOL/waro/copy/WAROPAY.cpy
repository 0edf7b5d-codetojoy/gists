      *> a payout detail, "RV" a reversal, and "TR" closes the
      *> batch with the detail count and amount hash total.
      *> WPR-SITE says which location paid (spaces read as site
      *> 01, the original shop). WPR-PAYOUT-KIND "E" marks a
      *> place prize paid from an event night's guaranteed pool;
      *> spaces are an ordinary points payout. "C" marks the
      *> cash difference of a WARO-CORRECT single-seat point
      *> correction - a PO when the seat gained, an RV when it
      *> lost - in a batch of its own, not a seat's payout.
      *> "U" is a WARO-UNCLAIM reissue of a payout that never
      *> reached the member, in a batch of its own: the money
      *> was counted with the original PO, so totals pass it
      *> over and only WARO-PAYFILE and WARO-PAYACK act on it.
      *> A seat's PO amount is net of anything WARO kept against
      *> what the member owed the house ("OF" on the ledger).
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-PAYOUT-FILE.
         01 WARO-PAYOUT-REC.
               03 WPR-PLAYER-ID PIC 9(04).
               03 WPR-PLAYER-NAME PIC X(06).
               03 WPR-PAYOUT-AMOUNT PIC 9(06)V99.
               03 WPR-PAYOUT-KIND PIC X(01).
                 88 WPR-EVENT-PAYOUT VALUE "E".
                 88 WPR-CORRECTION-PAYOUT VALUE "C".
                 88 WPR-REISSUE-PAYOUT VALUE "U".
               03 FILLER PIC X(35).
            02 WPR-TRAILER-DATA REDEFINES WPR-DETAIL-DATA.
               03 WPR-TRAILER-COUNT PIC 9(6).
               03 WPR-TRAILER-HASH PIC 9(10)V99.
