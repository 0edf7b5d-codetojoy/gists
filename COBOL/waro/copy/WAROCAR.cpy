      *> Shared FD/record for the WARO chart-of-accounts mapping:
      *> one row per money movement the general-ledger journal
      *> posts, naming the account debited and the account
      *> credited. WCA-SITE spaces make the row the default for
      *> every site; a row for a named site overrides it there.
      *> The movement codes are
      *>   BUYIN  - buy-ins taken from member accounts
      *>   RAKE   - house rake withheld from payouts
      *>   JKFUND - unclaimed points carried into the jackpot
      *>   JKPAID - jackpot swept and paid to a member
      *>   PAYOUT - member payouts net of reversals
      *>   CLAWBK - clawback receivables raised on reversal
      *>   CARRY  - winnings held over a member's win cap
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-COA-FILE.
         01 WARO-COA-REC.
            02 WCA-MOVEMENT PIC X(06).
            02 FILLER PIC X(01).
            02 WCA-SITE PIC X(02).
            02 FILLER PIC X(01).
            02 WCA-DEBIT-ACCOUNT PIC X(08).
            02 FILLER PIC X(01).
            02 WCA-CREDIT-ACCOUNT PIC X(08).
            02 FILLER PIC X(01).
            02 WCA-DESCRIPTION PIC X(30).
