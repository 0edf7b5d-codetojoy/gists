      *> Shared FD/record for the WARO clawback receivables.
      *> WARO-BACKOUT raises an "O" (open) entry for a payout
      *> accounting had already paid when its game was backed
      *> out; WARO-DUNNING SETTLE flips it "S" once the money is
      *> collected. WARO nets a member's winnings against an open
      *> clawback before paying: each amount so taken is filed as
      *> an "F" settlement entry dated the night it was taken,
      *> carrying the clawback's run date, game id and member so
      *> the two read together. What is still owed on a clawback
      *> is its amount less its "F" entries; one fully covered
      *> flips "S" like a collected one.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-RECEIVABLE-FILE.
         01 WARO-RECEIVABLE-REC.
            02 WRC-ENTRY-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WRC-RUN-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WRC-GAME-ID PIC 9(16).
            02 FILLER PIC X(01).
            02 WRC-PLAYER-ID PIC 9(04).
            02 FILLER PIC X(01).
            02 WRC-PLAYER-NAME PIC X(06).
            02 FILLER PIC X(01).
            02 WRC-AMOUNT PIC 9(06)V99.
            02 FILLER PIC X(01).
            02 WRC-STATUS PIC X(01).
              88 WRC-OPEN VALUE "O".
              88 WRC-SETTLED VALUE "S".
              88 WRC-OFFSET VALUE "F".
