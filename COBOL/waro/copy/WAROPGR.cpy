      *> Shared FD/record for the WARO payment register: one
      *> entry for every PO detail on WARO-PAYOUT that
      *> WARO-PAYFILE has paid, so no payout is paid twice. The
      *> payout is identified by run date, game id, player id
      *> and WPG-OCCURRENCE - the nth PO for that game and
      *> member on the extract (a jackpot sweep can pay a seat a
      *> second time in the same game). WPG-METHOD "A" went out
      *> on the bank payment file under WPG-TRACE-NO, the number
      *> the bank and accounting quote back; "C" went to the
      *> check-print list and carries no trace; "R" was backed
      *> out before it was paid and was passed over.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-PAYREG-FILE.
         01 WARO-PAYREG-REC.
            02 WPG-PAID-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WPG-RUN-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WPG-GAME-ID PIC 9(16).
            02 FILLER PIC X(01).
            02 WPG-PLAYER-ID PIC 9(04).
            02 FILLER PIC X(01).
            02 WPG-OCCURRENCE PIC 9(02).
            02 FILLER PIC X(01).
            02 WPG-PLAYER-NAME PIC X(06).
            02 FILLER PIC X(01).
            02 WPG-AMOUNT PIC 9(06)V99.
            02 FILLER PIC X(01).
            02 WPG-METHOD PIC X(01).
              88 WPG-DIRECT-DEPOSIT VALUE "A".
              88 WPG-BY-CHECK VALUE "C".
              88 WPG-PASSED-OVER VALUE "R".
            02 FILLER PIC X(01).
            02 WPG-TRACE-NO PIC 9(15).
