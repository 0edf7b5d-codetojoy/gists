      *> Shared FD/record for the WARO loyalty account: one entry
      *> per movement of a member's comp points, keyed by the
      *> WPM-PLAYER-ID of the WARO-PLAYERS master, so a member's
      *> balance is the sum of the entries under the id.
      *> WLY-ENTRY-TYPE "EA" earns points on a buy-in charged at
      *> seating (the game id it was charged under), "RD" spends
      *> points on a free-play voucher (the voucher number) and
      *> "EX" lapses a dormant balance at the expiry sweep.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-LOYALTY-FILE.
         01 WARO-LOYALTY-REC.
            02 WLY-PLAYER-ID PIC 9(04).
            02 FILLER PIC X(01).
            02 WLY-ENTRY-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WLY-ENTRY-TYPE PIC X(02).
              88 WLY-EARN-ENTRY VALUE "EA".
              88 WLY-REDEEM-ENTRY VALUE "RD".
              88 WLY-EXPIRE-ENTRY VALUE "EX".
            02 FILLER PIC X(01).
            02 WLY-POINTS PIC 9(06).
            02 FILLER PIC X(01).
            02 WLY-GAME-ID PIC 9(16).
            02 FILLER PIC X(01).
            02 WLY-VOUCHER-NO PIC 9(08).
            02 FILLER PIC X(01).
            02 WLY-PLAYER-NAME PIC X(06).
