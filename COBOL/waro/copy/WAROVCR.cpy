      *> Shared FD/record for the WARO free-play voucher register.
      *> A voucher is issued ("I") when a member redeems comp
      *> points, with its number, expiry date and face value -
      *> one table buy-in at the rates of the day of issue. It
      *> is closed by a later record under the same number: "U"
      *> when it is played in place of the cash buy-in at
      *> seating (the game id it paid for), or "X" when the
      *> expiry sweep finds it unplayed past its expiry date.
      *> Closing records repeat the player, expiry and face of
      *> the issue, so a voucher with no closing record is
      *> outstanding and the house liability is issued less
      *> used less expired face value.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-VOUCHER-FILE.
         01 WARO-VOUCHER-REC.
            02 WVC-VOUCHER-NO PIC 9(08).
            02 FILLER PIC X(01).
            02 WVC-RECORD-KIND PIC X(01).
              88 WVC-VOUCHER-ISSUED VALUE "I".
              88 WVC-VOUCHER-USED VALUE "U".
              88 WVC-VOUCHER-EXPIRED VALUE "X".
            02 FILLER PIC X(01).
            02 WVC-PLAYER-ID PIC 9(04).
            02 FILLER PIC X(01).
            02 WVC-EVENT-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WVC-EXPIRY-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WVC-FACE-AMOUNT PIC 9(06)V99.
            02 FILLER PIC X(01).
            02 WVC-POINTS PIC 9(06).
            02 FILLER PIC X(01).
            02 WVC-GAME-ID PIC 9(16).
            02 FILLER PIC X(01).
            02 WVC-PLAYER-NAME PIC X(06).
