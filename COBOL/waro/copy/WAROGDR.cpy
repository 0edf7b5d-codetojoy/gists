      *> the seat position at the table (seat 1 is dealt first
      *> after the kitty); records cut before the field was added
      *> read back as spaces and fail a NUMERIC test.
      *> WGD-STRATEGY is the bidding profile the seat played the
      *> round under, WGD-DIVISION the seat's division (A or B),
      *> WGD-RULE the table's rule (H high, L lowball) and
      *> WGD-SPLITPOT "Y" when the table split tied pots, "W"
      *> when it settled them by war re-bid. WGD-REBID-COUNT is
      *> how many cards the seat put up re-bidding a war that
      *> round and WGD-REBID-CARD the last of them (both zero
      *> when the seat was not in a war). Records cut before
      *> these were stamped read back as spaces.
      *> WGD-SEAT-KIND is "H" when the house played the seat to
      *> fill a short table, spaces for a member or walk-in.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-GAMEDTL-FILE.
         01 WARO-GAMEDTL-REC.
            02 WGD-RESULT PIC X(1).
            02 WGD-POINTS-DELTA PIC 9(4).
            02 WGD-SEAT-NBR PIC 9(2).
            02 WGD-STRATEGY PIC X(8).
            02 WGD-DIVISION PIC X(1).
            02 WGD-RULE PIC X(1).
            02 WGD-SPLITPOT PIC X(1).
            02 WGD-REBID-COUNT PIC 9(2).
            02 WGD-REBID-CARD PIC 9(2).
            02 WGD-SEAT-KIND PIC X(1).
              88 WGD-HOUSE-SEAT VALUE "H".
