      *> Shared FD/record for the WARO self-exclusion register: a
      *> member who has asked to be barred from play, keyed by
      *> the WPM-PLAYER-ID of the WARO-PLAYERS master. The bar
      *> runs from WSX-START-DATE and stays in force until it is
      *> lifted; WSX-MIN-END-DATE is the earliest date it may be
      *> lifted, and no lift counts before it. WSX-LIFTED-DATE
      *> is zeros (or spaces) while the bar is in force.
      *> Unlike an away date, the member cannot cancel it early.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-EXCLUDE-FILE.
         01 WARO-EXCLUDE-REC.
            02 WSX-PLAYER-ID PIC 9(04).
            02 FILLER PIC X(01).
            02 WSX-START-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WSX-MIN-END-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WSX-LIFTED-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WSX-REASON PIC X(30).
