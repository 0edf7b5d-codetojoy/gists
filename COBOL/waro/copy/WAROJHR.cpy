      *> Shared FD/record for the WARO jackpot movement history.
      *> WARO-JACKPOT only holds tonight's pot, so WARO appends
      *> one entry here each time the pot moves: WJH-KIND "F"
      *> when a table's unclaimed points are carried into the
      *> pot, "P" when a sweep takes it. WJH-GROSS-AMOUNT is the
      *> points valued at the night's cents-per-point; a sweep
      *> also carries the net actually paid after rake.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-JKHIST-FILE.
         01 WARO-JKHIST-REC.
            02 WJH-ENTRY-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WJH-GAME-ID PIC 9(16).
            02 FILLER PIC X(01).
            02 WJH-KIND PIC X(01).
              88 WJH-FUNDED VALUE "F".
              88 WJH-PAID VALUE "P".
            02 FILLER PIC X(01).
            02 WJH-POINTS PIC 9(06).
            02 FILLER PIC X(01).
            02 WJH-GROSS-AMOUNT PIC 9(06)V99.
            02 FILLER PIC X(01).
            02 WJH-NET-AMOUNT PIC 9(06)V99.
