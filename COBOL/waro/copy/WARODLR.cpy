      *> so a multi-table night leaves every table verifiable and
      *> replayable, not just the last one dealt. WARO-DECK stays
      *> the per-run scratch deck the legacy replay reads.
      *> WDL-DECK-HASH is the deck-commit value published in the
      *> report and game log before the table's first round;
      *> decks filed before commitments were kept carry spaces.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-DECKLIB-FILE.
         01 WARO-DECKLIB-REC.
            02 FILLER PIC X(01).
            02 WDL-TABLE-ID PIC 9(01).
            02 FILLER PIC X(01).
            02 WDL-DECK-AREA.
               03 WDL-CARD PIC 9(02) OCCURS 52 TIMES.
            02 FILLER PIC X(01).
            02 WDL-DECK-HASH PIC 9(16).
