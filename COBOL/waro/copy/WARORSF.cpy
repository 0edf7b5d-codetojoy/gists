      *> closes it carrying the detail count and a hash total of
      *> the points posted. Readers balance DT records against
      *> the trailer and refuse an out-of-balance file.
      *> WARO-CORRECT posts a single-seat point adjustment as a
      *> "CR" record in a batch of its own under the corrected
      *> game's id and run date; its header carries "C" in
      *> WRR-BATCH-KIND, and its trailer counts the CR records
      *> with a hash of the points adjusted, sign ignored. The
      *> original DT record is never touched.
      *> WRR-SEAT-KIND is "H" on a seat the house played to fill
      *> a short table (spaces on a member or walk-in seat); the
      *> house seat scores like any other but is paid to the
      *> house account, not the payout extract or the ledger.
         FD WARO-RESULTS-FILE.
         01 WARO-RESULTS-REC.
            02 WRR-RECORD-TYPE PIC X(2).
              88 WRR-HEADER-REC VALUE "HD".
              88 WRR-DETAIL-REC VALUE "DT".
              88 WRR-TRAILER-REC VALUE "TR".
              88 WRR-CORRECTION-REC VALUE "CR".
            02 WRR-RUN-DATE PIC 9(8).
            02 WRR-GAME-ID PIC 9(16).
            02 WRR-TABLE-ID PIC 9(1).
            02 WRR-NUM-PLAYERS PIC 9(2).
            02 WRR-PLAYER-AREA.
               03 WRR-PLAYER-ENTRY OCCURS 10 TIMES.
                  04 WRR-SEAT-KIND PIC X(1).
                    88 WRR-HOUSE-SEAT VALUE "H".
                  04 WRR-PLAYER-ID PIC 9(4).
                  04 WRR-PLAYER-NAME PIC X(6).
                  04 WRR-PLAYER-POINTS PIC 9(4).
               03 WRR-TRAILER-COUNT PIC 9(6).
               03 WRR-TRAILER-HASH PIC 9(8).
               03 FILLER PIC X(136).
            02 WRR-CORRECTION-DATA REDEFINES WRR-PLAYER-AREA.
               03 WRR-BATCH-KIND PIC X(1).
                 88 WRR-CORRECTION-BATCH VALUE "C".
               03 WRR-CR-SEAT PIC 9(2).
               03 WRR-CR-PLAYER-ID PIC 9(4).
               03 WRR-CR-PLAYER-NAME PIC X(6).
               03 WRR-CR-POSTED-POINTS PIC 9(4).
               03 WRR-CR-PRIOR-POINTS PIC 9(4).
               03 WRR-CR-ADJ-POINTS PIC S9(4) SIGN LEADING SEPARATE.
               03 WRR-CR-NEW-POINTS PIC 9(4).
               03 WRR-CR-REASON PIC X(6).
                 88 WRR-CR-REASON-VALID VALUE "BIDKEY" "SCORE"
                   "SEAT" "RULE" "OTHER".
               03 WRR-CR-OPERATOR PIC X(4).
               03 WRR-CR-POST-DATE PIC 9(8).
               03 WRR-CR-AMOUNT PIC S9(6)V99 SIGN LEADING SEPARATE.
               03 FILLER PIC X(93).
            02 WRR-RULE PIC X(1).
              88 WRR-RULE-HIGH VALUE "H".
              88 WRR-RULE-LOWBALL VALUE "L".
            02 WRR-VARIANT PIC X(1).
              88 WRR-VARIANT-SHORT VALUE "S".
              88 WRR-VARIANT-FULL VALUE "F".
      *> How the table settled tied pots: Y split, N paid each
      *> tied seat in full, W re-bid them as a war.
            02 WRR-SPLITPOT PIC X(1).
              88 WRR-POT-SPLIT VALUE "Y".
              88 WRR-POT-WAR VALUE "W".
            02 WRR-SITE PIC X(2).
