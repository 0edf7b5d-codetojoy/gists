      *> Shared FD/record for accounting's inbound payout
      *> acknowledgment file: one record per payout accounting
      *> has acted on, keyed by run date and player name - "PD"
      *> posted (the money is out the door), "RJ" rejected, "SV"
      *> a check that was never cashed and has been voided as
      *> stale-dated. An ack for a direct deposit quotes the
      *> payment's trace number from WARO-PAYREG in
      *> WAK-TRACE-NO; a check ack leaves it blank.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-PAYACK-FILE.
         01 WARO-PAYACK-REC.
            02 WAK-RUN-DATE PIC 9(8).
            02 FILLER PIC X(1).
            02 WAK-PLAYER-NAME PIC X(6).
            02 FILLER PIC X(1).
            02 WAK-STATUS PIC X(2).
              88 WAK-POSTED VALUE "PD".
              88 WAK-REJECTED VALUE "RJ".
              88 WAK-STALE-VOID VALUE "SV".
            02 FILLER PIC X(1).
            02 WAK-TRACE-NO PIC X(15).
