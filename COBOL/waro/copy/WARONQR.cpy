      *> Shared FD/record for the WARO outbound notification
      *> queue the shop's mailing service picks up: one record
      *> per message per member, already addressed. WNQ-CHANNEL
      *> "E" sends WNQ-TEXT by email to WNQ-ADDRESS, "P" by phone
      *> text. WARO-NOTIFY appends; the mailing service removes
      *> what it has sent.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-NOTIFYQ-FILE.
         01 WARO-NOTIFYQ-REC.
            02 WNQ-QUEUE-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WNQ-NOTICE-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WNQ-PLAYER-ID PIC 9(04).
            02 FILLER PIC X(01).
            02 WNQ-CHANNEL PIC X(01).
              88 WNQ-BY-EMAIL VALUE "E".
              88 WNQ-BY-PHONE VALUE "P".
            02 FILLER PIC X(01).
            02 WNQ-ADDRESS PIC X(50).
            02 FILLER PIC X(01).
            02 WNQ-PLAYER-NAME PIC X(20).
            02 FILLER PIC X(01).
            02 WNQ-SOURCE PIC X(10).
            02 FILLER PIC X(01).
            02 WNQ-TEXT PIC X(72).
