      *> Shared FD/record for the WARO member notice feed. Every
      *> program with news for a registered member - a milestone,
      *> an inactivity warning, a clawback, a standby seat, a
      *> statement - appends one record per message per member.
      *> WARO-NOTIFY empties the feed into the outbound
      *> WARO-NOTIFYQ queue each night. WNT-SOURCE names the
      *> program the news came from.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-NOTICE-FILE.
         01 WARO-NOTICE-REC.
            02 WNT-NOTICE-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WNT-PLAYER-ID PIC 9(04).
            02 FILLER PIC X(01).
            02 WNT-SOURCE PIC X(10).
            02 FILLER PIC X(01).
            02 WNT-TEXT PIC X(72).
