      *> Shared FD/record for the WARO notification send log:
      *> one record for every notice WARO-NOTIFY took off the
      *> feed, saying what became of it. WNL-DISPOSITION "Q" is
      *> queued to the mailing service on WNL-CHANNEL at
      *> WNL-ADDRESS, "O" suppressed because the member opted
      *> out, "N" not sent because there is no way to reach the
      *> member.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-NOTIFYLOG-FILE.
         01 WARO-NOTIFYLOG-REC.
            02 WNL-LOG-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WNL-NOTICE-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WNL-PLAYER-ID PIC 9(04).
            02 FILLER PIC X(01).
            02 WNL-SOURCE PIC X(10).
            02 FILLER PIC X(01).
            02 WNL-DISPOSITION PIC X(01).
              88 WNL-QUEUED VALUE "Q".
              88 WNL-OPTED-OUT VALUE "O".
              88 WNL-NO-CONTACT VALUE "N".
            02 FILLER PIC X(01).
            02 WNL-CHANNEL PIC X(01).
            02 FILLER PIC X(01).
            02 WNL-ADDRESS PIC X(50).
