      *> Shared FD/record for the WARO unclaimed-funds register:
      *> payouts that never reached the member. WARO-PAYACK files
      *> a "UC" entry for every payout accounting acknowledged
      *> "RJ" (rejected) or "SV" (a check never cashed, voided
      *> stale-dated), numbered in WUC-ENTRY-NO and keyed back to
      *> the payout by run date, game id, member, name and
      *> WUC-OCCURRENCE (the WARO-PAYREG numbering). WUC-STATUS
      *> "O" is still held; "R" went out again as a reissue on
      *> WARO-PAYOUT; "E" was escheated to the state, on
      *> WUC-CLOSED-DATE either way. WUC-CLOCK-DATE starts the
      *> entry's dormancy clock - the night the money was first
      *> payable, moved up whenever the member answers. "CT"
      *> records are the entry's contact log, filed after it by
      *> WARO-UNCLAIM CONTACT under the same entry number.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-UNCLAIMED-FILE.
         01 WARO-UNCLAIMED-REC.
            02 WUC-RECORD-TYPE PIC X(02).
              88 WUC-ENTRY-REC VALUE "UC".
              88 WUC-CONTACT-REC VALUE "CT".
            02 FILLER PIC X(01).
            02 WUC-ENTRY-NO PIC 9(05).
            02 FILLER PIC X(01).
            02 WUC-ENTRY-DATA.
               03 WUC-FILED-DATE PIC 9(08).
               03 FILLER PIC X(01).
               03 WUC-RUN-DATE PIC 9(08).
               03 FILLER PIC X(01).
               03 WUC-GAME-ID PIC 9(16).
               03 FILLER PIC X(01).
               03 WUC-PLAYER-ID PIC 9(04).
               03 FILLER PIC X(01).
               03 WUC-OCCURRENCE PIC 9(02).
               03 FILLER PIC X(01).
               03 WUC-PLAYER-NAME PIC X(06).
               03 FILLER PIC X(01).
               03 WUC-AMOUNT PIC 9(06)V99.
               03 FILLER PIC X(01).
               03 WUC-REASON PIC X(02).
                 88 WUC-REJECTED VALUE "RJ".
                 88 WUC-STALE-CHECK VALUE "SV".
               03 FILLER PIC X(01).
               03 WUC-STATUS PIC X(01).
                 88 WUC-OPEN VALUE "O".
                 88 WUC-REISSUED VALUE "R".
                 88 WUC-ESCHEATED VALUE "E".
               03 FILLER PIC X(01).
               03 WUC-CLOCK-DATE PIC 9(08).
               03 FILLER PIC X(01).
               03 WUC-CLOSED-DATE PIC 9(08).
               03 FILLER PIC X(01).
               03 WUC-SITE PIC X(02).
               03 FILLER PIC X(07).
            02 WUC-CONTACT-DATA REDEFINES WUC-ENTRY-DATA.
               03 WUC-CT-DATE PIC 9(08).
               03 FILLER PIC X(01).
               03 WUC-CT-OPERATOR PIC X(04).
               03 FILLER PIC X(01).
               03 WUC-CT-KIND PIC X(01).
                 88 WUC-CT-LETTER VALUE "L".
                 88 WUC-CT-PHONE VALUE "P".
                 88 WUC-CT-EMAIL VALUE "E".
                 88 WUC-CT-MEMBER-ANSWERED VALUE "M".
               03 FILLER PIC X(01).
               03 WUC-CT-NOTE PIC X(60).
               03 FILLER PIC X(15).
