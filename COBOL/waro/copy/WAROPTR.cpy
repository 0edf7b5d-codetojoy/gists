      *> Shared FD/record for the WARO posting register: one
      *> entry for every game a downstream posting program has
      *> applied, keyed by WPT-PROGRAM (RATING, MILESTONE,
      *> RECORDS, GLJRNL) and WPT-GAME-ID, so a rerun of the
      *> chain passes over what is already posted. A posting
      *> made for a whole run date rather than one game carries
      *> game id zero. WPT-FORCED "Y" marks a deliberate re-post
      *> under the FORCE option, as after a backout. Written and
      *> read only through post-util.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-POSTREG-FILE.
         01 WARO-POSTREG-REC.
            02 WPT-PROGRAM PIC X(10).
            02 FILLER PIC X(01).
            02 WPT-GAME-ID PIC 9(16).
            02 FILLER PIC X(01).
            02 WPT-RUN-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WPT-POSTED-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WPT-FORCED PIC X(01).
              88 WPT-FORCED-REPOST VALUE "Y".
