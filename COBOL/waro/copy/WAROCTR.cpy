      *> Shared FD/record for the WARO member contact details: at
      *> most one record per member, keyed by the WPM-PLAYER-ID
      *> of the WARO-PLAYERS master and maintained by WARO-PLAYER
      *> CONTACT. WCT-PREFERENCE says how the member wants to
      *> hear from the shop - "E" by email, "P" by phone text -
      *> or "O" for a member who has opted out of everything.
      *> A member with no record cannot be reached.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-CONTACT-FILE.
         01 WARO-CONTACT-REC.
            02 WCT-PLAYER-ID PIC 9(04).
            02 FILLER PIC X(01).
            02 WCT-PREFERENCE PIC X(01).
              88 WCT-BY-EMAIL VALUE "E".
              88 WCT-BY-PHONE VALUE "P".
              88 WCT-OPTED-OUT VALUE "O".
            02 FILLER PIC X(01).
            02 WCT-PHONE PIC X(15).
            02 FILLER PIC X(01).
            02 WCT-EMAIL PIC X(50).
