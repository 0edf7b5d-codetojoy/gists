      *> Shared FD/record for the WARO compliance event file: one
      *> record per limit or exclusion event for the compliance
      *> reports. WCM-EVENT-TYPE is WINCAP (excess winnings
      *> held), LOSSCAP (play refused at seating once the night's
      *> losses reached the cap) or EXCLUDE (play refused to a
      *> self-excluded member). A refusal filed by the seating
      *> planner, before any game exists, carries game id zero.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-COMPLY-FILE.
         01 WARO-COMPLY-REC.
            02 WCM-RUN-DATE PIC 9(8).
            02 FILLER PIC X(1).
            02 WCM-GAME-ID PIC 9(16).
            02 FILLER PIC X(1).
            02 WCM-PLAYER-ID PIC 9(4).
            02 FILLER PIC X(1).
            02 WCM-PLAYER-NAME PIC X(6).
            02 FILLER PIC X(1).
            02 WCM-EVENT-TYPE PIC X(7).
              88 WCM-WINCAP-EVENT VALUE "WINCAP ".
              88 WCM-LOSSCAP-EVENT VALUE "LOSSCAP".
              88 WCM-EXCLUDE-EVENT VALUE "EXCLUDE".
            02 FILLER PIC X(1).
            02 WCM-AMOUNT PIC 9(6)V99.
