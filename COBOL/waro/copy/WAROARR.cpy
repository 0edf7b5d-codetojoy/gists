      *> Shared FD/record for the WARO alert routing table: who
      *> answers an alert off WARO-ALERTS and what happens when
      *> nobody does. WAR-MATCH-TYPE "M" routes the one message
      *> id in WAR-MATCH-KEY; "S" routes every message of the
      *> severity letter in the first byte of WAR-MATCH-KEY that
      *> has no "M" line of its own. WAR-GROUP is the on-call
      *> group paged, WAR-ACK-MINUTES how long it has to
      *> acknowledge, WAR-REPEAT-MINUTES the window inside which
      *> the same message for the same key is counted as a
      *> repeat rather than a new alert. WAR-ESC-ACTION says
      *> what an unacknowledged alert does when its time is up:
      *> "E" escalates it to WAR-ESC-GROUP, "P" pages WAR-GROUP
      *> again, "N" only shows it overdue on the handover.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-ALERTROUTE-FILE.
         01 WARO-ALERTROUTE-REC.
            02 WAR-MATCH-TYPE PIC X(01).
              88 WAR-BY-MESSAGE VALUE "M".
              88 WAR-BY-SEVERITY VALUE "S".
            02 FILLER PIC X(01).
            02 WAR-MATCH-KEY PIC X(08).
            02 FILLER PIC X(01).
            02 WAR-GROUP PIC X(08).
            02 FILLER PIC X(01).
            02 WAR-ACK-MINUTES PIC 9(04).
            02 FILLER PIC X(01).
            02 WAR-REPEAT-MINUTES PIC 9(04).
            02 FILLER PIC X(01).
            02 WAR-ESC-ACTION PIC X(01).
              88 WAR-ESCALATE VALUE "E".
              88 WAR-REPAGE VALUE "P".
              88 WAR-NO-ACTION VALUE "N".
            02 FILLER PIC X(01).
            02 WAR-ESC-GROUP PIC X(08).
