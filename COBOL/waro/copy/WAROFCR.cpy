      *> Shared FD/record for the WARO attendance forecast
      *> history: one entry per open night WARO-FORECAST projects,
      *> stamped with the date the forecast was made, so a later
      *> run can set what was forecast against what turned up.
      *> WFC-EVENT-FLAG is "E" when the night is an event date
      *> on WARO-CALENDAR. WFC-AWAY is the members known to be
      *> away that night, WFC-TABLES the TABLES= setting
      *> recommended at WFC-SEATS-PER-TABLE seats a table.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-FCSTHIST-FILE.
         01 WARO-FCSTHIST-REC.
            02 WFC-MADE-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WFC-TARGET-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WFC-WEEKDAY PIC 9(01).
            02 FILLER PIC X(01).
            02 WFC-EVENT-FLAG PIC X(01).
              88 WFC-EVENT-NIGHT VALUE "E".
            02 FILLER PIC X(01).
            02 WFC-EXPECTED PIC 9(03).
            02 FILLER PIC X(01).
            02 WFC-AWAY PIC 9(03).
            02 FILLER PIC X(01).
            02 WFC-TABLES PIC 9(01).
            02 FILLER PIC X(01).
            02 WFC-SEATS-PER-TABLE PIC 9(02).
