      *> Shared FD/record for the WARO membership dues invoices:
      *> one record per member per membership year, raised by
      *> WARO-DUES on the member's WPM-JOIN-DATE anniversary and
      *> kept up to date by each run. WDU-RATE-CLASS is the
      *> schedule class billed - "F" full member, "P" a
      *> provisional one. WDU-STATUS is "O" open, "S" open past
      *> the grace period with the member's seat suspended by
      *> WARO-DUES, or "P" paid (WDU-PAID-DATE). WDU-REMINDERS
      *> counts the reminders sent. The money itself is on
      *> WARO-LEDGER: "DU" charges the invoice, "DP" pays it.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-DUES-FILE.
         01 WARO-DUES-REC.
            02 WDU-PLAYER-ID PIC 9(04).
            02 FILLER PIC X(01).
            02 WDU-ANNIV-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WDU-BILL-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WDU-RATE-CLASS PIC X(01).
              88 WDU-FULL-RATE VALUE "F".
              88 WDU-PROVISIONAL-RATE VALUE "P".
            02 FILLER PIC X(01).
            02 WDU-AMOUNT PIC 9(04)V99.
            02 FILLER PIC X(01).
            02 WDU-STATUS PIC X(01).
              88 WDU-OPEN VALUE "O".
              88 WDU-SUSPENDED VALUE "S".
              88 WDU-PAID VALUE "P".
            02 FILLER PIC X(01).
            02 WDU-REMINDERS PIC 9(01).
            02 FILLER PIC X(01).
            02 WDU-PAID-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WDU-PLAYER-NAME PIC X(06).
