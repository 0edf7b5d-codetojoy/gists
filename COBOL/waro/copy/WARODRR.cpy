      *> Shared FD/record for the WARO cage drawer file: one "O"
      *> record when a cashier opens a shift with the opening
      *> float, and one "C" record when the shift is balanced at
      *> close - the cash in and out taken off the ledger, the
      *> expected drawer, the counted drawer, and the difference
      *> flagged "O" over, "S" short or space when it balances.
      *> One shift per cashier per date.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-DRAWER-FILE.
         01 WARO-DRAWER-REC.
            02 WDR-SHIFT-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WDR-CASHIER-ID PIC X(04).
            02 FILLER PIC X(01).
            02 WDR-RECORD-KIND PIC X(01).
              88 WDR-SHIFT-OPEN VALUE "O".
              88 WDR-SHIFT-CLOSE VALUE "C".
            02 FILLER PIC X(01).
            02 WDR-FLOAT-AMOUNT PIC 9(06)V99.
            02 FILLER PIC X(01).
            02 WDR-CASH-IN PIC 9(06)V99.
            02 FILLER PIC X(01).
            02 WDR-CASH-OUT PIC 9(06)V99.
            02 FILLER PIC X(01).
            02 WDR-EXPECTED PIC 9(06)V99.
            02 FILLER PIC X(01).
            02 WDR-COUNTED PIC 9(06)V99.
            02 FILLER PIC X(01).
            02 WDR-OVER-SHORT PIC 9(06)V99.
            02 FILLER PIC X(01).
            02 WDR-OVER-SHORT-FLAG PIC X(01).
              88 WDR-DRAWER-OVER VALUE "O".
              88 WDR-DRAWER-SHORT VALUE "S".
