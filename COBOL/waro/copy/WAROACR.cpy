      *> Shared FD/record for the WARO AML case register: one
      *> record per case filed with the regulator by WARO-AML, so
      *> no cash movement is ever reported twice. WAC-CASE-KIND
      *> "L" is a large cash case - one member's cash in or cash
      *> out on one business day at or over the threshold - and
      *> "S" a structuring case - a run of consecutive days each
      *> just under it. WAC-FROM-DATE is the business day of an
      *> "L" case and the first day of an "S" run; WAC-TO-DATE
      *> is the last day the run has been seen, carried forward
      *> while the run goes on. An unregistered walk-in (player
      *> id 0) is filed transaction by transaction under the
      *> cage receipt number in WAC-RECEIPT-NO; a member's case
      *> carries receipt zero. Cases are kept, never purged.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-AMLCASE-FILE.
         01 WARO-AMLCASE-REC.
            02 WAC-CASE-NO PIC 9(06).
            02 FILLER PIC X(01).
            02 WAC-CASE-KIND PIC X(01).
              88 WAC-LARGE-CASH-CASE VALUE "L".
              88 WAC-STRUCTURING-CASE VALUE "S".
            02 FILLER PIC X(01).
            02 WAC-PLAYER-ID PIC 9(04).
            02 FILLER PIC X(01).
            02 WAC-PLAYER-NAME PIC X(06).
            02 FILLER PIC X(01).
            02 WAC-FROM-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WAC-TO-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WAC-RECEIPT-NO PIC 9(08).
            02 FILLER PIC X(01).
            02 WAC-CASH-IN PIC 9(07)V99.
            02 FILLER PIC X(01).
            02 WAC-CASH-OUT PIC 9(07)V99.
            02 FILLER PIC X(01).
            02 WAC-FILED-DATE PIC 9(08).
