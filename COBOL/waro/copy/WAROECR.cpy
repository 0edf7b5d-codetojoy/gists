      *> Shared FD/record for the WARO erasure certificates: one
      *> record per member whose personal details WARO-ERASE took
      *> off the files, kept as the proof the member's erasure
      *> was carried out.
      *> WEC-TOKEN is the neutral name the member now carries
      *> wherever a name was held as text; the id and every
      *> amount stay as they were. The counts say how many names
      *> were replaced on each file, and WEC-DETAILS-DROPPED how
      *> many contact and banking records were removed. The
      *> certificate never holds the name it replaced.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-ERASECERT-FILE.
         01 WARO-ERASECERT-REC.
            02 WEC-CERT-NO PIC 9(06).
            02 FILLER PIC X(01).
            02 WEC-ERASE-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WEC-ERASE-TIME PIC 9(06).
            02 FILLER PIC X(01).
            02 WEC-PLAYER-ID PIC 9(04).
            02 FILLER PIC X(01).
            02 WEC-TOKEN PIC X(06).
            02 FILLER PIC X(01).
            02 WEC-OPERATOR-ID PIC X(04).
            02 FILLER PIC X(01).
            02 WEC-ROSTER-COUNT PIC 9(04).
            02 FILLER PIC X(01).
            02 WEC-ALIAS-COUNT PIC 9(04).
            02 FILLER PIC X(01).
            02 WEC-RESULTS-COUNT PIC 9(06).
            02 FILLER PIC X(01).
            02 WEC-GAMEDTL-COUNT PIC 9(06).
            02 FILLER PIC X(01).
            02 WEC-LEDGER-COUNT PIC 9(06).
            02 FILLER PIC X(01).
            02 WEC-PAYOUT-COUNT PIC 9(06).
            02 FILLER PIC X(01).
            02 WEC-DETAILS-DROPPED PIC 9(01).
            02 FILLER PIC X(01).
            02 WEC-PAYACK-COUNT PIC 9(06).
            02 FILLER PIC X(01).
            02 WEC-PAYREG-COUNT PIC 9(06).
            02 FILLER PIC X(01).
            02 WEC-RECEIVABLE-COUNT PIC 9(04).
            02 FILLER PIC X(01).
            02 WEC-UNCLAIMED-COUNT PIC 9(04).
            02 FILLER PIC X(01).
            02 WEC-LOYALTY-COUNT PIC 9(06).
            02 FILLER PIC X(01).
            02 WEC-VOUCHER-COUNT PIC 9(06).
            02 FILLER PIC X(01).
            02 WEC-DUES-COUNT PIC 9(04).
            02 FILLER PIC X(01).
            02 WEC-SEATPLAN-COUNT PIC 9(04).
