      *> a filed dispute (reason DISPUTE) - awaiting a second
      *> operator's approval. WARO-PAYREL releases approved holds
      *> into a properly bracketed HD..TR batch on WARO-PAYOUT.
      *> WHL-PAYOUT-KIND carries the WPR-PAYOUT-KIND of the
      *> detail held, so a released event prize still reads as
      *> one. WHL-QUEUED-BY is the operator whose action put the
      *> payout on hold - spaces when the nightly run held it -
      *> and dual control will not let that operator release it.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-PAYHOLD-FILE.
         01 WARO-PAYHOLD-REC.
            02 WHL-PLAYER-NAME PIC X(06).
            02 WHL-PAYOUT-AMOUNT PIC 9(06)V99.
            02 WHL-HOLD-REASON PIC X(08).
            02 WHL-PAYOUT-KIND PIC X(01).
            02 WHL-QUEUED-BY PIC X(04).
