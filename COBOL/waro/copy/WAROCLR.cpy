      *> Shared FD/record for the WARO control-card library: the
      *> dated, versioned sets of keyword cards the nightly run
      *> takes its options from. Each set version is an "SH"
      *> header followed by its "SC" cards in deck order. The
      *> header carries the date the set takes effect, who
      *> prepared it and, once a supervisor has passed it, who
      *> approved it and the approval seal - the audit-chain link
      *> over the header and every card, so a set edited after
      *> approval no longer matches its seal.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-CTLLIB-FILE.
         01 WARO-CTLLIB-REC.
            02 WCL-REC-TYPE PIC X(02).
              88 WCL-SET-HEADER VALUE "SH".
              88 WCL-SET-CARD VALUE "SC".
            02 FILLER PIC X(01).
            02 WCL-SET-NAME PIC X(08).
            02 FILLER PIC X(01).
            02 WCL-VERSION PIC 9(03).
            02 FILLER PIC X(01).
            02 WCL-BODY PIC X(84).
            02 WCL-HEADER-BODY REDEFINES WCL-BODY.
               03 WCL-EFFECTIVE-DATE PIC 9(08).
               03 FILLER PIC X(01).
               03 WCL-PREPARED-BY PIC X(04).
               03 FILLER PIC X(01).
               03 WCL-PREPARED-DATE PIC 9(08).
               03 FILLER PIC X(01).
               03 WCL-CARD-COUNT PIC 9(02).
               03 FILLER PIC X(01).
               03 WCL-APPROVED-BY PIC X(04).
               03 FILLER PIC X(01).
               03 WCL-APPROVED-DATE PIC 9(08).
               03 FILLER PIC X(01).
               03 WCL-APPROVAL-SEAL PIC 9(16).
               03 FILLER PIC X(28).
            02 WCL-CARD-BODY REDEFINES WCL-BODY.
               03 WCL-CARD-SEQ PIC 9(02).
               03 FILLER PIC X(01).
               03 WCL-CARD-TEXT PIC X(60).
               03 FILLER PIC X(21).
