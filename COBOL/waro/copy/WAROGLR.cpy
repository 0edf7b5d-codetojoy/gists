      *> Shared FD/record for the WARO general-ledger journal
      *> extract fed to the accounting system. Each run date is
      *> one batch, bracketed like the payout extract:
      *> WGL-RECORD-TYPE "HD" opens it, "JL" is one journal
      *> line - a debit or credit to one account for one
      *> movement at one site - and "TR" closes it with the line
      *> count and the debit and credit totals, which are always
      *> equal on a batch that was written.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-GLJRNL-FILE.
         01 WARO-GLJRNL-REC.
            02 WGL-RECORD-TYPE PIC X(02).
              88 WGL-HEADER-REC VALUE "HD".
              88 WGL-JOURNAL-LINE VALUE "JL".
              88 WGL-TRAILER-REC VALUE "TR".
            02 WGL-RUN-DATE PIC 9(08).
            02 WGL-LINE-DATA.
               03 WGL-SITE PIC X(02).
               03 WGL-MOVEMENT PIC X(06).
               03 WGL-ACCOUNT PIC X(08).
               03 WGL-DEBIT-CREDIT PIC X(01).
                 88 WGL-DEBIT VALUE "D".
                 88 WGL-CREDIT VALUE "C".
               03 WGL-AMOUNT PIC 9(08)V99.
               03 FILLER PIC X(23).
            02 WGL-TRAILER-DATA REDEFINES WGL-LINE-DATA.
               03 WGL-TRAILER-COUNT PIC 9(06).
               03 WGL-TRAILER-DEBITS PIC 9(10)V99.
               03 WGL-TRAILER-CREDITS PIC 9(10)V99.
               03 FILLER PIC X(20).
