      *> Shared FD/record for the WARO member banking details:
      *> at most one record per member, keyed by the
      *> WPM-PLAYER-ID of the WARO-PLAYERS master and maintained
      *> by WARO-PLAYER BANK. WBK-PAY-METHOD "A" pays the member
      *> by direct deposit to the routing and account numbers;
      *> "C" asks for a printed check. WBK-ACCOUNT-TYPE "C" is a
      *> checking account, "S" savings. A member with no record
      *> is paid by check.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-BANKING-FILE.
         01 WARO-BANKING-REC.
            02 WBK-PLAYER-ID PIC 9(04).
            02 FILLER PIC X(01).
            02 WBK-PAY-METHOD PIC X(01).
              88 WBK-DIRECT-DEPOSIT VALUE "A".
              88 WBK-BY-CHECK VALUE "C".
            02 FILLER PIC X(01).
            02 WBK-ROUTING-NO PIC 9(09).
            02 FILLER PIC X(01).
            02 WBK-ACCOUNT-NO PIC X(17).
            02 FILLER PIC X(01).
            02 WBK-ACCOUNT-TYPE PIC X(01).
              88 WBK-CHECKING VALUE "C".
              88 WBK-SAVINGS VALUE "S".
