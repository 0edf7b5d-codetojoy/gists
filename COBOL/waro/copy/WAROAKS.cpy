      *> Shared FILE-CONTROL entry for accounting's payout
      *> acknowledgment file.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-PAYACK-FILE ASSIGN TO "WARO-PAYACK"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAYACK-FILE-STATUS.
