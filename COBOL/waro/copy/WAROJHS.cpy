      *> Shared FILE-CONTROL entry for the WARO jackpot movement
      *> history.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-JKHIST-FILE ASSIGN TO "WARO-JKHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JKHIST-FILE-STATUS.
