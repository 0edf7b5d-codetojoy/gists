      *> Shared FILE-CONTROL entry for the WARO alert routing
      *> table.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-ALERTROUTE-FILE ASSIGN TO "WARO-ALERTROUTE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ALERTROUTE-FILE-STATUS.
