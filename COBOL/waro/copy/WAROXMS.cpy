      *> Shared FILE-CONTROL entry for the WARO member transfer
      *> id map.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-XFERMAP-FILE ASSIGN TO "WARO-XFERMAP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-XFERMAP-FILE-STATUS.
