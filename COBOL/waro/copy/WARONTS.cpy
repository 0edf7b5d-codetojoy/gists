      *> Shared FILE-CONTROL entry for the WARO member notice
      *> feed.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-NOTICE-FILE ASSIGN TO "WARO-NOTICE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-NOTICE-FILE-STATUS.
