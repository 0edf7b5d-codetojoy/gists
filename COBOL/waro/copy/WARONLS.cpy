      *> Shared FILE-CONTROL entry for the WARO notification
      *> send log.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-NOTIFYLOG-FILE ASSIGN TO "WARO-NOTIFYLOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-NOTIFYLOG-FILE-STATUS.
