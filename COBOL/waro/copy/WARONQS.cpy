      *> Shared FILE-CONTROL entry for the WARO outbound
      *> notification queue.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-NOTIFYQ-FILE ASSIGN TO "WARO-NOTIFYQ"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-NOTIFYQ-FILE-STATUS.
