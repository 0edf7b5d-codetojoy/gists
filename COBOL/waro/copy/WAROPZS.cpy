      *> Shared FILE-CONTROL entry for the WARO event prize file.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-PRIZES-FILE ASSIGN TO "WARO-PRIZES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRIZES-FILE-STATUS.
