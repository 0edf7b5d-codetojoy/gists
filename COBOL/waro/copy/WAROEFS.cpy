      *> Shared FILE-CONTROL entry for the WARO bank payment
      *> file.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-PAYEFT-FILE ASSIGN TO "WARO-PAYEFT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAYEFT-FILE-STATUS.
