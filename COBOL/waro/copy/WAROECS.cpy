      *> Shared FILE-CONTROL entry for the WARO erasure
      *> certificates.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-ERASECERT-FILE ASSIGN TO "WARO-ERASECERT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ERASECERT-FILE-STATUS.
