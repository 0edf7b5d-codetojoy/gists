      *> Shared FILE-CONTROL entry for the WARO cage drawer file.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-DRAWER-FILE ASSIGN TO "WARO-DRAWER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DRAWER-FILE-STATUS.
