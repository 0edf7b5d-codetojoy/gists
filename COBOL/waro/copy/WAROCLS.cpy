      *> Shared FILE-CONTROL entry for the WARO control-card
      *> library. COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-CTLLIB-FILE ASSIGN TO "WARO-CTLLIB"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CTLLIB-FILE-STATUS.
