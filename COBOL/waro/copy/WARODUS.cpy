      *> Shared FILE-CONTROL entry for the WARO dues invoices.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-DUES-FILE ASSIGN TO "WARO-DUES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DUES-FILE-STATUS.
