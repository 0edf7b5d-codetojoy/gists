      *> Shared FILE-CONTROL entry for the WARO change journal.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-CHGJRNL-FILE ASSIGN TO "WARO-CHGJRNL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CHGJRNL-FILE-STATUS.
