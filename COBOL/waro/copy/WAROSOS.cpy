      *> Shared FILE-CONTROL entry for the WARO operator sign-on.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-SIGNON-FILE ASSIGN TO "WARO-SIGNON"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SIGNON-FILE-STATUS.
