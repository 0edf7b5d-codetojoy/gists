      *> Shared FILE-CONTROL entry for the WARO AML case register.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-AMLCASE-FILE ASSIGN TO "WARO-AMLCASE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AMLCASE-FILE-STATUS.
