      *> Shared FILE-CONTROL entry for the WARO partition plan.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-PARTPLAN-FILE ASSIGN TO "WARO-PARTPLAN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARTPLAN-FILE-STATUS.
