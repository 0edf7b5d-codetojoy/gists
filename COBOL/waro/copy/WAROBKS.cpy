      *> Shared FILE-CONTROL entry for the WARO member banking
      *> details.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-BANKING-FILE ASSIGN TO "WARO-BANKING"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BANKING-FILE-STATUS.
