      *> Shared FILE-CONTROL entry for the WARO attendance
      *> forecast history.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-FCSTHIST-FILE ASSIGN TO "WARO-FCSTHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FCSTHIST-FILE-STATUS.
