      *> Shared FILE-CONTROL entry for the WARO member contact
      *> details.
      *> COPY into INPUT-OUTPUT SECTION FILE-CONTROL.
           SELECT WARO-CONTACT-FILE ASSIGN TO "WARO-CONTACT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTACT-FILE-STATUS.
