      *> Shared FD/record for the WARO member transfer id map. A
      *> member moved between sites keeps one league player id -
      *> the id the member was first registered under. When a
      *> receiving site already has that id on another member,
      *> WARO-TRANSFER RECEIVE loads the member under a new local
      *> id and files one record here: the site, the local id
      *> used there and the league id it stands for. Results
      *> carrying the site's code and the local id are the
      *> league id's: WARO-CONSOL posts them under the league id
      *> and WARO-CAREER counts them under it. WXM-PACKAGE-NO is
      *> the transfer package that made the mapping.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-XFERMAP-FILE.
         01 WARO-XFERMAP-REC.
            02 WXM-SITE PIC 9(02).
            02 FILLER PIC X(01).
            02 WXM-LOCAL-ID PIC 9(04).
            02 FILLER PIC X(01).
            02 WXM-LEAGUE-ID PIC 9(04).
            02 FILLER PIC X(01).
            02 WXM-MAP-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WXM-PACKAGE-NO PIC 9(08).
