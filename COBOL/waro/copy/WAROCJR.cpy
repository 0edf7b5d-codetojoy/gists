      *> Shared FD/record for the WARO change journal: one record
      *> per maintenance or money change, written through
      *> oper-util by the program that made it, with the signed-on
      *> operator and the record images before and after (spaces
      *> before an add, spaces after a delete). A refused attempt
      *> is journaled too ("R"), its reason in the after image.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-CHGJRNL-FILE.
         01 WARO-CHGJRNL-REC.
            02 WCJ-ENTRY-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WCJ-ENTRY-TIME PIC 9(06).
            02 FILLER PIC X(01).
            02 WCJ-OPERATOR-ID PIC X(04).
            02 FILLER PIC X(01).
            02 WCJ-PROGRAM PIC X(12).
            02 FILLER PIC X(01).
            02 WCJ-ACTION PIC X(08).
            02 FILLER PIC X(01).
            02 WCJ-ENTRY-KIND PIC X(01).
              88 WCJ-CHANGE VALUE "C".
              88 WCJ-REFUSAL VALUE "R".
            02 FILLER PIC X(01).
            02 WCJ-BEFORE-IMAGE PIC X(100).
            02 FILLER PIC X(01).
            02 WCJ-AFTER-IMAGE PIC X(100).
