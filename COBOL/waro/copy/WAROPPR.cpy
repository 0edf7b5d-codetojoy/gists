      *> Shared FD/record for the WARO partition plan: the one
      *> record that ties a partitioned night together. The
      *> opening WARO step allocates the game id, counts tonight's
      *> tables and writes the plan with WPP-STATUS "O"; every
      *> table partition plays under that game id and run date,
      *> and WARO-MERGE sets "M" once the pieces are combined.
      *> "S" says the opening step played the whole night itself
      *> (an event night), so there is nothing to partition.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-PARTPLAN-FILE.
         01 WARO-PARTPLAN-REC.
            02 WPP-GAME-ID PIC 9(16).
            02 FILLER PIC X(1).
            02 WPP-RUN-DATE PIC 9(8).
            02 FILLER PIC X(1).
            02 WPP-TABLE-COUNT PIC 9(1).
            02 FILLER PIC X(1).
            02 WPP-STATUS PIC X(1).
              88 WPP-PLAN-OPEN VALUE "O".
              88 WPP-PLAN-MERGED VALUE "M".
              88 WPP-PLAN-SERIAL VALUE "S".
