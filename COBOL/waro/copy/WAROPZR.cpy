      *> Shared FD/record for the WARO event prize structure: one
      *> record per promoted event night, keyed by the calendar
      *> event date. WPZ-POOL is the guaranteed prize pool in
      *> dollars and cents; WPZ-PLACE-PCT (1) is the percentage
      *> of the pool paid to 1st place, (2) to 2nd and so on -
      *> zero or spaces end the list. The percentages may total
      *> less than 100 (the rest stays with the house) but never
      *> more. Seats tied on points split the places they cover.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-PRIZES-FILE.
         01 WARO-PRIZES-REC.
            02 WPZ-EVENT-DATE PIC 9(08).
            02 FILLER PIC X(01).
            02 WPZ-POOL PIC 9(06)V99.
            02 WPZ-PLACE-ENTRY OCCURS 10 TIMES.
               03 FILLER PIC X(01).
               03 WPZ-PLACE-PCT PIC 9(03).
