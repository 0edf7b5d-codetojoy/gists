      *> Shared FD/record for the WARO bank payment file, in the
      *> banks' standard 94-byte direct-deposit layout: a "1"
      *> file header, one "5" batch header, a "6" entry detail
      *> per member credit, the "8" batch control and the "9"
      *> file control. Entry hash is the sum of the 8-digit
      *> receiving routing numbers, kept to its low 10 digits.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-PAYEFT-FILE.
         01 WARO-PAYEFT-REC.
            02 WEF-RECORD-TYPE PIC X(01).
              88 WEF-FILE-HEADER VALUE "1".
              88 WEF-BATCH-HEADER VALUE "5".
              88 WEF-ENTRY-DETAIL VALUE "6".
              88 WEF-BATCH-CONTROL VALUE "8".
              88 WEF-FILE-CONTROL VALUE "9".
            02 WEF-FILE-HEADER-DATA.
               03 WEF-PRIORITY-CODE PIC X(02).
               03 WEF-DESTINATION PIC X(10).
               03 WEF-ORIGIN PIC X(10).
               03 WEF-CREATION-DATE PIC 9(06).
               03 WEF-CREATION-TIME PIC 9(04).
               03 WEF-FILE-ID-MODIFIER PIC X(01).
               03 WEF-RECORD-SIZE PIC X(03).
               03 WEF-BLOCKING-FACTOR PIC X(02).
               03 WEF-FORMAT-CODE PIC X(01).
               03 WEF-DESTINATION-NAME PIC X(23).
               03 WEF-ORIGIN-NAME PIC X(23).
               03 WEF-REFERENCE-CODE PIC X(08).
            02 WEF-BATCH-HEADER-DATA REDEFINES WEF-FILE-HEADER-DATA.
               03 WEF-BH-SERVICE-CLASS PIC 9(03).
               03 WEF-BH-COMPANY-NAME PIC X(16).
               03 WEF-BH-DISCRETIONARY PIC X(20).
               03 WEF-BH-COMPANY-ID PIC X(10).
               03 WEF-BH-ENTRY-CLASS PIC X(03).
               03 WEF-BH-DESCRIPTION PIC X(10).
               03 WEF-BH-DESCRIPTIVE-DATE PIC X(06).
               03 WEF-BH-EFFECTIVE-DATE PIC 9(06).
               03 WEF-BH-SETTLEMENT-DATE PIC X(03).
               03 WEF-BH-ORIGINATOR-STATUS PIC X(01).
               03 WEF-BH-ODFI-ID PIC 9(08).
               03 WEF-BH-BATCH-NUMBER PIC 9(07).
            02 WEF-ENTRY-DATA REDEFINES WEF-FILE-HEADER-DATA.
               03 WEF-TRANSACTION-CODE PIC 9(02).
               03 WEF-RDFI-ID PIC 9(08).
               03 WEF-RDFI-CHECK-DIGIT PIC 9(01).
               03 WEF-DFI-ACCOUNT PIC X(17).
               03 WEF-AMOUNT PIC 9(08)V99.
               03 WEF-INDIVIDUAL-ID PIC X(15).
               03 WEF-INDIVIDUAL-NAME PIC X(22).
               03 WEF-ENTRY-DISCRETIONARY PIC X(02).
               03 WEF-ADDENDA-INDICATOR PIC 9(01).
               03 WEF-TRACE-NO PIC 9(15).
            02 WEF-BATCH-CONTROL-DATA REDEFINES WEF-FILE-HEADER-DATA.
               03 WEF-BC-SERVICE-CLASS PIC 9(03).
               03 WEF-BC-ENTRY-COUNT PIC 9(06).
               03 WEF-BC-ENTRY-HASH PIC 9(10).
               03 WEF-BC-TOTAL-DEBIT PIC 9(10)V99.
               03 WEF-BC-TOTAL-CREDIT PIC 9(10)V99.
               03 WEF-BC-COMPANY-ID PIC X(10).
               03 WEF-BC-AUTHENTICATION PIC X(19).
               03 FILLER PIC X(06).
               03 WEF-BC-ODFI-ID PIC 9(08).
               03 WEF-BC-BATCH-NUMBER PIC 9(07).
            02 WEF-FILE-CONTROL-DATA REDEFINES WEF-FILE-HEADER-DATA.
               03 WEF-FC-BATCH-COUNT PIC 9(06).
               03 WEF-FC-BLOCK-COUNT PIC 9(06).
               03 WEF-FC-ENTRY-COUNT PIC 9(08).
               03 WEF-FC-ENTRY-HASH PIC 9(10).
               03 WEF-FC-TOTAL-DEBIT PIC 9(10)V99.
               03 WEF-FC-TOTAL-CREDIT PIC 9(10)V99.
               03 FILLER PIC X(39).
