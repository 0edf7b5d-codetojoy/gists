               FD DIVIDE-REPORT-FILE.
               01 DIVIDE-REPORT-REC PIC X(80).

              *> One record per rejected request: a reason code, the
              *> original record image and the date it was rejected,
              *> for the sending department to correct.
              *>   RJ01 - dividend missing or not numeric
              *>   RJ02 - divisor missing or not numeric
              *>   RJ03 - unexpected data after the two fields
                  02 RJ-REASON-CODE PIC X(4).
                  02 FILLER PIC X(1).
                  02 RJ-RECORD-IMAGE PIC X(20).
                  02 FILLER PIC X(1).
                  02 RJ-REJECT-DATE PIC 9(8).

               WORKING-STORAGE SECTION.
               01 WS-REQUEST-FILE-STATUS PIC X(2) VALUE "00".
               01 WS-REASON-CODE PIC X(4) VALUE SPACES.
               01 WS-PROCESSED-COUNT PIC 9(6) VALUE 0.
               01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
               01 WS-RUN-DATE PIC 9(8) VALUE 0.
               01 WS-EOF-SWITCH PIC X(1) VALUE "N".
                  88 DIVIDE-REQUEST-EOF VALUE "Y".
               01 WS-DIVIDEND PIC 9(4).
               01 WS-REPORT-LINE PIC X(80) VALUE SPACES.

            PROCEDURE DIVISION.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               OPEN INPUT DIVIDE-REQUEST-FILE.
               IF WS-REQUEST-FILE-STATUS NOT = "00"
                 DISPLAY "MAIN : DIVIDE-REQUEST file not available"
               MOVE SPACES TO DIVIDE-REJECTS-REC.
               MOVE WS-REASON-CODE TO RJ-REASON-CODE.
               MOVE DR-RAW-IMAGE TO RJ-RECORD-IMAGE.
               MOVE WS-RUN-DATE TO RJ-REJECT-DATE.
               OPEN EXTEND DIVIDE-REJECTS-FILE.
               IF WS-REJECTS-FILE-STATUS NOT = "00"
                 OPEN OUTPUT DIVIDE-REJECTS-FILE
