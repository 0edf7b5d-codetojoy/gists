      *> the batch intact and in order under the game id. The
      *> flat file stays the interchange format; this load is
      *> rerun whenever it changes (the nightly chain runs it
      *> after the deal posts). A WARO-CORRECT batch files under
      *> the game it corrects, so its sequence carries on past
      *> the records already loaded for that game id and the
      *> correction reads back after the original.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         01 WS-DUPLICATE-COUNT PIC 9(6) VALUE 0.
         01 WS-CUR-GAME-ID PIC 9(16) VALUE 0.
         01 WS-CUR-SEQ PIC 9(4) VALUE 0.
         01 WS-PROBE-SW PIC X(1) VALUE "N".
           88 WARO-PROBE-DONE VALUE "Y".

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
         CLOSE WARO-RESULTS-IDX-FILE.
         OPEN I-O WARO-RESULTS-IDX-FILE.
         PERFORM LOAD-ONE-RECORD UNTIL WARO-RESULTS-EOF.
         CLOSE WARO-RESULTS-FILE.
         CLOSE WARO-RESULTS-IDX-FILE.
             IF WRR-HEADER-REC
               MOVE WRR-GAME-ID TO WS-CUR-GAME-ID
               MOVE 0 TO WS-CUR-SEQ
               IF WRR-CORRECTION-BATCH
                 MOVE "N" TO WS-PROBE-SW
                 PERFORM PROBE-NEXT-SEQ UNTIL WARO-PROBE-DONE
               END-IF
             END-IF
             ADD 1 TO WS-CUR-SEQ
             MOVE WS-CUR-GAME-ID TO WRI-GAME-ID
                 ADD 1 TO WS-LOADED-COUNT
             END-WRITE
         END-READ.

      *> Steps past the sequence numbers the game id already holds.
       PROBE-NEXT-SEQ.
         MOVE WS-CUR-GAME-ID TO WRI-GAME-ID.
         COMPUTE WRI-SEQ = WS-CUR-SEQ + 1.
         READ WARO-RESULTS-IDX-FILE
           INVALID KEY
             MOVE "Y" TO WS-PROBE-SW
           NOT INVALID KEY
             ADD 1 TO WS-CUR-SEQ
         END-READ.
