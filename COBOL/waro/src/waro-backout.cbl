      *> entry on WARO-RECEIVABLE for the dunning report instead
      *> of a fictional reversal. Everything removed, reversed or
      *> clawed back is reported, each entry saying which path it
      *> took. A backout needs a signed-on treasurer and goes on
      *> the change journal with its key and what it did.
      *> A WARO-CORRECT correction batch files under its game, so
      *> it leaves WARO-RESULTS with it, and its cash difference
      *> reverses with the game's payouts: a correction PO as an
      *> RV, a correction RV (money taken back) as a PO.
      *> A WARO-UNCLAIM reissue ("U") is left where it is: the
      *> original payout it stands in for is what reverses.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BACKOUT-WORK-FILE ASSIGN TO "WARO-BKOWORK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKOWORK-FILE-STATUS.
         COPY WAROAKS.
         SELECT WARO-RECEIVABLE-FILE ASSIGN TO "WARO-RECEIVABLE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECEIVABLE-FILE-STATUS.
            02 WBW-PLAYER-NAME PIC X(6).
            02 WBW-AMOUNT PIC 9(6)V99.
            02 WBW-ACKED-SW PIC X(1).
            02 WBW-REVERSE-TYPE PIC X(2).
            02 WBW-PAYOUT-KIND PIC X(1).
         COPY WAROAKR.
         FD WARO-RECEIVABLE-FILE.
         01 WARO-RECEIVABLE-REC.
            02 WRC-ENTRY-DATE PIC 9(8).
         01 WS-ACK-ON-HAND-SW PIC X(1) VALUE "N".
           88 WARO-ACKS-ON-HAND VALUE "Y".
         01 WS-RV-BATCH-HASH PIC 9(10)V99 VALUE 0.
         01 WS-REVERSE-WORD PIC X(6) VALUE SPACES.
         01 WS-AMOUNT-DISPLAY PIC ZZZZZ9.99.
         01 I PIC 9(4).

      *> oper-util parameters: who is signed on, the level the
      *> action needs, and the journal images of the change.
         01 WS-OP-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-OP-PROGRAM PIC X(12) VALUE "WARO-BACKOUT".
         01 WS-OP-ACTION PIC X(8) VALUE "BACKOUT".
         01 WS-OP-LEVEL PIC 9(1) VALUE 3.
         01 WS-OP-OPERATOR-ID PIC X(4) VALUE SPACES.
         01 WS-OP-BEFORE PIC X(100) VALUE SPACES.
         01 WS-OP-AFTER PIC X(100) VALUE SPACES.
         01 WS-OP-MESSAGE PIC X(60) VALUE SPACES.
         01 WS-OP-STATUS PIC X(1) VALUE SPACES.
         01 WS-OP-KEEP-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
         PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT.
         IF RETURN-CODE > 0
           MOVE "WARO-BACKOUT Ready." TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           STOP RUN
         END-IF.

         PERFORM CHECK-ACK-FILE THRU CHECK-ACK-FILE-EXIT.
         PERFORM COLLECT-PAYOUT-REVERSALS
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
         ELSE
           PERFORM JOURNAL-BACKOUT
         END-IF.
         MOVE "WARO-BACKOUT Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       STOP RUN.

      *> One journal entry for the whole backout: the key it was
      *> run for, and what came off and went on.
       JOURNAL-BACKOUT.
         MOVE SPACES TO WS-OP-BEFORE.
         STRING "key " DELIMITED BY SIZE
           WS-KEY-TEXT DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           WS-KEY-MODE DELIMITED BY SIZE
           INTO WS-OP-BEFORE.
         MOVE SPACES TO WS-OP-AFTER.
         STRING "results removed " DELIMITED BY SIZE
           WS-REMOVED-COUNT DELIMITED BY SIZE
           " reversed " DELIMITED BY SIZE
           WS-RV-UNACKED-COUNT DELIMITED BY SIZE
           " clawed back " DELIMITED BY SIZE
           WS-CLAWBACK-COUNT DELIMITED BY SIZE
           INTO WS-OP-AFTER.
         MOVE "J" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE "WARO-BACKOUT : WARNING - change journal not written"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
         END-IF.

      *> The signed-on operator must be a treasurer; a refusal is
      *> already on the change journal when it comes back.
       CHECK-OPERATOR.
         MOVE "A" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-BACKOUT : REFUSED - " DELIMITED BY SIZE
             WS-OP-MESSAGE DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO CHECK-OPERATOR-EXIT
         END-IF.
       CHECK-OPERATOR-EXIT.
         EXIT.

      *> The subprogram's own return code must not wipe out a
      *> warning this run has already set.
       CALL-OPER-UTIL.
         MOVE RETURN-CODE TO WS-OP-KEEP-RC.
         CALL 'oper-util'
           USING WS-OP-FUNCTION, WS-OP-PROGRAM, WS-OP-ACTION,
             WS-OP-LEVEL, WS-OP-OPERATOR-ID, WS-OP-BEFORE,
             WS-OP-AFTER, WS-OP-MESSAGE, WS-OP-STATUS
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-BACKOUT : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'oper-util' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.
         MOVE WS-OP-KEEP-RC TO RETURN-CODE.

       READ-KEY-PARM.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY SPACE INTO WS-KEY-TEXT.
           AT END
             MOVE "Y" TO WS-PAYOUT-EOF-SW
           NOT AT END
             IF ((WPR-PAYOUT-DETAIL AND NOT WPR-REISSUE-PAYOUT)
                   OR (WPR-REVERSAL-REC AND WPR-CORRECTION-PAYOUT))
                 AND ((WARO-KEY-BY-GAME
                       AND WPR-GAME-ID = WS-KEY-GAME-ID)
                   OR (WARO-KEY-BY-DATE
                       AND WPR-RUN-DATE = WS-KEY-DATE))
               ADD 1 TO WS-REVERSAL-COUNT
               MOVE SPACES TO BACKOUT-WORK-REC
               IF WPR-REVERSAL-REC
                 MOVE "N" TO WS-ACKED-SW
                 MOVE "PO" TO WBW-REVERSE-TYPE
               ELSE
                 PERFORM JUDGE-PAYOUT-ACK
                 MOVE "RV" TO WBW-REVERSE-TYPE
               END-IF
               IF WPR-CORRECTION-PAYOUT
                 MOVE WPR-PAYOUT-KIND TO WBW-PAYOUT-KIND
               END-IF
               MOVE WPR-RUN-DATE TO WBW-RUN-DATE
               MOVE WPR-GAME-ID TO WBW-GAME-ID
               MOVE WPR-PLAYER-ID TO WBW-PLAYER-ID
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-BACKOUT : wrote " DELIMITED BY SIZE
           WS-RV-UNACKED-COUNT DELIMITED BY SIZE
           " reversal record(s) to WARO-PAYOUT"
           DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
           GO TO WRITE-ONE-REVERSAL-DONE
         END-IF.
         MOVE SPACES TO WARO-PAYOUT-REC.
         MOVE WBW-REVERSE-TYPE TO WPR-RECORD-TYPE.
         MOVE WBW-PAYOUT-KIND TO WPR-PAYOUT-KIND.
         MOVE WBW-RUN-DATE TO WPR-RUN-DATE.
         MOVE WBW-GAME-ID TO WPR-GAME-ID.
         MOVE WBW-PLAYER-ID TO WPR-PLAYER-ID.
         WRITE WARO-PAYOUT-REC.
         MOVE WBW-AMOUNT TO WS-AMOUNT-DISPLAY.
         MOVE SPACES TO WS-REPORT-LINE.
         IF WBW-REVERSE-TYPE = "PO"
           MOVE "refund" TO WS-REVERSE-WORD
         ELSE
           MOVE "payout" TO WS-REVERSE-WORD
         END-IF.
         STRING "WARO-BACKOUT : reversing " DELIMITED BY SIZE
           WS-REVERSE-WORD DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           WBW-PLAYER-NAME DELIMITED BY SIZE
           WS-AMOUNT-DISPLAY DELIMITED BY SIZE
           " date " DELIMITED BY SIZE
