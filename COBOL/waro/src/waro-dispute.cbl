      *>   REPORT                    - the weekly open-disputes
      *>     report with each dispute's age in days, so nothing
      *>     sits frozen forever.
      *> FILE needs a signed-on clerk, RESOLVE a treasurer; both
      *> go on the change journal. The filing operator is stamped
      *> on the lines they freeze, and dual control will not let
      *> that operator release them with RESOLVE VERIFIED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               03 WS-HD-PLAYER-NAME PIC X(6).
               03 WS-HD-AMOUNT PIC 9(6)V99.
               03 WS-HD-REASON PIC X(8).
               03 WS-HD-KIND PIC X(1).
               03 WS-HD-QUEUED-BY PIC X(4).
               03 WS-HD-MATCH-SW PIC X(1).
         01 WS-HOLD-COUNT PIC 9(3) VALUE 0.
         01 WS-HOLD-FULL-SW PIC X(1) VALUE "N".
         01 WS-DT-DAYS PIC S9(6) VALUE 0.
         01 WS-DT-STATUS PIC X(1) VALUE "0".
         01 WS-OPEN-COUNT PIC 9(3) VALUE 0.
         01 WS-SAME-OPERATOR-COUNT PIC 9(3) VALUE 0.
         01 I PIC 9(3).

      *> oper-util parameters: who is signed on, the level the
      *> action needs, and the journal images of the change.
         01 WS-OP-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-OP-PROGRAM PIC X(12) VALUE "WARO-DISPUTE".
         01 WS-OP-ACTION PIC X(8) VALUE SPACES.
         01 WS-OP-LEVEL PIC 9(1) VALUE 0.
         01 WS-OP-OPERATOR-ID PIC X(4) VALUE SPACES.
         01 WS-OP-BEFORE PIC X(100) VALUE SPACES.
         01 WS-OP-AFTER PIC X(100) VALUE SPACES.
         01 WS-OP-MESSAGE PIC X(60) VALUE SPACES.
         01 WS-OP-STATUS PIC X(1) VALUE SPACES.
         01 WS-OP-KEEP-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
         PERFORM READ-ACTION-PARM.
         PERFORM LOAD-REGISTER THRU LOAD-REGISTER-EXIT.
         EVALUATE WS-ACTION
           WHEN "FILE"
             MOVE 1 TO WS-OP-LEVEL
           WHEN "RESOLVE"
             MOVE 3 TO WS-OP-LEVEL
           WHEN OTHER
             MOVE 0 TO WS-OP-LEVEL
         END-EVALUATE.
         IF WS-OP-LEVEL > 0
           PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT
           IF RETURN-CODE > 0
             MOVE "WARO-DISPUTE Ready." TO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             STOP RUN
           END-IF
         END-IF.
         EVALUATE WS-ACTION
           WHEN "FILE"
             PERFORM FILE-DISPUTE THRU FILE-DISPUTE-EXIT
         MOVE WS-RUN-DATE TO WS-RG-FILED-DATE (WS-REGISTER-COUNT).
         MOVE "O" TO WS-RG-STATUS (WS-REGISTER-COUNT).
         PERFORM REWRITE-REGISTER.
         MOVE SPACES TO WS-OP-BEFORE.
         MOVE WS-REGISTER-ENTRY (WS-REGISTER-COUNT) TO WS-OP-AFTER.
         PERFORM JOURNAL-CHANGE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-DISPUTE : FILED against game "
           DELIMITED BY SIZE
         IF WS-HD-MATCH-SW (I) = "Y"
             AND WS-HD-REASON (I) NOT = "DISPUTE"
           MOVE "DISPUTE" TO WS-HD-REASON (I)
           MOVE WS-OP-OPERATOR-ID TO WS-HD-QUEUED-BY (I)
           ADD 1 TO WS-FLIPPED-COUNT
         END-IF.

         MOVE WS-HD-PLAYER-NAME (I) TO WHL-PLAYER-NAME.
         MOVE WS-HD-AMOUNT (I) TO WHL-PAYOUT-AMOUNT.
         MOVE WS-HD-REASON (I) TO WHL-HOLD-REASON.
         MOVE WS-HD-KIND (I) TO WHL-PAYOUT-KIND.
         MOVE WS-HD-QUEUED-BY (I) TO WHL-QUEUED-BY.
         WRITE WARO-PAYHOLD-REC.

      *> One streaming pass: the game's PO details peel off to
         MOVE WPR-PLAYER-NAME TO WHL-PLAYER-NAME.
         MOVE WPR-PAYOUT-AMOUNT TO WHL-PAYOUT-AMOUNT.
         MOVE "DISPUTE" TO WHL-HOLD-REASON.
         MOVE WPR-PAYOUT-KIND TO WHL-PAYOUT-KIND.
         MOVE WS-OP-OPERATOR-ID TO WHL-QUEUED-BY.
         WRITE WARO-PAYHOLD-REC.
         CLOSE WARO-PAYHOLD-FILE.

           MOVE 16 TO RETURN-CODE
           GO TO RESOLVE-DISPUTE-EXIT
         END-IF.
      *> Dual control: whoever froze the lines may not be the one
      *> who releases them.
         IF WS-VERDICT = "VERIFIED"
           MOVE 0 TO WS-SAME-OPERATOR-COUNT
           PERFORM COUNT-SAME-OPERATOR
             VARYING I FROM 1 BY 1 UNTIL I > WS-HOLD-COUNT
           IF WS-SAME-OPERATOR-COUNT > 0
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-DISPUTE : REFUSED - operator "
               DELIMITED BY SIZE
               WS-OP-OPERATOR-ID DELIMITED BY SIZE
               " froze these lines" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE "WARO-DISPUTE : another operator must release them"
               TO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 8 TO RETURN-CODE
             GO TO RESOLVE-DISPUTE-EXIT
           END-IF
         END-IF.
         MOVE WS-REGISTER-ENTRY (WS-REGISTER-IDX) TO WS-OP-BEFORE.
         EVALUATE WS-VERDICT
           WHEN "VERIFIED"
             MOVE "V" TO WS-RG-STATUS (WS-REGISTER-IDX)
             GO TO RESOLVE-DISPUTE-EXIT
         END-EVALUATE.
         PERFORM REWRITE-REGISTER.
         MOVE WS-REGISTER-ENTRY (WS-REGISTER-IDX) TO WS-OP-AFTER.
         PERFORM JOURNAL-CHANGE.
       RESOLVE-DISPUTE-EXIT.
         EXIT.

       COUNT-SAME-OPERATOR.
         IF WS-HD-MATCH-SW (I) = "Y"
             AND WS-HD-QUEUED-BY (I) = WS-OP-OPERATOR-ID
           ADD 1 TO WS-SAME-OPERATOR-COUNT
         END-IF.

       FIND-REGISTER-ENTRY.
         MOVE "N" TO WS-FOUND-SW.
         PERFORM SEARCH-REGISTER-ENTRY
               MOVE WHL-PAYOUT-AMOUNT
                 TO WS-HD-AMOUNT (WS-HOLD-COUNT)
               MOVE WHL-HOLD-REASON TO WS-HD-REASON (WS-HOLD-COUNT)
               MOVE WHL-PAYOUT-KIND TO WS-HD-KIND (WS-HOLD-COUNT)
               MOVE WHL-QUEUED-BY
                 TO WS-HD-QUEUED-BY (WS-HOLD-COUNT)
               IF WHL-GAME-ID = WS-ASK-GAME-ID
                 MOVE "Y" TO WS-HD-MATCH-SW (WS-HOLD-COUNT)
                 ADD 1 TO WS-MATCH-COUNT
           MOVE WS-HD-PLAYER-ID (I) TO WPR-PLAYER-ID
           MOVE WS-HD-PLAYER-NAME (I) TO WPR-PLAYER-NAME
           MOVE WS-HD-AMOUNT (I) TO WPR-PAYOUT-AMOUNT
           MOVE WS-HD-KIND (I) TO WPR-PAYOUT-KIND
           ADD WS-HD-AMOUNT (I) TO WS-RELEASE-HASH
           WRITE WARO-PAYOUT-REC
           MOVE WS-HOLD-ENTRY (I) TO WS-OP-BEFORE
           MOVE WARO-PAYOUT-REC TO WS-OP-AFTER
           PERFORM JOURNAL-CHANGE
         END-IF.

       REWRITE-HOLD-FILE.
           MOVE WS-HD-PLAYER-NAME (I) TO WHL-PLAYER-NAME
           MOVE WS-HD-AMOUNT (I) TO WHL-PAYOUT-AMOUNT
           MOVE WS-HD-REASON (I) TO WHL-HOLD-REASON
           MOVE WS-HD-KIND (I) TO WHL-PAYOUT-KIND
           MOVE WS-HD-QUEUED-BY (I) TO WHL-QUEUED-BY
           WRITE WARO-PAYHOLD-REC
         END-IF.


      *> One door to the date utility so a missing module ends
      *> with a controlled message and code, not a raw abend.
      *> The signed-on operator must hold WS-OP-LEVEL; a refusal
      *> is already on the change journal when it comes back.
       CHECK-OPERATOR.
         MOVE WS-ACTION TO WS-OP-ACTION.
         MOVE "A" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-DISPUTE : REFUSED - " DELIMITED BY SIZE
             WS-OP-MESSAGE DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO CHECK-OPERATOR-EXIT
         END-IF.
       CHECK-OPERATOR-EXIT.
         EXIT.

       JOURNAL-CHANGE.
         MOVE "J" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE "WARO-DISPUTE : WARNING - change journal not written"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
         END-IF.

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
             STRING "WARO-DISPUTE : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'oper-util' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.
         MOVE WS-OP-KEEP-RC TO RETURN-CODE.

       CALL-DATE-UTIL.
         CALL 'date-util'
           USING WS-DT-FUNCTION, WS-DT-DATE-1, WS-DT-DATE-2,
