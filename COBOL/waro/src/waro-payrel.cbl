      *>                          batch appended to WARO-PAYOUT
      *>   REJECT <game|date>   - drop the matching holds with a
      *>                          report line each (nothing pays)
      *> APPROVE needs a signed-on treasurer and REJECT a
      *> supervisor; each hold released or dropped goes on the
      *> change journal. Dual control: a hold is never released
      *> by the operator whose action queued it.
      *> The key is a 16-digit game id or an 8-digit run date.
      *> Below-threshold payouts never pass this desk - they flow
      *> straight to the extract as they always have.
               03 WS-HD-PLAYER-NAME PIC X(6).
               03 WS-HD-AMOUNT PIC 9(6)V99.
               03 WS-HD-REASON PIC X(8).
               03 WS-HD-KIND PIC X(1).
               03 WS-HD-QUEUED-BY PIC X(4).
               03 WS-HD-MATCH-SW PIC X(1).
         01 WS-HOLD-COUNT PIC 9(3) VALUE 0.
         01 WS-HOLD-FULL-SW PIC X(1) VALUE "N".
           88 WARO-HOLD-TABLE-FULL VALUE "Y".
         01 WS-MATCH-COUNT PIC 9(3) VALUE 0.
         01 WS-DISPUTE-SKIP-COUNT PIC 9(3) VALUE 0.
         01 WS-SAME-OPERATOR-COUNT PIC 9(3) VALUE 0.
         01 WS-RELEASE-HASH PIC 9(10)V99 VALUE 0.
         01 WS-AMOUNT-DISPLAY PIC ZZZZZ9.99.
         01 I PIC 9(3).

      *> oper-util parameters: who is signed on, the level the
      *> action needs, and the journal images of the change.
         01 WS-OP-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-OP-PROGRAM PIC X(12) VALUE "WARO-PAYREL".
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
           PERFORM WRITE-REPORT
           STOP RUN
         END-IF.
         EVALUATE WS-ACTION
           WHEN "APPROVE"
             MOVE 3 TO WS-OP-LEVEL
           WHEN "REJECT"
             MOVE 2 TO WS-OP-LEVEL
           WHEN OTHER
             MOVE 0 TO WS-OP-LEVEL
         END-EVALUATE.
         IF WS-OP-LEVEL > 0
           PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT
           IF RETURN-CODE > 0
             MOVE "WARO-PAYREL Ready." TO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             STOP RUN
           END-IF
         END-IF.
         EVALUATE WS-ACTION
           WHEN "LIST"
             PERFORM LIST-HOLDS
                 TO WS-HD-AMOUNT (WS-HOLD-COUNT)
               MOVE WHL-HOLD-REASON
                 TO WS-HD-REASON (WS-HOLD-COUNT)
               MOVE WHL-PAYOUT-KIND TO WS-HD-KIND (WS-HOLD-COUNT)
               MOVE WHL-QUEUED-BY
                 TO WS-HD-QUEUED-BY (WS-HOLD-COUNT)
               MOVE "N" TO WS-HD-MATCH-SW (WS-HOLD-COUNT)
             END-IF
         END-READ.
       MARK-MATCHING-HOLDS.
         MOVE 0 TO WS-MATCH-COUNT.
         MOVE 0 TO WS-DISPUTE-SKIP-COUNT.
         MOVE 0 TO WS-SAME-OPERATOR-COUNT.
         IF WS-KEY-MODE NOT = SPACES
           PERFORM MARK-ONE-HOLD
             VARYING I FROM 1 BY 1 UNTIL I > WS-HOLD-COUNT
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         IF WS-SAME-OPERATOR-COUNT > 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-PAYREL : " DELIMITED BY SIZE
             WS-SAME-OPERATOR-COUNT DELIMITED BY SIZE
             " hold(s) queued by operator " DELIMITED BY SIZE
             WS-OP-OPERATOR-ID DELIMITED BY SIZE
             " left alone - another operator" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE "WARO-PAYREL : must approve those"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
         END-IF.

      *> A dispute's freeze belongs to the dispute register -
      *> this desk never releases or drops a DISPUTE-reason hold,
               AND WS-HD-RUN-DATE (I) = WS-KEY-DATE)
           IF WS-HD-REASON (I) = "DISPUTE"
             ADD 1 TO WS-DISPUTE-SKIP-COUNT
           ELSE IF WS-ACTION = "APPROVE"
               AND WS-HD-QUEUED-BY (I) = WS-OP-OPERATOR-ID
             ADD 1 TO WS-SAME-OPERATOR-COUNT
           ELSE
             MOVE "Y" TO WS-HD-MATCH-SW (I)
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
           MOVE WS-HD-AMOUNT (I) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-PAYREL : APPROVED " DELIMITED BY SIZE

       REJECT-ONE-HOLD.
         IF WS-HD-MATCH-SW (I) = "Y"
           MOVE WS-HOLD-ENTRY (I) TO WS-OP-BEFORE
           MOVE SPACES TO WS-OP-AFTER
           PERFORM JOURNAL-CHANGE
           MOVE WS-HD-AMOUNT (I) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-PAYREL : REJECTED " DELIMITED BY SIZE
           MOVE WS-HD-PLAYER-NAME (I) TO WHL-PLAYER-NAME
           MOVE WS-HD-AMOUNT (I) TO WHL-PAYOUT-AMOUNT
           MOVE WS-HD-REASON (I) TO WHL-HOLD-REASON
           MOVE WS-HD-KIND (I) TO WHL-PAYOUT-KIND
           MOVE WS-HD-QUEUED-BY (I) TO WHL-QUEUED-BY
           WRITE WARO-PAYHOLD-REC
         END-IF.

      *> The signed-on operator must hold WS-OP-LEVEL; a refusal
      *> is already on the change journal when it comes back.
       CHECK-OPERATOR.
         MOVE WS-ACTION TO WS-OP-ACTION.
         MOVE "A" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-PAYREL : REFUSED - " DELIMITED BY SIZE
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
           MOVE "WARO-PAYREL : WARNING - change journal not written"
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
             STRING "WARO-PAYREL : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'oper-util' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.
         MOVE WS-OP-KEEP-RC TO RETURN-CODE.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS NOT = "00"
