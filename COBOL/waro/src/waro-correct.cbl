       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-CORRECT.
      *> Single-seat result correction. When one seat was mis-
      *> posted - a wrongly keyed attended bid, say - WARO-BACKOUT
      *> would take the whole run and every other player's
      *> winnings with it; this posts a point adjustment for the
      *> one player on the one game instead. Parm:
      *>   <gameid> <player> <+n|-n> <reason>
      *> where <player> is a 4-digit member id or, for a walk-in,
      *> the table name, and <reason> is one of
      *>   BIDKEY - an attended bid keyed wrongly
      *>   SCORE  - the seat's points posted wrongly
      *>   SEAT   - the points landed on the wrong seat
      *>   RULE   - the table was scored under the wrong rule
      *>   OTHER  - anything else; the journal says what
      *> Three things are written, the original records left as
      *> they stand:
      *>   WARO-RESULTS - a "CR" correction record in its own
      *>     HD..TR batch under the game's id and run date,
      *>     carrying the posted points, the points as they
      *>     stood before (earlier corrections included), the
      *>     adjustment, the new points, the reason, operator
      *>     and posting date;
      *>   WARO-PAYOUT  - the cash difference under the rates in
      *>     force on the game's date, as a "C" PO (the seat
      *>     gained) or RV (it lost) in its own HD..TR batch,
      *>     as WARO-BACKOUT brackets its reversals;
      *>   WARO-LEDGER  - a "CA" entry for a registered member,
      *>     credited or debited by the same difference.
      *> A game under an open WARO-DISPUTE is refused - the
      *> dispute settles first - as is an adjustment that would
      *> take the seat below zero points. A correction needs a
      *> signed-on treasurer and goes on the change journal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WARORES.
         COPY WAROPYS.
         COPY WAROLGS.
         SELECT WARO-DISPUTE-FILE ASSIGN TO "WARO-DISPUTE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPUTE-FILE-STATUS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WARORSF.
         COPY WAROPAY.
         COPY WAROLGR.
         FD WARO-DISPUTE-FILE.
         01 WARO-DISPUTE-REC.
            02 WDP-GAME-ID PIC 9(16).
            02 FILLER PIC X(1).
            02 WDP-FILED-DATE PIC 9(8).
            02 FILLER PIC X(1).
            02 WDP-STATUS PIC X(1).
              88 WDP-OPEN VALUE "O".
         WORKING-STORAGE SECTION.
         01 WS-RESULTS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PAYOUT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-LEDGER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-DISPUTE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-RESULTS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-RESULTS-EOF VALUE "Y".
         01 WS-DISPUTE-EOF-SW PIC X(1) VALUE "N".
           88 WARO-DISPUTE-EOF VALUE "Y".
         01 WS-RUN-DATE PIC 9(8) VALUE 0.

      *> The parm, token by token.
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-KEY-TEXT PIC X(16) VALUE SPACES.
         01 WS-WHO-TEXT PIC X(6) VALUE SPACES.
         01 WS-ADJ-TEXT PIC X(6) VALUE SPACES.
         01 WS-REASON PIC X(6) VALUE SPACES.
           88 WARO-REASON-VALID VALUE "BIDKEY" "SCORE" "SEAT"
             "RULE" "OTHER".
         01 WS-KEY-GAME-ID PIC 9(16) VALUE 0.
         01 WS-TARGET-ID PIC 9(4) VALUE 0.
         01 WS-TARGET-NAME PIC X(6) VALUE SPACES.
         01 WS-ADJ-SIGN PIC X(1) VALUE SPACE.
         01 WS-ADJ-DIGITS PIC X(5) VALUE SPACES.
         01 WS-ADJ-LEN PIC 9(2) VALUE 0.
         01 WS-ADJ-RJ PIC X(4) VALUE "0000".
         01 WS-ADJ-RJ-NUM REDEFINES WS-ADJ-RJ PIC 9(4).
         01 WS-ADJ-POINTS PIC S9(4) VALUE 0.
         01 WS-ADJ-ABS PIC 9(4) VALUE 0.
         01 WS-PARM-OK-SW PIC X(1) VALUE "N".
           88 WARO-PARM-OK VALUE "Y".

      *> Name matching strips leading spaces, so 'Bach' finds
      *> the table's '  Bach' (the WARO-STATEMENT rule).
         01 WS-NORM-IN PIC X(6) VALUE SPACES.
         01 WS-NORM-OUT PIC X(6) VALUE SPACES.
         01 WS-NORM-IDX PIC 9(1) VALUE 0.
         01 WS-MATCH-NAME PIC X(6) VALUE SPACES.

      *> The seat as posted, and every correction already on it.
         01 WS-SEAT-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-SEAT-FOUND VALUE "Y".
         01 WS-GAME-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-GAME-FOUND VALUE "Y".
         01 WS-GAME-RUN-DATE PIC 9(8) VALUE 0.
         01 WS-SEAT-TABLE PIC 9(1) VALUE 0.
         01 WS-SEAT-NBR PIC 9(2) VALUE 0.
         01 WS-SEAT-ID PIC 9(4) VALUE 0.
         01 WS-SEAT-NAME PIC X(6) VALUE SPACES.
         01 WS-SEAT-RULE PIC X(1) VALUE SPACE.
         01 WS-SEAT-SITE PIC X(2) VALUE SPACES.
         01 WS-POSTED-POINTS PIC 9(4) VALUE 0.
         01 WS-PRIOR-ADJ PIC S9(6) VALUE 0.
         01 WS-PRIOR-COUNT PIC 9(4) VALUE 0.
         01 WS-PRIOR-POINTS PIC S9(6) VALUE 0.
         01 WS-NEW-POINTS PIC S9(6) VALUE 0.
         01 WS-PRIOR-SHOW PIC 9(4) VALUE 0.
         01 WS-NEW-SHOW PIC 9(4) VALUE 0.
         01 WS-SEAT-IDX PIC 9(2) VALUE 0.
         01 WS-DISPUTED-SW PIC X(1) VALUE "N".
           88 WARO-GAME-DISPUTED VALUE "Y".

      *> The cash difference, priced as WARO priced the seat:
      *> points at the game date's rate, less the house rake.
         01 WS-CENTS-PER-POINT PIC 9(4) VALUE 100.
         01 WS-RAKE-PCT PIC 9(2) VALUE 0.
         01 WS-BUYIN-CENTS PIC 9(4) VALUE 0.
         01 WS-HOLD-LIMIT PIC 9(6) VALUE 0.
         01 WS-RATE-STATUS PIC X(1) VALUE "D".
         01 WS-PRICE-POINTS PIC 9(4) VALUE 0.
         01 WS-GROSS-CENTS PIC 9(8) VALUE 0.
         01 WS-RAKE-CENTS PIC 9(8) VALUE 0.
         01 WS-NET-CENTS PIC 9(8) VALUE 0.
         01 WS-NET-BEFORE PIC 9(8) VALUE 0.
         01 WS-DIFF-CENTS PIC S9(9) VALUE 0.
         01 WS-DIFF-AMOUNT PIC S9(6)V99 VALUE 0.
         01 WS-ABS-AMOUNT PIC 9(6)V99 VALUE 0.
         01 WS-AMOUNT-DISPLAY PIC ZZZZZ9.99.
         01 WS-POINTS-DISPLAY PIC -(4)9.
         01 WS-ADJ-DISPLAY PIC +(4)9.

      *> oper-util parameters: who is signed on, the level the
      *> action needs, and the journal images of the change.
         01 WS-OP-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-OP-PROGRAM PIC X(12) VALUE "WARO-CORRECT".
         01 WS-OP-ACTION PIC X(8) VALUE "CORRECT".
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
         PERFORM READ-CORRECT-PARM THRU READ-CORRECT-PARM-EXIT.
         IF NOT WARO-PARM-OK
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CORRECT : parm must be <gameid> <player> "
             DELIMITED BY SIZE
             "<+n|-n> <reason>" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CORRECT : reasons are BIDKEY SCORE SEAT "
             DELIMITED BY SIZE
             "RULE OTHER" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
         PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT.
         IF RETURN-CODE > 0
           MOVE "WARO-CORRECT Ready." TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           STOP RUN
         END-IF.

         PERFORM FIND-POSTED-SEAT THRU FIND-POSTED-SEAT-EXIT.
         PERFORM CHECK-CORRECTION THRU CHECK-CORRECTION-EXIT.
         IF RETURN-CODE > 0
           MOVE "WARO-CORRECT Ready." TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           STOP RUN
         END-IF.

         PERFORM PRICE-CORRECTION.
         PERFORM WRITE-CORRECTION-BATCH.
         IF WS-DIFF-CENTS NOT = 0
           PERFORM WRITE-PAYOUT-DIFFERENCE
           IF WS-SEAT-ID > 0
             PERFORM WRITE-LEDGER-DIFFERENCE
           END-IF
         ELSE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CORRECT : no cash difference at the game's "
             DELIMITED BY SIZE
             "rate - points only" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         PERFORM JOURNAL-CORRECTION.
         MOVE "WARO-CORRECT Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       STOP RUN.

      *> Game id, player, signed adjustment and reason code; any
      *> token missing or malformed leaves the parm refused.
       READ-CORRECT-PARM.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY ALL SPACE
           INTO WS-KEY-TEXT WS-WHO-TEXT WS-ADJ-TEXT WS-REASON.
         IF WS-KEY-TEXT (1:16) IS NOT NUMERIC
           GO TO READ-CORRECT-PARM-EXIT
         END-IF.
         MOVE WS-KEY-TEXT TO WS-KEY-GAME-ID.
         IF WS-WHO-TEXT = SPACES
           GO TO READ-CORRECT-PARM-EXIT
         END-IF.
         IF WS-WHO-TEXT (1:4) IS NUMERIC
             AND WS-WHO-TEXT (5:2) = SPACES
           MOVE WS-WHO-TEXT (1:4) TO WS-TARGET-ID
         ELSE
           MOVE WS-WHO-TEXT TO WS-NORM-IN
           PERFORM NORMALIZE-NAME
           MOVE WS-NORM-OUT TO WS-TARGET-NAME
         END-IF.
         IF WS-ADJ-TEXT (1:1) = "+" OR WS-ADJ-TEXT (1:1) = "-"
           MOVE WS-ADJ-TEXT (1:1) TO WS-ADJ-SIGN
           MOVE WS-ADJ-TEXT (2:5) TO WS-ADJ-DIGITS
         ELSE
           MOVE "+" TO WS-ADJ-SIGN
           MOVE WS-ADJ-TEXT TO WS-ADJ-DIGITS
         END-IF.
         MOVE 0 TO WS-ADJ-LEN.
         INSPECT WS-ADJ-DIGITS TALLYING WS-ADJ-LEN
           FOR CHARACTERS BEFORE INITIAL SPACE.
         IF WS-ADJ-LEN < 1 OR WS-ADJ-LEN > 4
           GO TO READ-CORRECT-PARM-EXIT
         END-IF.
         IF WS-ADJ-DIGITS (1:WS-ADJ-LEN) IS NOT NUMERIC
           GO TO READ-CORRECT-PARM-EXIT
         END-IF.
         MOVE "0000" TO WS-ADJ-RJ.
         MOVE WS-ADJ-DIGITS (1:WS-ADJ-LEN)
           TO WS-ADJ-RJ (5 - WS-ADJ-LEN:WS-ADJ-LEN).
         MOVE WS-ADJ-RJ-NUM TO WS-ADJ-ABS.
         IF WS-ADJ-ABS = 0
           GO TO READ-CORRECT-PARM-EXIT
         END-IF.
         IF WS-ADJ-SIGN = "-"
           COMPUTE WS-ADJ-POINTS = 0 - WS-ADJ-ABS
         ELSE
           MOVE WS-ADJ-ABS TO WS-ADJ-POINTS
         END-IF.
         IF NOT WARO-REASON-VALID
           GO TO READ-CORRECT-PARM-EXIT
         END-IF.
         MOVE "Y" TO WS-PARM-OK-SW.
       READ-CORRECT-PARM-EXIT.
         EXIT.

       NORMALIZE-NAME.
         MOVE SPACES TO WS-NORM-OUT.
         MOVE 0 TO WS-NORM-IDX.
         PERFORM FIND-FIRST-NONBLANK
           VARYING WS-NORM-IDX FROM 1 BY 1
             UNTIL WS-NORM-IDX > 6 OR WS-NORM-OUT NOT = SPACES.

       FIND-FIRST-NONBLANK.
         IF WS-NORM-OUT = SPACES
             AND WS-NORM-IN (WS-NORM-IDX:1) NOT = SPACE
           MOVE WS-NORM-IN (WS-NORM-IDX:) TO WS-NORM-OUT
         END-IF.

      *> The signed-on operator must be a treasurer; a refusal is
      *> already on the change journal when it comes back.
       CHECK-OPERATOR.
         MOVE "A" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CORRECT : REFUSED - " DELIMITED BY SIZE
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
             STRING "WARO-CORRECT : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'oper-util' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.
         MOVE WS-OP-KEEP-RC TO RETURN-CODE.

      *> One pass over the results: the game's DT record that
      *> seats the player gives the posted points, and every CR
      *> already filed for that seat moves them on.
       FIND-POSTED-SEAT.
         OPEN INPUT WARO-RESULTS-FILE.
         IF WS-RESULTS-FILE-STATUS NOT = "00"
           MOVE "WARO-CORRECT : no WARO-RESULTS file"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO FIND-POSTED-SEAT-EXIT
         END-IF.
         PERFORM SCAN-ONE-RESULT UNTIL WARO-RESULTS-EOF.
         CLOSE WARO-RESULTS-FILE.
       FIND-POSTED-SEAT-EXIT.
         EXIT.

       SCAN-ONE-RESULT.
         READ WARO-RESULTS-FILE
           AT END
             MOVE "Y" TO WS-RESULTS-EOF-SW
           NOT AT END
             IF WRR-DETAIL-REC AND WRR-GAME-ID = WS-KEY-GAME-ID
               MOVE "Y" TO WS-GAME-FOUND-SW
               PERFORM MATCH-ONE-POSTED-SEAT
                 VARYING WS-SEAT-IDX FROM 1 BY 1
                   UNTIL WS-SEAT-IDX > WRR-NUM-PLAYERS
                     OR WS-SEAT-IDX > 10
                     OR WARO-SEAT-FOUND
             END-IF
             IF WRR-CORRECTION-REC AND WRR-GAME-ID = WS-KEY-GAME-ID
               PERFORM TAKE-PRIOR-CORRECTION
             END-IF
         END-READ.

       MATCH-ONE-POSTED-SEAT.
         MOVE WRR-PLAYER-NAME (WS-SEAT-IDX) TO WS-NORM-IN.
         PERFORM NORMALIZE-NAME.
         MOVE WS-NORM-OUT TO WS-MATCH-NAME.
         IF (WS-TARGET-ID > 0
               AND WRR-PLAYER-ID (WS-SEAT-IDX) = WS-TARGET-ID)
             OR (WS-TARGET-ID = 0
               AND WRR-PLAYER-ID (WS-SEAT-IDX) = 0
               AND WS-MATCH-NAME = WS-TARGET-NAME)
           MOVE "Y" TO WS-SEAT-FOUND-SW
           MOVE WRR-RUN-DATE TO WS-GAME-RUN-DATE
           MOVE WRR-TABLE-ID TO WS-SEAT-TABLE
           MOVE WS-SEAT-IDX TO WS-SEAT-NBR
           MOVE WRR-PLAYER-ID (WS-SEAT-IDX) TO WS-SEAT-ID
           MOVE WRR-PLAYER-NAME (WS-SEAT-IDX) TO WS-SEAT-NAME
           MOVE WRR-PLAYER-POINTS (WS-SEAT-IDX) TO WS-POSTED-POINTS
           MOVE WRR-RULE TO WS-SEAT-RULE
           MOVE WRR-SITE TO WS-SEAT-SITE
         END-IF.

       TAKE-PRIOR-CORRECTION.
         MOVE WRR-CR-PLAYER-NAME TO WS-NORM-IN.
         PERFORM NORMALIZE-NAME.
         MOVE WS-NORM-OUT TO WS-MATCH-NAME.
         IF (WS-TARGET-ID > 0 AND WRR-CR-PLAYER-ID = WS-TARGET-ID)
             OR (WS-TARGET-ID = 0
               AND WRR-CR-PLAYER-ID = 0
               AND WS-MATCH-NAME = WS-TARGET-NAME)
           ADD WRR-CR-ADJ-POINTS TO WS-PRIOR-ADJ
           ADD 1 TO WS-PRIOR-COUNT
         END-IF.

      *> Refusals, each with completion 8: the game or seat is
      *> not posted, the game is under an open dispute, or the
      *> adjustment would take the seat outside 0 to 9999.
       CHECK-CORRECTION.
         IF NOT WARO-GAME-FOUND
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CORRECT : REFUSED - game " DELIMITED BY SIZE
             WS-KEY-GAME-ID DELIMITED BY SIZE
             " is not posted on WARO-RESULTS" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO CHECK-CORRECTION-EXIT
         END-IF.
         IF NOT WARO-SEAT-FOUND
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CORRECT : REFUSED - " DELIMITED BY SIZE
             WS-WHO-TEXT DELIMITED BY SPACE
             " has no seat in game " DELIMITED BY SIZE
             WS-KEY-GAME-ID DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO CHECK-CORRECTION-EXIT
         END-IF.
         PERFORM CHECK-OPEN-DISPUTE THRU CHECK-OPEN-DISPUTE-EXIT.
         IF WARO-GAME-DISPUTED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CORRECT : REFUSED - game " DELIMITED BY SIZE
             WS-KEY-GAME-ID DELIMITED BY SIZE
             " is under an open dispute" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO CHECK-CORRECTION-EXIT
         END-IF.
         COMPUTE WS-PRIOR-POINTS = WS-POSTED-POINTS + WS-PRIOR-ADJ.
         COMPUTE WS-NEW-POINTS = WS-PRIOR-POINTS + WS-ADJ-POINTS.
         IF WS-NEW-POINTS < 0 OR WS-NEW-POINTS > 9999
           MOVE WS-PRIOR-POINTS TO WS-POINTS-DISPLAY
           MOVE WS-ADJ-POINTS TO WS-ADJ-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CORRECT : REFUSED - seat stands at "
             DELIMITED BY SIZE
             WS-POINTS-DISPLAY DELIMITED BY SIZE
             " points; " DELIMITED BY SIZE
             WS-ADJ-DISPLAY DELIMITED BY SIZE
             " is out of range" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO CHECK-CORRECTION-EXIT
         END-IF.
         MOVE WS-PRIOR-POINTS TO WS-PRIOR-SHOW.
         MOVE WS-NEW-POINTS TO WS-NEW-SHOW.
       CHECK-CORRECTION-EXIT.
         EXIT.

       CHECK-OPEN-DISPUTE.
         OPEN INPUT WARO-DISPUTE-FILE.
         IF WS-DISPUTE-FILE-STATUS NOT = "00"
           GO TO CHECK-OPEN-DISPUTE-EXIT
         END-IF.
         PERFORM CHECK-ONE-DISPUTE UNTIL WARO-DISPUTE-EOF.
         CLOSE WARO-DISPUTE-FILE.
       CHECK-OPEN-DISPUTE-EXIT.
         EXIT.

       CHECK-ONE-DISPUTE.
         READ WARO-DISPUTE-FILE
           AT END MOVE "Y" TO WS-DISPUTE-EOF-SW
           NOT AT END
             IF WDP-OPEN AND WDP-GAME-ID = WS-KEY-GAME-ID
               MOVE "Y" TO WS-DISPUTED-SW
             END-IF
         END-READ.

      *> Both point totals are priced whole, exactly as WARO
      *> prices a seat, and the difference of the two nets is
      *> the cash to move - so the rake truncates the same way
      *> it did on the night.
       PRICE-CORRECTION.
         CALL 'rate-util'
           USING WS-GAME-RUN-DATE, WS-CENTS-PER-POINT, WS-RAKE-PCT,
             WS-BUYIN-CENTS, WS-HOLD-LIMIT, WS-RATE-STATUS
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-CORRECT : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'rate-util' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.
         MOVE WS-PRIOR-POINTS TO WS-PRICE-POINTS.
         PERFORM PRICE-POINTS.
         MOVE WS-NET-CENTS TO WS-NET-BEFORE.
         MOVE WS-NEW-POINTS TO WS-PRICE-POINTS.
         PERFORM PRICE-POINTS.
         COMPUTE WS-DIFF-CENTS = WS-NET-CENTS - WS-NET-BEFORE.
         COMPUTE WS-DIFF-AMOUNT = WS-DIFF-CENTS / 100.
         IF WS-DIFF-AMOUNT < 0
           COMPUTE WS-ABS-AMOUNT = 0 - WS-DIFF-AMOUNT
         ELSE
           MOVE WS-DIFF-AMOUNT TO WS-ABS-AMOUNT
         END-IF.

       PRICE-POINTS.
         COMPUTE WS-GROSS-CENTS =
           WS-PRICE-POINTS * WS-CENTS-PER-POINT.
         COMPUTE WS-RAKE-CENTS =
           (WS-GROSS-CENTS * WS-RAKE-PCT) / 100.
         COMPUTE WS-NET-CENTS = WS-GROSS-CENTS - WS-RAKE-CENTS.

      *> The correction's own HD..TR batch, under the game's id
      *> and run date so it files, purges and backs out with the
      *> game; the trailer hash is the points adjusted.
       WRITE-CORRECTION-BATCH.
         OPEN EXTEND WARO-RESULTS-FILE.
         IF WS-RESULTS-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-RESULTS-FILE
         END-IF.
         MOVE SPACES TO WARO-RESULTS-REC.
         MOVE "HD" TO WRR-RECORD-TYPE.
         MOVE WS-GAME-RUN-DATE TO WRR-RUN-DATE.
         MOVE WS-KEY-GAME-ID TO WRR-GAME-ID.
         MOVE 0 TO WRR-TABLE-ID.
         MOVE 0 TO WRR-NUM-PLAYERS.
         MOVE "C" TO WRR-BATCH-KIND.
         MOVE WS-SEAT-RULE TO WRR-RULE.
         MOVE WS-SEAT-SITE TO WRR-SITE.
         WRITE WARO-RESULTS-REC.
         MOVE SPACES TO WARO-RESULTS-REC.
         MOVE "CR" TO WRR-RECORD-TYPE.
         MOVE WS-GAME-RUN-DATE TO WRR-RUN-DATE.
         MOVE WS-KEY-GAME-ID TO WRR-GAME-ID.
         MOVE WS-SEAT-TABLE TO WRR-TABLE-ID.
         MOVE 0 TO WRR-NUM-PLAYERS.
         MOVE "C" TO WRR-BATCH-KIND.
         MOVE WS-SEAT-NBR TO WRR-CR-SEAT.
         MOVE WS-SEAT-ID TO WRR-CR-PLAYER-ID.
         MOVE WS-SEAT-NAME TO WRR-CR-PLAYER-NAME.
         MOVE WS-POSTED-POINTS TO WRR-CR-POSTED-POINTS.
         MOVE WS-PRIOR-POINTS TO WRR-CR-PRIOR-POINTS.
         MOVE WS-ADJ-POINTS TO WRR-CR-ADJ-POINTS.
         MOVE WS-NEW-POINTS TO WRR-CR-NEW-POINTS.
         MOVE WS-REASON TO WRR-CR-REASON.
         MOVE WS-OP-OPERATOR-ID TO WRR-CR-OPERATOR.
         MOVE WS-RUN-DATE TO WRR-CR-POST-DATE.
         MOVE WS-DIFF-AMOUNT TO WRR-CR-AMOUNT.
         MOVE WS-SEAT-RULE TO WRR-RULE.
         MOVE WS-SEAT-SITE TO WRR-SITE.
         WRITE WARO-RESULTS-REC.
         MOVE SPACES TO WARO-RESULTS-REC.
         MOVE "TR" TO WRR-RECORD-TYPE.
         MOVE WS-GAME-RUN-DATE TO WRR-RUN-DATE.
         MOVE WS-KEY-GAME-ID TO WRR-GAME-ID.
         MOVE 0 TO WRR-TABLE-ID.
         MOVE 0 TO WRR-NUM-PLAYERS.
         MOVE 1 TO WRR-TRAILER-COUNT.
         MOVE WS-ADJ-ABS TO WRR-TRAILER-HASH.
         MOVE WS-SEAT-RULE TO WRR-RULE.
         MOVE WS-SEAT-SITE TO WRR-SITE.
         WRITE WARO-RESULTS-REC.
         CLOSE WARO-RESULTS-FILE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-CORRECT : game " DELIMITED BY SIZE
           WS-KEY-GAME-ID DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           WS-GAME-RUN-DATE DELIMITED BY SIZE
           " table " DELIMITED BY SIZE
           WS-SEAT-TABLE DELIMITED BY SIZE
           " seat " DELIMITED BY SIZE
           WS-SEAT-NBR DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-SEAT-NAME DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE WS-ADJ-POINTS TO WS-ADJ-DISPLAY.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-CORRECT : posted " DELIMITED BY SIZE
           WS-POSTED-POINTS DELIMITED BY SIZE
           " stood at " DELIMITED BY SIZE
           WS-PRIOR-SHOW DELIMITED BY SIZE
           " adjusted " DELIMITED BY SIZE
           WS-ADJ-DISPLAY DELIMITED BY SIZE
           " now " DELIMITED BY SIZE
           WS-NEW-SHOW DELIMITED BY SIZE
           " reason " DELIMITED BY SIZE
           WS-REASON DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-PRIOR-COUNT > 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CORRECT : " DELIMITED BY SIZE
             WS-PRIOR-COUNT DELIMITED BY SIZE
             " earlier correction(s) on this seat taken into "
             DELIMITED BY SIZE
             "account" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

      *> The cash difference rides in its own HD..TR batch on the
      *> extract, as WARO-BACKOUT's reversals do: dated today on
      *> the control records, the game's run date on the detail.
       WRITE-PAYOUT-DIFFERENCE.
         OPEN EXTEND WARO-PAYOUT-FILE.
         IF WS-PAYOUT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-PAYOUT-FILE
         END-IF.
         MOVE SPACES TO WARO-PAYOUT-REC.
         MOVE "HD" TO WPR-RECORD-TYPE.
         MOVE WS-RUN-DATE TO WPR-RUN-DATE.
         MOVE WS-KEY-GAME-ID TO WPR-GAME-ID.
         MOVE WS-SEAT-SITE TO WPR-SITE.
         WRITE WARO-PAYOUT-REC.
         MOVE SPACES TO WARO-PAYOUT-REC.
         IF WS-DIFF-CENTS > 0
           MOVE "PO" TO WPR-RECORD-TYPE
         ELSE
           MOVE "RV" TO WPR-RECORD-TYPE
         END-IF.
         MOVE WS-GAME-RUN-DATE TO WPR-RUN-DATE.
         MOVE WS-KEY-GAME-ID TO WPR-GAME-ID.
         MOVE WS-SEAT-ID TO WPR-PLAYER-ID.
         MOVE WS-SEAT-NAME TO WPR-PLAYER-NAME.
         MOVE WS-ABS-AMOUNT TO WPR-PAYOUT-AMOUNT.
         MOVE "C" TO WPR-PAYOUT-KIND.
         MOVE WS-SEAT-SITE TO WPR-SITE.
         WRITE WARO-PAYOUT-REC.
         MOVE SPACES TO WARO-PAYOUT-REC.
         MOVE "TR" TO WPR-RECORD-TYPE.
         MOVE WS-RUN-DATE TO WPR-RUN-DATE.
         MOVE WS-KEY-GAME-ID TO WPR-GAME-ID.
         MOVE 1 TO WPR-TRAILER-COUNT.
         MOVE WS-ABS-AMOUNT TO WPR-TRAILER-HASH.
         MOVE WS-SEAT-SITE TO WPR-SITE.
         WRITE WARO-PAYOUT-REC.
         CLOSE WARO-PAYOUT-FILE.
         MOVE WS-ABS-AMOUNT TO WS-AMOUNT-DISPLAY.
         MOVE SPACES TO WS-REPORT-LINE.
         IF WS-DIFF-CENTS > 0
           STRING "WARO-CORRECT : PO difference " DELIMITED BY SIZE
             WS-AMOUNT-DISPLAY DELIMITED BY SIZE
             " to " DELIMITED BY SIZE
             WS-SEAT-NAME DELIMITED BY SIZE
             " written to WARO-PAYOUT" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
         ELSE
           STRING "WARO-CORRECT : RV difference " DELIMITED BY SIZE
             WS-AMOUNT-DISPLAY DELIMITED BY SIZE
             " from " DELIMITED BY SIZE
             WS-SEAT-NAME DELIMITED BY SIZE
             " written to WARO-PAYOUT" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
         END-IF.
         PERFORM WRITE-REPORT.

       WRITE-LEDGER-DIFFERENCE.
         MOVE SPACES TO WARO-LEDGER-REC.
         MOVE WS-SEAT-ID TO WLG-PLAYER-ID.
         MOVE WS-GAME-RUN-DATE TO WLG-ENTRY-DATE.
         MOVE WS-KEY-GAME-ID TO WLG-GAME-ID.
         MOVE "CA" TO WLG-ENTRY-TYPE.
         IF WS-DIFF-CENTS > 0
           MOVE 0 TO WLG-DEBIT-AMOUNT
           MOVE WS-ABS-AMOUNT TO WLG-CREDIT-AMOUNT
         ELSE
           MOVE WS-ABS-AMOUNT TO WLG-DEBIT-AMOUNT
           MOVE 0 TO WLG-CREDIT-AMOUNT
         END-IF.
         MOVE WS-SEAT-NAME TO WLG-PLAYER-NAME.
         OPEN EXTEND WARO-LEDGER-FILE.
         IF WS-LEDGER-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-LEDGER-FILE
         END-IF.
         WRITE WARO-LEDGER-REC.
         CLOSE WARO-LEDGER-FILE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-CORRECT : CA entry posted to the ledger for "
           DELIMITED BY SIZE
           "member " DELIMITED BY SIZE
           WS-SEAT-ID DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

      *> One journal entry: the seat as it stood, and what the
      *> correction made of it.
       JOURNAL-CORRECTION.
         MOVE SPACES TO WS-OP-BEFORE.
         STRING "game " DELIMITED BY SIZE
           WS-KEY-GAME-ID DELIMITED BY SIZE
           " table " DELIMITED BY SIZE
           WS-SEAT-TABLE DELIMITED BY SIZE
           " seat " DELIMITED BY SIZE
           WS-SEAT-NBR DELIMITED BY SIZE
           " id " DELIMITED BY SIZE
           WS-SEAT-ID DELIMITED BY SIZE
           " points " DELIMITED BY SIZE
           WS-PRIOR-SHOW DELIMITED BY SIZE
           INTO WS-OP-BEFORE.
         MOVE WS-ADJ-POINTS TO WS-ADJ-DISPLAY.
         MOVE WS-DIFF-AMOUNT TO WS-AMOUNT-DISPLAY.
         MOVE SPACES TO WS-OP-AFTER.
         STRING "points " DELIMITED BY SIZE
           WS-NEW-SHOW DELIMITED BY SIZE
           " adj " DELIMITED BY SIZE
           WS-ADJ-DISPLAY DELIMITED BY SIZE
           " reason " DELIMITED BY SIZE
           WS-REASON DELIMITED BY SPACE
           " cash " DELIMITED BY SIZE
           WS-AMOUNT-DISPLAY DELIMITED BY SIZE
           INTO WS-OP-AFTER.
         IF WS-DIFF-CENTS < 0
           STRING " RV" DELIMITED BY SIZE
             INTO WS-OP-AFTER (60:)
         END-IF.
         MOVE "J" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE "WARO-CORRECT : WARNING - change journal not written"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
         END-IF.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-REPORT-FILE
         END-IF.
         MOVE WS-REPORT-LINE TO WARO-REPORT-REC.
         WRITE WARO-REPORT-REC.
         CLOSE WARO-REPORT-FILE.
