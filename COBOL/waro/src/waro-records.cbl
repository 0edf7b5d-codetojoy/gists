      *> off the live file can never take a record back, because
      *> UPDATE keeps whichever is greater - the standing record
      *> or what the scan found.
      *> UPDATE stamps each game it takes into the hand and pot
      *> records on the WARO-POSTREG posting register through
      *> post-util, and passes over games already stamped, so a
      *> rerun only weighs what is new; "UPDATE FORCE" weighs
      *> every game again, as after a backout. The win streak
      *> is rebuilt from the whole file every time - it runs
      *> night to night and cannot be counted twice - and the
      *> titles carry no game id, so both always scan in full.
      *> "UPDATE REPLAY" rebuilds the book from scratch for
      *> WARO-REBUILD: it starts from an empty book, weighs every
      *> game on the date-ordered replay copy it is given, and
      *> keeps off the posting register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           88 WARO-TITLES-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-ACTION PIC X(8) VALUE SPACES.
         01 WS-PARM-OPTION PIC X(8) VALUE SPACES.
         01 WS-FORCE-SW PIC X(1) VALUE "N".
           88 WARO-FORCE-REPOST VALUE "Y".
         01 WS-REPLAY-SW PIC X(1) VALUE "N".
           88 WARO-REPLAY-MODE VALUE "Y".

      *> post-util parameters for the posting register. The
      *> game detail file runs many rows per game, so the last
      *> answer is kept and the register asked once per game.
         01 WS-PT-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-PT-PROGRAM PIC X(10) VALUE "RECORDS".
         01 WS-PT-GAME-ID PIC 9(16) VALUE 0.
         01 WS-PT-RUN-DATE PIC 9(8) VALUE 0.
         01 WS-PT-STATUS PIC X(1) VALUE "0".
         01 WS-GAME-STATUS PIC X(1) VALUE "0".
         01 WS-DTL-GAME-ID PIC 9(16) VALUE 0.
         01 WS-DTL-STATUS PIC X(1) VALUE "0".
         01 WS-GAMES-SKIPPED PIC 9(6) VALUE 0.
         01 WS-GAMES-FORCED PIC 9(6) VALUE 0.
         01 WS-BOOK-LINE PIC X(80) VALUE SPACES.

      *> The standing book, held in storage while updating.
       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY ALL SPACE
           INTO WS-ACTION, WS-PARM-OPTION.
         IF WS-PARM-OPTION = "FORCE"
           MOVE "Y" TO WS-FORCE-SW
         END-IF.
         IF WS-PARM-OPTION = "REPLAY" AND WS-ACTION = "UPDATE"
           MOVE "Y" TO WS-REPLAY-SW
           DISPLAY "WARO-RECORDS : REPLAY - book rebuilt from "
             "an empty page"
         ELSE
           PERFORM READ-RECORDS-BOOK
         END-IF.
         EVALUATE WS-ACTION
           WHEN "UPDATE"
             PERFORM SCAN-HANDS-AND-STREAKS
             PERFORM SCAN-POTS THRU SCAN-POTS-EXIT
             PERFORM SCAN-TITLES THRU SCAN-TITLES-EXIT
             PERFORM REWRITE-RECORDS-BOOK
             MOVE "W" TO WS-PT-FUNCTION
             PERFORM CALL-POST-UTIL
             IF WS-GAMES-SKIPPED > 0
               DISPLAY "WARO-RECORDS : SKIPPED " WS-GAMES-SKIPPED
                 " game(s) already posted - use UPDATE FORCE"
             END-IF
             IF WS-GAMES-FORCED > 0
               DISPLAY "WARO-RECORDS : FORCE - re-posted "
                 WS-GAMES-FORCED " game(s) already on the register"
             END-IF
             DISPLAY "WARO-RECORDS : records book updated"
           WHEN "REPORT"
             PERFORM PRINT-RECORDS-BOOK
                 MOVE 0 TO WS-NIGHT-COUNT
                 MOVE WRR-RUN-DATE TO WS-CUR-NIGHT
               END-IF
               MOVE WRR-GAME-ID TO WS-PT-GAME-ID
               MOVE WRR-RUN-DATE TO WS-PT-RUN-DATE
               PERFORM CHECK-GAME-POSTED
               IF WS-GAME-STATUS = "P"
                 ADD 1 TO WS-GAMES-SKIPPED
               END-IF
               IF WS-GAME-STATUS = "F"
                 ADD 1 TO WS-GAMES-FORCED
               END-IF
               PERFORM SCAN-ONE-SEAT
                 VARYING WS-RESULTS-PLAYER-IDX FROM 1 BY 1
                   UNTIL WS-RESULTS-PLAYER-IDX > WRR-NUM-PLAYERS
             END-IF
         END-READ.

      *> A seat the house played holds no record and wins no
      *> night; it is passed over on every scan.
       SCAN-ONE-SEAT.
         IF WS-GAME-STATUS NOT = "P"
             AND NOT WRR-HOUSE-SEAT (WS-RESULTS-PLAYER-IDX)
             AND WRR-PLAYER-POINTS (WS-RESULTS-PLAYER-IDX)
               > WS-BK-HAND-POINTS
           MOVE WRR-PLAYER-POINTS (WS-RESULTS-PLAYER-IDX)
             TO WS-BK-HAND-POINTS
           MOVE WRR-PLAYER-NAME (WS-RESULTS-PLAYER-IDX)
           MOVE WRR-RUN-DATE TO WS-BK-HAND-DATE
           MOVE WRR-GAME-ID TO WS-BK-HAND-GAME
         END-IF.
         IF NOT WRR-HOUSE-SEAT (WS-RESULTS-PLAYER-IDX)
           PERFORM ADD-SEAT-TO-NIGHT
         END-IF.

       ADD-SEAT-TO-NIGHT.
         MOVE "N" TO WS-FOUND-SW.
           AT END
             MOVE "Y" TO WS-GAMEDTL-EOF-SW
           NOT AT END
             IF WGD-GAME-ID NOT = WS-DTL-GAME-ID
               MOVE WGD-GAME-ID TO WS-DTL-GAME-ID
               MOVE WGD-GAME-ID TO WS-PT-GAME-ID
               MOVE WGD-RUN-DATE TO WS-PT-RUN-DATE
               PERFORM CHECK-GAME-POSTED
               MOVE WS-GAME-STATUS TO WS-DTL-STATUS
             END-IF
             IF WS-DTL-STATUS NOT = "P"
                 AND WGD-RESULT = "W"
                 AND NOT WGD-HOUSE-SEAT
                 AND WGD-POINTS-DELTA > WS-BK-POT-POINTS
               MOVE WGD-POINTS-DELTA TO WS-BK-POT-POINTS
               MOVE WGD-PLAYER-NAME TO WS-BK-POT-NAME
             END-IF
         END-READ.

      *> Ask the register about one game and stamp it when it is
      *> taken in. A game seen on both files is counted once:
      *> the results scan runs first and stamps it, and the
      *> register still answers for what it held at the start.
       CHECK-GAME-POSTED.
         MOVE "C" TO WS-PT-FUNCTION.
         PERFORM CALL-POST-UTIL.
         MOVE WS-PT-STATUS TO WS-GAME-STATUS.
         IF WS-GAME-STATUS NOT = "P"
           MOVE "S" TO WS-PT-FUNCTION
           PERFORM CALL-POST-UTIL
         END-IF.

      *> One door to the posting register. A register that
      *> cannot be read or written ends the job with the book
      *> untouched. A replay keeps off the register altogether.
       CALL-POST-UTIL.
         IF WARO-REPLAY-MODE
           MOVE "0" TO WS-PT-STATUS
         ELSE
           PERFORM ASK-POSTING-REGISTER
         END-IF.

       ASK-POSTING-REGISTER.
         CALL 'post-util'
           USING WS-PT-FUNCTION, WS-PT-PROGRAM, WS-PT-GAME-ID,
             WS-PT-RUN-DATE, WS-FORCE-SW, WS-PT-STATUS
           ON EXCEPTION
             DISPLAY "WARO-RECORDS : SEVERE - post-util "
               "failed to load"
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.
         IF WS-PT-STATUS = "E"
           DISPLAY "WARO-RECORDS : SEVERE - WARO-POSTREG unusable"
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.

       SCAN-TITLES.
         OPEN INPUT WARO-TITLES-FILE.
         IF WS-TITLES-FILE-STATUS NOT = "00"
