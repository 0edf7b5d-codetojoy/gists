      *> achievement announces exactly once. Announcements go to
      *> the game log through report-writer's GAME stream; the
      *> big ones (first win, 1,000, 5,000, sweep) also print a
      *> certificate page to WARO-CERT for framing. Every
      *> announcement is also put on the WARO-NOTICE feed for
      *> the member it names.
      *> Each game taken into the night is stamped on the
      *> WARO-POSTREG posting register through post-util; a
      *> rerun of the same date skips and reports games already
      *> posted, so career points never count twice. Parm word
      *> FORCE (e.g. "20261015 FORCE") re-posts them
      *> deliberately, as after a backout.
      *> Parm word REPLAY rebuilds the cards from scratch for
      *> WARO-REBUILD: starting from no cards, every night on
      *> the date-ordered replay copy is judged in turn under
      *> the same rules, with nothing announced, printed or put
      *> on the notice feed and no posting register. The cards
      *> it writes go to a scratch file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WARORES.
         COPY WAROGDS.
         COPY WARONTS.
         SELECT WARO-MILESTONE-FILE ASSIGN TO "WARO-MILESTONE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MILESTONE-FILE-STATUS.
         FILE SECTION.
         COPY WARORSF.
         COPY WAROGDR.
         COPY WARONTR.
         FD WARO-MILESTONE-FILE.
         01 WARO-MILESTONE-REC.
            02 WML-PLAYER-ID PIC 9(4).
         01 WS-GAMEDTL-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-MILESTONE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-CERT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-NOTICE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-NOTICE-PLAYER-ID PIC 9(4) VALUE 0.
         01 WS-RESULTS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-RESULTS-EOF VALUE "Y".
         01 WS-GAMEDTL-EOF-SW PIC X(1) VALUE "N".
         01 WS-RW-STREAM PIC X(4) VALUE "GAME".
         01 WS-REPORT-LINE PIC X(132) VALUE SPACES.
         01 WS-RW-GAME-ID PIC 9(16) VALUE 0.
         01 WS-PARM-WORD PIC X(8) VALUE SPACES.
         01 WS-PARM-OPTION PIC X(8) VALUE SPACES.
         01 WS-FORCE-SW PIC X(1) VALUE "N".
           88 WARO-FORCE-REPOST VALUE "Y".
         01 WS-REPLAY-SW PIC X(1) VALUE "N".
           88 WARO-REPLAY-MODE VALUE "Y".

      *> The nights a replay walks, in the order the file holds
      *> them.
         78 NUM-REPLAY-NIGHTS-MAX VALUE 5000.
         01 WS-REPLAY-NIGHT-TABLE.
            02 WS-REPLAY-NIGHT PIC 9(8)
               OCCURS NUM-REPLAY-NIGHTS-MAX TIMES.
         01 WS-REPLAY-NIGHT-COUNT PIC 9(4) VALUE 0.
         01 WS-REPLAY-NIGHT-IDX PIC 9(4) VALUE 0.

      *> post-util parameters for the posting register. The
      *> game detail file runs many rows per game, so the last
      *> answer is kept and the register asked once per game.
         01 WS-PT-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-PT-PROGRAM PIC X(10) VALUE "MILESTONE".
         01 WS-PT-GAME-ID PIC 9(16) VALUE 0.
         01 WS-PT-STATUS PIC X(1) VALUE "0".
         01 WS-DTL-GAME-ID PIC 9(16) VALUE 0.
         01 WS-DTL-STATUS PIC X(1) VALUE "0".
         01 WS-GAMES-SKIPPED PIC 9(4) VALUE 0.
         01 WS-GAMES-FORCED PIC 9(4) VALUE 0.

      *> Career milestone card per member, loaded whole and
      *> rewritten at end of job.
         IF WS-PARM-DATE IS NUMERIC AND WS-PARM-DATE NOT = "00000000"
           MOVE WS-PARM-DATE TO WS-ASK-DATE
         END-IF.
         UNSTRING WS-PARM DELIMITED BY ALL SPACE
           INTO WS-PARM-WORD, WS-PARM-OPTION.
         IF WS-PARM-WORD = "FORCE" OR WS-PARM-OPTION = "FORCE"
           MOVE "Y" TO WS-FORCE-SW
         END-IF.
         IF WS-PARM-WORD = "REPLAY" OR WS-PARM-OPTION = "REPLAY"
           MOVE "Y" TO WS-REPLAY-SW
           PERFORM REPLAY-ALL-NIGHTS THRU REPLAY-ALL-NIGHTS-EXIT
           STOP RUN
         END-IF.
         PERFORM LOAD-MILESTONE-CARDS THRU LOAD-MILESTONE-CARDS-EXIT.
         PERFORM TALLY-NIGHT-RESULTS THRU TALLY-NIGHT-RESULTS-EXIT.
         PERFORM TALLY-NIGHT-SWEEPS THRU TALLY-NIGHT-SWEEPS-EXIT.
         IF WS-GAMES-SKIPPED > 0
           DISPLAY "WARO-MILESTONE : skipped " WS-GAMES-SKIPPED
             " game(s) already posted - use FORCE to re-post"
         END-IF.
         IF WS-GAMES-FORCED > 0
           DISPLAY "WARO-MILESTONE : FORCE - re-posted "
             WS-GAMES-FORCED " game(s) already on the register"
         END-IF.
         IF WS-TABLES-SEEN = 0
           IF WS-GAMES-SKIPPED = 0
             DISPLAY "WARO-MILESTONE : no results posted for "
               WS-ASK-DATE
           END-IF
           PERFORM CLOSE-GAMELOG
           MOVE 4 TO RETURN-CODE
           STOP RUN
         END-IF.

             UNTIL WS-SWEEP-IDX > WS-SWEEP-COUNT.

         PERFORM REWRITE-MILESTONE-CARDS.
         MOVE "W" TO WS-PT-FUNCTION.
         PERFORM CALL-POST-UTIL.
         DISPLAY "WARO-MILESTONE : " WS-ANNOUNCED-COUNT
           " milestone(s) announced for " WS-ASK-DATE.
         PERFORM CLOSE-GAMELOG.
       STOP RUN.

      *> Every night on the file, oldest first, from no cards at
      *> all. The file comes date-ordered, so a night is listed
      *> when the run date moves on.
       REPLAY-ALL-NIGHTS.
         OPEN INPUT WARO-RESULTS-FILE.
         IF WS-RESULTS-FILE-STATUS NOT = "00"
           DISPLAY "WARO-MILESTONE : no WARO-RESULTS file"
           MOVE 16 TO RETURN-CODE
           GO TO REPLAY-ALL-NIGHTS-EXIT
         END-IF.
         PERFORM LIST-ONE-REPLAY-NIGHT UNTIL WARO-RESULTS-EOF.
         CLOSE WARO-RESULTS-FILE.
         IF WS-REPLAY-NIGHT-COUNT = 0
           DISPLAY "WARO-MILESTONE : REPLAY - no results to replay"
           MOVE 4 TO RETURN-CODE
           GO TO REPLAY-ALL-NIGHTS-EXIT
         END-IF.
         PERFORM REPLAY-ONE-NIGHT
           VARYING WS-REPLAY-NIGHT-IDX FROM 1 BY 1
             UNTIL WS-REPLAY-NIGHT-IDX > WS-REPLAY-NIGHT-COUNT.
         PERFORM REWRITE-MILESTONE-CARDS.
         DISPLAY "WARO-MILESTONE : REPLAY - " WS-REPLAY-NIGHT-COUNT
           " night(s) replayed, " WS-CARD-COUNT " card(s) and "
           WS-ANNOUNCED-COUNT " milestone(s) rebuilt".
       REPLAY-ALL-NIGHTS-EXIT.
         EXIT.

       LIST-ONE-REPLAY-NIGHT.
         READ WARO-RESULTS-FILE
           AT END
             MOVE "Y" TO WS-RESULTS-EOF-SW
           NOT AT END
             IF WRR-DETAIL-REC
               IF WS-REPLAY-NIGHT-COUNT = 0
                 OR WRR-RUN-DATE NOT =
                   WS-REPLAY-NIGHT (WS-REPLAY-NIGHT-COUNT)
                 PERFORM ADD-REPLAY-NIGHT
               END-IF
             END-IF
         END-READ.

       ADD-REPLAY-NIGHT.
         IF WS-REPLAY-NIGHT-COUNT = NUM-REPLAY-NIGHTS-MAX
           DISPLAY "WARO-MILESTONE : REPLAY - too many nights, "
             "replay stops at " WS-REPLAY-NIGHT (WS-REPLAY-NIGHT-COUNT)
           MOVE 4 TO RETURN-CODE
         ELSE
           ADD 1 TO WS-REPLAY-NIGHT-COUNT
           MOVE WRR-RUN-DATE TO WS-REPLAY-NIGHT (WS-REPLAY-NIGHT-COUNT)
         END-IF.

      *> One night judged exactly as the nightly run would have
      *> judged it, against the cards as the nights before left
      *> them.
       REPLAY-ONE-NIGHT.
         MOVE WS-REPLAY-NIGHT (WS-REPLAY-NIGHT-IDX) TO WS-ASK-DATE.
         MOVE 0 TO WS-NIGHT-COUNT.
         MOVE 0 TO WS-SWEEP-COUNT.
         MOVE 0 TO WS-TABLES-SEEN.
         MOVE 0 TO WS-DTL-GAME-ID.
         MOVE "N" TO WS-RESULTS-EOF-SW.
         MOVE "N" TO WS-GAMEDTL-EOF-SW.
         PERFORM TALLY-NIGHT-RESULTS THRU TALLY-NIGHT-RESULTS-EXIT.
         PERFORM TALLY-NIGHT-SWEEPS THRU TALLY-NIGHT-SWEEPS-EXIT.
         PERFORM JUDGE-ONE-MEMBER
           VARYING WS-NIGHT-IDX FROM 1 BY 1
             UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT.
         PERFORM JUDGE-ONE-SWEEP
           VARYING WS-SWEEP-IDX FROM 1 BY 1
             UNTIL WS-SWEEP-IDX > WS-SWEEP-COUNT.

       LOAD-MILESTONE-CARDS.
         OPEN INPUT WARO-MILESTONE-FILE.
         IF WS-MILESTONE-FILE-STATUS NOT = "00"
             MOVE "Y" TO WS-RESULTS-EOF-SW
           NOT AT END
             IF WRR-DETAIL-REC AND WRR-RUN-DATE = WS-ASK-DATE
               MOVE WRR-GAME-ID TO WS-PT-GAME-ID
               MOVE "C" TO WS-PT-FUNCTION
               PERFORM CALL-POST-UTIL
               IF WS-PT-STATUS = "P"
                 ADD 1 TO WS-GAMES-SKIPPED
                 DISPLAY "WARO-MILESTONE : SKIPPED game "
                   WRR-GAME-ID " - already posted"
               ELSE
                 PERFORM TALLY-ONE-TABLE
               END-IF
             END-IF
         END-READ.

       TALLY-ONE-TABLE.
         IF WS-PT-STATUS = "F"
           ADD 1 TO WS-GAMES-FORCED
         END-IF.
         ADD 1 TO WS-TABLES-SEEN.
         MOVE 0 TO WS-BEST-SEAT.
         MOVE 0 TO WS-BEST-POINTS.
         PERFORM FIND-TABLE-WINNER
           VARYING WS-RESULTS-PLAYER-IDX FROM 1 BY 1
             UNTIL WS-RESULTS-PLAYER-IDX > WRR-NUM-PLAYERS.
         PERFORM TALLY-ONE-NIGHT-SEAT
           VARYING WS-RESULTS-PLAYER-IDX FROM 1 BY 1
             UNTIL WS-RESULTS-PLAYER-IDX > WRR-NUM-PLAYERS.
         MOVE "S" TO WS-PT-FUNCTION.
         PERFORM CALL-POST-UTIL.

       FIND-TABLE-WINNER.
         IF WS-BEST-SEAT = 0 OR
             WRR-PLAYER-POINTS (WS-RESULTS-PLAYER-IDX)
             MOVE "Y" TO WS-GAMEDTL-EOF-SW
           NOT AT END
             IF WGD-RUN-DATE = WS-ASK-DATE AND WGD-PLAYER-ID > 0
               PERFORM CHECK-DETAIL-GAME
               IF WS-DTL-STATUS NOT = "P"
                 PERFORM TALLY-SWEEP-ROUND
               END-IF
             END-IF
         END-READ.

       CHECK-DETAIL-GAME.
         IF WGD-GAME-ID NOT = WS-DTL-GAME-ID
           MOVE WGD-GAME-ID TO WS-DTL-GAME-ID
           MOVE WGD-GAME-ID TO WS-PT-GAME-ID
           MOVE "C" TO WS-PT-FUNCTION
           PERFORM CALL-POST-UTIL
           MOVE WS-PT-STATUS TO WS-DTL-STATUS
           IF WS-DTL-STATUS NOT = "P"
             MOVE "S" TO WS-PT-FUNCTION
             PERFORM CALL-POST-UTIL
           END-IF
         END-IF.

       TALLY-SWEEP-ROUND.
         PERFORM FIND-OR-ADD-SWEEP.
         IF WS-SWEEP-IDX > 0
           ADD 1 TO WS-SW-ROUNDS (WS-SWEEP-IDX)
           IF WGD-RESULT = "W"
             ADD 1 TO WS-SW-WINS (WS-SWEEP-IDX)
           END-IF
         END-IF.

       FIND-OR-ADD-SWEEP.
         MOVE "N" TO WS-FOUND-SW.
         PERFORM SEARCH-SWEEP-ENTRY
      *> table win, the thousand marks, then a personal best.
       JUDGE-ONE-MEMBER.
         MOVE WS-NT-PLAYER-ID (WS-NIGHT-IDX) TO WS-LOOKUP-ID.
         MOVE WS-LOOKUP-ID TO WS-NOTICE-PLAYER-ID.
         PERFORM FIND-OR-ADD-CARD.
         IF WS-CARD-IDX = 0
           CONTINUE
         IF WS-SW-ROUNDS (WS-SWEEP-IDX) > 1
             AND WS-SW-WINS (WS-SWEEP-IDX)
               = WS-SW-ROUNDS (WS-SWEEP-IDX)
           MOVE WS-SW-PLAYER-ID (WS-SWEEP-IDX) TO WS-NOTICE-PLAYER-ID
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO MILESTONE: " DELIMITED BY SIZE
             WS-SW-NAME (WS-SWEEP-IDX) DELIMITED BY SIZE
           MOVE "Y" TO WS-FOUND-SW
         END-IF.

      *> A replay only counts what the nights reached - it was
      *> all announced when it happened.
       ANNOUNCE-MILESTONE.
         ADD 1 TO WS-ANNOUNCED-COUNT.
         IF NOT WARO-REPLAY-MODE
           PERFORM PUBLISH-MILESTONE
         END-IF.

       PUBLISH-MILESTONE.
         MOVE "LINE" TO WS-RW-ACTION.
         MOVE "GAME" TO WS-RW-STREAM.
         CALL 'report-writer'
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.
         PERFORM WRITE-NOTICE.

      *> The member hears of it too, through the notice feed.
       WRITE-NOTICE.
         OPEN EXTEND WARO-NOTICE-FILE.
         IF WS-NOTICE-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-NOTICE-FILE
         END-IF.
         MOVE SPACES TO WARO-NOTICE-REC.
         MOVE WS-ASK-DATE TO WNT-NOTICE-DATE.
         MOVE WS-NOTICE-PLAYER-ID TO WNT-PLAYER-ID.
         MOVE "MILESTONE" TO WNT-SOURCE.
         MOVE WS-REPORT-LINE TO WNT-TEXT.
         WRITE WARO-NOTICE-REC.
         CLOSE WARO-NOTICE-FILE.

      *> Certificate page for the big ones - a frame-ready sheet
      *> repeating the announcement between rules.
       PRINT-CERTIFICATE.
         IF NOT WARO-REPLAY-MODE
           PERFORM PRINT-CERTIFICATE-PAGE
         END-IF.

       PRINT-CERTIFICATE-PAGE.
         OPEN EXTEND WARO-CERT-FILE.
         IF WS-CERT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-CERT-FILE
         MOVE WS-MC-K5-FLAG (I) TO WML-K5-FLAG.
         WRITE WARO-MILESTONE-REC.

      *> One door to the posting register. A register that
      *> cannot be read or written ends the job before anything
      *> is announced: posting blind is how a milestone gets
      *> announced twice. A replay keeps off the register
      *> altogether.
       CALL-POST-UTIL.
         IF WARO-REPLAY-MODE
           MOVE "0" TO WS-PT-STATUS
         ELSE
           PERFORM ASK-POSTING-REGISTER
         END-IF.

       ASK-POSTING-REGISTER.
         CALL 'post-util'
           USING WS-PT-FUNCTION, WS-PT-PROGRAM, WS-PT-GAME-ID,
             WS-ASK-DATE, WS-FORCE-SW, WS-PT-STATUS
           ON EXCEPTION
             DISPLAY "WARO-MILESTONE : SEVERE - post-util "
               "failed to load"
             MOVE 16 TO RETURN-CODE
             PERFORM CLOSE-GAMELOG
             STOP RUN
         END-CALL.
         IF WS-PT-STATUS = "E"
           DISPLAY "WARO-MILESTONE : SEVERE - WARO-POSTREG unusable"
           MOVE 16 TO RETURN-CODE
           PERFORM CLOSE-GAMELOG
           STOP RUN
         END-IF.

       CLOSE-GAMELOG.
         MOVE "CLOSE" TO WS-RW-ACTION.
         CALL 'report-writer'
