      *> every movement is appended to WARO-RATINGS-HIST so a
      *> member's improvement can be charted. Walk-ins (id 0)
      *> carry no rating.
      *> Each game rated is stamped on the WARO-POSTREG posting
      *> register through post-util; a rerun of the same date
      *> skips and reports games already rated. Parm word FORCE
      *> (e.g. "20261015 FORCE") re-rates them deliberately, as
      *> after a backout.
      *> Parm word REPLAY rebuilds the ratings from scratch for
      *> WARO-REBUILD: every table result on the file is rated
      *> in file order under its own run date, starting from an
      *> empty card, with no posting register and no history
      *> written. The file it reads is the date-ordered replay
      *> copy and the ratings it writes go to a scratch file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-PARM-DATE PIC X(8) VALUE SPACES.
         01 WS-ASK-DATE PIC 9(8) VALUE 0.
         01 WS-PARM-WORD PIC X(8) VALUE SPACES.
         01 WS-PARM-OPTION PIC X(8) VALUE SPACES.
         01 WS-FORCE-SW PIC X(1) VALUE "N".
           88 WARO-FORCE-REPOST VALUE "Y".
         01 WS-REPLAY-SW PIC X(1) VALUE "N".
           88 WARO-REPLAY-MODE VALUE "Y".

      *> post-util parameters for the posting register.
         01 WS-PT-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-PT-PROGRAM PIC X(10) VALUE "RATING".
         01 WS-PT-STATUS PIC X(1) VALUE "0".
         01 WS-TABLES-SKIPPED PIC 9(4) VALUE 0.
         01 WS-TABLES-FORCED PIC 9(4) VALUE 0.
         78 STARTING-RATING VALUE 1500.
         78 RATING-FLOOR VALUE 100.
         78 NUM-RATINGS-MAX VALUE 200.
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
           MOVE "WARO-RATING : REPLAY - rating every result afresh"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         ELSE
           PERFORM LOAD-RATINGS THRU LOAD-RATINGS-EXIT
         END-IF.
         PERFORM RATE-RESULTS THRU RATE-RESULTS-EXIT.
         IF WS-TABLES-SKIPPED > 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-RATING : skipped " DELIMITED BY SIZE
             WS-TABLES-SKIPPED DELIMITED BY SIZE
             " game(s) already rated - use FORCE to re-rate"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         IF WS-TABLES-FORCED > 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-RATING : FORCE - re-rated " DELIMITED BY SIZE
             WS-TABLES-FORCED DELIMITED BY SIZE
             " game(s) already on the posting register"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         IF WS-TABLES-RATED = 0
           IF WS-TABLES-SKIPPED = 0
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-RATING : no posted results for "
               DELIMITED BY SIZE
               WS-ASK-DATE DELIMITED BY SIZE
               " - ratings unchanged" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
           END-IF
           MOVE 4 TO RETURN-CODE
         ELSE
           PERFORM REWRITE-RATINGS
           MOVE "W" TO WS-PT-FUNCTION
           PERFORM CALL-POST-UTIL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-RATING : rated " DELIMITED BY SIZE
             WS-TABLES-RATED DELIMITED BY SIZE
           AT END
             MOVE "Y" TO WS-RESULTS-EOF-SW
           NOT AT END
             IF WRR-DETAIL-REC AND WARO-REPLAY-MODE
               MOVE WRR-RUN-DATE TO WS-ASK-DATE
             END-IF
             IF WRR-DETAIL-REC AND WRR-RUN-DATE = WS-ASK-DATE
               MOVE WRR-GAME-ID TO WS-GAME-ID
               MOVE "C" TO WS-PT-FUNCTION
               PERFORM CALL-POST-UTIL
               IF WS-PT-STATUS = "P"
                 PERFORM REPORT-SKIPPED-GAME
               ELSE
                 PERFORM RATE-ONE-TABLE
               END-IF
             END-IF
         END-READ.

       RATE-ONE-TABLE.
         IF WS-PT-STATUS = "F"
           ADD 1 TO WS-TABLES-FORCED
         END-IF.
         ADD 1 TO WS-TABLES-RATED.
         MOVE WRR-NUM-PLAYERS TO WS-NUM-SEATS.
         PERFORM COPY-ONE-SEAT
           VARYING WS-RESULTS-PLAYER-IDX FROM 1 BY 1
             UNTIL WS-RESULTS-PLAYER-IDX > WS-NUM-SEATS.
         PERFORM RATE-SEAT-PAIRS
           VARYING X FROM 1 BY 1 UNTIL X > WS-NUM-SEATS.
         MOVE "S" TO WS-PT-FUNCTION.
         PERFORM CALL-POST-UTIL.

       REPORT-SKIPPED-GAME.
         ADD 1 TO WS-TABLES-SKIPPED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-RATING : SKIPPED game " DELIMITED BY SIZE
           WS-GAME-ID DELIMITED BY SIZE
           " - already rated" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       COPY-ONE-SEAT.
         MOVE WRR-PLAYER-ID (WS-RESULTS-PLAYER-IDX)
           TO WS-SEAT-ID (WS-RESULTS-PLAYER-IDX).
           TO WS-SEAT-POINTS (WS-RESULTS-PLAYER-IDX).
         MOVE 0 TO WS-SEAT-RT-IDX (WS-RESULTS-PLAYER-IDX).
         IF WS-SEAT-ID (WS-RESULTS-PLAYER-IDX) > 0
             AND NOT WRR-HOUSE-SEAT (WS-RESULTS-PLAYER-IDX)
           MOVE WS-SEAT-ID (WS-RESULTS-PLAYER-IDX) TO WS-LOOKUP-ID
           PERFORM FIND-OR-ADD-RATING
           MOVE WS-RATING-IDX
         PERFORM RATE-ONE-PAIR
           VARYING Y FROM TMP BY 1 UNTIL Y > WS-NUM-SEATS.

      *> A tie moves nothing; walk-ins and house seats are
      *> skipped. The bite is 16 points, trimmed one point per
      *> full 25 rating points the winner already led by (a
      *> negative lead grows it), held between 2 and 30 so one
      *> upset cannot wreck a card.
       RATE-ONE-PAIR.
         IF WS-SEAT-RT-IDX (X) > 0 AND WS-SEAT-RT-IDX (Y) > 0
             AND WS-SEAT-POINTS (X) NOT = WS-SEAT-POINTS (Y)
         MOVE WS-GAME-ID TO WRH-GAME-ID.
         MOVE WS-OLD-RATING TO WRH-OLD-RATING.
         ADD 1 TO WS-MOVES-POSTED.
         IF NOT WARO-REPLAY-MODE
           PERFORM APPEND-ONE-HIST
         END-IF.

       APPEND-ONE-HIST.
         OPEN EXTEND RATINGS-HIST-FILE.
         IF WS-HIST-FILE-STATUS NOT = "00"
           OPEN OUTPUT RATINGS-HIST-FILE
         MOVE WS-RT-LAST-DATE (I) TO WRG-LAST-DATE.
         WRITE WARO-RATINGS-REC.

      *> One door to the posting register. A register that
      *> cannot be read or written ends the job: posting blind
      *> is how a game gets rated twice. A replay keeps off the
      *> register altogether.
       CALL-POST-UTIL.
         IF WARO-REPLAY-MODE
           MOVE "0" TO WS-PT-STATUS
         ELSE
           PERFORM ASK-POSTING-REGISTER
         END-IF.

       ASK-POSTING-REGISTER.
         CALL 'post-util'
           USING WS-PT-FUNCTION, WS-PT-PROGRAM, WS-GAME-ID,
             WS-ASK-DATE, WS-FORCE-SW, WS-PT-STATUS
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-RATING : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'post-util' failed to load" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.
         IF WS-PT-STATUS = "E"
           MOVE "WARO-RATING : SEVERE - WARO-POSTREG unusable"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS NOT = "00"
