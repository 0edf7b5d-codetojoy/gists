      *> - with a 2-digit site code only that site's entries
      *> rank (run against the merged WARO-RESULTS-LEAGUE file
      *> this gives per-site standings; without it, league-wide).
      *> A WARO-CORRECT correction moves the player's points in
      *> every window its game falls in without counting another
      *> game, and the board shows the year's corrections beside
      *> the points they are already part of.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            02 SSM-SEAT-NAME PIC X(6).
            02 SSM-RUN-DATE PIC 9(8).
            02 SSM-POINTS PIC 9(4).
            02 SSM-CORR-POINTS PIC S9(4) SIGN LEADING SEPARATE.
         SD SORT-RANK-FILE.
         01 SORT-RANK-REC.
            02 SRK-YTD-POINTS PIC 9(6).
            02 WLW-MTD-GAMES PIC 9(4).
            02 WLW-MTD-POINTS PIC 9(6).
            02 WLW-YTD-GAMES PIC 9(4).
            02 WLW-YTD-CORR PIC S9(5) SIGN LEADING SEPARATE.
         FD LEADER-RANKED-FILE.
         01 LEADER-RANKED-REC.
            02 WLR-YTD-POINTS PIC 9(6).
            02 WLR-MTD-GAMES PIC 9(4).
            02 WLR-MTD-POINTS PIC 9(6).
            02 WLR-YTD-GAMES PIC 9(4).
            02 WLR-YTD-CORR PIC S9(5) SIGN LEADING SEPARATE.
         WORKING-STORAGE SECTION.
         01 WS-RESULTS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PLAYERS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-CUR-STARTED-SW PIC X(1) VALUE "N".
           88 WARO-PLAYER-STARTED VALUE "Y".
         01 WS-CUR-WTD-GAMES PIC 9(4) VALUE 0.
         01 WS-CUR-WTD-POINTS PIC S9(6) VALUE 0.
         01 WS-CUR-MTD-GAMES PIC 9(4) VALUE 0.
         01 WS-CUR-MTD-POINTS PIC S9(6) VALUE 0.
         01 WS-CUR-YTD-GAMES PIC 9(4) VALUE 0.
         01 WS-CUR-YTD-POINTS PIC S9(6) VALUE 0.
         01 WS-CUR-YTD-CORR PIC S9(5) VALUE 0.
         01 WS-CORR-DISPLAY PIC +(5)9.
         01 WS-RANK-POSITION PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
                   THRU RELEASE-ONE-SEAT-DONE
                   VARYING WS-RESULTS-PLAYER-IDX FROM 1 BY 1
                     UNTIL WS-RESULTS-PLAYER-IDX > WRR-NUM-PLAYERS
               WHEN WRR-CORRECTION-REC
                 ADD 1 TO WS-BAL-COUNT
                 IF WRR-SITE = SPACES
                   MOVE "01" TO WS-ENTRY-SITE
                 ELSE
                   MOVE WRR-SITE TO WS-ENTRY-SITE
                 END-IF
                 PERFORM RELEASE-ONE-CORRECTION
                   THRU RELEASE-ONE-CORRECTION-DONE
               WHEN WRR-TRAILER-REC
                 MOVE "N" TO WS-BAL-PENDING-SW
                 IF WRR-TRAILER-COUNT NOT = WS-BAL-COUNT
      *> whole file. Entries outside both the reference year and
      *> the week-to-date window feed no bucket, so they skip the
      *> sort entirely - only players with results in a window
      *> make the board, as the board has always worked. A seat
      *> the house played is in the hash but never on the board.
       RELEASE-ONE-SEAT.
         ADD WRR-PLAYER-POINTS (WS-RESULTS-PLAYER-IDX)
           TO WS-BAL-HASH.
         IF WRR-HOUSE-SEAT (WS-RESULTS-PLAYER-IDX)
           GO TO RELEASE-ONE-SEAT-DONE
         END-IF.
         IF WS-SITE-FILTER NOT = SPACES
             AND WS-ENTRY-SITE NOT = WS-SITE-FILTER
           GO TO RELEASE-ONE-SEAT-DONE
         MOVE WRR-RUN-DATE TO SSM-RUN-DATE.
         MOVE WRR-PLAYER-POINTS (WS-RESULTS-PLAYER-IDX)
           TO SSM-POINTS.
         MOVE 0 TO SSM-CORR-POINTS.
         RELEASE SORT-SUM-REC.
       RELEASE-ONE-SEAT-DONE.
         EXIT.

      *> A correction balances on the points it moved and sorts
      *> under the same key its seat did, dated by its game so it
      *> lands in the same windows as the original result.
       RELEASE-ONE-CORRECTION.
         IF WRR-CR-ADJ-POINTS < 0
           SUBTRACT WRR-CR-ADJ-POINTS FROM WS-BAL-HASH
         ELSE
           ADD WRR-CR-ADJ-POINTS TO WS-BAL-HASH
         END-IF.
         IF WS-SITE-FILTER NOT = SPACES
             AND WS-ENTRY-SITE NOT = WS-SITE-FILTER
           GO TO RELEASE-ONE-CORRECTION-DONE
         END-IF.
         IF WRR-RUN-DATE (1:4) NOT = WS-REF-DATE (1:4)
             AND (WRR-RUN-DATE < WS-WEEK-START
               OR WRR-RUN-DATE > WS-REF-DATE)
           GO TO RELEASE-ONE-CORRECTION-DONE
         END-IF.
         MOVE WRR-CR-PLAYER-ID TO WS-ACCUM-ID.
         MOVE WRR-CR-PLAYER-NAME TO WS-ACCUM-NAME.
         IF WS-ACCUM-ID = 0
           PERFORM RESOLVE-ACCUM-ALIAS
             VARYING WS-ALIAS-IDX FROM 1 BY 1
               UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
         END-IF.
         MOVE WS-ACCUM-ID TO SSM-PLAYER-ID.
         IF WS-ACCUM-ID > 0
           MOVE SPACES TO SSM-PLAYER-NAME
         ELSE
           MOVE WS-ACCUM-NAME TO SSM-PLAYER-NAME
         END-IF.
         MOVE WS-ACCUM-NAME TO SSM-SEAT-NAME.
         MOVE WRR-RUN-DATE TO SSM-RUN-DATE.
         MOVE 0 TO SSM-POINTS.
         MOVE WRR-CR-ADJ-POINTS TO SSM-CORR-POINTS.
         RELEASE SORT-SUM-REC.
       RELEASE-ONE-CORRECTION-DONE.
         EXIT.

       RESOLVE-ACCUM-ALIAS.
         IF WS-AL-OLD-NAME (WS-ALIAS-IDX) = WS-ACCUM-NAME
           MOVE WS-AL-PLAYER-ID (WS-ALIAS-IDX) TO WS-ACCUM-ID
               END-IF
               PERFORM START-NEW-PLAYER
             END-IF
             PERFORM BUCKET-ONE-ENTRY THRU BUCKET-ONE-ENTRY-EXIT
         END-RETURN.

       START-NEW-PLAYER.
         MOVE 0 TO WS-CUR-MTD-POINTS.
         MOVE 0 TO WS-CUR-YTD-GAMES.
         MOVE 0 TO WS-CUR-YTD-POINTS.
         MOVE 0 TO WS-CUR-YTD-CORR.

      *> A week-to-date window spanning January 1 reaches back
      *> into December, so the year and week tests gate their
      *> own buckets independently here. A correction entry
      *> moves the points but is not another game.
       BUCKET-ONE-ENTRY.
         IF SSM-CORR-POINTS NOT = 0
           PERFORM BUCKET-ONE-CORRECTION
           GO TO BUCKET-ONE-ENTRY-EXIT
         END-IF.
         IF SSM-RUN-DATE (1:4) = WS-REF-DATE (1:4)
           ADD SSM-POINTS TO WS-CUR-YTD-POINTS
           ADD 1 TO WS-CUR-YTD-GAMES
           ADD SSM-POINTS TO WS-CUR-WTD-POINTS
           ADD 1 TO WS-CUR-WTD-GAMES
         END-IF.
       BUCKET-ONE-ENTRY-EXIT.
         EXIT.

       BUCKET-ONE-CORRECTION.
         IF SSM-RUN-DATE (1:4) = WS-REF-DATE (1:4)
           ADD SSM-CORR-POINTS TO WS-CUR-YTD-POINTS
           ADD SSM-CORR-POINTS TO WS-CUR-YTD-CORR
           IF SSM-RUN-DATE (5:2) = WS-REF-DATE (5:2)
             ADD SSM-CORR-POINTS TO WS-CUR-MTD-POINTS
           END-IF
         END-IF.
         IF SSM-RUN-DATE >= WS-WEEK-START
             AND SSM-RUN-DATE <= WS-REF-DATE
           ADD SSM-CORR-POINTS TO WS-CUR-WTD-POINTS
         END-IF.

       PUT-ONE-SUMMARY.
         MOVE SPACES TO LEADER-WORK-REC.
         MOVE WS-CUR-MTD-GAMES TO WLW-MTD-GAMES.
         MOVE WS-CUR-MTD-POINTS TO WLW-MTD-POINTS.
         MOVE WS-CUR-YTD-GAMES TO WLW-YTD-GAMES.
         MOVE WS-CUR-YTD-CORR TO WLW-YTD-CORR.
         WRITE LEADER-WORK-REC.
         MOVE "N" TO WS-CUR-STARTED-SW.

               " p:" DELIMITED BY SIZE
               WLR-YTD-POINTS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             IF WLR-YTD-CORR NOT = 0
               MOVE WLR-YTD-CORR TO WS-CORR-DISPLAY
               STRING " cr:" DELIMITED BY SIZE
                 WS-CORR-DISPLAY DELIMITED BY SIZE
                 INTO WS-REPORT-LINE (123:)
             END-IF
             PERFORM WRITE-REPORT
         END-READ.

