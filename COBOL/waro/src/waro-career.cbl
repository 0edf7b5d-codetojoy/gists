      *> to the member's id through WARO-ALIAS, and id-less
      *> records posted under a member's old name fold into the
      *> member - a rename never splits a career in two.
      *> Nor does a move between sites: seats posted at a site
      *> under a local id that WARO-XFERMAP maps to a league id
      *> count as the league id's. An id on the parm is the
      *> league id; follow it with a site code (0007 02) to ask
      *> by the local id a member carries at that site.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROALS.
         COPY WAROXMS.
         SELECT CAREER-HISTORY-FILE ASSIGN TO "WARO-HISTORY"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAREER-FILE-STATUS.
         FILE SECTION.
         COPY WARORPT.
         COPY WAROALR.
         COPY WAROXMR.
         FD CAREER-HISTORY-FILE.
         01 CAREER-HISTORY-REC PIC X(200).
         FD CAREER-ARCH-FILE.
           88 WARO-CAREER-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-TARGET-TEXT PIC X(6) VALUE SPACES.
         01 WS-SITE-TEXT PIC X(2) JUSTIFIED RIGHT VALUE SPACES.
         01 WS-ASK-SITE PIC 9(2) VALUE 0.
         01 WS-LOCAL-ID PIC 9(4) VALUE 0.
         01 WS-TARGET-ID PIC 9(4) VALUE 0.
         01 WS-TARGET-NAME PIC X(6) VALUE SPACES.
         01 WS-NORM-IN PIC X(6) VALUE SPACES.
         01 WS-ALIAS-IDX PIC 9(2) VALUE 0.
         01 WS-ALIAS-NORM PIC X(6) VALUE SPACES.

      *> Transferred members' local ids by site, and the site the
      *> record in hand was posted at (old records carry none and
      *> read as the parm's site, else site 01).
         01 WS-XFERMAP-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-XFERMAP-EOF-SW PIC X(1) VALUE "N".
           88 WARO-XFERMAP-EOF VALUE "Y".
         78 NUM-MAP-MAX VALUE 500.
         01 WS-MAP-TABLE.
            02 WS-MAP-ENTRY OCCURS NUM-MAP-MAX TIMES.
               03 WS-MP-SITE PIC 9(2).
               03 WS-MP-LOCAL-ID PIC 9(4).
               03 WS-MP-LEAGUE-ID PIC 9(4).
         01 WS-MAP-COUNT PIC 9(4) VALUE 0.
         01 WS-MAP-IDX PIC 9(4) VALUE 0.
         01 WS-REC-SITE PIC 9(2) VALUE 0.
         01 WS-MAP-ID PIC 9(4) VALUE 0.

      *> The record just read, laid out the WARORSF way - all
      *> three files carry the same interchange layout.
         01 WS-CAREER-REC.
                  04 WCR-PLAYER-ID PIC 9(4).
                  04 WCR-PLAYER-NAME PIC X(6).
                  04 WCR-PLAYER-POINTS PIC 9(4).
            02 FILLER PIC X(3).
            02 WCR-SITE PIC X(2).
            02 FILLER PIC X(16).

      *> Batch ids already walked, so a batch sitting in two
      *> files is caught instead of counted twice.
       BEGIN.
         PERFORM READ-TARGET-PARM.
         PERFORM LOAD-ALIASES THRU LOAD-ALIASES-EXIT.
         PERFORM LOAD-XFERMAP THRU LOAD-XFERMAP-EXIT.
         IF WS-TARGET-ID > 0 AND WS-ASK-SITE > 0
           MOVE WS-TARGET-ID TO WS-LOCAL-ID
           MOVE WS-ASK-SITE TO WS-REC-SITE
           MOVE WS-TARGET-ID TO WS-MAP-ID
           PERFORM FIND-LEAGUE-ID
           MOVE WS-MAP-ID TO WS-TARGET-ID
         END-IF.
         IF WS-TARGET-NAME NOT = SPACES
           PERFORM RESOLVE-NAME-ALIAS
             VARYING WS-ALIAS-IDX FROM 1 BY 1

       READ-TARGET-PARM.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY ALL SPACE
           INTO WS-TARGET-TEXT WS-SITE-TEXT.
         INSPECT WS-SITE-TEXT REPLACING LEADING SPACE BY ZERO.
         IF WS-SITE-TEXT IS NUMERIC
           MOVE WS-SITE-TEXT TO WS-ASK-SITE
         END-IF.
         IF WS-TARGET-TEXT (1:4) IS NUMERIC
             AND WS-TARGET-TEXT (5:2) = SPACES
           MOVE WS-TARGET-TEXT (1:4) TO WS-TARGET-ID
           MOVE WS-AL-PLAYER-ID (WS-ALIAS-IDX) TO WS-TARGET-ID
         END-IF.

       LOAD-XFERMAP.
         OPEN INPUT WARO-XFERMAP-FILE.
         IF WS-XFERMAP-FILE-STATUS NOT = "00"
           GO TO LOAD-XFERMAP-EXIT
         END-IF.
         PERFORM LOAD-ONE-MAPPING
           UNTIL WARO-XFERMAP-EOF OR WS-MAP-COUNT = NUM-MAP-MAX.
         CLOSE WARO-XFERMAP-FILE.
       LOAD-XFERMAP-EXIT.
         EXIT.

       LOAD-ONE-MAPPING.
         READ WARO-XFERMAP-FILE
           AT END MOVE "Y" TO WS-XFERMAP-EOF-SW
           NOT AT END
             ADD 1 TO WS-MAP-COUNT
             MOVE WXM-SITE TO WS-MP-SITE (WS-MAP-COUNT)
             MOVE WXM-LOCAL-ID TO WS-MP-LOCAL-ID (WS-MAP-COUNT)
             MOVE WXM-LEAGUE-ID TO WS-MP-LEAGUE-ID (WS-MAP-COUNT)
         END-READ.

      *> WS-MAP-ID posted at WS-REC-SITE becomes the league id
      *> it stands for; an unmapped id is its own league id.
       FIND-LEAGUE-ID.
         IF WS-MAP-ID > 0
           PERFORM CHECK-ONE-MAPPING
             VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
         END-IF.

       CHECK-ONE-MAPPING.
         IF WS-MP-SITE (WS-MAP-IDX) = WS-REC-SITE
             AND WS-MP-LOCAL-ID (WS-MAP-IDX) = WS-MAP-ID
           MOVE WS-MP-LEAGUE-ID (WS-MAP-IDX) TO WS-MAP-ID
           MOVE WS-MAP-COUNT TO WS-MAP-IDX
         END-IF.

       FIND-FIRST-NONBLANK.
         IF WS-NORM-OUT = SPACES
             AND WS-NORM-IN (WS-NORM-IDX:1) NOT = SPACE
           WHEN WCR-HEADER-REC
             PERFORM NOTE-ONE-BATCH
           WHEN WCR-DETAIL-REC
             PERFORM SET-RECORD-SITE
             PERFORM TAKE-ONE-DETAIL
               VARYING WS-RESULTS-PLAYER-IDX FROM 1 BY 1
                 UNTIL WS-RESULTS-PLAYER-IDX > WCR-NUM-PLAYERS
             CONTINUE
         END-EVALUATE.

       SET-RECORD-SITE.
         EVALUATE TRUE
           WHEN WCR-SITE IS NUMERIC
             MOVE WCR-SITE TO WS-REC-SITE
           WHEN WS-ASK-SITE > 0
             MOVE WS-ASK-SITE TO WS-REC-SITE
           WHEN OTHER
             MOVE 1 TO WS-REC-SITE
         END-EVALUATE.

       NOTE-ONE-BATCH.
         PERFORM CHECK-ONE-BATCH-ID
           VARYING WS-BATCH-IDX FROM 1 BY 1
       TAKE-ONE-DETAIL.
         MOVE "N" TO WS-SEAT-MATCH-SW.
         IF WS-TARGET-ID > 0
           MOVE WCR-PLAYER-ID (WS-RESULTS-PLAYER-IDX) TO WS-MAP-ID
           IF WS-MAP-COUNT > 0
             PERFORM FIND-LEAGUE-ID
           END-IF
           IF WS-MAP-ID = WS-TARGET-ID
             MOVE "Y" TO WS-SEAT-MATCH-SW
           END-IF
           IF WCR-PLAYER-ID (WS-RESULTS-PLAYER-IDX) = 0
           WS-LAST-DATE DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-LOCAL-ID > 0 AND WS-LOCAL-ID NOT = WS-TARGET-ID
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CAREER : local id " DELIMITED BY SIZE
             WS-LOCAL-ID DELIMITED BY SIZE
             " at site " DELIMITED BY SIZE
             WS-ASK-SITE DELIMITED BY SIZE
             " is league id " DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         PERFORM REPORT-ONE-SEASON
           VARYING I FROM 1 BY 1 UNTIL I > WS-SEASON-COUNT.
         IF WS-BATCH-FULL-SW = "Y"
