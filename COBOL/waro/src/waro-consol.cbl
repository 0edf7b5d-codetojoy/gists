      *> against it). A game id appearing in both inputs means
      *> the sites' id schemes have collided - every dispute tool
      *> keys on the game id, so the merge is refused outright
      *> rather than published broken. A WARO-CORRECT batch
      *> files under the game it corrects, so it is the game's
      *> own id again, not a collision, and is not counted.
      *> A member transferred between sites is one player in the
      *> league file: a seat or correction posted at a site under
      *> a local id that WARO-XFERMAP maps to a league id is
      *> written under the league id. The record's own site code
      *> names the site (blank on old records: the input file's
      *> site); the hash totals are points only and still hold.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT RESULTS-LEAGUE-FILE ASSIGN TO "WARO-RESULTS-LEAGUE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEAGUE-FILE-STATUS.
         COPY WAROXMS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WAROXMR.
         FD RESULTS-IN1-FILE.
         01 RESULTS-IN1-REC PIC X(200).
         FD RESULTS-IN2-FILE.
         WORKING-STORAGE SECTION.
         01 WS-RESULTS-IN-STATUS PIC X(2) VALUE "00".
         01 WS-LEAGUE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-XFERMAP-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-IN-EOF-SW PIC X(1) VALUE "N".
         01 WS-CONSOL-REC.
            02 WCN-RECORD-TYPE PIC X(2).
              88 WCN-HEADER-REC VALUE "HD".
              88 WCN-DETAIL-REC VALUE "DT".
              88 WCN-CORRECTION-REC VALUE "CR".
            02 WCN-RUN-DATE PIC 9(8).
            02 WCN-GAME-ID PIC 9(16).
            02 FILLER PIC X(1).
            02 WCN-NUM-PLAYERS PIC 9(2).
            02 WCN-PLAYER-AREA.
               03 WCN-PLAYER-ENTRY OCCURS 10 TIMES.
                  04 FILLER PIC X(1).
                  04 WCN-PLAYER-ID PIC 9(4).
                  04 FILLER PIC X(10).
            02 WCN-CORRECTION-DATA REDEFINES WCN-PLAYER-AREA.
               03 WCN-BATCH-KIND PIC X(1).
                 88 WCN-CORRECTION-BATCH VALUE "C".
               03 FILLER PIC X(2).
               03 WCN-CR-PLAYER-ID PIC 9(4).
               03 FILLER PIC X(143).
            02 FILLER PIC X(3).
            02 WCN-SITE PIC X(2).
            02 FILLER PIC X(16).

      *> Transferred members' local ids by site, and the site the
      *> record in hand was posted at.
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
         01 WS-MAP-FULL-SW PIC X(1) VALUE "N".
         01 WS-REC-SITE PIC 9(2) VALUE 0.
         01 WS-SEAT-IDX PIC 9(2) VALUE 0.
         01 WS-MAP-ID PIC 9(4) VALUE 0.
         01 WS-MAPPED-COUNT PIC 9(6) VALUE 0.

      *> Batch ids already merged; a repeat across sites refuses
      *> the whole merge - the league file is emptied rather than

       PROCEDURE DIVISION.
       BEGIN.
         PERFORM LOAD-XFERMAP THRU LOAD-XFERMAP-EXIT.
         OPEN OUTPUT RESULTS-LEAGUE-FILE.
         MOVE 1 TO WS-FILE-NBR.
         PERFORM MERGE-ONE-FILE THRU MERGE-ONE-FILE-EXIT.
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           IF WS-MAPPED-COUNT > 0
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-CONSOL : " DELIMITED BY SIZE
               WS-MAPPED-COUNT DELIMITED BY SIZE
               " transferred member seat(s) posted under the league"
               DELIMITED BY SIZE
               " id" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
           END-IF
         END-IF.
         IF WS-MAP-FULL-SW = "Y"
           MOVE "WARO-CONSOL : NOTE - WARO-XFERMAP holds more than 500
      -      " ids; the rest are not mapped" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
         END-IF.
         IF WS-FULL-SW = "Y"
           MOVE "WARO-CONSOL : NOTE - clash table filled; checking
         END-IF.

       PASS-ONE-RECORD.
         IF WCN-HEADER-REC AND NOT WCN-CORRECTION-BATCH
           PERFORM NOTE-ONE-BATCH
         END-IF.
         IF WS-MAP-COUNT > 0
             AND (WCN-DETAIL-REC OR WCN-CORRECTION-REC)
           PERFORM MAP-TRANSFERRED-IDS
         END-IF.
         IF NOT WARO-GAME-ID-CLASH
           MOVE WS-CONSOL-REC TO RESULTS-LEAGUE-REC
           WRITE RESULTS-LEAGUE-REC
           PERFORM WRITE-REPORT
         END-IF.

       LOAD-XFERMAP.
         OPEN INPUT WARO-XFERMAP-FILE.
         IF WS-XFERMAP-FILE-STATUS NOT = "00"
           GO TO LOAD-XFERMAP-EXIT
         END-IF.
         PERFORM LOAD-ONE-MAPPING
           UNTIL WARO-XFERMAP-EOF OR WS-MAP-FULL-SW = "Y".
         CLOSE WARO-XFERMAP-FILE.
       LOAD-XFERMAP-EXIT.
         EXIT.

       LOAD-ONE-MAPPING.
         READ WARO-XFERMAP-FILE
           AT END
             MOVE "Y" TO WS-XFERMAP-EOF-SW
           NOT AT END
             IF WS-MAP-COUNT = NUM-MAP-MAX
               MOVE "Y" TO WS-MAP-FULL-SW
             ELSE
               ADD 1 TO WS-MAP-COUNT
               MOVE WXM-SITE TO WS-MP-SITE (WS-MAP-COUNT)
               MOVE WXM-LOCAL-ID TO WS-MP-LOCAL-ID (WS-MAP-COUNT)
               MOVE WXM-LEAGUE-ID TO WS-MP-LEAGUE-ID (WS-MAP-COUNT)
             END-IF
         END-READ.

       MAP-TRANSFERRED-IDS.
         IF WCN-SITE IS NUMERIC
           MOVE WCN-SITE TO WS-REC-SITE
         ELSE
           MOVE WS-FILE-NBR TO WS-REC-SITE
         END-IF.
         IF WCN-CORRECTION-REC
           MOVE WCN-CR-PLAYER-ID TO WS-MAP-ID
           PERFORM FIND-LEAGUE-ID
           MOVE WS-MAP-ID TO WCN-CR-PLAYER-ID
         ELSE
           PERFORM MAP-ONE-SEAT
             VARYING WS-SEAT-IDX FROM 1 BY 1
               UNTIL WS-SEAT-IDX > WCN-NUM-PLAYERS
                 OR WS-SEAT-IDX > 10
         END-IF.

       MAP-ONE-SEAT.
         MOVE WCN-PLAYER-ID (WS-SEAT-IDX) TO WS-MAP-ID.
         PERFORM FIND-LEAGUE-ID.
         MOVE WS-MAP-ID TO WCN-PLAYER-ID (WS-SEAT-IDX).

       FIND-LEAGUE-ID.
         IF WS-MAP-ID IS NUMERIC AND WS-MAP-ID > 0
           PERFORM CHECK-ONE-MAPPING
             VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
         END-IF.

       CHECK-ONE-MAPPING.
         IF WS-MP-SITE (WS-MAP-IDX) = WS-REC-SITE
             AND WS-MP-LOCAL-ID (WS-MAP-IDX) = WS-MAP-ID
           MOVE WS-MP-LEAGUE-ID (WS-MAP-IDX) TO WS-MAP-ID
           MOVE WS-MAP-COUNT TO WS-MAP-IDX
           ADD 1 TO WS-MAPPED-COUNT
         END-IF.

       CHECK-ONE-BATCH-ID.
         IF WS-BATCH-GAME-ID (WS-BATCH-IDX) = WCN-GAME-ID
           MOVE "Y" TO WS-BATCH-HIT-SW
