      *> tables, division B's the rest - so a table never mixes
      *> divisions. The plan is written to WARO-SEATPLAN for the
      *> operators to post, and WARO seats from it when present.
      *> A member barred on the WARO-EXCLUDE self-exclusion
      *> register is never planned a seat; the refusal is filed
      *> on WARO-COMPLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROROS.
         COPY WARORTS.
         COPY WAROSPS.
         COPY WAROSXS.
         COPY WAROCMS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORSR.
         COPY WARORTR.
         COPY WAROSPR.
         COPY WAROSXR.
         COPY WAROCMR.
         WORKING-STORAGE SECTION.
         01 WS-ROSTER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RATINGS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-SEATPLAN-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-EXCLUDE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-COMPLY-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-ROSTER-EOF-SW PIC X(1) VALUE "N".
           88 WARO-ROSTER-EOF VALUE "Y".
         01 WS-RATINGS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-RATINGS-EOF VALUE "Y".
         01 WS-EXCLUDE-EOF-SW PIC X(1) VALUE "N".
           88 WARO-EXCLUDE-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-PLAYERS-TEXT PIC X(2) JUSTIFIED RIGHT VALUE SPACES.
         01 WS-TABLES-TEXT PIC X(1) VALUE SPACES.
         01 WS-CUR-TABLE PIC 9(1) VALUE 0.
         01 WS-ROTATE-CUT PIC 9(2) VALUE 0.
         01 WS-DU-REM PIC 9(8) VALUE 0.

      *> Self-exclusions in force on the run date. A lift never
      *> counts before the bar's minimum end date.
         78 NUM-EXCLUDE-MAX VALUE 200.
         01 WS-EXCLUDE-TABLE.
            02 WS-XC-PLAYER-ID PIC 9(4)
               OCCURS NUM-EXCLUDE-MAX TIMES.
         01 WS-EXCLUDE-COUNT PIC 9(3) VALUE 0.
         01 WS-EXCLUDE-IDX PIC 9(3) VALUE 0.
         01 WS-EXCLUDE-LIFT-DATE PIC 9(8) VALUE 0.
         01 WS-EXCLUDE-HIT-SW PIC X(1) VALUE "N".
           88 WARO-SEAT-IS-EXCLUDED VALUE "Y".
         01 I PIC 9(2).
         01 X PIC 9(2).

       BEGIN.
         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
         PERFORM READ-SEATING-PARM.
         PERFORM READ-EXCLUSIONS THRU READ-EXCLUSIONS-EXIT.
         PERFORM READ-ACTIVE-ROSTER THRU READ-ACTIVE-ROSTER-EXIT.
         IF WS-POOL-COUNT = 0
           MOVE "WARO-SEATING : no ACTIVE players to seat"
         READ WARO-ROSTER-FILE
           AT END MOVE "Y" TO WS-ROSTER-EOF-SW
           NOT AT END
             PERFORM CHECK-SEAT-EXCLUDED
             IF WARO-SEAT-IS-EXCLUDED
               PERFORM REFUSE-EXCLUDED-SEAT
             ELSE
             IF WRO-STATUS = "A" OR WRO-STATUS = SPACES
               ADD 1 TO WS-POOL-COUNT
               MOVE WRO-PLAYER-NAME TO WS-POOL-NAME (WS-POOL-COUNT)
               END-IF
               MOVE "N" TO WS-POOL-DONE-SW (WS-POOL-COUNT)
             END-IF
             END-IF
         END-READ.

       READ-EXCLUSIONS.
         OPEN INPUT WARO-EXCLUDE-FILE.
         IF WS-EXCLUDE-FILE-STATUS NOT = "00"
           GO TO READ-EXCLUSIONS-EXIT
         END-IF.
         PERFORM READ-ONE-EXCLUSION
           UNTIL WARO-EXCLUDE-EOF OR WS-EXCLUDE-COUNT = NUM-EXCLUDE-MAX.
         CLOSE WARO-EXCLUDE-FILE.
       READ-EXCLUSIONS-EXIT.
         EXIT.

       READ-ONE-EXCLUSION.
         READ WARO-EXCLUDE-FILE
           AT END MOVE "Y" TO WS-EXCLUDE-EOF-SW
           NOT AT END
             IF WSX-PLAYER-ID IS NUMERIC AND WSX-PLAYER-ID > 0
                 AND WSX-START-DATE IS NUMERIC
                 AND WSX-MIN-END-DATE IS NUMERIC
                 AND WS-RUN-DATE >= WSX-START-DATE
               IF WSX-LIFTED-DATE IS NUMERIC
                 MOVE WSX-LIFTED-DATE TO WS-EXCLUDE-LIFT-DATE
               ELSE
                 MOVE 0 TO WS-EXCLUDE-LIFT-DATE
               END-IF
               IF WS-EXCLUDE-LIFT-DATE > 0
                   AND WS-EXCLUDE-LIFT-DATE < WSX-MIN-END-DATE
                 MOVE WSX-MIN-END-DATE TO WS-EXCLUDE-LIFT-DATE
               END-IF
               IF WS-EXCLUDE-LIFT-DATE = 0
                   OR WS-RUN-DATE < WS-EXCLUDE-LIFT-DATE
                 ADD 1 TO WS-EXCLUDE-COUNT
                 MOVE WSX-PLAYER-ID
                   TO WS-XC-PLAYER-ID (WS-EXCLUDE-COUNT)
               END-IF
             END-IF
         END-READ.

       CHECK-SEAT-EXCLUDED.
         MOVE "N" TO WS-EXCLUDE-HIT-SW.
         IF WRO-PLAYER-ID IS NUMERIC AND WRO-PLAYER-ID > 0
           PERFORM CHECK-ONE-EXCLUSION
             VARYING WS-EXCLUDE-IDX FROM 1 BY 1
               UNTIL WS-EXCLUDE-IDX > WS-EXCLUDE-COUNT
                 OR WARO-SEAT-IS-EXCLUDED
         END-IF.

       CHECK-ONE-EXCLUSION.
         IF WS-XC-PLAYER-ID (WS-EXCLUDE-IDX) = WRO-PLAYER-ID
           MOVE "Y" TO WS-EXCLUDE-HIT-SW
         END-IF.

      *> No game exists yet at planning time, so the refusal is
      *> filed under game id zero.
       REFUSE-EXCLUDED-SEAT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-SEATING : REFUSED '" DELIMITED BY SIZE
           WRO-PLAYER-NAME DELIMITED BY SIZE
           "' id " DELIMITED BY SIZE
           WRO-PLAYER-ID DELIMITED BY SIZE
           " - self-excluded" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         OPEN EXTEND WARO-COMPLY-FILE.
         IF WS-COMPLY-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-COMPLY-FILE
         END-IF.
         MOVE SPACES TO WARO-COMPLY-REC.
         MOVE WS-RUN-DATE TO WCM-RUN-DATE.
         MOVE 0 TO WCM-GAME-ID.
         MOVE WRO-PLAYER-ID TO WCM-PLAYER-ID.
         MOVE WRO-PLAYER-NAME TO WCM-PLAYER-NAME.
         MOVE "EXCLUDE" TO WCM-EVENT-TYPE.
         MOVE 0 TO WCM-AMOUNT.
         WRITE WARO-COMPLY-REC.
         CLOSE WARO-COMPLY-FILE.

       LOAD-POOL-RATINGS.
         OPEN INPUT WARO-RATINGS-FILE.
         IF WS-RATINGS-FILE-STATUS NOT = "00"
