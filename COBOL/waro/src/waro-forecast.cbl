       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-FORECAST.
      *> Attendance forecast and table-count planning for the floor.
      *> Parm: [YYYYMMDD] - the date the forecast is made (default
      *> today). From the last HISTORY-DAYS of WARO-RESULTS it
      *> takes the seats played each night, split by weekday
      *> (date-util function W) with event nights off
      *> WARO-CALENDAR kept apart, and projects each of the next
      *> FORECAST-NIGHTS open calendar dates:
      *>   - the weekday's average seats (the average of all
      *>     ordinary nights when the weekday has no history, the
      *>     roster's ACTIVE count when there is no history at all),
      *>   - raised or lowered on an event date by how event nights
      *>     have run against ordinary ones,
      *>   - less the roster members WARO-AWAY has away that night,
      *>   - and never more than the ACTIVE and STANDBY seats on the
      *>     roster who are not away.
      *> The TABLES= card recommended seats everyone at the
      *> PLAYERS= seats a table on WARO-CONTROL (3 when there is no
      *> card), within WARO's 9 tables and 30 roster slots; the
      *> spare seats are what the standby list can fill. Each night
      *> projected is filed on WARO-FCSTHIST, and last month's
      *> forecasts - the latest one made before each night - are
      *> set against the seats that actually played.
      *> Completion 4 when there is no history to forecast from,
      *> 12 for a bad parm date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WARORES.
         COPY WAROROS.
         COPY WAROAWS.
         COPY WAROFCS.
         SELECT WARO-CALENDAR-FILE ASSIGN TO "WARO-CALENDAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-FILE-STATUS.
         SELECT WARO-CONTROL-FILE ASSIGN TO "WARO-CONTROL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-FILE-STATUS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WARORSF.
         COPY WARORSR.
         COPY WAROAWR.
         COPY WAROFCR.
         FD WARO-CALENDAR-FILE.
         01 WARO-CALENDAR-REC.
            02 WCA-DATE PIC 9(8).
            02 FILLER PIC X(1).
            02 WCA-TYPE PIC X(1).
              88 WCA-CLOSED-DATE VALUE "C".
              88 WCA-EVENT-DATE VALUE "E".
            02 FILLER PIC X(1).
            02 WCA-MULTIPLIER PIC 9(1).
         FD WARO-CONTROL-FILE.
         01 WARO-CONTROL-REC PIC X(80).
         WORKING-STORAGE SECTION.
         01 WS-RESULTS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-ROSTER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-AWAY-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-FCSTHIST-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-CALENDAR-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-CONTROL-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-FILE-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-PARM-DATE PIC X(8) VALUE SPACES.
         01 WS-BASE-DATE PIC 9(8) VALUE 0.
         01 WS-BASE-DATE-PARTS REDEFINES WS-BASE-DATE.
            02 WS-BASE-YEAR PIC 9(4).
            02 WS-BASE-MONTH PIC 9(2).
            02 WS-BASE-DAY PIC 9(2).
         01 WS-HIST-FROM-DATE PIC 9(8) VALUE 0.

      *> Last month, the one the forecasts are checked against.
         01 WS-LAST-MONTH PIC 9(6) VALUE 0.
         01 WS-LAST-MONTH-PARTS REDEFINES WS-LAST-MONTH.
            02 WS-LM-YEAR PIC 9(4).
            02 WS-LM-MONTH PIC 9(2).

         78 HISTORY-DAYS VALUE 91.
         78 FORECAST-NIGHTS VALUE 14.
         78 FORECAST-REACH-DAYS VALUE 60.
         78 NUM-TABLES-MAX VALUE 9.
         78 NUM-ROSTER-SLOTS VALUE 30.
         01 WS-SEATS-PER-TABLE PIC 9(2) VALUE 3.
         01 WS-TABLES-MAX PIC 9(1) VALUE 9.
         01 WS-CTL-KEYWORD PIC X(12) VALUE SPACES.
         01 WS-CTL-VALUE PIC X(40) VALUE SPACES.

      *> Nights played in the history window, seats summed over
      *> every table and partition of the night.
         78 NUM-NIGHTS-MAX VALUE 120.
         01 WS-NIGHT-TABLE.
            02 WS-NIGHT-ENTRY OCCURS NUM-NIGHTS-MAX TIMES.
               03 WS-NT-DATE PIC 9(8).
               03 WS-NT-SEATS PIC 9(4).
         01 WS-NIGHT-COUNT PIC 9(3) VALUE 0.
         01 WS-NIGHT-IDX PIC 9(3) VALUE 0.
         01 WS-NIGHT-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-NIGHT-FOUND VALUE "Y".

      *> The history by weekday (1 = Monday .. 7 = Sunday);
      *> event nights are counted apart from ordinary ones.
         01 WS-WEEKDAY-TABLE.
            02 WS-WEEKDAY-ENTRY OCCURS 7 TIMES.
               03 WS-WD-NIGHTS PIC 9(3).
               03 WS-WD-SEATS PIC 9(6).
         01 WS-WD-IDX PIC 9(1) VALUE 0.
         01 WS-ORD-NIGHTS PIC 9(3) VALUE 0.
         01 WS-ORD-SEATS PIC 9(6) VALUE 0.
         01 WS-EV-NIGHTS PIC 9(3) VALUE 0.
         01 WS-EV-SEATS PIC 9(6) VALUE 0.
         01 WS-DAY-NAMES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
         01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
            02 WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.

      *> Closed and event dates off the shop calendar.
         78 NUM-CALENDAR-MAX VALUE 400.
         01 WS-CALENDAR-TABLE.
            02 WS-CALENDAR-ENTRY OCCURS NUM-CALENDAR-MAX TIMES.
               03 WS-CAL-DATE PIC 9(8).
               03 WS-CAL-TYPE PIC X(1).
         01 WS-CALENDAR-COUNT PIC 9(3) VALUE 0.
         01 WS-CALENDAR-IDX PIC 9(3) VALUE 0.
         01 WS-LOOKUP-DATE PIC 9(8) VALUE 0.
         01 WS-LOOKUP-TYPE PIC X(1) VALUE SPACE.
           88 WARO-LOOKUP-CLOSED VALUE "C".
           88 WARO-LOOKUP-EVENT VALUE "E".

      *> The away dates, and the roster seats that can be dealt
      *> in - ACTIVE and STANDBY - with the members among them.
         78 NUM-AWAY-MAX VALUE 500.
         01 WS-AWAY-TABLE.
            02 WS-AWAY-ENTRY OCCURS NUM-AWAY-MAX TIMES.
               03 WS-AW-PLAYER-ID PIC 9(4).
               03 WS-AW-FROM-DATE PIC 9(8).
               03 WS-AW-TO-DATE PIC 9(8).
         01 WS-AWAY-COUNT PIC 9(3) VALUE 0.
         01 WS-AWAY-IDX PIC 9(3) VALUE 0.
         78 NUM-ROSTER-MAX VALUE 100.
         01 WS-SEAT-TABLE.
            02 WS-SEAT-PLAYER-ID PIC 9(4) OCCURS NUM-ROSTER-MAX
               TIMES.
         01 WS-SEAT-COUNT PIC 9(3) VALUE 0.
         01 WS-SEAT-IDX PIC 9(3) VALUE 0.
         01 WS-SEAT-AWAY-SW PIC X(1) VALUE "N".
           88 WARO-SEAT-AWAY VALUE "Y".
         01 WS-ROSTER-ACTIVE PIC 9(3) VALUE 0.
         01 WS-ROSTER-STANDBY PIC 9(3) VALUE 0.
         01 WS-ROSTER-SUSPENDED PIC 9(3) VALUE 0.
         01 WS-ROSTER-RETIRED PIC 9(3) VALUE 0.

      *> The night being projected.
         01 WS-WALK-DATE PIC 9(8) VALUE 0.
         01 WS-WALK-DAYS PIC 9(3) VALUE 0.
         01 WS-FORECAST-COUNT PIC 9(2) VALUE 0.
         01 WS-FC-WEEKDAY PIC 9(1) VALUE 0.
         01 WS-FC-BASIS PIC X(7) VALUE SPACES.
         01 WS-FC-AVERAGE PIC 9(3) VALUE 0.
         01 WS-FC-EXPECTED PIC S9(4) VALUE 0.
         01 WS-FC-AWAY PIC 9(3) VALUE 0.
         01 WS-FC-CAPACITY PIC S9(4) VALUE 0.
         01 WS-FC-TABLES PIC 9(2) VALUE 0.
         01 WS-FC-SPARE PIC S9(4) VALUE 0.
         01 WS-FC-NOTE PIC X(14) VALUE SPACES.
         01 WS-FILED-COUNT PIC 9(2) VALUE 0.

      *> Nights this run's date has already forecast, so a rerun
      *> does not file them twice.
         01 WS-MADE-TABLE.
            02 WS-MADE-TARGET PIC 9(8) OCCURS FORECAST-REACH-DAYS
               TIMES.
         01 WS-MADE-COUNT PIC 9(2) VALUE 0.
         01 WS-MADE-IDX PIC 9(2) VALUE 0.
         01 WS-ALREADY-FILED-SW PIC X(1) VALUE "N".
           88 WARO-ALREADY-FILED VALUE "Y".

      *> Last month's forecasts by day of month: the latest one
      *> made before the night, and the seats actually played.
         01 WS-CHECK-TABLE.
            02 WS-CHECK-ENTRY OCCURS 31 TIMES.
               03 WS-CK-MADE-DATE PIC 9(8).
               03 WS-CK-EXPECTED PIC 9(3).
               03 WS-CK-TABLES PIC 9(1).
         01 WS-CHECK-DAY PIC 9(2) VALUE 0.
         01 WS-CHECK-DATE PIC 9(8) VALUE 0.
         01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
            02 WS-CK-YEAR-MONTH PIC 9(6).
            02 WS-CK-DAY PIC 9(2).
         01 WS-CHECK-ACTUAL PIC 9(4) VALUE 0.
         01 WS-CHECK-DIFF PIC S9(4) VALUE 0.
         01 WS-CHECK-NIGHTS PIC 9(2) VALUE 0.
         01 WS-CHECK-FORECAST-SUM PIC 9(5) VALUE 0.
         01 WS-CHECK-ACTUAL-SUM PIC 9(5) VALUE 0.
         01 WS-CHECK-ERROR-SUM PIC 9(5) VALUE 0.
         01 WS-CHECK-MEAN-ERROR PIC 9(3)V9 VALUE 0.

         01 WS-COUNT-ED PIC ZZ9.
         01 WS-SEATS-ED PIC ZZZ9.
         01 WS-DIFF-ED PIC +++9.
         01 WS-AWAY-ED PIC ZZ9.
         01 WS-SPARE-ED PIC ZZ9.
         01 WS-MEAN-ED PIC ZZ9.9.
         01 WS-FORECAST-SUM-ED PIC ZZZZ9.
         01 WS-ACTUAL-SUM-ED PIC ZZZZ9.

         01 WS-DT-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-DT-DATE-1 PIC 9(8) VALUE 0.
         01 WS-DT-DATE-2 PIC 9(8) VALUE 0.
         01 WS-DT-DAYS PIC S9(6) VALUE 0.
         01 WS-DT-STATUS PIC X(1) VALUE "0".

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-BASE-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY ALL SPACE INTO WS-PARM-DATE.
         IF WS-PARM-DATE NOT = SPACES
           MOVE "E" TO WS-DT-STATUS
           IF WS-PARM-DATE IS NUMERIC
             MOVE "V" TO WS-DT-FUNCTION
             MOVE WS-PARM-DATE TO WS-DT-DATE-1
             PERFORM CALL-DATE-UTIL
           END-IF
           IF WS-DT-STATUS NOT = "0"
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-FORECAST : '" DELIMITED BY SIZE
               WS-PARM-DATE DELIMITED BY SIZE
               "' is not a date YYYYMMDD" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 12 TO RETURN-CODE
             GO TO BEGIN-EXIT
           END-IF
           MOVE WS-PARM-DATE TO WS-BASE-DATE
         END-IF.
         INITIALIZE WS-WEEKDAY-TABLE WS-CHECK-TABLE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-FORECAST : attendance forecast made "
           DELIMITED BY SIZE
           WS-BASE-DATE DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

         MOVE "A" TO WS-DT-FUNCTION.
         MOVE WS-BASE-DATE TO WS-DT-DATE-1.
         COMPUTE WS-DT-DAYS = 0 - HISTORY-DAYS.
         PERFORM CALL-DATE-UTIL.
         MOVE WS-DT-DATE-2 TO WS-HIST-FROM-DATE.
         MOVE WS-BASE-YEAR TO WS-LM-YEAR.
         COMPUTE WS-LM-MONTH = WS-BASE-MONTH - 1.
         IF WS-LM-MONTH = 0
           MOVE 12 TO WS-LM-MONTH
           SUBTRACT 1 FROM WS-LM-YEAR
         END-IF.

         PERFORM READ-CONTROL-CARDS THRU READ-CONTROL-CARDS-EXIT.
         IF WS-SEATS-PER-TABLE = 0
           MOVE 3 TO WS-SEATS-PER-TABLE
         END-IF.
         COMPUTE WS-TABLES-MAX = NUM-ROSTER-SLOTS / WS-SEATS-PER-TABLE.
         IF WS-TABLES-MAX > NUM-TABLES-MAX
           MOVE NUM-TABLES-MAX TO WS-TABLES-MAX
         END-IF.
         PERFORM LOAD-CALENDAR THRU LOAD-CALENDAR-EXIT.
         PERFORM LOAD-AWAY THRU LOAD-AWAY-EXIT.
         PERFORM LOAD-ROSTER THRU LOAD-ROSTER-EXIT.
         PERFORM LOAD-HISTORY THRU LOAD-HISTORY-EXIT.
         PERFORM SUMMARISE-HISTORY.
         PERFORM READ-FORECAST-HISTORY
           THRU READ-FORECAST-HISTORY-EXIT.

         PERFORM REPORT-HISTORY.
         PERFORM REPORT-ROSTER.
         PERFORM FORECAST-NIGHTS-AHEAD.
         PERFORM CHECK-LAST-MONTH.

         IF WS-NIGHT-COUNT = 0
           MOVE 4 TO RETURN-CODE
         END-IF.
         MOVE "WARO-FORECAST Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       BEGIN-EXIT.
         STOP RUN.

      *> The PLAYERS= card is the seats a table; TABLES= itself is
      *> what this report recommends.
       READ-CONTROL-CARDS.
         OPEN INPUT WARO-CONTROL-FILE.
         IF WS-CONTROL-FILE-STATUS NOT = "00"
           GO TO READ-CONTROL-CARDS-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         PERFORM READ-ONE-CONTROL-CARD UNTIL WARO-FILE-EOF.
         CLOSE WARO-CONTROL-FILE.
       READ-CONTROL-CARDS-EXIT.
         EXIT.

       READ-ONE-CONTROL-CARD.
         READ WARO-CONTROL-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WARO-CONTROL-REC NOT = SPACES
                 AND WARO-CONTROL-REC (1:1) NOT = "*"
               MOVE SPACES TO WS-CTL-KEYWORD WS-CTL-VALUE
               UNSTRING WARO-CONTROL-REC DELIMITED BY "="
                 INTO WS-CTL-KEYWORD WS-CTL-VALUE
               IF WS-CTL-KEYWORD = "PLAYERS"
                 PERFORM TAKE-PLAYERS-CARD
               END-IF
             END-IF
         END-READ.

       TAKE-PLAYERS-CARD.
         IF WS-CTL-VALUE (1:2) IS NUMERIC
             AND WS-CTL-VALUE (3:) = SPACES
           MOVE WS-CTL-VALUE (1:2) TO WS-SEATS-PER-TABLE
         ELSE
           IF WS-CTL-VALUE (1:1) IS NUMERIC
               AND WS-CTL-VALUE (2:) = SPACES
             MOVE WS-CTL-VALUE (1:1) TO WS-SEATS-PER-TABLE
           END-IF
         END-IF.

      *> No calendar means no closed and no event dates.
       LOAD-CALENDAR.
         OPEN INPUT WARO-CALENDAR-FILE.
         IF WS-CALENDAR-FILE-STATUS NOT = "00"
           GO TO LOAD-CALENDAR-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         PERFORM LOAD-ONE-CALENDAR-REC UNTIL WARO-FILE-EOF.
         CLOSE WARO-CALENDAR-FILE.
       LOAD-CALENDAR-EXIT.
         EXIT.

       LOAD-ONE-CALENDAR-REC.
         READ WARO-CALENDAR-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WCA-DATE IS NUMERIC
                 AND (WCA-CLOSED-DATE OR WCA-EVENT-DATE)
                 AND WS-CALENDAR-COUNT < NUM-CALENDAR-MAX
               ADD 1 TO WS-CALENDAR-COUNT
               MOVE WCA-DATE TO WS-CAL-DATE (WS-CALENDAR-COUNT)
               MOVE WCA-TYPE TO WS-CAL-TYPE (WS-CALENDAR-COUNT)
             END-IF
         END-READ.

       FIND-CALENDAR-DATE.
         MOVE SPACE TO WS-LOOKUP-TYPE.
         PERFORM MATCH-ONE-CALENDAR-DATE
           VARYING WS-CALENDAR-IDX FROM 1 BY 1
             UNTIL WS-CALENDAR-IDX > WS-CALENDAR-COUNT.

       MATCH-ONE-CALENDAR-DATE.
         IF WS-CAL-DATE (WS-CALENDAR-IDX) = WS-LOOKUP-DATE
           MOVE WS-CAL-TYPE (WS-CALENDAR-IDX) TO WS-LOOKUP-TYPE
         END-IF.

      *> Only absences that have not ended yet matter.
       LOAD-AWAY.
         OPEN INPUT WARO-AWAY-FILE.
         IF WS-AWAY-FILE-STATUS NOT = "00"
           GO TO LOAD-AWAY-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         PERFORM LOAD-ONE-AWAY-REC UNTIL WARO-FILE-EOF.
         CLOSE WARO-AWAY-FILE.
       LOAD-AWAY-EXIT.
         EXIT.

       LOAD-ONE-AWAY-REC.
         READ WARO-AWAY-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WAW-PLAYER-ID IS NUMERIC AND WAW-PLAYER-ID > 0
                 AND WAW-FROM-DATE IS NUMERIC
                 AND WAW-TO-DATE IS NUMERIC
                 AND WAW-TO-DATE > WS-BASE-DATE
                 AND WS-AWAY-COUNT < NUM-AWAY-MAX
               ADD 1 TO WS-AWAY-COUNT
               MOVE WAW-PLAYER-ID TO WS-AW-PLAYER-ID (WS-AWAY-COUNT)
               MOVE WAW-FROM-DATE TO WS-AW-FROM-DATE (WS-AWAY-COUNT)
               MOVE WAW-TO-DATE TO WS-AW-TO-DATE (WS-AWAY-COUNT)
             END-IF
         END-READ.

      *> The roster by status; spaces on old records read as
      *> ACTIVE, as WARO deals them.
       LOAD-ROSTER.
         OPEN INPUT WARO-ROSTER-FILE.
         IF WS-ROSTER-FILE-STATUS NOT = "00"
           GO TO LOAD-ROSTER-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         PERFORM LOAD-ONE-SEAT UNTIL WARO-FILE-EOF.
         CLOSE WARO-ROSTER-FILE.
       LOAD-ROSTER-EXIT.
         EXIT.

       LOAD-ONE-SEAT.
         READ WARO-ROSTER-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             EVALUATE TRUE
               WHEN WRO-STATUS-SUSPENDED
                 ADD 1 TO WS-ROSTER-SUSPENDED
               WHEN WRO-STATUS-RETIRED
                 ADD 1 TO WS-ROSTER-RETIRED
               WHEN WRO-STATUS-STANDBY
                 ADD 1 TO WS-ROSTER-STANDBY
                 PERFORM KEEP-ONE-SEAT
               WHEN OTHER
                 ADD 1 TO WS-ROSTER-ACTIVE
                 PERFORM KEEP-ONE-SEAT
             END-EVALUATE
         END-READ.

       KEEP-ONE-SEAT.
         IF WS-SEAT-COUNT < NUM-ROSTER-MAX
           ADD 1 TO WS-SEAT-COUNT
           IF WRO-PLAYER-ID IS NUMERIC
             MOVE WRO-PLAYER-ID TO WS-SEAT-PLAYER-ID (WS-SEAT-COUNT)
           ELSE
             MOVE 0 TO WS-SEAT-PLAYER-ID (WS-SEAT-COUNT)
           END-IF
         END-IF.

      *> Seats played per night off the posted detail records,
      *> from HISTORY-DAYS before the forecast date up to it.
       LOAD-HISTORY.
         OPEN INPUT WARO-RESULTS-FILE.
         IF WS-RESULTS-FILE-STATUS NOT = "00"
           GO TO LOAD-HISTORY-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         PERFORM LOAD-ONE-RESULT UNTIL WARO-FILE-EOF.
         CLOSE WARO-RESULTS-FILE.
       LOAD-HISTORY-EXIT.
         EXIT.

       LOAD-ONE-RESULT.
         READ WARO-RESULTS-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WRR-DETAIL-REC AND WRR-RUN-DATE IS NUMERIC
                 AND WRR-NUM-PLAYERS IS NUMERIC
                 AND WRR-RUN-DATE NOT < WS-HIST-FROM-DATE
                 AND WRR-RUN-DATE NOT > WS-BASE-DATE
               MOVE WRR-RUN-DATE TO WS-LOOKUP-DATE
               PERFORM FIND-NIGHT
               IF NOT WARO-NIGHT-FOUND
                   AND WS-NIGHT-COUNT < NUM-NIGHTS-MAX
                 ADD 1 TO WS-NIGHT-COUNT
                 MOVE WS-NIGHT-COUNT TO WS-NIGHT-IDX
                 MOVE WRR-RUN-DATE TO WS-NT-DATE (WS-NIGHT-IDX)
                 MOVE 0 TO WS-NT-SEATS (WS-NIGHT-IDX)
                 MOVE "Y" TO WS-NIGHT-FOUND-SW
               END-IF
               IF WARO-NIGHT-FOUND
                 ADD WRR-NUM-PLAYERS TO WS-NT-SEATS (WS-NIGHT-IDX)
               END-IF
             END-IF
         END-READ.

       FIND-NIGHT.
         MOVE "N" TO WS-NIGHT-FOUND-SW.
         MOVE 0 TO WS-NIGHT-IDX.
         PERFORM MATCH-ONE-NIGHT
           UNTIL WARO-NIGHT-FOUND OR WS-NIGHT-IDX >= WS-NIGHT-COUNT.

       MATCH-ONE-NIGHT.
         ADD 1 TO WS-NIGHT-IDX.
         IF WS-NT-DATE (WS-NIGHT-IDX) = WS-LOOKUP-DATE
           MOVE "Y" TO WS-NIGHT-FOUND-SW
         END-IF.

       SUMMARISE-HISTORY.
         PERFORM SUMMARISE-ONE-NIGHT
           VARYING WS-NIGHT-IDX FROM 1 BY 1
             UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT.

       SUMMARISE-ONE-NIGHT.
         MOVE WS-NT-DATE (WS-NIGHT-IDX) TO WS-LOOKUP-DATE.
         PERFORM FIND-CALENDAR-DATE.
         IF WARO-LOOKUP-EVENT
           ADD 1 TO WS-EV-NIGHTS
           ADD WS-NT-SEATS (WS-NIGHT-IDX) TO WS-EV-SEATS
         ELSE
           MOVE "W" TO WS-DT-FUNCTION
           MOVE WS-LOOKUP-DATE TO WS-DT-DATE-1
           PERFORM CALL-DATE-UTIL
           MOVE WS-DT-DAYS TO WS-WD-IDX
           ADD 1 TO WS-ORD-NIGHTS
           ADD WS-NT-SEATS (WS-NIGHT-IDX) TO WS-ORD-SEATS
           ADD 1 TO WS-WD-NIGHTS (WS-WD-IDX)
           ADD WS-NT-SEATS (WS-NIGHT-IDX) TO WS-WD-SEATS (WS-WD-IDX)
         END-IF.

      *> Earlier forecasts: last month's nights, keeping the
      *> latest forecast made before each, and the nights this
      *> run's date has already filed.
       READ-FORECAST-HISTORY.
         OPEN INPUT WARO-FCSTHIST-FILE.
         IF WS-FCSTHIST-FILE-STATUS NOT = "00"
           GO TO READ-FORECAST-HISTORY-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         PERFORM READ-ONE-FORECAST UNTIL WARO-FILE-EOF.
         CLOSE WARO-FCSTHIST-FILE.
       READ-FORECAST-HISTORY-EXIT.
         EXIT.

       READ-ONE-FORECAST.
         READ WARO-FCSTHIST-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WFC-MADE-DATE IS NUMERIC
                 AND WFC-TARGET-DATE IS NUMERIC
                 AND WFC-EXPECTED IS NUMERIC
               PERFORM TAKE-ONE-FORECAST
             END-IF
         END-READ.

       TAKE-ONE-FORECAST.
         IF WFC-MADE-DATE = WS-BASE-DATE
             AND WS-MADE-COUNT < FORECAST-REACH-DAYS
           ADD 1 TO WS-MADE-COUNT
           MOVE WFC-TARGET-DATE TO WS-MADE-TARGET (WS-MADE-COUNT)
         END-IF.
         MOVE WFC-TARGET-DATE TO WS-CHECK-DATE.
         IF WS-CK-YEAR-MONTH = WS-LAST-MONTH
             AND WS-CK-DAY > 0 AND WS-CK-DAY NOT > 31
             AND WFC-MADE-DATE < WFC-TARGET-DATE
             AND WFC-MADE-DATE NOT < WS-CK-MADE-DATE (WS-CK-DAY)
           MOVE WFC-MADE-DATE TO WS-CK-MADE-DATE (WS-CK-DAY)
           MOVE WFC-EXPECTED TO WS-CK-EXPECTED (WS-CK-DAY)
           MOVE WFC-TABLES TO WS-CK-TABLES (WS-CK-DAY)
         END-IF.

       REPORT-HISTORY.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-FORECAST : history from " DELIMITED BY SIZE
           WS-HIST-FROM-DATE DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           WS-NIGHT-COUNT DELIMITED BY SIZE
           " night(s) played" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-NIGHT-COUNT = 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-FORECAST : no nights on WARO-RESULTS - "
             DELIMITED BY SIZE
             "projecting from the roster alone" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         PERFORM REPORT-ONE-WEEKDAY
           VARYING WS-WD-IDX FROM 1 BY 1 UNTIL WS-WD-IDX > 7.
         IF WS-EV-NIGHTS > 0
           COMPUTE WS-FC-AVERAGE ROUNDED = WS-EV-SEATS / WS-EV-NIGHTS
           MOVE WS-EV-NIGHTS TO WS-COUNT-ED
           MOVE WS-FC-AVERAGE TO WS-SEATS-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  event nights      " DELIMITED BY SIZE
             WS-COUNT-ED DELIMITED BY SIZE
             "  average seats " DELIMITED BY SIZE
             WS-SEATS-ED DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

       REPORT-ONE-WEEKDAY.
         IF WS-WD-NIGHTS (WS-WD-IDX) > 0
           COMPUTE WS-FC-AVERAGE ROUNDED =
             WS-WD-SEATS (WS-WD-IDX) / WS-WD-NIGHTS (WS-WD-IDX)
           MOVE WS-WD-NIGHTS (WS-WD-IDX) TO WS-COUNT-ED
           MOVE WS-FC-AVERAGE TO WS-SEATS-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
             WS-DAY-NAME (WS-WD-IDX) DELIMITED BY SIZE
             " nights        " DELIMITED BY SIZE
             WS-COUNT-ED DELIMITED BY SIZE
             "  average seats " DELIMITED BY SIZE
             WS-SEATS-ED DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

       REPORT-ROSTER.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-FORECAST : roster active " DELIMITED BY SIZE
           WS-ROSTER-ACTIVE DELIMITED BY SIZE
           " standby " DELIMITED BY SIZE
           WS-ROSTER-STANDBY DELIMITED BY SIZE
           " suspended " DELIMITED BY SIZE
           WS-ROSTER-SUSPENDED DELIMITED BY SIZE
           " retired " DELIMITED BY SIZE
           WS-ROSTER-RETIRED DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-FORECAST : " DELIMITED BY SIZE
           WS-SEATS-PER-TABLE DELIMITED BY SIZE
           " seats a table, at most " DELIMITED BY SIZE
           WS-TABLES-MAX DELIMITED BY SIZE
           " table(s)" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

      *> The next open calendar dates after the forecast date.
       FORECAST-NIGHTS-AHEAD.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "  night    day  basis   avg  away expect tables   "
           DELIMITED BY SIZE
           "spare" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE WS-BASE-DATE TO WS-WALK-DATE.
         MOVE 0 TO WS-WALK-DAYS.
         MOVE 0 TO WS-FORECAST-COUNT.
         OPEN EXTEND WARO-FCSTHIST-FILE.
         IF WS-FCSTHIST-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-FCSTHIST-FILE
         END-IF.
         PERFORM FORECAST-ONE-DATE
           UNTIL WS-FORECAST-COUNT = FORECAST-NIGHTS
             OR WS-WALK-DAYS = FORECAST-REACH-DAYS.
         CLOSE WARO-FCSTHIST-FILE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-FORECAST : " DELIMITED BY SIZE
           WS-FORECAST-COUNT DELIMITED BY SIZE
           " open night(s) forecast, " DELIMITED BY SIZE
           WS-FILED-COUNT DELIMITED BY SIZE
           " filed on WARO-FCSTHIST" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       FORECAST-ONE-DATE.
         MOVE "A" TO WS-DT-FUNCTION.
         MOVE WS-WALK-DATE TO WS-DT-DATE-1.
         MOVE 1 TO WS-DT-DAYS.
         PERFORM CALL-DATE-UTIL.
         MOVE WS-DT-DATE-2 TO WS-WALK-DATE.
         ADD 1 TO WS-WALK-DAYS.
         MOVE WS-WALK-DATE TO WS-LOOKUP-DATE.
         PERFORM FIND-CALENDAR-DATE.
         IF NOT WARO-LOOKUP-CLOSED
           ADD 1 TO WS-FORECAST-COUNT
           PERFORM PROJECT-ONE-NIGHT
           PERFORM REPORT-ONE-NIGHT
           PERFORM FILE-ONE-NIGHT
         END-IF.

      *> Weekday average, event uplift, known absences, and the
      *> seats the roster can actually fill.
       PROJECT-ONE-NIGHT.
         MOVE "W" TO WS-DT-FUNCTION.
         MOVE WS-WALK-DATE TO WS-DT-DATE-1.
         PERFORM CALL-DATE-UTIL.
         MOVE WS-DT-DAYS TO WS-FC-WEEKDAY.
         EVALUATE TRUE
           WHEN WS-WD-NIGHTS (WS-FC-WEEKDAY) > 0
             COMPUTE WS-FC-AVERAGE ROUNDED =
               WS-WD-SEATS (WS-FC-WEEKDAY)
                 / WS-WD-NIGHTS (WS-FC-WEEKDAY)
             MOVE "weekday" TO WS-FC-BASIS
           WHEN WS-ORD-NIGHTS > 0
             COMPUTE WS-FC-AVERAGE ROUNDED =
               WS-ORD-SEATS / WS-ORD-NIGHTS
             MOVE "all" TO WS-FC-BASIS
           WHEN WS-EV-NIGHTS > 0
             COMPUTE WS-FC-AVERAGE ROUNDED =
               WS-EV-SEATS / WS-EV-NIGHTS
             MOVE "event" TO WS-FC-BASIS
           WHEN OTHER
             MOVE WS-ROSTER-ACTIVE TO WS-FC-AVERAGE
             MOVE "roster" TO WS-FC-BASIS
         END-EVALUATE.
         MOVE WS-FC-AVERAGE TO WS-FC-EXPECTED.
         MOVE SPACES TO WS-FC-NOTE.
         IF WARO-LOOKUP-EVENT
           MOVE "event night" TO WS-FC-NOTE
           IF WS-EV-NIGHTS > 0 AND WS-ORD-SEATS > 0
               AND WS-FC-BASIS NOT = "event"
             COMPUTE WS-FC-EXPECTED ROUNDED =
               WS-FC-AVERAGE * WS-EV-SEATS * WS-ORD-NIGHTS
                 / (WS-EV-NIGHTS * WS-ORD-SEATS)
           END-IF
         END-IF.
         MOVE 0 TO WS-FC-AWAY.
         PERFORM CHECK-ONE-SEAT-AWAY
           VARYING WS-SEAT-IDX FROM 1 BY 1
             UNTIL WS-SEAT-IDX > WS-SEAT-COUNT.
         SUBTRACT WS-FC-AWAY FROM WS-FC-EXPECTED.
         IF WS-FC-EXPECTED < 0
           MOVE 0 TO WS-FC-EXPECTED
         END-IF.
         COMPUTE WS-FC-CAPACITY =
           WS-ROSTER-ACTIVE + WS-ROSTER-STANDBY - WS-FC-AWAY.
         IF WS-FC-CAPACITY < 0
           MOVE 0 TO WS-FC-CAPACITY
         END-IF.
         IF WS-FC-EXPECTED > WS-FC-CAPACITY
             AND WS-SEAT-COUNT > 0
           MOVE WS-FC-CAPACITY TO WS-FC-EXPECTED
           MOVE "roster-capped" TO WS-FC-NOTE
         END-IF.
         COMPUTE WS-FC-TABLES =
           (WS-FC-EXPECTED + WS-SEATS-PER-TABLE - 1)
             / WS-SEATS-PER-TABLE.
         IF WS-FC-TABLES = 0
           MOVE 1 TO WS-FC-TABLES
         END-IF.
         IF WS-FC-TABLES > WS-TABLES-MAX
           MOVE WS-TABLES-MAX TO WS-FC-TABLES
           MOVE "over capacity" TO WS-FC-NOTE
         END-IF.
         COMPUTE WS-FC-SPARE =
           (WS-FC-TABLES * WS-SEATS-PER-TABLE) - WS-FC-EXPECTED.
         IF WS-FC-SPARE < 0
           MOVE 0 TO WS-FC-SPARE
         END-IF.

      *> A member seat counts once however many away records
      *> cover the night; walk-in seats have no id to match.
       CHECK-ONE-SEAT-AWAY.
         MOVE "N" TO WS-SEAT-AWAY-SW.
         IF WS-SEAT-PLAYER-ID (WS-SEAT-IDX) > 0
           PERFORM MATCH-ONE-AWAY
             VARYING WS-AWAY-IDX FROM 1 BY 1
               UNTIL WS-AWAY-IDX > WS-AWAY-COUNT
                 OR WARO-SEAT-AWAY
         END-IF.
         IF WARO-SEAT-AWAY
           ADD 1 TO WS-FC-AWAY
         END-IF.

       MATCH-ONE-AWAY.
         IF WS-AW-PLAYER-ID (WS-AWAY-IDX)
               = WS-SEAT-PLAYER-ID (WS-SEAT-IDX)
             AND WS-AW-FROM-DATE (WS-AWAY-IDX) NOT > WS-WALK-DATE
             AND WS-AW-TO-DATE (WS-AWAY-IDX) NOT < WS-WALK-DATE
           MOVE "Y" TO WS-SEAT-AWAY-SW
         END-IF.

       REPORT-ONE-NIGHT.
         MOVE WS-FC-AVERAGE TO WS-COUNT-ED.
         MOVE WS-FC-EXPECTED TO WS-SEATS-ED.
         MOVE WS-FC-AWAY TO WS-AWAY-ED.
         MOVE WS-FC-SPARE TO WS-SPARE-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "  " DELIMITED BY SIZE
           WS-WALK-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-DAY-NAME (WS-FC-WEEKDAY) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-FC-BASIS DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-AWAY-ED DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-SEATS-ED DELIMITED BY SIZE
           "  TABLES=" DELIMITED BY SIZE
           WS-FC-TABLES (2:1) DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-SPARE-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-FC-NOTE DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       FILE-ONE-NIGHT.
         MOVE "N" TO WS-ALREADY-FILED-SW.
         PERFORM MATCH-ONE-MADE-TARGET
           VARYING WS-MADE-IDX FROM 1 BY 1
             UNTIL WS-MADE-IDX > WS-MADE-COUNT.
         IF NOT WARO-ALREADY-FILED
           MOVE SPACES TO WARO-FCSTHIST-REC
           MOVE WS-BASE-DATE TO WFC-MADE-DATE
           MOVE WS-WALK-DATE TO WFC-TARGET-DATE
           MOVE WS-FC-WEEKDAY TO WFC-WEEKDAY
           IF WARO-LOOKUP-EVENT
             MOVE "E" TO WFC-EVENT-FLAG
           END-IF
           MOVE WS-FC-EXPECTED TO WFC-EXPECTED
           MOVE WS-FC-AWAY TO WFC-AWAY
           MOVE WS-FC-TABLES TO WFC-TABLES
           MOVE WS-SEATS-PER-TABLE TO WFC-SEATS-PER-TABLE
           WRITE WARO-FCSTHIST-REC
           ADD 1 TO WS-FILED-COUNT
         END-IF.

       MATCH-ONE-MADE-TARGET.
         IF WS-MADE-TARGET (WS-MADE-IDX) = WS-WALK-DATE
           MOVE "Y" TO WS-ALREADY-FILED-SW
         END-IF.

      *> Last month's nights that were forecast, against the seats
      *> posted for them - a forecast night with nothing posted
      *> turned up nobody.
       CHECK-LAST-MONTH.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-FORECAST : " DELIMITED BY SIZE
           WS-LAST-MONTH DELIMITED BY SIZE
           " forecast against actual" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         PERFORM CHECK-ONE-DAY
           VARYING WS-CHECK-DAY FROM 1 BY 1 UNTIL WS-CHECK-DAY > 31.
         IF WS-CHECK-NIGHTS = 0
           MOVE "  no forecasts on file for the month"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         ELSE
           COMPUTE WS-CHECK-MEAN-ERROR ROUNDED =
             WS-CHECK-ERROR-SUM / WS-CHECK-NIGHTS
           MOVE WS-CHECK-MEAN-ERROR TO WS-MEAN-ED
           MOVE WS-CHECK-FORECAST-SUM TO WS-FORECAST-SUM-ED
           MOVE WS-CHECK-ACTUAL-SUM TO WS-ACTUAL-SUM-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
             WS-CHECK-NIGHTS DELIMITED BY SIZE
             " night(s): forecast " DELIMITED BY SIZE
             WS-FORECAST-SUM-ED DELIMITED BY SIZE
             " seats, actual " DELIMITED BY SIZE
             WS-ACTUAL-SUM-ED DELIMITED BY SIZE
             ", mean error " DELIMITED BY SIZE
             WS-MEAN-ED DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

       CHECK-ONE-DAY.
         IF WS-CK-MADE-DATE (WS-CHECK-DAY) > 0
           MOVE WS-LAST-MONTH TO WS-CK-YEAR-MONTH
           MOVE WS-CHECK-DAY TO WS-CK-DAY
           MOVE WS-CHECK-DATE TO WS-LOOKUP-DATE
           PERFORM FIND-NIGHT
           MOVE 0 TO WS-CHECK-ACTUAL
           IF WARO-NIGHT-FOUND
             MOVE WS-NT-SEATS (WS-NIGHT-IDX) TO WS-CHECK-ACTUAL
           END-IF
           COMPUTE WS-CHECK-DIFF =
             WS-CHECK-ACTUAL - WS-CK-EXPECTED (WS-CHECK-DAY)
           ADD 1 TO WS-CHECK-NIGHTS
           ADD WS-CK-EXPECTED (WS-CHECK-DAY) TO WS-CHECK-FORECAST-SUM
           ADD WS-CHECK-ACTUAL TO WS-CHECK-ACTUAL-SUM
           IF WS-CHECK-DIFF < 0
             SUBTRACT WS-CHECK-DIFF FROM WS-CHECK-ERROR-SUM
           ELSE
             ADD WS-CHECK-DIFF TO WS-CHECK-ERROR-SUM
           END-IF
           MOVE WS-CK-EXPECTED (WS-CHECK-DAY) TO WS-COUNT-ED
           MOVE WS-CHECK-ACTUAL TO WS-SEATS-ED
           MOVE WS-CHECK-DIFF TO WS-DIFF-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
             WS-CHECK-DATE DELIMITED BY SIZE
             " forecast " DELIMITED BY SIZE
             WS-COUNT-ED DELIMITED BY SIZE
             " (TABLES=" DELIMITED BY SIZE
             WS-CK-TABLES (WS-CHECK-DAY) DELIMITED BY SIZE
             ", made " DELIMITED BY SIZE
             WS-CK-MADE-DATE (WS-CHECK-DAY) DELIMITED BY SIZE
             ") actual " DELIMITED BY SIZE
             WS-SEATS-ED DELIMITED BY SIZE
             " diff " DELIMITED BY SIZE
             WS-DIFF-ED DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

       CALL-DATE-UTIL.
         CALL 'date-util'
           USING WS-DT-FUNCTION, WS-DT-DATE-1, WS-DT-DATE-2,
             WS-DT-DAYS, WS-DT-STATUS
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-FORECAST : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'date-util' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-REPORT-FILE
         END-IF.
         MOVE WS-REPORT-LINE TO WARO-REPORT-REC.
         WRITE WARO-REPORT-REC.
         CLOSE WARO-REPORT-FILE.
