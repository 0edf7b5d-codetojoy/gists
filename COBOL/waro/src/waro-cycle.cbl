       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-CYCLE.
      *> Gate step for the scheduled job streams: decides from the
      *> shop calendar whether tonight's run of a cycle's stream
      *> is due, so each stream can be scheduled every night and
      *> runs itself on the right one. Parm:
      *>   <cycle> [YYYYMMDD]   (date defaults to today)
      *> where the cycle is
      *>   NIGHT - due on any night the shop is open,
      *>   WEEK  - due on the last open night of the week
      *>           (Monday to Sunday),
      *>   MONTH - due on the last open night of the month,
      *>   YEAR  - due on the last open night of the year.
      *> A date marked "C" (closed) on WARO-CALENDAR never runs a
      *> stream, and a period whose last days are closed closes
      *> on the open night before them - a shop shut over
      *> 31 December runs its year-end on the 30th. Completion 0
      *> means the stream is due and its steps run; 4 means not
      *> tonight, and the stream's steps are bypassed on it; 16
      *> is a bad parm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT WARO-CALENDAR-FILE ASSIGN TO "WARO-CALENDAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-FILE-STATUS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         FD WARO-CALENDAR-FILE.
         01 WARO-CALENDAR-REC.
            02 WCA-DATE PIC 9(8).
            02 FILLER PIC X(1).
            02 WCA-TYPE PIC X(1).
              88 WCA-CLOSED-DATE VALUE "C".
              88 WCA-EVENT-DATE VALUE "E".
            02 FILLER PIC X(1).
            02 WCA-MULTIPLIER PIC 9(1).
         WORKING-STORAGE SECTION.
         01 WS-CALENDAR-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-CALENDAR-EOF-SW PIC X(1) VALUE "N".
           88 WARO-CALENDAR-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-CYCLE PIC X(8) VALUE SPACES.
           88 WARO-CYCLE-NIGHT VALUE "NIGHT".
           88 WARO-CYCLE-WEEK VALUE "WEEK".
           88 WARO-CYCLE-MONTH VALUE "MONTH".
           88 WARO-CYCLE-YEAR VALUE "YEAR".
         01 WS-PARM-DATE PIC X(8) VALUE SPACES.
         01 WS-RUN-DATE PIC 9(8) VALUE 0.
         01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
            02 WS-RUN-YEAR PIC 9(4).
            02 WS-RUN-MONTH PIC 9(2).
            02 WS-RUN-DAY PIC 9(2).
         01 WS-WALK-DATE PIC 9(8) VALUE 0.
         01 WS-WALK-DATE-PARTS REDEFINES WS-WALK-DATE.
            02 WS-WALK-YEAR PIC 9(4).
            02 WS-WALK-MONTH PIC 9(2).
            02 WS-WALK-DAY PIC 9(2).
         01 WS-PERIOD-SW PIC X(1) VALUE "N".
           88 WARO-PERIOD-ENDED VALUE "Y".
         01 WS-OPEN-SW PIC X(1) VALUE "N".
           88 WARO-OPEN-NIGHT-FOUND VALUE "Y".

      *> Closed dates off the shop calendar.
         78 NUM-CLOSED-MAX VALUE 400.
         01 WS-CLOSED-TABLE.
            02 WS-CLOSED-DATE PIC 9(8) OCCURS NUM-CLOSED-MAX TIMES.
         01 WS-CLOSED-COUNT PIC 9(3) VALUE 0.
         01 WS-CLOSED-IDX PIC 9(3) VALUE 0.
         01 WS-LOOKUP-DATE PIC 9(8) VALUE 0.
         01 WS-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-DATE-CLOSED VALUE "Y".

      *> date-util parameters.
         01 WS-DT-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-DT-DATE-1 PIC 9(8) VALUE 0.
         01 WS-DT-DATE-2 PIC 9(8) VALUE 0.
         01 WS-DT-DAYS PIC S9(6) VALUE 0.
         01 WS-DT-STATUS PIC X(1) VALUE "0".

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY ALL SPACE
           INTO WS-CYCLE, WS-PARM-DATE.
         IF NOT WARO-CYCLE-NIGHT AND NOT WARO-CYCLE-WEEK
             AND NOT WARO-CYCLE-MONTH AND NOT WARO-CYCLE-YEAR
           MOVE "WARO-CYCLE : parm must be NIGHT, WEEK, MONTH or YEAR"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.
         IF WS-PARM-DATE NOT = SPACES
           MOVE "E" TO WS-DT-STATUS
           IF WS-PARM-DATE IS NUMERIC
             MOVE "V" TO WS-DT-FUNCTION
             MOVE WS-PARM-DATE TO WS-DT-DATE-1
             PERFORM CALL-DATE-UTIL
           END-IF
           IF WS-DT-STATUS NOT = "0"
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-CYCLE : '" DELIMITED BY SIZE
               WS-PARM-DATE DELIMITED BY SIZE
               "' is not a date YYYYMMDD" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             GO TO BEGIN-EXIT
           END-IF
           MOVE WS-PARM-DATE TO WS-RUN-DATE
         END-IF.

         PERFORM LOAD-CALENDAR THRU LOAD-CALENDAR-EXIT.
         MOVE WS-RUN-DATE TO WS-LOOKUP-DATE.
         PERFORM FIND-CLOSED-DATE.
         IF WARO-DATE-CLOSED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CYCLE : " DELIMITED BY SIZE
             WS-RUN-DATE DELIMITED BY SIZE
             " is closed per WARO-CALENDAR - " DELIMITED BY SIZE
             WS-CYCLE DELIMITED BY SPACE
             " stream skipped" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.
         IF WARO-CYCLE-NIGHT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CYCLE : " DELIMITED BY SIZE
             WS-RUN-DATE DELIMITED BY SIZE
             " is open - NIGHT stream runs" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO BEGIN-EXIT
         END-IF.

      *> Walk forward through the rest of the period: an open
      *> night still to come means tonight is not its end.
         MOVE WS-RUN-DATE TO WS-WALK-DATE.
         PERFORM STEP-ONE-NIGHT
           UNTIL WARO-PERIOD-ENDED OR WARO-OPEN-NIGHT-FOUND.
         IF WARO-OPEN-NIGHT-FOUND
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CYCLE : " DELIMITED BY SIZE
             WS-RUN-DATE DELIMITED BY SIZE
             " is not the " DELIMITED BY SIZE
             WS-CYCLE DELIMITED BY SPACE
             " end (open again " DELIMITED BY SIZE
             WS-WALK-DATE DELIMITED BY SIZE
             ") - skipped" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-CYCLE : " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           " is the last open night of the " DELIMITED BY SIZE
           WS-CYCLE DELIMITED BY SPACE
           " - stream runs" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       BEGIN-EXIT.
         MOVE "WARO-CYCLE Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         STOP RUN.

      *> No calendar means no closed dates: every night is open.
       LOAD-CALENDAR.
         OPEN INPUT WARO-CALENDAR-FILE.
         IF WS-CALENDAR-FILE-STATUS NOT = "00"
           GO TO LOAD-CALENDAR-EXIT
         END-IF.
         PERFORM LOAD-ONE-CALENDAR-REC UNTIL WARO-CALENDAR-EOF.
         CLOSE WARO-CALENDAR-FILE.
       LOAD-CALENDAR-EXIT.
         EXIT.

       LOAD-ONE-CALENDAR-REC.
         READ WARO-CALENDAR-FILE
           AT END
             MOVE "Y" TO WS-CALENDAR-EOF-SW
           NOT AT END
             IF WCA-DATE IS NUMERIC AND WCA-CLOSED-DATE
                 AND WS-CLOSED-COUNT < NUM-CLOSED-MAX
               ADD 1 TO WS-CLOSED-COUNT
               MOVE WCA-DATE TO WS-CLOSED-DATE (WS-CLOSED-COUNT)
             END-IF
         END-READ.

       FIND-CLOSED-DATE.
         MOVE "N" TO WS-FOUND-SW.
         PERFORM SEARCH-CLOSED-ENTRY
           VARYING WS-CLOSED-IDX FROM 1 BY 1
             UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
               OR WARO-DATE-CLOSED.

       SEARCH-CLOSED-ENTRY.
         IF WS-CLOSED-DATE (WS-CLOSED-IDX) = WS-LOOKUP-DATE
           MOVE "Y" TO WS-FOUND-SW
         END-IF.

      *> One day on: a new week starts on a Monday, a new month
      *> or year when the walked date's month or year moves.
       STEP-ONE-NIGHT.
         MOVE "A" TO WS-DT-FUNCTION.
         MOVE WS-WALK-DATE TO WS-DT-DATE-1.
         MOVE 1 TO WS-DT-DAYS.
         PERFORM CALL-DATE-UTIL.
         MOVE WS-DT-DATE-2 TO WS-WALK-DATE.
         IF WARO-CYCLE-WEEK
           MOVE "W" TO WS-DT-FUNCTION
           MOVE WS-WALK-DATE TO WS-DT-DATE-1
           PERFORM CALL-DATE-UTIL
           IF WS-DT-DAYS = 1
             MOVE "Y" TO WS-PERIOD-SW
           END-IF
         END-IF.
         IF WARO-CYCLE-MONTH AND WS-WALK-MONTH NOT = WS-RUN-MONTH
           MOVE "Y" TO WS-PERIOD-SW
         END-IF.
         IF WARO-CYCLE-YEAR AND WS-WALK-YEAR NOT = WS-RUN-YEAR
           MOVE "Y" TO WS-PERIOD-SW
         END-IF.
         IF NOT WARO-PERIOD-ENDED
           MOVE WS-WALK-DATE TO WS-LOOKUP-DATE
           PERFORM FIND-CLOSED-DATE
           IF NOT WARO-DATE-CLOSED
             MOVE "Y" TO WS-OPEN-SW
           END-IF
         END-IF.

      *> One door to the date utility so a missing module ends
      *> with a controlled message and code, not a raw abend.
       CALL-DATE-UTIL.
         CALL 'date-util'
           USING WS-DT-FUNCTION, WS-DT-DATE-1, WS-DT-DATE-2,
             WS-DT-DAYS, WS-DT-STATUS
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-CYCLE : SEVERE ERROR - subprogram "
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
