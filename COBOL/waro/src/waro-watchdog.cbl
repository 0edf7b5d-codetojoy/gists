       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-WATCHDOG.
      *> Missed-run and late-run watchdog, run by the scheduler
      *> early each morning so a nightly chain that never started
      *> is noticed before anyone asks for the morning report.
      *> Parm: YYYYMMDD, the play date to check (default
      *> yesterday). Every night the shop is open - any date not
      *> marked "C" on WARO-CALENDAR - is expected to have:
      *>   - a WARO execution on WARO-RUNLOG that completed
      *>     below 8 (a run started before noon belongs to the
      *>     play date before, so a chain running past midnight
      *>     still counts for its night);
      *>   - a WARO-RESULTS batch for the date whose trailer
      *>     agrees with its details;
      *>   - started and finished inside the weekday's batch
      *>     window on WARO-BATCHWIN.
      *> The checked night's findings are raised as coded alerts
      *> (WARO042E-WARO046E) for the monitoring tool, and the
      *> rolling 30-night service-level report ending on it is
      *> written to WARO-REPORT. Completion 8 when the checked
      *> night is missing, failed or has no balanced results; 4
      *> when it only ran late or over its window; 12 for a bad
      *> parm date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WARORLS.
         COPY WARORES.
         SELECT WARO-CALENDAR-FILE ASSIGN TO "WARO-CALENDAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-FILE-STATUS.
         SELECT WARO-BATCHWIN-FILE ASSIGN TO "WARO-BATCHWIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BATCHWIN-FILE-STATUS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WARORLR.
         COPY WARORSF.
         FD WARO-CALENDAR-FILE.
         01 WARO-CALENDAR-REC.
            02 WCA-DATE PIC 9(8).
            02 FILLER PIC X(1).
            02 WCA-TYPE PIC X(1).
              88 WCA-CLOSED-DATE VALUE "C".
              88 WCA-EVENT-DATE VALUE "E".
            02 FILLER PIC X(1).
            02 WCA-MULTIPLIER PIC 9(1).
      *> The expected batch window per weekday (1 = Monday): the
      *> nightly must start by WBW-START-BY and finish by
      *> WBW-END-BY, both HHMM on the play date's clock - hours
      *> past 24 run into the next morning, so 2530 is 01:30.
      *> A weekday with no line has no window to keep.
         FD WARO-BATCHWIN-FILE.
         01 WARO-BATCHWIN-REC.
            02 WBW-WEEKDAY PIC 9(1).
            02 FILLER PIC X(1).
            02 WBW-START-BY PIC 9(4).
            02 FILLER PIC X(1).
            02 WBW-END-BY PIC 9(4).
         WORKING-STORAGE SECTION.
         01 WS-RUNLOG-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RESULTS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-CALENDAR-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-BATCHWIN-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-FILE-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-PARM-DATE PIC X(8) VALUE SPACES.
         01 WS-TODAY PIC 9(8) VALUE 0.
         01 WS-CHECK-DATE PIC 9(8) VALUE 0.
         01 WS-FIRST-DATE PIC 9(8) VALUE 0.

      *> The 30 nights reported, oldest first; the last is the
      *> night checked.
         78 NUM-NIGHTS VALUE 30.
         01 WS-NIGHT-TABLE.
            02 WS-NIGHT-ENTRY OCCURS NUM-NIGHTS TIMES.
               03 WS-NT-DATE PIC 9(8).
               03 WS-NT-WEEKDAY PIC 9(1).
               03 WS-NT-CLOSED-SW PIC X(1).
               03 WS-NT-RUNS PIC 9(3).
               03 WS-NT-OK-RUNS PIC 9(3).
               03 WS-NT-FAILED-RUNS PIC 9(3).
               03 WS-NT-FIRST-START PIC 9(5).
               03 WS-NT-LAST-END PIC 9(5).
               03 WS-NT-BALANCED PIC 9(3).
               03 WS-NT-UNBALANCED PIC 9(3).
               03 WS-NT-TABLES PIC 9(3).
               03 WS-NT-MISSING-SW PIC X(1).
               03 WS-NT-FAILED-SW PIC X(1).
               03 WS-NT-NORESULT-SW PIC X(1).
               03 WS-NT-LATE-SW PIC X(1).
               03 WS-NT-OVERRUN-SW PIC X(1).
         01 WS-NIGHT-IDX PIC 9(2) VALUE 0.
         01 WS-K PIC S9(6) VALUE 0.

      *> Batch windows in minutes from the play date's midnight.
         01 WS-WINDOW-TABLE.
            02 WS-WINDOW-ENTRY OCCURS 7 TIMES.
               03 WS-WN-SET-SW PIC X(1).
               03 WS-WN-START-BY PIC 9(5).
               03 WS-WN-END-BY PIC 9(5).
         01 WS-WD-IDX PIC 9(1) VALUE 0.
         01 WS-DAY-NAMES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
         01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
            02 WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.

      *> Stamp pieces and minute arithmetic.
         01 WS-CV-STAMP PIC 9(14) VALUE 0.
         01 WS-CV-STAMP-PARTS REDEFINES WS-CV-STAMP.
            02 WS-CV-DATE PIC 9(8).
            02 WS-CV-HOUR PIC 9(2).
            02 WS-CV-MINUTE PIC 9(2).
            02 WS-CV-SECOND PIC 9(2).
         01 WS-START-MINUTES PIC S9(7) VALUE 0.
         01 WS-END-MINUTES PIC S9(7) VALUE 0.
         01 WS-HHMM PIC 9(4) VALUE 0.
         01 WS-HHMM-PARTS REDEFINES WS-HHMM.
            02 WS-HHMM-HOUR PIC 9(2).
            02 WS-HHMM-MINUTE PIC 9(2).
         01 WS-SHOW-MINUTES PIC 9(5) VALUE 0.
         01 WS-SHOW-DAYS PIC 9(2) VALUE 0.
         01 WS-SHOW-REST PIC 9(4) VALUE 0.
         01 WS-SHOW-TIME PIC X(5) VALUE SPACES.
         01 WS-ACTUAL-TIME PIC X(5) VALUE SPACES.

      *> Results batch being balanced as it streams by.
         01 WS-BATCH-K PIC S9(6) VALUE 0.
         01 WS-BAL-COUNT PIC 9(6) VALUE 0.
         01 WS-BAL-HASH PIC 9(8) VALUE 0.
         01 WS-SEAT-IDX PIC 9(2) VALUE 0.

      *> Report lines and totals.
         01 WS-NIGHT-HEAD.
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(9) VALUE "NIGHT".
            02 FILLER PIC X(5) VALUE "DAY".
            02 FILLER PIC X(6) VALUE "RUNS".
            02 FILLER PIC X(7) VALUE "START".
            02 FILLER PIC X(7) VALUE "END".
            02 FILLER PIC X(8) VALUE "TABLES".
            02 FILLER PIC X(6) VALUE "STATUS".
         01 WS-NIGHT-LINE.
            02 FILLER PIC X(2) VALUE SPACES.
            02 WS-NL-DATE PIC 9(8).
            02 FILLER PIC X(1) VALUE SPACE.
            02 WS-NL-DAY PIC X(3).
            02 FILLER PIC X(2) VALUE SPACES.
            02 WS-NL-RUNS PIC ZZ9.
            02 FILLER PIC X(3) VALUE SPACES.
            02 WS-NL-START PIC X(5).
            02 FILLER PIC X(2) VALUE SPACES.
            02 WS-NL-END PIC X(5).
            02 FILLER PIC X(2) VALUE SPACES.
            02 WS-NL-TABLES PIC ZZ9.
            02 FILLER PIC X(5) VALUE SPACES.
            02 WS-NL-STATUS PIC X(36).
         01 WS-STATUS-PTR PIC 9(2) VALUE 1.
         01 WS-OPEN-NIGHTS PIC 9(2) VALUE 0.
         01 WS-MET-NIGHTS PIC 9(2) VALUE 0.
         01 WS-MISSING-NIGHTS PIC 9(2) VALUE 0.
         01 WS-FAILED-NIGHTS PIC 9(2) VALUE 0.
         01 WS-NORESULT-NIGHTS PIC 9(2) VALUE 0.
         01 WS-LATE-NIGHTS PIC 9(2) VALUE 0.
         01 WS-OVERRUN-NIGHTS PIC 9(2) VALUE 0.
         01 WS-SLA-PCT PIC 9(3) VALUE 0.
         01 WS-SLA-PCT-ED PIC ZZ9.

      *> waro-msg parameters for the coded alerts.
         01 WS-MSG-ID PIC X(8) VALUE SPACES.
         01 WS-MSG-GAME-ID PIC 9(16) VALUE 0.
         01 WS-MSG-KEY PIC X(40) VALUE SPACES.
         01 WS-MSG-TEXT PIC X(110) VALUE SPACES.
         01 WS-KEEP-RC PIC S9(4) VALUE 0.

         01 WS-DT-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-DT-DATE-1 PIC 9(8) VALUE 0.
         01 WS-DT-DATE-2 PIC 9(8) VALUE 0.
         01 WS-DT-DAYS PIC S9(6) VALUE 0.
         01 WS-DT-STATUS PIC X(1) VALUE "0".

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
         MOVE "A" TO WS-DT-FUNCTION.
         MOVE WS-TODAY TO WS-DT-DATE-1.
         MOVE -1 TO WS-DT-DAYS.
         PERFORM CALL-DATE-UTIL.
         MOVE WS-DT-DATE-2 TO WS-CHECK-DATE.
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
             STRING "WARO-WATCHDOG : '" DELIMITED BY SIZE
               WS-PARM-DATE DELIMITED BY SIZE
               "' is not a date YYYYMMDD" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 12 TO RETURN-CODE
             GO TO BEGIN-EXIT
           END-IF
           MOVE WS-PARM-DATE TO WS-CHECK-DATE
         END-IF.
         MOVE "A" TO WS-DT-FUNCTION.
         MOVE WS-CHECK-DATE TO WS-DT-DATE-1.
         COMPUTE WS-DT-DAYS = 1 - NUM-NIGHTS.
         PERFORM CALL-DATE-UTIL.
         MOVE WS-DT-DATE-2 TO WS-FIRST-DATE.

         PERFORM BUILD-ONE-NIGHT
           VARYING WS-NIGHT-IDX FROM 1 BY 1
             UNTIL WS-NIGHT-IDX > NUM-NIGHTS.
         PERFORM LOAD-CALENDAR THRU LOAD-CALENDAR-EXIT.
         PERFORM LOAD-WINDOWS THRU LOAD-WINDOWS-EXIT.
         PERFORM SCAN-RUNLOG THRU SCAN-RUNLOG-EXIT.
         PERFORM SCAN-RESULTS THRU SCAN-RESULTS-EXIT.
         PERFORM JUDGE-ONE-NIGHT
           VARYING WS-NIGHT-IDX FROM 1 BY 1
             UNTIL WS-NIGHT-IDX > NUM-NIGHTS.

         PERFORM REPORT-SLA.
         MOVE NUM-NIGHTS TO WS-NIGHT-IDX.
         PERFORM RAISE-NIGHT-ALERTS.
         MOVE "WARO-WATCHDOG Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       BEGIN-EXIT.
         STOP RUN.

       BUILD-ONE-NIGHT.
         MOVE "A" TO WS-DT-FUNCTION.
         MOVE WS-FIRST-DATE TO WS-DT-DATE-1.
         COMPUTE WS-DT-DAYS = WS-NIGHT-IDX - 1.
         PERFORM CALL-DATE-UTIL.
         MOVE WS-DT-DATE-2 TO WS-NT-DATE (WS-NIGHT-IDX).
         MOVE "W" TO WS-DT-FUNCTION.
         MOVE WS-NT-DATE (WS-NIGHT-IDX) TO WS-DT-DATE-1.
         PERFORM CALL-DATE-UTIL.
         MOVE WS-DT-DAYS TO WS-NT-WEEKDAY (WS-NIGHT-IDX).
         MOVE "N" TO WS-NT-CLOSED-SW (WS-NIGHT-IDX).
         MOVE 0 TO WS-NT-RUNS (WS-NIGHT-IDX).
         MOVE 0 TO WS-NT-OK-RUNS (WS-NIGHT-IDX).
         MOVE 0 TO WS-NT-FAILED-RUNS (WS-NIGHT-IDX).
         MOVE 99999 TO WS-NT-FIRST-START (WS-NIGHT-IDX).
         MOVE 0 TO WS-NT-LAST-END (WS-NIGHT-IDX).
         MOVE 0 TO WS-NT-BALANCED (WS-NIGHT-IDX).
         MOVE 0 TO WS-NT-UNBALANCED (WS-NIGHT-IDX).
         MOVE 0 TO WS-NT-TABLES (WS-NIGHT-IDX).
         MOVE "N" TO WS-NT-MISSING-SW (WS-NIGHT-IDX).
         MOVE "N" TO WS-NT-FAILED-SW (WS-NIGHT-IDX).
         MOVE "N" TO WS-NT-NORESULT-SW (WS-NIGHT-IDX).
         MOVE "N" TO WS-NT-LATE-SW (WS-NIGHT-IDX).
         MOVE "N" TO WS-NT-OVERRUN-SW (WS-NIGHT-IDX).

      *> Night number (1 to 30) of the date in WS-DT-DATE-2, into
      *> WS-K; outside the window it falls below 1 or above 30.
       FIND-NIGHT-NUMBER.
         MOVE "D" TO WS-DT-FUNCTION.
         MOVE WS-FIRST-DATE TO WS-DT-DATE-1.
         PERFORM CALL-DATE-UTIL.
         IF WS-DT-STATUS = "0"
           COMPUTE WS-K = WS-DT-DAYS + 1
         ELSE
           MOVE 0 TO WS-K
         END-IF.

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
             IF WCA-DATE IS NUMERIC AND WCA-CLOSED-DATE
               MOVE WCA-DATE TO WS-DT-DATE-2
               PERFORM FIND-NIGHT-NUMBER
               IF WS-K > 0 AND WS-K NOT > NUM-NIGHTS
                 MOVE "Y" TO WS-NT-CLOSED-SW (WS-K)
               END-IF
             END-IF
         END-READ.

       LOAD-WINDOWS.
         INITIALIZE WS-WINDOW-TABLE.
         OPEN INPUT WARO-BATCHWIN-FILE.
         IF WS-BATCHWIN-FILE-STATUS NOT = "00"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-WATCHDOG : no WARO-BATCHWIN table - start and"
             DELIMITED BY SIZE
             " end times are not checked" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO LOAD-WINDOWS-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         PERFORM LOAD-ONE-WINDOW UNTIL WARO-FILE-EOF.
         CLOSE WARO-BATCHWIN-FILE.
       LOAD-WINDOWS-EXIT.
         EXIT.

       LOAD-ONE-WINDOW.
         READ WARO-BATCHWIN-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WBW-WEEKDAY IS NUMERIC
                 AND WBW-WEEKDAY > 0 AND WBW-WEEKDAY < 8
                 AND WBW-START-BY IS NUMERIC
                 AND WBW-END-BY IS NUMERIC
               MOVE WBW-WEEKDAY TO WS-WD-IDX
               MOVE "Y" TO WS-WN-SET-SW (WS-WD-IDX)
               MOVE WBW-START-BY TO WS-HHMM
               COMPUTE WS-WN-START-BY (WS-WD-IDX) =
                 (WS-HHMM-HOUR * 60) + WS-HHMM-MINUTE
               MOVE WBW-END-BY TO WS-HHMM
               COMPUTE WS-WN-END-BY (WS-WD-IDX) =
                 (WS-HHMM-HOUR * 60) + WS-HHMM-MINUTE
             END-IF
         END-READ.

       SCAN-RUNLOG.
         OPEN INPUT WARO-RUNLOG-FILE.
         IF WS-RUNLOG-FILE-STATUS NOT = "00"
           MOVE "WARO-WATCHDOG : no WARO-RUNLOG file - no run on record"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO SCAN-RUNLOG-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         PERFORM SCAN-ONE-RUN UNTIL WARO-FILE-EOF.
         CLOSE WARO-RUNLOG-FILE.
       SCAN-RUNLOG-EXIT.
         EXIT.

       SCAN-ONE-RUN.
         READ WARO-RUNLOG-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WRL-PROGRAM = "WARO"
                 AND WRL-START-STAMP IS NUMERIC
                 AND WRL-END-STAMP IS NUMERIC
                 AND WRL-RC IS NUMERIC
               PERFORM PLACE-ONE-RUN
             END-IF
         END-READ.

      *> A run started before noon belongs to the night before;
      *> its times are then counted past 24 hours.
       PLACE-ONE-RUN.
         MOVE WRL-START-STAMP TO WS-CV-STAMP.
         MOVE WS-CV-DATE TO WS-DT-DATE-2.
         PERFORM FIND-NIGHT-NUMBER.
         COMPUTE WS-START-MINUTES =
           (WS-CV-HOUR * 60) + WS-CV-MINUTE.
         IF WS-CV-HOUR < 12
           SUBTRACT 1 FROM WS-K
           ADD 1440 TO WS-START-MINUTES
         END-IF.
         IF WS-K > 0 AND WS-K NOT > NUM-NIGHTS
           MOVE WRL-END-STAMP TO WS-CV-STAMP
           MOVE WS-CV-DATE TO WS-DT-DATE-2
           MOVE WS-K TO WS-NIGHT-IDX
           PERFORM FIND-NIGHT-NUMBER
           COMPUTE WS-END-MINUTES =
             ((WS-K - WS-NIGHT-IDX) * 1440)
             + (WS-CV-HOUR * 60) + WS-CV-MINUTE
           ADD 1 TO WS-NT-RUNS (WS-NIGHT-IDX)
           IF WS-START-MINUTES < WS-NT-FIRST-START (WS-NIGHT-IDX)
             MOVE WS-START-MINUTES
               TO WS-NT-FIRST-START (WS-NIGHT-IDX)
           END-IF
           IF WRL-RC >= 8
             ADD 1 TO WS-NT-FAILED-RUNS (WS-NIGHT-IDX)
           ELSE
             ADD 1 TO WS-NT-OK-RUNS (WS-NIGHT-IDX)
             IF WS-END-MINUTES > WS-NT-LAST-END (WS-NIGHT-IDX)
               MOVE WS-END-MINUTES TO WS-NT-LAST-END (WS-NIGHT-IDX)
             END-IF
           END-IF
         END-IF.

       SCAN-RESULTS.
         OPEN INPUT WARO-RESULTS-FILE.
         IF WS-RESULTS-FILE-STATUS NOT = "00"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-WATCHDOG : no WARO-RESULTS file - "
             DELIMITED BY SIZE
             "no batch on record" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO SCAN-RESULTS-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         MOVE 0 TO WS-BATCH-K.
         PERFORM SCAN-ONE-RESULT UNTIL WARO-FILE-EOF.
         CLOSE WARO-RESULTS-FILE.
       SCAN-RESULTS-EXIT.
         EXIT.

      *> Each batch is balanced as it streams by, the way every
      *> reader of the file does, and counted against its night.
      *> A WARO-CORRECT batch is filed under its game's date long
      *> after the night, so it says nothing about that night.
       SCAN-ONE-RESULT.
         READ WARO-RESULTS-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             EVALUATE TRUE
               WHEN WRR-HEADER-REC
                 MOVE 0 TO WS-BAL-COUNT
                 MOVE 0 TO WS-BAL-HASH
                 MOVE 0 TO WS-BATCH-K
                 IF WRR-RUN-DATE IS NUMERIC
                   MOVE WRR-RUN-DATE TO WS-DT-DATE-2
                   PERFORM FIND-NIGHT-NUMBER
                   MOVE WS-K TO WS-BATCH-K
                 END-IF
                 IF WRR-CORRECTION-BATCH
                   MOVE 0 TO WS-BATCH-K
                 END-IF
               WHEN WRR-DETAIL-REC
                 ADD 1 TO WS-BAL-COUNT
                 PERFORM SUM-ONE-RESULT-SEAT
                   VARYING WS-SEAT-IDX FROM 1 BY 1
                     UNTIL WS-SEAT-IDX > WRR-NUM-PLAYERS
                       OR WS-SEAT-IDX > 10
               WHEN WRR-TRAILER-REC
                 IF WS-BATCH-K > 0 AND WS-BATCH-K NOT > NUM-NIGHTS
                   PERFORM COUNT-ONE-BATCH
                 END-IF
                 MOVE 0 TO WS-BATCH-K
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
         END-READ.

       SUM-ONE-RESULT-SEAT.
         ADD WRR-PLAYER-POINTS (WS-SEAT-IDX) TO WS-BAL-HASH.

       COUNT-ONE-BATCH.
         IF WRR-TRAILER-COUNT = WS-BAL-COUNT
             AND WRR-TRAILER-HASH = WS-BAL-HASH
           ADD 1 TO WS-NT-BALANCED (WS-BATCH-K)
           ADD WS-BAL-COUNT TO WS-NT-TABLES (WS-BATCH-K)
         ELSE
           ADD 1 TO WS-NT-UNBALANCED (WS-BATCH-K)
         END-IF.

      *> A closed night expects nothing. An open one is missing
      *> with no WARO run at all, failed when every run ended at
      *> 8 or worse, and without results when no batch for it
      *> balances. Late and over-window are judged against the
      *> weekday's window: the first start of the night, and the
      *> last end of a run that completed.
       JUDGE-ONE-NIGHT.
         IF WS-NT-CLOSED-SW (WS-NIGHT-IDX) NOT = "Y"
           ADD 1 TO WS-OPEN-NIGHTS
           EVALUATE TRUE
             WHEN WS-NT-RUNS (WS-NIGHT-IDX) = 0
               MOVE "Y" TO WS-NT-MISSING-SW (WS-NIGHT-IDX)
               ADD 1 TO WS-MISSING-NIGHTS
             WHEN WS-NT-OK-RUNS (WS-NIGHT-IDX) = 0
               MOVE "Y" TO WS-NT-FAILED-SW (WS-NIGHT-IDX)
               ADD 1 TO WS-FAILED-NIGHTS
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF WS-NT-RUNS (WS-NIGHT-IDX) > 0
               AND WS-NT-BALANCED (WS-NIGHT-IDX) = 0
             MOVE "Y" TO WS-NT-NORESULT-SW (WS-NIGHT-IDX)
             ADD 1 TO WS-NORESULT-NIGHTS
           END-IF
           MOVE WS-NT-WEEKDAY (WS-NIGHT-IDX) TO WS-WD-IDX
           IF WS-WN-SET-SW (WS-WD-IDX) = "Y"
               AND WS-NT-RUNS (WS-NIGHT-IDX) > 0
             IF WS-NT-FIRST-START (WS-NIGHT-IDX)
                 > WS-WN-START-BY (WS-WD-IDX)
               MOVE "Y" TO WS-NT-LATE-SW (WS-NIGHT-IDX)
               ADD 1 TO WS-LATE-NIGHTS
             END-IF
             IF WS-NT-OK-RUNS (WS-NIGHT-IDX) > 0
                 AND WS-NT-LAST-END (WS-NIGHT-IDX)
                   > WS-WN-END-BY (WS-WD-IDX)
               MOVE "Y" TO WS-NT-OVERRUN-SW (WS-NIGHT-IDX)
               ADD 1 TO WS-OVERRUN-NIGHTS
             END-IF
           END-IF
           IF WS-NT-MISSING-SW (WS-NIGHT-IDX) = "N"
               AND WS-NT-FAILED-SW (WS-NIGHT-IDX) = "N"
               AND WS-NT-NORESULT-SW (WS-NIGHT-IDX) = "N"
               AND WS-NT-LATE-SW (WS-NIGHT-IDX) = "N"
               AND WS-NT-OVERRUN-SW (WS-NIGHT-IDX) = "N"
             ADD 1 TO WS-MET-NIGHTS
           END-IF
         END-IF.

      *> The rolling service-level page: one line a night, then
      *> how many open nights met every expectation.
       REPORT-SLA.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-WATCHDOG : batch service level, "
           DELIMITED BY SIZE
           WS-FIRST-DATE DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           WS-CHECK-DATE DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE WS-NIGHT-HEAD TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         PERFORM REPORT-ONE-NIGHT
           VARYING WS-NIGHT-IDX FROM 1 BY 1
             UNTIL WS-NIGHT-IDX > NUM-NIGHTS.
         MOVE 0 TO WS-SLA-PCT.
         IF WS-OPEN-NIGHTS > 0
           COMPUTE WS-SLA-PCT =
             (WS-MET-NIGHTS * 100) / WS-OPEN-NIGHTS
         END-IF.
         MOVE WS-SLA-PCT TO WS-SLA-PCT-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-WATCHDOG : " DELIMITED BY SIZE
           WS-MET-NIGHTS DELIMITED BY SIZE
           " of " DELIMITED BY SIZE
           WS-OPEN-NIGHTS DELIMITED BY SIZE
           " open nights met the service level (" DELIMITED BY SIZE
           WS-SLA-PCT-ED DELIMITED BY SIZE
           "%)" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-WATCHDOG : missing " DELIMITED BY SIZE
           WS-MISSING-NIGHTS DELIMITED BY SIZE
           "  failed " DELIMITED BY SIZE
           WS-FAILED-NIGHTS DELIMITED BY SIZE
           "  no results " DELIMITED BY SIZE
           WS-NORESULT-NIGHTS DELIMITED BY SIZE
           "  late " DELIMITED BY SIZE
           WS-LATE-NIGHTS DELIMITED BY SIZE
           "  over window " DELIMITED BY SIZE
           WS-OVERRUN-NIGHTS DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       REPORT-ONE-NIGHT.
         MOVE WS-NT-DATE (WS-NIGHT-IDX) TO WS-NL-DATE.
         MOVE WS-DAY-NAME (WS-NT-WEEKDAY (WS-NIGHT-IDX))
           TO WS-NL-DAY.
         MOVE WS-NT-RUNS (WS-NIGHT-IDX) TO WS-NL-RUNS.
         MOVE WS-NT-TABLES (WS-NIGHT-IDX) TO WS-NL-TABLES.
         MOVE "  -  " TO WS-NL-START.
         MOVE "  -  " TO WS-NL-END.
         IF WS-NT-RUNS (WS-NIGHT-IDX) > 0
           MOVE WS-NT-FIRST-START (WS-NIGHT-IDX) TO WS-SHOW-MINUTES
           PERFORM SHOW-CLOCK-TIME
           MOVE WS-SHOW-TIME TO WS-NL-START
         END-IF.
         IF WS-NT-OK-RUNS (WS-NIGHT-IDX) > 0
           MOVE WS-NT-LAST-END (WS-NIGHT-IDX) TO WS-SHOW-MINUTES
           PERFORM SHOW-CLOCK-TIME
           MOVE WS-SHOW-TIME TO WS-NL-END
         END-IF.
         MOVE SPACES TO WS-NL-STATUS.
         MOVE 1 TO WS-STATUS-PTR.
         EVALUATE TRUE
           WHEN WS-NT-CLOSED-SW (WS-NIGHT-IDX) = "Y"
             MOVE "closed" TO WS-NL-STATUS
           WHEN WS-NT-MISSING-SW (WS-NIGHT-IDX) = "Y"
             MOVE "MISSING" TO WS-NL-STATUS
           WHEN OTHER
             PERFORM BUILD-NIGHT-STATUS
         END-EVALUATE.
         MOVE WS-NIGHT-LINE TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       BUILD-NIGHT-STATUS.
         IF WS-NT-FAILED-SW (WS-NIGHT-IDX) = "Y"
           STRING "FAILED " DELIMITED BY SIZE
             INTO WS-NL-STATUS WITH POINTER WS-STATUS-PTR
         END-IF.
         IF WS-NT-NORESULT-SW (WS-NIGHT-IDX) = "Y"
           STRING "NO-RESULTS " DELIMITED BY SIZE
             INTO WS-NL-STATUS WITH POINTER WS-STATUS-PTR
         END-IF.
         IF WS-NT-LATE-SW (WS-NIGHT-IDX) = "Y"
           STRING "LATE " DELIMITED BY SIZE
             INTO WS-NL-STATUS WITH POINTER WS-STATUS-PTR
         END-IF.
         IF WS-NT-OVERRUN-SW (WS-NIGHT-IDX) = "Y"
           STRING "OVER-WINDOW " DELIMITED BY SIZE
             INTO WS-NL-STATUS WITH POINTER WS-STATUS-PTR
         END-IF.
         IF WS-STATUS-PTR = 1
           STRING "ok " DELIMITED BY SIZE
             INTO WS-NL-STATUS WITH POINTER WS-STATUS-PTR
         END-IF.
         IF WS-NT-FAILED-RUNS (WS-NIGHT-IDX) > 0
             AND WS-NT-OK-RUNS (WS-NIGHT-IDX) > 0
           STRING "(rerun)" DELIMITED BY SIZE
             INTO WS-NL-STATUS WITH POINTER WS-STATUS-PTR
         END-IF.

      *> Minutes from the play date's midnight shown as a clock
      *> time; past midnight it reads as the next morning's.
       SHOW-CLOCK-TIME.
         DIVIDE WS-SHOW-MINUTES BY 1440
           GIVING WS-SHOW-DAYS REMAINDER WS-SHOW-REST.
         DIVIDE WS-SHOW-REST BY 60
           GIVING WS-HHMM-HOUR REMAINDER WS-HHMM-MINUTE.
         MOVE SPACES TO WS-SHOW-TIME.
         STRING WS-HHMM-HOUR DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           WS-HHMM-MINUTE DELIMITED BY SIZE
           INTO WS-SHOW-TIME.

      *> The checked night's findings, each as its own coded
      *> alert so the monitoring tool routes them separately.
       RAISE-NIGHT-ALERTS.
         IF WS-NT-CLOSED-SW (WS-NIGHT-IDX) = "Y"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-WATCHDOG : " DELIMITED BY SIZE
             WS-CHECK-DATE DELIMITED BY SIZE
             " is closed on WARO-CALENDAR - no run expected"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         IF WS-NT-MISSING-SW (WS-NIGHT-IDX) = "Y"
           MOVE "WARO042E" TO WS-MSG-ID
           MOVE SPACES TO WS-MSG-KEY
           STRING "play date " DELIMITED BY SIZE
             WS-CHECK-DATE DELIMITED BY SIZE
             INTO WS-MSG-KEY
           PERFORM RAISE-ONE-ALERT
           MOVE 8 TO RETURN-CODE
         END-IF.
         IF WS-NT-FAILED-SW (WS-NIGHT-IDX) = "Y"
           MOVE "WARO043E" TO WS-MSG-ID
           MOVE SPACES TO WS-MSG-KEY
           STRING "play date " DELIMITED BY SIZE
             WS-CHECK-DATE DELIMITED BY SIZE
             " all " DELIMITED BY SIZE
             WS-NT-RUNS (WS-NIGHT-IDX) DELIMITED BY SIZE
             " run(s) failed" DELIMITED BY SIZE
             INTO WS-MSG-KEY
           PERFORM RAISE-ONE-ALERT
           MOVE 8 TO RETURN-CODE
         END-IF.
         IF WS-NT-NORESULT-SW (WS-NIGHT-IDX) = "Y"
           MOVE "WARO044E" TO WS-MSG-ID
           MOVE SPACES TO WS-MSG-KEY
           STRING "play date " DELIMITED BY SIZE
             WS-CHECK-DATE DELIMITED BY SIZE
             INTO WS-MSG-KEY
           PERFORM RAISE-ONE-ALERT
           MOVE 8 TO RETURN-CODE
         END-IF.
         IF WS-NT-LATE-SW (WS-NIGHT-IDX) = "Y"
           MOVE "WARO045E" TO WS-MSG-ID
           MOVE WS-NT-WEEKDAY (WS-NIGHT-IDX) TO WS-WD-IDX
           MOVE WS-NT-FIRST-START (WS-NIGHT-IDX) TO WS-SHOW-MINUTES
           PERFORM SHOW-CLOCK-TIME
           MOVE WS-SHOW-TIME TO WS-ACTUAL-TIME
           MOVE WS-WN-START-BY (WS-WD-IDX) TO WS-SHOW-MINUTES
           PERFORM SHOW-CLOCK-TIME
           MOVE SPACES TO WS-MSG-KEY
           STRING WS-CHECK-DATE DELIMITED BY SIZE
             " started " DELIMITED BY SIZE
             WS-ACTUAL-TIME DELIMITED BY SIZE
             " due by " DELIMITED BY SIZE
             WS-SHOW-TIME DELIMITED BY SIZE
             INTO WS-MSG-KEY
           PERFORM RAISE-ONE-ALERT
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF.
         IF WS-NT-OVERRUN-SW (WS-NIGHT-IDX) = "Y"
           MOVE "WARO046E" TO WS-MSG-ID
           MOVE WS-NT-WEEKDAY (WS-NIGHT-IDX) TO WS-WD-IDX
           MOVE WS-NT-LAST-END (WS-NIGHT-IDX) TO WS-SHOW-MINUTES
           PERFORM SHOW-CLOCK-TIME
           MOVE WS-SHOW-TIME TO WS-ACTUAL-TIME
           MOVE WS-WN-END-BY (WS-WD-IDX) TO WS-SHOW-MINUTES
           PERFORM SHOW-CLOCK-TIME
           MOVE SPACES TO WS-MSG-KEY
           STRING WS-CHECK-DATE DELIMITED BY SIZE
             " ended " DELIMITED BY SIZE
             WS-ACTUAL-TIME DELIMITED BY SIZE
             " due by " DELIMITED BY SIZE
             WS-SHOW-TIME DELIMITED BY SIZE
             INTO WS-MSG-KEY
           PERFORM RAISE-ONE-ALERT
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF.

       RAISE-ONE-ALERT.
         MOVE 0 TO WS-MSG-GAME-ID.
         MOVE RETURN-CODE TO WS-KEEP-RC.
         CALL 'waro-msg'
           USING WS-MSG-ID, WS-MSG-GAME-ID, WS-MSG-KEY, WS-MSG-TEXT
           ON EXCEPTION
             MOVE SPACES TO WS-MSG-TEXT
             STRING WS-MSG-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MSG-KEY DELIMITED BY SIZE
               INTO WS-MSG-TEXT
         END-CALL.
         MOVE WS-KEEP-RC TO RETURN-CODE.
         MOVE WS-MSG-TEXT TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

      *> One door to the date utility so a missing module ends
      *> with a controlled message and code, not a raw abend.
       CALL-DATE-UTIL.
         CALL 'date-util'
           USING WS-DT-FUNCTION, WS-DT-DATE-1, WS-DT-DATE-2,
             WS-DT-DAYS, WS-DT-STATUS
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-WATCHDOG : SEVERE ERROR - subprogram "
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
