       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-WORKQ.
      *> Operations work-queue dashboard: every queue of pending
      *> work on one screen, so pending work is seen whole instead
      *> of file by file. For each queue it counts the open items,
      *> ages them in days, names the oldest and counts those past
      *> the queue's service target:
      *>   1 payout holds awaiting approval - WARO-PAYHOLD, less
      *>     the holds a dispute froze (those wait on queue 2);
      *>     worked by WARO-PAYREL LIST
      *>   2 open disputes - WARO-DISPUTE; WARO-DISPUTE REPORT
      *>   3 open clawbacks - WARO-RECEIVABLE; WARO-DUNNING
      *>   4 standby seats - WARO-ROSTER, aged from the first
      *>     WARO-ROSTER-HIST snapshot of the current stretch on
      *>     standby; WARO-ROSTER LIST
      *>   5 divide-batch rejects - DIVIDE-REJECTS, aged from the
      *>     reject date; corrected by the sending department, so
      *>     the dashboard lists them itself
      *>   6 unconverted walk-ins - provisional members on
      *>     WARO-PLAYERS, aged from joining; WARO-WALKIN LIST
      *>   7 open alerts - WARO-ALERTREG alerts not yet resolved,
      *>     aged from first raised; late once an unacknowledged
      *>     alert is past the due time its route gave it;
      *>     WARO-ALERTQ HANDOVER
      *> Read-only: no file is changed. With a parm it shows the
      *> dashboard once and ends (rc 4 when anything is past its
      *> target); without one it prompts at the console for a
      *> queue to work, runs the program that works it and shows
      *> what that program wrote to WARO-REPORT, until a blank
      *> entry - which is how the shop menu runs it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROPHS.
         COPY WARORVS.
         COPY WAROROS.
         COPY WAROPMS.
         COPY WAROAGS.
         SELECT WARO-DISPUTE-FILE ASSIGN TO "WARO-DISPUTE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPUTE-FILE-STATUS.
         SELECT ROSTER-HIST-FILE ASSIGN TO "WARO-ROSTER-HIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-HIST-STATUS.
         SELECT DIVIDE-REJECTS-FILE ASSIGN TO "DIVIDE-REJECTS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECTS-FILE-STATUS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WAROPHR.
         COPY WARORVR.
         COPY WARORSR.
         COPY WAROPMR.
         COPY WAROAGR.
         FD WARO-DISPUTE-FILE.
         01 WARO-DISPUTE-REC.
            02 WDP-GAME-ID PIC 9(16).
            02 FILLER PIC X(1).
            02 WDP-FILED-DATE PIC 9(8).
            02 FILLER PIC X(1).
            02 WDP-STATUS PIC X(1).
              88 WDP-OPEN VALUE "O".
         FD ROSTER-HIST-FILE.
         01 ROSTER-HIST-REC.
            02 WHR-SNAP-DATE PIC 9(8).
            02 FILLER PIC X(1).
            02 WHR-ROSTER-DATA.
               03 WHR-PLAYER-NAME PIC X(6).
               03 FILLER PIC X(1).
               03 WHR-PLAYER-ID PIC X(4).
               03 FILLER PIC X(1).
               03 WHR-STATUS PIC X(1).
               03 FILLER PIC X(27).
      *> The main_divide_batch reject record. Rejects written
      *> before the reject date was carried have spaces there and
      *> are counted but cannot be aged.
         FD DIVIDE-REJECTS-FILE.
         01 DIVIDE-REJECTS-REC.
            02 RJ-REASON-CODE PIC X(4).
            02 FILLER PIC X(1).
            02 RJ-RECORD-IMAGE PIC X(20).
            02 FILLER PIC X(1).
            02 RJ-REJECT-DATE PIC X(8).
         WORKING-STORAGE SECTION.
         01 WS-PAYHOLD-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RECEIVABLE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-ROSTER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PLAYERS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-ALERTREG-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-DISPUTE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-ROSTER-HIST-STATUS PIC X(2) VALUE "00".
         01 WS-REJECTS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-WORKQ-EOF VALUE "Y".
         01 WS-DONE-SW PIC X(1) VALUE "N".
           88 WARO-WORKQ-DONE VALUE "Y".
         01 WS-SCREEN-LINE PIC X(80) VALUE SPACES.
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-CHOICE PIC X(1) VALUE SPACES.
         01 WS-TODAY PIC 9(8) VALUE 0.
         01 WS-NOW-TIME PIC 9(8) VALUE 0.
         01 WS-NOW-STAMP PIC 9(14) VALUE 0.

      *> Service targets, in days open. An alert is late by its
      *> own route's due time instead.
         78 PAYHOLD-TARGET-DAYS VALUE 2.
         78 DISPUTE-TARGET-DAYS VALUE 7.
         78 CLAWBACK-TARGET-DAYS VALUE 30.
         78 STANDBY-TARGET-DAYS VALUE 14.
         78 REJECT-TARGET-DAYS VALUE 3.
         78 WALKIN-TARGET-DAYS VALUE 31.

      *> One entry per queue: what it is, who works it, and the
      *> tally of its open items.
         78 NUM-QUEUES VALUE 7.
         01 WS-QUEUE-TABLE.
            02 WS-QUEUE-ENTRY OCCURS NUM-QUEUES TIMES.
               03 WS-QB-NAME PIC X(16).
               03 WS-QB-TARGET PIC 9(3).
               03 WS-QB-COMMAND PIC X(40).
               03 WS-QB-OPEN PIC 9(5).
               03 WS-QB-LATE PIC 9(5).
               03 WS-QB-UNDATED PIC 9(5).
               03 WS-QB-OLDEST-DATE PIC 9(8).
               03 WS-QB-OLDEST-AGE PIC 9(5).
               03 WS-QB-OLDEST-TEXT PIC X(30).
               03 WS-QB-STATUS PIC X(1).
                 88 WARO-QUEUE-NO-FILE VALUE "N".
         01 WS-Q PIC 9(1) VALUE 0.
         01 WS-TOTAL-OPEN PIC 9(6) VALUE 0.
         01 WS-TOTAL-LATE PIC 9(6) VALUE 0.

      *> The item being tallied, as each queue's reader sets it.
         01 WS-ITEM-DATE PIC 9(8) VALUE 0.
         01 WS-ITEM-TEXT PIC X(30) VALUE SPACES.
         01 WS-ITEM-AGE PIC 9(5) VALUE 0.
         01 WS-ITEM-LATE-SW PIC X(1) VALUE "N".
           88 WARO-ITEM-LATE VALUE "Y".
         01 WS-ITEM-DATED-SW PIC X(1) VALUE "N".
           88 WARO-ITEM-DATED VALUE "Y".

      *> One dashboard line.
         01 WS-QUEUE-LINE.
            02 WS-QL-FLAG PIC X(1).
            02 WS-QL-NO PIC 9(1).
            02 FILLER PIC X(2) VALUE ". ".
            02 WS-QL-NAME PIC X(16).
            02 WS-QL-OPEN PIC ZZZZ9.
            02 WS-QL-LATE PIC ZZZZZ9.
            02 FILLER PIC X(1) VALUE SPACE.
            02 WS-QL-TARGET PIC X(5).
            02 WS-QL-AGE PIC X(6).
            02 FILLER PIC X(2) VALUE SPACES.
            02 WS-QL-OLDEST PIC X(30).
         01 WS-DAYS-ED PIC ZZZ9.
         01 WS-TOTAL-OPEN-ED PIC ZZZZZZZ9.
         01 WS-TOTAL-LATE-ED PIC ZZZZZ9.
         01 WS-AGE-ED PIC ZZZZ9.
         01 WS-ID-ED PIC 9(4).

      *> Standby seats and the date each went onto its current
      *> stretch of standby, off the roster snapshots.
         78 NUM-STANDBY-MAX VALUE 30.
         01 WS-STANDBY-TABLE.
            02 WS-STANDBY-ENTRY OCCURS NUM-STANDBY-MAX TIMES.
               03 WS-SB-NAME PIC X(6).
               03 WS-SB-ID PIC 9(4).
               03 WS-SB-SINCE PIC 9(8).
         01 WS-STANDBY-COUNT PIC 9(2) VALUE 0.
         01 WS-STANDBY-IDX PIC 9(2) VALUE 0.

      *> Launching the program that works a queue. CALL "SYSTEM"
      *> hands back the wait status, the completion code in the
      *> high-order byte. The lines the program adds to the
      *> report log are shown after it ends.
         01 WS-SYSTEM-STATUS PIC S9(9) BINARY VALUE 0.
         01 WS-CHILD-RC PIC 9(4) VALUE 0.
         01 WS-REPORT-LINES-BEFORE PIC 9(8) VALUE 0.
         01 WS-REPORT-LINE-NBR PIC 9(8) VALUE 0.
         01 WS-REJECT-LINE-COUNT PIC 9(5) VALUE 0.

         01 WS-DT-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-DT-DATE-1 PIC 9(8) VALUE 0.
         01 WS-DT-DATE-2 PIC 9(8) VALUE 0.
         01 WS-DT-DAYS PIC S9(6) VALUE 0.
         01 WS-DT-STATUS PIC X(1) VALUE "0".

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
         ACCEPT WS-NOW-TIME FROM TIME.
         COMPUTE WS-NOW-STAMP =
           (WS-TODAY * 1000000) + (WS-NOW-TIME / 100).
         PERFORM SET-UP-QUEUES.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         IF WS-PARM NOT = SPACES
           PERFORM SHOW-DASHBOARD
           IF WS-TOTAL-LATE > 0
             MOVE 4 TO RETURN-CODE
           END-IF
         ELSE
           PERFORM ASK-ONE-QUEUE UNTIL WARO-WORKQ-DONE
         END-IF.
         DISPLAY "WARO-WORKQ Ready.".
       STOP RUN.

       SET-UP-QUEUES.
         MOVE "Payout holds" TO WS-QB-NAME (1).
         MOVE PAYHOLD-TARGET-DAYS TO WS-QB-TARGET (1).
         MOVE "waro-payrel LIST" TO WS-QB-COMMAND (1).
         MOVE "Disputes" TO WS-QB-NAME (2).
         MOVE DISPUTE-TARGET-DAYS TO WS-QB-TARGET (2).
         MOVE "waro-dispute REPORT" TO WS-QB-COMMAND (2).
         MOVE "Clawbacks" TO WS-QB-NAME (3).
         MOVE CLAWBACK-TARGET-DAYS TO WS-QB-TARGET (3).
         MOVE "waro-dunning" TO WS-QB-COMMAND (3).
         MOVE "Standby seats" TO WS-QB-NAME (4).
         MOVE STANDBY-TARGET-DAYS TO WS-QB-TARGET (4).
         MOVE "waro-roster LIST" TO WS-QB-COMMAND (4).
         MOVE "Divide rejects" TO WS-QB-NAME (5).
         MOVE REJECT-TARGET-DAYS TO WS-QB-TARGET (5).
         MOVE SPACES TO WS-QB-COMMAND (5).
         MOVE "Walk-ins" TO WS-QB-NAME (6).
         MOVE WALKIN-TARGET-DAYS TO WS-QB-TARGET (6).
         MOVE "waro-walkin LIST" TO WS-QB-COMMAND (6).
         MOVE "Open alerts" TO WS-QB-NAME (7).
         MOVE 0 TO WS-QB-TARGET (7).
         MOVE "waro-alertq HANDOVER" TO WS-QB-COMMAND (7).

       ASK-ONE-QUEUE.
         PERFORM SHOW-DASHBOARD.
         DISPLAY "WARO-WORKQ : queue to work, 1-7 (blank to quit): ".
         MOVE SPACES TO WS-CHOICE.
         ACCEPT WS-CHOICE.
         IF WS-CHOICE = SPACES
           MOVE "Y" TO WS-DONE-SW
         ELSE
           PERFORM WORK-ONE-QUEUE THRU WORK-ONE-QUEUE-EXIT
         END-IF.

      *> ----------------------------------------------------------
      *> The dashboard: every queue tallied afresh, then one line
      *> each. A "*" marks a queue with items past its target.
      *> ----------------------------------------------------------
       SHOW-DASHBOARD.
         PERFORM CLEAR-ONE-QUEUE
           VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > NUM-QUEUES.
         PERFORM TALLY-PAYHOLDS THRU TALLY-PAYHOLDS-EXIT.
         PERFORM TALLY-DISPUTES THRU TALLY-DISPUTES-EXIT.
         PERFORM TALLY-CLAWBACKS THRU TALLY-CLAWBACKS-EXIT.
         PERFORM TALLY-STANDBY THRU TALLY-STANDBY-EXIT.
         PERFORM TALLY-REJECTS THRU TALLY-REJECTS-EXIT.
         PERFORM TALLY-WALKINS THRU TALLY-WALKINS-EXIT.
         PERFORM TALLY-ALERTS THRU TALLY-ALERTS-EXIT.
         MOVE 0 TO WS-TOTAL-OPEN.
         MOVE 0 TO WS-TOTAL-LATE.
         DISPLAY " ".
         MOVE ALL "=" TO WS-SCREEN-LINE.
         DISPLAY WS-SCREEN-LINE.
         MOVE SPACES TO WS-SCREEN-LINE.
         STRING "WARO-WORKQ  operations work queues as of "
           DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           INTO WS-SCREEN-LINE.
         DISPLAY WS-SCREEN-LINE.
         DISPLAY "    Queue            Open  Late Target  Age  Oldest".
         PERFORM SHOW-ONE-QUEUE
           VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > NUM-QUEUES.
         MOVE ALL "-" TO WS-SCREEN-LINE.
         DISPLAY WS-SCREEN-LINE.
         MOVE SPACES TO WS-SCREEN-LINE.
         MOVE WS-TOTAL-OPEN TO WS-TOTAL-OPEN-ED.
         MOVE WS-TOTAL-LATE TO WS-TOTAL-LATE-ED.
         STRING "    Total        " DELIMITED BY SIZE
           WS-TOTAL-OPEN-ED DELIMITED BY SIZE
           WS-TOTAL-LATE-ED DELIMITED BY SIZE
           "  past target" DELIMITED BY SIZE
           INTO WS-SCREEN-LINE.
         DISPLAY WS-SCREEN-LINE.
         IF WS-TOTAL-LATE > 0
           DISPLAY "* - the queue has items past its service target"
         END-IF.

       CLEAR-ONE-QUEUE.
         MOVE 0 TO WS-QB-OPEN (WS-Q).
         MOVE 0 TO WS-QB-LATE (WS-Q).
         MOVE 0 TO WS-QB-UNDATED (WS-Q).
         MOVE 0 TO WS-QB-OLDEST-DATE (WS-Q).
         MOVE 0 TO WS-QB-OLDEST-AGE (WS-Q).
         MOVE SPACES TO WS-QB-OLDEST-TEXT (WS-Q).
         MOVE SPACES TO WS-QB-STATUS (WS-Q).

       SHOW-ONE-QUEUE.
         MOVE SPACES TO WS-QUEUE-LINE.
         MOVE ". " TO WS-QUEUE-LINE (3:2).
         IF WS-QB-LATE (WS-Q) > 0
           MOVE "*" TO WS-QL-FLAG
         END-IF.
         MOVE WS-Q TO WS-QL-NO.
         MOVE WS-QB-NAME (WS-Q) TO WS-QL-NAME.
         MOVE WS-QB-OPEN (WS-Q) TO WS-QL-OPEN.
         MOVE WS-QB-LATE (WS-Q) TO WS-QL-LATE.
         IF WS-QB-TARGET (WS-Q) = 0
           MOVE "  due" TO WS-QL-TARGET
         ELSE
           MOVE WS-QB-TARGET (WS-Q) TO WS-DAYS-ED
           STRING WS-DAYS-ED DELIMITED BY SIZE
             "d" DELIMITED BY SIZE
             INTO WS-QL-TARGET
         END-IF.
         IF WS-QB-OLDEST-DATE (WS-Q) > 0
           MOVE WS-QB-OLDEST-AGE (WS-Q) TO WS-AGE-ED
           STRING WS-AGE-ED DELIMITED BY SIZE
             "d" DELIMITED BY SIZE
             INTO WS-QL-AGE
         END-IF.
         MOVE WS-QB-OLDEST-TEXT (WS-Q) TO WS-QL-OLDEST.
         IF WARO-QUEUE-NO-FILE (WS-Q)
           MOVE "(no file)" TO WS-QL-OLDEST
         END-IF.
         IF WS-QB-OPEN (WS-Q) > 0 AND WS-QB-OLDEST-DATE (WS-Q) = 0
           MOVE "undated" TO WS-QL-OLDEST
         END-IF.
         DISPLAY WS-QUEUE-LINE.
         ADD WS-QB-OPEN (WS-Q) TO WS-TOTAL-OPEN.
         ADD WS-QB-LATE (WS-Q) TO WS-TOTAL-LATE.

      *> One open item on queue WS-Q: counted, aged against today,
      *> judged against the queue's target unless its reader has
      *> already judged it, and kept when it is the oldest yet.
       NOTE-QUEUE-ITEM.
         ADD 1 TO WS-QB-OPEN (WS-Q).
         MOVE "N" TO WS-ITEM-DATED-SW.
         MOVE 0 TO WS-ITEM-AGE.
         IF WS-ITEM-DATE > 0
           MOVE "D" TO WS-DT-FUNCTION
           MOVE WS-ITEM-DATE TO WS-DT-DATE-1
           MOVE WS-TODAY TO WS-DT-DATE-2
           PERFORM CALL-DATE-UTIL
           IF WS-DT-STATUS = "0"
             MOVE "Y" TO WS-ITEM-DATED-SW
             IF WS-DT-DAYS > 0
               MOVE WS-DT-DAYS TO WS-ITEM-AGE
             END-IF
           END-IF
         END-IF.
         IF NOT WARO-ITEM-DATED
           ADD 1 TO WS-QB-UNDATED (WS-Q)
         END-IF.
         IF WARO-ITEM-DATED AND WS-QB-TARGET (WS-Q) > 0
             AND WS-ITEM-AGE > WS-QB-TARGET (WS-Q)
           MOVE "Y" TO WS-ITEM-LATE-SW
         END-IF.
         IF WARO-ITEM-LATE
           ADD 1 TO WS-QB-LATE (WS-Q)
         END-IF.
         IF WARO-ITEM-DATED
           IF WS-QB-OLDEST-DATE (WS-Q) = 0
               OR WS-ITEM-DATE < WS-QB-OLDEST-DATE (WS-Q)
             MOVE WS-ITEM-DATE TO WS-QB-OLDEST-DATE (WS-Q)
             MOVE WS-ITEM-AGE TO WS-QB-OLDEST-AGE (WS-Q)
             MOVE WS-ITEM-TEXT TO WS-QB-OLDEST-TEXT (WS-Q)
           END-IF
         END-IF.

       START-ONE-ITEM.
         MOVE 0 TO WS-ITEM-DATE.
         MOVE SPACES TO WS-ITEM-TEXT.
         MOVE "N" TO WS-ITEM-LATE-SW.

      *> ----------------------------------------------------------
      *> The queue readers, one per file.
      *> ----------------------------------------------------------
       TALLY-PAYHOLDS.
         MOVE 1 TO WS-Q.
         OPEN INPUT WARO-PAYHOLD-FILE.
         IF WS-PAYHOLD-FILE-STATUS NOT = "00"
           MOVE "N" TO WS-QB-STATUS (WS-Q)
           GO TO TALLY-PAYHOLDS-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         PERFORM TALLY-ONE-PAYHOLD UNTIL WARO-WORKQ-EOF.
         CLOSE WARO-PAYHOLD-FILE.
       TALLY-PAYHOLDS-EXIT.
         EXIT.

       TALLY-ONE-PAYHOLD.
         READ WARO-PAYHOLD-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WHL-HELD-DETAIL AND WHL-HOLD-REASON NOT = "DISPUTE"
               PERFORM START-ONE-ITEM
               IF WHL-RUN-DATE IS NUMERIC
                 MOVE WHL-RUN-DATE TO WS-ITEM-DATE
               END-IF
               STRING "game " DELIMITED BY SIZE
                 WHL-GAME-ID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WHL-PLAYER-NAME DELIMITED BY SIZE
                 INTO WS-ITEM-TEXT
               PERFORM NOTE-QUEUE-ITEM
             END-IF
         END-READ.

       TALLY-DISPUTES.
         MOVE 2 TO WS-Q.
         OPEN INPUT WARO-DISPUTE-FILE.
         IF WS-DISPUTE-FILE-STATUS NOT = "00"
           MOVE "N" TO WS-QB-STATUS (WS-Q)
           GO TO TALLY-DISPUTES-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         PERFORM TALLY-ONE-DISPUTE UNTIL WARO-WORKQ-EOF.
         CLOSE WARO-DISPUTE-FILE.
       TALLY-DISPUTES-EXIT.
         EXIT.

       TALLY-ONE-DISPUTE.
         READ WARO-DISPUTE-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WDP-OPEN
               PERFORM START-ONE-ITEM
               IF WDP-FILED-DATE IS NUMERIC
                 MOVE WDP-FILED-DATE TO WS-ITEM-DATE
               END-IF
               STRING "game " DELIMITED BY SIZE
                 WDP-GAME-ID DELIMITED BY SIZE
                 INTO WS-ITEM-TEXT
               PERFORM NOTE-QUEUE-ITEM
             END-IF
         END-READ.

       TALLY-CLAWBACKS.
         MOVE 3 TO WS-Q.
         OPEN INPUT WARO-RECEIVABLE-FILE.
         IF WS-RECEIVABLE-FILE-STATUS NOT = "00"
           MOVE "N" TO WS-QB-STATUS (WS-Q)
           GO TO TALLY-CLAWBACKS-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         PERFORM TALLY-ONE-CLAWBACK UNTIL WARO-WORKQ-EOF.
         CLOSE WARO-RECEIVABLE-FILE.
       TALLY-CLAWBACKS-EXIT.
         EXIT.

       TALLY-ONE-CLAWBACK.
         READ WARO-RECEIVABLE-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WRC-OPEN
               PERFORM START-ONE-ITEM
               IF WRC-ENTRY-DATE IS NUMERIC
                 MOVE WRC-ENTRY-DATE TO WS-ITEM-DATE
               END-IF
               STRING "game " DELIMITED BY SIZE
                 WRC-GAME-ID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WRC-PLAYER-NAME DELIMITED BY SIZE
                 INTO WS-ITEM-TEXT
               PERFORM NOTE-QUEUE-ITEM
             END-IF
         END-READ.

      *> Standby seats off the roster, then the snapshots read in
      *> the order they were filed: a seat's stretch starts at the
      *> first snapshot that shows it on standby and starts over
      *> whenever one shows it back in play. A seat the snapshots
      *> never show on standby cannot be aged.
       TALLY-STANDBY.
         MOVE 4 TO WS-Q.
         MOVE 0 TO WS-STANDBY-COUNT.
         OPEN INPUT WARO-ROSTER-FILE.
         IF WS-ROSTER-FILE-STATUS NOT = "00"
           MOVE "N" TO WS-QB-STATUS (WS-Q)
           GO TO TALLY-STANDBY-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         PERFORM LOAD-ONE-STANDBY-SEAT UNTIL WARO-WORKQ-EOF.
         CLOSE WARO-ROSTER-FILE.
         OPEN INPUT ROSTER-HIST-FILE.
         IF WS-ROSTER-HIST-STATUS = "00"
           MOVE "N" TO WS-EOF-SW
           PERFORM READ-ONE-ROSTER-SNAPSHOT UNTIL WARO-WORKQ-EOF
           CLOSE ROSTER-HIST-FILE
         END-IF.
         PERFORM NOTE-ONE-STANDBY-SEAT
           VARYING WS-STANDBY-IDX FROM 1 BY 1
             UNTIL WS-STANDBY-IDX > WS-STANDBY-COUNT.
       TALLY-STANDBY-EXIT.
         EXIT.

       LOAD-ONE-STANDBY-SEAT.
         READ WARO-ROSTER-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WRO-STATUS-STANDBY
                 AND WS-STANDBY-COUNT < NUM-STANDBY-MAX
               ADD 1 TO WS-STANDBY-COUNT
               MOVE WRO-PLAYER-NAME TO WS-SB-NAME (WS-STANDBY-COUNT)
               MOVE 0 TO WS-SB-ID (WS-STANDBY-COUNT)
               IF WRO-PLAYER-ID IS NUMERIC
                 MOVE WRO-PLAYER-ID TO WS-SB-ID (WS-STANDBY-COUNT)
               END-IF
               MOVE 0 TO WS-SB-SINCE (WS-STANDBY-COUNT)
             END-IF
         END-READ.

       READ-ONE-ROSTER-SNAPSHOT.
         READ ROSTER-HIST-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             PERFORM MATCH-ONE-SNAPSHOT-SEAT
               VARYING WS-STANDBY-IDX FROM 1 BY 1
                 UNTIL WS-STANDBY-IDX > WS-STANDBY-COUNT
         END-READ.

       MATCH-ONE-SNAPSHOT-SEAT.
         IF WHR-PLAYER-NAME = WS-SB-NAME (WS-STANDBY-IDX)
             AND WHR-SNAP-DATE IS NUMERIC
           IF WHR-STATUS = "B"
             IF WS-SB-SINCE (WS-STANDBY-IDX) = 0
               MOVE WHR-SNAP-DATE TO WS-SB-SINCE (WS-STANDBY-IDX)
             END-IF
           ELSE
             MOVE 0 TO WS-SB-SINCE (WS-STANDBY-IDX)
           END-IF
         END-IF.

       NOTE-ONE-STANDBY-SEAT.
         PERFORM START-ONE-ITEM.
         MOVE WS-SB-SINCE (WS-STANDBY-IDX) TO WS-ITEM-DATE.
         MOVE WS-SB-ID (WS-STANDBY-IDX) TO WS-ID-ED.
         STRING "seat " DELIMITED BY SIZE
           WS-SB-NAME (WS-STANDBY-IDX) DELIMITED BY SIZE
           " member " DELIMITED BY SIZE
           WS-ID-ED DELIMITED BY SIZE
           INTO WS-ITEM-TEXT.
         PERFORM NOTE-QUEUE-ITEM.

       TALLY-REJECTS.
         MOVE 5 TO WS-Q.
         OPEN INPUT DIVIDE-REJECTS-FILE.
         IF WS-REJECTS-FILE-STATUS NOT = "00"
           MOVE "N" TO WS-QB-STATUS (WS-Q)
           GO TO TALLY-REJECTS-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         PERFORM TALLY-ONE-REJECT UNTIL WARO-WORKQ-EOF.
         CLOSE DIVIDE-REJECTS-FILE.
       TALLY-REJECTS-EXIT.
         EXIT.

       TALLY-ONE-REJECT.
         READ DIVIDE-REJECTS-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             PERFORM START-ONE-ITEM
             IF RJ-REJECT-DATE IS NUMERIC
               MOVE RJ-REJECT-DATE TO WS-ITEM-DATE
             END-IF
             STRING RJ-REASON-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RJ-RECORD-IMAGE DELIMITED BY SIZE
               INTO WS-ITEM-TEXT
             PERFORM NOTE-QUEUE-ITEM
         END-READ.

       TALLY-WALKINS.
         MOVE 6 TO WS-Q.
         OPEN INPUT WARO-PLAYERS-FILE.
         IF WS-PLAYERS-FILE-STATUS NOT = "00"
           MOVE "N" TO WS-QB-STATUS (WS-Q)
           GO TO TALLY-WALKINS-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         PERFORM TALLY-ONE-WALKIN UNTIL WARO-WORKQ-EOF.
         CLOSE WARO-PLAYERS-FILE.
       TALLY-WALKINS-EXIT.
         EXIT.

       TALLY-ONE-WALKIN.
         READ WARO-PLAYERS-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WPM-PROVISIONAL
               PERFORM START-ONE-ITEM
               IF WPM-JOIN-DATE IS NUMERIC
                 MOVE WPM-JOIN-DATE TO WS-ITEM-DATE
               END-IF
               STRING "member " DELIMITED BY SIZE
                 WPM-PLAYER-ID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WPM-PLAYER-NAME DELIMITED BY SIZE
                 INTO WS-ITEM-TEXT
               PERFORM NOTE-QUEUE-ITEM
             END-IF
         END-READ.

      *> Open and acknowledged alerts are both still on the
      *> queue; only an open one can be past its due time - an
      *> acknowledged one is in someone's hands.
       TALLY-ALERTS.
         MOVE 7 TO WS-Q.
         OPEN INPUT WARO-ALERTREG-FILE.
         IF WS-ALERTREG-FILE-STATUS NOT = "00"
           MOVE "N" TO WS-QB-STATUS (WS-Q)
           GO TO TALLY-ALERTS-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         PERFORM TALLY-ONE-ALERT UNTIL WARO-WORKQ-EOF.
         CLOSE WARO-ALERTREG-FILE.
       TALLY-ALERTS-EXIT.
         EXIT.

       TALLY-ONE-ALERT.
         READ WARO-ALERTREG-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WAG-ALERT AND (WAG-OPEN OR WAG-ACKNOWLEDGED)
               PERFORM START-ONE-ITEM
               IF WAG-FIRST-STAMP IS NUMERIC
                 MOVE WAG-FIRST-STAMP (1:8) TO WS-ITEM-DATE
               END-IF
               IF WAG-OPEN AND WAG-DUE-STAMP IS NUMERIC
                   AND WAG-DUE-STAMP < WS-NOW-STAMP
                 MOVE "Y" TO WS-ITEM-LATE-SW
               END-IF
               STRING "alert " DELIMITED BY SIZE
                 WAG-ALERT-NO DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WAG-MSG-ID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WAG-GROUP DELIMITED BY SPACE
                 INTO WS-ITEM-TEXT
               PERFORM NOTE-QUEUE-ITEM
             END-IF
         END-READ.

      *> ----------------------------------------------------------
      *> Working a queue: its program run as the shop would run
      *> it, and what it reported shown here.
      *> ----------------------------------------------------------
       WORK-ONE-QUEUE.
         IF WS-CHOICE < "1" OR WS-CHOICE > "7"
           DISPLAY "WARO-WORKQ : enter a queue number 1-7"
           GO TO WORK-ONE-QUEUE-EXIT
         END-IF.
         MOVE WS-CHOICE TO WS-Q.
         IF WS-QB-COMMAND (WS-Q) = SPACES
           PERFORM LIST-DIVIDE-REJECTS THRU LIST-DIVIDE-REJECTS-EXIT
           GO TO WORK-ONE-QUEUE-EXIT
         END-IF.
         PERFORM COUNT-REPORT-LINES.
         MOVE WS-REPORT-LINE-NBR TO WS-REPORT-LINES-BEFORE.
         MOVE SPACES TO WS-SCREEN-LINE.
         STRING "WARO-WORKQ : running " DELIMITED BY SIZE
           WS-QB-COMMAND (WS-Q) DELIMITED BY SIZE
           INTO WS-SCREEN-LINE.
         DISPLAY WS-SCREEN-LINE.
         CALL "SYSTEM" USING WS-QB-COMMAND (WS-Q).
         MOVE RETURN-CODE TO WS-SYSTEM-STATUS.
         MOVE 0 TO RETURN-CODE.
         PERFORM SHOW-NEW-REPORT-LINES.
         IF WS-SYSTEM-STATUS NOT = 0
           DIVIDE WS-SYSTEM-STATUS BY 256 GIVING WS-CHILD-RC
           MOVE SPACES TO WS-SCREEN-LINE
           STRING "WARO-WORKQ : " DELIMITED BY SIZE
             WS-QB-COMMAND (WS-Q) DELIMITED BY "  "
             " ended with completion code " DELIMITED BY SIZE
             WS-CHILD-RC DELIMITED BY SIZE
             INTO WS-SCREEN-LINE
           DISPLAY WS-SCREEN-LINE
         END-IF.
       WORK-ONE-QUEUE-EXIT.
         EXIT.

       COUNT-REPORT-LINES.
         MOVE 0 TO WS-REPORT-LINE-NBR.
         OPEN INPUT WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS = "00"
           MOVE "N" TO WS-EOF-SW
           PERFORM COUNT-ONE-REPORT-LINE UNTIL WARO-WORKQ-EOF
           CLOSE WARO-REPORT-FILE
         END-IF.

       COUNT-ONE-REPORT-LINE.
         READ WARO-REPORT-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             ADD 1 TO WS-REPORT-LINE-NBR
         END-READ.

       SHOW-NEW-REPORT-LINES.
         MOVE 0 TO WS-REPORT-LINE-NBR.
         OPEN INPUT WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS = "00"
           MOVE "N" TO WS-EOF-SW
           PERFORM SHOW-ONE-REPORT-LINE UNTIL WARO-WORKQ-EOF
           CLOSE WARO-REPORT-FILE
         END-IF.

       SHOW-ONE-REPORT-LINE.
         READ WARO-REPORT-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             ADD 1 TO WS-REPORT-LINE-NBR
             IF WS-REPORT-LINE-NBR > WS-REPORT-LINES-BEFORE
               MOVE WARO-REPORT-REC TO WS-SCREEN-LINE
               DISPLAY WS-SCREEN-LINE
             END-IF
         END-READ.

      *> No program works the divide rejects - the sending
      *> department corrects and resends them - so the desk sees
      *> the list itself, oldest first as they were written.
       LIST-DIVIDE-REJECTS.
         OPEN INPUT DIVIDE-REJECTS-FILE.
         IF WS-REJECTS-FILE-STATUS NOT = "00"
           DISPLAY "WARO-WORKQ : no DIVIDE-REJECTS file"
           GO TO LIST-DIVIDE-REJECTS-EXIT
         END-IF.
         DISPLAY "Reason  Record image          Rejected".
         MOVE 0 TO WS-REJECT-LINE-COUNT.
         MOVE "N" TO WS-EOF-SW.
         PERFORM LIST-ONE-DIVIDE-REJECT UNTIL WARO-WORKQ-EOF.
         CLOSE DIVIDE-REJECTS-FILE.
         MOVE SPACES TO WS-SCREEN-LINE.
         STRING "WARO-WORKQ : " DELIMITED BY SIZE
           WS-REJECT-LINE-COUNT DELIMITED BY SIZE
           " reject(s) for the sending department to correct"
           DELIMITED BY SIZE
           INTO WS-SCREEN-LINE.
         DISPLAY WS-SCREEN-LINE.
       LIST-DIVIDE-REJECTS-EXIT.
         EXIT.

       LIST-ONE-DIVIDE-REJECT.
         READ DIVIDE-REJECTS-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             ADD 1 TO WS-REJECT-LINE-COUNT
             MOVE SPACES TO WS-SCREEN-LINE
             STRING RJ-REASON-CODE DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               RJ-RECORD-IMAGE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RJ-REJECT-DATE DELIMITED BY SIZE
               INTO WS-SCREEN-LINE
             DISPLAY WS-SCREEN-LINE
         END-READ.

       CALL-DATE-UTIL.
         CALL 'date-util'
           USING WS-DT-FUNCTION, WS-DT-DATE-1, WS-DT-DATE-2,
             WS-DT-DAYS, WS-DT-STATUS
           ON EXCEPTION
             DISPLAY "WARO-WORKQ : SEVERE ERROR - subprogram "
               "'date-util' failed to load or execute"
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.
