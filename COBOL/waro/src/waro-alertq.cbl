       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-ALERTQ.
      *> Alert queue: turns the WARO-ALERTS feed into tracked
      *> alerts with an owner and a clock. The WARO-ALERTROUTE
      *> table says, by message id or else by severity, which
      *> on-call group an alert goes to, how many minutes it has
      *> to be acknowledged, and what happens when it is not.
      *> Every alert is kept on the WARO-ALERTREG register as
      *> open, acknowledged or resolved. Actions:
      *>   PROCESS        - read the alerts raised since the last
      *>     run, count the same message for the same key inside
      *>     its route's repeat window as a repeat of the alert
      *>     already open instead of a new one, route the rest,
      *>     then escalate or re-page every open alert past its
      *>     due time (WARO040E / WARO041E on the feed, so the
      *>     monitoring tool pages whoever the route names).
      *>     Run it at the end of every batch stream and as often
      *>     as the shop polls the feed.
      *>   ACK <alertno>     - the on-call has the alert in hand.
      *>   RESOLVE <alertno> - the cause is fixed; the alert
      *>     closes.
      *>   HANDOVER       - the shift-handover list of every
      *>     alert still open or acknowledged, with its age and
      *>     whether it is overdue.
      *> ACK needs a signed-on clerk, RESOLVE a supervisor; both
      *> go on the change journal. PROCESS ends at 4 when it
      *> escalated anything, HANDOVER at 4 when an open alert is
      *> overdue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT WARO-ALERTS-FILE ASSIGN TO "WARO-ALERTS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERTS-FILE-STATUS.
         COPY WAROARS.
         COPY WAROAGS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         FD WARO-ALERTS-FILE.
         01 WARO-ALERTS-REC.
            02 WAL-MSG-ID PIC X(8).
            02 FILLER PIC X(1).
            02 WAL-TIMESTAMP PIC 9(14).
            02 FILLER PIC X(1).
            02 WAL-RUN-ID PIC 9(16).
            02 FILLER PIC X(1).
            02 WAL-KEY-DATA PIC X(40).
         COPY WAROARR.
         COPY WAROAGR.
         WORKING-STORAGE SECTION.
         01 WS-ALERTS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-ALERTROUTE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-ALERTREG-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-ALERTS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-ALERTS-EOF VALUE "Y".
         01 WS-ALERTROUTE-EOF-SW PIC X(1) VALUE "N".
           88 WARO-ALERTROUTE-EOF VALUE "Y".
         01 WS-ALERTREG-EOF-SW PIC X(1) VALUE "N".
           88 WARO-ALERTREG-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-ACTION PIC X(8) VALUE SPACES.
         01 WS-KEY-TEXT PIC X(8) VALUE SPACES.
         01 WS-KEY-LEN PIC 9(2) VALUE 0.
         01 WS-ASK-ALERT-NO PIC 9(6) VALUE 0.

      *> The clock. Stamps are YYYYMMDDHHMMSS; for arithmetic a
      *> stamp is turned into minutes since WS-BASE-DATE.
         01 WS-BASE-DATE PIC 9(8) VALUE 20000101.
         01 WS-NOW-DATE PIC 9(8) VALUE 0.
         01 WS-NOW-TIME PIC 9(8) VALUE 0.
         01 WS-NOW-STAMP PIC 9(14) VALUE 0.
         01 WS-NOW-MINUTES PIC 9(9) VALUE 0.
         01 WS-CV-STAMP PIC 9(14) VALUE 0.
         01 WS-CV-STAMP-PARTS REDEFINES WS-CV-STAMP.
            02 WS-CV-DATE PIC 9(8).
            02 WS-CV-HOUR PIC 9(2).
            02 WS-CV-MINUTE PIC 9(2).
            02 WS-CV-SECOND PIC 9(2).
         01 WS-CV-MINUTES PIC 9(9) VALUE 0.
         01 WS-CV-DAYS PIC 9(6) VALUE 0.
         01 WS-CV-REST PIC 9(4) VALUE 0.

      *> Routing table, and the route picked for one alert. An
      *> alert no line routes still reaches someone: the
      *> defaults page ONCALL and escalate to SUPV after an hour.
         78 NUM-ROUTES-MAX VALUE 50.
         01 WS-ROUTE-TABLE.
            02 WS-ROUTE-ENTRY OCCURS NUM-ROUTES-MAX TIMES.
               03 WS-RT-MATCH-TYPE PIC X(1).
               03 WS-RT-MATCH-KEY PIC X(8).
               03 WS-RT-GROUP PIC X(8).
               03 WS-RT-ACK-MINUTES PIC 9(4).
               03 WS-RT-REPEAT-MINUTES PIC 9(4).
               03 WS-RT-ESC-ACTION PIC X(1).
               03 WS-RT-ESC-GROUP PIC X(8).
         01 WS-ROUTE-COUNT PIC 9(2) VALUE 0.
         01 WS-ROUTE-IDX PIC 9(2) VALUE 0.
         01 WS-ROUTE-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-ROUTE-FOUND VALUE "Y".
         01 WS-ROUTE-MSG-ID PIC X(8) VALUE SPACES.
         01 WS-CUR-GROUP PIC X(8) VALUE SPACES.
         01 WS-CUR-ACK-MINUTES PIC 9(4) VALUE 0.
         01 WS-CUR-REPEAT-MINUTES PIC 9(4) VALUE 0.
         01 WS-CUR-ESC-ACTION PIC X(1) VALUE SPACES.
         01 WS-CUR-ESC-GROUP PIC X(8) VALUE SPACES.

      *> Register entries, held whole for the rewrite, with each
      *> entry's stamps also kept in minutes for the clock
      *> arithmetic. Resolved alerts whose last raising is more
      *> than NUM-KEEP-RESOLVED-DAYS old drop off at the rewrite.
         78 NUM-ALERTS-MAX VALUE 500.
         78 NUM-KEEP-RESOLVED-DAYS VALUE 30.
         01 WS-REGISTER-TABLE.
            02 WS-REGISTER-ENTRY OCCURS NUM-ALERTS-MAX TIMES.
               03 WS-RG-ALERT-NO PIC 9(6).
               03 WS-RG-MSG-ID PIC X(8).
               03 WS-RG-FIRST-STAMP PIC 9(14).
               03 WS-RG-LAST-STAMP PIC 9(14).
               03 WS-RG-REPEATS PIC 9(4).
               03 WS-RG-RUN-ID PIC 9(16).
               03 WS-RG-KEY-DATA PIC X(40).
               03 WS-RG-GROUP PIC X(8).
               03 WS-RG-DUE-STAMP PIC 9(14).
               03 WS-RG-STATUS PIC X(1).
               03 WS-RG-ESCALATED PIC X(1).
               03 WS-RG-ACK-BY PIC X(4).
               03 WS-RG-ACK-STAMP PIC 9(14).
               03 WS-RG-FIRST-MINUTES PIC 9(9).
               03 WS-RG-LAST-MINUTES PIC 9(9).
               03 WS-RG-DUE-MINUTES PIC 9(9).
         01 WS-REGISTER-COUNT PIC 9(3) VALUE 0.
         01 WS-REGISTER-IDX PIC 9(3) VALUE 0.
         01 WS-REGISTER-FULL-SW PIC X(1) VALUE "N".
           88 WARO-REGISTER-FULL VALUE "Y".
         01 WS-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-ALERT-FOUND VALUE "Y".
         01 WS-DROPPED-COUNT PIC 9(4) VALUE 0.
         01 WS-KEEP-MINUTES PIC 9(9) VALUE 0.
         01 WS-AGE-MINUTES PIC 9(9) VALUE 0.
         01 WS-LATE-NOTE PIC X(7) VALUE SPACES.

      *> High-water mark: feed records already taken, the stamp
      *> of the last one, and the next alert number to issue.
         01 WS-HW-ALERTS-READ PIC 9(8) VALUE 0.
         01 WS-HW-LAST-STAMP PIC 9(14) VALUE 0.
         01 WS-HW-NEXT-NO PIC 9(6) VALUE 1.
         01 WS-FEED-COUNT PIC 9(8) VALUE 0.
         01 WS-FEED-POS PIC 9(8) VALUE 0.
         01 WS-ALERT-MINUTES PIC 9(9) VALUE 0.

      *> Run totals.
         01 WS-NEW-COUNT PIC 9(4) VALUE 0.
         01 WS-REPEAT-COUNT PIC 9(4) VALUE 0.
         01 WS-PAGE-SKIP-COUNT PIC 9(4) VALUE 0.
         01 WS-ESCALATED-COUNT PIC 9(4) VALUE 0.
         01 WS-OPEN-COUNT PIC 9(4) VALUE 0.
         01 WS-OVERDUE-COUNT PIC 9(4) VALUE 0.
         01 WS-ACKED-COUNT PIC 9(4) VALUE 0.
         01 I PIC 9(3).

      *> Handover listing.
         01 WS-HANDOVER-HEAD.
            02 FILLER PIC X(2) VALUE SPACES.
            02 FILLER PIC X(7) VALUE "ALERT".
            02 FILLER PIC X(9) VALUE "MESSAGE".
            02 FILLER PIC X(9) VALUE "STATE".
            02 FILLER PIC X(9) VALUE "GROUP".
            02 FILLER PIC X(15) VALUE "RAISED".
            02 FILLER PIC X(4) VALUE "AGE".
            02 FILLER PIC X(7) VALUE "REPEATS".
         01 WS-HANDOVER-LINE.
            02 FILLER PIC X(2) VALUE SPACES.
            02 WS-HL-ALERT-NO PIC 9(6).
            02 FILLER PIC X(1) VALUE SPACE.
            02 WS-HL-MSG-ID PIC X(8).
            02 FILLER PIC X(1) VALUE SPACE.
            02 WS-HL-STATE PIC X(8).
            02 FILLER PIC X(1) VALUE SPACE.
            02 WS-HL-GROUP PIC X(8).
            02 FILLER PIC X(1) VALUE SPACE.
            02 WS-HL-RAISED PIC 9(12).
            02 FILLER PIC X(1) VALUE SPACE.
            02 WS-HL-AGE PIC ZZZZ9.
            02 FILLER PIC X(2) VALUE "m ".
            02 WS-HL-REPEATS PIC ZZZ9.
            02 FILLER PIC X(1) VALUE SPACE.
            02 WS-HL-OVERDUE PIC X(7).
         01 WS-HANDOVER-KEY-LINE.
            02 FILLER PIC X(9) VALUE SPACES.
            02 FILLER PIC X(5) VALUE "key: ".
            02 WS-HK-KEY-DATA PIC X(40).

      *> Journal image of one register entry.
         01 WS-JOURNAL-IMAGE.
            02 WS-JI-ALERT-NO PIC 9(6).
            02 FILLER PIC X(1) VALUE SPACE.
            02 WS-JI-MSG-ID PIC X(8).
            02 FILLER PIC X(1) VALUE SPACE.
            02 WS-JI-STATUS PIC X(1).
            02 FILLER PIC X(1) VALUE SPACE.
            02 WS-JI-GROUP PIC X(8).
            02 FILLER PIC X(1) VALUE SPACE.
            02 WS-JI-ACK-BY PIC X(4).
            02 FILLER PIC X(1) VALUE SPACE.
            02 WS-JI-ACK-STAMP PIC 9(14).
            02 FILLER PIC X(1) VALUE SPACE.
            02 WS-JI-KEY-DATA PIC X(40).

      *> waro-msg parameters for the escalation pages.
         01 WS-MSG-ID PIC X(8) VALUE SPACES.
         01 WS-MSG-GAME-ID PIC 9(16) VALUE 0.
         01 WS-MSG-KEY PIC X(40) VALUE SPACES.
         01 WS-MSG-TEXT PIC X(110) VALUE SPACES.

         01 WS-DT-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-DT-DATE-1 PIC 9(8) VALUE 0.
         01 WS-DT-DATE-2 PIC 9(8) VALUE 0.
         01 WS-DT-DAYS PIC S9(6) VALUE 0.
         01 WS-DT-STATUS PIC X(1) VALUE "0".

      *> oper-util parameters: who is signed on, the level the
      *> action needs, and the journal images of the change.
         01 WS-OP-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-OP-PROGRAM PIC X(12) VALUE "WARO-ALERTQ".
         01 WS-OP-ACTION PIC X(8) VALUE SPACES.
         01 WS-OP-LEVEL PIC 9(1) VALUE 0.
         01 WS-OP-OPERATOR-ID PIC X(4) VALUE SPACES.
         01 WS-OP-BEFORE PIC X(100) VALUE SPACES.
         01 WS-OP-AFTER PIC X(100) VALUE SPACES.
         01 WS-OP-MESSAGE PIC X(60) VALUE SPACES.
         01 WS-OP-STATUS PIC X(1) VALUE SPACES.
         01 WS-OP-KEEP-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-NOW-TIME FROM TIME.
         COMPUTE WS-NOW-STAMP =
           (WS-NOW-DATE * 1000000) + (WS-NOW-TIME / 100).
         MOVE WS-NOW-STAMP TO WS-CV-STAMP.
         PERFORM STAMP-TO-MINUTES.
         MOVE WS-CV-MINUTES TO WS-NOW-MINUTES.
         PERFORM READ-ACTION-PARM.
         PERFORM LOAD-REGISTER THRU LOAD-REGISTER-EXIT.
         EVALUATE WS-ACTION
           WHEN "ACK"
             MOVE 1 TO WS-OP-LEVEL
           WHEN "RESOLVE"
             MOVE 2 TO WS-OP-LEVEL
           WHEN OTHER
             MOVE 0 TO WS-OP-LEVEL
         END-EVALUATE.
         IF WS-OP-LEVEL > 0
           PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT
           IF RETURN-CODE > 0
             MOVE "WARO-ALERTQ Ready." TO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             STOP RUN
           END-IF
         END-IF.
         EVALUATE WS-ACTION
           WHEN "PROCESS"
             PERFORM LOAD-ROUTES THRU LOAD-ROUTES-EXIT
             PERFORM PROCESS-NEW-ALERTS
               THRU PROCESS-NEW-ALERTS-EXIT
             PERFORM ESCALATE-OVERDUE-ALERTS
             PERFORM REWRITE-REGISTER
             PERFORM REPORT-PROCESS-TOTALS
           WHEN "ACK"
             PERFORM ACKNOWLEDGE-ALERT THRU ACKNOWLEDGE-ALERT-EXIT
           WHEN "RESOLVE"
             PERFORM RESOLVE-ALERT THRU RESOLVE-ALERT-EXIT
           WHEN "HANDOVER"
             PERFORM REPORT-HANDOVER
           WHEN OTHER
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-ALERTQ : use PROCESS, ACK <alertno>, "
               DELIMITED BY SIZE
               "RESOLVE <alertno> or HANDOVER" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
         END-EVALUATE.
         MOVE "WARO-ALERTQ Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       STOP RUN.

       READ-ACTION-PARM.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY ALL SPACE
           INTO WS-ACTION WS-KEY-TEXT COUNT IN WS-KEY-LEN.
         IF WS-KEY-LEN > 0 AND WS-KEY-LEN < 7
           IF WS-KEY-TEXT (1:WS-KEY-LEN) IS NUMERIC
             MOVE WS-KEY-TEXT (1:WS-KEY-LEN) TO WS-ASK-ALERT-NO
           END-IF
         END-IF.

      *> The register, high-water record first. Long-resolved
      *> alerts are left behind here so the rewrite drops them.
       LOAD-REGISTER.
         COMPUTE WS-KEEP-MINUTES =
           NUM-KEEP-RESOLVED-DAYS * 1440.
         OPEN INPUT WARO-ALERTREG-FILE.
         IF WS-ALERTREG-FILE-STATUS NOT = "00"
           GO TO LOAD-REGISTER-EXIT
         END-IF.
         PERFORM LOAD-ONE-ALERT
           UNTIL WARO-ALERTREG-EOF
             OR WS-REGISTER-COUNT = NUM-ALERTS-MAX.
         CLOSE WARO-ALERTREG-FILE.
       LOAD-REGISTER-EXIT.
         EXIT.

       LOAD-ONE-ALERT.
         READ WARO-ALERTREG-FILE
           AT END MOVE "Y" TO WS-ALERTREG-EOF-SW
           NOT AT END
             EVALUATE TRUE
               WHEN WAG-HIGH-WATER
                 MOVE WAG-HW-ALERTS-READ TO WS-HW-ALERTS-READ
                 MOVE WAG-HW-LAST-STAMP TO WS-HW-LAST-STAMP
                 MOVE WAG-HW-NEXT-NO TO WS-HW-NEXT-NO
               WHEN WAG-ALERT
                 PERFORM KEEP-LOADED-ALERT
             END-EVALUATE
         END-READ.

       KEEP-LOADED-ALERT.
         MOVE WAG-LAST-STAMP TO WS-CV-STAMP.
         PERFORM STAMP-TO-MINUTES.
         IF WAG-RESOLVED
             AND WS-CV-MINUTES + WS-KEEP-MINUTES < WS-NOW-MINUTES
           ADD 1 TO WS-DROPPED-COUNT
         ELSE
           ADD 1 TO WS-REGISTER-COUNT
           MOVE WS-REGISTER-COUNT TO I
           MOVE WS-CV-MINUTES TO WS-RG-LAST-MINUTES (I)
           MOVE WAG-ALERT-NO TO WS-RG-ALERT-NO (I)
           MOVE WAG-MSG-ID TO WS-RG-MSG-ID (I)
           MOVE WAG-FIRST-STAMP TO WS-RG-FIRST-STAMP (I)
           MOVE WAG-LAST-STAMP TO WS-RG-LAST-STAMP (I)
           MOVE WAG-REPEATS TO WS-RG-REPEATS (I)
           MOVE WAG-RUN-ID TO WS-RG-RUN-ID (I)
           MOVE WAG-KEY-DATA TO WS-RG-KEY-DATA (I)
           MOVE WAG-GROUP TO WS-RG-GROUP (I)
           MOVE WAG-DUE-STAMP TO WS-RG-DUE-STAMP (I)
           MOVE WAG-STATUS TO WS-RG-STATUS (I)
           MOVE WAG-ESCALATED TO WS-RG-ESCALATED (I)
           MOVE WAG-ACK-BY TO WS-RG-ACK-BY (I)
           MOVE WAG-ACK-STAMP TO WS-RG-ACK-STAMP (I)
           MOVE WAG-FIRST-STAMP TO WS-CV-STAMP
           PERFORM STAMP-TO-MINUTES
           MOVE WS-CV-MINUTES TO WS-RG-FIRST-MINUTES (I)
           MOVE WAG-DUE-STAMP TO WS-CV-STAMP
           PERFORM STAMP-TO-MINUTES
           MOVE WS-CV-MINUTES TO WS-RG-DUE-MINUTES (I)
         END-IF.

       LOAD-ROUTES.
         OPEN INPUT WARO-ALERTROUTE-FILE.
         IF WS-ALERTROUTE-FILE-STATUS NOT = "00"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-ALERTQ : no WARO-ALERTROUTE table - every "
             DELIMITED BY SIZE
             "alert goes to ONCALL" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO LOAD-ROUTES-EXIT
         END-IF.
         PERFORM LOAD-ONE-ROUTE
           UNTIL WARO-ALERTROUTE-EOF
             OR WS-ROUTE-COUNT = NUM-ROUTES-MAX.
         CLOSE WARO-ALERTROUTE-FILE.
       LOAD-ROUTES-EXIT.
         EXIT.

       LOAD-ONE-ROUTE.
         READ WARO-ALERTROUTE-FILE
           AT END MOVE "Y" TO WS-ALERTROUTE-EOF-SW
           NOT AT END
             IF WAR-BY-MESSAGE OR WAR-BY-SEVERITY
               ADD 1 TO WS-ROUTE-COUNT
               MOVE WAR-MATCH-TYPE
                 TO WS-RT-MATCH-TYPE (WS-ROUTE-COUNT)
               MOVE WAR-MATCH-KEY TO WS-RT-MATCH-KEY (WS-ROUTE-COUNT)
               MOVE WAR-GROUP TO WS-RT-GROUP (WS-ROUTE-COUNT)
               MOVE WAR-ACK-MINUTES
                 TO WS-RT-ACK-MINUTES (WS-ROUTE-COUNT)
               MOVE WAR-REPEAT-MINUTES
                 TO WS-RT-REPEAT-MINUTES (WS-ROUTE-COUNT)
               MOVE WAR-ESC-ACTION
                 TO WS-RT-ESC-ACTION (WS-ROUTE-COUNT)
               MOVE WAR-ESC-GROUP TO WS-RT-ESC-GROUP (WS-ROUTE-COUNT)
             END-IF
         END-READ.

      *> The message's own line first, then its severity's line,
      *> then the built-in default.
       FIND-ROUTE.
         MOVE "N" TO WS-ROUTE-FOUND-SW.
         PERFORM MATCH-ONE-MESSAGE-ROUTE
           VARYING WS-ROUTE-IDX FROM 1 BY 1
             UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT
               OR WARO-ROUTE-FOUND.
         IF NOT WARO-ROUTE-FOUND
           PERFORM MATCH-ONE-SEVERITY-ROUTE
             VARYING WS-ROUTE-IDX FROM 1 BY 1
               UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT
                 OR WARO-ROUTE-FOUND
         END-IF.
         IF WARO-ROUTE-FOUND
           SUBTRACT 1 FROM WS-ROUTE-IDX
           MOVE WS-RT-GROUP (WS-ROUTE-IDX) TO WS-CUR-GROUP
           MOVE WS-RT-ACK-MINUTES (WS-ROUTE-IDX)
             TO WS-CUR-ACK-MINUTES
           MOVE WS-RT-REPEAT-MINUTES (WS-ROUTE-IDX)
             TO WS-CUR-REPEAT-MINUTES
           MOVE WS-RT-ESC-ACTION (WS-ROUTE-IDX) TO WS-CUR-ESC-ACTION
           MOVE WS-RT-ESC-GROUP (WS-ROUTE-IDX) TO WS-CUR-ESC-GROUP
         ELSE
           MOVE "ONCALL" TO WS-CUR-GROUP
           MOVE 60 TO WS-CUR-ACK-MINUTES
           MOVE 60 TO WS-CUR-REPEAT-MINUTES
           MOVE "E" TO WS-CUR-ESC-ACTION
           MOVE "SUPV" TO WS-CUR-ESC-GROUP
         END-IF.

       MATCH-ONE-MESSAGE-ROUTE.
         IF WS-RT-MATCH-TYPE (WS-ROUTE-IDX) = "M"
             AND WS-RT-MATCH-KEY (WS-ROUTE-IDX) = WS-ROUTE-MSG-ID
           MOVE "Y" TO WS-ROUTE-FOUND-SW
         END-IF.

       MATCH-ONE-SEVERITY-ROUTE.
         IF WS-RT-MATCH-TYPE (WS-ROUTE-IDX) = "S"
             AND WS-RT-MATCH-KEY (WS-ROUTE-IDX) (1:1)
               = WS-ROUTE-MSG-ID (8:1)
           MOVE "Y" TO WS-ROUTE-FOUND-SW
         END-IF.

      *> The feed only ever grows between clear-downs, so the
      *> count of records already taken marks where this run
      *> starts. A feed shorter than that count has been cleared
      *> down since, and is read again from the top.
       PROCESS-NEW-ALERTS.
         OPEN INPUT WARO-ALERTS-FILE.
         IF WS-ALERTS-FILE-STATUS NOT = "00"
           MOVE "WARO-ALERTQ : no WARO-ALERTS feed - nothing new"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO PROCESS-NEW-ALERTS-EXIT
         END-IF.
         PERFORM COUNT-ONE-FEED-RECORD UNTIL WARO-ALERTS-EOF.
         CLOSE WARO-ALERTS-FILE.
         IF WS-FEED-COUNT < WS-HW-ALERTS-READ
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-ALERTQ : WARO-ALERTS was cleared down since "
             DELIMITED BY SIZE
             "the last run - read from the top" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 0 TO WS-HW-ALERTS-READ
         END-IF.
         MOVE "N" TO WS-ALERTS-EOF-SW.
         MOVE 0 TO WS-FEED-POS.
         OPEN INPUT WARO-ALERTS-FILE.
         PERFORM TAKE-ONE-FEED-RECORD
           UNTIL WARO-ALERTS-EOF OR WARO-REGISTER-FULL.
         CLOSE WARO-ALERTS-FILE.
         IF WARO-REGISTER-FULL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-ALERTQ : register is full - the rest of the "
             DELIMITED BY SIZE
             "feed waits for the next run" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
         END-IF.
       PROCESS-NEW-ALERTS-EXIT.
         EXIT.

       COUNT-ONE-FEED-RECORD.
         READ WARO-ALERTS-FILE
           AT END MOVE "Y" TO WS-ALERTS-EOF-SW
           NOT AT END ADD 1 TO WS-FEED-COUNT
         END-READ.

       TAKE-ONE-FEED-RECORD.
         READ WARO-ALERTS-FILE
           AT END MOVE "Y" TO WS-ALERTS-EOF-SW
           NOT AT END
             ADD 1 TO WS-FEED-POS
             IF WS-FEED-POS > WS-HW-ALERTS-READ
               PERFORM TAKE-NEW-ALERT
             END-IF
         END-READ.

      *> This program's own escalation pages are on the feed for
      *> the monitoring tool, not for tracking again.
       TAKE-NEW-ALERT.
         IF WAL-MSG-ID = "WARO040E" OR WAL-MSG-ID = "WARO041E"
           ADD 1 TO WS-PAGE-SKIP-COUNT
         ELSE
           MOVE WAL-TIMESTAMP TO WS-CV-STAMP
           PERFORM STAMP-TO-MINUTES
           MOVE WS-CV-MINUTES TO WS-ALERT-MINUTES
           MOVE WAL-MSG-ID TO WS-ROUTE-MSG-ID
           PERFORM FIND-ROUTE
           PERFORM FIND-REPEAT
           IF WARO-ALERT-FOUND
             PERFORM COUNT-REPEAT
           ELSE
             PERFORM OPEN-NEW-ALERT
           END-IF
         END-IF.
         IF NOT WARO-REGISTER-FULL
           MOVE WS-FEED-POS TO WS-HW-ALERTS-READ
           MOVE WAL-TIMESTAMP TO WS-HW-LAST-STAMP
         END-IF.

      *> A repeat is the same message for the same key while the
      *> earlier alert is unresolved and last raised no more than
      *> the route's repeat window ago.
       FIND-REPEAT.
         MOVE "N" TO WS-FOUND-SW.
         PERFORM MATCH-ONE-REPEAT
           VARYING WS-REGISTER-IDX FROM 1 BY 1
             UNTIL WS-REGISTER-IDX > WS-REGISTER-COUNT
               OR WARO-ALERT-FOUND.
         IF WARO-ALERT-FOUND
           SUBTRACT 1 FROM WS-REGISTER-IDX
         END-IF.

       MATCH-ONE-REPEAT.
         IF WS-RG-MSG-ID (WS-REGISTER-IDX) = WAL-MSG-ID
             AND WS-RG-KEY-DATA (WS-REGISTER-IDX) = WAL-KEY-DATA
             AND WS-RG-STATUS (WS-REGISTER-IDX) NOT = "R"
             AND WS-RG-LAST-MINUTES (WS-REGISTER-IDX)
               + WS-CUR-REPEAT-MINUTES NOT < WS-ALERT-MINUTES
           MOVE "Y" TO WS-FOUND-SW
         END-IF.

       COUNT-REPEAT.
         ADD 1 TO WS-REPEAT-COUNT.
         ADD 1 TO WS-RG-REPEATS (WS-REGISTER-IDX).
         MOVE WAL-TIMESTAMP TO WS-RG-LAST-STAMP (WS-REGISTER-IDX).
         MOVE WS-ALERT-MINUTES
           TO WS-RG-LAST-MINUTES (WS-REGISTER-IDX).
         MOVE WAL-RUN-ID TO WS-RG-RUN-ID (WS-REGISTER-IDX).

       OPEN-NEW-ALERT.
         IF WS-REGISTER-COUNT = NUM-ALERTS-MAX
           MOVE "Y" TO WS-REGISTER-FULL-SW
         ELSE
           ADD 1 TO WS-NEW-COUNT
           ADD 1 TO WS-REGISTER-COUNT
           MOVE WS-REGISTER-COUNT TO I
           MOVE WS-HW-NEXT-NO TO WS-RG-ALERT-NO (I)
           ADD 1 TO WS-HW-NEXT-NO
           MOVE WAL-MSG-ID TO WS-RG-MSG-ID (I)
           MOVE WAL-TIMESTAMP TO WS-RG-FIRST-STAMP (I)
           MOVE WAL-TIMESTAMP TO WS-RG-LAST-STAMP (I)
           MOVE WS-ALERT-MINUTES TO WS-RG-FIRST-MINUTES (I)
           MOVE WS-ALERT-MINUTES TO WS-RG-LAST-MINUTES (I)
           MOVE 0 TO WS-RG-REPEATS (I)
           MOVE WAL-RUN-ID TO WS-RG-RUN-ID (I)
           MOVE WAL-KEY-DATA TO WS-RG-KEY-DATA (I)
           MOVE WS-CUR-GROUP TO WS-RG-GROUP (I)
           MOVE "O" TO WS-RG-STATUS (I)
           MOVE "N" TO WS-RG-ESCALATED (I)
           MOVE SPACES TO WS-RG-ACK-BY (I)
           MOVE 0 TO WS-RG-ACK-STAMP (I)
           COMPUTE WS-CV-MINUTES =
             WS-ALERT-MINUTES + WS-CUR-ACK-MINUTES
           MOVE WS-CV-MINUTES TO WS-RG-DUE-MINUTES (I)
           PERFORM MINUTES-TO-STAMP
           MOVE WS-CV-STAMP TO WS-RG-DUE-STAMP (I)
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-ALERTQ : NEW " DELIMITED BY SIZE
             WS-RG-ALERT-NO (I) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-RG-MSG-ID (I) DELIMITED BY SIZE
             " to " DELIMITED BY SIZE
             WS-RG-GROUP (I) DELIMITED BY SIZE
             " ack by " DELIMITED BY SIZE
             WS-RG-DUE-STAMP (I) (1:12) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

      *> Every open alert past its due time takes its route's
      *> escalation once: to the escalation group, a second page
      *> to its own group, or only the overdue flag on the
      *> handover. A re-routed alert gets a fresh due time.
       ESCALATE-OVERDUE-ALERTS.
         PERFORM ESCALATE-ONE-ALERT
           VARYING WS-REGISTER-IDX FROM 1 BY 1
             UNTIL WS-REGISTER-IDX > WS-REGISTER-COUNT.
         IF WS-ESCALATED-COUNT > 0 AND RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
         END-IF.

       ESCALATE-ONE-ALERT.
         IF WS-RG-STATUS (WS-REGISTER-IDX) = "O"
             AND WS-RG-ESCALATED (WS-REGISTER-IDX) NOT = "Y"
             AND WS-RG-DUE-MINUTES (WS-REGISTER-IDX)
               < WS-NOW-MINUTES
           MOVE WS-RG-MSG-ID (WS-REGISTER-IDX) TO WS-ROUTE-MSG-ID
           PERFORM FIND-ROUTE
           ADD 1 TO WS-ESCALATED-COUNT
           MOVE "Y" TO WS-RG-ESCALATED (WS-REGISTER-IDX)
           EVALUATE WS-CUR-ESC-ACTION
             WHEN "E"
               MOVE WS-CUR-ESC-GROUP
                 TO WS-RG-GROUP (WS-REGISTER-IDX)
               MOVE "WARO040E" TO WS-MSG-ID
               PERFORM RESET-DUE-TIME
               PERFORM RAISE-ESCALATION-PAGE
             WHEN "P"
               MOVE "WARO041E" TO WS-MSG-ID
               PERFORM RESET-DUE-TIME
               PERFORM RAISE-ESCALATION-PAGE
             WHEN OTHER
               MOVE SPACES TO WS-REPORT-LINE
               STRING "WARO-ALERTQ : OVERDUE " DELIMITED BY SIZE
                 WS-RG-ALERT-NO (WS-REGISTER-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-RG-MSG-ID (WS-REGISTER-IDX) DELIMITED BY SIZE
                 " with " DELIMITED BY SIZE
                 WS-RG-GROUP (WS-REGISTER-IDX) DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT
           END-EVALUATE
         END-IF.

       RESET-DUE-TIME.
         COMPUTE WS-CV-MINUTES = WS-NOW-MINUTES + WS-CUR-ACK-MINUTES.
         MOVE WS-CV-MINUTES TO WS-RG-DUE-MINUTES (WS-REGISTER-IDX).
         PERFORM MINUTES-TO-STAMP.
         MOVE WS-CV-STAMP TO WS-RG-DUE-STAMP (WS-REGISTER-IDX).

       RAISE-ESCALATION-PAGE.
         MOVE SPACES TO WS-MSG-KEY.
         STRING WS-RG-ALERT-NO (WS-REGISTER-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-RG-MSG-ID (WS-REGISTER-IDX) DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           WS-RG-GROUP (WS-REGISTER-IDX) DELIMITED BY SIZE
           INTO WS-MSG-KEY.
         MOVE WS-RG-RUN-ID (WS-REGISTER-IDX) TO WS-MSG-GAME-ID.
         PERFORM CALL-WARO-MSG.
         MOVE WS-MSG-TEXT TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       REPORT-PROCESS-TOTALS.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-ALERTQ : " DELIMITED BY SIZE
           WS-NEW-COUNT DELIMITED BY SIZE
           " new, " DELIMITED BY SIZE
           WS-REPEAT-COUNT DELIMITED BY SIZE
           " repeat(s) suppressed, " DELIMITED BY SIZE
           WS-ESCALATED-COUNT DELIMITED BY SIZE
           " past due" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-DROPPED-COUNT > 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-ALERTQ : " DELIMITED BY SIZE
             WS-DROPPED-COUNT DELIMITED BY SIZE
             " long-resolved alert(s) dropped from the register"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

       ACKNOWLEDGE-ALERT.
         PERFORM FIND-REGISTER-ENTRY THRU FIND-REGISTER-ENTRY-EXIT.
         IF NOT WARO-ALERT-FOUND
           GO TO ACKNOWLEDGE-ALERT-EXIT
         END-IF.
         IF WS-RG-STATUS (WS-REGISTER-IDX) NOT = "O"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-ALERTQ : alert " DELIMITED BY SIZE
             WS-ASK-ALERT-NO DELIMITED BY SIZE
             " is not open - already acknowledged by "
             DELIMITED BY SIZE
             WS-RG-ACK-BY (WS-REGISTER-IDX) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
           GO TO ACKNOWLEDGE-ALERT-EXIT
         END-IF.
         PERFORM BUILD-JOURNAL-IMAGE.
         MOVE WS-JOURNAL-IMAGE TO WS-OP-BEFORE.
         MOVE "A" TO WS-RG-STATUS (WS-REGISTER-IDX).
         MOVE WS-OP-OPERATOR-ID TO WS-RG-ACK-BY (WS-REGISTER-IDX).
         MOVE WS-NOW-STAMP TO WS-RG-ACK-STAMP (WS-REGISTER-IDX).
         PERFORM REWRITE-REGISTER.
         PERFORM BUILD-JOURNAL-IMAGE.
         MOVE WS-JOURNAL-IMAGE TO WS-OP-AFTER.
         PERFORM JOURNAL-CHANGE.
         MOVE SPACES TO WS-LATE-NOTE.
         IF WS-RG-DUE-MINUTES (WS-REGISTER-IDX) < WS-NOW-MINUTES
           MOVE " - late" TO WS-LATE-NOTE
         END-IF.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-ALERTQ : ACKNOWLEDGED " DELIMITED BY SIZE
           WS-RG-ALERT-NO (WS-REGISTER-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-RG-MSG-ID (WS-REGISTER-IDX) DELIMITED BY SIZE
           " by " DELIMITED BY SIZE
           WS-OP-OPERATOR-ID DELIMITED BY SIZE
           WS-LATE-NOTE DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       ACKNOWLEDGE-ALERT-EXIT.
         EXIT.

      *> An alert resolved without an acknowledgment first is
      *> stamped as acknowledged by the resolving operator.
       RESOLVE-ALERT.
         PERFORM FIND-REGISTER-ENTRY THRU FIND-REGISTER-ENTRY-EXIT.
         IF NOT WARO-ALERT-FOUND
           GO TO RESOLVE-ALERT-EXIT
         END-IF.
         IF WS-RG-STATUS (WS-REGISTER-IDX) = "R"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-ALERTQ : alert " DELIMITED BY SIZE
             WS-ASK-ALERT-NO DELIMITED BY SIZE
             " is already resolved" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
           GO TO RESOLVE-ALERT-EXIT
         END-IF.
         PERFORM BUILD-JOURNAL-IMAGE.
         MOVE WS-JOURNAL-IMAGE TO WS-OP-BEFORE.
         IF WS-RG-STATUS (WS-REGISTER-IDX) = "O"
           MOVE WS-OP-OPERATOR-ID TO WS-RG-ACK-BY (WS-REGISTER-IDX)
           MOVE WS-NOW-STAMP TO WS-RG-ACK-STAMP (WS-REGISTER-IDX)
         END-IF.
         MOVE "R" TO WS-RG-STATUS (WS-REGISTER-IDX).
         PERFORM REWRITE-REGISTER.
         PERFORM BUILD-JOURNAL-IMAGE.
         MOVE WS-JOURNAL-IMAGE TO WS-OP-AFTER.
         PERFORM JOURNAL-CHANGE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-ALERTQ : RESOLVED " DELIMITED BY SIZE
           WS-RG-ALERT-NO (WS-REGISTER-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-RG-MSG-ID (WS-REGISTER-IDX) DELIMITED BY SIZE
           " by " DELIMITED BY SIZE
           WS-OP-OPERATOR-ID DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       RESOLVE-ALERT-EXIT.
         EXIT.

       FIND-REGISTER-ENTRY.
         MOVE "N" TO WS-FOUND-SW.
         IF WS-ASK-ALERT-NO = 0
           MOVE "WARO-ALERTQ : give the alert number from the list"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO FIND-REGISTER-ENTRY-EXIT
         END-IF.
         PERFORM SEARCH-REGISTER-ENTRY
           VARYING WS-REGISTER-IDX FROM 1 BY 1
             UNTIL WS-REGISTER-IDX > WS-REGISTER-COUNT
               OR WARO-ALERT-FOUND.
         IF WARO-ALERT-FOUND
           SUBTRACT 1 FROM WS-REGISTER-IDX
         ELSE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-ALERTQ : alert " DELIMITED BY SIZE
             WS-ASK-ALERT-NO DELIMITED BY SIZE
             " is not on the register" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
         END-IF.
       FIND-REGISTER-ENTRY-EXIT.
         EXIT.

       SEARCH-REGISTER-ENTRY.
         IF WS-RG-ALERT-NO (WS-REGISTER-IDX) = WS-ASK-ALERT-NO
           MOVE "Y" TO WS-FOUND-SW
         END-IF.

       BUILD-JOURNAL-IMAGE.
         MOVE WS-RG-ALERT-NO (WS-REGISTER-IDX) TO WS-JI-ALERT-NO.
         MOVE WS-RG-MSG-ID (WS-REGISTER-IDX) TO WS-JI-MSG-ID.
         MOVE WS-RG-STATUS (WS-REGISTER-IDX) TO WS-JI-STATUS.
         MOVE WS-RG-GROUP (WS-REGISTER-IDX) TO WS-JI-GROUP.
         MOVE WS-RG-ACK-BY (WS-REGISTER-IDX) TO WS-JI-ACK-BY.
         MOVE WS-RG-ACK-STAMP (WS-REGISTER-IDX) TO WS-JI-ACK-STAMP.
         MOVE WS-RG-KEY-DATA (WS-REGISTER-IDX) TO WS-JI-KEY-DATA.

       REWRITE-REGISTER.
         OPEN OUTPUT WARO-ALERTREG-FILE.
         MOVE SPACES TO WARO-ALERTREG-REC.
         MOVE "HW" TO WAG-RECORD-TYPE.
         MOVE WS-HW-ALERTS-READ TO WAG-HW-ALERTS-READ.
         MOVE WS-HW-LAST-STAMP TO WAG-HW-LAST-STAMP.
         MOVE WS-HW-NEXT-NO TO WAG-HW-NEXT-NO.
         WRITE WARO-ALERTREG-REC.
         PERFORM WRITE-ONE-ALERT
           VARYING I FROM 1 BY 1 UNTIL I > WS-REGISTER-COUNT.
         CLOSE WARO-ALERTREG-FILE.

       WRITE-ONE-ALERT.
         MOVE SPACES TO WARO-ALERTREG-REC.
         MOVE "AL" TO WAG-RECORD-TYPE.
         MOVE WS-RG-ALERT-NO (I) TO WAG-ALERT-NO.
         MOVE WS-RG-MSG-ID (I) TO WAG-MSG-ID.
         MOVE WS-RG-FIRST-STAMP (I) TO WAG-FIRST-STAMP.
         MOVE WS-RG-LAST-STAMP (I) TO WAG-LAST-STAMP.
         MOVE WS-RG-REPEATS (I) TO WAG-REPEATS.
         MOVE WS-RG-RUN-ID (I) TO WAG-RUN-ID.
         MOVE WS-RG-KEY-DATA (I) TO WAG-KEY-DATA.
         MOVE WS-RG-GROUP (I) TO WAG-GROUP.
         MOVE WS-RG-DUE-STAMP (I) TO WAG-DUE-STAMP.
         MOVE WS-RG-STATUS (I) TO WAG-STATUS.
         MOVE WS-RG-ESCALATED (I) TO WAG-ESCALATED.
         MOVE WS-RG-ACK-BY (I) TO WAG-ACK-BY.
         MOVE WS-RG-ACK-STAMP (I) TO WAG-ACK-STAMP.
         WRITE WARO-ALERTREG-REC.

      *> The shift handover: everything still open or in hand,
      *> oldest first as raised, with its age in minutes.
       REPORT-HANDOVER.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-ALERTQ : SHIFT HANDOVER at " DELIMITED BY SIZE
           WS-NOW-STAMP (1:12) DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE WS-HANDOVER-HEAD TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         PERFORM REPORT-ONE-HANDOVER
           VARYING WS-REGISTER-IDX FROM 1 BY 1
             UNTIL WS-REGISTER-IDX > WS-REGISTER-COUNT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-ALERTQ : " DELIMITED BY SIZE
           WS-OPEN-COUNT DELIMITED BY SIZE
           " open (" DELIMITED BY SIZE
           WS-OVERDUE-COUNT DELIMITED BY SIZE
           " overdue), " DELIMITED BY SIZE
           WS-ACKED-COUNT DELIMITED BY SIZE
           " acknowledged" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-OVERDUE-COUNT > 0
           MOVE 4 TO RETURN-CODE
         END-IF.

       REPORT-ONE-HANDOVER.
         IF WS-RG-STATUS (WS-REGISTER-IDX) = "O"
             OR WS-RG-STATUS (WS-REGISTER-IDX) = "A"
           MOVE SPACES TO WS-HL-OVERDUE
           IF WS-RG-STATUS (WS-REGISTER-IDX) = "O"
             ADD 1 TO WS-OPEN-COUNT
             IF WS-RG-ESCALATED (WS-REGISTER-IDX) = "Y"
               MOVE "OPEN-ESC" TO WS-HL-STATE
             ELSE
               MOVE "OPEN" TO WS-HL-STATE
             END-IF
             IF WS-RG-DUE-MINUTES (WS-REGISTER-IDX) < WS-NOW-MINUTES
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE "OVERDUE" TO WS-HL-OVERDUE
             END-IF
           ELSE
             ADD 1 TO WS-ACKED-COUNT
             MOVE SPACES TO WS-HL-STATE
             STRING "ACK " DELIMITED BY SIZE
               WS-RG-ACK-BY (WS-REGISTER-IDX) DELIMITED BY SIZE
               INTO WS-HL-STATE
           END-IF
           MOVE WS-RG-ALERT-NO (WS-REGISTER-IDX) TO WS-HL-ALERT-NO
           MOVE WS-RG-MSG-ID (WS-REGISTER-IDX) TO WS-HL-MSG-ID
           MOVE WS-RG-GROUP (WS-REGISTER-IDX) TO WS-HL-GROUP
           MOVE WS-RG-FIRST-STAMP (WS-REGISTER-IDX) (1:12)
             TO WS-HL-RAISED
           MOVE 0 TO WS-AGE-MINUTES
           IF WS-RG-FIRST-MINUTES (WS-REGISTER-IDX) < WS-NOW-MINUTES
             COMPUTE WS-AGE-MINUTES = WS-NOW-MINUTES
               - WS-RG-FIRST-MINUTES (WS-REGISTER-IDX)
           END-IF
           MOVE WS-AGE-MINUTES TO WS-HL-AGE
           MOVE WS-RG-REPEATS (WS-REGISTER-IDX) TO WS-HL-REPEATS
           MOVE WS-HANDOVER-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE WS-RG-KEY-DATA (WS-REGISTER-IDX) TO WS-HK-KEY-DATA
           MOVE WS-HANDOVER-KEY-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

      *> Stamp arithmetic through date-util: minutes since the
      *> base date and back. A stamp that is not a real date
      *> counts as minute zero.
       STAMP-TO-MINUTES.
         MOVE 0 TO WS-CV-MINUTES.
         MOVE "D" TO WS-DT-FUNCTION.
         MOVE WS-BASE-DATE TO WS-DT-DATE-1.
         MOVE WS-CV-DATE TO WS-DT-DATE-2.
         PERFORM CALL-DATE-UTIL.
         IF WS-DT-STATUS = "0" AND WS-DT-DAYS > 0
           COMPUTE WS-CV-MINUTES = (WS-DT-DAYS * 1440)
             + (WS-CV-HOUR * 60) + WS-CV-MINUTE
         END-IF.

       MINUTES-TO-STAMP.
         DIVIDE WS-CV-MINUTES BY 1440
           GIVING WS-CV-DAYS REMAINDER WS-CV-REST.
         MOVE "A" TO WS-DT-FUNCTION.
         MOVE WS-BASE-DATE TO WS-DT-DATE-1.
         MOVE WS-CV-DAYS TO WS-DT-DAYS.
         PERFORM CALL-DATE-UTIL.
         MOVE 0 TO WS-CV-STAMP.
         MOVE WS-DT-DATE-2 TO WS-CV-DATE.
         DIVIDE WS-CV-REST BY 60
           GIVING WS-CV-HOUR REMAINDER WS-CV-MINUTE.

      *> The signed-on operator must hold WS-OP-LEVEL; a refusal
      *> is already on the change journal when it comes back.
       CHECK-OPERATOR.
         MOVE WS-ACTION TO WS-OP-ACTION.
         MOVE "A" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-ALERTQ : REFUSED - " DELIMITED BY SIZE
             WS-OP-MESSAGE DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO CHECK-OPERATOR-EXIT
         END-IF.
       CHECK-OPERATOR-EXIT.
         EXIT.

       JOURNAL-CHANGE.
         MOVE "J" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE "WARO-ALERTQ : WARNING - change journal not written"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
         END-IF.

      *> The subprogram's own return code must not wipe out a
      *> warning this run has already set.
       CALL-OPER-UTIL.
         MOVE RETURN-CODE TO WS-OP-KEEP-RC.
         CALL 'oper-util'
           USING WS-OP-FUNCTION, WS-OP-PROGRAM, WS-OP-ACTION,
             WS-OP-LEVEL, WS-OP-OPERATOR-ID, WS-OP-BEFORE,
             WS-OP-AFTER, WS-OP-MESSAGE, WS-OP-STATUS
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-ALERTQ : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'oper-util' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.
         MOVE WS-OP-KEEP-RC TO RETURN-CODE.

      *> One door to each utility so a missing module ends with a
      *> controlled message and code, not a raw abend.
       CALL-DATE-UTIL.
         CALL 'date-util'
           USING WS-DT-FUNCTION, WS-DT-DATE-1, WS-DT-DATE-2,
             WS-DT-DAYS, WS-DT-STATUS
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-ALERTQ : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'date-util' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.

       CALL-WARO-MSG.
         MOVE RETURN-CODE TO WS-OP-KEEP-RC.
         CALL 'waro-msg'
           USING WS-MSG-ID, WS-MSG-GAME-ID, WS-MSG-KEY, WS-MSG-TEXT
           ON EXCEPTION
             MOVE SPACES TO WS-MSG-TEXT
             STRING WS-MSG-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MSG-KEY DELIMITED BY SIZE
               INTO WS-MSG-TEXT
         END-CALL.
         MOVE WS-OP-KEEP-RC TO RETURN-CODE.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-REPORT-FILE
         END-IF.
         MOVE WS-REPORT-LINE TO WARO-REPORT-REC.
         WRITE WARO-REPORT-REC.
         CLOSE WARO-REPORT-FILE.
