      *> chain, so bad setup is caught before STEP010 instead of
      *> by it at 2 AM. Validates everything the run will need:
      *>   - roster present, duplicate-free, with ACTIVE players
      *>   - the approved control-card set in force tonight on
      *>     the WARO-CTLLIB library, unchanged since approval
      *>   - control cards readable with known keywords and
      *>     usable values
      *>   - the fixed-hand record well-formed when FIXEDHAND=Y
            VALUE SPACES.
         01 WS-TC-VARIANT-TEXT PIC X(5) VALUE SPACES.
         01 WS-TC-SPLIT-TEXT PIC X(1) VALUE SPACES.
         01 WS-TC-WAR-TEXT PIC X(1) VALUE SPACES.
         01 WS-FIXEDHAND-WANTED-SW PIC X(1) VALUE "N".
           88 PREFLIGHT-FIXEDHAND-WANTED VALUE "Y".
         01 WS-CARD-SEEN-TABLE.
         01 WS-DT-DATE-2 PIC 9(8) VALUE 0.
         01 WS-DT-DAYS PIC S9(6) VALUE 0.
         01 WS-DT-STATUS PIC X(1) VALUE "0".

      *> The set in force tonight, as WARO will pick it.
         01 WS-RUN-DATE PIC 9(8) VALUE 0.
         01 WS-CS-FUNCTION PIC X(1) VALUE "P".
         01 WS-CS-ASK-DATE PIC 9(8) VALUE 0.
         01 WS-CS-SET-NAME PIC X(8) VALUE SPACES.
         01 WS-CS-VERSION PIC 9(3) VALUE 0.
         01 WS-CS-EFFECTIVE-DATE PIC 9(8) VALUE 0.
         01 WS-CS-PREPARED-BY PIC X(4) VALUE SPACES.
         01 WS-CS-APPROVED-BY PIC X(4) VALUE SPACES.
         01 WS-CS-APPROVED-DATE PIC 9(8) VALUE 0.
         01 WS-CS-CARD-COUNT PIC 9(2) VALUE 0.
         01 WS-CS-CARD-TABLE.
            02 WS-CS-CARD PIC X(60) OCCURS 40 TIMES.
         01 WS-CS-SEAL PIC 9(16) VALUE 0.
         01 WS-CS-STATUS PIC X(1) VALUE "M".
         01 WS-CS-STATE-TEXT PIC X(24) VALUE SPACES.
         01 I PIC 9(2).
         01 X PIC 9(2).
         01 TMP PIC 9(2).
      *> ahead of time; FIXEDHAND=Y also schedules the fixed-hand
      *> record check below.
       CHECK-CONTROL-CARDS.
         PERFORM CHECK-CONTROL-SET THRU CHECK-CONTROL-SET-EXIT.
         IF WS-CS-STATUS NOT = "M"
           GO TO CHECK-CONTROL-CARDS-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         OPEN INPUT WARO-CONTROL-FILE.
         IF WS-CONTROL-FILE-STATUS NOT = "00"
       CHECK-CONTROL-CARDS-EXIT.
         EXIT.

      *> Tonight's set from the library: an unapproved or changed
      *> set, or none in force, is a configuration NO-GO - WARO
      *> would refuse it. The set's cards are vetted either way.
       CHECK-CONTROL-SET.
         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
         MOVE WS-RUN-DATE TO WS-CS-ASK-DATE.
         MOVE "P" TO WS-CS-FUNCTION.
         CALL 'ctlset-util'
           USING WS-CS-FUNCTION, WS-CS-ASK-DATE, WS-CS-SET-NAME,
             WS-CS-VERSION, WS-CS-EFFECTIVE-DATE, WS-CS-PREPARED-BY,
             WS-CS-APPROVED-BY, WS-CS-APPROVED-DATE,
             WS-CS-CARD-COUNT, WS-CS-CARD-TABLE, WS-CS-SEAL,
             WS-CS-STATUS
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-PREFLIGHT : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'ctlset-util' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.
         IF WS-CS-STATUS = "M"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-PREFLIGHT : no WARO-CTLLIB library - "
             DELIMITED BY SIZE
             "checking the live WARO-CONTROL deck" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO CHECK-CONTROL-SET-EXIT
         END-IF.
         IF WS-CS-STATUS = "N"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-PREFLIGHT : no control card set in force "
             DELIMITED BY SIZE
             "for " DELIMITED BY SIZE
             WS-RUN-DATE DELIMITED BY SIZE
             " on WARO-CTLLIB" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 12 TO TMP
           PERFORM RAISE-GO-RC
           GO TO CHECK-CONTROL-SET-EXIT
         END-IF.
         EVALUATE WS-CS-STATUS
           WHEN "0"
             MOVE "approved by " TO WS-CS-STATE-TEXT
             MOVE WS-CS-APPROVED-BY TO WS-CS-STATE-TEXT (13:4)
           WHEN "U"
             MOVE "NOT APPROVED" TO WS-CS-STATE-TEXT
           WHEN "C"
             MOVE "CHANGED AFTER APPROVAL" TO WS-CS-STATE-TEXT
           WHEN OTHER
             MOVE "SEAL NOT CHECKED" TO WS-CS-STATE-TEXT
         END-EVALUATE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-PREFLIGHT : control set " DELIMITED BY SIZE
           WS-CS-SET-NAME DELIMITED BY SPACE
           " v" DELIMITED BY SIZE
           WS-CS-VERSION DELIMITED BY SIZE
           " eff " DELIMITED BY SIZE
           WS-CS-EFFECTIVE-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-CS-STATE-TEXT DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-CS-STATUS NOT = "0"
           MOVE 12 TO TMP
           PERFORM RAISE-GO-RC
         END-IF.
         PERFORM CHECK-ONE-SET-CARD
           VARYING X FROM 1 BY 1 UNTIL X > WS-CS-CARD-COUNT.
       CHECK-CONTROL-SET-EXIT.
         EXIT.

       CHECK-ONE-SET-CARD.
         MOVE WS-CS-CARD (X) TO WARO-CONTROL-REC.
         IF WARO-CONTROL-REC NOT = SPACES
             AND WARO-CONTROL-REC (1:1) NOT = "*"
           PERFORM VET-ONE-CONTROL-CARD
         END-IF.

       CHECK-ONE-CONTROL-CARD.
         READ WARO-CONTROL-FILE
           AT END
           WHEN "REPLAY"
           WHEN "DRYRUN"
           WHEN "SPLITPOT"
           WHEN "WAR"
           WHEN "TEAMS"
           WHEN "LOWBALL"
           WHEN "BIDFILE"
             ELSE
               PERFORM REPORT-BAD-CARD
             END-IF
           WHEN "HOUSEFILL"
             IF WS-CTL-VALUE NOT = "N"
                 AND WS-CTL-VALUE NOT = "HIGH"
                 AND WS-CTL-VALUE NOT = "CAUTIOUS"
                 AND WS-CTL-VALUE NOT = "AGGRESS"
                 AND WS-CTL-VALUE NOT = "RANDOM"
               PERFORM REPORT-BAD-CARD
             END-IF
           WHEN "TABLE1"
           WHEN "TABLE2"
           WHEN "TABLE3"
           PERFORM REPORT-BAD-CARD
         END-IF.

      *> The same players,variant,splitpot[,war] rules WARO
      *> enforces.
       VET-TABLE-CARD.
         MOVE SPACES TO WS-TC-PLAYERS-TEXT.
         MOVE SPACES TO WS-TC-VARIANT-TEXT.
         MOVE SPACES TO WS-TC-SPLIT-TEXT.
         MOVE SPACES TO WS-TC-WAR-TEXT.
         UNSTRING WS-CTL-VALUE DELIMITED BY ","
           INTO WS-TC-PLAYERS-TEXT WS-TC-VARIANT-TEXT
             WS-TC-SPLIT-TEXT WS-TC-WAR-TEXT.
         INSPECT WS-TC-PLAYERS-TEXT REPLACING LEADING SPACE BY ZERO.
         IF WS-TC-PLAYERS-TEXT IS NOT NUMERIC
             OR WS-TC-PLAYERS-TEXT = "00"
               AND WS-TC-VARIANT-TEXT NOT = "SHORT")
             OR (WS-TC-SPLIT-TEXT NOT = "Y"
               AND WS-TC-SPLIT-TEXT NOT = "N")
             OR (WS-TC-WAR-TEXT NOT = "Y"
               AND WS-TC-WAR-TEXT NOT = "N"
               AND WS-TC-WAR-TEXT NOT = SPACE)
           PERFORM REPORT-BAD-CARD
         END-IF.

