       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-EXCLUDE.
      *> Maintenance and monthly report for the WARO-EXCLUDE
      *> self-exclusion register. A member who asks to be barred
      *> is filed with a start date, a minimum end date and a
      *> reason; WARO and WARO-SEATING refuse the seat for as long
      *> as the bar is in force and file the refusal on
      *> WARO-COMPLY. A bar can only be lifted once its minimum
      *> end date is reached - an early lift is refused outright.
      *> Parm:
      *>   ADD <id> <start> <min-end> <reason...>
      *>   LIFT <id>
      *>   LIST                  bars in force today
      *>   REPORT [YYYYMM]       bars active in the month and every
      *>                         attempt to play during one
      *> ADD needs a signed-on clerk and LIFT a supervisor; both
      *> are on the change journal with the register entry as it
      *> stood before and after.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROSXS.
         COPY WAROPMS.
         COPY WAROCMS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WAROSXR.
         COPY WAROPMR.
         COPY WAROCMR.
         WORKING-STORAGE SECTION.
         01 WS-EXCLUDE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PLAYERS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-COMPLY-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-EXCLUDE-EOF-SW PIC X(1) VALUE "N".
           88 WARO-EXCLUDE-EOF VALUE "Y".
         01 WS-PLAYERS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PLAYERS-EOF VALUE "Y".
         01 WS-COMPLY-EOF-SW PIC X(1) VALUE "N".
           88 WARO-COMPLY-EOF VALUE "Y".
         78 NUM-EXCLUDE-MAX VALUE 200.
         01 WS-EXCLUDE-TABLE.
            02 WS-EXCLUDE-ENTRY OCCURS NUM-EXCLUDE-MAX TIMES.
               03 WS-XC-PLAYER-ID PIC 9(4).
               03 WS-XC-START-DATE PIC 9(8).
               03 WS-XC-MIN-END-DATE PIC 9(8).
               03 WS-XC-LIFTED-DATE PIC 9(8).
               03 WS-XC-REASON PIC X(30).
         01 WS-EXCLUDE-COUNT PIC 9(3) VALUE 0.
         01 WS-EXCLUDE-FULL-SW PIC X(1) VALUE "N".
           88 WARO-EXCLUDE-TABLE-FULL VALUE "Y".

      *> Attempts already reported this month, so WARO-SEATING's
      *> planning refusal and WARO's roster refusal for the same
      *> member on the same night count once.
         78 NUM-ATTEMPT-MAX VALUE 500.
         01 WS-ATTEMPT-TABLE.
            02 WS-ATTEMPT-ENTRY OCCURS NUM-ATTEMPT-MAX TIMES.
               03 WS-AT-RUN-DATE PIC 9(8).
               03 WS-AT-PLAYER-ID PIC 9(4).
         01 WS-ATTEMPT-COUNT PIC 9(3) VALUE 0.
         01 WS-ATTEMPT-IDX PIC 9(3) VALUE 0.
         01 WS-ATTEMPT-SEEN-SW PIC X(1) VALUE "N".
           88 WARO-ATTEMPT-SEEN VALUE "Y".

         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-PARM-PTR PIC 9(2) VALUE 1.
         01 WS-ACTION PIC X(6) VALUE SPACES.
         01 WS-TARGET-ID-TEXT PIC X(8) JUSTIFIED RIGHT VALUE SPACES.
         01 WS-TARGET-ID PIC 9(4) VALUE 0.
         01 WS-START-TEXT PIC X(8) VALUE SPACES.
         01 WS-MIN-END-TEXT PIC X(8) VALUE SPACES.
         01 WS-TARGET-REASON PIC X(30) VALUE SPACES.
         01 WS-TODAY PIC 9(8) VALUE 0.
         01 WS-MONTH-FIRST PIC 9(8) VALUE 0.
         01 WS-MONTH-LAST PIC 9(8) VALUE 0.
         01 WS-LIFT-DATE PIC 9(8) VALUE 0.
         01 WS-MEMBER-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-MEMBER-FOUND VALUE "Y".
         01 WS-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-BAR-FOUND VALUE "Y".
         01 WS-FOUND-IDX PIC 9(3) VALUE 0.
         01 WS-SHOWN-COUNT PIC 9(3) VALUE 0.
         01 I PIC 9(3).

      *> oper-util parameters: who is signed on, the level the
      *> action needs, and the journal images of the change.
         01 WS-OP-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-OP-PROGRAM PIC X(12) VALUE "WARO-EXCLUDE".
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
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
         PERFORM READ-ACTION-PARM.
         PERFORM READ-CURRENT-BARS THRU READ-CURRENT-BARS-EXIT.

      *> Filing a bar needs a signed-on clerk; lifting one needs a
      *> supervisor.
         EVALUATE WS-ACTION
           WHEN "ADD"
             MOVE 1 TO WS-OP-LEVEL
           WHEN "LIFT"
             MOVE 2 TO WS-OP-LEVEL
           WHEN OTHER
             MOVE 0 TO WS-OP-LEVEL
         END-EVALUATE.
         IF WS-OP-LEVEL > 0
           PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT
           IF RETURN-CODE > 0
             GO TO BEGIN-EXIT
           END-IF
         END-IF.

         IF WARO-EXCLUDE-TABLE-FULL
             AND (WS-ACTION = "ADD" OR WS-ACTION = "LIFT")
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-EXCLUDE : REFUSED - the register holds more "
             DELIMITED BY SIZE
             "than 200 records; archive it before maintaining it"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.

         EVALUATE WS-ACTION
           WHEN "ADD"
             PERFORM ADD-EXCLUSION THRU ADD-EXCLUSION-EXIT
           WHEN "LIFT"
             PERFORM LIFT-EXCLUSION THRU LIFT-EXCLUSION-EXIT
           WHEN "LIST"
             PERFORM LIST-BARS-IN-FORCE
           WHEN "REPORT"
             PERFORM REPORT-MONTH THRU REPORT-MONTH-EXIT
           WHEN OTHER
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-EXCLUDE : unknown action '" DELIMITED BY SIZE
               WS-ACTION DELIMITED BY SIZE
               "' - use ADD, LIFT, LIST or REPORT" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             GO TO BEGIN-EXIT
         END-EVALUATE.

         MOVE "WARO-EXCLUDE Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       BEGIN-EXIT.
         STOP RUN.

      *> Parm layout: ACTION ID START MINEND REASON... - the
      *> reason runs to end of line. REPORT takes the month in
      *> the id position.
       READ-ACTION-PARM.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         MOVE 1 TO WS-PARM-PTR.
         UNSTRING WS-PARM DELIMITED BY ALL SPACE
           INTO WS-ACTION WS-TARGET-ID-TEXT WS-START-TEXT
                WS-MIN-END-TEXT
           WITH POINTER WS-PARM-PTR.
         IF WS-PARM-PTR < 80
           MOVE WS-PARM (WS-PARM-PTR:) TO WS-TARGET-REASON
         END-IF.
         IF WS-ACTION = "REPORT"
           PERFORM SET-REPORT-MONTH
         ELSE
           INSPECT WS-TARGET-ID-TEXT REPLACING LEADING SPACE BY ZERO
           IF WS-TARGET-ID-TEXT IS NUMERIC
             MOVE WS-TARGET-ID-TEXT TO WS-TARGET-ID
           END-IF
         END-IF.

       SET-REPORT-MONTH.
         MOVE WS-TODAY TO WS-MONTH-FIRST.
         IF WS-TARGET-ID-TEXT (3:6) IS NUMERIC
           MOVE WS-TARGET-ID-TEXT (3:6) TO WS-MONTH-FIRST (1:6)
         END-IF.
         MOVE 1 TO WS-MONTH-FIRST (7:2).
         MOVE WS-MONTH-FIRST TO WS-MONTH-LAST.
         MOVE 31 TO WS-MONTH-LAST (7:2).

       READ-CURRENT-BARS.
         OPEN INPUT WARO-EXCLUDE-FILE.
         IF WS-EXCLUDE-FILE-STATUS NOT = "00"
           MOVE "WARO-EXCLUDE : no exclusion register yet"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO READ-CURRENT-BARS-EXIT
         END-IF.
         PERFORM READ-ONE-BAR
           UNTIL WARO-EXCLUDE-EOF
             OR WS-EXCLUDE-COUNT = NUM-EXCLUDE-MAX.
         IF NOT WARO-EXCLUDE-EOF
           MOVE "Y" TO WS-EXCLUDE-FULL-SW
         END-IF.
         CLOSE WARO-EXCLUDE-FILE.
       READ-CURRENT-BARS-EXIT.
         EXIT.

       READ-ONE-BAR.
         READ WARO-EXCLUDE-FILE
           AT END MOVE "Y" TO WS-EXCLUDE-EOF-SW
           NOT AT END
             ADD 1 TO WS-EXCLUDE-COUNT
             MOVE WSX-PLAYER-ID TO WS-XC-PLAYER-ID (WS-EXCLUDE-COUNT)
             MOVE WSX-START-DATE
               TO WS-XC-START-DATE (WS-EXCLUDE-COUNT)
             MOVE WSX-MIN-END-DATE
               TO WS-XC-MIN-END-DATE (WS-EXCLUDE-COUNT)
             IF WSX-LIFTED-DATE IS NUMERIC
               MOVE WSX-LIFTED-DATE
                 TO WS-XC-LIFTED-DATE (WS-EXCLUDE-COUNT)
             ELSE
               MOVE 0 TO WS-XC-LIFTED-DATE (WS-EXCLUDE-COUNT)
             END-IF
             MOVE WSX-REASON TO WS-XC-REASON (WS-EXCLUDE-COUNT)
         END-READ.

       ADD-EXCLUSION.
         IF WS-TARGET-ID = 0
             OR WS-START-TEXT IS NOT NUMERIC
             OR WS-MIN-END-TEXT IS NOT NUMERIC
           MOVE "WARO-EXCLUDE : ADD needs <id> <start> <min-end> <why>"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO ADD-EXCLUSION-EXIT
         END-IF.
         IF WS-MIN-END-TEXT NOT > WS-START-TEXT
           MOVE "WARO-EXCLUDE : minimum end date must follow the start"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO ADD-EXCLUSION-EXIT
         END-IF.
         PERFORM FIND-MEMBER THRU FIND-MEMBER-EXIT.
         IF NOT WARO-MEMBER-FOUND
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-EXCLUDE : id " DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
             " is not on the player master" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO ADD-EXCLUSION-EXIT
         END-IF.
         PERFORM FIND-OPEN-BAR.
         IF WARO-BAR-FOUND
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-EXCLUDE : id " DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
             " already has a bar that has not been lifted"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO ADD-EXCLUSION-EXIT
         END-IF.
         IF WS-EXCLUDE-COUNT = NUM-EXCLUDE-MAX
           MOVE "WARO-EXCLUDE : exclusion register is full"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO ADD-EXCLUSION-EXIT
         END-IF.
         ADD 1 TO WS-EXCLUDE-COUNT.
         MOVE WS-TARGET-ID TO WS-XC-PLAYER-ID (WS-EXCLUDE-COUNT).
         MOVE WS-START-TEXT TO WS-XC-START-DATE (WS-EXCLUDE-COUNT).
         MOVE WS-MIN-END-TEXT
           TO WS-XC-MIN-END-DATE (WS-EXCLUDE-COUNT).
         MOVE 0 TO WS-XC-LIFTED-DATE (WS-EXCLUDE-COUNT).
         MOVE WS-TARGET-REASON TO WS-XC-REASON (WS-EXCLUDE-COUNT).
         PERFORM REWRITE-BARS.
         MOVE SPACES TO WS-OP-BEFORE.
         MOVE WS-EXCLUDE-ENTRY (WS-EXCLUDE-COUNT) TO WS-OP-AFTER.
         PERFORM JOURNAL-CHANGE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-EXCLUDE : barred id " DELIMITED BY SIZE
           WS-TARGET-ID DELIMITED BY SIZE
           " from " DELIMITED BY SIZE
           WS-START-TEXT DELIMITED BY SIZE
           ", not before " DELIMITED BY SIZE
           WS-MIN-END-TEXT DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       ADD-EXCLUSION-EXIT.
         EXIT.

      *> The lift is refused until the minimum end date arrives;
      *> that date is the member's own commitment and no one on
      *> the floor may shorten it.
       LIFT-EXCLUSION.
         PERFORM FIND-OPEN-BAR.
         IF NOT WARO-BAR-FOUND
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-EXCLUDE : id " DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
             " has no bar to lift" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO LIFT-EXCLUSION-EXIT
         END-IF.
         IF WS-TODAY < WS-XC-MIN-END-DATE (WS-FOUND-IDX)
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-EXCLUDE : REFUSED - id " DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
             " is barred until at least " DELIMITED BY SIZE
             WS-XC-MIN-END-DATE (WS-FOUND-IDX) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO LIFT-EXCLUSION-EXIT
         END-IF.
         MOVE WS-EXCLUDE-ENTRY (WS-FOUND-IDX) TO WS-OP-BEFORE.
         MOVE WS-TODAY TO WS-XC-LIFTED-DATE (WS-FOUND-IDX).
         PERFORM REWRITE-BARS.
         MOVE WS-EXCLUDE-ENTRY (WS-FOUND-IDX) TO WS-OP-AFTER.
         PERFORM JOURNAL-CHANGE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-EXCLUDE : lifted the bar on id " DELIMITED BY SIZE
           WS-TARGET-ID DELIMITED BY SIZE
           " as of " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       LIFT-EXCLUSION-EXIT.
         EXIT.

       FIND-OPEN-BAR.
         MOVE "N" TO WS-FOUND-SW.
         MOVE 0 TO WS-FOUND-IDX.
         PERFORM SEARCH-OPEN-BAR
           VARYING I FROM 1 BY 1
             UNTIL I > WS-EXCLUDE-COUNT OR WARO-BAR-FOUND.

       SEARCH-OPEN-BAR.
         IF WS-XC-PLAYER-ID (I) = WS-TARGET-ID
             AND WS-XC-LIFTED-DATE (I) = 0
           MOVE "Y" TO WS-FOUND-SW
           MOVE I TO WS-FOUND-IDX
         END-IF.

       FIND-MEMBER.
         MOVE "N" TO WS-MEMBER-FOUND-SW.
         OPEN INPUT WARO-PLAYERS-FILE.
         IF WS-PLAYERS-FILE-STATUS NOT = "00"
           GO TO FIND-MEMBER-EXIT
         END-IF.
         PERFORM SEARCH-ONE-MEMBER
           UNTIL WARO-PLAYERS-EOF OR WARO-MEMBER-FOUND.
         CLOSE WARO-PLAYERS-FILE.
       FIND-MEMBER-EXIT.
         EXIT.

       SEARCH-ONE-MEMBER.
         READ WARO-PLAYERS-FILE
           AT END MOVE "Y" TO WS-PLAYERS-EOF-SW
           NOT AT END
             IF WPM-PLAYER-ID = WS-TARGET-ID
               MOVE "Y" TO WS-MEMBER-FOUND-SW
             END-IF
         END-READ.

      *> A lift never takes effect before the minimum end date,
      *> whatever the record says.
       SET-LIFT-DATE.
         MOVE WS-XC-LIFTED-DATE (I) TO WS-LIFT-DATE.
         IF WS-LIFT-DATE > 0
             AND WS-LIFT-DATE < WS-XC-MIN-END-DATE (I)
           MOVE WS-XC-MIN-END-DATE (I) TO WS-LIFT-DATE
         END-IF.

       LIST-BARS-IN-FORCE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-EXCLUDE : bars in force on " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE WS-TODAY TO WS-MONTH-FIRST.
         MOVE WS-TODAY TO WS-MONTH-LAST.
         PERFORM REPORT-ONE-ACTIVE-BAR
           VARYING I FROM 1 BY 1 UNTIL I > WS-EXCLUDE-COUNT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-EXCLUDE : " DELIMITED BY SIZE
           WS-SHOWN-COUNT DELIMITED BY SIZE
           " bar(s) in force" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

      *> Monthly report: every bar in force on any day of the
      *> month, then every attempt to play while barred as filed
      *> on WARO-COMPLY.
       REPORT-MONTH.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-EXCLUDE : self-exclusion report for "
           DELIMITED BY SIZE
           WS-MONTH-FIRST (1:6) DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         PERFORM REPORT-ONE-ACTIVE-BAR
           VARYING I FROM 1 BY 1 UNTIL I > WS-EXCLUDE-COUNT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-EXCLUDE : " DELIMITED BY SIZE
           WS-SHOWN-COUNT DELIMITED BY SIZE
           " bar(s) active in the month" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         OPEN INPUT WARO-COMPLY-FILE.
         IF WS-COMPLY-FILE-STATUS NOT = "00"
           MOVE "WARO-EXCLUDE : no compliance events on file"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO REPORT-MONTH-EXIT
         END-IF.
         PERFORM REPORT-ONE-ATTEMPT UNTIL WARO-COMPLY-EOF.
         CLOSE WARO-COMPLY-FILE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-EXCLUDE : " DELIMITED BY SIZE
           WS-ATTEMPT-COUNT DELIMITED BY SIZE
           " attempt(s) to play while barred" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       REPORT-MONTH-EXIT.
         EXIT.

      *> In force somewhere in WS-MONTH-FIRST..WS-MONTH-LAST:
      *> started by the last day and not lifted before the first.
       REPORT-ONE-ACTIVE-BAR.
         PERFORM SET-LIFT-DATE.
         IF WS-XC-START-DATE (I) NOT > WS-MONTH-LAST
             AND (WS-LIFT-DATE = 0 OR WS-LIFT-DATE > WS-MONTH-FIRST)
           ADD 1 TO WS-SHOWN-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-EXCLUDE : id " DELIMITED BY SIZE
             WS-XC-PLAYER-ID (I) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-XC-START-DATE (I) DELIMITED BY SIZE
             "-" DELIMITED BY SIZE
             WS-XC-MIN-END-DATE (I) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-XC-REASON (I) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           IF WS-XC-LIFTED-DATE (I) > 0
             MOVE "LIFTED" TO WS-REPORT-LINE (75:6)
           END-IF
           PERFORM WRITE-REPORT
         END-IF.

       REPORT-ONE-ATTEMPT.
         READ WARO-COMPLY-FILE
           AT END
             MOVE "Y" TO WS-COMPLY-EOF-SW
           NOT AT END
             IF WCM-EXCLUDE-EVENT
                 AND WCM-RUN-DATE NOT < WS-MONTH-FIRST
                 AND WCM-RUN-DATE NOT > WS-MONTH-LAST
               PERFORM CHECK-ATTEMPT-SEEN
               IF NOT WARO-ATTEMPT-SEEN
                   AND WS-ATTEMPT-COUNT < NUM-ATTEMPT-MAX
                 ADD 1 TO WS-ATTEMPT-COUNT
                 MOVE WCM-RUN-DATE
                   TO WS-AT-RUN-DATE (WS-ATTEMPT-COUNT)
                 MOVE WCM-PLAYER-ID
                   TO WS-AT-PLAYER-ID (WS-ATTEMPT-COUNT)
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "WARO-EXCLUDE : ATTEMPT " DELIMITED BY SIZE
                   WCM-RUN-DATE DELIMITED BY SIZE
                   " id " DELIMITED BY SIZE
                   WCM-PLAYER-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WCM-PLAYER-NAME DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
                 PERFORM WRITE-REPORT
               END-IF
             END-IF
         END-READ.

       CHECK-ATTEMPT-SEEN.
         MOVE "N" TO WS-ATTEMPT-SEEN-SW.
         PERFORM CHECK-ONE-ATTEMPT
           VARYING WS-ATTEMPT-IDX FROM 1 BY 1
             UNTIL WS-ATTEMPT-IDX > WS-ATTEMPT-COUNT
               OR WARO-ATTEMPT-SEEN.

       CHECK-ONE-ATTEMPT.
         IF WS-AT-RUN-DATE (WS-ATTEMPT-IDX) = WCM-RUN-DATE
             AND WS-AT-PLAYER-ID (WS-ATTEMPT-IDX) = WCM-PLAYER-ID
           MOVE "Y" TO WS-ATTEMPT-SEEN-SW
         END-IF.

       REWRITE-BARS.
         OPEN OUTPUT WARO-EXCLUDE-FILE.
         PERFORM WRITE-ONE-BAR
           VARYING I FROM 1 BY 1 UNTIL I > WS-EXCLUDE-COUNT.
         CLOSE WARO-EXCLUDE-FILE.

       WRITE-ONE-BAR.
         MOVE SPACES TO WARO-EXCLUDE-REC.
         MOVE WS-XC-PLAYER-ID (I) TO WSX-PLAYER-ID.
         MOVE WS-XC-START-DATE (I) TO WSX-START-DATE.
         MOVE WS-XC-MIN-END-DATE (I) TO WSX-MIN-END-DATE.
         MOVE WS-XC-LIFTED-DATE (I) TO WSX-LIFTED-DATE.
         MOVE WS-XC-REASON (I) TO WSX-REASON.
         WRITE WARO-EXCLUDE-REC.

      *> The signed-on operator must hold WS-OP-LEVEL; a refusal
      *> is already on the change journal when it comes back.
       CHECK-OPERATOR.
         MOVE WS-ACTION TO WS-OP-ACTION.
         MOVE "A" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-EXCLUDE : REFUSED - " DELIMITED BY SIZE
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
           MOVE "WARO-EXCLUDE : WARNING - change journal not written"
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
             STRING "WARO-EXCLUDE : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'oper-util' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
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
