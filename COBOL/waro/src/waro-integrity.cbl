       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-INTEGRITY.
      *> Weekly referential integrity sweep over every file that
      *> carries a player id, against the WARO-PLAYERS master.
      *> Orphans - an id the master does not hold - are found on
      *>   WARO-ROSTER     seats (WARO029E)
      *>   WARO-RATINGS    ratings (WARO030W)
      *>   WARO-LEDGER     money entries (WARO031E)
      *>   WARO-ALIAS      old names (WARO032W)
      *>   WARO-AWAY       away dates (WARO033W)
      *>   WARO-SEATPLAN   planned seats (WARO034E)
      *>   WARO-PAYHOLD    held payouts (WARO035E)
      *>   WARO-RECEIVABLE clawbacks (WARO036E)
      *> one finding per file per id, with its record count. Id 0
      *> is the unregistered walk-in everywhere but the roster,
      *> where a seat must name a member. Conflicts are
      *>   - a door walk-in (WPM-PROV-FLAG "P", an id from the
      *>     9000-9999 range) still not converted
      *>     WALKIN-REVIEW-DAYS after joining (WARO037W),
      *>   - a roster table name that is neither the first six
      *>     characters of the master name (the WARO-BRIDGE
      *>     convention) nor found in it (WARO038W),
      *>   - one name held by two ids on the master, or two ids
      *>     seated under one table name on the roster (WARO039E).
      *> Findings are coded messages through waro-msg, so the
      *> serious (E) ones reach the WARO-ALERTS feed. The report
      *> lists them file by file with a count per file.
      *> Completion 4 when anything is found, 12 with no master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROPMS.
         COPY WAROROS.
         COPY WARORTS.
         COPY WAROLGS.
         COPY WAROALS.
         COPY WAROAWS.
         COPY WAROSPS.
         COPY WAROPHS.
         SELECT WARO-RECEIVABLE-FILE ASSIGN TO "WARO-RECEIVABLE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECEIVABLE-FILE-STATUS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WAROPMR.
         COPY WARORSR.
         COPY WARORTR.
         COPY WAROLGR.
         COPY WAROALR.
         COPY WAROAWR.
         COPY WAROSPR.
         COPY WAROPHR.
         FD WARO-RECEIVABLE-FILE.
         01 WARO-RECEIVABLE-REC.
            02 WRC-ENTRY-DATE PIC 9(8).
            02 FILLER PIC X(1).
            02 WRC-RUN-DATE PIC 9(8).
            02 FILLER PIC X(1).
            02 WRC-GAME-ID PIC 9(16).
            02 FILLER PIC X(1).
            02 WRC-PLAYER-ID PIC 9(4).
            02 FILLER PIC X(1).
            02 WRC-PLAYER-NAME PIC X(6).
            02 FILLER PIC X(1).
            02 WRC-AMOUNT PIC 9(6)V99.
            02 FILLER PIC X(1).
            02 WRC-STATUS PIC X(1).
         WORKING-STORAGE SECTION.
         01 WS-PLAYERS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-ROSTER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RATINGS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-LEDGER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-ALIAS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-AWAY-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-SEATPLAN-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PAYHOLD-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RECEIVABLE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-FILE-EOF VALUE "Y".
         01 WS-TODAY PIC 9(8) VALUE 0.

      *> How long a door walk-in may stay provisional: the
      *> monthly membership review converts or purges them.
         78 WALKIN-REVIEW-DAYS VALUE 31.

      *> The master, indexed by player id, and the ids in the
      *> order read for the duplicate-name pass.
         78 NUM-IDS-MAX VALUE 9999.
         01 WS-ID-TABLE.
            02 WS-ID-ENTRY OCCURS NUM-IDS-MAX TIMES.
               03 WS-ID-ON-MASTER-SW PIC X(1).
                 88 WARO-ID-ON-MASTER VALUE "Y".
               03 WS-ID-NAME PIC X(20).
               03 WS-ID-ORPHAN-COUNT PIC 9(5).
               03 WS-ID-ORPHAN-NAME PIC X(6).
         01 WS-ID-IDX PIC 9(5) VALUE 0.
         78 NUM-MEMBERS-MAX VALUE 2000.
         01 WS-MEMBER-TABLE.
            02 WS-MB-PLAYER-ID PIC 9(4) OCCURS NUM-MEMBERS-MAX TIMES.
         01 WS-MEMBER-COUNT PIC 9(4) VALUE 0.
         01 WS-MEMBER-IDX PIC 9(4) VALUE 0.
         01 WS-OTHER-IDX PIC 9(4) VALUE 0.

      *> The roster, as read.
         78 NUM-ROSTER-MAX VALUE 100.
         01 WS-ROSTER-TABLE.
            02 WS-ROSTER-ENTRY OCCURS NUM-ROSTER-MAX TIMES.
               03 WS-RS-NAME PIC X(6).
               03 WS-RS-ID PIC 9(4).
         01 WS-ROSTER-COUNT PIC 9(3) VALUE 0.
         01 WS-ROSTER-IDX PIC 9(3) VALUE 0.
         01 WS-ROSTER-OTHER PIC 9(3) VALUE 0.

      *> The file in hand: its label, the message an orphan on it
      *> raises, and its finding count.
         01 WS-FILE-LABEL PIC X(15) VALUE SPACES.
         01 WS-ORPHAN-MSG-ID PIC X(8) VALUE SPACES.
         01 WS-KEY-ID PIC 9(4) VALUE 0.
         01 WS-KEY-NAME PIC X(6) VALUE SPACES.
         01 WS-FILE-FINDINGS PIC 9(5) VALUE 0.
         01 WS-TOTAL-FINDINGS PIC 9(5) VALUE 0.
         01 WS-FILE-COUNT-ED PIC ZZZZ9.

      *> Name agreement between a roster seat and the master.
         01 WS-LEAD-SPACES PIC 9(2) VALUE 0.
         01 WS-TRIM-NAME PIC X(6) VALUE SPACES.
         01 WS-TRIM-LEN PIC 9(2) VALUE 0.
         01 WS-NAME-HITS PIC 9(2) VALUE 0.

         01 WS-DT-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-DT-DATE-1 PIC 9(8) VALUE 0.
         01 WS-DT-DATE-2 PIC 9(8) VALUE 0.
         01 WS-DT-DAYS PIC S9(6) VALUE 0.
         01 WS-DT-STATUS PIC X(1) VALUE "0".

         01 WS-MSG-ID PIC X(8) VALUE SPACES.
         01 WS-MSG-KEY PIC X(40) VALUE SPACES.
         01 WS-MSG-GAME-ID PIC 9(16) VALUE 0.
         01 WS-MSG-TEXT PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
         INITIALIZE WS-ID-TABLE.
         MOVE "WARO-INTEGRITY : player id sweep against WARO-PLAYERS"
           TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         PERFORM READ-MASTER THRU READ-MASTER-EXIT.
         IF WS-MEMBER-COUNT = 0
           MOVE "WARO-INTEGRITY : no WARO-PLAYERS master - no sweep"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 12 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.
         PERFORM CHECK-MASTER.
         PERFORM CHECK-ROSTER THRU CHECK-ROSTER-EXIT.
         PERFORM CHECK-RATINGS THRU CHECK-RATINGS-EXIT.
         PERFORM CHECK-LEDGER THRU CHECK-LEDGER-EXIT.
         PERFORM CHECK-ALIASES THRU CHECK-ALIASES-EXIT.
         PERFORM CHECK-AWAY THRU CHECK-AWAY-EXIT.
         PERFORM CHECK-SEATPLAN THRU CHECK-SEATPLAN-EXIT.
         PERFORM CHECK-PAYHOLD THRU CHECK-PAYHOLD-EXIT.
         PERFORM CHECK-RECEIVABLE THRU CHECK-RECEIVABLE-EXIT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-INTEGRITY : " DELIMITED BY SIZE
           WS-MEMBER-COUNT DELIMITED BY SIZE
           " member(s) on the master, " DELIMITED BY SIZE
           WS-TOTAL-FINDINGS DELIMITED BY SIZE
           " finding(s) in all" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-TOTAL-FINDINGS > 0
           MOVE 4 TO RETURN-CODE
         END-IF.
         MOVE "WARO-INTEGRITY Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       BEGIN-EXIT.
         STOP RUN.

       READ-MASTER.
         OPEN INPUT WARO-PLAYERS-FILE.
         IF WS-PLAYERS-FILE-STATUS NOT = "00"
           GO TO READ-MASTER-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         PERFORM READ-ONE-MEMBER UNTIL WARO-FILE-EOF.
         CLOSE WARO-PLAYERS-FILE.
       READ-MASTER-EXIT.
         EXIT.

       READ-ONE-MEMBER.
         READ WARO-PLAYERS-FILE
           AT END MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WPM-PLAYER-ID IS NUMERIC AND WPM-PLAYER-ID > 0
                 AND WS-MEMBER-COUNT < NUM-MEMBERS-MAX
               ADD 1 TO WS-MEMBER-COUNT
               MOVE WPM-PLAYER-ID TO WS-MB-PLAYER-ID (WS-MEMBER-COUNT)
               MOVE "Y" TO WS-ID-ON-MASTER-SW (WPM-PLAYER-ID)
               MOVE WPM-PLAYER-NAME TO WS-ID-NAME (WPM-PLAYER-ID)
               IF WPM-PROVISIONAL
                 PERFORM CHECK-WALKIN-AGE
               END-IF
             END-IF
         END-READ.

      *> A door walk-in past the monthly review still waiting to
      *> be converted or purged.
       CHECK-WALKIN-AGE.
         MOVE "D" TO WS-DT-FUNCTION.
         MOVE WPM-JOIN-DATE TO WS-DT-DATE-1.
         MOVE WS-TODAY TO WS-DT-DATE-2.
         PERFORM CALL-DATE-UTIL.
         IF WS-DT-STATUS = "0" AND WS-DT-DAYS > WALKIN-REVIEW-DAYS
           MOVE "WARO037W" TO WS-MSG-ID
           MOVE SPACES TO WS-MSG-KEY
           STRING "id " DELIMITED BY SIZE
             WPM-PLAYER-ID DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WPM-PLAYER-NAME (1:6) DELIMITED BY SIZE
             " joined " DELIMITED BY SIZE
             WPM-JOIN-DATE DELIMITED BY SIZE
             INTO WS-MSG-KEY
           PERFORM ISSUE-MESSAGE
           ADD 1 TO WS-FILE-FINDINGS
         END-IF.

      *> The master against itself: walk-ins (counted as they
      *> were read) and one name on two ids.
       CHECK-MASTER.
         MOVE "WARO-PLAYERS" TO WS-FILE-LABEL.
         PERFORM CHECK-ONE-MASTER-NAME
           VARYING WS-MEMBER-IDX FROM 1 BY 1
             UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT.
         PERFORM REPORT-FILE-FINDINGS.

       CHECK-ONE-MASTER-NAME.
         PERFORM CHECK-ONE-MASTER-PAIR
           VARYING WS-OTHER-IDX FROM 1 BY 1
             UNTIL WS-OTHER-IDX >= WS-MEMBER-IDX.

       CHECK-ONE-MASTER-PAIR.
         IF WS-ID-NAME (WS-MB-PLAYER-ID (WS-MEMBER-IDX)) NOT = SPACES
             AND WS-ID-NAME (WS-MB-PLAYER-ID (WS-MEMBER-IDX))
               = WS-ID-NAME (WS-MB-PLAYER-ID (WS-OTHER-IDX))
             AND WS-MB-PLAYER-ID (WS-MEMBER-IDX)
               NOT = WS-MB-PLAYER-ID (WS-OTHER-IDX)
           MOVE "WARO039E" TO WS-MSG-ID
           MOVE SPACES TO WS-MSG-KEY
           STRING WS-ID-NAME (WS-MB-PLAYER-ID (WS-MEMBER-IDX))
             DELIMITED BY SIZE
             " ids " DELIMITED BY SIZE
             WS-MB-PLAYER-ID (WS-OTHER-IDX) DELIMITED BY SIZE
             "/" DELIMITED BY SIZE
             WS-MB-PLAYER-ID (WS-MEMBER-IDX) DELIMITED BY SIZE
             INTO WS-MSG-KEY
           PERFORM ISSUE-MESSAGE
           ADD 1 TO WS-FILE-FINDINGS
         END-IF.

      *> Every seat must name a member, under the member's name,
      *> and no table name may seat two ids.
       CHECK-ROSTER.
         MOVE "WARO-ROSTER" TO WS-FILE-LABEL.
         OPEN INPUT WARO-ROSTER-FILE.
         IF WS-ROSTER-FILE-STATUS NOT = "00"
           PERFORM REPORT-FILE-MISSING
           GO TO CHECK-ROSTER-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         PERFORM READ-ONE-SEAT UNTIL WARO-FILE-EOF.
         CLOSE WARO-ROSTER-FILE.
         PERFORM CHECK-ONE-SEAT
           VARYING WS-ROSTER-IDX FROM 1 BY 1
             UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT.
         PERFORM REPORT-FILE-FINDINGS.
       CHECK-ROSTER-EXIT.
         EXIT.

       READ-ONE-SEAT.
         READ WARO-ROSTER-FILE
           AT END MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WS-ROSTER-COUNT < NUM-ROSTER-MAX
               ADD 1 TO WS-ROSTER-COUNT
               MOVE WRO-PLAYER-NAME TO WS-RS-NAME (WS-ROSTER-COUNT)
               IF WRO-PLAYER-ID IS NUMERIC
                 MOVE WRO-PLAYER-ID TO WS-RS-ID (WS-ROSTER-COUNT)
               ELSE
                 MOVE 0 TO WS-RS-ID (WS-ROSTER-COUNT)
               END-IF
             END-IF
         END-READ.

       CHECK-ONE-SEAT.
         MOVE WS-RS-ID (WS-ROSTER-IDX) TO WS-KEY-ID.
         MOVE WS-RS-NAME (WS-ROSTER-IDX) TO WS-KEY-NAME.
         IF WS-KEY-ID = 0
           MOVE "WARO029E" TO WS-MSG-ID
           PERFORM ISSUE-ORPHAN-MESSAGE
         ELSE IF NOT WARO-ID-ON-MASTER (WS-KEY-ID)
           MOVE "WARO029E" TO WS-MSG-ID
           PERFORM ISSUE-ORPHAN-MESSAGE
         ELSE
           PERFORM CHECK-SEAT-NAME THRU CHECK-SEAT-NAME-EXIT
         END-IF.
         PERFORM CHECK-ONE-SEAT-PAIR
           VARYING WS-ROSTER-OTHER FROM 1 BY 1
             UNTIL WS-ROSTER-OTHER >= WS-ROSTER-IDX.

       ISSUE-ORPHAN-MESSAGE.
         MOVE SPACES TO WS-MSG-KEY.
         STRING "id " DELIMITED BY SIZE
           WS-KEY-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-KEY-NAME DELIMITED BY SIZE
           INTO WS-MSG-KEY.
         PERFORM ISSUE-MESSAGE.
         ADD 1 TO WS-FILE-FINDINGS.

      *> The seat's name, leading spaces off, must be the start
      *> of the master name or appear somewhere in it.
       CHECK-SEAT-NAME.
         IF WS-KEY-NAME = WS-ID-NAME (WS-KEY-ID) (1:6)
           GO TO CHECK-SEAT-NAME-EXIT
         END-IF.
         MOVE 0 TO WS-LEAD-SPACES.
         INSPECT WS-KEY-NAME TALLYING WS-LEAD-SPACES
           FOR LEADING SPACE.
         MOVE 0 TO WS-NAME-HITS.
         IF WS-LEAD-SPACES < 6
           MOVE SPACES TO WS-TRIM-NAME
           MOVE 0 TO WS-TRIM-LEN
           UNSTRING WS-KEY-NAME (WS-LEAD-SPACES + 1:)
             DELIMITED BY SPACE
             INTO WS-TRIM-NAME COUNT IN WS-TRIM-LEN
           IF WS-TRIM-LEN > 0
             INSPECT WS-ID-NAME (WS-KEY-ID) TALLYING WS-NAME-HITS
               FOR ALL WS-TRIM-NAME (1:WS-TRIM-LEN)
           END-IF
         END-IF.
         IF WS-NAME-HITS = 0
           MOVE "WARO038W" TO WS-MSG-ID
           MOVE SPACES TO WS-MSG-KEY
           STRING "id " DELIMITED BY SIZE
             WS-KEY-ID DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-KEY-NAME DELIMITED BY SIZE
             " / " DELIMITED BY SIZE
             WS-ID-NAME (WS-KEY-ID) DELIMITED BY SIZE
             INTO WS-MSG-KEY
           PERFORM ISSUE-MESSAGE
           ADD 1 TO WS-FILE-FINDINGS
         END-IF.
       CHECK-SEAT-NAME-EXIT.
         EXIT.

       CHECK-ONE-SEAT-PAIR.
         IF WS-RS-NAME (WS-ROSTER-OTHER) = WS-KEY-NAME
             AND WS-RS-ID (WS-ROSTER-OTHER) NOT = WS-KEY-ID
           MOVE "WARO039E" TO WS-MSG-ID
           MOVE SPACES TO WS-MSG-KEY
           STRING WS-KEY-NAME DELIMITED BY SIZE
             " ids " DELIMITED BY SIZE
             WS-RS-ID (WS-ROSTER-OTHER) DELIMITED BY SIZE
             "/" DELIMITED BY SIZE
             WS-KEY-ID DELIMITED BY SIZE
             INTO WS-MSG-KEY
           PERFORM ISSUE-MESSAGE
           ADD 1 TO WS-FILE-FINDINGS
         END-IF.

       CHECK-RATINGS.
         MOVE "WARO-RATINGS" TO WS-FILE-LABEL.
         MOVE "WARO030W" TO WS-ORPHAN-MSG-ID.
         OPEN INPUT WARO-RATINGS-FILE.
         IF WS-RATINGS-FILE-STATUS NOT = "00"
           PERFORM REPORT-FILE-MISSING
           GO TO CHECK-RATINGS-EXIT
         END-IF.
         PERFORM CLEAR-ORPHAN-COUNTS.
         MOVE "N" TO WS-EOF-SW.
         PERFORM READ-ONE-RATING UNTIL WARO-FILE-EOF.
         CLOSE WARO-RATINGS-FILE.
         PERFORM REPORT-ORPHANS.
       CHECK-RATINGS-EXIT.
         EXIT.

       READ-ONE-RATING.
         READ WARO-RATINGS-FILE
           AT END MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WRG-PLAYER-ID IS NUMERIC
               MOVE WRG-PLAYER-ID TO WS-KEY-ID
               MOVE SPACES TO WS-KEY-NAME
               PERFORM COUNT-IF-ORPHAN
             END-IF
         END-READ.

       CHECK-LEDGER.
         MOVE "WARO-LEDGER" TO WS-FILE-LABEL.
         MOVE "WARO031E" TO WS-ORPHAN-MSG-ID.
         OPEN INPUT WARO-LEDGER-FILE.
         IF WS-LEDGER-FILE-STATUS NOT = "00"
           PERFORM REPORT-FILE-MISSING
           GO TO CHECK-LEDGER-EXIT
         END-IF.
         PERFORM CLEAR-ORPHAN-COUNTS.
         MOVE "N" TO WS-EOF-SW.
         PERFORM READ-ONE-LEDGER-ENTRY UNTIL WARO-FILE-EOF.
         CLOSE WARO-LEDGER-FILE.
         PERFORM REPORT-ORPHANS.
       CHECK-LEDGER-EXIT.
         EXIT.

       READ-ONE-LEDGER-ENTRY.
         READ WARO-LEDGER-FILE
           AT END MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WLG-PLAYER-ID IS NUMERIC
               MOVE WLG-PLAYER-ID TO WS-KEY-ID
               MOVE WLG-PLAYER-NAME TO WS-KEY-NAME
               PERFORM COUNT-IF-ORPHAN
             END-IF
         END-READ.

       CHECK-ALIASES.
         MOVE "WARO-ALIAS" TO WS-FILE-LABEL.
         MOVE "WARO032W" TO WS-ORPHAN-MSG-ID.
         OPEN INPUT WARO-ALIAS-FILE.
         IF WS-ALIAS-FILE-STATUS NOT = "00"
           PERFORM REPORT-FILE-MISSING
           GO TO CHECK-ALIASES-EXIT
         END-IF.
         PERFORM CLEAR-ORPHAN-COUNTS.
         MOVE "N" TO WS-EOF-SW.
         PERFORM READ-ONE-ALIAS UNTIL WARO-FILE-EOF.
         CLOSE WARO-ALIAS-FILE.
         PERFORM REPORT-ORPHANS.
       CHECK-ALIASES-EXIT.
         EXIT.

       READ-ONE-ALIAS.
         READ WARO-ALIAS-FILE
           AT END MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WNA-PLAYER-ID IS NUMERIC
               MOVE WNA-PLAYER-ID TO WS-KEY-ID
               MOVE WNA-OLD-NAME TO WS-KEY-NAME
               PERFORM COUNT-IF-ORPHAN
             END-IF
         END-READ.

       CHECK-AWAY.
         MOVE "WARO-AWAY" TO WS-FILE-LABEL.
         MOVE "WARO033W" TO WS-ORPHAN-MSG-ID.
         OPEN INPUT WARO-AWAY-FILE.
         IF WS-AWAY-FILE-STATUS NOT = "00"
           PERFORM REPORT-FILE-MISSING
           GO TO CHECK-AWAY-EXIT
         END-IF.
         PERFORM CLEAR-ORPHAN-COUNTS.
         MOVE "N" TO WS-EOF-SW.
         PERFORM READ-ONE-AWAY UNTIL WARO-FILE-EOF.
         CLOSE WARO-AWAY-FILE.
         PERFORM REPORT-ORPHANS.
       CHECK-AWAY-EXIT.
         EXIT.

       READ-ONE-AWAY.
         READ WARO-AWAY-FILE
           AT END MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WAW-PLAYER-ID IS NUMERIC
               MOVE WAW-PLAYER-ID TO WS-KEY-ID
               MOVE SPACES TO WS-KEY-NAME
               PERFORM COUNT-IF-ORPHAN
             END-IF
         END-READ.

       CHECK-SEATPLAN.
         MOVE "WARO-SEATPLAN" TO WS-FILE-LABEL.
         MOVE "WARO034E" TO WS-ORPHAN-MSG-ID.
         OPEN INPUT WARO-SEATPLAN-FILE.
         IF WS-SEATPLAN-FILE-STATUS NOT = "00"
           PERFORM REPORT-FILE-MISSING
           GO TO CHECK-SEATPLAN-EXIT
         END-IF.
         PERFORM CLEAR-ORPHAN-COUNTS.
         MOVE "N" TO WS-EOF-SW.
         PERFORM READ-ONE-PLANNED-SEAT UNTIL WARO-FILE-EOF.
         CLOSE WARO-SEATPLAN-FILE.
         PERFORM REPORT-ORPHANS.
       CHECK-SEATPLAN-EXIT.
         EXIT.

       READ-ONE-PLANNED-SEAT.
         READ WARO-SEATPLAN-FILE
           AT END MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WSP-PLAYER-ID IS NUMERIC
               MOVE WSP-PLAYER-ID TO WS-KEY-ID
               MOVE WSP-PLAYER-NAME TO WS-KEY-NAME
               PERFORM COUNT-IF-ORPHAN
             END-IF
         END-READ.

       CHECK-PAYHOLD.
         MOVE "WARO-PAYHOLD" TO WS-FILE-LABEL.
         MOVE "WARO035E" TO WS-ORPHAN-MSG-ID.
         OPEN INPUT WARO-PAYHOLD-FILE.
         IF WS-PAYHOLD-FILE-STATUS NOT = "00"
           PERFORM REPORT-FILE-MISSING
           GO TO CHECK-PAYHOLD-EXIT
         END-IF.
         PERFORM CLEAR-ORPHAN-COUNTS.
         MOVE "N" TO WS-EOF-SW.
         PERFORM READ-ONE-HOLD UNTIL WARO-FILE-EOF.
         CLOSE WARO-PAYHOLD-FILE.
         PERFORM REPORT-ORPHANS.
       CHECK-PAYHOLD-EXIT.
         EXIT.

       READ-ONE-HOLD.
         READ WARO-PAYHOLD-FILE
           AT END MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WHL-HELD-DETAIL AND WHL-PLAYER-ID IS NUMERIC
               MOVE WHL-PLAYER-ID TO WS-KEY-ID
               MOVE WHL-PLAYER-NAME TO WS-KEY-NAME
               PERFORM COUNT-IF-ORPHAN
             END-IF
         END-READ.

       CHECK-RECEIVABLE.
         MOVE "WARO-RECEIVABLE" TO WS-FILE-LABEL.
         MOVE "WARO036E" TO WS-ORPHAN-MSG-ID.
         OPEN INPUT WARO-RECEIVABLE-FILE.
         IF WS-RECEIVABLE-FILE-STATUS NOT = "00"
           PERFORM REPORT-FILE-MISSING
           GO TO CHECK-RECEIVABLE-EXIT
         END-IF.
         PERFORM CLEAR-ORPHAN-COUNTS.
         MOVE "N" TO WS-EOF-SW.
         PERFORM READ-ONE-RECEIVABLE UNTIL WARO-FILE-EOF.
         CLOSE WARO-RECEIVABLE-FILE.
         PERFORM REPORT-ORPHANS.
       CHECK-RECEIVABLE-EXIT.
         EXIT.

       READ-ONE-RECEIVABLE.
         READ WARO-RECEIVABLE-FILE
           AT END MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WRC-PLAYER-ID IS NUMERIC
               MOVE WRC-PLAYER-ID TO WS-KEY-ID
               MOVE WRC-PLAYER-NAME TO WS-KEY-NAME
               PERFORM COUNT-IF-ORPHAN
             END-IF
         END-READ.

      *> Orphans are tallied per id while a file is read, so a
      *> deleted member with a year of ledger entries is one
      *> finding, not hundreds.
       CLEAR-ORPHAN-COUNTS.
         PERFORM CLEAR-ONE-ORPHAN-COUNT
           VARYING WS-ID-IDX FROM 1 BY 1
             UNTIL WS-ID-IDX > NUM-IDS-MAX.

       CLEAR-ONE-ORPHAN-COUNT.
         MOVE 0 TO WS-ID-ORPHAN-COUNT (WS-ID-IDX).
         MOVE SPACES TO WS-ID-ORPHAN-NAME (WS-ID-IDX).

       COUNT-IF-ORPHAN.
         IF WS-KEY-ID > 0
           IF NOT WARO-ID-ON-MASTER (WS-KEY-ID)
             ADD 1 TO WS-ID-ORPHAN-COUNT (WS-KEY-ID)
             IF WS-KEY-NAME NOT = SPACES
               MOVE WS-KEY-NAME TO WS-ID-ORPHAN-NAME (WS-KEY-ID)
             END-IF
           END-IF
         END-IF.

       REPORT-ORPHANS.
         PERFORM REPORT-ONE-ORPHAN
           VARYING WS-ID-IDX FROM 1 BY 1
             UNTIL WS-ID-IDX > NUM-IDS-MAX.
         PERFORM REPORT-FILE-FINDINGS.

       REPORT-ONE-ORPHAN.
         IF WS-ID-ORPHAN-COUNT (WS-ID-IDX) > 0
           MOVE WS-ORPHAN-MSG-ID TO WS-MSG-ID
           MOVE WS-ID-IDX TO WS-KEY-ID
           MOVE WS-ID-ORPHAN-COUNT (WS-ID-IDX) TO WS-FILE-COUNT-ED
           MOVE SPACES TO WS-MSG-KEY
           STRING "id " DELIMITED BY SIZE
             WS-KEY-ID DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-ID-ORPHAN-NAME (WS-ID-IDX) DELIMITED BY SIZE
             " records" DELIMITED BY SIZE
             WS-FILE-COUNT-ED DELIMITED BY SIZE
             INTO WS-MSG-KEY
           PERFORM ISSUE-MESSAGE
           ADD 1 TO WS-FILE-FINDINGS
         END-IF.

       REPORT-FILE-FINDINGS.
         MOVE WS-FILE-FINDINGS TO WS-FILE-COUNT-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-INTEGRITY : " DELIMITED BY SIZE
           WS-FILE-LABEL DELIMITED BY SIZE
           " -" DELIMITED BY SIZE
           WS-FILE-COUNT-ED DELIMITED BY SIZE
           " finding(s)" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         ADD WS-FILE-FINDINGS TO WS-TOTAL-FINDINGS.
         MOVE 0 TO WS-FILE-FINDINGS.

       REPORT-FILE-MISSING.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-INTEGRITY : " DELIMITED BY SIZE
           WS-FILE-LABEL DELIMITED BY SIZE
           " - not on file, nothing to check" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

      *> Coded message: the catalog supplies the text and the
      *> serious findings land on the WARO-ALERTS feed.
       ISSUE-MESSAGE.
         MOVE SPACES TO WS-MSG-TEXT.
         CALL 'waro-msg'
           USING WS-MSG-ID, WS-MSG-GAME-ID, WS-MSG-KEY, WS-MSG-TEXT
           ON EXCEPTION
             MOVE WS-MSG-ID TO WS-MSG-TEXT
         END-CALL.
         MOVE WS-MSG-TEXT TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-MSG-KEY.

       CALL-DATE-UTIL.
         CALL 'date-util'
           USING WS-DT-FUNCTION, WS-DT-DATE-1, WS-DT-DATE-2,
             WS-DT-DAYS, WS-DT-STATUS
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-INTEGRITY : SEVERE ERROR - subprogram "
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
