       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-RATEIMP.
      *> Rate-change impact over the games actually played. Parm:
      *>   [from-YYYYMMDD] [to-YYYYMMDD]
      *> (default the first of this year through today). The
      *> proposed rate row is the one card on WARO-PROPRATE, laid
      *> out as a WARO-RATES row (its from-date is not used).
      *> Every posted game in the range on WARO-RESULTS is priced
      *> twice - under the rates rate-util has in force on the
      *> game's date, and under the proposal - with WARO's own
      *> payout arithmetic: points at cents-per-point, the rake
      *> withheld, each member's nightly win cap off WARO-PLAYERS
      *> (what is over it goes to carryover, not paid), and the
      *> hold limit (payouts over it are counted as they would
      *> have been held for release). Every seat pays the buy-in.
      *> A WARO-CORRECT correction is priced as the difference it
      *> made, the way WARO-CORRECT priced it. Jackpot movements
      *> on WARO-JKHIST are priced too: the value of the points
      *> carried into the pot, and each sweep paid out, raked.
      *> House take is the rake withheld plus the buy-ins; member
      *> payouts are what was paid or held for release. Both are
      *> set side by side by month, by division (the member's
      *> division on today's roster) and for the 20 members paid
      *> the most now. Nothing is written back anywhere.
      *> An out-of-balance results file is refused (8); no
      *> proposal or a bad parm is 12.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WARORES.
         COPY WAROROS.
         COPY WAROPMS.
         COPY WAROJHS.
         SELECT WARO-PROPRATE-FILE ASSIGN TO "WARO-PROPRATE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROPRATE-FILE-STATUS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WARORSF.
         COPY WARORSR.
         COPY WAROPMR.
         COPY WAROJHR.
         FD WARO-PROPRATE-FILE.
         01 WARO-PROPRATE-REC.
            02 WPP-FROM-DATE PIC X(8).
            02 FILLER PIC X(1).
            02 WPP-CENTS-PER-POINT PIC X(4).
            02 FILLER PIC X(1).
            02 WPP-RAKE-PCT PIC X(2).
            02 FILLER PIC X(1).
            02 WPP-BUYIN-CENTS PIC X(4).
            02 FILLER PIC X(1).
            02 WPP-HOLD-LIMIT PIC X(6).
         WORKING-STORAGE SECTION.
         01 WS-RESULTS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-ROSTER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PLAYERS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-JKHIST-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PROPRATE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-FILE-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-PARM-FROM PIC X(8) VALUE SPACES.
         01 WS-PARM-TO PIC X(8) VALUE SPACES.
         01 WS-BAD-PARM PIC X(8) VALUE SPACES.
         01 WS-TODAY PIC 9(8) VALUE 0.
         01 WS-FROM-DATE PIC 9(8) VALUE 0.
         01 WS-TO-DATE PIC 9(8) VALUE 0.

         01 WS-DT-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-DT-DATE-1 PIC 9(8) VALUE 0.
         01 WS-DT-DATE-2 PIC 9(8) VALUE 0.
         01 WS-DT-DAYS PIC S9(6) VALUE 0.
         01 WS-DT-STATUS PIC X(1) VALUE "0".

      *> The rates in force for the game being priced, and the
      *> proposal, in rate-util's own shapes.
         01 WS-RT-ASK-DATE PIC 9(8) VALUE 0.
         01 WS-RT-CENTS-PER-POINT PIC 9(4) VALUE 0.
         01 WS-RT-RAKE-PCT PIC 9(2) VALUE 0.
         01 WS-RT-BUYIN-CENTS PIC 9(4) VALUE 0.
         01 WS-RT-HOLD-LIMIT PIC 9(6) VALUE 0.
         01 WS-RT-STATUS PIC X(1) VALUE "0".
         01 WS-NEW-CENTS-PER-POINT PIC 9(4) VALUE 0.
         01 WS-NEW-RAKE-PCT PIC 9(2) VALUE 0.
         01 WS-NEW-BUYIN-CENTS PIC 9(4) VALUE 0.
         01 WS-NEW-HOLD-LIMIT PIC 9(6) VALUE 0.

      *> One pricing pass: the rate set in, the amounts out.
      *> WS-PX-SIDE picks which of the member's win-cap tallies
      *> the pass runs against.
         01 WS-PX-SIDE PIC X(1) VALUE "O".
           88 WARO-PRICE-NOW VALUE "O".
           88 WARO-PRICE-PROPOSED VALUE "N".
         01 WS-PX-CENTS-PER-POINT PIC 9(4) VALUE 0.
         01 WS-PX-RAKE-PCT PIC 9(2) VALUE 0.
         01 WS-PX-HOLD-LIMIT PIC 9(6) VALUE 0.
         01 WS-PX-POINTS PIC 9(6) VALUE 0.
         01 WS-GROSS-CENTS PIC 9(8) VALUE 0.
         01 WS-RAKE-CENTS PIC 9(8) VALUE 0.
         01 WS-NET-CENTS PIC 9(8) VALUE 0.
         01 WS-HOLD-AMOUNT PIC 9(6)V99 VALUE 0.
         01 WS-RAKE-AMOUNT PIC 9(6)V99 VALUE 0.
         01 WS-CAP-REMAINING PIC 9(6)V99 VALUE 0.
         01 WS-EXCESS-AMOUNT PIC 9(6)V99 VALUE 0.
         01 WS-NET-BEFORE PIC 9(8) VALUE 0.
         01 WS-RAKE-BEFORE PIC 9(8) VALUE 0.

      *> What one seat, correction or sweep came to, now and
      *> proposed, before it is posted to the buckets.
         01 WS-SEAT-AMOUNTS.
            02 WS-SA-TAKE-OLD PIC S9(7)V99.
            02 WS-SA-TAKE-NEW PIC S9(7)V99.
            02 WS-SA-PAID-OLD PIC S9(7)V99.
            02 WS-SA-PAID-NEW PIC S9(7)V99.

         01 WS-BAL-COUNT PIC 9(6) VALUE 0.
         01 WS-BAL-HASH PIC 9(8) VALUE 0.
         01 WS-BAL-PENDING-SW PIC X(1) VALUE "N".
           88 WARO-BATCH-PENDING VALUE "Y".
         01 WS-BAL-BAD-SW PIC X(1) VALUE "N".
           88 WARO-BATCH-BAD VALUE "Y".
         01 WS-RESULTS-PLAYER-IDX PIC 9(2) VALUE 0.

      *> Today's roster, for the division a member plays in.
         78 NUM-ROSTER-MAX VALUE 30.
         01 WS-ROSTER-TABLE.
            02 WS-ROSTER-ENTRY OCCURS NUM-ROSTER-MAX TIMES.
               03 WS-RS-PLAYER-ID PIC 9(4).
               03 WS-RS-DIVISION PIC X(1).
         01 WS-ROSTER-COUNT PIC 9(2) VALUE 0.
         01 WS-ROSTER-IDX PIC 9(2) VALUE 0.

      *> One entry per registered member priced, carrying the
      *> win cap, the night the cap tallies are for, and the
      *> member's totals.
         78 NUM-MEMBERS-MAX VALUE 1000.
         01 WS-MEMBER-TABLE.
            02 WS-MEMBER-ENTRY OCCURS NUM-MEMBERS-MAX TIMES.
               03 WS-MB-PLAYER-ID PIC 9(4).
               03 WS-MB-PLAYER-NAME PIC X(6).
               03 WS-MB-DIVISION-IDX PIC 9(1).
               03 WS-MB-WIN-CAP PIC 9(6).
               03 WS-MB-CAP-DATE PIC 9(8).
               03 WS-MB-CAP-PAID-OLD PIC 9(6)V99.
               03 WS-MB-CAP-PAID-NEW PIC 9(6)V99.
               03 WS-MB-TAKE-OLD PIC S9(7)V99.
               03 WS-MB-TAKE-NEW PIC S9(7)V99.
               03 WS-MB-PAID-OLD PIC S9(7)V99.
               03 WS-MB-PAID-NEW PIC S9(7)V99.
               03 WS-MB-PRINTED-SW PIC X(1).
         01 WS-MEMBER-COUNT PIC 9(4) VALUE 0.
         01 WS-MEMBER-IDX PIC 9(4) VALUE 0.
         01 WS-SEAT-MEMBER-IDX PIC 9(4) VALUE 0.
         01 WS-MEMBERS-FULL-SW PIC X(1) VALUE "N".
           88 WARO-MEMBERS-FULL VALUE "Y".
         01 WS-LOOKUP-ID PIC 9(4) VALUE 0.
         01 WS-LOOKUP-NAME PIC X(6) VALUE SPACES.

      *> Division A, division B, and walk-ins or members not on
      *> today's roster.
         01 WS-DIVISION-NAMES.
            02 FILLER PIC X(11) VALUE "division A".
            02 FILLER PIC X(11) VALUE "division B".
            02 FILLER PIC X(11) VALUE "no division".
         01 WS-DIVISION-NAME-TABLE REDEFINES WS-DIVISION-NAMES.
            02 WS-DIVISION-NAME PIC X(11) OCCURS 3 TIMES.
         01 WS-DIVISION-TABLE.
            02 WS-DIVISION-ENTRY OCCURS 3 TIMES.
               03 WS-DV-TAKE-OLD PIC S9(7)V99.
               03 WS-DV-TAKE-NEW PIC S9(7)V99.
               03 WS-DV-PAID-OLD PIC S9(7)V99.
               03 WS-DV-PAID-NEW PIC S9(7)V99.
         01 WS-DIVISION-IDX PIC 9(1) VALUE 0.
         01 WS-SEAT-DIVISION-IDX PIC 9(1) VALUE 0.

         78 NUM-MONTHS-MAX VALUE 120.
         01 WS-MONTH-TABLE.
            02 WS-MONTH-ENTRY OCCURS NUM-MONTHS-MAX TIMES.
               03 WS-MO-MONTH PIC 9(6).
               03 WS-MO-TAKE-OLD PIC S9(7)V99.
               03 WS-MO-TAKE-NEW PIC S9(7)V99.
               03 WS-MO-PAID-OLD PIC S9(7)V99.
               03 WS-MO-PAID-NEW PIC S9(7)V99.
               03 WS-MO-PRINTED-SW PIC X(1).
         01 WS-MONTH-COUNT PIC 9(3) VALUE 0.
         01 WS-MONTH-IDX PIC 9(3) VALUE 0.
         01 WS-ENTRY-MONTH-IDX PIC 9(3) VALUE 0.
         01 WS-ENTRY-MONTH PIC 9(6) VALUE 0.

         01 WS-TOTALS.
            02 WS-TT-TAKE-OLD PIC S9(7)V99 VALUE 0.
            02 WS-TT-TAKE-NEW PIC S9(7)V99 VALUE 0.
            02 WS-TT-PAID-OLD PIC S9(7)V99 VALUE 0.
            02 WS-TT-PAID-NEW PIC S9(7)V99 VALUE 0.
            02 WS-TT-CAPPED-OLD PIC 9(7)V99 VALUE 0.
            02 WS-TT-CAPPED-NEW PIC 9(7)V99 VALUE 0.
            02 WS-TT-HELD-OLD PIC 9(5) VALUE 0.
            02 WS-TT-HELD-NEW PIC 9(5) VALUE 0.
            02 WS-TT-FUNDED-OLD PIC 9(7)V99 VALUE 0.
            02 WS-TT-FUNDED-NEW PIC 9(7)V99 VALUE 0.
         01 WS-GAME-COUNT PIC 9(6) VALUE 0.
         01 WS-SEAT-COUNT PIC 9(6) VALUE 0.
         01 WS-CORRECTION-COUNT PIC 9(4) VALUE 0.
         01 WS-SWEEP-COUNT PIC 9(4) VALUE 0.
         01 WS-DEFAULT-RATE-COUNT PIC 9(6) VALUE 0.

      *> Picking the next line to print: the earliest month not
      *> yet printed, the member paid most now not yet printed.
         01 WS-BEST-IDX PIC 9(4) VALUE 0.
         01 WS-BEST-AMOUNT PIC S9(7)V99 VALUE 0.
         01 WS-RANK PIC 9(2) VALUE 0.
         78 NUM-TOP-MEMBERS VALUE 20.

         01 WS-LINE-KEY PIC X(11) VALUE SPACES.
         01 WS-LINE-TITLE PIC X(11) VALUE SPACES.
         01 WS-LINE-AMOUNTS.
            02 WS-LA-TAKE-OLD PIC S9(7)V99.
            02 WS-LA-TAKE-NEW PIC S9(7)V99.
            02 WS-LA-PAID-OLD PIC S9(7)V99.
            02 WS-LA-PAID-NEW PIC S9(7)V99.
         01 WS-TAKE-OLD-ED PIC -ZZZ,ZZ9.99.
         01 WS-TAKE-NEW-ED PIC -ZZZ,ZZ9.99.
         01 WS-PAID-OLD-ED PIC -ZZZ,ZZ9.99.
         01 WS-PAID-NEW-ED PIC -ZZZ,ZZ9.99.
         01 WS-CHANGE-AMOUNT PIC S9(7)V99 VALUE 0.
         01 WS-CHANGE-ED PIC -ZZZ,ZZ9.99.
         01 WS-CHANGE-2-ED PIC -ZZZ,ZZ9.99.
         01 WS-CENTS-ED PIC ZZZ9.
         01 WS-BUYIN-ED PIC ZZ9.99.
         01 WS-HOLD-ED PIC ZZZZZ9.
         01 WS-COUNT-ED PIC ZZZZ9.
         01 WS-COUNT-2-ED PIC ZZZZ9.
         01 WS-SEAT-COUNT-ED PIC ZZZZZ9.
         01 WS-MEMBER-ID-ED PIC 9(4).

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
         MOVE WS-TODAY TO WS-TO-DATE.
         MOVE WS-TODAY TO WS-FROM-DATE.
         MOVE "0101" TO WS-FROM-DATE (5:4).
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY ALL SPACE
           INTO WS-PARM-FROM WS-PARM-TO.
         IF WS-PARM-FROM NOT = SPACES
           MOVE WS-PARM-FROM TO WS-BAD-PARM
           PERFORM CHECK-PARM-DATE
           MOVE WS-PARM-FROM TO WS-FROM-DATE
         END-IF.
         IF WS-PARM-TO NOT = SPACES
           MOVE WS-PARM-TO TO WS-BAD-PARM
           PERFORM CHECK-PARM-DATE
           MOVE WS-PARM-TO TO WS-TO-DATE
         END-IF.
         IF WS-FROM-DATE > WS-TO-DATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-RATEIMP : range " DELIMITED BY SIZE
             WS-FROM-DATE DELIMITED BY SIZE
             "-" DELIMITED BY SIZE
             WS-TO-DATE DELIMITED BY SIZE
             " runs backwards" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 12 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.
         PERFORM READ-PROPOSED-RATE THRU READ-PROPOSED-RATE-EXIT.
         IF RETURN-CODE NOT = 0
           GO TO BEGIN-EXIT
         END-IF.
         INITIALIZE WS-DIVISION-TABLE.
         PERFORM LOAD-ROSTER-DIVISIONS
           THRU LOAD-ROSTER-DIVISIONS-EXIT.
         PERFORM LOAD-MEMBER-CAPS THRU LOAD-MEMBER-CAPS-EXIT.
         PERFORM PRICE-RESULTS THRU PRICE-RESULTS-EXIT.
         IF WARO-BATCH-BAD OR WARO-BATCH-PENDING
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-RATEIMP : results file is OUT OF "
             DELIMITED BY SIZE
             "BALANCE against its trailer - analysis refused"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.
         PERFORM PRICE-JACKPOT-HISTORY
           THRU PRICE-JACKPOT-HISTORY-EXIT.
         PERFORM PRINT-IMPACT THRU PRINT-IMPACT-EXIT.
       BEGIN-EXIT.
         MOVE "WARO-RATEIMP Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         STOP RUN.

       CHECK-PARM-DATE.
         MOVE "E" TO WS-DT-STATUS.
         IF WS-BAD-PARM IS NUMERIC
           MOVE "V" TO WS-DT-FUNCTION
           MOVE WS-BAD-PARM TO WS-DT-DATE-1
           PERFORM CALL-DATE-UTIL
         END-IF.
         IF WS-DT-STATUS NOT = "0"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-RATEIMP : '" DELIMITED BY SIZE
             WS-BAD-PARM DELIMITED BY SIZE
             "' is not a date YYYYMMDD" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 12 TO RETURN-CODE
           MOVE "WARO-RATEIMP Ready." TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           STOP RUN
         END-IF.

      *> The proposal is checked the way rate-util checks a rates
      *> row: cents-per-point must be there and above zero; a
      *> blank rake, buy-in or hold limit means none.
       READ-PROPOSED-RATE.
         OPEN INPUT WARO-PROPRATE-FILE.
         IF WS-PROPRATE-FILE-STATUS NOT = "00"
           MOVE "WARO-RATEIMP : no WARO-PROPRATE card to price"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 12 TO RETURN-CODE
           GO TO READ-PROPOSED-RATE-EXIT
         END-IF.
         MOVE SPACES TO WARO-PROPRATE-REC.
         READ WARO-PROPRATE-FILE
           AT END
             MOVE SPACES TO WARO-PROPRATE-REC
         END-READ.
         CLOSE WARO-PROPRATE-FILE.
         IF WPP-CENTS-PER-POINT IS NOT NUMERIC
             OR WPP-CENTS-PER-POINT = "0000"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-RATEIMP : WARO-PROPRATE card has no "
             DELIMITED BY SIZE
             "cents-per-point - nothing priced" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 12 TO RETURN-CODE
           GO TO READ-PROPOSED-RATE-EXIT
         END-IF.
         MOVE WPP-CENTS-PER-POINT TO WS-NEW-CENTS-PER-POINT.
         IF WPP-RAKE-PCT IS NUMERIC
           MOVE WPP-RAKE-PCT TO WS-NEW-RAKE-PCT
         END-IF.
         IF WPP-BUYIN-CENTS IS NUMERIC
           MOVE WPP-BUYIN-CENTS TO WS-NEW-BUYIN-CENTS
         END-IF.
         IF WPP-HOLD-LIMIT IS NUMERIC
           MOVE WPP-HOLD-LIMIT TO WS-NEW-HOLD-LIMIT
         END-IF.
       READ-PROPOSED-RATE-EXIT.
         EXIT.

       LOAD-ROSTER-DIVISIONS.
         OPEN INPUT WARO-ROSTER-FILE.
         IF WS-ROSTER-FILE-STATUS NOT = "00"
           GO TO LOAD-ROSTER-DIVISIONS-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         PERFORM LOAD-ONE-ROSTER-SEAT
           UNTIL WARO-FILE-EOF OR WS-ROSTER-COUNT = NUM-ROSTER-MAX.
         CLOSE WARO-ROSTER-FILE.
       LOAD-ROSTER-DIVISIONS-EXIT.
         EXIT.

       LOAD-ONE-ROSTER-SEAT.
         READ WARO-ROSTER-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WRO-PLAYER-ID IS NUMERIC AND WRO-PLAYER-ID > 0
               ADD 1 TO WS-ROSTER-COUNT
               MOVE WRO-PLAYER-ID TO WS-RS-PLAYER-ID (WS-ROSTER-COUNT)
               IF WRO-DIVISION = "B"
                 MOVE "B" TO WS-RS-DIVISION (WS-ROSTER-COUNT)
               ELSE
                 MOVE "A" TO WS-RS-DIVISION (WS-ROSTER-COUNT)
               END-IF
             END-IF
         END-READ.

      *> Only members with a win cap are loaded up front; the
      *> rest join the table as their first seat is priced.
       LOAD-MEMBER-CAPS.
         OPEN INPUT WARO-PLAYERS-FILE.
         IF WS-PLAYERS-FILE-STATUS NOT = "00"
           GO TO LOAD-MEMBER-CAPS-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         PERFORM LOAD-ONE-MEMBER-CAP UNTIL WARO-FILE-EOF.
         CLOSE WARO-PLAYERS-FILE.
       LOAD-MEMBER-CAPS-EXIT.
         EXIT.

       LOAD-ONE-MEMBER-CAP.
         READ WARO-PLAYERS-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WPM-PLAYER-ID IS NUMERIC AND WPM-PLAYER-ID > 0
                 AND WPM-WIN-CAP IS NUMERIC AND WPM-WIN-CAP > 0
               MOVE WPM-PLAYER-ID TO WS-LOOKUP-ID
               MOVE SPACES TO WS-LOOKUP-NAME
               PERFORM FIND-OR-ADD-MEMBER
               IF WS-SEAT-MEMBER-IDX > 0
                 MOVE WPM-WIN-CAP
                   TO WS-MB-WIN-CAP (WS-SEAT-MEMBER-IDX)
               END-IF
             END-IF
         END-READ.

       FIND-OR-ADD-MEMBER.
         MOVE 0 TO WS-SEAT-MEMBER-IDX.
         PERFORM FIND-ONE-MEMBER
           VARYING WS-MEMBER-IDX FROM 1 BY 1
             UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
               OR WS-SEAT-MEMBER-IDX > 0.
         IF WS-SEAT-MEMBER-IDX > 0
           IF WS-MB-PLAYER-NAME (WS-SEAT-MEMBER-IDX) = SPACES
             MOVE WS-LOOKUP-NAME
               TO WS-MB-PLAYER-NAME (WS-SEAT-MEMBER-IDX)
           END-IF
         ELSE
           IF WS-MEMBER-COUNT < NUM-MEMBERS-MAX
             ADD 1 TO WS-MEMBER-COUNT
             MOVE WS-MEMBER-COUNT TO WS-SEAT-MEMBER-IDX
             INITIALIZE WS-MEMBER-ENTRY (WS-SEAT-MEMBER-IDX)
             MOVE WS-LOOKUP-ID
               TO WS-MB-PLAYER-ID (WS-SEAT-MEMBER-IDX)
             MOVE WS-LOOKUP-NAME
               TO WS-MB-PLAYER-NAME (WS-SEAT-MEMBER-IDX)
             MOVE "N" TO WS-MB-PRINTED-SW (WS-SEAT-MEMBER-IDX)
             MOVE 3 TO WS-MB-DIVISION-IDX (WS-SEAT-MEMBER-IDX)
             PERFORM FIND-MEMBER-DIVISION
               VARYING WS-ROSTER-IDX FROM 1 BY 1
                 UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
           ELSE
             MOVE "Y" TO WS-MEMBERS-FULL-SW
           END-IF
         END-IF.

       FIND-ONE-MEMBER.
         IF WS-MB-PLAYER-ID (WS-MEMBER-IDX) = WS-LOOKUP-ID
           MOVE WS-MEMBER-IDX TO WS-SEAT-MEMBER-IDX
         END-IF.

       FIND-MEMBER-DIVISION.
         IF WS-RS-PLAYER-ID (WS-ROSTER-IDX) = WS-LOOKUP-ID
           IF WS-RS-DIVISION (WS-ROSTER-IDX) = "B"
             MOVE 2 TO WS-MB-DIVISION-IDX (WS-SEAT-MEMBER-IDX)
           ELSE
             MOVE 1 TO WS-MB-DIVISION-IDX (WS-SEAT-MEMBER-IDX)
           END-IF
         END-IF.

      *> The whole file is balanced against its trailers, as
      *> every results reader does, though only the range is
      *> priced.
       PRICE-RESULTS.
         OPEN INPUT WARO-RESULTS-FILE.
         IF WS-RESULTS-FILE-STATUS NOT = "00"
           MOVE "WARO-RATEIMP : no results file to price"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
           GO TO PRICE-RESULTS-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         PERFORM PRICE-ONE-RESULT UNTIL WARO-FILE-EOF.
         CLOSE WARO-RESULTS-FILE.
       PRICE-RESULTS-EXIT.
         EXIT.

       PRICE-ONE-RESULT.
         READ WARO-RESULTS-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             EVALUATE TRUE
               WHEN WRR-HEADER-REC
                 IF WARO-BATCH-PENDING
                   MOVE "Y" TO WS-BAL-BAD-SW
                 END-IF
                 MOVE 0 TO WS-BAL-COUNT
                 MOVE 0 TO WS-BAL-HASH
                 MOVE "Y" TO WS-BAL-PENDING-SW
               WHEN WRR-DETAIL-REC
                 ADD 1 TO WS-BAL-COUNT
                 PERFORM HASH-ONE-SEAT
                   VARYING WS-RESULTS-PLAYER-IDX FROM 1 BY 1
                     UNTIL WS-RESULTS-PLAYER-IDX > WRR-NUM-PLAYERS
                 IF WRR-RUN-DATE NOT < WS-FROM-DATE
                     AND WRR-RUN-DATE NOT > WS-TO-DATE
                   PERFORM PRICE-ONE-GAME
                 END-IF
               WHEN WRR-CORRECTION-REC
                 ADD 1 TO WS-BAL-COUNT
                 IF WRR-CR-ADJ-POINTS < 0
                   SUBTRACT WRR-CR-ADJ-POINTS FROM WS-BAL-HASH
                 ELSE
                   ADD WRR-CR-ADJ-POINTS TO WS-BAL-HASH
                 END-IF
                 IF WRR-RUN-DATE NOT < WS-FROM-DATE
                     AND WRR-RUN-DATE NOT > WS-TO-DATE
                   PERFORM PRICE-ONE-CORRECTION
                 END-IF
               WHEN WRR-TRAILER-REC
                 MOVE "N" TO WS-BAL-PENDING-SW
                 IF WRR-TRAILER-COUNT NOT = WS-BAL-COUNT
                     OR WRR-TRAILER-HASH NOT = WS-BAL-HASH
                   MOVE "Y" TO WS-BAL-BAD-SW
                   MOVE "Y" TO WS-EOF-SW
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
         END-READ.

       HASH-ONE-SEAT.
         ADD WRR-PLAYER-POINTS (WS-RESULTS-PLAYER-IDX)
           TO WS-BAL-HASH.

      *> One table's result: the rates in force that night come
      *> from rate-util, then every seat is priced both ways.
       PRICE-ONE-GAME.
         ADD 1 TO WS-GAME-COUNT.
         MOVE WRR-RUN-DATE TO WS-RT-ASK-DATE.
         PERFORM CALL-RATE-UTIL.
         MOVE WRR-RUN-DATE (1:6) TO WS-ENTRY-MONTH.
         PERFORM FIND-OR-ADD-MONTH.
         PERFORM PRICE-ONE-SEAT THRU PRICE-ONE-SEAT-EXIT
           VARYING WS-RESULTS-PLAYER-IDX FROM 1 BY 1
             UNTIL WS-RESULTS-PLAYER-IDX > WRR-NUM-PLAYERS.

      *> A seat the house played moves no member's money - its
      *> stake and its points both stay with the house - so it
      *> is not priced.
       PRICE-ONE-SEAT.
         IF WRR-HOUSE-SEAT (WS-RESULTS-PLAYER-IDX)
           GO TO PRICE-ONE-SEAT-EXIT
         END-IF.
         ADD 1 TO WS-SEAT-COUNT.
         MOVE 0 TO WS-SEAT-MEMBER-IDX.
         MOVE 3 TO WS-SEAT-DIVISION-IDX.
         IF WRR-PLAYER-ID (WS-RESULTS-PLAYER-IDX) > 0
           MOVE WRR-PLAYER-ID (WS-RESULTS-PLAYER-IDX) TO WS-LOOKUP-ID
           MOVE WRR-PLAYER-NAME (WS-RESULTS-PLAYER-IDX)
             TO WS-LOOKUP-NAME
           PERFORM FIND-OR-ADD-MEMBER
         END-IF.
         IF WS-SEAT-MEMBER-IDX > 0
           MOVE WS-MB-DIVISION-IDX (WS-SEAT-MEMBER-IDX)
             TO WS-SEAT-DIVISION-IDX
           IF WS-MB-CAP-DATE (WS-SEAT-MEMBER-IDX) NOT = WRR-RUN-DATE
             MOVE WRR-RUN-DATE TO WS-MB-CAP-DATE (WS-SEAT-MEMBER-IDX)
             MOVE 0 TO WS-MB-CAP-PAID-OLD (WS-SEAT-MEMBER-IDX)
             MOVE 0 TO WS-MB-CAP-PAID-NEW (WS-SEAT-MEMBER-IDX)
           END-IF
         END-IF.
         MOVE WRR-PLAYER-POINTS (WS-RESULTS-PLAYER-IDX)
           TO WS-PX-POINTS.

         MOVE "O" TO WS-PX-SIDE.
         MOVE WS-RT-CENTS-PER-POINT TO WS-PX-CENTS-PER-POINT.
         MOVE WS-RT-RAKE-PCT TO WS-PX-RAKE-PCT.
         MOVE WS-RT-HOLD-LIMIT TO WS-PX-HOLD-LIMIT.
         PERFORM PRICE-PAYOUT.
         COMPUTE WS-SA-TAKE-OLD =
           WS-RAKE-AMOUNT + (WS-RT-BUYIN-CENTS / 100).
         MOVE WS-HOLD-AMOUNT TO WS-SA-PAID-OLD.

         MOVE "N" TO WS-PX-SIDE.
         MOVE WS-NEW-CENTS-PER-POINT TO WS-PX-CENTS-PER-POINT.
         MOVE WS-NEW-RAKE-PCT TO WS-PX-RAKE-PCT.
         MOVE WS-NEW-HOLD-LIMIT TO WS-PX-HOLD-LIMIT.
         PERFORM PRICE-PAYOUT.
         COMPUTE WS-SA-TAKE-NEW =
           WS-RAKE-AMOUNT + (WS-NEW-BUYIN-CENTS / 100).
         MOVE WS-HOLD-AMOUNT TO WS-SA-PAID-NEW.

         PERFORM POST-SEAT-AMOUNTS.
       PRICE-ONE-SEAT-EXIT.
         EXIT.

      *> WARO's own payout steps, in WARO's order: points to
      *> cents, the rake off, the net to dollars, then the win
      *> cap (what is over what is left of the member's nightly
      *> cap goes to carryover) and the hold-limit test.
       PRICE-PAYOUT.
         COMPUTE WS-GROSS-CENTS =
           WS-PX-POINTS * WS-PX-CENTS-PER-POINT.
         COMPUTE WS-RAKE-CENTS =
           (WS-GROSS-CENTS * WS-PX-RAKE-PCT) / 100.
         COMPUTE WS-NET-CENTS = WS-GROSS-CENTS - WS-RAKE-CENTS.
         COMPUTE WS-HOLD-AMOUNT = WS-NET-CENTS / 100.
         COMPUTE WS-RAKE-AMOUNT = WS-RAKE-CENTS / 100.
         IF WS-SEAT-MEMBER-IDX > 0
           IF WS-MB-WIN-CAP (WS-SEAT-MEMBER-IDX) > 0
             PERFORM APPLY-WIN-CAP
           END-IF
         END-IF.
         IF WS-PX-HOLD-LIMIT > 0 AND WS-HOLD-AMOUNT > WS-PX-HOLD-LIMIT
           IF WARO-PRICE-NOW
             ADD 1 TO WS-TT-HELD-OLD
           ELSE
             ADD 1 TO WS-TT-HELD-NEW
           END-IF
         END-IF.

       APPLY-WIN-CAP.
         IF WARO-PRICE-NOW
           MOVE WS-MB-CAP-PAID-OLD (WS-SEAT-MEMBER-IDX)
             TO WS-CAP-REMAINING
         ELSE
           MOVE WS-MB-CAP-PAID-NEW (WS-SEAT-MEMBER-IDX)
             TO WS-CAP-REMAINING
         END-IF.
         IF WS-CAP-REMAINING >= WS-MB-WIN-CAP (WS-SEAT-MEMBER-IDX)
           MOVE 0 TO WS-CAP-REMAINING
         ELSE
           COMPUTE WS-CAP-REMAINING =
             WS-MB-WIN-CAP (WS-SEAT-MEMBER-IDX) - WS-CAP-REMAINING
         END-IF.
         IF WS-HOLD-AMOUNT > WS-CAP-REMAINING
           COMPUTE WS-EXCESS-AMOUNT =
             WS-HOLD-AMOUNT - WS-CAP-REMAINING
           MOVE WS-CAP-REMAINING TO WS-HOLD-AMOUNT
           IF WARO-PRICE-NOW
             ADD WS-EXCESS-AMOUNT TO WS-TT-CAPPED-OLD
           ELSE
             ADD WS-EXCESS-AMOUNT TO WS-TT-CAPPED-NEW
           END-IF
         END-IF.
         IF WARO-PRICE-NOW
           ADD WS-HOLD-AMOUNT
             TO WS-MB-CAP-PAID-OLD (WS-SEAT-MEMBER-IDX)
         ELSE
           ADD WS-HOLD-AMOUNT
             TO WS-MB-CAP-PAID-NEW (WS-SEAT-MEMBER-IDX)
         END-IF.

      *> A correction moved the seat from its prior points to its
      *> new points; like WARO-CORRECT, the difference is priced
      *> at the game's rates with the rake and nothing else.
       PRICE-ONE-CORRECTION.
         ADD 1 TO WS-CORRECTION-COUNT.
         MOVE WRR-RUN-DATE TO WS-RT-ASK-DATE.
         PERFORM CALL-RATE-UTIL.
         MOVE WRR-RUN-DATE (1:6) TO WS-ENTRY-MONTH.
         PERFORM FIND-OR-ADD-MONTH.
         MOVE 0 TO WS-SEAT-MEMBER-IDX.
         MOVE 3 TO WS-SEAT-DIVISION-IDX.
         IF WRR-CR-PLAYER-ID > 0
           MOVE WRR-CR-PLAYER-ID TO WS-LOOKUP-ID
           MOVE WRR-CR-PLAYER-NAME TO WS-LOOKUP-NAME
           PERFORM FIND-OR-ADD-MEMBER
         END-IF.
         IF WS-SEAT-MEMBER-IDX > 0
           MOVE WS-MB-DIVISION-IDX (WS-SEAT-MEMBER-IDX)
             TO WS-SEAT-DIVISION-IDX
         END-IF.

         MOVE WS-RT-CENTS-PER-POINT TO WS-PX-CENTS-PER-POINT.
         MOVE WS-RT-RAKE-PCT TO WS-PX-RAKE-PCT.
         PERFORM PRICE-CORRECTION-POINTS.
         MOVE WS-SA-TAKE-NEW TO WS-SA-TAKE-OLD.
         MOVE WS-SA-PAID-NEW TO WS-SA-PAID-OLD.
         MOVE WS-NEW-CENTS-PER-POINT TO WS-PX-CENTS-PER-POINT.
         MOVE WS-NEW-RAKE-PCT TO WS-PX-RAKE-PCT.
         PERFORM PRICE-CORRECTION-POINTS.

         PERFORM POST-SEAT-AMOUNTS.

       PRICE-CORRECTION-POINTS.
         MOVE WRR-CR-PRIOR-POINTS TO WS-PX-POINTS.
         PERFORM PRICE-POINTS.
         MOVE WS-NET-CENTS TO WS-NET-BEFORE.
         MOVE WS-RAKE-CENTS TO WS-RAKE-BEFORE.
         MOVE WRR-CR-NEW-POINTS TO WS-PX-POINTS.
         PERFORM PRICE-POINTS.
         COMPUTE WS-SA-PAID-NEW =
           (WS-NET-CENTS - WS-NET-BEFORE) / 100.
         COMPUTE WS-SA-TAKE-NEW =
           (WS-RAKE-CENTS - WS-RAKE-BEFORE) / 100.

       PRICE-POINTS.
         COMPUTE WS-GROSS-CENTS =
           WS-PX-POINTS * WS-PX-CENTS-PER-POINT.
         COMPUTE WS-RAKE-CENTS =
           (WS-GROSS-CENTS * WS-PX-RAKE-PCT) / 100.
         COMPUTE WS-NET-CENTS = WS-GROSS-CENTS - WS-RAKE-CENTS.

      *> The seat's amounts go to its month, its division, its
      *> member and the totals.
       POST-SEAT-AMOUNTS.
         IF WS-ENTRY-MONTH-IDX > 0
           ADD WS-SA-TAKE-OLD TO WS-MO-TAKE-OLD (WS-ENTRY-MONTH-IDX)
           ADD WS-SA-TAKE-NEW TO WS-MO-TAKE-NEW (WS-ENTRY-MONTH-IDX)
           ADD WS-SA-PAID-OLD TO WS-MO-PAID-OLD (WS-ENTRY-MONTH-IDX)
           ADD WS-SA-PAID-NEW TO WS-MO-PAID-NEW (WS-ENTRY-MONTH-IDX)
         END-IF.
         ADD WS-SA-TAKE-OLD TO WS-DV-TAKE-OLD (WS-SEAT-DIVISION-IDX).
         ADD WS-SA-TAKE-NEW TO WS-DV-TAKE-NEW (WS-SEAT-DIVISION-IDX).
         ADD WS-SA-PAID-OLD TO WS-DV-PAID-OLD (WS-SEAT-DIVISION-IDX).
         ADD WS-SA-PAID-NEW TO WS-DV-PAID-NEW (WS-SEAT-DIVISION-IDX).
         IF WS-SEAT-MEMBER-IDX > 0
           ADD WS-SA-TAKE-OLD TO WS-MB-TAKE-OLD (WS-SEAT-MEMBER-IDX)
           ADD WS-SA-TAKE-NEW TO WS-MB-TAKE-NEW (WS-SEAT-MEMBER-IDX)
           ADD WS-SA-PAID-OLD TO WS-MB-PAID-OLD (WS-SEAT-MEMBER-IDX)
           ADD WS-SA-PAID-NEW TO WS-MB-PAID-NEW (WS-SEAT-MEMBER-IDX)
         END-IF.
         PERFORM POST-TOTAL-AMOUNTS.

       POST-TOTAL-AMOUNTS.
         ADD WS-SA-TAKE-OLD TO WS-TT-TAKE-OLD.
         ADD WS-SA-TAKE-NEW TO WS-TT-TAKE-NEW.
         ADD WS-SA-PAID-OLD TO WS-TT-PAID-OLD.
         ADD WS-SA-PAID-NEW TO WS-TT-PAID-NEW.

       FIND-OR-ADD-MONTH.
         MOVE 0 TO WS-ENTRY-MONTH-IDX.
         PERFORM FIND-ONE-MONTH
           VARYING WS-MONTH-IDX FROM 1 BY 1
             UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
               OR WS-ENTRY-MONTH-IDX > 0.
         IF WS-ENTRY-MONTH-IDX = 0 AND WS-MONTH-COUNT < NUM-MONTHS-MAX
           ADD 1 TO WS-MONTH-COUNT
           MOVE WS-MONTH-COUNT TO WS-ENTRY-MONTH-IDX
           INITIALIZE WS-MONTH-ENTRY (WS-ENTRY-MONTH-IDX)
           MOVE WS-ENTRY-MONTH TO WS-MO-MONTH (WS-ENTRY-MONTH-IDX)
           MOVE "N" TO WS-MO-PRINTED-SW (WS-ENTRY-MONTH-IDX)
         END-IF.

       FIND-ONE-MONTH.
         IF WS-MO-MONTH (WS-MONTH-IDX) = WS-ENTRY-MONTH
           MOVE WS-MONTH-IDX TO WS-ENTRY-MONTH-IDX
         END-IF.

      *> The pot's movements in the range. What was carried into
      *> the pot is valued both ways for the totals only - it is
      *> neither take nor payout until a sweep pays it. A sweep
      *> is priced and raked like any payout and counts in its
      *> month and the totals; WARO-JKHIST does not say who swept,
      *> so it sits outside the divisions and members.
       PRICE-JACKPOT-HISTORY.
         OPEN INPUT WARO-JKHIST-FILE.
         IF WS-JKHIST-FILE-STATUS NOT = "00"
           GO TO PRICE-JACKPOT-HISTORY-EXIT
         END-IF.
         MOVE "N" TO WS-EOF-SW.
         PERFORM PRICE-ONE-JACKPOT-ENTRY UNTIL WARO-FILE-EOF.
         CLOSE WARO-JKHIST-FILE.
       PRICE-JACKPOT-HISTORY-EXIT.
         EXIT.

       PRICE-ONE-JACKPOT-ENTRY.
         READ WARO-JKHIST-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             IF WJH-ENTRY-DATE IS NUMERIC
                 AND WJH-ENTRY-DATE NOT < WS-FROM-DATE
                 AND WJH-ENTRY-DATE NOT > WS-TO-DATE
                 AND WJH-POINTS IS NUMERIC
               MOVE WJH-ENTRY-DATE TO WS-RT-ASK-DATE
               PERFORM CALL-RATE-UTIL
               MOVE WJH-POINTS TO WS-PX-POINTS
               EVALUATE TRUE
                 WHEN WJH-FUNDED
                   COMPUTE WS-TT-FUNDED-OLD = WS-TT-FUNDED-OLD
                     + (WS-PX-POINTS * WS-RT-CENTS-PER-POINT) / 100
                   COMPUTE WS-TT-FUNDED-NEW = WS-TT-FUNDED-NEW
                     + (WS-PX-POINTS * WS-NEW-CENTS-PER-POINT) / 100
                 WHEN WJH-PAID
                   PERFORM PRICE-ONE-SWEEP
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF
         END-READ.

       PRICE-ONE-SWEEP.
         ADD 1 TO WS-SWEEP-COUNT.
         MOVE WJH-ENTRY-DATE (1:6) TO WS-ENTRY-MONTH.
         PERFORM FIND-OR-ADD-MONTH.
         MOVE 0 TO WS-SEAT-MEMBER-IDX.
         MOVE "O" TO WS-PX-SIDE.
         MOVE WS-RT-CENTS-PER-POINT TO WS-PX-CENTS-PER-POINT.
         MOVE WS-RT-RAKE-PCT TO WS-PX-RAKE-PCT.
         MOVE WS-RT-HOLD-LIMIT TO WS-PX-HOLD-LIMIT.
         PERFORM PRICE-PAYOUT.
         MOVE WS-RAKE-AMOUNT TO WS-SA-TAKE-OLD.
         MOVE WS-HOLD-AMOUNT TO WS-SA-PAID-OLD.
         MOVE "N" TO WS-PX-SIDE.
         MOVE WS-NEW-CENTS-PER-POINT TO WS-PX-CENTS-PER-POINT.
         MOVE WS-NEW-RAKE-PCT TO WS-PX-RAKE-PCT.
         MOVE WS-NEW-HOLD-LIMIT TO WS-PX-HOLD-LIMIT.
         PERFORM PRICE-PAYOUT.
         MOVE WS-RAKE-AMOUNT TO WS-SA-TAKE-NEW.
         MOVE WS-HOLD-AMOUNT TO WS-SA-PAID-NEW.
         IF WS-ENTRY-MONTH-IDX > 0
           ADD WS-SA-TAKE-OLD TO WS-MO-TAKE-OLD (WS-ENTRY-MONTH-IDX)
           ADD WS-SA-TAKE-NEW TO WS-MO-TAKE-NEW (WS-ENTRY-MONTH-IDX)
           ADD WS-SA-PAID-OLD TO WS-MO-PAID-OLD (WS-ENTRY-MONTH-IDX)
           ADD WS-SA-PAID-NEW TO WS-MO-PAID-NEW (WS-ENTRY-MONTH-IDX)
         END-IF.
         PERFORM POST-TOTAL-AMOUNTS.

       CALL-RATE-UTIL.
         CALL 'rate-util'
           USING WS-RT-ASK-DATE, WS-RT-CENTS-PER-POINT,
             WS-RT-RAKE-PCT, WS-RT-BUYIN-CENTS, WS-RT-HOLD-LIMIT,
             WS-RT-STATUS
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-RATEIMP : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'rate-util' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.
         IF WS-RT-STATUS NOT = "0"
           ADD 1 TO WS-DEFAULT-RATE-COUNT
         END-IF.

       PRINT-IMPACT.
         MOVE WS-NEW-CENTS-PER-POINT TO WS-CENTS-ED.
         COMPUTE WS-BUYIN-ED = WS-NEW-BUYIN-CENTS / 100.
         MOVE WS-NEW-HOLD-LIMIT TO WS-HOLD-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-RATEIMP : games " DELIMITED BY SIZE
           WS-FROM-DATE DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-TO-DATE DELIMITED BY SIZE
           " re-priced at the proposed rates:" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-RATEIMP :   " DELIMITED BY SIZE
           WS-CENTS-ED DELIMITED BY SIZE
           " cents a point, rake " DELIMITED BY SIZE
           WS-NEW-RAKE-PCT DELIMITED BY SIZE
           "%, buy-in " DELIMITED BY SIZE
           WS-BUYIN-ED DELIMITED BY SIZE
           ", hold limit " DELIMITED BY SIZE
           WS-HOLD-ED DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE WS-GAME-COUNT TO WS-COUNT-ED.
         MOVE WS-CORRECTION-COUNT TO WS-COUNT-2-ED.
         MOVE WS-SEAT-COUNT TO WS-SEAT-COUNT-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-RATEIMP : " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           " game(s), " DELIMITED BY SIZE
           WS-SEAT-COUNT-ED DELIMITED BY SIZE
           " seat(s) and " DELIMITED BY SIZE
           WS-COUNT-2-ED DELIMITED BY SIZE
           " correction(s) priced" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-DEFAULT-RATE-COUNT > 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-RATEIMP : " DELIMITED BY SIZE
             WS-DEFAULT-RATE-COUNT DELIMITED BY SIZE
             " priced now at the default rate - no WARO-RATES row"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         IF WS-GAME-COUNT = 0 AND WS-CORRECTION-COUNT = 0
             AND WS-SWEEP-COUNT = 0
           MOVE "WARO-RATEIMP : no games played in the range"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
           GO TO PRINT-IMPACT-EXIT
         END-IF.

         MOVE "by month" TO WS-LINE-TITLE.
         PERFORM PRINT-COLUMN-HEADING.
         PERFORM PRINT-NEXT-MONTH WS-MONTH-COUNT TIMES.

         MOVE "by division" TO WS-LINE-TITLE.
         PERFORM PRINT-COLUMN-HEADING.
         PERFORM PRINT-ONE-DIVISION
           VARYING WS-DIVISION-IDX FROM 1 BY 1
             UNTIL WS-DIVISION-IDX > 3.

         MOVE "top members" TO WS-LINE-TITLE.
         PERFORM PRINT-COLUMN-HEADING.
         MOVE 0 TO WS-RANK.
         PERFORM PRINT-NEXT-MEMBER
           UNTIL WS-RANK = NUM-TOP-MEMBERS OR WS-RANK = 99.
         IF WARO-MEMBERS-FULL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-RATEIMP : member table full - ranked on "
             DELIMITED BY SIZE
             "the first " DELIMITED BY SIZE
             WS-MEMBER-COUNT DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

         MOVE "total" TO WS-LINE-TITLE.
         PERFORM PRINT-COLUMN-HEADING.
         MOVE "all games" TO WS-LINE-KEY.
         MOVE WS-TT-TAKE-OLD TO WS-LA-TAKE-OLD.
         MOVE WS-TT-TAKE-NEW TO WS-LA-TAKE-NEW.
         MOVE WS-TT-PAID-OLD TO WS-LA-PAID-OLD.
         MOVE WS-TT-PAID-NEW TO WS-LA-PAID-NEW.
         PERFORM PRINT-AMOUNT-LINE.
         COMPUTE WS-CHANGE-AMOUNT = WS-TT-TAKE-NEW - WS-TT-TAKE-OLD.
         MOVE WS-CHANGE-AMOUNT TO WS-CHANGE-ED.
         COMPUTE WS-CHANGE-AMOUNT = WS-TT-PAID-NEW - WS-TT-PAID-OLD.
         MOVE WS-CHANGE-AMOUNT TO WS-CHANGE-2-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-RATEIMP : change   take " DELIMITED BY SIZE
           WS-CHANGE-ED DELIMITED BY SIZE
           "   member payouts " DELIMITED BY SIZE
           WS-CHANGE-2-ED DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE WS-TT-CAPPED-OLD TO WS-TAKE-OLD-ED.
         MOVE WS-TT-CAPPED-NEW TO WS-TAKE-NEW-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-RATEIMP : over win caps   now " DELIMITED BY SIZE
           WS-TAKE-OLD-ED DELIMITED BY SIZE
           "   proposed " DELIMITED BY SIZE
           WS-TAKE-NEW-ED DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE WS-TT-FUNDED-OLD TO WS-TAKE-OLD-ED.
         MOVE WS-TT-FUNDED-NEW TO WS-TAKE-NEW-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-RATEIMP : jackpot funded  now " DELIMITED BY SIZE
           WS-TAKE-OLD-ED DELIMITED BY SIZE
           "   proposed " DELIMITED BY SIZE
           WS-TAKE-NEW-ED DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE WS-TT-HELD-OLD TO WS-COUNT-ED.
         MOVE WS-TT-HELD-NEW TO WS-COUNT-2-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-RATEIMP : payouts over the hold limit   now "
           DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           "   proposed " DELIMITED BY SIZE
           WS-COUNT-2-ED DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       PRINT-IMPACT-EXIT.
         EXIT.

       PRINT-COLUMN-HEADING.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-RATEIMP : " DELIMITED BY SIZE
           WS-LINE-TITLE DELIMITED BY SIZE
           "    take now    proposed     paid now    proposed"
           DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       PRINT-AMOUNT-LINE.
         MOVE WS-LA-TAKE-OLD TO WS-TAKE-OLD-ED.
         MOVE WS-LA-TAKE-NEW TO WS-TAKE-NEW-ED.
         MOVE WS-LA-PAID-OLD TO WS-PAID-OLD-ED.
         MOVE WS-LA-PAID-NEW TO WS-PAID-NEW-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-RATEIMP : " DELIMITED BY SIZE
           WS-LINE-KEY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-TAKE-OLD-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-TAKE-NEW-ED DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-PAID-OLD-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PAID-NEW-ED DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

      *> Months print in date order whatever order the files
      *> brought them in.
       PRINT-NEXT-MONTH.
         MOVE 0 TO WS-BEST-IDX.
         PERFORM PICK-ONE-MONTH
           VARYING WS-MONTH-IDX FROM 1 BY 1
             UNTIL WS-MONTH-IDX > WS-MONTH-COUNT.
         IF WS-BEST-IDX > 0
           MOVE "Y" TO WS-MO-PRINTED-SW (WS-BEST-IDX)
           MOVE SPACES TO WS-LINE-KEY
           MOVE WS-MO-MONTH (WS-BEST-IDX) TO WS-LINE-KEY (1:6)
           MOVE WS-MO-TAKE-OLD (WS-BEST-IDX) TO WS-LA-TAKE-OLD
           MOVE WS-MO-TAKE-NEW (WS-BEST-IDX) TO WS-LA-TAKE-NEW
           MOVE WS-MO-PAID-OLD (WS-BEST-IDX) TO WS-LA-PAID-OLD
           MOVE WS-MO-PAID-NEW (WS-BEST-IDX) TO WS-LA-PAID-NEW
           PERFORM PRINT-AMOUNT-LINE
         END-IF.

       PICK-ONE-MONTH.
         IF WS-MO-PRINTED-SW (WS-MONTH-IDX) = "N"
           IF WS-BEST-IDX = 0
             MOVE WS-MONTH-IDX TO WS-BEST-IDX
           ELSE
             IF WS-MO-MONTH (WS-MONTH-IDX) < WS-MO-MONTH (WS-BEST-IDX)
               MOVE WS-MONTH-IDX TO WS-BEST-IDX
             END-IF
           END-IF
         END-IF.

       PRINT-ONE-DIVISION.
         MOVE WS-DIVISION-NAME (WS-DIVISION-IDX) TO WS-LINE-KEY.
         MOVE WS-DV-TAKE-OLD (WS-DIVISION-IDX) TO WS-LA-TAKE-OLD.
         MOVE WS-DV-TAKE-NEW (WS-DIVISION-IDX) TO WS-LA-TAKE-NEW.
         MOVE WS-DV-PAID-OLD (WS-DIVISION-IDX) TO WS-LA-PAID-OLD.
         MOVE WS-DV-PAID-NEW (WS-DIVISION-IDX) TO WS-LA-PAID-NEW.
         PERFORM PRINT-AMOUNT-LINE.

      *> The members paid the most under today's rates, ranked;
      *> members loaded for their win cap who never sat in the
      *> range are passed over.
       PRINT-NEXT-MEMBER.
         MOVE 0 TO WS-BEST-IDX.
         PERFORM PICK-ONE-MEMBER
           VARYING WS-MEMBER-IDX FROM 1 BY 1
             UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT.
         IF WS-BEST-IDX = 0
           MOVE 99 TO WS-RANK
         ELSE
           ADD 1 TO WS-RANK
           MOVE "Y" TO WS-MB-PRINTED-SW (WS-BEST-IDX)
           MOVE WS-MB-PLAYER-ID (WS-BEST-IDX) TO WS-MEMBER-ID-ED
           MOVE SPACES TO WS-LINE-KEY
           STRING WS-MEMBER-ID-ED DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-MB-PLAYER-NAME (WS-BEST-IDX) DELIMITED BY SIZE
             INTO WS-LINE-KEY
           MOVE WS-MB-TAKE-OLD (WS-BEST-IDX) TO WS-LA-TAKE-OLD
           MOVE WS-MB-TAKE-NEW (WS-BEST-IDX) TO WS-LA-TAKE-NEW
           MOVE WS-MB-PAID-OLD (WS-BEST-IDX) TO WS-LA-PAID-OLD
           MOVE WS-MB-PAID-NEW (WS-BEST-IDX) TO WS-LA-PAID-NEW
           PERFORM PRINT-AMOUNT-LINE
         END-IF.

       PICK-ONE-MEMBER.
         IF WS-MB-PRINTED-SW (WS-MEMBER-IDX) = "N"
             AND WS-MB-CAP-DATE (WS-MEMBER-IDX) > 0
           IF WS-BEST-IDX = 0
             MOVE WS-MEMBER-IDX TO WS-BEST-IDX
           ELSE
             IF WS-MB-PAID-OLD (WS-MEMBER-IDX)
                 > WS-MB-PAID-OLD (WS-BEST-IDX)
               MOVE WS-MEMBER-IDX TO WS-BEST-IDX
             END-IF
           END-IF
         END-IF.

       CALL-DATE-UTIL.
         CALL 'date-util'
           USING WS-DT-FUNCTION, WS-DT-DATE-1, WS-DT-DATE-2,
             WS-DT-DAYS, WS-DT-STATUS
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-RATEIMP : SEVERE ERROR - subprogram "
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
