       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-AML.
      *> Daily AML cash report over every cash movement the house
      *> makes: cage cash on WARO-LEDGER ("CD" deposits, "DP"
      *> dues and "WI" walk-in door cash in, "CW" withdrawals
      *> out) and the payouts on WARO-PAYOUT (out, less any "RV"
      *> reversal). Parm: the business day YYYYMMDD (default
      *> today). Cash in and cash out are totalled per member for
      *> the day and held against the WARO-AMLLIMIT threshold:
      *>   - a member at or over it either way is listed and
      *>     filed as a large cash case ("L"); an unregistered
      *>     walk-in (player id 0) is one stranger per door
      *>     receipt, so each such receipt stands alone,
      *>   - a member whose day totals sat just under it (within
      *>     the schedule's near-band percent) on the schedule's
      *>     run of consecutive days ending today is listed and
      *>     filed as a structuring case ("S").
      *> Each new case goes on the WARO-AMLCASE register and into
      *> an HD..TR bracketed batch on the WARO-AMLFILE filing
      *> extract for the regulator. A case already on the
      *> register is listed against its case number and never
      *> filed again; a structuring run that goes on is carried
      *> forward on its case. New filings end the run at
      *> completion 4 for the compliance desk.
      *> The threshold is effective-dated like WARO-RATES: one
      *> line per change, "yyyymmdd tttttttt pp n" - the
      *> threshold 9(6)V99, the near-band percent and the run
      *> length in days (below 2 reads as AML-DEFAULT-RUN-DAYS).
      *> The latest line on or before the business day applies;
      *> with none the run stops at completion 12.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROLGS.
         COPY WAROPYS.
         COPY WAROACS.
         SELECT WARO-AMLLIMIT-FILE ASSIGN TO "WARO-AMLLIMIT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AMLLIMIT-FILE-STATUS.
         SELECT WARO-AMLFILE-FILE ASSIGN TO "WARO-AMLFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AMLFILE-FILE-STATUS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WAROLGR.
         COPY WAROPAY.
         COPY WAROACR.
         FD WARO-AMLLIMIT-FILE.
         01 WARO-AMLLIMIT-REC.
            02 WAL-FROM-DATE PIC 9(8).
            02 FILLER PIC X(1).
            02 WAL-THRESHOLD PIC 9(6)V99.
            02 FILLER PIC X(1).
            02 WAL-NEAR-PERCENT PIC 9(2).
            02 FILLER PIC X(1).
            02 WAL-RUN-DAYS PIC 9(1).
      *> The regulator's filing extract: "HD" opens a run's
      *> batch, "CT" is a large cash case, "SR" a structuring
      *> case, and "TR" closes the batch with the case count and
      *> the hash total of the cash in and out filed.
         FD WARO-AMLFILE-FILE.
         01 WARO-AMLFILE-REC.
            02 WAF-RECORD-TYPE PIC X(2).
            02 WAF-FILED-DATE PIC 9(8).
            02 WAF-CASE-NO PIC 9(6).
            02 WAF-DETAIL-DATA.
               03 WAF-PLAYER-ID PIC 9(4).
               03 WAF-PLAYER-NAME PIC X(6).
               03 WAF-FROM-DATE PIC 9(8).
               03 WAF-TO-DATE PIC 9(8).
               03 WAF-RECEIPT-NO PIC 9(8).
               03 WAF-CASH-IN PIC 9(7)V99.
               03 WAF-CASH-OUT PIC 9(7)V99.
               03 WAF-THRESHOLD PIC 9(6)V99.
            02 WAF-TRAILER-DATA REDEFINES WAF-DETAIL-DATA.
               03 WAF-TRAILER-COUNT PIC 9(6).
               03 WAF-TRAILER-HASH PIC 9(10)V99.
               03 FILLER PIC X(42).
         WORKING-STORAGE SECTION.
         01 WS-LEDGER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PAYOUT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-AMLCASE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-AMLLIMIT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-AMLFILE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-LEDGER-EOF-SW PIC X(1) VALUE "N".
           88 WARO-LEDGER-EOF VALUE "Y".
         01 WS-PAYOUT-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PAYOUT-EOF VALUE "Y".
         01 WS-AMLCASE-EOF-SW PIC X(1) VALUE "N".
           88 WARO-AMLCASE-EOF VALUE "Y".
         01 WS-AMLLIMIT-EOF-SW PIC X(1) VALUE "N".
           88 WARO-AMLLIMIT-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-PARM-DATE PIC X(8) VALUE SPACES.
         01 WS-TODAY PIC 9(8) VALUE 0.
         01 WS-ASK-DATE PIC 9(8) VALUE 0.

      *> The threshold in force on the business day.
         78 AML-DEFAULT-RUN-DAYS VALUE 3.
         01 WS-LIMIT-FROM PIC 9(8) VALUE 0.
         01 WS-THRESHOLD PIC 9(6)V99 VALUE 0.
         01 WS-NEAR-PERCENT PIC 9(2) VALUE 0.
         01 WS-RUN-DAYS PIC 9(1) VALUE 0.
         01 WS-NEAR-FLOOR PIC 9(6)V99 VALUE 0.
         01 WS-THRESHOLD-ED PIC ZZZZZ9.99.

      *> The business day and the days before it a structuring
      *> run reaches back over: entry 1 is the business day,
      *> entry N the day N-1 before it.
         78 NUM-WINDOW-MAX VALUE 10.
         01 WS-WINDOW-TABLE.
            02 WS-WINDOW-DATE PIC 9(8) OCCURS NUM-WINDOW-MAX TIMES.
         01 WS-WINDOW-COUNT PIC 9(2) VALUE 0.
         01 WS-WINDOW-IDX PIC 9(2) VALUE 0.
         01 WS-WINDOW-START PIC 9(8) VALUE 0.

      *> Cash in and out per member per day over the window.
         78 NUM-CASH-MAX VALUE 2000.
         01 WS-CASH-TABLE.
            02 WS-CASH-ENTRY OCCURS NUM-CASH-MAX TIMES.
               03 WS-CS-PLAYER-ID PIC 9(4).
               03 WS-CS-DATE PIC 9(8).
               03 WS-CS-NAME PIC X(6).
               03 WS-CS-IN PIC S9(7)V99.
               03 WS-CS-OUT PIC S9(7)V99.
               03 WS-CS-NEAR-SW PIC X(1).
                 88 WARO-CASH-NEAR VALUE "Y".
         01 WS-CASH-COUNT PIC 9(4) VALUE 0.
         01 WS-CASH-IDX PIC 9(4) VALUE 0.
         01 WS-RUN-IDX PIC 9(4) VALUE 0.
         01 WS-CASH-FULL-SW PIC X(1) VALUE "N".
           88 WARO-CASH-TABLE-FULL VALUE "Y".
         01 WS-KEY-PLAYER-ID PIC 9(4) VALUE 0.
         01 WS-KEY-DATE PIC 9(8) VALUE 0.
         01 WS-KEY-NAME PIC X(6) VALUE SPACES.
         01 WS-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-ENTRY-FOUND VALUE "Y".
         01 WS-RUN-BROKEN-SW PIC X(1) VALUE "N".
           88 WARO-RUN-BROKEN VALUE "Y".
         01 WS-RUN-LENGTH PIC 9(2) VALUE 0.

      *> The case register, held whole: new cases and carried-
      *> forward runs are rewritten with it.
         78 NUM-CASES-MAX VALUE 3000.
         01 WS-CASE-TABLE.
            02 WS-CASE-ENTRY OCCURS NUM-CASES-MAX TIMES.
               03 WS-CA-CASE-NO PIC 9(6).
               03 WS-CA-KIND PIC X(1).
               03 WS-CA-PLAYER-ID PIC 9(4).
               03 WS-CA-NAME PIC X(6).
               03 WS-CA-FROM-DATE PIC 9(8).
               03 WS-CA-TO-DATE PIC 9(8).
               03 WS-CA-RECEIPT-NO PIC 9(8).
               03 WS-CA-IN PIC 9(7)V99.
               03 WS-CA-OUT PIC 9(7)V99.
               03 WS-CA-FILED-DATE PIC 9(8).
               03 WS-CA-NEW-SW PIC X(1).
                 88 WARO-CASE-NEW VALUE "Y".
         01 WS-CASE-COUNT PIC 9(4) VALUE 0.
         01 WS-CASE-IDX PIC 9(4) VALUE 0.
         01 WS-LAST-CASE-NO PIC 9(6) VALUE 0.
         01 WS-CASE-FULL-SW PIC X(1) VALUE "N".
           88 WARO-CASE-TABLE-FULL VALUE "Y".
         01 WS-REGISTER-CHANGED-SW PIC X(1) VALUE "N".
           88 WARO-REGISTER-CHANGED VALUE "Y".

      *> The case in hand, before it is matched or filed.
         01 WS-NEW-KIND PIC X(1) VALUE SPACES.
         01 WS-NEW-PLAYER-ID PIC 9(4) VALUE 0.
         01 WS-NEW-NAME PIC X(6) VALUE SPACES.
         01 WS-NEW-FROM-DATE PIC 9(8) VALUE 0.
         01 WS-NEW-RECEIPT-NO PIC 9(8) VALUE 0.
         01 WS-NEW-IN PIC 9(7)V99 VALUE 0.
         01 WS-NEW-OUT PIC 9(7)V99 VALUE 0.
         01 WS-CASE-WORD PIC X(7) VALUE SPACES.

         01 WS-DT-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-DT-DATE-1 PIC 9(8) VALUE 0.
         01 WS-DT-DATE-2 PIC 9(8) VALUE 0.
         01 WS-DT-DAYS PIC S9(6) VALUE 0.
         01 WS-DT-STATUS PIC X(1) VALUE "0".

         01 WS-OVER-COUNT PIC 9(4) VALUE 0.
         01 WS-RUN-COUNT PIC 9(4) VALUE 0.
         01 WS-FILED-COUNT PIC 9(4) VALUE 0.
         01 WS-FILED-HASH PIC 9(10)V99 VALUE 0.
         01 WS-IN-ED PIC ZZZZZZ9.99.
         01 WS-OUT-ED PIC ZZZZZZ9.99.
         01 WS-CASE-ED PIC 9(6).

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
         MOVE WS-TODAY TO WS-ASK-DATE.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         MOVE WS-PARM (1:8) TO WS-PARM-DATE.
         IF WS-PARM-DATE IS NUMERIC AND WS-PARM-DATE NOT = "00000000"
           MOVE WS-PARM-DATE TO WS-ASK-DATE
         END-IF.
         MOVE "V" TO WS-DT-FUNCTION.
         MOVE WS-ASK-DATE TO WS-DT-DATE-1.
         PERFORM CALL-DATE-UTIL.
         IF WS-DT-STATUS NOT = "0"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-AML : '" DELIMITED BY SIZE
             WS-PARM-DATE DELIMITED BY SIZE
             "' is not a business day YYYYMMDD" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.
         PERFORM READ-LIMITS THRU READ-LIMITS-EXIT.
         IF WS-THRESHOLD = 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-AML : no WARO-AMLLIMIT threshold in force on "
             DELIMITED BY SIZE
             WS-ASK-DATE DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 12 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.
         PERFORM BUILD-WINDOW.
         MOVE WS-THRESHOLD TO WS-THRESHOLD-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-AML : cash for " DELIMITED BY SIZE
           WS-ASK-DATE DELIMITED BY SIZE
           " - threshold" DELIMITED BY SIZE
           WS-THRESHOLD-ED DELIMITED BY SIZE
           " near " DELIMITED BY SIZE
           WS-NEAR-PERCENT DELIMITED BY SIZE
           "% over " DELIMITED BY SIZE
           WS-RUN-DAYS DELIMITED BY SIZE
           " days" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         PERFORM READ-CASES THRU READ-CASES-EXIT.
         PERFORM LOAD-LEDGER-CASH THRU LOAD-LEDGER-CASH-EXIT.
         PERFORM LOAD-PAYOUT-CASH THRU LOAD-PAYOUT-CASH-EXIT.
         PERFORM MARK-ONE-NEAR-DAY
           VARYING WS-CASH-IDX FROM 1 BY 1
             UNTIL WS-CASH-IDX > WS-CASH-COUNT.
         PERFORM CHECK-ONE-MEMBER-DAY THRU CHECK-ONE-MEMBER-DAY-EXIT
           VARYING WS-CASH-IDX FROM 1 BY 1
             UNTIL WS-CASH-IDX > WS-CASH-COUNT.
         IF WARO-REGISTER-CHANGED
           PERFORM REWRITE-CASES
         END-IF.
         IF WS-FILED-COUNT > 0
           PERFORM WRITE-FILING-EXTRACT
           MOVE 4 TO RETURN-CODE
         END-IF.
         IF WARO-CASH-TABLE-FULL OR WARO-CASE-TABLE-FULL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-AML : NOTE - more cash or cases than the run "
             DELIMITED BY SIZE
             "holds - some not checked" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
         END-IF.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-AML : " DELIMITED BY SIZE
           WS-OVER-COUNT DELIMITED BY SIZE
           " over threshold, " DELIMITED BY SIZE
           WS-RUN-COUNT DELIMITED BY SIZE
           " run(s), " DELIMITED BY SIZE
           WS-FILED-COUNT DELIMITED BY SIZE
           " new case(s) filed" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE "WARO-AML Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       BEGIN-EXIT.
         STOP RUN.

      *> The latest schedule line on or before the business day.
       READ-LIMITS.
         OPEN INPUT WARO-AMLLIMIT-FILE.
         IF WS-AMLLIMIT-FILE-STATUS NOT = "00"
           GO TO READ-LIMITS-EXIT
         END-IF.
         PERFORM READ-ONE-LIMIT-LINE UNTIL WARO-AMLLIMIT-EOF.
         CLOSE WARO-AMLLIMIT-FILE.
         IF WS-RUN-DAYS < 2
           MOVE AML-DEFAULT-RUN-DAYS TO WS-RUN-DAYS
         END-IF.
         COMPUTE WS-NEAR-FLOOR =
           WS-THRESHOLD * (100 - WS-NEAR-PERCENT) / 100.
       READ-LIMITS-EXIT.
         EXIT.

       READ-ONE-LIMIT-LINE.
         READ WARO-AMLLIMIT-FILE
           AT END MOVE "Y" TO WS-AMLLIMIT-EOF-SW
           NOT AT END
             IF WAL-FROM-DATE IS NUMERIC
                 AND WAL-THRESHOLD IS NUMERIC
                 AND WAL-NEAR-PERCENT IS NUMERIC
                 AND WAL-RUN-DAYS IS NUMERIC
                 AND WAL-FROM-DATE <= WS-ASK-DATE
                 AND WAL-FROM-DATE >= WS-LIMIT-FROM
               MOVE WAL-FROM-DATE TO WS-LIMIT-FROM
               MOVE WAL-THRESHOLD TO WS-THRESHOLD
               MOVE WAL-NEAR-PERCENT TO WS-NEAR-PERCENT
               MOVE WAL-RUN-DAYS TO WS-RUN-DAYS
             END-IF
         END-READ.

      *> The business day and the run's days before it; one day
      *> more is kept to tell whether a filed run has gone on.
       BUILD-WINDOW.
         COMPUTE WS-WINDOW-COUNT = WS-RUN-DAYS + 1.
         PERFORM SET-ONE-WINDOW-DATE
           VARYING WS-WINDOW-IDX FROM 1 BY 1
             UNTIL WS-WINDOW-IDX > WS-WINDOW-COUNT.
         MOVE WS-WINDOW-DATE (WS-RUN-DAYS) TO WS-WINDOW-START.

       SET-ONE-WINDOW-DATE.
         MOVE "A" TO WS-DT-FUNCTION.
         MOVE WS-ASK-DATE TO WS-DT-DATE-1.
         COMPUTE WS-DT-DAYS = 1 - WS-WINDOW-IDX.
         PERFORM CALL-DATE-UTIL.
         MOVE WS-DT-DATE-2 TO WS-WINDOW-DATE (WS-WINDOW-IDX).

       READ-CASES.
         OPEN INPUT WARO-AMLCASE-FILE.
         IF WS-AMLCASE-FILE-STATUS NOT = "00"
           GO TO READ-CASES-EXIT
         END-IF.
         PERFORM READ-ONE-CASE
           UNTIL WARO-AMLCASE-EOF OR WARO-CASE-TABLE-FULL.
         CLOSE WARO-AMLCASE-FILE.
       READ-CASES-EXIT.
         EXIT.

       READ-ONE-CASE.
         READ WARO-AMLCASE-FILE
           AT END MOVE "Y" TO WS-AMLCASE-EOF-SW
           NOT AT END
             IF WS-CASE-COUNT = NUM-CASES-MAX
               MOVE "Y" TO WS-CASE-FULL-SW
             ELSE
               ADD 1 TO WS-CASE-COUNT
               MOVE WAC-CASE-NO TO WS-CA-CASE-NO (WS-CASE-COUNT)
               MOVE WAC-CASE-KIND TO WS-CA-KIND (WS-CASE-COUNT)
               MOVE WAC-PLAYER-ID TO WS-CA-PLAYER-ID (WS-CASE-COUNT)
               MOVE WAC-PLAYER-NAME TO WS-CA-NAME (WS-CASE-COUNT)
               MOVE WAC-FROM-DATE TO WS-CA-FROM-DATE (WS-CASE-COUNT)
               MOVE WAC-TO-DATE TO WS-CA-TO-DATE (WS-CASE-COUNT)
               MOVE WAC-RECEIPT-NO
                 TO WS-CA-RECEIPT-NO (WS-CASE-COUNT)
               MOVE WAC-CASH-IN TO WS-CA-IN (WS-CASE-COUNT)
               MOVE WAC-CASH-OUT TO WS-CA-OUT (WS-CASE-COUNT)
               MOVE WAC-FILED-DATE
                 TO WS-CA-FILED-DATE (WS-CASE-COUNT)
               MOVE "N" TO WS-CA-NEW-SW (WS-CASE-COUNT)
               IF WAC-CASE-NO > WS-LAST-CASE-NO
                 MOVE WAC-CASE-NO TO WS-LAST-CASE-NO
               END-IF
             END-IF
         END-READ.

      *> Cage cash over the window. A member's is summed into the
      *> day; an unregistered walk-in's receipt is judged alone
      *> as it is read, as there is no one to sum it against.
       LOAD-LEDGER-CASH.
         OPEN INPUT WARO-LEDGER-FILE.
         IF WS-LEDGER-FILE-STATUS NOT = "00"
           MOVE "WARO-AML : no WARO-LEDGER - no cage cash checked"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO LOAD-LEDGER-CASH-EXIT
         END-IF.
         PERFORM LOAD-ONE-LEDGER-ENTRY UNTIL WARO-LEDGER-EOF.
         CLOSE WARO-LEDGER-FILE.
       LOAD-LEDGER-CASH-EXIT.
         EXIT.

       LOAD-ONE-LEDGER-ENTRY.
         READ WARO-LEDGER-FILE
           AT END MOVE "Y" TO WS-LEDGER-EOF-SW
           NOT AT END
             IF WLG-CASH-ENTRY
                 AND WLG-ENTRY-DATE >= WS-WINDOW-START
                 AND WLG-ENTRY-DATE <= WS-ASK-DATE
               IF WLG-PLAYER-ID = 0
                 IF WLG-ENTRY-DATE = WS-ASK-DATE
                   PERFORM CHECK-WALKIN-RECEIPT
                 END-IF
               ELSE
                 MOVE WLG-PLAYER-ID TO WS-KEY-PLAYER-ID
                 MOVE WLG-ENTRY-DATE TO WS-KEY-DATE
                 MOVE WLG-PLAYER-NAME TO WS-KEY-NAME
                 PERFORM FIND-OR-ADD-CASH-DAY
                 IF WS-CASH-IDX > 0
                   ADD WLG-CREDIT-AMOUNT TO WS-CS-IN (WS-CASH-IDX)
                   ADD WLG-DEBIT-AMOUNT TO WS-CS-OUT (WS-CASH-IDX)
                 END-IF
               END-IF
             END-IF
         END-READ.

       CHECK-WALKIN-RECEIPT.
         IF WLG-CREDIT-AMOUNT >= WS-THRESHOLD
           ADD 1 TO WS-OVER-COUNT
           MOVE "L" TO WS-NEW-KIND
           MOVE 0 TO WS-NEW-PLAYER-ID
           MOVE "WALKIN" TO WS-NEW-NAME
           MOVE WS-ASK-DATE TO WS-NEW-FROM-DATE
           MOVE WLG-RECEIPT-NO TO WS-NEW-RECEIPT-NO
           MOVE WLG-CREDIT-AMOUNT TO WS-NEW-IN
           MOVE 0 TO WS-NEW-OUT
           PERFORM FILE-LARGE-CASH-CASE
           MOVE WS-NEW-IN TO WS-IN-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-AML : OVER walk-in receipt " DELIMITED BY SIZE
             WLG-RECEIPT-NO DELIMITED BY SIZE
             " in" DELIMITED BY SIZE
             WS-IN-ED DELIMITED BY SIZE
             " case " DELIMITED BY SIZE
             WS-CASE-ED DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-CASE-WORD DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

      *> Payouts are cash out on their run date; a reversal takes
      *> back what it reverses.
       LOAD-PAYOUT-CASH.
         OPEN INPUT WARO-PAYOUT-FILE.
         IF WS-PAYOUT-FILE-STATUS NOT = "00"
           GO TO LOAD-PAYOUT-CASH-EXIT
         END-IF.
         PERFORM LOAD-ONE-PAYOUT-REC UNTIL WARO-PAYOUT-EOF.
         CLOSE WARO-PAYOUT-FILE.
       LOAD-PAYOUT-CASH-EXIT.
         EXIT.

       LOAD-ONE-PAYOUT-REC.
         READ WARO-PAYOUT-FILE
           AT END MOVE "Y" TO WS-PAYOUT-EOF-SW
           NOT AT END
             IF (WPR-PAYOUT-DETAIL OR WPR-REVERSAL-REC)
                 AND NOT WPR-REISSUE-PAYOUT
                 AND WPR-PLAYER-ID > 0
                 AND WPR-RUN-DATE >= WS-WINDOW-START
                 AND WPR-RUN-DATE <= WS-ASK-DATE
               MOVE WPR-PLAYER-ID TO WS-KEY-PLAYER-ID
               MOVE WPR-RUN-DATE TO WS-KEY-DATE
               MOVE WPR-PLAYER-NAME TO WS-KEY-NAME
               PERFORM FIND-OR-ADD-CASH-DAY
               IF WS-CASH-IDX > 0
                 IF WPR-REVERSAL-REC
                   SUBTRACT WPR-PAYOUT-AMOUNT
                     FROM WS-CS-OUT (WS-CASH-IDX)
                 ELSE
                   ADD WPR-PAYOUT-AMOUNT TO WS-CS-OUT (WS-CASH-IDX)
                 END-IF
               END-IF
             END-IF
         END-READ.

       FIND-OR-ADD-CASH-DAY.
         MOVE "N" TO WS-FOUND-SW.
         PERFORM FIND-CASH-DAY.
         IF NOT WARO-ENTRY-FOUND
           IF WS-CASH-COUNT = NUM-CASH-MAX
             MOVE "Y" TO WS-CASH-FULL-SW
             MOVE 0 TO WS-CASH-IDX
           ELSE
             ADD 1 TO WS-CASH-COUNT
             MOVE WS-KEY-PLAYER-ID TO WS-CS-PLAYER-ID (WS-CASH-COUNT)
             MOVE WS-KEY-DATE TO WS-CS-DATE (WS-CASH-COUNT)
             MOVE WS-KEY-NAME TO WS-CS-NAME (WS-CASH-COUNT)
             MOVE 0 TO WS-CS-IN (WS-CASH-COUNT)
             MOVE 0 TO WS-CS-OUT (WS-CASH-COUNT)
             MOVE "N" TO WS-CS-NEAR-SW (WS-CASH-COUNT)
             MOVE WS-CASH-COUNT TO WS-CASH-IDX
           END-IF
         END-IF.

      *> WS-CASH-IDX comes back on the member's day, or past the
      *> end of the table when the day has no cash.
       FIND-CASH-DAY.
         MOVE "N" TO WS-FOUND-SW.
         PERFORM MATCH-ONE-CASH-DAY
           VARYING WS-CASH-IDX FROM 1 BY 1
             UNTIL WS-CASH-IDX > WS-CASH-COUNT OR WARO-ENTRY-FOUND.
         IF WARO-ENTRY-FOUND
           SUBTRACT 1 FROM WS-CASH-IDX
         END-IF.

       MATCH-ONE-CASH-DAY.
         IF WS-CS-PLAYER-ID (WS-CASH-IDX) = WS-KEY-PLAYER-ID
             AND WS-CS-DATE (WS-CASH-IDX) = WS-KEY-DATE
           MOVE "Y" TO WS-FOUND-SW
         END-IF.

      *> A near day: the day's cash in or out sat inside the band
      *> just under the threshold, and neither side reached it.
       MARK-ONE-NEAR-DAY.
         IF WS-CS-IN (WS-CASH-IDX) < 0
           MOVE 0 TO WS-CS-IN (WS-CASH-IDX)
         END-IF.
         IF WS-CS-OUT (WS-CASH-IDX) < 0
           MOVE 0 TO WS-CS-OUT (WS-CASH-IDX)
         END-IF.
         IF WS-NEAR-PERCENT > 0
             AND WS-CS-IN (WS-CASH-IDX) < WS-THRESHOLD
             AND WS-CS-OUT (WS-CASH-IDX) < WS-THRESHOLD
             AND (WS-CS-IN (WS-CASH-IDX) >= WS-NEAR-FLOOR
               OR WS-CS-OUT (WS-CASH-IDX) >= WS-NEAR-FLOOR)
           MOVE "Y" TO WS-CS-NEAR-SW (WS-CASH-IDX)
         END-IF.

      *> Only the business day's entries are judged; the days
      *> before it are there for the structuring run.
       CHECK-ONE-MEMBER-DAY.
         IF WS-CS-DATE (WS-CASH-IDX) NOT = WS-ASK-DATE
           GO TO CHECK-ONE-MEMBER-DAY-EXIT
         END-IF.
         IF WS-CS-IN (WS-CASH-IDX) >= WS-THRESHOLD
             OR WS-CS-OUT (WS-CASH-IDX) >= WS-THRESHOLD
           PERFORM REPORT-LARGE-CASH
           GO TO CHECK-ONE-MEMBER-DAY-EXIT
         END-IF.
         IF WARO-CASH-NEAR (WS-CASH-IDX)
           PERFORM CHECK-STRUCTURING-RUN
             THRU CHECK-STRUCTURING-RUN-EXIT
         END-IF.
       CHECK-ONE-MEMBER-DAY-EXIT.
         EXIT.

       REPORT-LARGE-CASH.
         ADD 1 TO WS-OVER-COUNT.
         MOVE "L" TO WS-NEW-KIND.
         MOVE WS-CS-PLAYER-ID (WS-CASH-IDX) TO WS-NEW-PLAYER-ID.
         MOVE WS-CS-NAME (WS-CASH-IDX) TO WS-NEW-NAME.
         MOVE WS-ASK-DATE TO WS-NEW-FROM-DATE.
         MOVE 0 TO WS-NEW-RECEIPT-NO.
         MOVE WS-CS-IN (WS-CASH-IDX) TO WS-NEW-IN.
         MOVE WS-CS-OUT (WS-CASH-IDX) TO WS-NEW-OUT.
         PERFORM FILE-LARGE-CASH-CASE.
         MOVE WS-NEW-IN TO WS-IN-ED.
         MOVE WS-NEW-OUT TO WS-OUT-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-AML : OVER " DELIMITED BY SIZE
           WS-NEW-NAME DELIMITED BY SIZE
           " id " DELIMITED BY SIZE
           WS-NEW-PLAYER-ID DELIMITED BY SIZE
           " in" DELIMITED BY SIZE
           WS-IN-ED DELIMITED BY SIZE
           " out" DELIMITED BY SIZE
           WS-OUT-ED DELIMITED BY SIZE
           " case " DELIMITED BY SIZE
           WS-CASE-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-CASE-WORD DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

      *> Back from the business day over the run's length: every
      *> day must be a near day for the member.
       CHECK-STRUCTURING-RUN.
         MOVE 1 TO WS-RUN-LENGTH.
         MOVE "N" TO WS-RUN-BROKEN-SW.
         MOVE WS-CS-PLAYER-ID (WS-CASH-IDX) TO WS-KEY-PLAYER-ID.
         MOVE WS-CASH-IDX TO WS-RUN-IDX.
         PERFORM CHECK-ONE-RUN-DAY
           VARYING WS-WINDOW-IDX FROM 2 BY 1
             UNTIL WS-WINDOW-IDX > WS-RUN-DAYS OR WARO-RUN-BROKEN.
         MOVE WS-RUN-IDX TO WS-CASH-IDX.
         IF WS-RUN-LENGTH < WS-RUN-DAYS
           GO TO CHECK-STRUCTURING-RUN-EXIT
         END-IF.
         ADD 1 TO WS-RUN-COUNT.
         MOVE "S" TO WS-NEW-KIND.
         MOVE WS-CS-PLAYER-ID (WS-CASH-IDX) TO WS-NEW-PLAYER-ID.
         MOVE WS-CS-NAME (WS-CASH-IDX) TO WS-NEW-NAME.
         MOVE WS-WINDOW-START TO WS-NEW-FROM-DATE.
         MOVE 0 TO WS-NEW-RECEIPT-NO.
         MOVE 0 TO WS-NEW-IN.
         MOVE 0 TO WS-NEW-OUT.
         PERFORM SUM-ONE-RUN-DAY
           VARYING WS-WINDOW-IDX FROM 1 BY 1
             UNTIL WS-WINDOW-IDX > WS-RUN-DAYS.
         MOVE WS-RUN-IDX TO WS-CASH-IDX.
         PERFORM FILE-STRUCTURING-CASE.
         MOVE WS-NEW-IN TO WS-IN-ED.
         MOVE WS-NEW-OUT TO WS-OUT-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-AML : RUN  " DELIMITED BY SIZE
           WS-NEW-NAME DELIMITED BY SIZE
           " id " DELIMITED BY SIZE
           WS-NEW-PLAYER-ID DELIMITED BY SIZE
           " in" DELIMITED BY SIZE
           WS-IN-ED DELIMITED BY SIZE
           " out" DELIMITED BY SIZE
           WS-OUT-ED DELIMITED BY SIZE
           " case " DELIMITED BY SIZE
           WS-CASE-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-CASE-WORD DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-AML :      just under the threshold "
           DELIMITED BY SIZE
           WS-RUN-DAYS DELIMITED BY SIZE
           " days running, " DELIMITED BY SIZE
           WS-WINDOW-START DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           WS-ASK-DATE DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       CHECK-STRUCTURING-RUN-EXIT.
         EXIT.

       CHECK-ONE-RUN-DAY.
         MOVE WS-WINDOW-DATE (WS-WINDOW-IDX) TO WS-KEY-DATE.
         PERFORM FIND-CASH-DAY.
         MOVE "Y" TO WS-RUN-BROKEN-SW.
         IF WARO-ENTRY-FOUND
           IF WARO-CASH-NEAR (WS-CASH-IDX)
             ADD 1 TO WS-RUN-LENGTH
             MOVE "N" TO WS-RUN-BROKEN-SW
           END-IF
         END-IF.

       SUM-ONE-RUN-DAY.
         MOVE WS-WINDOW-DATE (WS-WINDOW-IDX) TO WS-KEY-DATE.
         PERFORM FIND-CASH-DAY.
         IF WARO-ENTRY-FOUND
           ADD WS-CS-IN (WS-CASH-IDX) TO WS-NEW-IN
           ADD WS-CS-OUT (WS-CASH-IDX) TO WS-NEW-OUT
         END-IF.

      *> The same member, day and receipt is the same case.
       FILE-LARGE-CASH-CASE.
         MOVE "N" TO WS-FOUND-SW.
         PERFORM MATCH-ONE-LARGE-CASE
           VARYING WS-CASE-IDX FROM 1 BY 1
             UNTIL WS-CASE-IDX > WS-CASE-COUNT OR WARO-ENTRY-FOUND.
         IF WARO-ENTRY-FOUND
           SUBTRACT 1 FROM WS-CASE-IDX
           MOVE WS-CA-CASE-NO (WS-CASE-IDX) TO WS-CASE-ED
           MOVE "filed" TO WS-CASE-WORD
         ELSE
           PERFORM ADD-NEW-CASE
         END-IF.

       MATCH-ONE-LARGE-CASE.
         IF WS-CA-KIND (WS-CASE-IDX) = "L"
             AND WS-CA-PLAYER-ID (WS-CASE-IDX) = WS-NEW-PLAYER-ID
             AND WS-CA-FROM-DATE (WS-CASE-IDX) = WS-NEW-FROM-DATE
             AND WS-CA-RECEIPT-NO (WS-CASE-IDX) = WS-NEW-RECEIPT-NO
           MOVE "Y" TO WS-FOUND-SW
         END-IF.

      *> A run is the member's filed run while it goes on: a case
      *> last seen on the day before the run's reach (or later)
      *> is carried forward to the business day, not filed anew.
       FILE-STRUCTURING-CASE.
         MOVE "N" TO WS-FOUND-SW.
         PERFORM MATCH-ONE-RUN-CASE
           VARYING WS-CASE-IDX FROM 1 BY 1
             UNTIL WS-CASE-IDX > WS-CASE-COUNT OR WARO-ENTRY-FOUND.
         IF WARO-ENTRY-FOUND
           SUBTRACT 1 FROM WS-CASE-IDX
           MOVE WS-CA-CASE-NO (WS-CASE-IDX) TO WS-CASE-ED
           MOVE "filed" TO WS-CASE-WORD
           IF WS-CA-TO-DATE (WS-CASE-IDX) < WS-ASK-DATE
             MOVE WS-ASK-DATE TO WS-CA-TO-DATE (WS-CASE-IDX)
             MOVE "Y" TO WS-REGISTER-CHANGED-SW
             MOVE "goes on" TO WS-CASE-WORD
           END-IF
         ELSE
           PERFORM ADD-NEW-CASE
         END-IF.

       MATCH-ONE-RUN-CASE.
         IF WS-CA-KIND (WS-CASE-IDX) = "S"
             AND WS-CA-PLAYER-ID (WS-CASE-IDX) = WS-NEW-PLAYER-ID
             AND WS-CA-TO-DATE (WS-CASE-IDX)
               >= WS-WINDOW-DATE (WS-WINDOW-COUNT)
             AND WS-CA-FROM-DATE (WS-CASE-IDX) <= WS-ASK-DATE
           MOVE "Y" TO WS-FOUND-SW
         END-IF.

       ADD-NEW-CASE.
         IF WS-CASE-COUNT = NUM-CASES-MAX
           MOVE "Y" TO WS-CASE-FULL-SW
           MOVE 0 TO WS-CASE-ED
           MOVE "unfiled" TO WS-CASE-WORD
         ELSE
           ADD 1 TO WS-CASE-COUNT
           ADD 1 TO WS-LAST-CASE-NO
           MOVE WS-LAST-CASE-NO TO WS-CA-CASE-NO (WS-CASE-COUNT)
           MOVE WS-NEW-KIND TO WS-CA-KIND (WS-CASE-COUNT)
           MOVE WS-NEW-PLAYER-ID TO WS-CA-PLAYER-ID (WS-CASE-COUNT)
           MOVE WS-NEW-NAME TO WS-CA-NAME (WS-CASE-COUNT)
           MOVE WS-NEW-FROM-DATE TO WS-CA-FROM-DATE (WS-CASE-COUNT)
           MOVE WS-ASK-DATE TO WS-CA-TO-DATE (WS-CASE-COUNT)
           MOVE WS-NEW-RECEIPT-NO TO WS-CA-RECEIPT-NO (WS-CASE-COUNT)
           MOVE WS-NEW-IN TO WS-CA-IN (WS-CASE-COUNT)
           MOVE WS-NEW-OUT TO WS-CA-OUT (WS-CASE-COUNT)
           MOVE WS-TODAY TO WS-CA-FILED-DATE (WS-CASE-COUNT)
           MOVE "Y" TO WS-CA-NEW-SW (WS-CASE-COUNT)
           MOVE "Y" TO WS-REGISTER-CHANGED-SW
           ADD 1 TO WS-FILED-COUNT
           ADD WS-NEW-IN TO WS-FILED-HASH
           ADD WS-NEW-OUT TO WS-FILED-HASH
           MOVE WS-LAST-CASE-NO TO WS-CASE-ED
           MOVE "NEW" TO WS-CASE-WORD
         END-IF.

       REWRITE-CASES.
         OPEN OUTPUT WARO-AMLCASE-FILE.
         PERFORM WRITE-ONE-CASE
           VARYING WS-CASE-IDX FROM 1 BY 1
             UNTIL WS-CASE-IDX > WS-CASE-COUNT.
         CLOSE WARO-AMLCASE-FILE.

       WRITE-ONE-CASE.
         MOVE SPACES TO WARO-AMLCASE-REC.
         MOVE WS-CA-CASE-NO (WS-CASE-IDX) TO WAC-CASE-NO.
         MOVE WS-CA-KIND (WS-CASE-IDX) TO WAC-CASE-KIND.
         MOVE WS-CA-PLAYER-ID (WS-CASE-IDX) TO WAC-PLAYER-ID.
         MOVE WS-CA-NAME (WS-CASE-IDX) TO WAC-PLAYER-NAME.
         MOVE WS-CA-FROM-DATE (WS-CASE-IDX) TO WAC-FROM-DATE.
         MOVE WS-CA-TO-DATE (WS-CASE-IDX) TO WAC-TO-DATE.
         MOVE WS-CA-RECEIPT-NO (WS-CASE-IDX) TO WAC-RECEIPT-NO.
         MOVE WS-CA-IN (WS-CASE-IDX) TO WAC-CASH-IN.
         MOVE WS-CA-OUT (WS-CASE-IDX) TO WAC-CASH-OUT.
         MOVE WS-CA-FILED-DATE (WS-CASE-IDX) TO WAC-FILED-DATE.
         WRITE WARO-AMLCASE-REC.

      *> Tonight's new cases, bracketed for the regulator.
       WRITE-FILING-EXTRACT.
         OPEN EXTEND WARO-AMLFILE-FILE.
         IF WS-AMLFILE-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-AMLFILE-FILE
         END-IF.
         MOVE SPACES TO WARO-AMLFILE-REC.
         MOVE "HD" TO WAF-RECORD-TYPE.
         MOVE WS-TODAY TO WAF-FILED-DATE.
         MOVE 0 TO WAF-CASE-NO.
         WRITE WARO-AMLFILE-REC.
         PERFORM WRITE-ONE-FILING
           VARYING WS-CASE-IDX FROM 1 BY 1
             UNTIL WS-CASE-IDX > WS-CASE-COUNT.
         MOVE SPACES TO WARO-AMLFILE-REC.
         MOVE "TR" TO WAF-RECORD-TYPE.
         MOVE WS-TODAY TO WAF-FILED-DATE.
         MOVE 0 TO WAF-CASE-NO.
         MOVE WS-FILED-COUNT TO WAF-TRAILER-COUNT.
         MOVE WS-FILED-HASH TO WAF-TRAILER-HASH.
         WRITE WARO-AMLFILE-REC.
         CLOSE WARO-AMLFILE-FILE.

       WRITE-ONE-FILING.
         IF WARO-CASE-NEW (WS-CASE-IDX)
           MOVE SPACES TO WARO-AMLFILE-REC
           IF WS-CA-KIND (WS-CASE-IDX) = "S"
             MOVE "SR" TO WAF-RECORD-TYPE
           ELSE
             MOVE "CT" TO WAF-RECORD-TYPE
           END-IF
           MOVE WS-TODAY TO WAF-FILED-DATE
           MOVE WS-CA-CASE-NO (WS-CASE-IDX) TO WAF-CASE-NO
           MOVE WS-CA-PLAYER-ID (WS-CASE-IDX) TO WAF-PLAYER-ID
           MOVE WS-CA-NAME (WS-CASE-IDX) TO WAF-PLAYER-NAME
           MOVE WS-CA-FROM-DATE (WS-CASE-IDX) TO WAF-FROM-DATE
           MOVE WS-CA-TO-DATE (WS-CASE-IDX) TO WAF-TO-DATE
           MOVE WS-CA-RECEIPT-NO (WS-CASE-IDX) TO WAF-RECEIPT-NO
           MOVE WS-CA-IN (WS-CASE-IDX) TO WAF-CASH-IN
           MOVE WS-CA-OUT (WS-CASE-IDX) TO WAF-CASH-OUT
           MOVE WS-THRESHOLD TO WAF-THRESHOLD
           WRITE WARO-AMLFILE-REC
         END-IF.

       CALL-DATE-UTIL.
         CALL 'date-util'
           USING WS-DT-FUNCTION, WS-DT-DATE-1, WS-DT-DATE-2,
             WS-DT-DAYS, WS-DT-STATUS
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-AML : SEVERE ERROR - subprogram "
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
