       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-LOYALTY.
      *> The members' comp points and free-play vouchers. WARO
      *> earns the points on every cash buy-in it charges at
      *> seating ("EA" on the WARO-LOYALTY account) and plays an
      *> open voucher in place of the cash buy-in; everything
      *> else a member does with the points is done here.
      *> Voucher numbers come off the WARO-VOUCHNO high-water
      *> mark, the WARO-RECEIPT pattern. Actions:
      *>   REDEEM <id> - issue one free-play voucher worth a
      *>     table buy-in at today's rates, for
      *>     POINTS-PER-VOUCHER-DOLLAR points a dollar of it
      *>     ("RD" on the account, "I" on WARO-VOUCHER). It
      *>     expires VOUCHER-LIFE-DAYS after issue. Refused when
      *>     the balance is short or no buy-in is charged.
      *>     Needs a signed-on clerk (WARO-OPER) and goes on the
      *>     change journal.
      *>   BALANCE <id> - the member's points and open vouchers.
      *>   EXPIRE [yyyymmdd] - the expiry sweep (default today):
      *>     every open voucher past its expiry date is closed
      *>     "X", and a balance with nothing earned in the last
      *>     POINTS-DORMANT-DAYS lapses in full ("EX").
      *>   STATEMENT [yyyymm] - the monthly loyalty statement
      *>     (default this month) to WARO-LOYALSTMT: per member
      *>     the points brought forward, earned, redeemed and
      *>     expired in the month and carried forward, and the
      *>     month's vouchers, then the shop totals and the
      *>     outstanding voucher liability.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROLYS.
         COPY WAROVCS.
         COPY WAROPMS.
         SELECT WARO-VOUCHNO-FILE ASSIGN TO "WARO-VOUCHNO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VOUCHNO-FILE-STATUS.
         SELECT WARO-LOYALSTMT-FILE ASSIGN TO "WARO-LOYALSTMT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOYALSTMT-FILE-STATUS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WAROLYR.
         COPY WAROVCR.
         COPY WAROPMR.
         FD WARO-VOUCHNO-FILE.
         01 WARO-VOUCHNO-REC PIC 9(8).
         FD WARO-LOYALSTMT-FILE.
         01 WARO-LOYALSTMT-REC PIC X(80).
         WORKING-STORAGE SECTION.
         01 WS-LOYALTY-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-VOUCHER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PLAYERS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-VOUCHNO-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-LOYALSTMT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-STATEMENT-LINE PIC X(80) VALUE SPACES.
         01 WS-LOYALTY-EOF-SW PIC X(1) VALUE "N".
           88 WARO-LOYALTY-EOF VALUE "Y".
         01 WS-VOUCHER-EOF-SW PIC X(1) VALUE "N".
           88 WARO-VOUCHER-EOF VALUE "Y".
         01 WS-PLAYERS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PLAYERS-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-ACTION PIC X(9) VALUE SPACES.
         01 WS-FIELD-2 PIC X(12) VALUE SPACES.
         01 WS-TARGET-ID-TEXT PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
         01 WS-TARGET-ID PIC 9(4) VALUE 0.
         01 WS-MEMBER-NAME PIC X(20) VALUE SPACES.
         01 WS-MEMBER-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-MEMBER-FOUND VALUE "Y".
         01 WS-RUN-DATE PIC 9(8) VALUE 0.
         01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
         01 WS-AS-OF-TEXT PIC X(8) VALUE SPACES.
         01 WS-STMT-MONTH-TEXT PIC X(6) VALUE SPACES.
         01 WS-STMT-MONTH PIC 9(6) VALUE 0.
         01 WS-STMT-MONTH-PARTS REDEFINES WS-STMT-MONTH.
            02 WS-STMT-YEAR PIC 9(4).
            02 WS-STMT-MM PIC 9(2).

      *> The loyalty rules: what a voucher dollar costs in
      *> points, how long a voucher lives, and how long a
      *> balance may sit with nothing earned before it lapses.
         78 POINTS-PER-VOUCHER-DOLLAR VALUE 10.
         78 VOUCHER-LIFE-DAYS VALUE 90.
         78 POINTS-DORMANT-DAYS VALUE 365.

      *> Every member's account, indexed by player id: the
      *> balance and last earning date as they stand, and the
      *> statement month's movements.
         78 NUM-MEMBERS-MAX VALUE 9999.
         01 WS-MB-IDX PIC 9(5) VALUE 0.
         01 WS-MEMBER-TABLE.
            02 WS-MB-ENTRY OCCURS NUM-MEMBERS-MAX TIMES.
               03 WS-MB-NAME PIC X(6).
               03 WS-MB-BALANCE PIC S9(7).
               03 WS-MB-LAST-EARN PIC 9(8).
               03 WS-MB-OPENING PIC S9(7).
               03 WS-MB-EARNED PIC 9(7).
               03 WS-MB-REDEEMED PIC 9(7).
               03 WS-MB-EXPIRED PIC 9(7).
               03 WS-MB-VC-ISSUED PIC 9(3).
               03 WS-MB-VC-USED PIC 9(3).
               03 WS-MB-VC-EXPIRED PIC 9(3).
               03 WS-MB-VC-OPEN PIC 9(3).
               03 WS-MB-SEEN-SW PIC X(1).
                 88 WS-MB-SEEN VALUE "Y".

      *> Vouchers still open on the register.
         78 NUM-OPEN-VOUCHERS-MAX VALUE 2000.
         01 WS-OV-COUNT PIC 9(4) VALUE 0.
         01 WS-OV-IDX PIC 9(4) VALUE 0.
         01 WS-OPEN-VOUCHER-TABLE.
            02 WS-OV-ENTRY OCCURS NUM-OPEN-VOUCHERS-MAX TIMES.
               03 WS-OV-VOUCHER-NO PIC 9(8).
               03 WS-OV-PLAYER-ID PIC 9(4).
               03 WS-OV-EXPIRY-DATE PIC 9(8).
               03 WS-OV-FACE-AMOUNT PIC 9(6)V99.
               03 WS-OV-POINTS PIC 9(6).
               03 WS-OV-PLAYER-NAME PIC X(6).
               03 WS-OV-OPEN-SW PIC X(1).
                 88 WS-OV-OPEN VALUE "Y".

         01 WS-CENTS-PER-POINT PIC 9(4) VALUE 100.
         01 WS-RAKE-PCT PIC 9(2) VALUE 0.
         01 WS-BUYIN-CENTS PIC 9(4) VALUE 0.
         01 WS-HOLD-LIMIT PIC 9(6) VALUE 0.
         01 WS-RATE-STATUS PIC X(1) VALUE "D".
         01 WS-RATE-DATE PIC 9(8) VALUE 0.
         01 WS-DT-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-DT-DATE-1 PIC 9(8) VALUE 0.
         01 WS-DT-DATE-2 PIC 9(8) VALUE 0.
         01 WS-DT-DAYS PIC S9(6) VALUE 0.
         01 WS-DT-STATUS PIC X(1) VALUE "0".

         01 WS-VOUCHER-NO PIC 9(8) VALUE 0.
         01 WS-VOUCHER-COST PIC 9(6) VALUE 0.
         01 WS-VOUCHER-FACE PIC 9(6)V99 VALUE 0.
         01 WS-EXPIRY-DATE PIC 9(8) VALUE 0.
         01 WS-DORMANT-CUTOFF PIC 9(8) VALUE 0.
         01 WS-LAPSE-POINTS PIC 9(6) VALUE 0.
         01 WS-SWEEP-VC-COUNT PIC 9(5) VALUE 0.
         01 WS-SWEEP-VC-FACE PIC 9(8)V99 VALUE 0.
         01 WS-SWEEP-MB-COUNT PIC 9(5) VALUE 0.
         01 WS-SWEEP-POINTS PIC 9(8) VALUE 0.
         01 WS-STMT-COUNT PIC 9(5) VALUE 0.
         01 WS-TOTAL-EARNED PIC 9(8) VALUE 0.
         01 WS-TOTAL-REDEEMED PIC 9(8) VALUE 0.
         01 WS-TOTAL-EXPIRED PIC 9(8) VALUE 0.
         01 WS-TOTAL-OUTSTANDING PIC S9(9) VALUE 0.
         01 WS-LIABILITY PIC 9(8)V99 VALUE 0.
         01 WS-LIABILITY-COUNT PIC 9(5) VALUE 0.
         01 WS-CLOSING PIC S9(7) VALUE 0.
         01 WS-POINTS-ED PIC ZZZZZZ9.
         01 WS-BALANCE-ED PIC -ZZZZZZ9.
         01 WS-AMOUNT-ED PIC ZZZZZ9.99.
         01 WS-LIABILITY-ED PIC ZZZZZZZ9.99.
         01 WS-COUNT-ED PIC ZZZZ9.

      *> oper-util parameters: who is signed on, the level the
      *> action needs, and the journal images of the change.
         01 WS-OP-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-OP-PROGRAM PIC X(12) VALUE "WARO-LOYALTY".
         01 WS-OP-ACTION PIC X(8) VALUE SPACES.
         01 WS-OP-LEVEL PIC 9(1) VALUE 1.
         01 WS-OP-OPERATOR-ID PIC X(4) VALUE SPACES.
         01 WS-OP-BEFORE PIC X(100) VALUE SPACES.
         01 WS-OP-AFTER PIC X(100) VALUE SPACES.
         01 WS-OP-MESSAGE PIC X(60) VALUE SPACES.
         01 WS-OP-STATUS PIC X(1) VALUE SPACES.
         01 WS-OP-KEEP-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
         MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
         MOVE WS-RUN-DATE (1:6) TO WS-STMT-MONTH.
         INITIALIZE WS-MEMBER-TABLE.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY ALL SPACE
           INTO WS-ACTION WS-FIELD-2.
         EVALUATE WS-ACTION
           WHEN "REDEEM"
             PERFORM REDEEM-POINTS THRU REDEEM-POINTS-EXIT
           WHEN "BALANCE"
             PERFORM SHOW-BALANCE THRU SHOW-BALANCE-EXIT
           WHEN "EXPIRE"
             PERFORM EXPIRE-SWEEP THRU EXPIRE-SWEEP-EXIT
           WHEN "STATEMENT"
             PERFORM WRITE-STATEMENTS THRU WRITE-STATEMENTS-EXIT
           WHEN OTHER
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-LOYALTY : unknown action '" DELIMITED BY SIZE
               WS-ACTION DELIMITED BY SPACE
               "' - use REDEEM, BALANCE, EXPIRE or STATEMENT"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             GO TO BEGIN-EXIT
         END-EVALUATE.
         MOVE "WARO-LOYALTY Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       BEGIN-EXIT.
         STOP RUN.

      *> Points for a voucher. The member must be on the master
      *> and hold the voucher's cost in points.
       REDEEM-POINTS.
         PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT.
         IF RETURN-CODE > 0
           GO TO REDEEM-POINTS-EXIT
         END-IF.
         PERFORM SPLIT-TARGET-ID.
         IF WS-TARGET-ID-TEXT IS NOT NUMERIC OR WS-TARGET-ID = 0
           MOVE "WARO-LOYALTY : REDEEM needs <id>" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO REDEEM-POINTS-EXIT
         END-IF.
         PERFORM FIND-MEMBER THRU FIND-MEMBER-EXIT.
         IF NOT WARO-MEMBER-FOUND
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-LOYALTY : id " DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
             " is not on the player master" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO REDEEM-POINTS-EXIT
         END-IF.
         MOVE WS-RUN-DATE TO WS-RATE-DATE.
         PERFORM READ-PAYOUT-RATES.
         IF WS-BUYIN-CENTS = 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-LOYALTY : REFUSED - no buy-in is charged"
             DELIMITED BY SIZE
             " at today's rates" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO REDEEM-POINTS-EXIT
         END-IF.
         COMPUTE WS-VOUCHER-FACE = WS-BUYIN-CENTS / 100.
         COMPUTE WS-VOUCHER-COST ROUNDED =
           WS-BUYIN-CENTS * POINTS-PER-VOUCHER-DOLLAR / 100.
         PERFORM LOAD-ACCOUNTS THRU LOAD-ACCOUNTS-EXIT.
         IF WS-MB-BALANCE (WS-TARGET-ID) < WS-VOUCHER-COST
           MOVE WS-MB-BALANCE (WS-TARGET-ID) TO WS-BALANCE-ED
           MOVE WS-VOUCHER-COST TO WS-POINTS-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-LOYALTY : REFUSED - id " DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
             " holds" DELIMITED BY SIZE
             WS-BALANCE-ED DELIMITED BY SIZE
             " points, a voucher costs" DELIMITED BY SIZE
             WS-POINTS-ED DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO REDEEM-POINTS-EXIT
         END-IF.
         MOVE "A" TO WS-DT-FUNCTION.
         MOVE WS-RUN-DATE TO WS-DT-DATE-1.
         MOVE VOUCHER-LIFE-DAYS TO WS-DT-DAYS.
         PERFORM CALL-DATE-UTIL.
         MOVE WS-DT-DATE-2 TO WS-EXPIRY-DATE.
         PERFORM NEXT-VOUCHER-NO.
         MOVE SPACES TO WARO-VOUCHER-REC.
         MOVE WS-VOUCHER-NO TO WVC-VOUCHER-NO.
         MOVE "I" TO WVC-RECORD-KIND.
         MOVE WS-TARGET-ID TO WVC-PLAYER-ID.
         MOVE WS-RUN-DATE TO WVC-EVENT-DATE.
         MOVE WS-EXPIRY-DATE TO WVC-EXPIRY-DATE.
         MOVE WS-VOUCHER-FACE TO WVC-FACE-AMOUNT.
         MOVE WS-VOUCHER-COST TO WVC-POINTS.
         MOVE 0 TO WVC-GAME-ID.
         MOVE WS-MEMBER-NAME TO WVC-PLAYER-NAME.
         MOVE SPACES TO WS-OP-BEFORE.
         MOVE WARO-VOUCHER-REC TO WS-OP-AFTER.
         PERFORM WRITE-VOUCHER-REC.
         MOVE SPACES TO WARO-LOYALTY-REC.
         MOVE WS-TARGET-ID TO WLY-PLAYER-ID.
         MOVE WS-RUN-DATE TO WLY-ENTRY-DATE.
         MOVE "RD" TO WLY-ENTRY-TYPE.
         MOVE WS-VOUCHER-COST TO WLY-POINTS.
         MOVE 0 TO WLY-GAME-ID.
         MOVE WS-VOUCHER-NO TO WLY-VOUCHER-NO.
         MOVE WS-MEMBER-NAME TO WLY-PLAYER-NAME.
         PERFORM WRITE-LOYALTY-REC.
         PERFORM JOURNAL-CHANGE.
         MOVE WS-VOUCHER-FACE TO WS-AMOUNT-ED.
         MOVE WS-VOUCHER-COST TO WS-POINTS-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-LOYALTY : voucher " DELIMITED BY SIZE
           WS-VOUCHER-NO DELIMITED BY SIZE
           " issued to id " DELIMITED BY SIZE
           WS-TARGET-ID DELIMITED BY SIZE
           " for" DELIMITED BY SIZE
           WS-POINTS-ED DELIMITED BY SIZE
           " points" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "  face" DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           " expires " DELIMITED BY SIZE
           WS-EXPIRY-DATE DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       REDEEM-POINTS-EXIT.
         EXIT.

       SHOW-BALANCE.
         PERFORM SPLIT-TARGET-ID.
         IF WS-TARGET-ID-TEXT IS NOT NUMERIC OR WS-TARGET-ID = 0
           MOVE "WARO-LOYALTY : BALANCE needs <id>"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO SHOW-BALANCE-EXIT
         END-IF.
         PERFORM LOAD-ACCOUNTS THRU LOAD-ACCOUNTS-EXIT.
         PERFORM LOAD-VOUCHERS THRU LOAD-VOUCHERS-EXIT.
         MOVE WS-MB-BALANCE (WS-TARGET-ID) TO WS-BALANCE-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-LOYALTY : id " DELIMITED BY SIZE
           WS-TARGET-ID DELIMITED BY SIZE
           " holds" DELIMITED BY SIZE
           WS-BALANCE-ED DELIMITED BY SIZE
           " comp points" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         PERFORM SHOW-ONE-OPEN-VOUCHER
           VARYING WS-OV-IDX FROM 1 BY 1
             UNTIL WS-OV-IDX > WS-OV-COUNT.
       SHOW-BALANCE-EXIT.
         EXIT.

       SHOW-ONE-OPEN-VOUCHER.
         IF WS-OV-OPEN (WS-OV-IDX)
             AND WS-OV-PLAYER-ID (WS-OV-IDX) = WS-TARGET-ID
           MOVE WS-OV-FACE-AMOUNT (WS-OV-IDX) TO WS-AMOUNT-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  open voucher " DELIMITED BY SIZE
             WS-OV-VOUCHER-NO (WS-OV-IDX) DELIMITED BY SIZE
             " face" DELIMITED BY SIZE
             WS-AMOUNT-ED DELIMITED BY SIZE
             " expires " DELIMITED BY SIZE
             WS-OV-EXPIRY-DATE (WS-OV-IDX) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

      *> The sweep closes what has run out as of the date:
      *> vouchers past their expiry, and balances gone dormant.
       EXPIRE-SWEEP.
         IF WS-FIELD-2 NOT = SPACES
           MOVE WS-FIELD-2 TO WS-AS-OF-TEXT
           MOVE "V" TO WS-DT-FUNCTION
           MOVE 0 TO WS-DT-DATE-1
           IF WS-AS-OF-TEXT IS NUMERIC
             MOVE WS-AS-OF-TEXT TO WS-DT-DATE-1
             PERFORM CALL-DATE-UTIL
           END-IF
           IF WS-AS-OF-TEXT IS NOT NUMERIC OR WS-DT-STATUS NOT = "0"
             MOVE "WARO-LOYALTY : EXPIRE takes a date yyyymmdd"
               TO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             GO TO EXPIRE-SWEEP-EXIT
           END-IF
           MOVE WS-DT-DATE-1 TO WS-AS-OF-DATE
         END-IF.
         PERFORM LOAD-ACCOUNTS THRU LOAD-ACCOUNTS-EXIT.
         PERFORM LOAD-VOUCHERS THRU LOAD-VOUCHERS-EXIT.
         PERFORM EXPIRE-ONE-VOUCHER
           VARYING WS-OV-IDX FROM 1 BY 1
             UNTIL WS-OV-IDX > WS-OV-COUNT.
         MOVE "A" TO WS-DT-FUNCTION.
         MOVE WS-AS-OF-DATE TO WS-DT-DATE-1.
         COMPUTE WS-DT-DAYS = 0 - POINTS-DORMANT-DAYS.
         PERFORM CALL-DATE-UTIL.
         MOVE WS-DT-DATE-2 TO WS-DORMANT-CUTOFF.
         PERFORM LAPSE-ONE-BALANCE
           VARYING WS-MB-IDX FROM 1 BY 1
             UNTIL WS-MB-IDX > NUM-MEMBERS-MAX.
         MOVE WS-SWEEP-VC-COUNT TO WS-COUNT-ED.
         MOVE WS-SWEEP-VC-FACE TO WS-LIABILITY-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-LOYALTY : expired as of " DELIMITED BY SIZE
           WS-AS-OF-DATE DELIMITED BY SIZE
           " -" DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           " voucher(s), face" DELIMITED BY SIZE
           WS-LIABILITY-ED DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE WS-SWEEP-MB-COUNT TO WS-COUNT-ED.
         MOVE WS-SWEEP-POINTS TO WS-POINTS-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-LOYALTY : " DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           " dormant balance(s) lapsed," DELIMITED BY SIZE
           WS-POINTS-ED DELIMITED BY SIZE
           " points" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "  nothing earned since " DELIMITED BY SIZE
           WS-DORMANT-CUTOFF DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       EXPIRE-SWEEP-EXIT.
         EXIT.

       EXPIRE-ONE-VOUCHER.
         IF WS-OV-OPEN (WS-OV-IDX)
             AND WS-OV-EXPIRY-DATE (WS-OV-IDX) < WS-AS-OF-DATE
           MOVE SPACES TO WARO-VOUCHER-REC
           MOVE WS-OV-VOUCHER-NO (WS-OV-IDX) TO WVC-VOUCHER-NO
           MOVE "X" TO WVC-RECORD-KIND
           MOVE WS-OV-PLAYER-ID (WS-OV-IDX) TO WVC-PLAYER-ID
           MOVE WS-AS-OF-DATE TO WVC-EVENT-DATE
           MOVE WS-OV-EXPIRY-DATE (WS-OV-IDX) TO WVC-EXPIRY-DATE
           MOVE WS-OV-FACE-AMOUNT (WS-OV-IDX) TO WVC-FACE-AMOUNT
           MOVE WS-OV-POINTS (WS-OV-IDX) TO WVC-POINTS
           MOVE 0 TO WVC-GAME-ID
           MOVE WS-OV-PLAYER-NAME (WS-OV-IDX) TO WVC-PLAYER-NAME
           PERFORM WRITE-VOUCHER-REC
           MOVE "N" TO WS-OV-OPEN-SW (WS-OV-IDX)
           ADD 1 TO WS-SWEEP-VC-COUNT
           ADD WS-OV-FACE-AMOUNT (WS-OV-IDX) TO WS-SWEEP-VC-FACE
         END-IF.

       LAPSE-ONE-BALANCE.
         IF WS-MB-BALANCE (WS-MB-IDX) > 0
             AND WS-MB-LAST-EARN (WS-MB-IDX) < WS-DORMANT-CUTOFF
           MOVE WS-MB-BALANCE (WS-MB-IDX) TO WS-LAPSE-POINTS
           MOVE SPACES TO WARO-LOYALTY-REC
           MOVE WS-MB-IDX TO WLY-PLAYER-ID
           MOVE WS-AS-OF-DATE TO WLY-ENTRY-DATE
           MOVE "EX" TO WLY-ENTRY-TYPE
           MOVE WS-LAPSE-POINTS TO WLY-POINTS
           MOVE 0 TO WLY-GAME-ID
           MOVE 0 TO WLY-VOUCHER-NO
           MOVE WS-MB-NAME (WS-MB-IDX) TO WLY-PLAYER-NAME
           PERFORM WRITE-LOYALTY-REC
           MOVE 0 TO WS-MB-BALANCE (WS-MB-IDX)
           ADD 1 TO WS-SWEEP-MB-COUNT
           ADD WS-LAPSE-POINTS TO WS-SWEEP-POINTS
         END-IF.

      *> One page block per member with points or vouchers to
      *> show, then the shop's totals for the month.
       WRITE-STATEMENTS.
         IF WS-FIELD-2 NOT = SPACES
           MOVE WS-FIELD-2 TO WS-STMT-MONTH-TEXT
           IF WS-STMT-MONTH-TEXT IS NOT NUMERIC
             MOVE "WARO-LOYALTY : STATEMENT takes a month yyyymm"
               TO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             GO TO WRITE-STATEMENTS-EXIT
           END-IF
           MOVE WS-STMT-MONTH-TEXT TO WS-STMT-MONTH
           IF WS-STMT-MM < 1 OR WS-STMT-MM > 12
             MOVE "WARO-LOYALTY : STATEMENT takes a month yyyymm"
               TO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             GO TO WRITE-STATEMENTS-EXIT
           END-IF
         END-IF.
         PERFORM LOAD-ACCOUNTS THRU LOAD-ACCOUNTS-EXIT.
         PERFORM LOAD-VOUCHERS THRU LOAD-VOUCHERS-EXIT.
         PERFORM COUNT-ONE-OPEN-VOUCHER
           VARYING WS-OV-IDX FROM 1 BY 1
             UNTIL WS-OV-IDX > WS-OV-COUNT.
         PERFORM STATEMENT-ONE-MEMBER THRU STATEMENT-ONE-MEMBER-EXIT
           VARYING WS-MB-IDX FROM 1 BY 1
             UNTIL WS-MB-IDX > NUM-MEMBERS-MAX.
         PERFORM WRITE-STATEMENT-TOTALS.
         MOVE WS-STMT-COUNT TO WS-COUNT-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-LOYALTY : loyalty statements for "
           DELIMITED BY SIZE
           WS-STMT-MONTH DELIMITED BY SIZE
           " -" DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           " member(s)" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       WRITE-STATEMENTS-EXIT.
         EXIT.

       COUNT-ONE-OPEN-VOUCHER.
         IF WS-OV-OPEN (WS-OV-IDX)
           MOVE WS-OV-PLAYER-ID (WS-OV-IDX) TO WS-MB-IDX
           ADD 1 TO WS-MB-VC-OPEN (WS-MB-IDX)
           ADD WS-OV-FACE-AMOUNT (WS-OV-IDX) TO WS-LIABILITY
           ADD 1 TO WS-LIABILITY-COUNT
         END-IF.

       STATEMENT-ONE-MEMBER.
         IF NOT WS-MB-SEEN (WS-MB-IDX)
           GO TO STATEMENT-ONE-MEMBER-EXIT
         END-IF.
         IF WS-MB-OPENING (WS-MB-IDX) = 0
             AND WS-MB-EARNED (WS-MB-IDX) = 0
             AND WS-MB-REDEEMED (WS-MB-IDX) = 0
             AND WS-MB-EXPIRED (WS-MB-IDX) = 0
             AND WS-MB-VC-ISSUED (WS-MB-IDX) = 0
             AND WS-MB-VC-USED (WS-MB-IDX) = 0
             AND WS-MB-VC-EXPIRED (WS-MB-IDX) = 0
             AND WS-MB-VC-OPEN (WS-MB-IDX) = 0
           GO TO STATEMENT-ONE-MEMBER-EXIT
         END-IF.
         ADD 1 TO WS-STMT-COUNT.
         ADD WS-MB-EARNED (WS-MB-IDX) TO WS-TOTAL-EARNED.
         ADD WS-MB-REDEEMED (WS-MB-IDX) TO WS-TOTAL-REDEEMED.
         ADD WS-MB-EXPIRED (WS-MB-IDX) TO WS-TOTAL-EXPIRED.
         COMPUTE WS-CLOSING = WS-MB-OPENING (WS-MB-IDX)
           + WS-MB-EARNED (WS-MB-IDX) - WS-MB-REDEEMED (WS-MB-IDX)
           - WS-MB-EXPIRED (WS-MB-IDX).
         ADD WS-CLOSING TO WS-TOTAL-OUTSTANDING.
         MOVE WS-MB-IDX TO WS-TARGET-ID.
         MOVE SPACES TO WS-STATEMENT-LINE.
         STRING "WARO loyalty statement " DELIMITED BY SIZE
           WS-STMT-MONTH DELIMITED BY SIZE
           " - member " DELIMITED BY SIZE
           WS-TARGET-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-MB-NAME (WS-MB-IDX) DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE.
         PERFORM WRITE-STATEMENT.
         MOVE WS-MB-OPENING (WS-MB-IDX) TO WS-BALANCE-ED.
         MOVE SPACES TO WS-STATEMENT-LINE.
         STRING "  points brought forward   " DELIMITED BY SIZE
           WS-BALANCE-ED DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE.
         PERFORM WRITE-STATEMENT.
         MOVE WS-MB-EARNED (WS-MB-IDX) TO WS-POINTS-ED.
         MOVE SPACES TO WS-STATEMENT-LINE.
         STRING "  earned on buy-ins      + " DELIMITED BY SIZE
           WS-POINTS-ED DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE.
         PERFORM WRITE-STATEMENT.
         MOVE WS-MB-REDEEMED (WS-MB-IDX) TO WS-POINTS-ED.
         MOVE SPACES TO WS-STATEMENT-LINE.
         STRING "  redeemed for vouchers  - " DELIMITED BY SIZE
           WS-POINTS-ED DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE.
         PERFORM WRITE-STATEMENT.
         MOVE WS-MB-EXPIRED (WS-MB-IDX) TO WS-POINTS-ED.
         MOVE SPACES TO WS-STATEMENT-LINE.
         STRING "  expired                - " DELIMITED BY SIZE
           WS-POINTS-ED DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE.
         PERFORM WRITE-STATEMENT.
         MOVE WS-CLOSING TO WS-BALANCE-ED.
         MOVE SPACES TO WS-STATEMENT-LINE.
         STRING "  points carried forward   " DELIMITED BY SIZE
           WS-BALANCE-ED DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE.
         PERFORM WRITE-STATEMENT.
         MOVE SPACES TO WS-STATEMENT-LINE.
         STRING "  vouchers issued " DELIMITED BY SIZE
           WS-MB-VC-ISSUED (WS-MB-IDX) DELIMITED BY SIZE
           ", played " DELIMITED BY SIZE
           WS-MB-VC-USED (WS-MB-IDX) DELIMITED BY SIZE
           ", expired " DELIMITED BY SIZE
           WS-MB-VC-EXPIRED (WS-MB-IDX) DELIMITED BY SIZE
           ", open now " DELIMITED BY SIZE
           WS-MB-VC-OPEN (WS-MB-IDX) DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE.
         PERFORM WRITE-STATEMENT.
         MOVE SPACES TO WS-STATEMENT-LINE.
         PERFORM WRITE-STATEMENT.
       STATEMENT-ONE-MEMBER-EXIT.
         EXIT.

       WRITE-STATEMENT-TOTALS.
         MOVE SPACES TO WS-STATEMENT-LINE.
         STRING "WARO loyalty totals " DELIMITED BY SIZE
           WS-STMT-MONTH DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE.
         PERFORM WRITE-STATEMENT.
         MOVE WS-TOTAL-EARNED TO WS-POINTS-ED.
         MOVE SPACES TO WS-STATEMENT-LINE.
         STRING "  points earned            " DELIMITED BY SIZE
           WS-POINTS-ED DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE.
         PERFORM WRITE-STATEMENT.
         MOVE WS-TOTAL-REDEEMED TO WS-POINTS-ED.
         MOVE SPACES TO WS-STATEMENT-LINE.
         STRING "  points redeemed          " DELIMITED BY SIZE
           WS-POINTS-ED DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE.
         PERFORM WRITE-STATEMENT.
         MOVE WS-TOTAL-EXPIRED TO WS-POINTS-ED.
         MOVE SPACES TO WS-STATEMENT-LINE.
         STRING "  points expired           " DELIMITED BY SIZE
           WS-POINTS-ED DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE.
         PERFORM WRITE-STATEMENT.
         MOVE WS-TOTAL-OUTSTANDING TO WS-BALANCE-ED.
         MOVE SPACES TO WS-STATEMENT-LINE.
         STRING "  points outstanding      " DELIMITED BY SIZE
           WS-BALANCE-ED DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE.
         PERFORM WRITE-STATEMENT.
         MOVE WS-LIABILITY TO WS-LIABILITY-ED.
         MOVE WS-LIABILITY-COUNT TO WS-COUNT-ED.
         MOVE SPACES TO WS-STATEMENT-LINE.
         STRING "  voucher liability   " DELIMITED BY SIZE
           WS-LIABILITY-ED DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           " open voucher(s))" DELIMITED BY SIZE
           INTO WS-STATEMENT-LINE.
         PERFORM WRITE-STATEMENT.

      *> Every member's balance and last earning date as they
      *> stand, and the statement month's movements.
       LOAD-ACCOUNTS.
         MOVE "N" TO WS-LOYALTY-EOF-SW.
         OPEN INPUT WARO-LOYALTY-FILE.
         IF WS-LOYALTY-FILE-STATUS NOT = "00"
           GO TO LOAD-ACCOUNTS-EXIT
         END-IF.
         PERFORM LOAD-ONE-ENTRY UNTIL WARO-LOYALTY-EOF.
         CLOSE WARO-LOYALTY-FILE.
       LOAD-ACCOUNTS-EXIT.
         EXIT.

       LOAD-ONE-ENTRY.
         READ WARO-LOYALTY-FILE
           AT END MOVE "Y" TO WS-LOYALTY-EOF-SW
           NOT AT END
             IF WLY-PLAYER-ID > 0
               PERFORM POST-ONE-ENTRY
             END-IF
         END-READ.

       POST-ONE-ENTRY.
         MOVE WLY-PLAYER-ID TO WS-MB-IDX.
         MOVE "Y" TO WS-MB-SEEN-SW (WS-MB-IDX).
         MOVE WLY-PLAYER-NAME TO WS-MB-NAME (WS-MB-IDX).
         IF WLY-EARN-ENTRY
           ADD WLY-POINTS TO WS-MB-BALANCE (WS-MB-IDX)
           IF WLY-ENTRY-DATE > WS-MB-LAST-EARN (WS-MB-IDX)
             MOVE WLY-ENTRY-DATE TO WS-MB-LAST-EARN (WS-MB-IDX)
           END-IF
         ELSE
           SUBTRACT WLY-POINTS FROM WS-MB-BALANCE (WS-MB-IDX)
         END-IF.
         IF WLY-ENTRY-DATE (1:6) < WS-STMT-MONTH
           IF WLY-EARN-ENTRY
             ADD WLY-POINTS TO WS-MB-OPENING (WS-MB-IDX)
           ELSE
             SUBTRACT WLY-POINTS FROM WS-MB-OPENING (WS-MB-IDX)
           END-IF
         END-IF.
         IF WLY-ENTRY-DATE (1:6) = WS-STMT-MONTH
           EVALUATE TRUE
             WHEN WLY-EARN-ENTRY
               ADD WLY-POINTS TO WS-MB-EARNED (WS-MB-IDX)
             WHEN WLY-REDEEM-ENTRY
               ADD WLY-POINTS TO WS-MB-REDEEMED (WS-MB-IDX)
             WHEN WLY-EXPIRE-ENTRY
               ADD WLY-POINTS TO WS-MB-EXPIRED (WS-MB-IDX)
           END-EVALUATE
         END-IF.

      *> The open vouchers - an issue not yet closed by a used or
      *> expired record - and the statement month's counts.
       LOAD-VOUCHERS.
         MOVE "N" TO WS-VOUCHER-EOF-SW.
         MOVE 0 TO WS-OV-COUNT.
         OPEN INPUT WARO-VOUCHER-FILE.
         IF WS-VOUCHER-FILE-STATUS NOT = "00"
           GO TO LOAD-VOUCHERS-EXIT
         END-IF.
         PERFORM LOAD-ONE-VOUCHER UNTIL WARO-VOUCHER-EOF.
         CLOSE WARO-VOUCHER-FILE.
       LOAD-VOUCHERS-EXIT.
         EXIT.

       LOAD-ONE-VOUCHER.
         READ WARO-VOUCHER-FILE
           AT END MOVE "Y" TO WS-VOUCHER-EOF-SW
           NOT AT END
             IF WVC-PLAYER-ID > 0
               PERFORM POST-ONE-VOUCHER
             END-IF
         END-READ.

       POST-ONE-VOUCHER.
         MOVE WVC-PLAYER-ID TO WS-MB-IDX.
         MOVE "Y" TO WS-MB-SEEN-SW (WS-MB-IDX).
         IF WS-MB-NAME (WS-MB-IDX) = SPACES
           MOVE WVC-PLAYER-NAME TO WS-MB-NAME (WS-MB-IDX)
         END-IF.
         IF WVC-EVENT-DATE (1:6) = WS-STMT-MONTH
           EVALUATE TRUE
             WHEN WVC-VOUCHER-ISSUED
               ADD 1 TO WS-MB-VC-ISSUED (WS-MB-IDX)
             WHEN WVC-VOUCHER-USED
               ADD 1 TO WS-MB-VC-USED (WS-MB-IDX)
             WHEN WVC-VOUCHER-EXPIRED
               ADD 1 TO WS-MB-VC-EXPIRED (WS-MB-IDX)
           END-EVALUATE
         END-IF.
         IF WVC-VOUCHER-ISSUED
           IF WS-OV-COUNT < NUM-OPEN-VOUCHERS-MAX
             ADD 1 TO WS-OV-COUNT
             MOVE WVC-VOUCHER-NO TO WS-OV-VOUCHER-NO (WS-OV-COUNT)
             MOVE WVC-PLAYER-ID TO WS-OV-PLAYER-ID (WS-OV-COUNT)
             MOVE WVC-EXPIRY-DATE TO WS-OV-EXPIRY-DATE (WS-OV-COUNT)
             MOVE WVC-FACE-AMOUNT TO WS-OV-FACE-AMOUNT (WS-OV-COUNT)
             MOVE WVC-POINTS TO WS-OV-POINTS (WS-OV-COUNT)
             MOVE WVC-PLAYER-NAME TO WS-OV-PLAYER-NAME (WS-OV-COUNT)
             MOVE "Y" TO WS-OV-OPEN-SW (WS-OV-COUNT)
           END-IF
         ELSE
           PERFORM CLOSE-ONE-OPEN-VOUCHER
             VARYING WS-OV-IDX FROM 1 BY 1
               UNTIL WS-OV-IDX > WS-OV-COUNT
         END-IF.

       CLOSE-ONE-OPEN-VOUCHER.
         IF WS-OV-VOUCHER-NO (WS-OV-IDX) = WVC-VOUCHER-NO
           MOVE "N" TO WS-OV-OPEN-SW (WS-OV-IDX)
         END-IF.

       SPLIT-TARGET-ID.
         MOVE SPACES TO WS-TARGET-ID-TEXT.
         UNSTRING WS-FIELD-2 DELIMITED BY SPACE
           INTO WS-TARGET-ID-TEXT.
         INSPECT WS-TARGET-ID-TEXT REPLACING LEADING SPACE BY ZERO.
         MOVE 0 TO WS-TARGET-ID.
         IF WS-TARGET-ID-TEXT IS NUMERIC
           MOVE WS-TARGET-ID-TEXT TO WS-TARGET-ID
         END-IF.

       FIND-MEMBER.
         MOVE "N" TO WS-MEMBER-FOUND-SW.
         OPEN INPUT WARO-PLAYERS-FILE.
         IF WS-PLAYERS-FILE-STATUS NOT = "00"
           GO TO FIND-MEMBER-EXIT
         END-IF.
         PERFORM MATCH-ONE-MEMBER
           UNTIL WARO-PLAYERS-EOF OR WARO-MEMBER-FOUND.
         CLOSE WARO-PLAYERS-FILE.
       FIND-MEMBER-EXIT.
         EXIT.

       MATCH-ONE-MEMBER.
         READ WARO-PLAYERS-FILE
           AT END MOVE "Y" TO WS-PLAYERS-EOF-SW
           NOT AT END
             IF WPM-PLAYER-ID = WS-TARGET-ID
               MOVE "Y" TO WS-MEMBER-FOUND-SW
               MOVE WPM-PLAYER-NAME TO WS-MEMBER-NAME
             END-IF
         END-READ.

      *> One door to the effective-dated rates: the buy-in in
      *> force on WS-RATE-DATE prices the voucher.
       READ-PAYOUT-RATES.
         CALL 'rate-util'
           USING WS-RATE-DATE, WS-CENTS-PER-POINT, WS-RAKE-PCT,
             WS-BUYIN-CENTS, WS-HOLD-LIMIT, WS-RATE-STATUS
           ON EXCEPTION
             MOVE "WARO-LOYALTY : SEVERE - rate-util failed to load"
               TO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.

      *> One door to the date utility so a missing module ends
      *> with a controlled message and code, not a raw abend.
       CALL-DATE-UTIL.
         CALL 'date-util'
           USING WS-DT-FUNCTION, WS-DT-DATE-1, WS-DT-DATE-2,
             WS-DT-DAYS, WS-DT-STATUS
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-LOYALTY : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'date-util' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.

      *> High-water mark: read the last voucher issued, bump it,
      *> write it back before the voucher is filed.
       NEXT-VOUCHER-NO.
         MOVE 0 TO WS-VOUCHER-NO.
         OPEN INPUT WARO-VOUCHNO-FILE.
         IF WS-VOUCHNO-FILE-STATUS = "00"
           READ WARO-VOUCHNO-FILE
             NOT AT END
               IF WARO-VOUCHNO-REC IS NUMERIC
                 MOVE WARO-VOUCHNO-REC TO WS-VOUCHER-NO
               END-IF
           END-READ
           CLOSE WARO-VOUCHNO-FILE
         END-IF.
         ADD 1 TO WS-VOUCHER-NO.
         OPEN OUTPUT WARO-VOUCHNO-FILE.
         MOVE WS-VOUCHER-NO TO WARO-VOUCHNO-REC.
         WRITE WARO-VOUCHNO-REC.
         CLOSE WARO-VOUCHNO-FILE.

       WRITE-VOUCHER-REC.
         OPEN EXTEND WARO-VOUCHER-FILE.
         IF WS-VOUCHER-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-VOUCHER-FILE
         END-IF.
         WRITE WARO-VOUCHER-REC.
         CLOSE WARO-VOUCHER-FILE.

       WRITE-LOYALTY-REC.
         OPEN EXTEND WARO-LOYALTY-FILE.
         IF WS-LOYALTY-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-LOYALTY-FILE
         END-IF.
         WRITE WARO-LOYALTY-REC.
         CLOSE WARO-LOYALTY-FILE.

       WRITE-STATEMENT.
         OPEN EXTEND WARO-LOYALSTMT-FILE.
         IF WS-LOYALSTMT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-LOYALSTMT-FILE
         END-IF.
         MOVE WS-STATEMENT-LINE TO WARO-LOYALSTMT-REC.
         WRITE WARO-LOYALSTMT-REC.
         CLOSE WARO-LOYALSTMT-FILE.

      *> The signed-on operator must hold WS-OP-LEVEL; a refusal
      *> is already on the change journal when it comes back.
       CHECK-OPERATOR.
         MOVE WS-ACTION TO WS-OP-ACTION.
         MOVE "A" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-LOYALTY : REFUSED - " DELIMITED BY SIZE
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
           MOVE "WARO-LOYALTY : WARNING - change journal not written"
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
             STRING "WARO-LOYALTY : SEVERE ERROR - subprogram "
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
