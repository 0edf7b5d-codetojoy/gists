       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-DUES.
      *> Annual membership dues. Parm:
      *>   BILL (or no parm) - the nightly dues run:
      *>     - every member on WARO-PLAYERS whose WPM-JOIN-DATE
      *>       anniversary has come round (within the last
      *>       DUES-CATCHUP-DAYS, so a closed night is caught up)
      *>       is invoiced on WARO-DUES at the WARO-DUESRATE
      *>       schedule rate in force on the anniversary for the
      *>       member's class - full, or provisional when
      *>       WPM-PROV-FLAG is "P" - and charged a "DU" entry on
      *>       WARO-LEDGER,
      *>     - "DP" dues payments on the ledger (taken at the
      *>       cage through WARO-CASHIER DUESPAY) settle the
      *>       member's invoices oldest first,
      *>     - an invoice still unpaid DUES-REMIND-1-DAYS and
      *>       DUES-REMIND-2-DAYS after billing sends the member
      *>       a reminder on the WARO-NOTICE feed,
      *>     - past DUES-GRACE-DAYS the member's ACTIVE roster
      *>       seat is suspended on WARO-ROSTER, and the seat is
      *>       reinstated on the first run after the member's
      *>       suspended invoices are paid. Seats suspended by
      *>       hand or by another sweep are never touched.
      *>   REPORT [yyyy] - the treasury report to WARO-DUESRPT
      *>     (default this year): dues billed and collected in
      *>     the year, and every invoice still outstanding.
      *> The schedule is effective-dated like WARO-RATES: one
      *> line per class per change, "yyyymmdd C amount" with C
      *> "F" or "P"; the latest line on or before the
      *> anniversary prices the invoice. No line, or a zero
      *> amount, means that class pays no dues.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WARODUS.
         COPY WAROLGS.
         COPY WAROPMS.
         COPY WAROROS.
         COPY WARONTS.
         SELECT WARO-DUESRATE-FILE ASSIGN TO "WARO-DUESRATE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUESRATE-FILE-STATUS.
         SELECT WARO-DUESRPT-FILE ASSIGN TO "WARO-DUESRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUESRPT-FILE-STATUS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WARODUR.
         COPY WAROLGR.
         COPY WAROPMR.
         COPY WARORSR.
         COPY WARONTR.
         FD WARO-DUESRATE-FILE.
         01 WARO-DUESRATE-REC.
            02 WDS-FROM-DATE PIC 9(8).
            02 FILLER PIC X(1).
            02 WDS-RATE-CLASS PIC X(1).
            02 FILLER PIC X(1).
            02 WDS-AMOUNT PIC 9(4)V99.
         FD WARO-DUESRPT-FILE.
         01 WARO-DUESRPT-REC PIC X(80).
         WORKING-STORAGE SECTION.
         01 WS-DUES-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-LEDGER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PLAYERS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-ROSTER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-NOTICE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-DUESRATE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-DUESRPT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-DUESRPT-LINE PIC X(80) VALUE SPACES.
         01 WS-NOTICE-TEXT PIC X(72) VALUE SPACES.
         01 WS-DUES-EOF-SW PIC X(1) VALUE "N".
           88 WARO-DUES-EOF VALUE "Y".
         01 WS-LEDGER-EOF-SW PIC X(1) VALUE "N".
           88 WARO-LEDGER-EOF VALUE "Y".
         01 WS-PLAYERS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PLAYERS-EOF VALUE "Y".
         01 WS-ROSTER-EOF-SW PIC X(1) VALUE "N".
           88 WARO-ROSTER-EOF VALUE "Y".
         01 WS-DUESRATE-EOF-SW PIC X(1) VALUE "N".
           88 WARO-DUESRATE-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-ACTION PIC X(6) VALUE SPACES.
         01 WS-FIELD-2 PIC X(8) VALUE SPACES.
         01 WS-YEAR-TEXT PIC X(4) VALUE SPACES.
         01 WS-REPORT-YEAR PIC 9(4) VALUE 0.
         01 WS-TODAY PIC 9(8) VALUE 0.
         01 WS-NOTICE-ID PIC 9(4) VALUE 0.

      *> The dues calendar: when the reminders go out, when the
      *> grace period ends, and how far back a missed
      *> anniversary is still billed.
         78 DUES-REMIND-1-DAYS VALUE 30.
         78 DUES-REMIND-2-DAYS VALUE 60.
         78 DUES-GRACE-DAYS VALUE 90.
         78 DUES-CATCHUP-DAYS VALUE 31.

      *> The dues schedule, as read.
         78 NUM-SCHEDULE-MAX VALUE 50.
         01 WS-SCHEDULE-TABLE.
            02 WS-SCHEDULE-ENTRY OCCURS NUM-SCHEDULE-MAX TIMES.
               03 WS-SC-FROM-DATE PIC 9(8).
               03 WS-SC-RATE-CLASS PIC X(1).
               03 WS-SC-AMOUNT PIC 9(4)V99.
         01 WS-SCHEDULE-COUNT PIC 9(2) VALUE 0.
         01 WS-SCHEDULE-IDX PIC 9(2) VALUE 0.
         01 WS-RATE-CLASS PIC X(1) VALUE SPACES.
         01 WS-RATE-FROM PIC 9(8) VALUE 0.
         01 WS-RATE-AMOUNT PIC 9(4)V99 VALUE 0.

      *> The member master, as read.
         78 NUM-MEMBERS-MAX VALUE 500.
         01 WS-MEMBER-TABLE.
            02 WS-MEMBER-ENTRY OCCURS NUM-MEMBERS-MAX TIMES.
               03 WS-MB-PLAYER-ID PIC 9(4).
               03 WS-MB-JOIN-DATE PIC 9(8).
               03 WS-MB-NAME PIC X(6).
               03 WS-MB-PROV-FLAG PIC X(1).
         01 WS-MEMBER-COUNT PIC 9(3) VALUE 0.
         01 WS-MEMBER-IDX PIC 9(3) VALUE 0.
         01 WS-ANNIV-DATE PIC 9(8) VALUE 0.
         01 WS-ANNIV-PARTS REDEFINES WS-ANNIV-DATE.
            02 WS-ANNIV-YEAR PIC 9(4).
            02 WS-ANNIV-MMDD PIC 9(4).
         01 WS-ANNIV-AGE PIC S9(6) VALUE 0.

      *> Every dues invoice on file, held whole for the rewrite.
         78 NUM-INVOICES-MAX VALUE 2000.
         01 WS-INVOICE-TABLE.
            02 WS-INVOICE-ENTRY OCCURS NUM-INVOICES-MAX TIMES.
               03 WS-IV-PLAYER-ID PIC 9(4).
               03 WS-IV-ANNIV-DATE PIC 9(8).
               03 WS-IV-BILL-DATE PIC 9(8).
               03 WS-IV-RATE-CLASS PIC X(1).
               03 WS-IV-AMOUNT PIC 9(4)V99.
               03 WS-IV-STATUS PIC X(1).
               03 WS-IV-REMINDERS PIC 9(1).
               03 WS-IV-PAID-DATE PIC 9(8).
               03 WS-IV-NAME PIC X(6).
               03 WS-IV-OWED PIC 9(4)V99.
         01 WS-INVOICE-COUNT PIC 9(4) VALUE 0.
         01 WS-INVOICE-IDX PIC 9(4) VALUE 0.
         01 WS-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-ENTRY-FOUND VALUE "Y".

      *> Dues money per member id off the ledger: the payments
      *> not yet applied to an invoice, and whether the member
      *> still has a suspended invoice or one just paid.
         78 NUM-IDS-MAX VALUE 9999.
         01 WS-ID-IDX PIC 9(5) VALUE 0.
         01 WS-ID-TABLE.
            02 WS-ID-ENTRY OCCURS NUM-IDS-MAX TIMES.
               03 WS-ID-POOL PIC 9(6)V99.
               03 WS-ID-HELD-SW PIC X(1).
                 88 WS-ID-HELD VALUE "Y".
               03 WS-ID-CLEARED-SW PIC X(1).
                 88 WS-ID-CLEARED VALUE "Y".

      *> The roster, held whole for the in-place rewrite.
         78 NUM-ROSTER-MAX VALUE 30.
         01 WS-ROSTER-TABLE.
            02 WS-ROSTER-ENTRY OCCURS NUM-ROSTER-MAX TIMES.
               03 WS-ROSTER-NAME PIC X(6).
               03 WS-ROSTER-ID PIC 9(4).
               03 WS-ROSTER-STATUS PIC X(1).
               03 WS-ROSTER-STRATEGY PIC X(8).
               03 WS-ROSTER-HANDICAP PIC 9(3).
               03 WS-ROSTER-DIVISION PIC X(1).
         01 WS-ROSTER-COUNT PIC 9(2) VALUE 0.
         01 WS-SEAT-IDX PIC 9(2) VALUE 0.
         01 WS-SEATS-CHANGED PIC 9(2) VALUE 0.
         01 WS-ROSTER-CHANGED PIC 9(3) VALUE 0.
         01 WS-TARGET-STATUS PIC X(1) VALUE SPACES.
         01 WS-NEW-STATUS PIC X(1) VALUE SPACES.

         01 WS-DT-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-DT-DATE-1 PIC 9(8) VALUE 0.
         01 WS-DT-DATE-2 PIC 9(8) VALUE 0.
         01 WS-DT-DAYS PIC S9(6) VALUE 0.
         01 WS-DT-STATUS PIC X(1) VALUE "0".
         01 WS-INVOICE-AGE PIC S9(6) VALUE 0.

         01 WS-BILLED-COUNT PIC 9(3) VALUE 0.
         01 WS-PAID-COUNT PIC 9(3) VALUE 0.
         01 WS-REMINDED-COUNT PIC 9(3) VALUE 0.
         01 WS-SUSPENDED-COUNT PIC 9(3) VALUE 0.
         01 WS-REINSTATED-COUNT PIC 9(3) VALUE 0.
         01 WS-YEAR-BILLED PIC 9(7)V99 VALUE 0.
         01 WS-YEAR-BILLED-COUNT PIC 9(5) VALUE 0.
         01 WS-YEAR-COLLECTED PIC 9(7)V99 VALUE 0.
         01 WS-YEAR-COLLECTED-COUNT PIC 9(5) VALUE 0.
         01 WS-OUTSTANDING PIC 9(7)V99 VALUE 0.
         01 WS-OUTSTANDING-COUNT PIC 9(5) VALUE 0.
         01 WS-AMOUNT-ED PIC ZZZZ9.99.
         01 WS-TOTAL-ED PIC ZZZZZZ9.99.
         01 WS-COUNT-ED PIC ZZZZ9.
         01 WS-AGE-ED PIC ZZZZ9.
         01 WS-STATUS-WORD PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
         INITIALIZE WS-ID-TABLE.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY ALL SPACE
           INTO WS-ACTION WS-FIELD-2.
         EVALUATE WS-ACTION
           WHEN SPACES
           WHEN "BILL"
             PERFORM BILL-DUES THRU BILL-DUES-EXIT
           WHEN "REPORT"
             PERFORM REPORT-DUES THRU REPORT-DUES-EXIT
           WHEN OTHER
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-DUES : unknown action '" DELIMITED BY SIZE
               WS-ACTION DELIMITED BY SPACE
               "' - use BILL or REPORT" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             GO TO BEGIN-EXIT
         END-EVALUATE.
         MOVE "WARO-DUES Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       BEGIN-EXIT.
         STOP RUN.

      *> The nightly run: invoice tonight's anniversaries, settle
      *> what has been paid, then remind, suspend or reinstate.
       BILL-DUES.
         PERFORM READ-SCHEDULE THRU READ-SCHEDULE-EXIT.
         IF WS-SCHEDULE-COUNT = 0
           MOVE "WARO-DUES : no WARO-DUESRATE schedule - nothing billed"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 12 TO RETURN-CODE
           GO TO BILL-DUES-EXIT
         END-IF.
         PERFORM READ-MEMBERS THRU READ-MEMBERS-EXIT.
         PERFORM READ-INVOICES THRU READ-INVOICES-EXIT.
         PERFORM TALLY-DUES-PAID THRU TALLY-DUES-PAID-EXIT.
         PERFORM READ-CURRENT-ROSTER THRU READ-CURRENT-ROSTER-EXIT.
         PERFORM BILL-ONE-MEMBER THRU BILL-ONE-MEMBER-EXIT
           VARYING WS-MEMBER-IDX FROM 1 BY 1
             UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT.
         PERFORM APPLY-ONE-INVOICE
           VARYING WS-INVOICE-IDX FROM 1 BY 1
             UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT.
         PERFORM AGE-ONE-INVOICE THRU AGE-ONE-INVOICE-EXIT
           VARYING WS-INVOICE-IDX FROM 1 BY 1
             UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT.
         PERFORM REINSTATE-ONE-ID
           VARYING WS-ID-IDX FROM 1 BY 1
             UNTIL WS-ID-IDX > NUM-IDS-MAX.
         IF WS-ROSTER-CHANGED > 0
           PERFORM REWRITE-ROSTER
         END-IF.
         PERFORM REWRITE-INVOICES.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-DUES : " DELIMITED BY SIZE
           WS-BILLED-COUNT DELIMITED BY SIZE
           " billed, " DELIMITED BY SIZE
           WS-PAID-COUNT DELIMITED BY SIZE
           " paid, " DELIMITED BY SIZE
           WS-REMINDED-COUNT DELIMITED BY SIZE
           " reminded, " DELIMITED BY SIZE
           WS-SUSPENDED-COUNT DELIMITED BY SIZE
           " suspended, " DELIMITED BY SIZE
           WS-REINSTATED-COUNT DELIMITED BY SIZE
           " reinstated" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       BILL-DUES-EXIT.
         EXIT.

      *> The member's latest anniversary on or before today. One
      *> is billed once, and only from the first anniversary of
      *> joining, and only while it is recent - an anniversary
      *> that went by before dues billing began waits a year.
       BILL-ONE-MEMBER.
         IF WS-MB-PLAYER-ID (WS-MEMBER-IDX) = 0
             OR WS-MB-JOIN-DATE (WS-MEMBER-IDX) = 0
           GO TO BILL-ONE-MEMBER-EXIT
         END-IF.
         MOVE WS-TODAY (1:4) TO WS-ANNIV-DATE (1:4).
         MOVE WS-MB-JOIN-DATE (WS-MEMBER-IDX) (5:4)
           TO WS-ANNIV-DATE (5:4).
         PERFORM FIT-ANNIVERSARY.
         IF WS-ANNIV-DATE > WS-TODAY
           MOVE WS-TODAY (1:4) TO WS-ANNIV-YEAR
           SUBTRACT 1 FROM WS-ANNIV-YEAR
           MOVE WS-MB-JOIN-DATE (WS-MEMBER-IDX) (5:4)
             TO WS-ANNIV-DATE (5:4)
           PERFORM FIT-ANNIVERSARY
         END-IF.
         IF WS-ANNIV-DATE <= WS-MB-JOIN-DATE (WS-MEMBER-IDX)
           GO TO BILL-ONE-MEMBER-EXIT
         END-IF.
         MOVE "D" TO WS-DT-FUNCTION.
         MOVE WS-ANNIV-DATE TO WS-DT-DATE-1.
         MOVE WS-TODAY TO WS-DT-DATE-2.
         PERFORM CALL-DATE-UTIL.
         MOVE WS-DT-DAYS TO WS-ANNIV-AGE.
         IF WS-DT-STATUS NOT = "0"
             OR WS-ANNIV-AGE > DUES-CATCHUP-DAYS
           GO TO BILL-ONE-MEMBER-EXIT
         END-IF.
         MOVE "N" TO WS-FOUND-SW.
         PERFORM FIND-ONE-INVOICE
           VARYING WS-INVOICE-IDX FROM 1 BY 1
             UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
               OR WARO-ENTRY-FOUND.
         IF WARO-ENTRY-FOUND
           GO TO BILL-ONE-MEMBER-EXIT
         END-IF.
         IF WS-MB-PROV-FLAG (WS-MEMBER-IDX) = "P"
           MOVE "P" TO WS-RATE-CLASS
         ELSE
           MOVE "F" TO WS-RATE-CLASS
         END-IF.
         MOVE 0 TO WS-RATE-FROM.
         MOVE 0 TO WS-RATE-AMOUNT.
         PERFORM PRICE-ONE-SCHEDULE-LINE
           VARYING WS-SCHEDULE-IDX FROM 1 BY 1
             UNTIL WS-SCHEDULE-IDX > WS-SCHEDULE-COUNT.
         IF WS-RATE-AMOUNT = 0
           GO TO BILL-ONE-MEMBER-EXIT
         END-IF.
         IF WS-INVOICE-COUNT = NUM-INVOICES-MAX
           MOVE "WARO-DUES : invoice table full - billing stopped"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO BILL-ONE-MEMBER-EXIT
         END-IF.
         ADD 1 TO WS-INVOICE-COUNT.
         MOVE WS-INVOICE-COUNT TO WS-INVOICE-IDX.
         MOVE WS-MB-PLAYER-ID (WS-MEMBER-IDX)
           TO WS-IV-PLAYER-ID (WS-INVOICE-IDX).
         MOVE WS-ANNIV-DATE TO WS-IV-ANNIV-DATE (WS-INVOICE-IDX).
         MOVE WS-TODAY TO WS-IV-BILL-DATE (WS-INVOICE-IDX).
         MOVE WS-RATE-CLASS TO WS-IV-RATE-CLASS (WS-INVOICE-IDX).
         MOVE WS-RATE-AMOUNT TO WS-IV-AMOUNT (WS-INVOICE-IDX).
         MOVE "O" TO WS-IV-STATUS (WS-INVOICE-IDX).
         MOVE 0 TO WS-IV-REMINDERS (WS-INVOICE-IDX).
         MOVE 0 TO WS-IV-PAID-DATE (WS-INVOICE-IDX).
         MOVE WS-MB-NAME (WS-MEMBER-IDX) TO WS-IV-NAME (WS-INVOICE-IDX).
         MOVE WS-IV-PLAYER-ID (WS-INVOICE-IDX) TO WS-NOTICE-ID.
         MOVE SPACES TO WARO-LEDGER-REC.
         MOVE WS-IV-PLAYER-ID (WS-INVOICE-IDX) TO WLG-PLAYER-ID.
         MOVE WS-TODAY TO WLG-ENTRY-DATE.
         MOVE 0 TO WLG-GAME-ID.
         MOVE "DU" TO WLG-ENTRY-TYPE.
         MOVE WS-RATE-AMOUNT TO WLG-DEBIT-AMOUNT.
         MOVE 0 TO WLG-CREDIT-AMOUNT.
         MOVE WS-IV-NAME (WS-INVOICE-IDX) TO WLG-PLAYER-NAME.
         MOVE 0 TO WLG-RECEIPT-NO.
         OPEN EXTEND WARO-LEDGER-FILE.
         IF WS-LEDGER-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-LEDGER-FILE
         END-IF.
         WRITE WARO-LEDGER-REC.
         CLOSE WARO-LEDGER-FILE.
         ADD 1 TO WS-BILLED-COUNT.
         MOVE WS-RATE-AMOUNT TO WS-AMOUNT-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-DUES : BILLED " DELIMITED BY SIZE
           WS-IV-NAME (WS-INVOICE-IDX) DELIMITED BY SIZE
           " id " DELIMITED BY SIZE
           WS-IV-PLAYER-ID (WS-INVOICE-IDX) DELIMITED BY SIZE
           " class " DELIMITED BY SIZE
           WS-RATE-CLASS DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           " anniversary " DELIMITED BY SIZE
           WS-ANNIV-DATE DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-NOTICE-TEXT.
         STRING "Your WARO membership dues of" DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           " are due - pay at the cage" DELIMITED BY SIZE
           INTO WS-NOTICE-TEXT.
         PERFORM WRITE-NOTICE.
       BILL-ONE-MEMBER-EXIT.
         EXIT.

      *> A 29 February join date has its anniversary on the
      *> 28th in a common year.
       FIT-ANNIVERSARY.
         MOVE "V" TO WS-DT-FUNCTION.
         MOVE WS-ANNIV-DATE TO WS-DT-DATE-1.
         PERFORM CALL-DATE-UTIL.
         IF WS-DT-STATUS NOT = "0"
           MOVE "28" TO WS-ANNIV-DATE (7:2)
         END-IF.

       FIND-ONE-INVOICE.
         IF WS-IV-PLAYER-ID (WS-INVOICE-IDX) =
             WS-MB-PLAYER-ID (WS-MEMBER-IDX)
             AND WS-IV-ANNIV-DATE (WS-INVOICE-IDX) = WS-ANNIV-DATE
           MOVE "Y" TO WS-FOUND-SW
         END-IF.

      *> The latest schedule line for the class on or before the
      *> anniversary.
       PRICE-ONE-SCHEDULE-LINE.
         IF WS-SC-RATE-CLASS (WS-SCHEDULE-IDX) = WS-RATE-CLASS
             AND WS-SC-FROM-DATE (WS-SCHEDULE-IDX) <= WS-ANNIV-DATE
             AND WS-SC-FROM-DATE (WS-SCHEDULE-IDX) >= WS-RATE-FROM
           MOVE WS-SC-FROM-DATE (WS-SCHEDULE-IDX) TO WS-RATE-FROM
           MOVE WS-SC-AMOUNT (WS-SCHEDULE-IDX) TO WS-RATE-AMOUNT
         END-IF.

      *> The member's dues payments settle the invoices in the
      *> order they were raised; what is left over is owed.
       APPLY-ONE-INVOICE.
         MOVE WS-IV-PLAYER-ID (WS-INVOICE-IDX) TO WS-ID-IDX.
         IF WS-ID-IDX = 0
           MOVE 0 TO WS-IV-OWED (WS-INVOICE-IDX)
         ELSE
           IF WS-ID-POOL (WS-ID-IDX) >= WS-IV-AMOUNT (WS-INVOICE-IDX)
             SUBTRACT WS-IV-AMOUNT (WS-INVOICE-IDX)
               FROM WS-ID-POOL (WS-ID-IDX)
             MOVE 0 TO WS-IV-OWED (WS-INVOICE-IDX)
           ELSE
             COMPUTE WS-IV-OWED (WS-INVOICE-IDX) =
               WS-IV-AMOUNT (WS-INVOICE-IDX) - WS-ID-POOL (WS-ID-IDX)
             MOVE 0 TO WS-ID-POOL (WS-ID-IDX)
           END-IF
         END-IF.

      *> Paid, reminded or suspended, by the invoice's age.
       AGE-ONE-INVOICE.
         IF WS-IV-STATUS (WS-INVOICE-IDX) = "P"
           GO TO AGE-ONE-INVOICE-EXIT
         END-IF.
         MOVE WS-IV-PLAYER-ID (WS-INVOICE-IDX) TO WS-ID-IDX.
         MOVE WS-IV-PLAYER-ID (WS-INVOICE-IDX) TO WS-NOTICE-ID.
         IF WS-IV-OWED (WS-INVOICE-IDX) = 0
           IF WS-IV-STATUS (WS-INVOICE-IDX) = "S"
             MOVE "Y" TO WS-ID-CLEARED-SW (WS-ID-IDX)
           END-IF
           MOVE "P" TO WS-IV-STATUS (WS-INVOICE-IDX)
           MOVE WS-TODAY TO WS-IV-PAID-DATE (WS-INVOICE-IDX)
           ADD 1 TO WS-PAID-COUNT
           MOVE WS-IV-AMOUNT (WS-INVOICE-IDX) TO WS-AMOUNT-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-DUES : PAID " DELIMITED BY SIZE
             WS-IV-NAME (WS-INVOICE-IDX) DELIMITED BY SIZE
             " id " DELIMITED BY SIZE
             WS-IV-PLAYER-ID (WS-INVOICE-IDX) DELIMITED BY SIZE
             WS-AMOUNT-ED DELIMITED BY SIZE
             " anniversary " DELIMITED BY SIZE
             WS-IV-ANNIV-DATE (WS-INVOICE-IDX) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO AGE-ONE-INVOICE-EXIT
         END-IF.
         IF WS-IV-STATUS (WS-INVOICE-IDX) = "S"
           MOVE "Y" TO WS-ID-HELD-SW (WS-ID-IDX)
           GO TO AGE-ONE-INVOICE-EXIT
         END-IF.
         MOVE "D" TO WS-DT-FUNCTION.
         MOVE WS-IV-BILL-DATE (WS-INVOICE-IDX) TO WS-DT-DATE-1.
         MOVE WS-TODAY TO WS-DT-DATE-2.
         PERFORM CALL-DATE-UTIL.
         MOVE WS-DT-DAYS TO WS-INVOICE-AGE.
         MOVE WS-IV-OWED (WS-INVOICE-IDX) TO WS-AMOUNT-ED.
         EVALUATE TRUE
           WHEN WS-INVOICE-AGE >= DUES-GRACE-DAYS
             PERFORM SUSPEND-FOR-DUES
           WHEN WS-INVOICE-AGE >= DUES-REMIND-2-DAYS
               AND WS-IV-REMINDERS (WS-INVOICE-IDX) < 2
             MOVE 2 TO WS-IV-REMINDERS (WS-INVOICE-IDX)
             PERFORM REMIND-FOR-DUES
           WHEN WS-INVOICE-AGE >= DUES-REMIND-1-DAYS
               AND WS-IV-REMINDERS (WS-INVOICE-IDX) < 1
             MOVE 1 TO WS-IV-REMINDERS (WS-INVOICE-IDX)
             PERFORM REMIND-FOR-DUES
           WHEN OTHER
             CONTINUE
         END-EVALUATE.
       AGE-ONE-INVOICE-EXIT.
         EXIT.

       REMIND-FOR-DUES.
         ADD 1 TO WS-REMINDED-COUNT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-DUES : REMINDER " DELIMITED BY SIZE
           WS-IV-REMINDERS (WS-INVOICE-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-IV-NAME (WS-INVOICE-IDX) DELIMITED BY SIZE
           " id " DELIMITED BY SIZE
           WS-IV-PLAYER-ID (WS-INVOICE-IDX) DELIMITED BY SIZE
           " owes" DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           " billed " DELIMITED BY SIZE
           WS-IV-BILL-DATE (WS-INVOICE-IDX) DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-NOTICE-TEXT.
         STRING "Reminder - WARO membership dues of" DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           " billed " DELIMITED BY SIZE
           WS-IV-BILL-DATE (WS-INVOICE-IDX) DELIMITED BY SIZE
           " are unpaid" DELIMITED BY SIZE
           INTO WS-NOTICE-TEXT.
         PERFORM WRITE-NOTICE.

      *> Past the grace period the member's ACTIVE seats are
      *> suspended. A member with no ACTIVE seat is left open and
      *> looked at again on the next run.
       SUSPEND-FOR-DUES.
         MOVE "A" TO WS-TARGET-STATUS.
         MOVE "S" TO WS-NEW-STATUS.
         PERFORM SET-MEMBER-SEATS.
         IF WS-SEATS-CHANGED = 0
           GO TO SUSPEND-FOR-DUES-EXIT
         END-IF.
         MOVE "S" TO WS-IV-STATUS (WS-INVOICE-IDX).
         MOVE "Y" TO WS-ID-HELD-SW (WS-ID-IDX).
         ADD 1 TO WS-SUSPENDED-COUNT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-DUES : SUSPENDED " DELIMITED BY SIZE
           WS-IV-NAME (WS-INVOICE-IDX) DELIMITED BY SIZE
           " id " DELIMITED BY SIZE
           WS-IV-PLAYER-ID (WS-INVOICE-IDX) DELIMITED BY SIZE
           " owes" DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           " billed " DELIMITED BY SIZE
           WS-IV-BILL-DATE (WS-INVOICE-IDX) DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-NOTICE-TEXT.
         STRING "Your WARO seat is suspended for unpaid dues of"
           DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           INTO WS-NOTICE-TEXT.
         PERFORM WRITE-NOTICE.
       SUSPEND-FOR-DUES-EXIT.
         EXIT.

      *> A member whose dues suspensions are all paid off gets
      *> the seats back that this program took away.
       REINSTATE-ONE-ID.
         IF WS-ID-CLEARED (WS-ID-IDX) AND NOT WS-ID-HELD (WS-ID-IDX)
           MOVE WS-ID-IDX TO WS-NOTICE-ID
           MOVE "S" TO WS-TARGET-STATUS
           MOVE "A" TO WS-NEW-STATUS
           PERFORM SET-MEMBER-SEATS
           ADD 1 TO WS-REINSTATED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-DUES : REINSTATED id " DELIMITED BY SIZE
             WS-NOTICE-ID DELIMITED BY SIZE
             " - dues paid, " DELIMITED BY SIZE
             WS-SEATS-CHANGED DELIMITED BY SIZE
             " seat(s) active again" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING "Thank you - your dues are paid and your WARO seat"
             DELIMITED BY SIZE
             " is active again" DELIMITED BY SIZE
             INTO WS-NOTICE-TEXT
           PERFORM WRITE-NOTICE
         END-IF.

       SET-MEMBER-SEATS.
         MOVE 0 TO WS-SEATS-CHANGED.
         PERFORM SET-ONE-MEMBER-SEAT
           VARYING WS-SEAT-IDX FROM 1 BY 1
             UNTIL WS-SEAT-IDX > WS-ROSTER-COUNT.

       SET-ONE-MEMBER-SEAT.
         IF WS-ROSTER-ID (WS-SEAT-IDX) = WS-NOTICE-ID
             AND WS-ROSTER-STATUS (WS-SEAT-IDX) = WS-TARGET-STATUS
           MOVE WS-NEW-STATUS TO WS-ROSTER-STATUS (WS-SEAT-IDX)
           ADD 1 TO WS-SEATS-CHANGED
           ADD 1 TO WS-ROSTER-CHANGED
         END-IF.

      *> Treasury's view of the year: billed and collected, then
      *> every invoice still owed, whatever year it was raised.
       REPORT-DUES.
         MOVE WS-TODAY (1:4) TO WS-REPORT-YEAR.
         IF WS-FIELD-2 NOT = SPACES
           MOVE WS-FIELD-2 TO WS-YEAR-TEXT
           IF WS-YEAR-TEXT IS NOT NUMERIC OR WS-FIELD-2 (5:4)
               NOT = SPACES
             MOVE "WARO-DUES : REPORT takes a year yyyy"
               TO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             GO TO REPORT-DUES-EXIT
           END-IF
           MOVE WS-YEAR-TEXT TO WS-REPORT-YEAR
         END-IF.
         PERFORM READ-INVOICES THRU READ-INVOICES-EXIT.
         PERFORM TALLY-DUES-PAID THRU TALLY-DUES-PAID-EXIT.
         PERFORM APPLY-ONE-INVOICE
           VARYING WS-INVOICE-IDX FROM 1 BY 1
             UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT.
         PERFORM TALLY-ONE-INVOICE
           VARYING WS-INVOICE-IDX FROM 1 BY 1
             UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT.
         MOVE SPACES TO WS-DUESRPT-LINE.
         STRING "WARO membership dues - treasury report "
           DELIMITED BY SIZE
           WS-REPORT-YEAR DELIMITED BY SIZE
           " as of " DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           INTO WS-DUESRPT-LINE.
         PERFORM WRITE-DUESRPT.
         MOVE WS-YEAR-BILLED TO WS-TOTAL-ED.
         MOVE WS-YEAR-BILLED-COUNT TO WS-COUNT-ED.
         MOVE SPACES TO WS-DUESRPT-LINE.
         STRING "  dues billed            " DELIMITED BY SIZE
           WS-TOTAL-ED DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           " invoice(s))" DELIMITED BY SIZE
           INTO WS-DUESRPT-LINE.
         PERFORM WRITE-DUESRPT.
         MOVE WS-YEAR-COLLECTED TO WS-TOTAL-ED.
         MOVE WS-YEAR-COLLECTED-COUNT TO WS-COUNT-ED.
         MOVE SPACES TO WS-DUESRPT-LINE.
         STRING "  dues collected         " DELIMITED BY SIZE
           WS-TOTAL-ED DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           " payment(s))" DELIMITED BY SIZE
           INTO WS-DUESRPT-LINE.
         PERFORM WRITE-DUESRPT.
         MOVE WS-OUTSTANDING TO WS-TOTAL-ED.
         MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-ED.
         MOVE SPACES TO WS-DUESRPT-LINE.
         STRING "  dues outstanding       " DELIMITED BY SIZE
           WS-TOTAL-ED DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-COUNT-ED DELIMITED BY SIZE
           " invoice(s))" DELIMITED BY SIZE
           INTO WS-DUESRPT-LINE.
         PERFORM WRITE-DUESRPT.
         IF WS-OUTSTANDING-COUNT > 0
           MOVE "  outstanding invoices:" TO WS-DUESRPT-LINE
           PERFORM WRITE-DUESRPT
           PERFORM LIST-ONE-OUTSTANDING
             VARYING WS-INVOICE-IDX FROM 1 BY 1
               UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
         END-IF.
       REPORT-DUES-EXIT.
         EXIT.

       TALLY-ONE-INVOICE.
         IF WS-IV-BILL-DATE (WS-INVOICE-IDX) (1:4) = WS-REPORT-YEAR
           ADD WS-IV-AMOUNT (WS-INVOICE-IDX) TO WS-YEAR-BILLED
           ADD 1 TO WS-YEAR-BILLED-COUNT
         END-IF.
         IF WS-IV-OWED (WS-INVOICE-IDX) > 0
           ADD WS-IV-OWED (WS-INVOICE-IDX) TO WS-OUTSTANDING
           ADD 1 TO WS-OUTSTANDING-COUNT
         END-IF.

       LIST-ONE-OUTSTANDING.
         IF WS-IV-OWED (WS-INVOICE-IDX) > 0
           MOVE "D" TO WS-DT-FUNCTION
           MOVE WS-IV-BILL-DATE (WS-INVOICE-IDX) TO WS-DT-DATE-1
           MOVE WS-TODAY TO WS-DT-DATE-2
           PERFORM CALL-DATE-UTIL
           MOVE WS-DT-DAYS TO WS-AGE-ED
           MOVE WS-IV-OWED (WS-INVOICE-IDX) TO WS-AMOUNT-ED
           IF WS-IV-STATUS (WS-INVOICE-IDX) = "S"
             MOVE "SUSPENDED" TO WS-STATUS-WORD
           ELSE
             MOVE "OPEN" TO WS-STATUS-WORD
           END-IF
           MOVE SPACES TO WS-DUESRPT-LINE
           STRING "    " DELIMITED BY SIZE
             WS-IV-PLAYER-ID (WS-INVOICE-IDX) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-IV-NAME (WS-INVOICE-IDX) DELIMITED BY SIZE
             " billed " DELIMITED BY SIZE
             WS-IV-BILL-DATE (WS-INVOICE-IDX) DELIMITED BY SIZE
             " owes" DELIMITED BY SIZE
             WS-AMOUNT-ED DELIMITED BY SIZE
             WS-AGE-ED DELIMITED BY SIZE
             " day(s) " DELIMITED BY SIZE
             WS-STATUS-WORD DELIMITED BY SPACE
             INTO WS-DUESRPT-LINE
           PERFORM WRITE-DUESRPT
         END-IF.

       READ-SCHEDULE.
         OPEN INPUT WARO-DUESRATE-FILE.
         IF WS-DUESRATE-FILE-STATUS NOT = "00"
           GO TO READ-SCHEDULE-EXIT
         END-IF.
         PERFORM READ-ONE-SCHEDULE-LINE
           UNTIL WARO-DUESRATE-EOF
             OR WS-SCHEDULE-COUNT = NUM-SCHEDULE-MAX.
         CLOSE WARO-DUESRATE-FILE.
       READ-SCHEDULE-EXIT.
         EXIT.

       READ-ONE-SCHEDULE-LINE.
         READ WARO-DUESRATE-FILE
           AT END MOVE "Y" TO WS-DUESRATE-EOF-SW
           NOT AT END
             IF WDS-FROM-DATE IS NUMERIC AND WDS-AMOUNT IS NUMERIC
                 AND (WDS-RATE-CLASS = "F" OR WDS-RATE-CLASS = "P")
               ADD 1 TO WS-SCHEDULE-COUNT
               MOVE WDS-FROM-DATE
                 TO WS-SC-FROM-DATE (WS-SCHEDULE-COUNT)
               MOVE WDS-RATE-CLASS
                 TO WS-SC-RATE-CLASS (WS-SCHEDULE-COUNT)
               MOVE WDS-AMOUNT TO WS-SC-AMOUNT (WS-SCHEDULE-COUNT)
             END-IF
         END-READ.

       READ-MEMBERS.
         OPEN INPUT WARO-PLAYERS-FILE.
         IF WS-PLAYERS-FILE-STATUS NOT = "00"
           MOVE "WARO-DUES : no WARO-PLAYERS master - nothing billed"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO READ-MEMBERS-EXIT
         END-IF.
         PERFORM READ-ONE-MEMBER
           UNTIL WARO-PLAYERS-EOF OR WS-MEMBER-COUNT = NUM-MEMBERS-MAX.
         CLOSE WARO-PLAYERS-FILE.
       READ-MEMBERS-EXIT.
         EXIT.

       READ-ONE-MEMBER.
         READ WARO-PLAYERS-FILE
           AT END MOVE "Y" TO WS-PLAYERS-EOF-SW
           NOT AT END
             IF WPM-PLAYER-ID IS NUMERIC AND WPM-JOIN-DATE IS NUMERIC
               ADD 1 TO WS-MEMBER-COUNT
               MOVE WPM-PLAYER-ID TO WS-MB-PLAYER-ID (WS-MEMBER-COUNT)
               MOVE WPM-JOIN-DATE TO WS-MB-JOIN-DATE (WS-MEMBER-COUNT)
               MOVE WPM-PLAYER-NAME TO WS-MB-NAME (WS-MEMBER-COUNT)
               MOVE WPM-PROV-FLAG
                 TO WS-MB-PROV-FLAG (WS-MEMBER-COUNT)
             END-IF
         END-READ.

       READ-INVOICES.
         OPEN INPUT WARO-DUES-FILE.
         IF WS-DUES-FILE-STATUS NOT = "00"
           GO TO READ-INVOICES-EXIT
         END-IF.
         PERFORM READ-ONE-INVOICE
           UNTIL WARO-DUES-EOF OR WS-INVOICE-COUNT = NUM-INVOICES-MAX.
         CLOSE WARO-DUES-FILE.
       READ-INVOICES-EXIT.
         EXIT.

       READ-ONE-INVOICE.
         READ WARO-DUES-FILE
           AT END MOVE "Y" TO WS-DUES-EOF-SW
           NOT AT END
             ADD 1 TO WS-INVOICE-COUNT
             MOVE WDU-PLAYER-ID TO WS-IV-PLAYER-ID (WS-INVOICE-COUNT)
             MOVE WDU-ANNIV-DATE
               TO WS-IV-ANNIV-DATE (WS-INVOICE-COUNT)
             MOVE WDU-BILL-DATE TO WS-IV-BILL-DATE (WS-INVOICE-COUNT)
             MOVE WDU-RATE-CLASS
               TO WS-IV-RATE-CLASS (WS-INVOICE-COUNT)
             MOVE WDU-AMOUNT TO WS-IV-AMOUNT (WS-INVOICE-COUNT)
             MOVE WDU-STATUS TO WS-IV-STATUS (WS-INVOICE-COUNT)
             MOVE WDU-REMINDERS TO WS-IV-REMINDERS (WS-INVOICE-COUNT)
             MOVE WDU-PAID-DATE TO WS-IV-PAID-DATE (WS-INVOICE-COUNT)
             MOVE WDU-PLAYER-NAME TO WS-IV-NAME (WS-INVOICE-COUNT)
             MOVE 0 TO WS-IV-OWED (WS-INVOICE-COUNT)
         END-READ.

      *> Every "DP" dues payment on the ledger goes into the
      *> member's pool; the report year's are counted as
      *> collected.
       TALLY-DUES-PAID.
         OPEN INPUT WARO-LEDGER-FILE.
         IF WS-LEDGER-FILE-STATUS NOT = "00"
           GO TO TALLY-DUES-PAID-EXIT
         END-IF.
         PERFORM TALLY-ONE-LEDGER-ENTRY UNTIL WARO-LEDGER-EOF.
         CLOSE WARO-LEDGER-FILE.
       TALLY-DUES-PAID-EXIT.
         EXIT.

       TALLY-ONE-LEDGER-ENTRY.
         READ WARO-LEDGER-FILE
           AT END MOVE "Y" TO WS-LEDGER-EOF-SW
           NOT AT END
             IF WLG-DUES-PAYMENT-ENTRY AND WLG-PLAYER-ID > 0
               MOVE WLG-PLAYER-ID TO WS-ID-IDX
               ADD WLG-CREDIT-AMOUNT TO WS-ID-POOL (WS-ID-IDX)
               IF WLG-ENTRY-DATE (1:4) = WS-REPORT-YEAR
                 ADD WLG-CREDIT-AMOUNT TO WS-YEAR-COLLECTED
                 ADD 1 TO WS-YEAR-COLLECTED-COUNT
               END-IF
             END-IF
         END-READ.

       READ-CURRENT-ROSTER.
         OPEN INPUT WARO-ROSTER-FILE.
         IF WS-ROSTER-FILE-STATUS NOT = "00"
           GO TO READ-CURRENT-ROSTER-EXIT
         END-IF.
         PERFORM READ-ONE-SEAT
           UNTIL WARO-ROSTER-EOF OR WS-ROSTER-COUNT = NUM-ROSTER-MAX.
         CLOSE WARO-ROSTER-FILE.
       READ-CURRENT-ROSTER-EXIT.
         EXIT.

       READ-ONE-SEAT.
         READ WARO-ROSTER-FILE
           AT END MOVE "Y" TO WS-ROSTER-EOF-SW
           NOT AT END
             ADD 1 TO WS-ROSTER-COUNT
             MOVE WRO-PLAYER-NAME
               TO WS-ROSTER-NAME (WS-ROSTER-COUNT)
             IF WRO-PLAYER-ID IS NUMERIC
               MOVE WRO-PLAYER-ID TO WS-ROSTER-ID (WS-ROSTER-COUNT)
             ELSE
               MOVE 0 TO WS-ROSTER-ID (WS-ROSTER-COUNT)
             END-IF
             IF WRO-STATUS = SPACES
               MOVE "A" TO WS-ROSTER-STATUS (WS-ROSTER-COUNT)
             ELSE
               MOVE WRO-STATUS TO WS-ROSTER-STATUS (WS-ROSTER-COUNT)
             END-IF
             MOVE WRO-STRATEGY
               TO WS-ROSTER-STRATEGY (WS-ROSTER-COUNT)
             IF WRO-HANDICAP IS NUMERIC
               MOVE WRO-HANDICAP
                 TO WS-ROSTER-HANDICAP (WS-ROSTER-COUNT)
             ELSE
               MOVE 0 TO WS-ROSTER-HANDICAP (WS-ROSTER-COUNT)
             END-IF
             IF WRO-DIVISION = "B"
               MOVE "B" TO WS-ROSTER-DIVISION (WS-ROSTER-COUNT)
             ELSE
               MOVE "A" TO WS-ROSTER-DIVISION (WS-ROSTER-COUNT)
             END-IF
         END-READ.

       REWRITE-ROSTER.
         OPEN OUTPUT WARO-ROSTER-FILE.
         PERFORM WRITE-ONE-SEAT
           VARYING WS-SEAT-IDX FROM 1 BY 1
             UNTIL WS-SEAT-IDX > WS-ROSTER-COUNT.
         CLOSE WARO-ROSTER-FILE.

       WRITE-ONE-SEAT.
         MOVE SPACES TO WARO-ROSTER-REC.
         MOVE WS-ROSTER-NAME (WS-SEAT-IDX) TO WRO-PLAYER-NAME.
         MOVE WS-ROSTER-ID (WS-SEAT-IDX) TO WRO-PLAYER-ID.
         MOVE WS-ROSTER-STATUS (WS-SEAT-IDX) TO WRO-STATUS.
         MOVE WS-ROSTER-STRATEGY (WS-SEAT-IDX) TO WRO-STRATEGY.
         MOVE WS-ROSTER-HANDICAP (WS-SEAT-IDX) TO WRO-HANDICAP.
         MOVE WS-ROSTER-DIVISION (WS-SEAT-IDX) TO WRO-DIVISION.
         WRITE WARO-ROSTER-REC.

       REWRITE-INVOICES.
         OPEN OUTPUT WARO-DUES-FILE.
         PERFORM WRITE-ONE-INVOICE
           VARYING WS-INVOICE-IDX FROM 1 BY 1
             UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT.
         CLOSE WARO-DUES-FILE.

       WRITE-ONE-INVOICE.
         MOVE SPACES TO WARO-DUES-REC.
         MOVE WS-IV-PLAYER-ID (WS-INVOICE-IDX) TO WDU-PLAYER-ID.
         MOVE WS-IV-ANNIV-DATE (WS-INVOICE-IDX) TO WDU-ANNIV-DATE.
         MOVE WS-IV-BILL-DATE (WS-INVOICE-IDX) TO WDU-BILL-DATE.
         MOVE WS-IV-RATE-CLASS (WS-INVOICE-IDX) TO WDU-RATE-CLASS.
         MOVE WS-IV-AMOUNT (WS-INVOICE-IDX) TO WDU-AMOUNT.
         MOVE WS-IV-STATUS (WS-INVOICE-IDX) TO WDU-STATUS.
         MOVE WS-IV-REMINDERS (WS-INVOICE-IDX) TO WDU-REMINDERS.
         MOVE WS-IV-PAID-DATE (WS-INVOICE-IDX) TO WDU-PAID-DATE.
         MOVE WS-IV-NAME (WS-INVOICE-IDX) TO WDU-PLAYER-NAME.
         WRITE WARO-DUES-REC.

      *> One door to the date utility so a missing module ends
      *> with a controlled message and code, not a raw abend.
       CALL-DATE-UTIL.
         CALL 'date-util'
           USING WS-DT-FUNCTION, WS-DT-DATE-1, WS-DT-DATE-2,
             WS-DT-DAYS, WS-DT-STATUS
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-DUES : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'date-util' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.

      *> The member hears of it too, through the notice feed.
       WRITE-NOTICE.
         OPEN EXTEND WARO-NOTICE-FILE.
         IF WS-NOTICE-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-NOTICE-FILE
         END-IF.
         MOVE SPACES TO WARO-NOTICE-REC.
         MOVE WS-TODAY TO WNT-NOTICE-DATE.
         MOVE WS-NOTICE-ID TO WNT-PLAYER-ID.
         MOVE "DUES" TO WNT-SOURCE.
         MOVE WS-NOTICE-TEXT TO WNT-TEXT.
         WRITE WARO-NOTICE-REC.
         CLOSE WARO-NOTICE-FILE.

       WRITE-DUESRPT.
         OPEN EXTEND WARO-DUESRPT-FILE.
         IF WS-DUESRPT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-DUESRPT-FILE
         END-IF.
         MOVE WS-DUESRPT-LINE TO WARO-DUESRPT-REC.
         WRITE WARO-DUESRPT-REC.
         CLOSE WARO-DUESRPT-FILE.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-REPORT-FILE
         END-IF.
         MOVE WS-REPORT-LINE TO WARO-REPORT-REC.
         WRITE WARO-REPORT-REC.
         CLOSE WARO-REPORT-FILE.
