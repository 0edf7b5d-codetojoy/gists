       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-CASHIER.
      *> The cage. Posts the cash a member hands over or takes
      *> away to the WARO-LEDGER member ledger, each entry under
      *> its own receipt number and the cashier's id, and
      *> balances the cashier's drawer at the end of the shift.
      *> Receipt numbers come off the WARO-RECEIPT high-water
      *> mark, the WARO-GAMEID pattern. Amounts are dollars and
      *> cents, e.g. 125.50. Actions:
      *>   OPEN <cashier> <float> - start the shift's drawer.
      *>   DEPOSIT <cashier> <id> <amount> - "CD" credit.
      *>   WITHDRAW <cashier> <id> <amount> - "CW" debit; refused
      *>     over the member's balance or the cash in the drawer.
      *>   WALKIN <cashier> <id> <amount> - "WI" credit for cash
      *>     a walk-in pays at the door (id 0 if unregistered).
      *>   DUESPAY <cashier> <id> <amount> - "DP" credit for
      *>     membership dues; refused over the dues the member
      *>     owes ("DU" charges less "DP" payments). WARO-DUES
      *>     settles the invoices on its next run.
      *>   CLOSE <cashier> <counted> - the balancing sheet:
      *>     opening float plus cash in less cash out, against
      *>     the counted drawer, any over/short filed on the
      *>     WARO-DRAWER close record.
      *> Every action needs the cashier signed on (WARO-OPER) at
      *> clerk level or above, under their own operator id - a
      *> cashier works only their own drawer. Each drawer record
      *> and cage entry goes on the change journal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROLGS.
         COPY WAROPMS.
         COPY WARODRS.
         SELECT WARO-RECEIPT-FILE ASSIGN TO "WARO-RECEIPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECEIPT-FILE-STATUS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WAROLGR.
         COPY WAROPMR.
         COPY WARODRR.
         FD WARO-RECEIPT-FILE.
         01 WARO-RECEIPT-REC PIC 9(8).
         WORKING-STORAGE SECTION.
         01 WS-LEDGER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PLAYERS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-DRAWER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RECEIPT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-LEDGER-EOF-SW PIC X(1) VALUE "N".
           88 WARO-LEDGER-EOF VALUE "Y".
         01 WS-PLAYERS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PLAYERS-EOF VALUE "Y".
         01 WS-DRAWER-EOF-SW PIC X(1) VALUE "N".
           88 WARO-DRAWER-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-ACTION PIC X(8) VALUE SPACES.
         01 WS-CASHIER-ID PIC X(4) VALUE SPACES.
         01 WS-FIELD-3 PIC X(12) VALUE SPACES.
         01 WS-FIELD-4 PIC X(12) VALUE SPACES.
         01 WS-TARGET-ID-TEXT PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
         01 WS-TARGET-ID PIC 9(4) VALUE 0.
         01 WS-MEMBER-NAME PIC X(20) VALUE SPACES.
         01 WS-MEMBER-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-MEMBER-FOUND VALUE "Y".
         01 WS-RUN-DATE PIC 9(8) VALUE 0.

      *> Amount text split at the decimal point.
         01 WS-AMOUNT-TEXT PIC X(12) VALUE SPACES.
         01 WS-DOLLARS-TEXT PIC X(6) JUSTIFIED RIGHT VALUE SPACES.
         01 WS-CENTS-TEXT PIC X(2) VALUE SPACES.
         01 WS-AMOUNT-OK-SW PIC X(1) VALUE "N".
           88 WARO-AMOUNT-OK VALUE "Y".
         01 WS-AMOUNT PIC 9(6)V99 VALUE 0.
         01 WS-AMOUNT-PARTS REDEFINES WS-AMOUNT.
            02 WS-AMOUNT-DOLLARS PIC 9(6).
            02 WS-AMOUNT-CENTS PIC 9(2).

      *> The shift as it stands: the open record, whether it has
      *> already been closed, and the cage cash taken so far.
         01 WS-SHIFT-OPEN-SW PIC X(1) VALUE "N".
           88 WARO-SHIFT-OPEN VALUE "Y".
         01 WS-SHIFT-CLOSED-SW PIC X(1) VALUE "N".
           88 WARO-SHIFT-CLOSED VALUE "Y".
         01 WS-FLOAT-AMOUNT PIC 9(6)V99 VALUE 0.
         01 WS-CASH-IN PIC 9(6)V99 VALUE 0.
         01 WS-CASH-OUT PIC 9(6)V99 VALUE 0.
         01 WS-CASH-IN-COUNT PIC 9(4) VALUE 0.
         01 WS-CASH-OUT-COUNT PIC 9(4) VALUE 0.
         01 WS-DRAWER-NOW PIC S9(7)V99 VALUE 0.
         01 WS-EXPECTED PIC 9(6)V99 VALUE 0.
         01 WS-COUNTED PIC 9(6)V99 VALUE 0.
         01 WS-OVER-SHORT PIC 9(6)V99 VALUE 0.
         01 WS-OVER-SHORT-FLAG PIC X(1) VALUE SPACE.
         01 WS-MEMBER-BALANCE PIC S9(7)V99 VALUE 0.
         01 WS-DUES-OWED PIC S9(7)V99 VALUE 0.

         01 WS-RECEIPT-NO PIC 9(8) VALUE 0.
         01 WS-ENTRY-TYPE PIC X(2) VALUE SPACES.
         01 WS-AMOUNT-ED PIC ZZZZZ9.99.
         01 WS-BALANCE-ED PIC -ZZZZZZ9.99.

      *> oper-util parameters: who is signed on, the level the
      *> action needs, and the journal images of the change.
         01 WS-OP-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-OP-PROGRAM PIC X(12) VALUE "WARO-CASHIER".
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
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY ALL SPACE
           INTO WS-ACTION WS-CASHIER-ID WS-FIELD-3 WS-FIELD-4.
         IF WS-CASHIER-ID = SPACES
             AND WS-ACTION NOT = SPACES
           MOVE "WARO-CASHIER : every action needs the cashier id"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.
         PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT.
         IF RETURN-CODE > 0
           GO TO BEGIN-EXIT
         END-IF.
         PERFORM READ-SHIFT-STATE THRU READ-SHIFT-STATE-EXIT.
         EVALUATE WS-ACTION
           WHEN "OPEN"
             PERFORM OPEN-SHIFT THRU OPEN-SHIFT-EXIT
           WHEN "DEPOSIT"
             MOVE "CD" TO WS-ENTRY-TYPE
             PERFORM POST-CASH-ENTRY THRU POST-CASH-ENTRY-EXIT
           WHEN "WITHDRAW"
             MOVE "CW" TO WS-ENTRY-TYPE
             PERFORM POST-CASH-ENTRY THRU POST-CASH-ENTRY-EXIT
           WHEN "WALKIN"
             MOVE "WI" TO WS-ENTRY-TYPE
             PERFORM POST-CASH-ENTRY THRU POST-CASH-ENTRY-EXIT
           WHEN "DUESPAY"
             MOVE "DP" TO WS-ENTRY-TYPE
             PERFORM POST-CASH-ENTRY THRU POST-CASH-ENTRY-EXIT
           WHEN "CLOSE"
             PERFORM CLOSE-SHIFT THRU CLOSE-SHIFT-EXIT
           WHEN OTHER
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-CASHIER : unknown action '" DELIMITED BY SIZE
               WS-ACTION DELIMITED BY SPACE
               "'" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-CASHIER : use OPEN, DEPOSIT, WITHDRAW, "
               DELIMITED BY SIZE
               "WALKIN, DUESPAY or CLOSE" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             GO TO BEGIN-EXIT
         END-EVALUATE.
         MOVE "WARO-CASHIER Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       BEGIN-EXIT.
         STOP RUN.

      *> Today's drawer records for this cashier, then today's
      *> cage entries under this cashier's id off the ledger.
       READ-SHIFT-STATE.
         OPEN INPUT WARO-DRAWER-FILE.
         IF WS-DRAWER-FILE-STATUS = "00"
           PERFORM READ-ONE-DRAWER-REC UNTIL WARO-DRAWER-EOF
           CLOSE WARO-DRAWER-FILE
         END-IF.
         OPEN INPUT WARO-LEDGER-FILE.
         IF WS-LEDGER-FILE-STATUS NOT = "00"
           GO TO READ-SHIFT-STATE-EXIT
         END-IF.
         PERFORM TALLY-ONE-CAGE-ENTRY UNTIL WARO-LEDGER-EOF.
         CLOSE WARO-LEDGER-FILE.
       READ-SHIFT-STATE-EXIT.
         EXIT.

       READ-ONE-DRAWER-REC.
         READ WARO-DRAWER-FILE
           AT END MOVE "Y" TO WS-DRAWER-EOF-SW
           NOT AT END
             IF WDR-SHIFT-DATE = WS-RUN-DATE
                 AND WDR-CASHIER-ID = WS-CASHIER-ID
               IF WDR-SHIFT-OPEN
                 MOVE "Y" TO WS-SHIFT-OPEN-SW
                 MOVE WDR-FLOAT-AMOUNT TO WS-FLOAT-AMOUNT
               END-IF
               IF WDR-SHIFT-CLOSE
                 MOVE "Y" TO WS-SHIFT-CLOSED-SW
               END-IF
             END-IF
         END-READ.

       TALLY-ONE-CAGE-ENTRY.
         READ WARO-LEDGER-FILE
           AT END MOVE "Y" TO WS-LEDGER-EOF-SW
           NOT AT END
             IF WLG-ENTRY-DATE = WS-RUN-DATE
                 AND WLG-CASH-ENTRY
                 AND WLG-CASHIER-ID = WS-CASHIER-ID
               IF WLG-WITHDRAW-ENTRY
                 ADD 1 TO WS-CASH-OUT-COUNT
                 ADD WLG-DEBIT-AMOUNT TO WS-CASH-OUT
               ELSE
                 ADD 1 TO WS-CASH-IN-COUNT
                 ADD WLG-CREDIT-AMOUNT TO WS-CASH-IN
               END-IF
             END-IF
         END-READ.

       OPEN-SHIFT.
         IF WARO-SHIFT-OPEN
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CASHIER : cashier " DELIMITED BY SIZE
             WS-CASHIER-ID DELIMITED BY SIZE
             " already opened a drawer today" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO OPEN-SHIFT-EXIT
         END-IF.
         MOVE WS-FIELD-3 TO WS-AMOUNT-TEXT.
         PERFORM SPLIT-AMOUNT.
         IF NOT WARO-AMOUNT-OK
           MOVE "WARO-CASHIER : OPEN needs <cashier> <float>"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO OPEN-SHIFT-EXIT
         END-IF.
         MOVE SPACES TO WARO-DRAWER-REC.
         MOVE WS-RUN-DATE TO WDR-SHIFT-DATE.
         MOVE WS-CASHIER-ID TO WDR-CASHIER-ID.
         MOVE "O" TO WDR-RECORD-KIND.
         MOVE WS-AMOUNT TO WDR-FLOAT-AMOUNT.
         MOVE 0 TO WDR-CASH-IN WDR-CASH-OUT WDR-EXPECTED
           WDR-COUNTED WDR-OVER-SHORT.
         PERFORM WRITE-DRAWER-REC.
         MOVE WS-AMOUNT TO WS-AMOUNT-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-CASHIER : cashier " DELIMITED BY SIZE
           WS-CASHIER-ID DELIMITED BY SIZE
           " opened with a float of " DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       OPEN-SHIFT-EXIT.
         EXIT.

      *> One cage entry. A deposit or withdrawal must be for a
      *> member on the master; walk-in cash may be for id 0.
       POST-CASH-ENTRY.
         IF NOT WARO-SHIFT-OPEN OR WARO-SHIFT-CLOSED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CASHIER : cashier " DELIMITED BY SIZE
             WS-CASHIER-ID DELIMITED BY SIZE
             " has no open drawer today" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO POST-CASH-ENTRY-EXIT
         END-IF.
         MOVE SPACES TO WS-TARGET-ID-TEXT.
         UNSTRING WS-FIELD-3 DELIMITED BY SPACE
           INTO WS-TARGET-ID-TEXT.
         INSPECT WS-TARGET-ID-TEXT REPLACING LEADING SPACE BY ZERO.
         MOVE WS-FIELD-4 TO WS-AMOUNT-TEXT.
         PERFORM SPLIT-AMOUNT.
         IF WS-TARGET-ID-TEXT IS NOT NUMERIC
             OR NOT WARO-AMOUNT-OK OR WS-AMOUNT = 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CASHIER : " DELIMITED BY SIZE
             WS-ACTION DELIMITED BY SPACE
             " needs <cashier> <id> <amount>" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO POST-CASH-ENTRY-EXIT
         END-IF.
         MOVE WS-TARGET-ID-TEXT TO WS-TARGET-ID.
         IF WS-TARGET-ID > 0
           PERFORM FIND-MEMBER THRU FIND-MEMBER-EXIT
         END-IF.
         IF NOT WARO-MEMBER-FOUND
             AND (WS-TARGET-ID > 0 OR WS-ENTRY-TYPE NOT = "WI")
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CASHIER : id " DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
             " is not on the player master" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO POST-CASH-ENTRY-EXIT
         END-IF.
         IF WS-ENTRY-TYPE = "CW"
           PERFORM CHECK-WITHDRAWAL THRU CHECK-WITHDRAWAL-EXIT
           IF RETURN-CODE > 0
             GO TO POST-CASH-ENTRY-EXIT
           END-IF
         END-IF.
         IF WS-ENTRY-TYPE = "DP"
           PERFORM CHECK-DUES-OWED THRU CHECK-DUES-OWED-EXIT
           IF RETURN-CODE > 0
             GO TO POST-CASH-ENTRY-EXIT
           END-IF
         END-IF.
         PERFORM NEXT-RECEIPT-NO.
         MOVE SPACES TO WARO-LEDGER-REC.
         MOVE WS-TARGET-ID TO WLG-PLAYER-ID.
         MOVE WS-RUN-DATE TO WLG-ENTRY-DATE.
         MOVE 0 TO WLG-GAME-ID.
         MOVE WS-ENTRY-TYPE TO WLG-ENTRY-TYPE.
         IF WS-ENTRY-TYPE = "CW"
           MOVE WS-AMOUNT TO WLG-DEBIT-AMOUNT
           MOVE 0 TO WLG-CREDIT-AMOUNT
         ELSE
           MOVE 0 TO WLG-DEBIT-AMOUNT
           MOVE WS-AMOUNT TO WLG-CREDIT-AMOUNT
         END-IF.
         IF WS-TARGET-ID > 0
           MOVE WS-MEMBER-NAME TO WLG-PLAYER-NAME
         ELSE
           MOVE "WALKIN" TO WLG-PLAYER-NAME
         END-IF.
         MOVE WS-RECEIPT-NO TO WLG-RECEIPT-NO.
         MOVE WS-CASHIER-ID TO WLG-CASHIER-ID.
         OPEN EXTEND WARO-LEDGER-FILE.
         IF WS-LEDGER-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-LEDGER-FILE
         END-IF.
         WRITE WARO-LEDGER-REC.
         MOVE SPACES TO WS-OP-BEFORE.
         MOVE WARO-LEDGER-REC TO WS-OP-AFTER.
         PERFORM JOURNAL-CHANGE.
         CLOSE WARO-LEDGER-FILE.
         MOVE WS-AMOUNT TO WS-AMOUNT-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-CASHIER : receipt " DELIMITED BY SIZE
           WS-RECEIPT-NO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-ENTRY-TYPE DELIMITED BY SIZE
           " id " DELIMITED BY SIZE
           WS-TARGET-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           " cashier " DELIMITED BY SIZE
           WS-CASHIER-ID DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       POST-CASH-ENTRY-EXIT.
         EXIT.

      *> Cash out is refused past the member's ledger balance or
      *> past what the drawer can hand over right now.
       CHECK-WITHDRAWAL.
         MOVE 0 TO WS-MEMBER-BALANCE.
         MOVE "N" TO WS-LEDGER-EOF-SW.
         OPEN INPUT WARO-LEDGER-FILE.
         IF WS-LEDGER-FILE-STATUS = "00"
           PERFORM ADD-ONE-BALANCE-ENTRY UNTIL WARO-LEDGER-EOF
           CLOSE WARO-LEDGER-FILE
         END-IF.
         IF WS-AMOUNT > WS-MEMBER-BALANCE
           MOVE WS-MEMBER-BALANCE TO WS-BALANCE-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CASHIER : REFUSED - id " DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
             " balance is only " DELIMITED BY SIZE
             WS-BALANCE-ED DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO CHECK-WITHDRAWAL-EXIT
         END-IF.
         COMPUTE WS-DRAWER-NOW =
           WS-FLOAT-AMOUNT + WS-CASH-IN - WS-CASH-OUT.
         IF WS-AMOUNT > WS-DRAWER-NOW
           MOVE WS-DRAWER-NOW TO WS-BALANCE-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CASHIER : REFUSED - the drawer holds only "
             DELIMITED BY SIZE
             WS-BALANCE-ED DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
         END-IF.
       CHECK-WITHDRAWAL-EXIT.
         EXIT.

       ADD-ONE-BALANCE-ENTRY.
         READ WARO-LEDGER-FILE
           AT END MOVE "Y" TO WS-LEDGER-EOF-SW
           NOT AT END
             IF WLG-PLAYER-ID = WS-TARGET-ID
               COMPUTE WS-MEMBER-BALANCE = WS-MEMBER-BALANCE
                 + WLG-CREDIT-AMOUNT - WLG-DEBIT-AMOUNT
             END-IF
         END-READ.

      *> Dues are taken only up to what the member owes.
       CHECK-DUES-OWED.
         MOVE 0 TO WS-DUES-OWED.
         MOVE "N" TO WS-LEDGER-EOF-SW.
         OPEN INPUT WARO-LEDGER-FILE.
         IF WS-LEDGER-FILE-STATUS = "00"
           PERFORM ADD-ONE-DUES-ENTRY UNTIL WARO-LEDGER-EOF
           CLOSE WARO-LEDGER-FILE
         END-IF.
         IF WS-AMOUNT > WS-DUES-OWED
           MOVE WS-DUES-OWED TO WS-BALANCE-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CASHIER : REFUSED - id " DELIMITED BY SIZE
             WS-TARGET-ID DELIMITED BY SIZE
             " owes dues of only " DELIMITED BY SIZE
             WS-BALANCE-ED DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
         END-IF.
       CHECK-DUES-OWED-EXIT.
         EXIT.

       ADD-ONE-DUES-ENTRY.
         READ WARO-LEDGER-FILE
           AT END MOVE "Y" TO WS-LEDGER-EOF-SW
           NOT AT END
             IF WLG-PLAYER-ID = WS-TARGET-ID AND WLG-DUES-ENTRY
               COMPUTE WS-DUES-OWED = WS-DUES-OWED
                 + WLG-DEBIT-AMOUNT - WLG-CREDIT-AMOUNT
             END-IF
         END-READ.

      *> The balancing sheet. Expected is float plus cash in less
      *> cash out; the counted drawer over or under it is filed
      *> on the close record and warned at rc 4.
       CLOSE-SHIFT.
         IF NOT WARO-SHIFT-OPEN OR WARO-SHIFT-CLOSED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CASHIER : cashier " DELIMITED BY SIZE
             WS-CASHIER-ID DELIMITED BY SIZE
             " has no open drawer today" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO CLOSE-SHIFT-EXIT
         END-IF.
         MOVE WS-FIELD-3 TO WS-AMOUNT-TEXT.
         PERFORM SPLIT-AMOUNT.
         IF NOT WARO-AMOUNT-OK
           MOVE "WARO-CASHIER : CLOSE needs <cashier> <counted>"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO CLOSE-SHIFT-EXIT
         END-IF.
         MOVE WS-AMOUNT TO WS-COUNTED.
         COMPUTE WS-EXPECTED =
           WS-FLOAT-AMOUNT + WS-CASH-IN - WS-CASH-OUT.
         IF WS-COUNTED > WS-EXPECTED
           COMPUTE WS-OVER-SHORT = WS-COUNTED - WS-EXPECTED
           MOVE "O" TO WS-OVER-SHORT-FLAG
         ELSE IF WS-COUNTED < WS-EXPECTED
           COMPUTE WS-OVER-SHORT = WS-EXPECTED - WS-COUNTED
           MOVE "S" TO WS-OVER-SHORT-FLAG
         ELSE
           MOVE 0 TO WS-OVER-SHORT
           MOVE SPACE TO WS-OVER-SHORT-FLAG
         END-IF.
         MOVE SPACES TO WARO-DRAWER-REC.
         MOVE WS-RUN-DATE TO WDR-SHIFT-DATE.
         MOVE WS-CASHIER-ID TO WDR-CASHIER-ID.
         MOVE "C" TO WDR-RECORD-KIND.
         MOVE WS-FLOAT-AMOUNT TO WDR-FLOAT-AMOUNT.
         MOVE WS-CASH-IN TO WDR-CASH-IN.
         MOVE WS-CASH-OUT TO WDR-CASH-OUT.
         MOVE WS-EXPECTED TO WDR-EXPECTED.
         MOVE WS-COUNTED TO WDR-COUNTED.
         MOVE WS-OVER-SHORT TO WDR-OVER-SHORT.
         MOVE WS-OVER-SHORT-FLAG TO WDR-OVER-SHORT-FLAG.
         PERFORM WRITE-DRAWER-REC.
         PERFORM REPORT-BALANCING-SHEET.
         IF WS-OVER-SHORT-FLAG NOT = SPACE
           MOVE 4 TO RETURN-CODE
         END-IF.
       CLOSE-SHIFT-EXIT.
         EXIT.

       REPORT-BALANCING-SHEET.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-CASHIER : drawer balancing - cashier "
           DELIMITED BY SIZE
           WS-CASHIER-ID DELIMITED BY SIZE
           " shift " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE WS-FLOAT-AMOUNT TO WS-AMOUNT-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "  opening float            " DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE WS-CASH-IN TO WS-AMOUNT-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "  plus cash in           + " DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           "  (" DELIMITED BY SIZE
           WS-CASH-IN-COUNT DELIMITED BY SIZE
           " receipt(s))" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE WS-CASH-OUT TO WS-AMOUNT-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "  less cash out          - " DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           "  (" DELIMITED BY SIZE
           WS-CASH-OUT-COUNT DELIMITED BY SIZE
           " receipt(s))" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE WS-EXPECTED TO WS-AMOUNT-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "  expected in the drawer   " DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE WS-COUNTED TO WS-AMOUNT-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "  counted                  " DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE WS-OVER-SHORT TO WS-AMOUNT-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         EVALUATE WS-OVER-SHORT-FLAG
           WHEN "O"
             STRING "  drawer OVER              " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WHEN "S"
             STRING "  drawer SHORT             " DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WHEN OTHER
             MOVE "  drawer balances" TO WS-REPORT-LINE
         END-EVALUATE.
         PERFORM WRITE-REPORT.

      *> "125.50", "125.5" or "125" into WS-AMOUNT.
       SPLIT-AMOUNT.
         MOVE "N" TO WS-AMOUNT-OK-SW.
         MOVE SPACES TO WS-DOLLARS-TEXT.
         MOVE SPACES TO WS-CENTS-TEXT.
         UNSTRING WS-AMOUNT-TEXT DELIMITED BY "." OR SPACE
           INTO WS-DOLLARS-TEXT WS-CENTS-TEXT.
         INSPECT WS-DOLLARS-TEXT REPLACING LEADING SPACE BY ZERO.
         INSPECT WS-CENTS-TEXT REPLACING ALL SPACE BY ZERO.
         IF WS-AMOUNT-TEXT NOT = SPACES
             AND WS-DOLLARS-TEXT IS NUMERIC
             AND WS-CENTS-TEXT IS NUMERIC
           MOVE WS-DOLLARS-TEXT TO WS-AMOUNT-DOLLARS
           MOVE WS-CENTS-TEXT TO WS-AMOUNT-CENTS
           MOVE "Y" TO WS-AMOUNT-OK-SW
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

      *> High-water mark: read the last receipt issued, bump it,
      *> write it back before the entry is posted.
       NEXT-RECEIPT-NO.
         MOVE 0 TO WS-RECEIPT-NO.
         OPEN INPUT WARO-RECEIPT-FILE.
         IF WS-RECEIPT-FILE-STATUS = "00"
           READ WARO-RECEIPT-FILE
             NOT AT END
               IF WARO-RECEIPT-REC IS NUMERIC
                 MOVE WARO-RECEIPT-REC TO WS-RECEIPT-NO
               END-IF
           END-READ
           CLOSE WARO-RECEIPT-FILE
         END-IF.
         ADD 1 TO WS-RECEIPT-NO.
         OPEN OUTPUT WARO-RECEIPT-FILE.
         MOVE WS-RECEIPT-NO TO WARO-RECEIPT-REC.
         WRITE WARO-RECEIPT-REC.
         CLOSE WARO-RECEIPT-FILE.

       WRITE-DRAWER-REC.
         OPEN EXTEND WARO-DRAWER-FILE.
         IF WS-DRAWER-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-DRAWER-FILE
         END-IF.
         WRITE WARO-DRAWER-REC.
         MOVE SPACES TO WS-OP-BEFORE.
         MOVE WARO-DRAWER-REC TO WS-OP-AFTER.
         CLOSE WARO-DRAWER-FILE.
         PERFORM JOURNAL-CHANGE.

      *> The signed-on operator must be at least a clerk and must
      *> be the cashier named on the parm; a refusal by oper-util
      *> is already on the change journal when it comes back.
       CHECK-OPERATOR.
         MOVE WS-ACTION TO WS-OP-ACTION.
         MOVE "A" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CASHIER : REFUSED - " DELIMITED BY SIZE
             WS-OP-MESSAGE DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO CHECK-OPERATOR-EXIT
         END-IF.
         IF WS-OP-OPERATOR-ID NOT = WS-CASHIER-ID
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CASHIER : REFUSED - operator " DELIMITED BY SIZE
             WS-OP-OPERATOR-ID DELIMITED BY SIZE
             " is signed on, not cashier " DELIMITED BY SIZE
             WS-CASHIER-ID DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
         END-IF.
       CHECK-OPERATOR-EXIT.
         EXIT.

       JOURNAL-CHANGE.
         MOVE "J" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE "WARO-CASHIER : WARNING - change journal not written"
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
             STRING "WARO-CASHIER : SEVERE ERROR - subprogram "
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
