       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-PAYFILE.
      *> Pays the payouts on the WARO-PAYOUT extract. Every PO
      *> detail not yet on the WARO-PAYREG payment register -
      *> tonight's, and any WARO-PAYREL released from hold - is
      *> paid one of two ways:
      *>   - a member with direct-deposit details on
      *>     WARO-BANKING gets a credit entry on WARO-PAYEFT, the
      *>     bank payment file, under a new trace number;
      *>   - everyone else (a member paid by check, a member
      *>     with no details, a walk-in) goes on the WARO-CHECKS
      *>     check-print list.
      *> Each payment is stamped on the register with its trace
      *> number, which the bank and accounting quote back on the
      *> WARO-PAYACK acknowledgment. A payout already reversed
      *> by an RV record is not paid; it is filed on the register
      *> as passed over so it is reported only once. An extract
      *> out of balance against its trailers is refused and
      *> nothing is paid.
      *> Parm: a run date YYYYMMDD pays only that night's
      *> payouts; no parm pays everything outstanding.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROPYS.
         COPY WAROPMS.
         COPY WAROBKS.
         COPY WAROPGS.
         COPY WAROEFS.
         SELECT WARO-CHECKS-FILE ASSIGN TO "WARO-CHECKS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECKS-FILE-STATUS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WAROPAY.
         COPY WAROPMR.
         COPY WAROBKR.
         COPY WAROPGR.
         COPY WAROEFR.
         FD WARO-CHECKS-FILE.
         01 WARO-CHECKS-REC PIC X(80).
         WORKING-STORAGE SECTION.
         01 WS-PAYOUT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PLAYERS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-BANKING-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PAYREG-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PAYEFT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-CHECKS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-CHECKS-LINE PIC X(80) VALUE SPACES.
         01 WS-PAYOUT-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PAYOUT-EOF VALUE "Y".
         01 WS-PLAYERS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PLAYERS-EOF VALUE "Y".
         01 WS-BANKING-EOF-SW PIC X(1) VALUE "N".
           88 WARO-BANKING-EOF VALUE "Y".
         01 WS-PAYREG-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PAYREG-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-PARM-DATE PIC X(8) VALUE SPACES.
         01 WS-ASK-DATE PIC 9(8) VALUE 0.
         01 WS-TODAY PIC 9(8) VALUE 0.
         01 WS-NOW PIC 9(8) VALUE 0.

      *> The shop's own bank, as set up with them for the
      *> direct-deposit service: its routing number opens every
      *> trace number.
         01 WS-SHOP-ODFI-ID PIC 9(8) VALUE 09100001.
         01 WS-SHOP-DESTINATION PIC X(10) VALUE " 091000019".
         01 WS-SHOP-ORIGIN PIC X(10) VALUE "1410000001".
         01 WS-SHOP-BANK-NAME PIC X(23) VALUE "SHOP BANK".
         01 WS-SHOP-NAME PIC X(23) VALUE "WARO CARD CLUB".
         01 WS-SHOP-COMPANY-ID PIC X(10) VALUE "1410000001".

      *> Balancing the extract against its trailers.
         01 WS-BAL-COUNT PIC 9(6) VALUE 0.
         01 WS-BAL-HASH PIC 9(10)V99 VALUE 0.
         01 WS-BAL-PENDING-SW PIC X(1) VALUE "N".
           88 WARO-BATCH-PENDING VALUE "Y".
         01 WS-BAL-BAD-SW PIC X(1) VALUE "N".
           88 WARO-BATCH-BAD VALUE "Y".

      *> Every PO detail on the extract, numbered within its game
      *> and member.
         78 NUM-PO-MAX VALUE 1000.
         01 WS-PO-TABLE.
            02 WS-PO-ENTRY OCCURS NUM-PO-MAX TIMES.
               03 WS-PO-RUN-DATE PIC 9(8).
               03 WS-PO-GAME-ID PIC 9(16).
               03 WS-PO-PLAYER-ID PIC 9(4).
               03 WS-PO-OCCURRENCE PIC 9(2).
               03 WS-PO-NAME PIC X(6).
               03 WS-PO-AMOUNT PIC 9(6)V99.
         01 WS-PO-COUNT PIC 9(4) VALUE 0.
         01 WS-PO-IDX PIC 9(4) VALUE 0.
         01 WS-PO-SCAN-IDX PIC 9(4) VALUE 0.
         01 WS-PO-FULL-SW PIC X(1) VALUE "N".
           88 WARO-PO-TABLE-FULL VALUE "Y".

      *> Game and member pairs an RV record has reversed.
         78 NUM-RV-MAX VALUE 200.
         01 WS-RV-TABLE.
            02 WS-RV-ENTRY OCCURS NUM-RV-MAX TIMES.
               03 WS-RV-GAME-ID PIC 9(16).
               03 WS-RV-PLAYER-ID PIC 9(4).
         01 WS-RV-COUNT PIC 9(3) VALUE 0.
         01 WS-RV-IDX PIC 9(3) VALUE 0.
         01 WS-REVERSED-SW PIC X(1) VALUE "N".
           88 WARO-PO-REVERSED VALUE "Y".

      *> What the register says is already paid.
         78 NUM-PAID-MAX VALUE 2000.
         01 WS-PAID-TABLE.
            02 WS-PAID-ENTRY OCCURS NUM-PAID-MAX TIMES.
               03 WS-PD-GAME-ID PIC 9(16).
               03 WS-PD-PLAYER-ID PIC 9(4).
               03 WS-PD-OCCURRENCE PIC 9(2).
               03 WS-PD-NAME PIC X(6).
         01 WS-PAID-COUNT PIC 9(4) VALUE 0.
         01 WS-PAID-IDX PIC 9(4) VALUE 0.
         01 WS-PAID-FULL-SW PIC X(1) VALUE "N".
           88 WARO-PAID-TABLE-FULL VALUE "Y".
         01 WS-ALREADY-PAID-SW PIC X(1) VALUE "N".
           88 WARO-ALREADY-PAID VALUE "Y".
         01 WS-LAST-TRACE-SEQ PIC 9(7) VALUE 0.
         01 WS-TRACE-SEQ PIC 9(7) VALUE 0.
         01 WS-TRACE-ODFI PIC 9(8) VALUE 0.
         01 WS-TRACE-NO PIC 9(15) VALUE 0.

         78 NUM-MEMBERS-MAX VALUE 200.
         01 WS-MEMBER-TABLE.
            02 WS-MEMBER-ENTRY OCCURS NUM-MEMBERS-MAX TIMES.
               03 WS-MEMBER-ID PIC 9(4).
               03 WS-MEMBER-NAME PIC X(20).
         01 WS-MEMBER-COUNT PIC 9(3) VALUE 0.
         01 WS-MEMBER-IDX PIC 9(3) VALUE 0.
         01 WS-PAYEE-NAME PIC X(22) VALUE SPACES.

         78 NUM-BANKING-MAX VALUE 200.
         01 WS-BANKING-TABLE.
            02 WS-BANKING-ENTRY OCCURS NUM-BANKING-MAX TIMES.
               03 WS-BK-PLAYER-ID PIC 9(4).
               03 WS-BK-METHOD PIC X(1).
               03 WS-BK-ROUTING-NO PIC 9(9).
               03 WS-BK-ACCOUNT-NO PIC X(17).
               03 WS-BK-ACCOUNT-TYPE PIC X(1).
         01 WS-BANKING-COUNT PIC 9(3) VALUE 0.
         01 WS-BANKING-IDX PIC 9(3) VALUE 0.
         01 WS-ROUTING-HIGH PIC 9(8) VALUE 0.
         01 WS-ROUTING-CHECK PIC 9(1) VALUE 0.

         01 WS-EFT-OPEN-SW PIC X(1) VALUE "N".
           88 WARO-EFT-OPEN VALUE "Y".
         01 WS-CHECKS-OPEN-SW PIC X(1) VALUE "N".
           88 WARO-CHECKS-OPEN VALUE "Y".
         01 WS-EFT-COUNT PIC 9(6) VALUE 0.
         01 WS-EFT-TOTAL PIC 9(10)V99 VALUE 0.
         01 WS-EFT-HASH-SUM PIC 9(12) VALUE 0.
         01 WS-EFT-HASH PIC 9(10) VALUE 0.
         01 WS-BLOCK-COUNT PIC 9(6) VALUE 0.
         01 WS-CHECK-COUNT PIC 9(6) VALUE 0.
         01 WS-CHECK-TOTAL PIC 9(10)V99 VALUE 0.
         01 WS-REVERSED-COUNT PIC 9(4) VALUE 0.
         01 WS-AMOUNT-ED PIC ZZZZZ9.99.
         01 WS-TOTAL-ED PIC ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
         ACCEPT WS-NOW FROM TIME.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         MOVE WS-PARM (1:8) TO WS-PARM-DATE.
         IF WS-PARM-DATE IS NUMERIC AND WS-PARM-DATE NOT = "00000000"
           MOVE WS-PARM-DATE TO WS-ASK-DATE
         END-IF.
         MOVE SPACES TO WS-REPORT-LINE.
         IF WS-ASK-DATE = 0
           MOVE "WARO-PAYFILE : paying every outstanding payout"
             TO WS-REPORT-LINE
         ELSE
           STRING "WARO-PAYFILE : paying the payouts of "
             DELIMITED BY SIZE
             WS-ASK-DATE DELIMITED BY SIZE
             INTO WS-REPORT-LINE
         END-IF.
         PERFORM WRITE-REPORT.

         PERFORM LOAD-PAYOUT-EXTRACT THRU LOAD-PAYOUT-EXTRACT-EXIT.
         IF RETURN-CODE > 0
           GO TO BEGIN-EXIT
         END-IF.
         IF WARO-BATCH-BAD OR WARO-BATCH-PENDING
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-PAYFILE : REFUSED - payout extract is OUT OF "
             DELIMITED BY SIZE
             "BALANCE" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.
         PERFORM LOAD-PAYMENT-REGISTER
           THRU LOAD-PAYMENT-REGISTER-EXIT.
         IF WARO-PO-TABLE-FULL OR WARO-PAID-TABLE-FULL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-PAYFILE : REFUSED - the extract or register "
             DELIMITED BY SIZE
             "is past this program's tables" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.
         PERFORM LOAD-MEMBER-NAMES THRU LOAD-MEMBER-NAMES-EXIT.
         PERFORM LOAD-BANKING-DETAILS
           THRU LOAD-BANKING-DETAILS-EXIT.

         OPEN EXTEND WARO-PAYREG-FILE.
         IF WS-PAYREG-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-PAYREG-FILE
         END-IF.
         PERFORM PAY-ONE-PAYOUT THRU PAY-ONE-PAYOUT-EXIT
           VARYING WS-PO-IDX FROM 1 BY 1
           UNTIL WS-PO-IDX > WS-PO-COUNT.
         CLOSE WARO-PAYREG-FILE.
         IF WARO-EFT-OPEN
           PERFORM CLOSE-PAYMENT-FILE
         END-IF.
         IF WARO-CHECKS-OPEN
           CLOSE WARO-CHECKS-FILE
         END-IF.
         PERFORM REPORT-TOTALS.
       BEGIN-EXIT.
         MOVE "WARO-PAYFILE Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         STOP RUN.

      *> The same trailer balancing WARO-PAYACK does, with each
      *> PO detail kept and numbered within its game and member.
       LOAD-PAYOUT-EXTRACT.
         OPEN INPUT WARO-PAYOUT-FILE.
         IF WS-PAYOUT-FILE-STATUS NOT = "00"
           MOVE "WARO-PAYFILE : no WARO-PAYOUT extract to pay"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO LOAD-PAYOUT-EXTRACT-EXIT
         END-IF.
         PERFORM LOAD-ONE-PAYOUT UNTIL WARO-PAYOUT-EOF.
         CLOSE WARO-PAYOUT-FILE.
       LOAD-PAYOUT-EXTRACT-EXIT.
         EXIT.

       LOAD-ONE-PAYOUT.
         READ WARO-PAYOUT-FILE
           AT END
             MOVE "Y" TO WS-PAYOUT-EOF-SW
           NOT AT END
             EVALUATE TRUE
               WHEN WPR-HEADER-REC
                 IF WARO-BATCH-PENDING
                   MOVE "Y" TO WS-BAL-BAD-SW
                 END-IF
                 MOVE 0 TO WS-BAL-COUNT
                 MOVE 0 TO WS-BAL-HASH
                 MOVE "Y" TO WS-BAL-PENDING-SW
               WHEN WPR-PAYOUT-DETAIL
                 ADD 1 TO WS-BAL-COUNT
                 ADD WPR-PAYOUT-AMOUNT TO WS-BAL-HASH
                 PERFORM KEEP-ONE-PAYOUT
               WHEN WPR-REVERSAL-REC
                 ADD 1 TO WS-BAL-COUNT
                 ADD WPR-PAYOUT-AMOUNT TO WS-BAL-HASH
                 IF WS-RV-COUNT < NUM-RV-MAX
                   ADD 1 TO WS-RV-COUNT
                   MOVE WPR-GAME-ID TO WS-RV-GAME-ID (WS-RV-COUNT)
                   MOVE WPR-PLAYER-ID TO WS-RV-PLAYER-ID (WS-RV-COUNT)
                 END-IF
               WHEN WPR-TRAILER-REC
                 MOVE "N" TO WS-BAL-PENDING-SW
                 IF WPR-TRAILER-COUNT NOT = WS-BAL-COUNT
                     OR WPR-TRAILER-HASH NOT = WS-BAL-HASH
                   MOVE "Y" TO WS-BAL-BAD-SW
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
         END-READ.

       KEEP-ONE-PAYOUT.
         IF WS-PO-COUNT = NUM-PO-MAX
           MOVE "Y" TO WS-PO-FULL-SW
         ELSE
           ADD 1 TO WS-PO-COUNT
           MOVE WPR-RUN-DATE TO WS-PO-RUN-DATE (WS-PO-COUNT)
           MOVE WPR-GAME-ID TO WS-PO-GAME-ID (WS-PO-COUNT)
           MOVE WPR-PLAYER-ID TO WS-PO-PLAYER-ID (WS-PO-COUNT)
           MOVE WPR-PLAYER-NAME TO WS-PO-NAME (WS-PO-COUNT)
           MOVE WPR-PAYOUT-AMOUNT TO WS-PO-AMOUNT (WS-PO-COUNT)
           MOVE 1 TO WS-PO-OCCURRENCE (WS-PO-COUNT)
           PERFORM COUNT-EARLIER-OCCURRENCE
             VARYING WS-PO-SCAN-IDX FROM 1 BY 1
             UNTIL WS-PO-SCAN-IDX NOT < WS-PO-COUNT
         END-IF.

       COUNT-EARLIER-OCCURRENCE.
         IF WS-PO-GAME-ID (WS-PO-SCAN-IDX)
             = WS-PO-GAME-ID (WS-PO-COUNT)
             AND WS-PO-PLAYER-ID (WS-PO-SCAN-IDX)
               = WS-PO-PLAYER-ID (WS-PO-COUNT)
             AND WS-PO-NAME (WS-PO-SCAN-IDX)
               = WS-PO-NAME (WS-PO-COUNT)
           ADD 1 TO WS-PO-OCCURRENCE (WS-PO-COUNT)
         END-IF.

      *> The register also carries the last trace number issued.
       LOAD-PAYMENT-REGISTER.
         OPEN INPUT WARO-PAYREG-FILE.
         IF WS-PAYREG-FILE-STATUS NOT = "00"
           GO TO LOAD-PAYMENT-REGISTER-EXIT
         END-IF.
         PERFORM LOAD-ONE-PAID UNTIL WARO-PAYREG-EOF.
         CLOSE WARO-PAYREG-FILE.
       LOAD-PAYMENT-REGISTER-EXIT.
         EXIT.

       LOAD-ONE-PAID.
         READ WARO-PAYREG-FILE
           AT END
             MOVE "Y" TO WS-PAYREG-EOF-SW
           NOT AT END
             IF WS-PAID-COUNT = NUM-PAID-MAX
               MOVE "Y" TO WS-PAID-FULL-SW
             ELSE
               ADD 1 TO WS-PAID-COUNT
               MOVE WPG-GAME-ID TO WS-PD-GAME-ID (WS-PAID-COUNT)
               MOVE WPG-PLAYER-ID TO WS-PD-PLAYER-ID (WS-PAID-COUNT)
               MOVE WPG-OCCURRENCE
                 TO WS-PD-OCCURRENCE (WS-PAID-COUNT)
               MOVE WPG-PLAYER-NAME TO WS-PD-NAME (WS-PAID-COUNT)
             END-IF
             IF WPG-DIRECT-DEPOSIT
               DIVIDE WPG-TRACE-NO BY 10000000 GIVING WS-TRACE-ODFI
                 REMAINDER WS-TRACE-SEQ
               IF WS-TRACE-SEQ > WS-LAST-TRACE-SEQ
                 MOVE WS-TRACE-SEQ TO WS-LAST-TRACE-SEQ
               END-IF
             END-IF
         END-READ.

       LOAD-MEMBER-NAMES.
         OPEN INPUT WARO-PLAYERS-FILE.
         IF WS-PLAYERS-FILE-STATUS NOT = "00"
           GO TO LOAD-MEMBER-NAMES-EXIT
         END-IF.
         PERFORM LOAD-ONE-MEMBER
           UNTIL WARO-PLAYERS-EOF OR WS-MEMBER-COUNT = NUM-MEMBERS-MAX.
         CLOSE WARO-PLAYERS-FILE.
       LOAD-MEMBER-NAMES-EXIT.
         EXIT.

       LOAD-ONE-MEMBER.
         READ WARO-PLAYERS-FILE
           AT END
             MOVE "Y" TO WS-PLAYERS-EOF-SW
           NOT AT END
             ADD 1 TO WS-MEMBER-COUNT
             MOVE WPM-PLAYER-ID TO WS-MEMBER-ID (WS-MEMBER-COUNT)
             MOVE WPM-PLAYER-NAME TO WS-MEMBER-NAME (WS-MEMBER-COUNT)
         END-READ.

       LOAD-BANKING-DETAILS.
         OPEN INPUT WARO-BANKING-FILE.
         IF WS-BANKING-FILE-STATUS NOT = "00"
           GO TO LOAD-BANKING-DETAILS-EXIT
         END-IF.
         PERFORM LOAD-ONE-BANKING
           UNTIL WARO-BANKING-EOF
             OR WS-BANKING-COUNT = NUM-BANKING-MAX.
         CLOSE WARO-BANKING-FILE.
       LOAD-BANKING-DETAILS-EXIT.
         EXIT.

       LOAD-ONE-BANKING.
         READ WARO-BANKING-FILE
           AT END
             MOVE "Y" TO WS-BANKING-EOF-SW
           NOT AT END
             IF WBK-DIRECT-DEPOSIT AND WBK-ROUTING-NO IS NUMERIC
               ADD 1 TO WS-BANKING-COUNT
               MOVE WBK-PLAYER-ID TO WS-BK-PLAYER-ID (WS-BANKING-COUNT)
               MOVE WBK-PAY-METHOD TO WS-BK-METHOD (WS-BANKING-COUNT)
               MOVE WBK-ROUTING-NO
                 TO WS-BK-ROUTING-NO (WS-BANKING-COUNT)
               MOVE WBK-ACCOUNT-NO
                 TO WS-BK-ACCOUNT-NO (WS-BANKING-COUNT)
               MOVE WBK-ACCOUNT-TYPE
                 TO WS-BK-ACCOUNT-TYPE (WS-BANKING-COUNT)
             END-IF
         END-READ.

       PAY-ONE-PAYOUT.
         IF WS-ASK-DATE > 0
             AND WS-PO-RUN-DATE (WS-PO-IDX) NOT = WS-ASK-DATE
           GO TO PAY-ONE-PAYOUT-EXIT
         END-IF.
         MOVE "N" TO WS-ALREADY-PAID-SW.
         PERFORM CHECK-ONE-PAID
           VARYING WS-PAID-IDX FROM 1 BY 1
           UNTIL WS-PAID-IDX > WS-PAID-COUNT OR WARO-ALREADY-PAID.
         IF WARO-ALREADY-PAID
           GO TO PAY-ONE-PAYOUT-EXIT
         END-IF.
         MOVE SPACES TO WARO-PAYREG-REC.
         MOVE WS-TODAY TO WPG-PAID-DATE.
         MOVE WS-PO-RUN-DATE (WS-PO-IDX) TO WPG-RUN-DATE.
         MOVE WS-PO-GAME-ID (WS-PO-IDX) TO WPG-GAME-ID.
         MOVE WS-PO-PLAYER-ID (WS-PO-IDX) TO WPG-PLAYER-ID.
         MOVE WS-PO-OCCURRENCE (WS-PO-IDX) TO WPG-OCCURRENCE.
         MOVE WS-PO-NAME (WS-PO-IDX) TO WPG-PLAYER-NAME.
         MOVE WS-PO-AMOUNT (WS-PO-IDX) TO WPG-AMOUNT.
         MOVE 0 TO WPG-TRACE-NO.
         MOVE "N" TO WS-REVERSED-SW.
         PERFORM CHECK-ONE-REVERSAL
           VARYING WS-RV-IDX FROM 1 BY 1
           UNTIL WS-RV-IDX > WS-RV-COUNT OR WARO-PO-REVERSED.
         IF WARO-PO-REVERSED
           ADD 1 TO WS-REVERSED-COUNT
           MOVE "R" TO WPG-METHOD
           WRITE WARO-PAYREG-REC
           MOVE WS-PO-AMOUNT (WS-PO-IDX) TO WS-AMOUNT-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-PAYFILE : REVERSED " DELIMITED BY SIZE
             WS-PO-RUN-DATE (WS-PO-IDX) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-PO-NAME (WS-PO-IDX) DELIMITED BY SIZE
             WS-AMOUNT-ED DELIMITED BY SIZE
             " - backed out, not paid" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO PAY-ONE-PAYOUT-EXIT
         END-IF.

         MOVE 0 TO WS-BANKING-IDX.
         IF WS-PO-PLAYER-ID (WS-PO-IDX) > 0
           PERFORM FIND-ONE-BANKING
             VARYING WS-MEMBER-IDX FROM 1 BY 1
             UNTIL WS-MEMBER-IDX > WS-BANKING-COUNT
               OR WS-BANKING-IDX > 0
         END-IF.
         MOVE WS-PO-NAME (WS-PO-IDX) TO WS-PAYEE-NAME.
         PERFORM FIND-ONE-MEMBER-NAME
           VARYING WS-MEMBER-IDX FROM 1 BY 1
           UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT.
         IF WS-BANKING-IDX > 0
           PERFORM PAY-BY-DIRECT-DEPOSIT
         ELSE
           PERFORM PAY-BY-CHECK
         END-IF.
         WRITE WARO-PAYREG-REC.
       PAY-ONE-PAYOUT-EXIT.
         EXIT.

       CHECK-ONE-PAID.
         IF WS-PD-GAME-ID (WS-PAID-IDX) = WS-PO-GAME-ID (WS-PO-IDX)
             AND WS-PD-PLAYER-ID (WS-PAID-IDX)
               = WS-PO-PLAYER-ID (WS-PO-IDX)
             AND WS-PD-OCCURRENCE (WS-PAID-IDX)
               = WS-PO-OCCURRENCE (WS-PO-IDX)
             AND WS-PD-NAME (WS-PAID-IDX) = WS-PO-NAME (WS-PO-IDX)
           MOVE "Y" TO WS-ALREADY-PAID-SW
         END-IF.

       CHECK-ONE-REVERSAL.
         IF WS-RV-GAME-ID (WS-RV-IDX) = WS-PO-GAME-ID (WS-PO-IDX)
             AND WS-RV-PLAYER-ID (WS-RV-IDX)
               = WS-PO-PLAYER-ID (WS-PO-IDX)
           MOVE "Y" TO WS-REVERSED-SW
         END-IF.

       FIND-ONE-BANKING.
         IF WS-BK-PLAYER-ID (WS-MEMBER-IDX)
             = WS-PO-PLAYER-ID (WS-PO-IDX)
           MOVE WS-MEMBER-IDX TO WS-BANKING-IDX
         END-IF.

       FIND-ONE-MEMBER-NAME.
         IF WS-PO-PLAYER-ID (WS-PO-IDX) > 0
             AND WS-MEMBER-ID (WS-MEMBER-IDX)
               = WS-PO-PLAYER-ID (WS-PO-IDX)
           MOVE WS-MEMBER-NAME (WS-MEMBER-IDX) TO WS-PAYEE-NAME
         END-IF.

      *> Trace number: the shop bank's 8-digit routing number,
      *> then a 7-digit sequence that never repeats.
       PAY-BY-DIRECT-DEPOSIT.
         IF NOT WARO-EFT-OPEN
           PERFORM OPEN-PAYMENT-FILE
         END-IF.
         ADD 1 TO WS-LAST-TRACE-SEQ.
         COMPUTE WS-TRACE-NO =
           (WS-SHOP-ODFI-ID * 10000000) + WS-LAST-TRACE-SEQ.
         DIVIDE WS-BK-ROUTING-NO (WS-BANKING-IDX) BY 10
           GIVING WS-ROUTING-HIGH REMAINDER WS-ROUTING-CHECK.
         MOVE SPACES TO WARO-PAYEFT-REC.
         MOVE "6" TO WEF-RECORD-TYPE.
         IF WS-BK-ACCOUNT-TYPE (WS-BANKING-IDX) = "S"
           MOVE 32 TO WEF-TRANSACTION-CODE
         ELSE
           MOVE 22 TO WEF-TRANSACTION-CODE
         END-IF.
         MOVE WS-ROUTING-HIGH TO WEF-RDFI-ID.
         MOVE WS-ROUTING-CHECK TO WEF-RDFI-CHECK-DIGIT.
         MOVE WS-BK-ACCOUNT-NO (WS-BANKING-IDX) TO WEF-DFI-ACCOUNT.
         MOVE WS-PO-AMOUNT (WS-PO-IDX) TO WEF-AMOUNT.
         MOVE WS-PO-PLAYER-ID (WS-PO-IDX) TO WEF-INDIVIDUAL-ID.
         MOVE WS-PAYEE-NAME TO WEF-INDIVIDUAL-NAME.
         MOVE 0 TO WEF-ADDENDA-INDICATOR.
         MOVE WS-TRACE-NO TO WEF-TRACE-NO.
         WRITE WARO-PAYEFT-REC.
         ADD 1 TO WS-EFT-COUNT.
         ADD WS-PO-AMOUNT (WS-PO-IDX) TO WS-EFT-TOTAL.
         ADD WS-ROUTING-HIGH TO WS-EFT-HASH-SUM.
         MOVE "A" TO WPG-METHOD.
         MOVE WS-TRACE-NO TO WPG-TRACE-NO.
         MOVE WS-PO-AMOUNT (WS-PO-IDX) TO WS-AMOUNT-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-PAYFILE : DEPOSIT  " DELIMITED BY SIZE
           WS-PO-RUN-DATE (WS-PO-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PO-NAME (WS-PO-IDX) DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           " trace " DELIMITED BY SIZE
           WS-TRACE-NO DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       PAY-BY-CHECK.
         IF NOT WARO-CHECKS-OPEN
           OPEN OUTPUT WARO-CHECKS-FILE
           MOVE "Y" TO WS-CHECKS-OPEN-SW
           MOVE SPACES TO WS-CHECKS-LINE
           STRING "WARO checks to print - " DELIMITED BY SIZE
             WS-TODAY DELIMITED BY SIZE
             INTO WS-CHECKS-LINE
           WRITE WARO-CHECKS-REC FROM WS-CHECKS-LINE
           MOVE SPACES TO WS-CHECKS-LINE
           STRING "  pay to the order of    amount     night    "
             DELIMITED BY SIZE
             "game id           member" DELIMITED BY SIZE
             INTO WS-CHECKS-LINE
           WRITE WARO-CHECKS-REC FROM WS-CHECKS-LINE
         END-IF.
         MOVE WS-PO-AMOUNT (WS-PO-IDX) TO WS-AMOUNT-ED.
         MOVE SPACES TO WS-CHECKS-LINE.
         STRING "  " DELIMITED BY SIZE
           WS-PAYEE-NAME (1:20) DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-PO-RUN-DATE (WS-PO-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PO-GAME-ID (WS-PO-IDX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-PO-PLAYER-ID (WS-PO-IDX) DELIMITED BY SIZE
           INTO WS-CHECKS-LINE.
         WRITE WARO-CHECKS-REC FROM WS-CHECKS-LINE.
         ADD 1 TO WS-CHECK-COUNT.
         ADD WS-PO-AMOUNT (WS-PO-IDX) TO WS-CHECK-TOTAL.
         MOVE "C" TO WPG-METHOD.
         MOVE 0 TO WPG-TRACE-NO.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-PAYFILE : CHECK    " DELIMITED BY SIZE
           WS-PO-RUN-DATE (WS-PO-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PO-NAME (WS-PO-IDX) DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

      *> One file, one batch of credits, effective today.
       OPEN-PAYMENT-FILE.
         OPEN OUTPUT WARO-PAYEFT-FILE.
         MOVE "Y" TO WS-EFT-OPEN-SW.
         MOVE SPACES TO WARO-PAYEFT-REC.
         MOVE "1" TO WEF-RECORD-TYPE.
         MOVE "01" TO WEF-PRIORITY-CODE.
         MOVE WS-SHOP-DESTINATION TO WEF-DESTINATION.
         MOVE WS-SHOP-ORIGIN TO WEF-ORIGIN.
         MOVE WS-TODAY (3:6) TO WEF-CREATION-DATE.
         MOVE WS-NOW (1:4) TO WEF-CREATION-TIME.
         MOVE "A" TO WEF-FILE-ID-MODIFIER.
         MOVE "094" TO WEF-RECORD-SIZE.
         MOVE "10" TO WEF-BLOCKING-FACTOR.
         MOVE "1" TO WEF-FORMAT-CODE.
         MOVE WS-SHOP-BANK-NAME TO WEF-DESTINATION-NAME.
         MOVE WS-SHOP-NAME TO WEF-ORIGIN-NAME.
         WRITE WARO-PAYEFT-REC.
         MOVE SPACES TO WARO-PAYEFT-REC.
         MOVE "5" TO WEF-RECORD-TYPE.
         MOVE 220 TO WEF-BH-SERVICE-CLASS.
         MOVE WS-SHOP-NAME TO WEF-BH-COMPANY-NAME.
         MOVE WS-SHOP-COMPANY-ID TO WEF-BH-COMPANY-ID.
         MOVE "PPD" TO WEF-BH-ENTRY-CLASS.
         MOVE "WINNINGS" TO WEF-BH-DESCRIPTION.
         MOVE WS-TODAY (3:6) TO WEF-BH-EFFECTIVE-DATE.
         MOVE "1" TO WEF-BH-ORIGINATOR-STATUS.
         MOVE WS-SHOP-ODFI-ID TO WEF-BH-ODFI-ID.
         MOVE 1 TO WEF-BH-BATCH-NUMBER.
         WRITE WARO-PAYEFT-REC.

       CLOSE-PAYMENT-FILE.
         MOVE WS-EFT-HASH-SUM TO WS-EFT-HASH.
         MOVE SPACES TO WARO-PAYEFT-REC.
         MOVE "8" TO WEF-RECORD-TYPE.
         MOVE 220 TO WEF-BC-SERVICE-CLASS.
         MOVE WS-EFT-COUNT TO WEF-BC-ENTRY-COUNT.
         MOVE WS-EFT-HASH TO WEF-BC-ENTRY-HASH.
         MOVE 0 TO WEF-BC-TOTAL-DEBIT.
         MOVE WS-EFT-TOTAL TO WEF-BC-TOTAL-CREDIT.
         MOVE WS-SHOP-COMPANY-ID TO WEF-BC-COMPANY-ID.
         MOVE WS-SHOP-ODFI-ID TO WEF-BC-ODFI-ID.
         MOVE 1 TO WEF-BC-BATCH-NUMBER.
         WRITE WARO-PAYEFT-REC.
         COMPUTE WS-BLOCK-COUNT = (WS-EFT-COUNT + 4 + 9) / 10.
         MOVE SPACES TO WARO-PAYEFT-REC.
         MOVE "9" TO WEF-RECORD-TYPE.
         MOVE 1 TO WEF-FC-BATCH-COUNT.
         MOVE WS-BLOCK-COUNT TO WEF-FC-BLOCK-COUNT.
         MOVE WS-EFT-COUNT TO WEF-FC-ENTRY-COUNT.
         MOVE WS-EFT-HASH TO WEF-FC-ENTRY-HASH.
         MOVE 0 TO WEF-FC-TOTAL-DEBIT.
         MOVE WS-EFT-TOTAL TO WEF-FC-TOTAL-CREDIT.
         WRITE WARO-PAYEFT-REC.
         CLOSE WARO-PAYEFT-FILE.

       REPORT-TOTALS.
         MOVE WS-EFT-TOTAL TO WS-TOTAL-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-PAYFILE : " DELIMITED BY SIZE
           WS-EFT-COUNT DELIMITED BY SIZE
           " direct deposit(s) on WARO-PAYEFT " DELIMITED BY SIZE
           WS-TOTAL-ED DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE WS-CHECK-TOTAL TO WS-TOTAL-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-PAYFILE : " DELIMITED BY SIZE
           WS-CHECK-COUNT DELIMITED BY SIZE
           " check(s) on WARO-CHECKS        " DELIMITED BY SIZE
           WS-TOTAL-ED DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-REVERSED-COUNT > 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-PAYFILE : " DELIMITED BY SIZE
             WS-REVERSED-COUNT DELIMITED BY SIZE
             " reversed payout(s) passed over" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-REPORT-FILE
         END-IF.
         MOVE WS-REPORT-LINE TO WARO-REPORT-REC.
         WRITE WARO-REPORT-REC.
         CLOSE WARO-REPORT-FILE.
