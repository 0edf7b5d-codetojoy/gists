      *> matched to an acknowledgment by run date and player and
      *> reported as PAID, REJECTED or NO-ACK; acknowledgments
      *> that match no payout are reported as UNMATCHED. Ack
      *> record layout: YYYYMMDD <name6> <PD|RJ> [trace]. A
      *> direct deposit WARO-PAYFILE sent to the bank is found
      *> through its trace number on the WARO-PAYREG register;
      *> an ack quoting that trace settles exactly that payout.
      *> A payout accounting rejected ("RJ") or voided as a
      *> stale check never cashed ("SV") is filed on the
      *> WARO-UNCLAIMED register, once, for WARO-UNCLAIM to age,
      *> reissue or escheat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROPYS.
         COPY WAROAKS.
         COPY WAROPGS.
         COPY WAROUCS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WAROPAY.
         COPY WAROAKR.
         COPY WAROPGR.
         COPY WAROUCR.
         WORKING-STORAGE SECTION.
         01 WS-PAYOUT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PAYACK-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PAYREG-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PAYREG-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PAYREG-EOF VALUE "Y".
         01 WS-TRACE-MATCHED-SW PIC X(1) VALUE "N".
           88 WARO-TRACE-MATCHED VALUE "Y".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-PAYOUT-EOF-SW PIC X(1) VALUE "N".
         01 WS-PAYOUT-TABLE.
            02 WS-PAYOUT-ENTRY OCCURS NUM-PAYOUT-MAX TIMES.
               03 WS-PAY-RUN-DATE PIC 9(8).
               03 WS-PAY-GAME-ID PIC 9(16).
               03 WS-PAY-PLAYER-ID PIC 9(4).
               03 WS-PAY-PLAYER-NAME PIC X(6).
               03 WS-PAY-AMOUNT PIC 9(6)V99.
               03 WS-PAY-ACK-STATUS PIC X(2) VALUE SPACES.
               03 WS-PAY-TRACE-NO PIC X(15) VALUE SPACES.
               03 WS-PAY-OCCURRENCE PIC 9(2).
               03 WS-PAY-KIND PIC X(1).
               03 WS-PAY-SITE PIC X(2).
         01 WS-PAYOUT-COUNT PIC 9(3) VALUE 0.
         01 WS-ACK-MATCHED-SW PIC X(1) VALUE "N".
           88 WARO-ACK-MATCHED VALUE "Y".
         01 WS-PAID-COUNT PIC 9(3) VALUE 0.
         01 WS-REJECTED-COUNT PIC 9(3) VALUE 0.
         01 WS-STALE-COUNT PIC 9(3) VALUE 0.
         01 WS-NOACK-COUNT PIC 9(3) VALUE 0.
         01 WS-UNMATCHED-COUNT PIC 9(3) VALUE 0.
         01 WS-AMOUNT-DISPLAY PIC ZZZZZ9.99.
         01 WS-BAL-BAD-SW PIC X(1) VALUE "N".
           88 WARO-BATCH-BAD VALUE "Y".
         01 I PIC 9(3).
         01 J PIC 9(3).
         01 WS-TODAY PIC 9(8) VALUE 0.

      *> The unclaimed-funds register as it stands: a payout
      *> already on it is not filed twice, and a reissue that
      *> fails again keeps the clock of the entry it reissued.
         01 WS-UNCLAIMED-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-UNCLAIMED-EOF-SW PIC X(1) VALUE "N".
           88 WARO-UNCLAIMED-EOF VALUE "Y".
         78 NUM-UNCLAIMED-MAX VALUE 500.
         01 WS-UNCLAIMED-TABLE.
            02 WS-UNCLAIMED-ENTRY OCCURS NUM-UNCLAIMED-MAX TIMES.
               03 WS-UC-RUN-DATE PIC 9(8).
               03 WS-UC-GAME-ID PIC 9(16).
               03 WS-UC-PLAYER-ID PIC 9(4).
               03 WS-UC-PLAYER-NAME PIC X(6).
               03 WS-UC-OCCURRENCE PIC 9(2).
               03 WS-UC-STATUS PIC X(1).
               03 WS-UC-CLOCK-DATE PIC 9(8).
         01 WS-UNCLAIMED-COUNT PIC 9(3) VALUE 0.
         01 WS-UC-IDX PIC 9(3) VALUE 0.
         01 WS-UNCLAIMED-FULL-SW PIC X(1) VALUE "N".
           88 WARO-UNCLAIMED-FULL VALUE "Y".
         01 WS-LAST-ENTRY-NO PIC 9(5) VALUE 0.
         01 WS-ON-REGISTER-SW PIC X(1) VALUE "N".
           88 WARO-ON-REGISTER VALUE "Y".
         01 WS-CLOCK-DATE PIC 9(8) VALUE 0.
         01 WS-FILED-COUNT PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
         PERFORM LOAD-PAYOUT-EXTRACT THRU LOAD-PAYOUT-EXTRACT-EXIT.
         IF WARO-BATCH-BAD OR WARO-BATCH-PENDING
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.
         PERFORM LOAD-PAYMENT-TRACES THRU LOAD-PAYMENT-TRACES-EXIT.
         PERFORM MATCH-ACKNOWLEDGMENTS
           THRU MATCH-ACKNOWLEDGMENTS-EXIT.
         PERFORM REPORT-ONE-PAYOUT
           VARYING I FROM 1 BY 1 UNTIL I > WS-PAYOUT-COUNT.
         PERFORM REPORT-TOTALS.
         IF WS-REJECTED-COUNT > 0 OR WS-STALE-COUNT > 0
           PERFORM FILE-UNCLAIMED-FUNDS
             THRU FILE-UNCLAIMED-FUNDS-EXIT
         END-IF.
         IF RETURN-CODE = 0
             AND (WS-REJECTED-COUNT > 0 OR WS-NOACK-COUNT > 0
               OR WS-STALE-COUNT > 0 OR WS-UNMATCHED-COUNT > 0)
           MOVE 4 TO RETURN-CODE
         END-IF.
         MOVE "WARO-PAYACK Ready." TO WS-REPORT-LINE.
                 ADD 1 TO WS-PAYOUT-COUNT
                 MOVE WPR-RUN-DATE
                   TO WS-PAY-RUN-DATE (WS-PAYOUT-COUNT)
                 MOVE WPR-GAME-ID TO WS-PAY-GAME-ID (WS-PAYOUT-COUNT)
                 MOVE WPR-PLAYER-ID
                   TO WS-PAY-PLAYER-ID (WS-PAYOUT-COUNT)
                 MOVE WPR-PLAYER-NAME
                   TO WS-PAY-PLAYER-NAME (WS-PAYOUT-COUNT)
                 MOVE WPR-PAYOUT-AMOUNT
                   TO WS-PAY-AMOUNT (WS-PAYOUT-COUNT)
                 MOVE SPACES TO WS-PAY-ACK-STATUS (WS-PAYOUT-COUNT)
                 MOVE SPACES TO WS-PAY-TRACE-NO (WS-PAYOUT-COUNT)
                 MOVE WPR-PAYOUT-KIND TO WS-PAY-KIND (WS-PAYOUT-COUNT)
                 MOVE WPR-SITE TO WS-PAY-SITE (WS-PAYOUT-COUNT)
                 MOVE 1 TO WS-PAY-OCCURRENCE (WS-PAYOUT-COUNT)
                 PERFORM COUNT-EARLIER-OCCURRENCE
                   VARYING J FROM 1 BY 1 UNTIL J NOT < WS-PAYOUT-COUNT
               WHEN WPR-REVERSAL-REC
                 ADD 1 TO WS-BAL-COUNT
                 ADD WPR-PAYOUT-AMOUNT TO WS-BAL-HASH
             END-EVALUATE
         END-READ.

      *> Numbered within game and member as WARO-PAYFILE numbers
      *> them on the payment register.
       COUNT-EARLIER-OCCURRENCE.
         IF WS-PAY-GAME-ID (J) = WS-PAY-GAME-ID (WS-PAYOUT-COUNT)
             AND WS-PAY-PLAYER-ID (J)
               = WS-PAY-PLAYER-ID (WS-PAYOUT-COUNT)
             AND WS-PAY-PLAYER-NAME (J)
               = WS-PAY-PLAYER-NAME (WS-PAYOUT-COUNT)
           ADD 1 TO WS-PAY-OCCURRENCE (WS-PAYOUT-COUNT)
         END-IF.

      *> Each direct deposit on the register lends its trace
      *> number to the first untraced payout of that game and
      *> member - the register numbers them in the same order.
       LOAD-PAYMENT-TRACES.
         OPEN INPUT WARO-PAYREG-FILE.
         IF WS-PAYREG-FILE-STATUS NOT = "00"
           GO TO LOAD-PAYMENT-TRACES-EXIT
         END-IF.
         PERFORM LOAD-ONE-TRACE UNTIL WARO-PAYREG-EOF.
         CLOSE WARO-PAYREG-FILE.
       LOAD-PAYMENT-TRACES-EXIT.
         EXIT.

       LOAD-ONE-TRACE.
         READ WARO-PAYREG-FILE
           AT END
             MOVE "Y" TO WS-PAYREG-EOF-SW
           NOT AT END
             IF WPG-DIRECT-DEPOSIT
               MOVE "N" TO WS-TRACE-MATCHED-SW
               PERFORM TRACE-ONE-PAYOUT
                 VARYING I FROM 1 BY 1
                   UNTIL I > WS-PAYOUT-COUNT OR WARO-TRACE-MATCHED
             END-IF
         END-READ.

       TRACE-ONE-PAYOUT.
         IF WS-PAY-GAME-ID (I) = WPG-GAME-ID
             AND WS-PAY-PLAYER-ID (I) = WPG-PLAYER-ID
             AND WS-PAY-PLAYER-NAME (I) = WPG-PLAYER-NAME
             AND WS-PAY-TRACE-NO (I) = SPACES
           MOVE WPG-TRACE-NO TO WS-PAY-TRACE-NO (I)
           MOVE "Y" TO WS-TRACE-MATCHED-SW
         END-IF.

       MATCH-ACKNOWLEDGMENTS.
         OPEN INPUT WARO-PAYACK-FILE.
         IF WS-PAYACK-FILE-STATUS NOT = "00"
             MOVE "Y" TO WS-PAYACK-EOF-SW
           NOT AT END
             MOVE "N" TO WS-ACK-MATCHED-SW
             IF WAK-TRACE-NO = SPACES
               PERFORM MATCH-ACK-TO-PAYOUT
                 VARYING I FROM 1 BY 1
                   UNTIL I > WS-PAYOUT-COUNT OR WARO-ACK-MATCHED
             ELSE
               PERFORM MATCH-TRACE-TO-PAYOUT
                 VARYING I FROM 1 BY 1
                   UNTIL I > WS-PAYOUT-COUNT OR WARO-ACK-MATCHED
             END-IF
             IF NOT WARO-ACK-MATCHED
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
                 WAK-PLAYER-NAME DELIMITED BY SIZE
                 " status " DELIMITED BY SIZE
                 WAK-STATUS DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WAK-TRACE-NO DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT
             END-IF
           MOVE "Y" TO WS-ACK-MATCHED-SW
         END-IF.

       MATCH-TRACE-TO-PAYOUT.
         IF WS-PAY-TRACE-NO (I) = WAK-TRACE-NO
             AND WS-PAY-ACK-STATUS (I) = SPACES
           MOVE WAK-STATUS TO WS-PAY-ACK-STATUS (I)
           MOVE "Y" TO WS-ACK-MATCHED-SW
         END-IF.

       REPORT-ONE-PAYOUT.
         MOVE WS-PAY-AMOUNT (I) TO WS-AMOUNT-DISPLAY.
         MOVE SPACES TO WS-REPORT-LINE.
               WS-PAY-PLAYER-NAME (I) DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             IF WS-PAY-TRACE-NO (I) NOT = SPACES
               STRING " trace " DELIMITED BY SIZE
                 WS-PAY-TRACE-NO (I) DELIMITED BY SIZE
                 INTO WS-REPORT-LINE (48:)
             END-IF
           WHEN "RJ"
             ADD 1 TO WS-REJECTED-COUNT
             STRING "WARO-PAYACK : REJECTED " DELIMITED BY SIZE
               WS-PAY-PLAYER-NAME (I) DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WHEN "SV"
             ADD 1 TO WS-STALE-COUNT
             STRING "WARO-PAYACK : STALE    " DELIMITED BY SIZE
               WS-PAY-RUN-DATE (I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PAY-PLAYER-NAME (I) DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               " check never cashed" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WHEN OTHER
             ADD 1 TO WS-NOACK-COUNT
             STRING "WARO-PAYACK : NO-ACK   " DELIMITED BY SIZE
           WS-NOACK-COUNT DELIMITED BY SIZE
           " unmatched " DELIMITED BY SIZE
           WS-UNMATCHED-COUNT DELIMITED BY SIZE
           " stale " DELIMITED BY SIZE
           WS-STALE-COUNT DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

      *> Rejected and stale payouts go on the unclaimed-funds
      *> register unless an earlier run already put them there.
      *> The register is only ever added to here, so a table
      *> too small to hold it refuses the filing rather than
      *> risk filing a payout twice.
       FILE-UNCLAIMED-FUNDS.
         OPEN INPUT WARO-UNCLAIMED-FILE.
         IF WS-UNCLAIMED-FILE-STATUS = "00"
           PERFORM LOAD-ONE-UNCLAIMED UNTIL WARO-UNCLAIMED-EOF
           CLOSE WARO-UNCLAIMED-FILE
         END-IF.
         IF WARO-UNCLAIMED-FULL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-PAYACK : WARNING - WARO-UNCLAIMED is past "
             DELIMITED BY SIZE
             "this program's table - nothing filed" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
           GO TO FILE-UNCLAIMED-FUNDS-EXIT
         END-IF.
         OPEN EXTEND WARO-UNCLAIMED-FILE.
         IF WS-UNCLAIMED-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-UNCLAIMED-FILE
         END-IF.
         PERFORM FILE-ONE-UNCLAIMED THRU FILE-ONE-UNCLAIMED-EXIT
           VARYING I FROM 1 BY 1 UNTIL I > WS-PAYOUT-COUNT.
         CLOSE WARO-UNCLAIMED-FILE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-PAYACK : " DELIMITED BY SIZE
           WS-FILED-COUNT DELIMITED BY SIZE
           " payout(s) newly filed on the WARO-UNCLAIMED register"
           DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       FILE-UNCLAIMED-FUNDS-EXIT.
         EXIT.

       LOAD-ONE-UNCLAIMED.
         READ WARO-UNCLAIMED-FILE
           AT END
             MOVE "Y" TO WS-UNCLAIMED-EOF-SW
           NOT AT END
             IF WUC-ENTRY-NO IS NUMERIC
                 AND WUC-ENTRY-NO > WS-LAST-ENTRY-NO
               MOVE WUC-ENTRY-NO TO WS-LAST-ENTRY-NO
             END-IF
             IF WUC-ENTRY-REC
               IF WS-UNCLAIMED-COUNT = NUM-UNCLAIMED-MAX
                 MOVE "Y" TO WS-UNCLAIMED-FULL-SW
               ELSE
                 ADD 1 TO WS-UNCLAIMED-COUNT
                 MOVE WUC-RUN-DATE
                   TO WS-UC-RUN-DATE (WS-UNCLAIMED-COUNT)
                 MOVE WUC-GAME-ID TO WS-UC-GAME-ID (WS-UNCLAIMED-COUNT)
                 MOVE WUC-PLAYER-ID
                   TO WS-UC-PLAYER-ID (WS-UNCLAIMED-COUNT)
                 MOVE WUC-PLAYER-NAME
                   TO WS-UC-PLAYER-NAME (WS-UNCLAIMED-COUNT)
                 MOVE WUC-OCCURRENCE
                   TO WS-UC-OCCURRENCE (WS-UNCLAIMED-COUNT)
                 MOVE WUC-STATUS TO WS-UC-STATUS (WS-UNCLAIMED-COUNT)
                 MOVE WUC-CLOCK-DATE
                   TO WS-UC-CLOCK-DATE (WS-UNCLAIMED-COUNT)
               END-IF
             END-IF
         END-READ.

       FILE-ONE-UNCLAIMED.
         IF WS-PAY-ACK-STATUS (I) NOT = "RJ"
             AND WS-PAY-ACK-STATUS (I) NOT = "SV"
           GO TO FILE-ONE-UNCLAIMED-EXIT
         END-IF.
         MOVE "N" TO WS-ON-REGISTER-SW.
         MOVE WS-PAY-RUN-DATE (I) TO WS-CLOCK-DATE.
         PERFORM CHECK-ONE-UNCLAIMED
           VARYING WS-UC-IDX FROM 1 BY 1
             UNTIL WS-UC-IDX > WS-UNCLAIMED-COUNT
               OR WARO-ON-REGISTER.
         IF WARO-ON-REGISTER
           GO TO FILE-ONE-UNCLAIMED-EXIT
         END-IF.
         ADD 1 TO WS-LAST-ENTRY-NO.
         ADD 1 TO WS-FILED-COUNT.
         MOVE SPACES TO WARO-UNCLAIMED-REC.
         MOVE "UC" TO WUC-RECORD-TYPE.
         MOVE WS-LAST-ENTRY-NO TO WUC-ENTRY-NO.
         MOVE WS-TODAY TO WUC-FILED-DATE.
         MOVE WS-PAY-RUN-DATE (I) TO WUC-RUN-DATE.
         MOVE WS-PAY-GAME-ID (I) TO WUC-GAME-ID.
         MOVE WS-PAY-PLAYER-ID (I) TO WUC-PLAYER-ID.
         MOVE WS-PAY-OCCURRENCE (I) TO WUC-OCCURRENCE.
         MOVE WS-PAY-PLAYER-NAME (I) TO WUC-PLAYER-NAME.
         MOVE WS-PAY-AMOUNT (I) TO WUC-AMOUNT.
         MOVE WS-PAY-ACK-STATUS (I) TO WUC-REASON.
         MOVE "O" TO WUC-STATUS.
         MOVE WS-CLOCK-DATE TO WUC-CLOCK-DATE.
         MOVE 0 TO WUC-CLOSED-DATE.
         MOVE WS-PAY-SITE (I) TO WUC-SITE.
         WRITE WARO-UNCLAIMED-REC.
         MOVE WS-PAY-AMOUNT (I) TO WS-AMOUNT-DISPLAY.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-PAYACK : UNCLAIMED " DELIMITED BY SIZE
           WS-LAST-ENTRY-NO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PAY-PLAYER-NAME (I) DELIMITED BY SIZE
           WS-AMOUNT-DISPLAY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PAY-ACK-STATUS (I) DELIMITED BY SIZE
           " game " DELIMITED BY SIZE
           WS-PAY-GAME-ID (I) DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       FILE-ONE-UNCLAIMED-EXIT.
         EXIT.

      *> The same payout already filed stops the search; a
      *> reissue of the same game and member takes over that
      *> entry's clock, since going out again is not the member
      *> claiming it.
       CHECK-ONE-UNCLAIMED.
         IF WS-UC-GAME-ID (WS-UC-IDX) = WS-PAY-GAME-ID (I)
             AND WS-UC-PLAYER-ID (WS-UC-IDX) = WS-PAY-PLAYER-ID (I)
             AND WS-UC-PLAYER-NAME (WS-UC-IDX)
               = WS-PAY-PLAYER-NAME (I)
           IF WS-UC-RUN-DATE (WS-UC-IDX) = WS-PAY-RUN-DATE (I)
               AND WS-UC-OCCURRENCE (WS-UC-IDX)
                 = WS-PAY-OCCURRENCE (I)
             MOVE "Y" TO WS-ON-REGISTER-SW
           ELSE
             IF WS-PAY-KIND (I) = "U"
                 AND WS-UC-STATUS (WS-UC-IDX) = "R"
               MOVE WS-UC-CLOCK-DATE (WS-UC-IDX) TO WS-CLOCK-DATE
             END-IF
           END-IF
         END-IF.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS NOT = "00"
