       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-GLJRNL.
      *> Nightly general-ledger journal extract for the shop's
      *> accounting system. Every money movement of one run date
      *> is summed by site and posted as a balanced pair of
      *> journal lines - a debit and a credit of the same amount
      *> - to the accounts the WARO-COA chart of accounts maps
      *> the movement to:
      *>   BUYIN  - "BI" buy-ins on the WARO-LEDGER member ledger
      *>   RAKE   - house rake, recomputed from the WARO-RESULTS
      *>            points at the night's rates (an event night
      *>            on WARO-PRIZES took none), plus the rake
      *>            withheld from a jackpot sweep
      *>   JKFUND - unclaimed points carried into the jackpot
      *>   JKPAID - jackpot swept, net of its rake (both from
      *>            the WARO-JKHIST pot history)
      *>   PAYOUT - WARO-PAYOUT PO details less RV reversals
      *>            (a "U" reissue is the same money as its
      *>            original and is not posted again)
      *>   CLAWBK - clawbacks raised on WARO-RECEIVABLE (not the
      *>            "F" offsets WARO later takes against them)
      *>   CARRY  - win-cap excess held on WARO-CARRYOVER
      *> The site is WPR-SITE on the extract and WRR-SITE on the
      *> results; everything else takes the site the extract
      *> shows for its game id, or failing that the last two
      *> digits of the game id, where WARO stamps the site code.
      *> Spaces or zero read as site 01. A movement that nets
      *> negative posts with the two accounts swapped.
      *> The batch goes to WARO-GLJRNL bracketed by "HD" and
      *> "TR" control records, like the payout extract. A run
      *> whose debits do not equal its credits - a movement with
      *> no account on one side - is refused and writes nothing,
      *> as is a date already on the journal.
      *> Parm: a run date YYYYMMDD (default today).
      *> The journalled date is stamped on the WARO-POSTREG
      *> posting register through post-util (game id zero - the
      *> journal posts a whole night, not one game); a rerun of a
      *> stamped date is skipped and reported at completion 4.
      *> Parm word FORCE (e.g. "20261015 FORCE") journals the
      *> date again deliberately, as after a backout.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROCAS.
         COPY WAROLGS.
         COPY WARORES.
         COPY WAROPYS.
         COPY WAROPZS.
         COPY WAROJHS.
         COPY WARORVS.
         SELECT WARO-CARRYOVER-FILE ASSIGN TO "WARO-CARRYOVER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARRYOVER-FILE-STATUS.
         COPY WAROGLS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WAROCAR.
         COPY WAROLGR.
         COPY WARORSF.
         COPY WAROPAY.
         COPY WAROPZR.
         COPY WAROJHR.
         COPY WARORVR.
         FD WARO-CARRYOVER-FILE.
         01 WARO-CARRYOVER-REC.
            02 WCO-ENTRY-DATE PIC 9(8).
            02 FILLER PIC X(1).
            02 WCO-GAME-ID PIC 9(16).
            02 FILLER PIC X(1).
            02 WCO-PLAYER-ID PIC 9(4).
            02 FILLER PIC X(1).
            02 WCO-PLAYER-NAME PIC X(6).
            02 FILLER PIC X(1).
            02 WCO-AMOUNT PIC 9(6)V99.
         COPY WAROGLR.
         COPY WARORPT.
         WORKING-STORAGE SECTION.
         01 WS-COA-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-LEDGER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RESULTS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PAYOUT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-PRIZES-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-JKHIST-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RECEIVABLE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-CARRYOVER-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-GLJRNL-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-COA-EOF-SW PIC X(1) VALUE "N".
           88 WARO-COA-EOF VALUE "Y".
         01 WS-LEDGER-EOF-SW PIC X(1) VALUE "N".
           88 WARO-LEDGER-EOF VALUE "Y".
         01 WS-RESULTS-EOF-SW PIC X(1) VALUE "N".
           88 WARO-RESULTS-EOF VALUE "Y".
         01 WS-PAYOUT-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PAYOUT-EOF VALUE "Y".
         01 WS-PRIZES-EOF-SW PIC X(1) VALUE "N".
           88 WARO-PRIZES-EOF VALUE "Y".
         01 WS-JKHIST-EOF-SW PIC X(1) VALUE "N".
           88 WARO-JKHIST-EOF VALUE "Y".
         01 WS-RECEIVABLE-EOF-SW PIC X(1) VALUE "N".
           88 WARO-RECEIVABLE-EOF VALUE "Y".
         01 WS-CARRYOVER-EOF-SW PIC X(1) VALUE "N".
           88 WARO-CARRYOVER-EOF VALUE "Y".
         01 WS-GLJRNL-EOF-SW PIC X(1) VALUE "N".
           88 WARO-GLJRNL-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-PARM-DATE PIC X(8) VALUE SPACES.
         01 WS-ASK-DATE PIC 9(8) VALUE 0.
         01 WS-ALREADY-SW PIC X(1) VALUE "N".
           88 WARO-ALREADY-JOURNALLED VALUE "Y".
         01 WS-PARM-WORD PIC X(8) VALUE SPACES.
         01 WS-PARM-OPTION PIC X(8) VALUE SPACES.
         01 WS-FORCE-SW PIC X(1) VALUE "N".
           88 WARO-FORCE-REPOST VALUE "Y".

      *> post-util parameters for the posting register.
         01 WS-PT-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-PT-PROGRAM PIC X(10) VALUE "GLJRNL".
         01 WS-PT-GAME-ID PIC 9(16) VALUE 0.
         01 WS-PT-STATUS PIC X(1) VALUE "0".

      *> The rates in force on the run date price the rake.
         01 WS-CENTS-PER-POINT PIC 9(4) VALUE 100.
         01 WS-RAKE-PCT PIC 9(2) VALUE 0.
         01 WS-BUYIN-CENTS PIC 9(4) VALUE 0.
         01 WS-HOLD-LIMIT PIC 9(6) VALUE 0.
         01 WS-RATE-STATUS PIC X(1) VALUE "D".
         01 WS-GROSS-CENTS PIC 9(10) VALUE 0.
         01 WS-RAKE-CENTS PIC 9(10) VALUE 0.
         01 WS-RESULTS-PLAYER-IDX PIC 9(2) VALUE 0.
         78 NUM-EVENT-DATES-MAX VALUE 100.
         01 WS-EVENT-DATE-TABLE.
            02 WS-EVENT-DATE PIC 9(8)
               OCCURS NUM-EVENT-DATES-MAX TIMES.
         01 WS-EVENT-DATE-COUNT PIC 9(3) VALUE 0.
         01 WS-EVENT-DATE-IDX PIC 9(3) VALUE 0.
         01 WS-EVENT-DATE-SW PIC X(1) VALUE "N".
           88 WARO-EVENT-DATE VALUE "Y".

      *> The movements in journal order; the subscript into this
      *> list is the subscript into each site's amounts.
         78 NUM-MOVEMENTS VALUE 7.
         01 WS-MOVEMENT-NAMES.
            02 FILLER PIC X(6) VALUE "BUYIN ".
            02 FILLER PIC X(6) VALUE "RAKE  ".
            02 FILLER PIC X(6) VALUE "JKFUND".
            02 FILLER PIC X(6) VALUE "JKPAID".
            02 FILLER PIC X(6) VALUE "PAYOUT".
            02 FILLER PIC X(6) VALUE "CLAWBK".
            02 FILLER PIC X(6) VALUE "CARRY ".
         01 FILLER REDEFINES WS-MOVEMENT-NAMES.
            02 WS-MOVEMENT-NAME PIC X(6) OCCURS NUM-MOVEMENTS TIMES.
         01 WS-MV-BUYIN PIC 9(1) VALUE 1.
         01 WS-MV-RAKE PIC 9(1) VALUE 2.
         01 WS-MV-JKFUND PIC 9(1) VALUE 3.
         01 WS-MV-JKPAID PIC 9(1) VALUE 4.
         01 WS-MV-PAYOUT PIC 9(1) VALUE 5.
         01 WS-MV-CLAWBK PIC 9(1) VALUE 6.
         01 WS-MV-CARRY PIC 9(1) VALUE 7.
         01 WS-MV-IDX PIC 9(1) VALUE 0.

      *> One entry per site seen on the night, each movement
      *> summed separately.
         78 NUM-SITE-MAX VALUE 20.
         01 WS-SITE-TABLE.
            02 WS-SITE-ENTRY OCCURS NUM-SITE-MAX TIMES.
               03 WS-ST-SITE PIC X(2).
               03 WS-ST-AMOUNT PIC S9(8)V99
                  OCCURS NUM-MOVEMENTS TIMES.
         01 WS-SITE-COUNT PIC 9(2) VALUE 0.
         01 WS-SITE-IDX PIC 9(2) VALUE 0.
         01 WS-SITE-HIT PIC 9(2) VALUE 0.
         01 WS-ZERO-IDX PIC 9(1) VALUE 0.
         01 WS-SITE-FULL-SW PIC X(1) VALUE "N".
           88 WARO-SITE-TABLE-FULL VALUE "Y".
         01 WS-KEY-SITE PIC X(2) VALUE SPACES.
         01 WS-KEY-AMOUNT PIC S9(8)V99 VALUE 0.
         01 WS-SITE-NUMBER PIC 9(2) VALUE 0.
         01 WS-GAME-SLOT PIC 9(14) VALUE 0.
         01 WS-KEY-GAME-ID PIC 9(16) VALUE 0.

      *> The site each game id paid at, from the extract.
         78 NUM-GAME-MAX VALUE 1000.
         01 WS-GAME-SITE-TABLE.
            02 WS-GAME-SITE-ENTRY OCCURS NUM-GAME-MAX TIMES.
               03 WS-GS-GAME-ID PIC 9(16).
               03 WS-GS-SITE PIC X(2).
         01 WS-GAME-SITE-COUNT PIC 9(4) VALUE 0.
         01 WS-GAME-SITE-IDX PIC 9(4) VALUE 0.
         01 WS-GAME-SITE-SW PIC X(1) VALUE "N".
           88 WARO-GAME-SITE-FOUND VALUE "Y".

      *> The chart of accounts, loaded whole.
         78 NUM-COA-MAX VALUE 100.
         01 WS-COA-TABLE.
            02 WS-COA-ENTRY OCCURS NUM-COA-MAX TIMES.
               03 WS-CA-MOVEMENT PIC X(6).
               03 WS-CA-SITE PIC X(2).
               03 WS-CA-DEBIT PIC X(8).
               03 WS-CA-CREDIT PIC X(8).
         01 WS-COA-COUNT PIC 9(3) VALUE 0.
         01 WS-COA-IDX PIC 9(3) VALUE 0.
         01 WS-DEBIT-ACCOUNT PIC X(8) VALUE SPACES.
         01 WS-CREDIT-ACCOUNT PIC X(8) VALUE SPACES.
         01 WS-SWAP-ACCOUNT PIC X(8) VALUE SPACES.
         01 WS-SITE-ROW-SW PIC X(1) VALUE "N".
           88 WARO-SITE-ROW-FOUND VALUE "Y".

      *> The journal lines, built and balanced before anything
      *> is written.
         78 NUM-LINE-MAX VALUE 300.
         01 WS-LINE-TABLE.
            02 WS-LINE-ENTRY OCCURS NUM-LINE-MAX TIMES.
               03 WS-JL-SITE PIC X(2).
               03 WS-JL-MOVEMENT PIC X(6).
               03 WS-JL-ACCOUNT PIC X(8).
               03 WS-JL-DEBIT-CREDIT PIC X(1).
               03 WS-JL-AMOUNT PIC 9(8)V99.
         01 WS-LINE-COUNT PIC 9(3) VALUE 0.
         01 WS-LINE-IDX PIC 9(3) VALUE 0.
         01 WS-LINE-AMOUNT PIC 9(8)V99 VALUE 0.
         01 WS-DEBIT-TOTAL PIC 9(10)V99 VALUE 0.
         01 WS-CREDIT-TOTAL PIC 9(10)V99 VALUE 0.
         01 WS-UNMAPPED-COUNT PIC 9(3) VALUE 0.
         01 WS-AMOUNT-ED PIC ZZZZZZZ9.99.
         01 WS-TOTAL-ED PIC ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-ASK-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         MOVE WS-PARM (1:8) TO WS-PARM-DATE.
         IF WS-PARM-DATE IS NUMERIC AND WS-PARM-DATE NOT = "00000000"
           MOVE WS-PARM-DATE TO WS-ASK-DATE
         END-IF.
         UNSTRING WS-PARM DELIMITED BY ALL SPACE
           INTO WS-PARM-WORD, WS-PARM-OPTION.
         IF WS-PARM-WORD = "FORCE" OR WS-PARM-OPTION = "FORCE"
           MOVE "Y" TO WS-FORCE-SW
         END-IF.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-GLJRNL : general-ledger journal for "
           DELIMITED BY SIZE
           WS-ASK-DATE DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

         MOVE "C" TO WS-PT-FUNCTION.
         PERFORM CALL-POST-UTIL.
         IF WS-PT-STATUS = "P"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-GLJRNL : SKIPPED - " DELIMITED BY SIZE
             WS-ASK-DATE DELIMITED BY SIZE
             " already posted - use FORCE to re-post"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.
         IF WARO-FORCE-REPOST
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-GLJRNL : FORCE - re-posting " DELIMITED BY SIZE
             WS-ASK-DATE DELIMITED BY SIZE
             " past the posting register" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         ELSE
           PERFORM CHECK-ALREADY-JOURNALLED
             THRU CHECK-ALREADY-JOURNALLED-EXIT
         END-IF.
         IF WARO-ALREADY-JOURNALLED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-GLJRNL : REFUSED - " DELIMITED BY SIZE
             WS-ASK-DATE DELIMITED BY SIZE
             " is already on the journal" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.
         PERFORM LOAD-CHART THRU LOAD-CHART-EXIT.
         IF WS-COA-COUNT = 0
           MOVE "WARO-GLJRNL : SEVERE - no WARO-COA chart of accounts"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.

         CALL 'rate-util'
           USING WS-ASK-DATE, WS-CENTS-PER-POINT, WS-RAKE-PCT,
             WS-BUYIN-CENTS, WS-HOLD-LIMIT, WS-RATE-STATUS
           ON EXCEPTION
             MOVE "WARO-GLJRNL : SEVERE - rate-util failed to load"
               TO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             GO TO BEGIN-EXIT
         END-CALL.
         PERFORM READ-PRIZE-DATES THRU READ-PRIZE-DATES-EXIT.
         PERFORM TALLY-PAYOUTS THRU TALLY-PAYOUTS-EXIT.
         PERFORM TALLY-BUYINS THRU TALLY-BUYINS-EXIT.
         PERFORM TALLY-RAKE THRU TALLY-RAKE-EXIT.
         PERFORM TALLY-JACKPOT THRU TALLY-JACKPOT-EXIT.
         PERFORM TALLY-RECEIVABLES THRU TALLY-RECEIVABLES-EXIT.
         PERFORM TALLY-CARRYOVERS THRU TALLY-CARRYOVERS-EXIT.
         IF WARO-SITE-TABLE-FULL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-GLJRNL : REFUSED - more than 20 sites on "
             DELIMITED BY SIZE
             "the night" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.

         PERFORM BUILD-SITE-LINES
           VARYING WS-SITE-IDX FROM 1 BY 1
           UNTIL WS-SITE-IDX > WS-SITE-COUNT.
         PERFORM REPORT-ONE-LINE
           VARYING WS-LINE-IDX FROM 1 BY 1
           UNTIL WS-LINE-IDX > WS-LINE-COUNT.
         MOVE WS-DEBIT-TOTAL TO WS-TOTAL-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-GLJRNL : debits  " DELIMITED BY SIZE
           WS-TOTAL-ED DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE WS-CREDIT-TOTAL TO WS-TOTAL-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-GLJRNL : credits " DELIMITED BY SIZE
           WS-TOTAL-ED DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

         IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
             OR WS-UNMAPPED-COUNT > 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-GLJRNL : REFUSED - debits do not equal "
             DELIMITED BY SIZE
             "credits; nothing journalled" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO BEGIN-EXIT
         END-IF.
         IF WS-LINE-COUNT = 0
           MOVE "WARO-GLJRNL : no money moved - nothing to journal"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO BEGIN-EXIT
         END-IF.
         PERFORM WRITE-JOURNAL-BATCH.
         MOVE "S" TO WS-PT-FUNCTION.
         PERFORM CALL-POST-UTIL.
         MOVE "W" TO WS-PT-FUNCTION.
         PERFORM CALL-POST-UTIL.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-GLJRNL : " DELIMITED BY SIZE
           WS-LINE-COUNT DELIMITED BY SIZE
           " journal line(s) written for " DELIMITED BY SIZE
           WS-SITE-COUNT DELIMITED BY SIZE
           " site(s)" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       BEGIN-EXIT.
         MOVE "WARO-GLJRNL Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         STOP RUN.

      *> One batch per run date: a date with a header already on
      *> the journal has gone to accounting.
       CHECK-ALREADY-JOURNALLED.
         OPEN INPUT WARO-GLJRNL-FILE.
         IF WS-GLJRNL-FILE-STATUS NOT = "00"
           GO TO CHECK-ALREADY-JOURNALLED-EXIT
         END-IF.
         PERFORM CHECK-ONE-JOURNAL-REC UNTIL WARO-GLJRNL-EOF.
         CLOSE WARO-GLJRNL-FILE.
       CHECK-ALREADY-JOURNALLED-EXIT.
         EXIT.

       CHECK-ONE-JOURNAL-REC.
         READ WARO-GLJRNL-FILE
           AT END
             MOVE "Y" TO WS-GLJRNL-EOF-SW
           NOT AT END
             IF WGL-HEADER-REC AND WGL-RUN-DATE = WS-ASK-DATE
               MOVE "Y" TO WS-ALREADY-SW
             END-IF
         END-READ.

       LOAD-CHART.
         OPEN INPUT WARO-COA-FILE.
         IF WS-COA-FILE-STATUS NOT = "00"
           GO TO LOAD-CHART-EXIT
         END-IF.
         PERFORM LOAD-ONE-ACCOUNT UNTIL WARO-COA-EOF.
         CLOSE WARO-COA-FILE.
       LOAD-CHART-EXIT.
         EXIT.

       LOAD-ONE-ACCOUNT.
         READ WARO-COA-FILE
           AT END
             MOVE "Y" TO WS-COA-EOF-SW
           NOT AT END
             IF WCA-MOVEMENT NOT = SPACES
                 AND WS-COA-COUNT < NUM-COA-MAX
               ADD 1 TO WS-COA-COUNT
               MOVE WCA-MOVEMENT TO WS-CA-MOVEMENT (WS-COA-COUNT)
               MOVE WCA-SITE TO WS-CA-SITE (WS-COA-COUNT)
               MOVE WCA-DEBIT-ACCOUNT TO WS-CA-DEBIT (WS-COA-COUNT)
               MOVE WCA-CREDIT-ACCOUNT
                 TO WS-CA-CREDIT (WS-COA-COUNT)
             END-IF
         END-READ.

      *> The event nights with a published prize pool took no
      *> rake - WARO paid them from the pool.
       READ-PRIZE-DATES.
         OPEN INPUT WARO-PRIZES-FILE.
         IF WS-PRIZES-FILE-STATUS NOT = "00"
           GO TO READ-PRIZE-DATES-EXIT
         END-IF.
         PERFORM READ-ONE-PRIZE-DATE UNTIL WARO-PRIZES-EOF.
         CLOSE WARO-PRIZES-FILE.
       READ-PRIZE-DATES-EXIT.
         EXIT.

       READ-ONE-PRIZE-DATE.
         READ WARO-PRIZES-FILE
           AT END
             MOVE "Y" TO WS-PRIZES-EOF-SW
           NOT AT END
             IF WPZ-POOL IS NUMERIC AND WPZ-POOL > 0
                 AND WS-EVENT-DATE-COUNT < NUM-EVENT-DATES-MAX
               ADD 1 TO WS-EVENT-DATE-COUNT
               MOVE WPZ-EVENT-DATE
                 TO WS-EVENT-DATE (WS-EVENT-DATE-COUNT)
             END-IF
         END-READ.

       CHECK-ONE-EVENT-DATE.
         IF WS-EVENT-DATE (WS-EVENT-DATE-IDX) = WS-ASK-DATE
           MOVE "Y" TO WS-EVENT-DATE-SW
         END-IF.

       TALLY-BUYINS.
         OPEN INPUT WARO-LEDGER-FILE.
         IF WS-LEDGER-FILE-STATUS NOT = "00"
           GO TO TALLY-BUYINS-EXIT
         END-IF.
         PERFORM TALLY-ONE-BUYIN UNTIL WARO-LEDGER-EOF.
         CLOSE WARO-LEDGER-FILE.
       TALLY-BUYINS-EXIT.
         EXIT.

       TALLY-ONE-BUYIN.
         READ WARO-LEDGER-FILE
           AT END
             MOVE "Y" TO WS-LEDGER-EOF-SW
           NOT AT END
             IF WLG-BUYIN-ENTRY AND WLG-ENTRY-DATE = WS-ASK-DATE
               MOVE WLG-GAME-ID TO WS-KEY-GAME-ID
               PERFORM SITE-FROM-GAME-ID
               MOVE WS-MV-BUYIN TO WS-MV-IDX
               MOVE WLG-DEBIT-AMOUNT TO WS-KEY-AMOUNT
               PERFORM ADD-TO-SITE THRU ADD-TO-SITE-EXIT
             END-IF
         END-READ.

      *> Rake never lands on any extract - it is recomputed from
      *> the posted points the way WARO withheld it.
       TALLY-RAKE.
         MOVE "N" TO WS-EVENT-DATE-SW.
         PERFORM CHECK-ONE-EVENT-DATE
           VARYING WS-EVENT-DATE-IDX FROM 1 BY 1
           UNTIL WS-EVENT-DATE-IDX > WS-EVENT-DATE-COUNT.
         IF WARO-EVENT-DATE OR WS-RAKE-PCT = 0
           GO TO TALLY-RAKE-EXIT
         END-IF.
         OPEN INPUT WARO-RESULTS-FILE.
         IF WS-RESULTS-FILE-STATUS NOT = "00"
           GO TO TALLY-RAKE-EXIT
         END-IF.
         PERFORM RAKE-ONE-RESULT UNTIL WARO-RESULTS-EOF.
         CLOSE WARO-RESULTS-FILE.
       TALLY-RAKE-EXIT.
         EXIT.

       RAKE-ONE-RESULT.
         READ WARO-RESULTS-FILE
           AT END
             MOVE "Y" TO WS-RESULTS-EOF-SW
           NOT AT END
             IF WRR-DETAIL-REC AND WRR-RUN-DATE = WS-ASK-DATE
               MOVE WRR-SITE TO WS-KEY-SITE
               PERFORM DEFAULT-SITE
               PERFORM RAKE-ONE-SEAT
                 VARYING WS-RESULTS-PLAYER-IDX FROM 1 BY 1
                 UNTIL WS-RESULTS-PLAYER-IDX > WRR-NUM-PLAYERS
             END-IF
         END-READ.

      *> A seat the house played was never raked - its points
      *> went to the house account whole.
       RAKE-ONE-SEAT.
         IF NOT WRR-HOUSE-SEAT (WS-RESULTS-PLAYER-IDX)
           PERFORM RAKE-ONE-PLAYER
         END-IF.

       RAKE-ONE-PLAYER.
         COMPUTE WS-GROSS-CENTS =
           WRR-PLAYER-POINTS (WS-RESULTS-PLAYER-IDX)
           * WS-CENTS-PER-POINT.
         COMPUTE WS-RAKE-CENTS =
           (WS-GROSS-CENTS * WS-RAKE-PCT) / 100.
         COMPUTE WS-KEY-AMOUNT = WS-RAKE-CENTS / 100.
         MOVE WS-MV-RAKE TO WS-MV-IDX.
         PERFORM ADD-TO-SITE THRU ADD-TO-SITE-EXIT.

       TALLY-PAYOUTS.
         OPEN INPUT WARO-PAYOUT-FILE.
         IF WS-PAYOUT-FILE-STATUS NOT = "00"
           GO TO TALLY-PAYOUTS-EXIT
         END-IF.
         PERFORM TALLY-ONE-PAYOUT UNTIL WARO-PAYOUT-EOF.
         CLOSE WARO-PAYOUT-FILE.
       TALLY-PAYOUTS-EXIT.
         EXIT.

       TALLY-ONE-PAYOUT.
         READ WARO-PAYOUT-FILE
           AT END
             MOVE "Y" TO WS-PAYOUT-EOF-SW
           NOT AT END
             IF WPR-HEADER-REC
               PERFORM MAP-GAME-SITE
             END-IF
             IF WPR-RUN-DATE = WS-ASK-DATE
                 AND (WPR-PAYOUT-DETAIL OR WPR-REVERSAL-REC)
                 AND NOT WPR-REISSUE-PAYOUT
               MOVE WPR-SITE TO WS-KEY-SITE
               PERFORM DEFAULT-SITE
               MOVE WS-MV-PAYOUT TO WS-MV-IDX
               IF WPR-REVERSAL-REC
                 COMPUTE WS-KEY-AMOUNT = 0 - WPR-PAYOUT-AMOUNT
               ELSE
                 MOVE WPR-PAYOUT-AMOUNT TO WS-KEY-AMOUNT
               END-IF
               PERFORM ADD-TO-SITE THRU ADD-TO-SITE-EXIT
             END-IF
         END-READ.

      *> A sweep's rake is house rake like any other; the net is
      *> what the pot paid out.
       TALLY-JACKPOT.
         OPEN INPUT WARO-JKHIST-FILE.
         IF WS-JKHIST-FILE-STATUS NOT = "00"
           GO TO TALLY-JACKPOT-EXIT
         END-IF.
         PERFORM TALLY-ONE-JACKPOT UNTIL WARO-JKHIST-EOF.
         CLOSE WARO-JKHIST-FILE.
       TALLY-JACKPOT-EXIT.
         EXIT.

       TALLY-ONE-JACKPOT.
         READ WARO-JKHIST-FILE
           AT END
             MOVE "Y" TO WS-JKHIST-EOF-SW
           NOT AT END
             IF WJH-ENTRY-DATE = WS-ASK-DATE
               MOVE WJH-GAME-ID TO WS-KEY-GAME-ID
               PERFORM SITE-FROM-GAME-ID
               PERFORM TALLY-JACKPOT-ENTRY
             END-IF
         END-READ.

       TALLY-JACKPOT-ENTRY.
         IF WJH-FUNDED
           MOVE WS-MV-JKFUND TO WS-MV-IDX
           MOVE WJH-GROSS-AMOUNT TO WS-KEY-AMOUNT
           PERFORM ADD-TO-SITE THRU ADD-TO-SITE-EXIT
         END-IF.
         IF WJH-PAID
           MOVE WS-MV-JKPAID TO WS-MV-IDX
           MOVE WJH-NET-AMOUNT TO WS-KEY-AMOUNT
           PERFORM ADD-TO-SITE THRU ADD-TO-SITE-EXIT
           MOVE WS-MV-RAKE TO WS-MV-IDX
           COMPUTE WS-KEY-AMOUNT =
             WJH-GROSS-AMOUNT - WJH-NET-AMOUNT
           PERFORM ADD-TO-SITE THRU ADD-TO-SITE-EXIT
         END-IF.

       TALLY-RECEIVABLES.
         OPEN INPUT WARO-RECEIVABLE-FILE.
         IF WS-RECEIVABLE-FILE-STATUS NOT = "00"
           GO TO TALLY-RECEIVABLES-EXIT
         END-IF.
         PERFORM TALLY-ONE-RECEIVABLE UNTIL WARO-RECEIVABLE-EOF.
         CLOSE WARO-RECEIVABLE-FILE.
       TALLY-RECEIVABLES-EXIT.
         EXIT.

       TALLY-ONE-RECEIVABLE.
         READ WARO-RECEIVABLE-FILE
           AT END
             MOVE "Y" TO WS-RECEIVABLE-EOF-SW
           NOT AT END
             IF WRC-ENTRY-DATE = WS-ASK-DATE AND NOT WRC-OFFSET
               MOVE WRC-GAME-ID TO WS-KEY-GAME-ID
               PERFORM SITE-FROM-GAME-ID
               MOVE WS-MV-CLAWBK TO WS-MV-IDX
               MOVE WRC-AMOUNT TO WS-KEY-AMOUNT
               PERFORM ADD-TO-SITE THRU ADD-TO-SITE-EXIT
             END-IF
         END-READ.

       TALLY-CARRYOVERS.
         OPEN INPUT WARO-CARRYOVER-FILE.
         IF WS-CARRYOVER-FILE-STATUS NOT = "00"
           GO TO TALLY-CARRYOVERS-EXIT
         END-IF.
         PERFORM TALLY-ONE-CARRYOVER UNTIL WARO-CARRYOVER-EOF.
         CLOSE WARO-CARRYOVER-FILE.
       TALLY-CARRYOVERS-EXIT.
         EXIT.

       TALLY-ONE-CARRYOVER.
         READ WARO-CARRYOVER-FILE
           AT END
             MOVE "Y" TO WS-CARRYOVER-EOF-SW
           NOT AT END
             IF WCO-ENTRY-DATE = WS-ASK-DATE
               MOVE WCO-GAME-ID TO WS-KEY-GAME-ID
               PERFORM SITE-FROM-GAME-ID
               MOVE WS-MV-CARRY TO WS-MV-IDX
               MOVE WCO-AMOUNT TO WS-KEY-AMOUNT
               PERFORM ADD-TO-SITE THRU ADD-TO-SITE-EXIT
             END-IF
         END-READ.

       SITE-FROM-GAME-ID.
         MOVE "N" TO WS-GAME-SITE-SW.
         PERFORM CHECK-ONE-GAME-SITE
           VARYING WS-GAME-SITE-IDX FROM 1 BY 1
           UNTIL WS-GAME-SITE-IDX > WS-GAME-SITE-COUNT
             OR WARO-GAME-SITE-FOUND.
         IF NOT WARO-GAME-SITE-FOUND
           DIVIDE WS-KEY-GAME-ID BY 100 GIVING WS-GAME-SLOT
             REMAINDER WS-SITE-NUMBER
           MOVE WS-SITE-NUMBER TO WS-KEY-SITE
         END-IF.
         PERFORM DEFAULT-SITE.

       CHECK-ONE-GAME-SITE.
         IF WS-GS-GAME-ID (WS-GAME-SITE-IDX) = WS-KEY-GAME-ID
           MOVE WS-GS-SITE (WS-GAME-SITE-IDX) TO WS-KEY-SITE
           MOVE "Y" TO WS-GAME-SITE-SW
         END-IF.

      *> Every batch header on the extract, whatever its date -
      *> a clawback is raised against an earlier night's game.
       MAP-GAME-SITE.
         IF WS-GAME-SITE-COUNT < NUM-GAME-MAX
           ADD 1 TO WS-GAME-SITE-COUNT
           MOVE WPR-GAME-ID TO WS-GS-GAME-ID (WS-GAME-SITE-COUNT)
           MOVE WPR-SITE TO WS-GS-SITE (WS-GAME-SITE-COUNT)
         END-IF.

       DEFAULT-SITE.
         IF WS-KEY-SITE = SPACES OR WS-KEY-SITE = "00"
           MOVE "01" TO WS-KEY-SITE
         END-IF.

       ADD-TO-SITE.
         MOVE 0 TO WS-SITE-HIT.
         PERFORM FIND-ONE-SITE
           VARYING WS-SITE-IDX FROM 1 BY 1
           UNTIL WS-SITE-IDX > WS-SITE-COUNT.
         IF WS-SITE-HIT = 0
           IF WS-SITE-COUNT NOT < NUM-SITE-MAX
             MOVE "Y" TO WS-SITE-FULL-SW
             GO TO ADD-TO-SITE-EXIT
           END-IF
           ADD 1 TO WS-SITE-COUNT
           MOVE WS-SITE-COUNT TO WS-SITE-HIT
           MOVE WS-KEY-SITE TO WS-ST-SITE (WS-SITE-HIT)
           PERFORM ZERO-ONE-MOVEMENT
             VARYING WS-ZERO-IDX FROM 1 BY 1
             UNTIL WS-ZERO-IDX > NUM-MOVEMENTS
         END-IF.
         ADD WS-KEY-AMOUNT TO WS-ST-AMOUNT (WS-SITE-HIT, WS-MV-IDX).
       ADD-TO-SITE-EXIT.
         EXIT.

       FIND-ONE-SITE.
         IF WS-ST-SITE (WS-SITE-IDX) = WS-KEY-SITE
           MOVE WS-SITE-IDX TO WS-SITE-HIT
         END-IF.

       ZERO-ONE-MOVEMENT.
         MOVE 0 TO WS-ST-AMOUNT (WS-SITE-HIT, WS-ZERO-IDX).

       BUILD-SITE-LINES.
         PERFORM BUILD-ONE-MOVEMENT
           VARYING WS-MV-IDX FROM 1 BY 1
           UNTIL WS-MV-IDX > NUM-MOVEMENTS.

      *> One movement at one site becomes a debit line and a
      *> credit line of the same amount. A side with no account
      *> on the chart is reported and left off, which throws the
      *> batch out of balance.
       BUILD-ONE-MOVEMENT.
         IF WS-ST-AMOUNT (WS-SITE-IDX, WS-MV-IDX) NOT = 0
           PERFORM FIND-ACCOUNTS
           IF WS-ST-AMOUNT (WS-SITE-IDX, WS-MV-IDX) < 0
             MOVE WS-DEBIT-ACCOUNT TO WS-SWAP-ACCOUNT
             MOVE WS-CREDIT-ACCOUNT TO WS-DEBIT-ACCOUNT
             MOVE WS-SWAP-ACCOUNT TO WS-CREDIT-ACCOUNT
             COMPUTE WS-LINE-AMOUNT =
               0 - WS-ST-AMOUNT (WS-SITE-IDX, WS-MV-IDX)
           ELSE
             MOVE WS-ST-AMOUNT (WS-SITE-IDX, WS-MV-IDX)
               TO WS-LINE-AMOUNT
           END-IF
           IF WS-DEBIT-ACCOUNT = SPACES
             PERFORM REPORT-UNMAPPED
           ELSE
             MOVE WS-DEBIT-ACCOUNT TO WS-SWAP-ACCOUNT
             PERFORM ADD-JOURNAL-LINE
             MOVE "D" TO WS-JL-DEBIT-CREDIT (WS-LINE-COUNT)
             ADD WS-LINE-AMOUNT TO WS-DEBIT-TOTAL
           END-IF
           IF WS-CREDIT-ACCOUNT = SPACES
             PERFORM REPORT-UNMAPPED
           ELSE
             MOVE WS-CREDIT-ACCOUNT TO WS-SWAP-ACCOUNT
             PERFORM ADD-JOURNAL-LINE
             MOVE "C" TO WS-JL-DEBIT-CREDIT (WS-LINE-COUNT)
             ADD WS-LINE-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
         END-IF.

      *> The site's own row wins; failing that, the all-sites
      *> row.
       FIND-ACCOUNTS.
         MOVE SPACES TO WS-DEBIT-ACCOUNT.
         MOVE SPACES TO WS-CREDIT-ACCOUNT.
         MOVE "N" TO WS-SITE-ROW-SW.
         PERFORM CHECK-ONE-ACCOUNT
           VARYING WS-COA-IDX FROM 1 BY 1
           UNTIL WS-COA-IDX > WS-COA-COUNT.

       CHECK-ONE-ACCOUNT.
         IF WS-CA-MOVEMENT (WS-COA-IDX) = WS-MOVEMENT-NAME (WS-MV-IDX)
           IF WS-CA-SITE (WS-COA-IDX) = WS-ST-SITE (WS-SITE-IDX)
             MOVE WS-CA-DEBIT (WS-COA-IDX) TO WS-DEBIT-ACCOUNT
             MOVE WS-CA-CREDIT (WS-COA-IDX) TO WS-CREDIT-ACCOUNT
             MOVE "Y" TO WS-SITE-ROW-SW
           END-IF
           IF WS-CA-SITE (WS-COA-IDX) = SPACES
               AND NOT WARO-SITE-ROW-FOUND
             MOVE WS-CA-DEBIT (WS-COA-IDX) TO WS-DEBIT-ACCOUNT
             MOVE WS-CA-CREDIT (WS-COA-IDX) TO WS-CREDIT-ACCOUNT
           END-IF
         END-IF.

       ADD-JOURNAL-LINE.
         IF WS-LINE-COUNT < NUM-LINE-MAX
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-ST-SITE (WS-SITE-IDX) TO WS-JL-SITE (WS-LINE-COUNT)
           MOVE WS-MOVEMENT-NAME (WS-MV-IDX)
             TO WS-JL-MOVEMENT (WS-LINE-COUNT)
           MOVE WS-SWAP-ACCOUNT TO WS-JL-ACCOUNT (WS-LINE-COUNT)
           MOVE WS-LINE-AMOUNT TO WS-JL-AMOUNT (WS-LINE-COUNT)
         END-IF.

       REPORT-UNMAPPED.
         ADD 1 TO WS-UNMAPPED-COUNT.
         MOVE WS-LINE-AMOUNT TO WS-AMOUNT-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-GLJRNL : no account on WARO-COA for "
           DELIMITED BY SIZE
           WS-MOVEMENT-NAME (WS-MV-IDX) DELIMITED BY SIZE
           " site " DELIMITED BY SIZE
           WS-ST-SITE (WS-SITE-IDX) DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           " unposted" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       REPORT-ONE-LINE.
         MOVE WS-JL-AMOUNT (WS-LINE-IDX) TO WS-AMOUNT-ED.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "  site " DELIMITED BY SIZE
           WS-JL-SITE (WS-LINE-IDX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-JL-MOVEMENT (WS-LINE-IDX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-JL-ACCOUNT (WS-LINE-IDX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-JL-DEBIT-CREDIT (WS-LINE-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-AMOUNT-ED DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       WRITE-JOURNAL-BATCH.
         OPEN EXTEND WARO-GLJRNL-FILE.
         IF WS-GLJRNL-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-GLJRNL-FILE
         END-IF.
         MOVE SPACES TO WARO-GLJRNL-REC.
         MOVE "HD" TO WGL-RECORD-TYPE.
         MOVE WS-ASK-DATE TO WGL-RUN-DATE.
         WRITE WARO-GLJRNL-REC.
         PERFORM WRITE-ONE-JOURNAL-LINE
           VARYING WS-LINE-IDX FROM 1 BY 1
           UNTIL WS-LINE-IDX > WS-LINE-COUNT.
         MOVE SPACES TO WARO-GLJRNL-REC.
         MOVE "TR" TO WGL-RECORD-TYPE.
         MOVE WS-ASK-DATE TO WGL-RUN-DATE.
         MOVE WS-LINE-COUNT TO WGL-TRAILER-COUNT.
         MOVE WS-DEBIT-TOTAL TO WGL-TRAILER-DEBITS.
         MOVE WS-CREDIT-TOTAL TO WGL-TRAILER-CREDITS.
         WRITE WARO-GLJRNL-REC.
         CLOSE WARO-GLJRNL-FILE.

       WRITE-ONE-JOURNAL-LINE.
         MOVE SPACES TO WARO-GLJRNL-REC.
         MOVE "JL" TO WGL-RECORD-TYPE.
         MOVE WS-ASK-DATE TO WGL-RUN-DATE.
         MOVE WS-JL-SITE (WS-LINE-IDX) TO WGL-SITE.
         MOVE WS-JL-MOVEMENT (WS-LINE-IDX) TO WGL-MOVEMENT.
         MOVE WS-JL-ACCOUNT (WS-LINE-IDX) TO WGL-ACCOUNT.
         MOVE WS-JL-DEBIT-CREDIT (WS-LINE-IDX) TO WGL-DEBIT-CREDIT.
         MOVE WS-JL-AMOUNT (WS-LINE-IDX) TO WGL-AMOUNT.
         WRITE WARO-GLJRNL-REC.

      *> One door to the posting register. A register that
      *> cannot be read or written ends the job at 16 before
      *> anything more is journalled.
       CALL-POST-UTIL.
         CALL 'post-util'
           USING WS-PT-FUNCTION, WS-PT-PROGRAM, WS-PT-GAME-ID,
             WS-ASK-DATE, WS-FORCE-SW, WS-PT-STATUS
           ON EXCEPTION
             MOVE "WARO-GLJRNL : SEVERE - post-util failed to load"
               TO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.
         IF WS-PT-STATUS = "E"
           MOVE "WARO-GLJRNL : SEVERE - WARO-POSTREG unusable"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-REPORT-FILE
         END-IF.
         MOVE WS-REPORT-LINE TO WARO-REPORT-REC.
         WRITE WARO-REPORT-REC.
         CLOSE WARO-REPORT-FILE.
