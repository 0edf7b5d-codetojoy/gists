       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-STRATEGY.
      *> Strategy-profile effectiveness from real play. WARO-SIM
      *> only shows how the bidding profiles fare on synthetic
      *> hands; this reads the WARO-GAMEDTL file, where every
      *> round now carries the profile that bid it, the seat's
      *> division and the table's rule, and compares HIGH,
      *> CAUTIOUS, AGGRESS, RANDOM and ATTENDED on the results
      *> actually posted. Split by division (A, B) and rule
      *> (HIGH, LOWBALL, SPLITPOT - a split-pot table counts as
      *> SPLITPOT whichever way it ranks), one line per profile:
      *>   hands played, rounds won of rounds bid, points per
      *>   hand, cards spent per point won (one card goes per
      *>   round), and the win rate by prize-card strength -
      *>   low (rank 1-5), mid (6-9), high (10-13).
      *> Parm: an optional from-date YYYYMMDD to window the
      *> analysis (default all of the file). Detail records cut
      *> before the profile was stamped are counted and excluded.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROGDS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WAROGDR.
         WORKING-STORAGE SECTION.
         01 WS-GAMEDTL-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-GAMEDTL-EOF-SW PIC X(1) VALUE "N".
           88 WARO-GAMEDTL-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-PARM-DATE PIC X(8) VALUE SPACES.
         01 WS-FROM-DATE PIC 9(8) VALUE 0.

      *> The profiles, rules and prize bands in report order.
         78 NUM-PROFILES VALUE 5.
         01 WS-PROFILE-NAMES.
            02 FILLER PIC X(8) VALUE "HIGH".
            02 FILLER PIC X(8) VALUE "CAUTIOUS".
            02 FILLER PIC X(8) VALUE "AGGRESS".
            02 FILLER PIC X(8) VALUE "RANDOM".
            02 FILLER PIC X(8) VALUE "ATTENDED".
         01 FILLER REDEFINES WS-PROFILE-NAMES.
            02 WS-PROFILE-NAME PIC X(8) OCCURS NUM-PROFILES TIMES.
         78 NUM-RULES VALUE 3.
         01 WS-RULE-NAMES.
            02 FILLER PIC X(8) VALUE "HIGH".
            02 FILLER PIC X(8) VALUE "LOWBALL".
            02 FILLER PIC X(8) VALUE "SPLITPOT".
         01 FILLER REDEFINES WS-RULE-NAMES.
            02 WS-RULE-NAME PIC X(8) OCCURS NUM-RULES TIMES.
         78 NUM-DIVISIONS VALUE 2.
         01 WS-DIVISION-NAMES PIC X(2) VALUE "AB".
         78 NUM-BANDS VALUE 3.

      *> One cell per division, rule and profile.
         01 WS-STAT-TABLE.
            02 WS-STAT-DIVISION OCCURS NUM-DIVISIONS TIMES.
               03 WS-STAT-RULE OCCURS NUM-RULES TIMES.
                  04 WS-STAT-PROFILE OCCURS NUM-PROFILES TIMES.
                     05 WS-ST-HANDS PIC 9(8) VALUE 0.
                     05 WS-ST-ROUNDS PIC 9(8) VALUE 0.
                     05 WS-ST-WINS PIC 9(8) VALUE 0.
                     05 WS-ST-POINTS PIC 9(8) VALUE 0.
                     05 WS-ST-BAND OCCURS NUM-BANDS TIMES.
                        06 WS-ST-BAND-ROUNDS PIC 9(8) VALUE 0.
                        06 WS-ST-BAND-WINS PIC 9(8) VALUE 0.
         01 WS-RULE-ROUNDS PIC 9(8) VALUE 0.
         01 WS-DIV-IDX PIC 9(1) VALUE 0.
         01 WS-RULE-IDX PIC 9(1) VALUE 0.
         01 WS-PROFILE-IDX PIC 9(1) VALUE 0.
         01 WS-BAND-IDX PIC 9(1) VALUE 0.
         01 WS-NAME-IDX PIC 9(1) VALUE 0.
         01 WS-CARD-ZERO PIC 9(2) VALUE 0.
         01 WS-CARD-SUIT PIC 9(2) VALUE 0.
         01 WS-CARD-RANK PIC 9(2) VALUE 0.
         01 WS-TALLIED-COUNT PIC 9(8) VALUE 0.
         01 WS-UNSTAMPED-COUNT PIC 9(8) VALUE 0.
         01 WS-WINDOWED-OUT PIC 9(8) VALUE 0.

         01 WS-HANDS-ED PIC ZZZZZ9.
         01 WS-ROUNDS-ED PIC ZZZZZ9.
         01 WS-WINS-ED PIC ZZZZZ9.
         01 WS-PER-HAND PIC 9(4)V99 VALUE 0.
         01 WS-PER-HAND-ED PIC ZZZ9.99.
         01 WS-PER-POINT PIC 9(3)V99 VALUE 0.
         01 WS-PER-POINT-ED PIC ZZ9.99.
         01 WS-PER-POINT-TEXT PIC X(6) VALUE SPACES.
         01 WS-WIN-RATE PIC 9(3)V9 VALUE 0.
         01 WS-BAND-RATE-TABLE.
            02 WS-BAND-RATE-TEXT PIC X(6) OCCURS NUM-BANDS TIMES.
         01 WS-BAND-RATE-ED PIC ZZ9.9.

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         MOVE WS-PARM (1:8) TO WS-PARM-DATE.
         IF WS-PARM-DATE IS NUMERIC AND WS-PARM-DATE NOT = "00000000"
           MOVE WS-PARM-DATE TO WS-FROM-DATE
         END-IF.
         OPEN INPUT WARO-GAMEDTL-FILE.
         IF WS-GAMEDTL-FILE-STATUS NOT = "00"
           MOVE "WARO-STRATEGY : no WARO-GAMEDTL file to analyze"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
         PERFORM TALLY-ONE-DETAIL UNTIL WARO-GAMEDTL-EOF.
         CLOSE WARO-GAMEDTL-FILE.

         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-STRATEGY : profile results from real play"
           DELIMITED BY SIZE
           " from " DELIMITED BY SIZE
           WS-FROM-DATE DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         PERFORM REPORT-ONE-DIVISION
           VARYING WS-DIV-IDX FROM 1 BY 1
             UNTIL WS-DIV-IDX > NUM-DIVISIONS.
         IF WS-UNSTAMPED-COUNT > 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-STRATEGY : NOTE - " DELIMITED BY SIZE
             WS-UNSTAMPED-COUNT DELIMITED BY SIZE
             " record(s) carry no profile and were skipped"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         IF WS-TALLIED-COUNT = 0
           MOVE "WARO-STRATEGY : no profiled rounds to compare"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
         END-IF.
         MOVE "WARO-STRATEGY Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       STOP RUN.

       TALLY-ONE-DETAIL.
         READ WARO-GAMEDTL-FILE
           AT END
             MOVE "Y" TO WS-GAMEDTL-EOF-SW
           NOT AT END
             PERFORM FIND-PROFILE
             EVALUATE TRUE
               WHEN WS-PROFILE-IDX = 0
                   OR WGD-PRIZE-CARD IS NOT NUMERIC
                   OR WGD-POINTS-DELTA IS NOT NUMERIC
                 ADD 1 TO WS-UNSTAMPED-COUNT
               WHEN WGD-RUN-DATE < WS-FROM-DATE
                 ADD 1 TO WS-WINDOWED-OUT
               WHEN OTHER
                 PERFORM TALLY-PROFILED-ROUND
             END-EVALUATE
         END-READ.

       FIND-PROFILE.
         MOVE 0 TO WS-PROFILE-IDX.
         PERFORM MATCH-ONE-PROFILE
           VARYING WS-NAME-IDX FROM 1 BY 1
             UNTIL WS-NAME-IDX > NUM-PROFILES
               OR WS-PROFILE-IDX > 0.

       MATCH-ONE-PROFILE.
         IF WGD-STRATEGY = WS-PROFILE-NAME (WS-NAME-IDX)
           MOVE WS-NAME-IDX TO WS-PROFILE-IDX
         END-IF.

      *> Card rank within its suit as WARO's CARD-STRENGTH
      *> derives it, 1 to 13, banded low, mid and high.
       TALLY-PROFILED-ROUND.
         ADD 1 TO WS-TALLIED-COUNT.
         IF WGD-DIVISION = "B"
           MOVE 2 TO WS-DIV-IDX
         ELSE
           MOVE 1 TO WS-DIV-IDX
         END-IF.
         EVALUATE TRUE
           WHEN WGD-SPLITPOT = "Y"
             MOVE 3 TO WS-RULE-IDX
           WHEN WGD-RULE = "L"
             MOVE 2 TO WS-RULE-IDX
           WHEN OTHER
             MOVE 1 TO WS-RULE-IDX
         END-EVALUATE.
         IF WGD-PRIZE-CARD = 0
           MOVE 1 TO WS-CARD-RANK
         ELSE
           SUBTRACT 1 FROM WGD-PRIZE-CARD GIVING WS-CARD-ZERO
           DIVIDE WS-CARD-ZERO BY 13 GIVING WS-CARD-SUIT
             REMAINDER WS-CARD-RANK
           ADD 1 TO WS-CARD-RANK
         END-IF.
         EVALUATE TRUE
           WHEN WS-CARD-RANK <= 5
             MOVE 1 TO WS-BAND-IDX
           WHEN WS-CARD-RANK <= 9
             MOVE 2 TO WS-BAND-IDX
           WHEN OTHER
             MOVE 3 TO WS-BAND-IDX
         END-EVALUATE.
         IF WGD-ROUND = 1
           ADD 1 TO WS-ST-HANDS (WS-DIV-IDX, WS-RULE-IDX,
             WS-PROFILE-IDX)
         END-IF.
         ADD 1 TO WS-ST-ROUNDS (WS-DIV-IDX, WS-RULE-IDX,
           WS-PROFILE-IDX).
         ADD 1 TO WS-ST-BAND-ROUNDS (WS-DIV-IDX, WS-RULE-IDX,
           WS-PROFILE-IDX, WS-BAND-IDX).
         IF WGD-RESULT = "W"
           ADD 1 TO WS-ST-WINS (WS-DIV-IDX, WS-RULE-IDX,
             WS-PROFILE-IDX)
           ADD 1 TO WS-ST-BAND-WINS (WS-DIV-IDX, WS-RULE-IDX,
             WS-PROFILE-IDX, WS-BAND-IDX)
         END-IF.
         ADD WGD-POINTS-DELTA TO WS-ST-POINTS (WS-DIV-IDX,
           WS-RULE-IDX, WS-PROFILE-IDX).

       REPORT-ONE-DIVISION.
         PERFORM REPORT-ONE-RULE
           VARYING WS-RULE-IDX FROM 1 BY 1
             UNTIL WS-RULE-IDX > NUM-RULES.

       REPORT-ONE-RULE.
         MOVE 0 TO WS-RULE-ROUNDS.
         PERFORM SUM-ONE-PROFILE-ROUNDS
           VARYING WS-PROFILE-IDX FROM 1 BY 1
             UNTIL WS-PROFILE-IDX > NUM-PROFILES.
         IF WS-RULE-ROUNDS > 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-STRATEGY : division " DELIMITED BY SIZE
             WS-DIVISION-NAMES (WS-DIV-IDX:1) DELIMITED BY SIZE
             " rule " DELIMITED BY SIZE
             WS-RULE-NAME (WS-RULE-IDX) DELIMITED BY SPACE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           PERFORM REPORT-ONE-PROFILE
             VARYING WS-PROFILE-IDX FROM 1 BY 1
               UNTIL WS-PROFILE-IDX > NUM-PROFILES
         END-IF.

       SUM-ONE-PROFILE-ROUNDS.
         ADD WS-ST-ROUNDS (WS-DIV-IDX, WS-RULE-IDX, WS-PROFILE-IDX)
           TO WS-RULE-ROUNDS.

      *> Two lines per profile played: the hands, wins and points,
      *> then the card cost of a point and the win rate by the
      *> strength of the prize card on offer.
       REPORT-ONE-PROFILE.
         IF WS-ST-ROUNDS (WS-DIV-IDX, WS-RULE-IDX, WS-PROFILE-IDX)
             > 0
           MOVE WS-ST-HANDS (WS-DIV-IDX, WS-RULE-IDX, WS-PROFILE-IDX)
             TO WS-HANDS-ED
           MOVE WS-ST-WINS (WS-DIV-IDX, WS-RULE-IDX, WS-PROFILE-IDX)
             TO WS-WINS-ED
           MOVE WS-ST-ROUNDS (WS-DIV-IDX, WS-RULE-IDX,
             WS-PROFILE-IDX) TO WS-ROUNDS-ED
           MOVE 0 TO WS-PER-HAND
           IF WS-ST-HANDS (WS-DIV-IDX, WS-RULE-IDX, WS-PROFILE-IDX)
               > 0
             COMPUTE WS-PER-HAND ROUNDED =
               WS-ST-POINTS (WS-DIV-IDX, WS-RULE-IDX,
                 WS-PROFILE-IDX)
               / WS-ST-HANDS (WS-DIV-IDX, WS-RULE-IDX,
                 WS-PROFILE-IDX)
               ON SIZE ERROR
                 MOVE 9999.99 TO WS-PER-HAND
             END-COMPUTE
           END-IF
           MOVE WS-PER-HAND TO WS-PER-HAND-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-STRATEGY : " DELIMITED BY SIZE
             WS-PROFILE-NAME (WS-PROFILE-IDX) DELIMITED BY SIZE
             " hands " DELIMITED BY SIZE
             WS-HANDS-ED DELIMITED BY SIZE
             " won " DELIMITED BY SIZE
             WS-WINS-ED DELIMITED BY SIZE
             " of " DELIMITED BY SIZE
             WS-ROUNDS-ED DELIMITED BY SIZE
             " pts/hand " DELIMITED BY SIZE
             WS-PER-HAND-ED DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           IF WS-ST-POINTS (WS-DIV-IDX, WS-RULE-IDX, WS-PROFILE-IDX)
               = 0
             MOVE "  none" TO WS-PER-POINT-TEXT
           ELSE
             COMPUTE WS-PER-POINT ROUNDED =
               WS-ST-ROUNDS (WS-DIV-IDX, WS-RULE-IDX,
                 WS-PROFILE-IDX)
               / WS-ST-POINTS (WS-DIV-IDX, WS-RULE-IDX,
                 WS-PROFILE-IDX)
               ON SIZE ERROR
                 MOVE 999.99 TO WS-PER-POINT
             END-COMPUTE
             MOVE WS-PER-POINT TO WS-PER-POINT-ED
             MOVE WS-PER-POINT-ED TO WS-PER-POINT-TEXT
           END-IF
           PERFORM RATE-ONE-BAND
             VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > NUM-BANDS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-STRATEGY : " DELIMITED BY SIZE
             "  cards/pt " DELIMITED BY SIZE
             WS-PER-POINT-TEXT DELIMITED BY SIZE
             "  win% low " DELIMITED BY SIZE
             WS-BAND-RATE-TEXT (1) DELIMITED BY SIZE
             " mid " DELIMITED BY SIZE
             WS-BAND-RATE-TEXT (2) DELIMITED BY SIZE
             " high " DELIMITED BY SIZE
             WS-BAND-RATE-TEXT (3) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

       RATE-ONE-BAND.
         IF WS-ST-BAND-ROUNDS (WS-DIV-IDX, WS-RULE-IDX,
             WS-PROFILE-IDX, WS-BAND-IDX) = 0
           MOVE "     -" TO WS-BAND-RATE-TEXT (WS-BAND-IDX)
         ELSE
           COMPUTE WS-WIN-RATE ROUNDED =
             (WS-ST-BAND-WINS (WS-DIV-IDX, WS-RULE-IDX,
               WS-PROFILE-IDX, WS-BAND-IDX) * 100)
             / WS-ST-BAND-ROUNDS (WS-DIV-IDX, WS-RULE-IDX,
               WS-PROFILE-IDX, WS-BAND-IDX)
           MOVE WS-WIN-RATE TO WS-BAND-RATE-ED
           MOVE SPACES TO WS-BAND-RATE-TEXT (WS-BAND-IDX)
           MOVE WS-BAND-RATE-ED
             TO WS-BAND-RATE-TEXT (WS-BAND-IDX) (2:5)
         END-IF.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-REPORT-FILE
         END-IF.
         MOVE WS-REPORT-LINE TO WARO-REPORT-REC.
         WRITE WARO-REPORT-REC.
         CLOSE WARO-REPORT-FILE.
