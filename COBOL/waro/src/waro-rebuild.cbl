       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-REBUILD.
      *> Rebuilds a derived file from the game history instead of
      *> restoring a snapshot that would roll good nights back
      *> with the bad. The derived files - the ratings, the
      *> records book, the milestone cards, the jackpot pot and
      *> the ranked leaderboard - are built up night by night, so
      *> a rebuild replays every night from the start under the
      *> programs' own rules into a scratch file, compares that
      *> with the live file and replaces the live file only when
      *> told to. The job stream (waro-rebuild) runs it in three
      *> steps. Parm:
      *>   PREP - build the date-ordered replay copies every
      *>     replay reads: WARO-RBRESULTS from the results
      *>     archive (WARO-RESULTS-ARCH), the closed seasons
      *>     (WARO-HISTORY) and the live WARO-RESULTS, whole
      *>     HD..TR batches ordered by their header date; and
      *>     WARO-RBGAMEDTL from WARO-GAMEDTL-ARCH and the live
      *>     WARO-GAMEDTL, ordered by run date. Within a date
      *>     the files keep the order they were posted in.
      *>   JACKPOT - replay the pot's own movement history,
      *>     WARO-JKHIST, in date order into WARO-RBNEW: each
      *>     feed adds its points, each sweep takes what it paid,
      *>     never below zero - the rule WARO-MERGE settles the
      *>     pot by.
      *>   COMPARE <target> - report every difference between
      *>     the rebuilt file WARO-RBNEW and the live file
      *>     mounted as WARO-RBLIVE; completion 4 when they
      *>     differ.
      *>   APPLY <target> - the compare, then, with a supervisor
      *>     signed on, the live file is copied to WARO-RBSAVE
      *>     and replaced by the rebuilt one, on the change
      *>     journal. An empty rebuild is never applied.
      *> Targets: RATINGS and MILESTONE compare member by member
      *> on the player id that opens each record; RECORDS,
      *> JACKPOT and LEADERBOARD compare record by record.
      *> The replays themselves are the owning programs run with
      *> parm word REPLAY (WARO-RATING, WARO-MILESTONE, "UPDATE
      *> REPLAY" for WARO-RECORDS) or as they stand against the
      *> replay copy (WARO-LEADERBOARD).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WARORES.
         COPY WAROGDS.
         COPY WAROJHS.
         SELECT RESULTS-ARCH-FILE ASSIGN TO "WARO-RESULTS-ARCH"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESARCH-FILE-STATUS.
         SELECT WARO-HISTORY-FILE ASSIGN TO "WARO-HISTORY"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-FILE-STATUS.
         SELECT GAMEDTL-ARCH-FILE ASSIGN TO "WARO-GAMEDTL-ARCH"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DTLARCH-FILE-STATUS.
         SELECT REPLAY-RESULTS-FILE ASSIGN TO "WARO-RBRESULTS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RBRESULTS-FILE-STATUS.
         SELECT REPLAY-GAMEDTL-FILE ASSIGN TO "WARO-RBGAMEDTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RBGAMEDTL-FILE-STATUS.
         SELECT REBUILT-FILE ASSIGN TO "WARO-RBNEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REBUILT-FILE-STATUS.
         SELECT LIVE-FILE ASSIGN TO "WARO-RBLIVE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIVE-FILE-STATUS.
         SELECT SAVE-FILE ASSIGN TO "WARO-RBSAVE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SAVE-FILE-STATUS.
         SELECT SORT-REPLAY-FILE ASSIGN TO "WARO-SORTWK".
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WARORSF.
         COPY WAROGDR.
         COPY WAROJHR.
         FD RESULTS-ARCH-FILE.
         01 RESULTS-ARCH-REC PIC X(200).
         FD WARO-HISTORY-FILE.
         01 WARO-HISTORY-REC PIC X(200).
         FD GAMEDTL-ARCH-FILE.
         01 GAMEDTL-ARCH-REC PIC X(64).
         FD REPLAY-RESULTS-FILE.
         01 REPLAY-RESULTS-REC PIC X(200).
         FD REPLAY-GAMEDTL-FILE.
         01 REPLAY-GAMEDTL-REC PIC X(64).
         FD REBUILT-FILE.
         01 REBUILT-REC PIC X(200).
         FD LIVE-FILE.
         01 LIVE-REC PIC X(200).
         FD SAVE-FILE.
         01 SAVE-REC PIC X(200).
      *> One replay record: the date it sorts under, its place in
      *> the order the files were read, and the record itself.
         SD SORT-REPLAY-FILE.
         01 SORT-REPLAY-REC.
            02 SRP-DATE PIC 9(8).
            02 SRP-SEQ PIC 9(9).
            02 SRP-DATA PIC X(200).
         WORKING-STORAGE SECTION.
         01 WS-RESULTS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-GAMEDTL-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-JKHIST-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RESARCH-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-HISTORY-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-DTLARCH-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RBRESULTS-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-RBGAMEDTL-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REBUILT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-LIVE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-SAVE-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-SOURCE-EOF-SW PIC X(1) VALUE "N".
           88 WARO-SOURCE-EOF VALUE "Y".
         01 WS-SORT-EOF-SW PIC X(1) VALUE "N".
           88 WARO-SORT-EOF VALUE "Y".
         01 WS-LIVE-EOF-SW PIC X(1) VALUE "N".
           88 WARO-LIVE-EOF VALUE "Y".
         01 WS-REBUILT-EOF-SW PIC X(1) VALUE "N".
           88 WARO-REBUILT-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-ACTION PIC X(8) VALUE SPACES.
         01 WS-TARGET PIC X(12) VALUE SPACES.
         01 WS-KEYED-SW PIC X(1) VALUE "N".
           88 WARO-KEYED-TARGET VALUE "Y".

      *> Gathering the replay copies. A record sorts under the
      *> date of the batch header it follows (its own date for a
      *> game-detail record), so a batch is never split.
         01 WS-REPLAY-LINE.
            02 WS-RL-TYPE PIC X(2).
            02 WS-RL-DATE PIC X(8).
            02 FILLER PIC X(190).
         01 WS-DETAIL-LINE.
            02 FILLER PIC X(16).
            02 WS-DL-DATE PIC X(8).
            02 FILLER PIC X(40).
         01 WS-SOURCE-NAME PIC X(18) VALUE SPACES.
         01 WS-BATCH-DATE PIC 9(8) VALUE 0.
         01 WS-RELEASE-SEQ PIC 9(9) VALUE 0.
         01 WS-SOURCE-BATCHES PIC 9(6) VALUE 0.
         01 WS-SOURCE-TABLES PIC 9(6) VALUE 0.
         01 WS-SOURCE-RECORDS PIC 9(6) VALUE 0.
         01 WS-REPLAY-RECORDS PIC 9(9) VALUE 0.
         01 WS-FIRST-DATE PIC 9(8) VALUE 0.
         01 WS-LAST-DATE PIC 9(8) VALUE 0.

      *> The jackpot replay. A WARO-JKHIST movement, laid out as
      *> the history record: kind at column 27, points at 29.
         01 WS-JACKPOT-MOVE.
            02 FILLER PIC X(26).
            02 WS-JM-KIND PIC X(1).
            02 FILLER PIC X(1).
            02 WS-JM-POINTS PIC 9(6).
            02 FILLER PIC X(166).
         01 WS-JACKPOT-POT PIC 9(6) VALUE 0.
         01 WS-POT-WORK PIC S9(7) VALUE 0.
         01 WS-JK-FEEDS PIC 9(6) VALUE 0.
         01 WS-JK-SWEEPS PIC 9(6) VALUE 0.
         01 WS-JK-FLOORED PIC 9(6) VALUE 0.

      *> The compare. A keyed target's live file is held whole so
      *> each rebuilt member can be matched to it by player id.
         78 NUM-LIVE-MAX VALUE 1000.
         01 WS-LIVE-TABLE.
            02 WS-LIVE-ENTRY OCCURS NUM-LIVE-MAX TIMES.
               03 WS-LV-IMAGE PIC X(200).
               03 WS-LV-MATCHED-SW PIC X(1).
         01 WS-LIVE-COUNT PIC 9(4) VALUE 0.
         01 WS-LIVE-IDX PIC 9(4) VALUE 0.
         01 WS-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-ENTRY-FOUND VALUE "Y".
         01 WS-LIVE-PRESENT-SW PIC X(1) VALUE "N".
           88 WARO-LIVE-PRESENT VALUE "Y".
         01 WS-LIVE-RECORDS PIC 9(6) VALUE 0.
         01 WS-REBUILT-RECORDS PIC 9(6) VALUE 0.
         01 WS-RECORD-NBR PIC 9(6) VALUE 0.
         01 WS-LIVE-IMAGE PIC X(200) VALUE SPACES.
         01 WS-REBUILT-IMAGE PIC X(200) VALUE SPACES.
         01 WS-DIFF-KIND PIC X(12) VALUE SPACES.
         01 WS-DIFF-KEY PIC X(14) VALUE SPACES.
         01 WS-DIFF-COUNT PIC 9(6) VALUE 0.
         01 WS-CHANGED-COUNT PIC 9(6) VALUE 0.
         01 WS-LIVE-ONLY-COUNT PIC 9(6) VALUE 0.
         01 WS-REBUILT-ONLY-COUNT PIC 9(6) VALUE 0.
         78 NUM-LISTED-MAX VALUE 100.
         01 WS-DIFF-COL PIC 9(3) VALUE 0.
         01 WS-WINDOW-FROM PIC 9(3) VALUE 0.
         01 WS-COLUMN-FOUND-SW PIC X(1) VALUE "N".
           88 WARO-COLUMN-FOUND VALUE "Y".

      *> oper-util parameters: who is signed on, the level the
      *> action needs, and the journal images of the change.
         01 WS-OP-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-OP-PROGRAM PIC X(12) VALUE "WARO-REBUILD".
         01 WS-OP-ACTION PIC X(8) VALUE "APPLY".
         01 WS-OP-LEVEL PIC 9(1) VALUE 2.
         01 WS-OP-OPERATOR-ID PIC X(4) VALUE SPACES.
         01 WS-OP-BEFORE PIC X(100) VALUE SPACES.
         01 WS-OP-AFTER PIC X(100) VALUE SPACES.
         01 WS-OP-MESSAGE PIC X(60) VALUE SPACES.
         01 WS-OP-STATUS PIC X(1) VALUE SPACES.
         01 WS-OP-KEEP-RC PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY ALL SPACE
           INTO WS-ACTION, WS-TARGET.
         EVALUATE WS-ACTION
           WHEN "PREP"
             PERFORM BUILD-REPLAY-RESULTS
             PERFORM BUILD-REPLAY-GAMEDTL
           WHEN "JACKPOT"
             PERFORM REPLAY-JACKPOT THRU REPLAY-JACKPOT-EXIT
             PERFORM WRITE-REBUILT-POT
           WHEN "COMPARE"
           WHEN "APPLY"
             PERFORM CHECK-TARGET THRU CHECK-TARGET-EXIT
             IF RETURN-CODE = 0
               PERFORM COMPARE-TARGET THRU COMPARE-TARGET-EXIT
             END-IF
             IF WS-ACTION = "APPLY" AND RETURN-CODE < 8
               PERFORM APPLY-TARGET THRU APPLY-TARGET-EXIT
             END-IF
           WHEN OTHER
             MOVE "WARO-REBUILD : parm must be PREP, JACKPOT, COMPARE
      -        " <target> or APPLY <target>" TO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
         END-EVALUATE.
         MOVE "WARO-REBUILD Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         STOP RUN.

      *> ----------------------------------------------------------
      *> PREP - the replay copies.
      *> ----------------------------------------------------------
       BUILD-REPLAY-RESULTS.
         MOVE 0 TO WS-RELEASE-SEQ.
         SORT SORT-REPLAY-FILE
           ON ASCENDING KEY SRP-DATE SRP-SEQ
           INPUT PROCEDURE IS RELEASE-RESULTS-SOURCES
           OUTPUT PROCEDURE IS WRITE-REPLAY-RESULTS.
         IF WS-REPLAY-RECORDS = 0
           MOVE "WARO-REBUILD : WARNING - no results anywhere to repla
      -      "y" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
         END-IF.

       RELEASE-RESULTS-SOURCES.
         PERFORM RELEASE-RESULTS-ARCH THRU RELEASE-RESULTS-ARCH-EXIT.
         PERFORM RELEASE-RESULTS-HISTORY
           THRU RELEASE-RESULTS-HISTORY-EXIT.
         PERFORM RELEASE-RESULTS-LIVE THRU RELEASE-RESULTS-LIVE-EXIT.

       RELEASE-RESULTS-ARCH.
         MOVE "WARO-RESULTS-ARCH" TO WS-SOURCE-NAME.
         PERFORM START-ONE-SOURCE.
         OPEN INPUT RESULTS-ARCH-FILE.
         IF WS-RESARCH-FILE-STATUS NOT = "00"
           PERFORM REPORT-NO-SOURCE
           GO TO RELEASE-RESULTS-ARCH-EXIT
         END-IF.
         PERFORM RELEASE-ONE-ARCH-RESULT UNTIL WARO-SOURCE-EOF.
         CLOSE RESULTS-ARCH-FILE.
         PERFORM REPORT-RESULTS-SOURCE.
       RELEASE-RESULTS-ARCH-EXIT.
         EXIT.

       RELEASE-ONE-ARCH-RESULT.
         READ RESULTS-ARCH-FILE INTO WS-REPLAY-LINE
           AT END
             MOVE "Y" TO WS-SOURCE-EOF-SW
           NOT AT END
             PERFORM RELEASE-ONE-RESULTS-LINE
         END-READ.

       RELEASE-RESULTS-HISTORY.
         MOVE "WARO-HISTORY" TO WS-SOURCE-NAME.
         PERFORM START-ONE-SOURCE.
         OPEN INPUT WARO-HISTORY-FILE.
         IF WS-HISTORY-FILE-STATUS NOT = "00"
           PERFORM REPORT-NO-SOURCE
           GO TO RELEASE-RESULTS-HISTORY-EXIT
         END-IF.
         PERFORM RELEASE-ONE-HISTORY-RESULT UNTIL WARO-SOURCE-EOF.
         CLOSE WARO-HISTORY-FILE.
         PERFORM REPORT-RESULTS-SOURCE.
       RELEASE-RESULTS-HISTORY-EXIT.
         EXIT.

       RELEASE-ONE-HISTORY-RESULT.
         READ WARO-HISTORY-FILE INTO WS-REPLAY-LINE
           AT END
             MOVE "Y" TO WS-SOURCE-EOF-SW
           NOT AT END
             PERFORM RELEASE-ONE-RESULTS-LINE
         END-READ.

       RELEASE-RESULTS-LIVE.
         MOVE "WARO-RESULTS" TO WS-SOURCE-NAME.
         PERFORM START-ONE-SOURCE.
         OPEN INPUT WARO-RESULTS-FILE.
         IF WS-RESULTS-FILE-STATUS NOT = "00"
           PERFORM REPORT-NO-SOURCE
           GO TO RELEASE-RESULTS-LIVE-EXIT
         END-IF.
         PERFORM RELEASE-ONE-LIVE-RESULT UNTIL WARO-SOURCE-EOF.
         CLOSE WARO-RESULTS-FILE.
         PERFORM REPORT-RESULTS-SOURCE.
       RELEASE-RESULTS-LIVE-EXIT.
         EXIT.

       RELEASE-ONE-LIVE-RESULT.
         READ WARO-RESULTS-FILE INTO WS-REPLAY-LINE
           AT END
             MOVE "Y" TO WS-SOURCE-EOF-SW
           NOT AT END
             PERFORM RELEASE-ONE-RESULTS-LINE
         END-READ.

      *> A header sets the date its batch sorts under; anything
      *> read before the first header sorts under its own date.
       RELEASE-ONE-RESULTS-LINE.
         ADD 1 TO WS-SOURCE-RECORDS.
         IF WS-RL-TYPE = "HD"
           ADD 1 TO WS-SOURCE-BATCHES
           MOVE 0 TO WS-BATCH-DATE
           IF WS-RL-DATE IS NUMERIC
             MOVE WS-RL-DATE TO WS-BATCH-DATE
           END-IF
         END-IF.
         IF WS-RL-TYPE = "DT"
           ADD 1 TO WS-SOURCE-TABLES
         END-IF.
         MOVE WS-BATCH-DATE TO SRP-DATE.
         IF WS-BATCH-DATE = 0 AND WS-RL-DATE IS NUMERIC
           MOVE WS-RL-DATE TO SRP-DATE
         END-IF.
         ADD 1 TO WS-RELEASE-SEQ.
         MOVE WS-RELEASE-SEQ TO SRP-SEQ.
         MOVE WS-REPLAY-LINE TO SRP-DATA.
         RELEASE SORT-REPLAY-REC.

       START-ONE-SOURCE.
         MOVE "N" TO WS-SOURCE-EOF-SW.
         MOVE 0 TO WS-BATCH-DATE.
         MOVE 0 TO WS-SOURCE-BATCHES.
         MOVE 0 TO WS-SOURCE-TABLES.
         MOVE 0 TO WS-SOURCE-RECORDS.

       REPORT-NO-SOURCE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-REBUILD : no " DELIMITED BY SIZE
           WS-SOURCE-NAME DELIMITED BY SPACE
           " file - nothing taken from it" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       REPORT-RESULTS-SOURCE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-REBUILD : " DELIMITED BY SIZE
           WS-SOURCE-NAME DELIMITED BY SIZE
           WS-SOURCE-BATCHES DELIMITED BY SIZE
           " batch(es), " DELIMITED BY SIZE
           WS-SOURCE-TABLES DELIMITED BY SIZE
           " table result(s)" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       WRITE-REPLAY-RESULTS.
         MOVE 0 TO WS-REPLAY-RECORDS.
         MOVE 0 TO WS-FIRST-DATE.
         MOVE 0 TO WS-LAST-DATE.
         MOVE "N" TO WS-SORT-EOF-SW.
         OPEN OUTPUT REPLAY-RESULTS-FILE.
         PERFORM WRITE-ONE-REPLAY-RESULT UNTIL WARO-SORT-EOF.
         CLOSE REPLAY-RESULTS-FILE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-REBUILD : WARO-RBRESULTS " DELIMITED BY SIZE
           WS-REPLAY-RECORDS DELIMITED BY SIZE
           " record(s), " DELIMITED BY SIZE
           WS-FIRST-DATE DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           WS-LAST-DATE DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       WRITE-ONE-REPLAY-RESULT.
         RETURN SORT-REPLAY-FILE
           AT END
             MOVE "Y" TO WS-SORT-EOF-SW
           NOT AT END
             PERFORM NOTE-REPLAY-DATE
             MOVE SRP-DATA TO REPLAY-RESULTS-REC
             WRITE REPLAY-RESULTS-REC
         END-RETURN.

       NOTE-REPLAY-DATE.
         ADD 1 TO WS-REPLAY-RECORDS.
         IF WS-FIRST-DATE = 0
           MOVE SRP-DATE TO WS-FIRST-DATE
         END-IF.
         MOVE SRP-DATE TO WS-LAST-DATE.

       BUILD-REPLAY-GAMEDTL.
         MOVE 0 TO WS-RELEASE-SEQ.
         SORT SORT-REPLAY-FILE
           ON ASCENDING KEY SRP-DATE SRP-SEQ
           INPUT PROCEDURE IS RELEASE-GAMEDTL-SOURCES
           OUTPUT PROCEDURE IS WRITE-REPLAY-GAMEDTL.

       RELEASE-GAMEDTL-SOURCES.
         PERFORM RELEASE-GAMEDTL-ARCH THRU RELEASE-GAMEDTL-ARCH-EXIT.
         PERFORM RELEASE-GAMEDTL-LIVE THRU RELEASE-GAMEDTL-LIVE-EXIT.

       RELEASE-GAMEDTL-ARCH.
         MOVE "WARO-GAMEDTL-ARCH" TO WS-SOURCE-NAME.
         PERFORM START-ONE-SOURCE.
         OPEN INPUT GAMEDTL-ARCH-FILE.
         IF WS-DTLARCH-FILE-STATUS NOT = "00"
           PERFORM REPORT-NO-SOURCE
           GO TO RELEASE-GAMEDTL-ARCH-EXIT
         END-IF.
         PERFORM RELEASE-ONE-ARCH-DETAIL UNTIL WARO-SOURCE-EOF.
         CLOSE GAMEDTL-ARCH-FILE.
         PERFORM REPORT-GAMEDTL-SOURCE.
       RELEASE-GAMEDTL-ARCH-EXIT.
         EXIT.

       RELEASE-ONE-ARCH-DETAIL.
         READ GAMEDTL-ARCH-FILE INTO WS-DETAIL-LINE
           AT END
             MOVE "Y" TO WS-SOURCE-EOF-SW
           NOT AT END
             PERFORM RELEASE-ONE-DETAIL-LINE
         END-READ.

       RELEASE-GAMEDTL-LIVE.
         MOVE "WARO-GAMEDTL" TO WS-SOURCE-NAME.
         PERFORM START-ONE-SOURCE.
         OPEN INPUT WARO-GAMEDTL-FILE.
         IF WS-GAMEDTL-FILE-STATUS NOT = "00"
           PERFORM REPORT-NO-SOURCE
           GO TO RELEASE-GAMEDTL-LIVE-EXIT
         END-IF.
         PERFORM RELEASE-ONE-LIVE-DETAIL UNTIL WARO-SOURCE-EOF.
         CLOSE WARO-GAMEDTL-FILE.
         PERFORM REPORT-GAMEDTL-SOURCE.
       RELEASE-GAMEDTL-LIVE-EXIT.
         EXIT.

       RELEASE-ONE-LIVE-DETAIL.
         READ WARO-GAMEDTL-FILE INTO WS-DETAIL-LINE
           AT END
             MOVE "Y" TO WS-SOURCE-EOF-SW
           NOT AT END
             PERFORM RELEASE-ONE-DETAIL-LINE
         END-READ.

       RELEASE-ONE-DETAIL-LINE.
         ADD 1 TO WS-SOURCE-RECORDS.
         MOVE 0 TO SRP-DATE.
         IF WS-DL-DATE IS NUMERIC
           MOVE WS-DL-DATE TO SRP-DATE
         END-IF.
         ADD 1 TO WS-RELEASE-SEQ.
         MOVE WS-RELEASE-SEQ TO SRP-SEQ.
         MOVE WS-DETAIL-LINE TO SRP-DATA.
         RELEASE SORT-REPLAY-REC.

       REPORT-GAMEDTL-SOURCE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-REBUILD : " DELIMITED BY SIZE
           WS-SOURCE-NAME DELIMITED BY SIZE
           WS-SOURCE-RECORDS DELIMITED BY SIZE
           " round record(s)" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       WRITE-REPLAY-GAMEDTL.
         MOVE 0 TO WS-REPLAY-RECORDS.
         MOVE 0 TO WS-FIRST-DATE.
         MOVE 0 TO WS-LAST-DATE.
         MOVE "N" TO WS-SORT-EOF-SW.
         OPEN OUTPUT REPLAY-GAMEDTL-FILE.
         PERFORM WRITE-ONE-REPLAY-DETAIL UNTIL WARO-SORT-EOF.
         CLOSE REPLAY-GAMEDTL-FILE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-REBUILD : WARO-RBGAMEDTL " DELIMITED BY SIZE
           WS-REPLAY-RECORDS DELIMITED BY SIZE
           " record(s), " DELIMITED BY SIZE
           WS-FIRST-DATE DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           WS-LAST-DATE DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       WRITE-ONE-REPLAY-DETAIL.
         RETURN SORT-REPLAY-FILE
           AT END
             MOVE "Y" TO WS-SORT-EOF-SW
           NOT AT END
             PERFORM NOTE-REPLAY-DATE
             MOVE SRP-DATA TO REPLAY-GAMEDTL-REC
             WRITE REPLAY-GAMEDTL-REC
         END-RETURN.

      *> ----------------------------------------------------------
      *> JACKPOT - the pot replayed from its movement history.
      *> ----------------------------------------------------------
       REPLAY-JACKPOT.
         OPEN INPUT WARO-JKHIST-FILE.
         IF WS-JKHIST-FILE-STATUS NOT = "00"
           MOVE "WARO-REBUILD : no WARO-JKHIST - the pot has never mo
      -      "ved" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 0 TO WS-JACKPOT-POT
           GO TO REPLAY-JACKPOT-EXIT
         END-IF.
         CLOSE WARO-JKHIST-FILE.
         MOVE 0 TO WS-RELEASE-SEQ.
         SORT SORT-REPLAY-FILE
           ON ASCENDING KEY SRP-DATE SRP-SEQ
           INPUT PROCEDURE IS RELEASE-JACKPOT-MOVES
           OUTPUT PROCEDURE IS SETTLE-JACKPOT-MOVES.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-REBUILD : JACKPOT replayed " DELIMITED BY SIZE
           WS-JK-FEEDS DELIMITED BY SIZE
           " feed(s) and " DELIMITED BY SIZE
           WS-JK-SWEEPS DELIMITED BY SIZE
           " sweep(s) - pot " DELIMITED BY SIZE
           WS-JACKPOT-POT DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-JK-FLOORED > 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-REBUILD : JACKPOT - " DELIMITED BY SIZE
             WS-JK-FLOORED DELIMITED BY SIZE
             " sweep(s) overdrew the pot, floored at 0"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 4 TO RETURN-CODE
         END-IF.
       REPLAY-JACKPOT-EXIT.
         EXIT.

      *> The pot rebuilt, as the single record WARO-JACKPOT holds.
       WRITE-REBUILT-POT.
         OPEN OUTPUT REBUILT-FILE.
         MOVE SPACES TO REBUILT-REC.
         MOVE WS-JACKPOT-POT TO REBUILT-REC (1:6).
         WRITE REBUILT-REC.
         CLOSE REBUILT-FILE.

       RELEASE-JACKPOT-MOVES.
         MOVE "N" TO WS-SOURCE-EOF-SW.
         OPEN INPUT WARO-JKHIST-FILE.
         PERFORM RELEASE-ONE-JACKPOT-MOVE UNTIL WARO-SOURCE-EOF.
         CLOSE WARO-JKHIST-FILE.

       RELEASE-ONE-JACKPOT-MOVE.
         READ WARO-JKHIST-FILE
           AT END
             MOVE "Y" TO WS-SOURCE-EOF-SW
           NOT AT END
             MOVE WJH-ENTRY-DATE TO SRP-DATE
             ADD 1 TO WS-RELEASE-SEQ
             MOVE WS-RELEASE-SEQ TO SRP-SEQ
             MOVE WARO-JKHIST-REC TO SRP-DATA
             RELEASE SORT-REPLAY-REC
         END-READ.

       SETTLE-JACKPOT-MOVES.
         MOVE 0 TO WS-JACKPOT-POT.
         MOVE "N" TO WS-SORT-EOF-SW.
         PERFORM SETTLE-ONE-JACKPOT-MOVE UNTIL WARO-SORT-EOF.

       SETTLE-ONE-JACKPOT-MOVE.
         RETURN SORT-REPLAY-FILE
           AT END
             MOVE "Y" TO WS-SORT-EOF-SW
           NOT AT END
             MOVE SRP-DATA TO WS-JACKPOT-MOVE
             PERFORM APPLY-ONE-JACKPOT-MOVE
         END-RETURN.

       APPLY-ONE-JACKPOT-MOVE.
         IF WS-JM-POINTS IS NOT NUMERIC
           MOVE 0 TO WS-JM-POINTS
         END-IF.
         MOVE WS-JACKPOT-POT TO WS-POT-WORK.
         IF WS-JM-KIND = "F"
           ADD 1 TO WS-JK-FEEDS
           ADD WS-JM-POINTS TO WS-POT-WORK
         END-IF.
         IF WS-JM-KIND = "P"
           ADD 1 TO WS-JK-SWEEPS
           SUBTRACT WS-JM-POINTS FROM WS-POT-WORK
           IF WS-POT-WORK < 0
             ADD 1 TO WS-JK-FLOORED
             MOVE 0 TO WS-POT-WORK
           END-IF
         END-IF.
         MOVE WS-POT-WORK TO WS-JACKPOT-POT.

      *> ----------------------------------------------------------
      *> COMPARE / APPLY - the rebuilt file against the live one.
      *> ----------------------------------------------------------
       CHECK-TARGET.
         EVALUATE WS-TARGET
           WHEN "RATINGS"
           WHEN "MILESTONE"
             MOVE "Y" TO WS-KEYED-SW
           WHEN "RECORDS"
           WHEN "JACKPOT"
           WHEN "LEADERBOARD"
             MOVE "N" TO WS-KEYED-SW
           WHEN OTHER
             MOVE "WARO-REBUILD : target is RATINGS RECORDS MILESTONE J
      -        "ACKPOT or LEADERBOARD" TO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             GO TO CHECK-TARGET-EXIT
         END-EVALUATE.
         OPEN INPUT REBUILT-FILE.
         IF WS-REBUILT-FILE-STATUS NOT = "00"
           MOVE "WARO-REBUILD : no rebuilt file WARO-RBNEW - the repla
      -      "y step did not run" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO CHECK-TARGET-EXIT
         END-IF.
         CLOSE REBUILT-FILE.
         OPEN INPUT LIVE-FILE.
         IF WS-LIVE-FILE-STATUS = "00"
           MOVE "Y" TO WS-LIVE-PRESENT-SW
           CLOSE LIVE-FILE
         ELSE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-REBUILD : no live " DELIMITED BY SIZE
             WS-TARGET DELIMITED BY SPACE
             " file - every rebuilt record is new" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
       CHECK-TARGET-EXIT.
         EXIT.

       COMPARE-TARGET.
         IF WARO-KEYED-TARGET
           PERFORM LOAD-LIVE-TABLE THRU LOAD-LIVE-TABLE-EXIT
           IF RETURN-CODE > 0
             GO TO COMPARE-TARGET-EXIT
           END-IF
           PERFORM COMPARE-BY-KEY
         ELSE
           PERFORM COMPARE-BY-POSITION
         END-IF.
         IF WS-DIFF-COUNT > NUM-LISTED-MAX
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-REBUILD : only the first " DELIMITED BY SIZE
             NUM-LISTED-MAX DELIMITED BY SIZE
             " difference(s) are listed" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-REBUILD : " DELIMITED BY SIZE
           WS-TARGET DELIMITED BY SPACE
           " live " DELIMITED BY SIZE
           WS-LIVE-RECORDS DELIMITED BY SIZE
           " record(s), rebuilt " DELIMITED BY SIZE
           WS-REBUILT-RECORDS DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-REBUILD : " DELIMITED BY SIZE
           WS-CHANGED-COUNT DELIMITED BY SIZE
           " changed, " DELIMITED BY SIZE
           WS-LIVE-ONLY-COUNT DELIMITED BY SIZE
           " only on live, " DELIMITED BY SIZE
           WS-REBUILT-ONLY-COUNT DELIMITED BY SIZE
           " only in the rebuild" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         IF WS-DIFF-COUNT = 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-REBUILD : " DELIMITED BY SIZE
             WS-TARGET DELIMITED BY SPACE
             " agrees with the game history" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         ELSE
           MOVE 4 TO RETURN-CODE
         END-IF.
       COMPARE-TARGET-EXIT.
         EXIT.

      *> The live file held whole, for matching on the player id
      *> every record opens with.
       LOAD-LIVE-TABLE.
         IF NOT WARO-LIVE-PRESENT
           GO TO LOAD-LIVE-TABLE-EXIT
         END-IF.
         MOVE "N" TO WS-LIVE-EOF-SW.
         OPEN INPUT LIVE-FILE.
         PERFORM LOAD-ONE-LIVE-RECORD UNTIL WARO-LIVE-EOF.
         CLOSE LIVE-FILE.
         IF WS-LIVE-RECORDS > NUM-LIVE-MAX
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-REBUILD : live " DELIMITED BY SIZE
             WS-TARGET DELIMITED BY SPACE
             " holds more than " DELIMITED BY SIZE
             NUM-LIVE-MAX DELIMITED BY SIZE
             " records - not compared" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
         END-IF.
       LOAD-LIVE-TABLE-EXIT.
         EXIT.

       LOAD-ONE-LIVE-RECORD.
         READ LIVE-FILE
           AT END
             MOVE "Y" TO WS-LIVE-EOF-SW
           NOT AT END
             ADD 1 TO WS-LIVE-RECORDS
             IF WS-LIVE-COUNT < NUM-LIVE-MAX
               ADD 1 TO WS-LIVE-COUNT
               MOVE LIVE-REC TO WS-LV-IMAGE (WS-LIVE-COUNT)
               MOVE "N" TO WS-LV-MATCHED-SW (WS-LIVE-COUNT)
             END-IF
         END-READ.

       COMPARE-BY-KEY.
         MOVE "N" TO WS-REBUILT-EOF-SW.
         OPEN INPUT REBUILT-FILE.
         PERFORM MATCH-ONE-REBUILT UNTIL WARO-REBUILT-EOF.
         CLOSE REBUILT-FILE.
         PERFORM REPORT-ONE-UNMATCHED
           VARYING WS-LIVE-IDX FROM 1 BY 1
             UNTIL WS-LIVE-IDX > WS-LIVE-COUNT.

       MATCH-ONE-REBUILT.
         READ REBUILT-FILE
           AT END
             MOVE "Y" TO WS-REBUILT-EOF-SW
           NOT AT END
             ADD 1 TO WS-REBUILT-RECORDS
             MOVE REBUILT-REC TO WS-REBUILT-IMAGE
             MOVE SPACES TO WS-DIFF-KEY
             STRING "player " DELIMITED BY SIZE
               WS-REBUILT-IMAGE (1:4) DELIMITED BY SIZE
               INTO WS-DIFF-KEY
             PERFORM FIND-LIVE-ENTRY
             IF WARO-ENTRY-FOUND
               MOVE "Y" TO WS-LV-MATCHED-SW (WS-LIVE-IDX)
               MOVE WS-LV-IMAGE (WS-LIVE-IDX) TO WS-LIVE-IMAGE
               IF WS-LIVE-IMAGE NOT = WS-REBUILT-IMAGE
                 MOVE "CHANGED" TO WS-DIFF-KIND
                 ADD 1 TO WS-CHANGED-COUNT
                 PERFORM REPORT-ONE-DIFFERENCE
               END-IF
             ELSE
               MOVE SPACES TO WS-LIVE-IMAGE
               MOVE "ONLY REBUILT" TO WS-DIFF-KIND
               ADD 1 TO WS-REBUILT-ONLY-COUNT
               PERFORM REPORT-ONE-DIFFERENCE
             END-IF
         END-READ.

       FIND-LIVE-ENTRY.
         MOVE "N" TO WS-FOUND-SW.
         PERFORM SEARCH-LIVE-ENTRY
           VARYING WS-LIVE-IDX FROM 1 BY 1
             UNTIL WS-LIVE-IDX > WS-LIVE-COUNT
               OR WARO-ENTRY-FOUND.
         IF WARO-ENTRY-FOUND
           SUBTRACT 1 FROM WS-LIVE-IDX
         END-IF.

       SEARCH-LIVE-ENTRY.
         IF WS-LV-MATCHED-SW (WS-LIVE-IDX) = "N"
             AND WS-LV-IMAGE (WS-LIVE-IDX) (1:4)
               = WS-REBUILT-IMAGE (1:4)
           MOVE "Y" TO WS-FOUND-SW
         END-IF.

       REPORT-ONE-UNMATCHED.
         IF WS-LV-MATCHED-SW (WS-LIVE-IDX) = "N"
           MOVE WS-LV-IMAGE (WS-LIVE-IDX) TO WS-LIVE-IMAGE
           MOVE SPACES TO WS-REBUILT-IMAGE
           MOVE SPACES TO WS-DIFF-KEY
           STRING "player " DELIMITED BY SIZE
             WS-LIVE-IMAGE (1:4) DELIMITED BY SIZE
             INTO WS-DIFF-KEY
           MOVE "ONLY LIVE" TO WS-DIFF-KIND
           ADD 1 TO WS-LIVE-ONLY-COUNT
           PERFORM REPORT-ONE-DIFFERENCE
         END-IF.

      *> Record by record: the n-th rebuilt record against the
      *> n-th live one.
       COMPARE-BY-POSITION.
         MOVE "N" TO WS-REBUILT-EOF-SW.
         MOVE "Y" TO WS-LIVE-EOF-SW.
         OPEN INPUT REBUILT-FILE.
         IF WARO-LIVE-PRESENT
           MOVE "N" TO WS-LIVE-EOF-SW
           OPEN INPUT LIVE-FILE
         END-IF.
         PERFORM COMPARE-ONE-POSITION
           UNTIL WARO-REBUILT-EOF AND WARO-LIVE-EOF.
         CLOSE REBUILT-FILE.
         IF WARO-LIVE-PRESENT
           CLOSE LIVE-FILE
         END-IF.

       COMPARE-ONE-POSITION.
         MOVE SPACES TO WS-REBUILT-IMAGE.
         MOVE SPACES TO WS-LIVE-IMAGE.
         IF NOT WARO-REBUILT-EOF
           READ REBUILT-FILE
             AT END
               MOVE "Y" TO WS-REBUILT-EOF-SW
             NOT AT END
               ADD 1 TO WS-REBUILT-RECORDS
               MOVE REBUILT-REC TO WS-REBUILT-IMAGE
           END-READ
         END-IF.
         IF NOT WARO-LIVE-EOF
           READ LIVE-FILE
             AT END
               MOVE "Y" TO WS-LIVE-EOF-SW
             NOT AT END
               ADD 1 TO WS-LIVE-RECORDS
               MOVE LIVE-REC TO WS-LIVE-IMAGE
           END-READ
         END-IF.
         ADD 1 TO WS-RECORD-NBR.
         MOVE SPACES TO WS-DIFF-KEY.
         STRING "record " DELIMITED BY SIZE
           WS-RECORD-NBR DELIMITED BY SIZE
           INTO WS-DIFF-KEY.
         IF WS-REBUILT-RECORDS = WS-RECORD-NBR
             AND WS-LIVE-RECORDS = WS-RECORD-NBR
           IF WS-LIVE-IMAGE NOT = WS-REBUILT-IMAGE
             MOVE "CHANGED" TO WS-DIFF-KIND
             ADD 1 TO WS-CHANGED-COUNT
             PERFORM REPORT-ONE-DIFFERENCE
           END-IF
         END-IF.
         IF WS-REBUILT-RECORDS = WS-RECORD-NBR
             AND WS-LIVE-RECORDS < WS-RECORD-NBR
           MOVE "ONLY REBUILT" TO WS-DIFF-KIND
           ADD 1 TO WS-REBUILT-ONLY-COUNT
           PERFORM REPORT-ONE-DIFFERENCE
         END-IF.
         IF WS-LIVE-RECORDS = WS-RECORD-NBR
             AND WS-REBUILT-RECORDS < WS-RECORD-NBR
           MOVE "ONLY LIVE" TO WS-DIFF-KIND
           ADD 1 TO WS-LIVE-ONLY-COUNT
           PERFORM REPORT-ONE-DIFFERENCE
         END-IF.

      *> One difference: what kind, whose record, and the two
      *> images side by side from just before the first column
      *> they part at.
       REPORT-ONE-DIFFERENCE.
         ADD 1 TO WS-DIFF-COUNT.
         IF WS-DIFF-COUNT > NUM-LISTED-MAX
           GO TO REPORT-ONE-DIFFERENCE-EXIT
         END-IF.
         MOVE "N" TO WS-COLUMN-FOUND-SW.
         PERFORM CHECK-ONE-COLUMN
           VARYING WS-DIFF-COL FROM 1 BY 1
             UNTIL WS-DIFF-COL > 200 OR WARO-COLUMN-FOUND.
         IF WARO-COLUMN-FOUND
           SUBTRACT 1 FROM WS-DIFF-COL
         ELSE
           MOVE 1 TO WS-DIFF-COL
         END-IF.
         MOVE 1 TO WS-WINDOW-FROM.
         IF WS-DIFF-COL > 20
           COMPUTE WS-WINDOW-FROM = WS-DIFF-COL - 10
         END-IF.
         IF WS-WINDOW-FROM > 141
           MOVE 141 TO WS-WINDOW-FROM
         END-IF.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-REBUILD : " DELIMITED BY SIZE
           WS-DIFF-KIND DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-DIFF-KEY DELIMITED BY SIZE
           " from column " DELIMITED BY SIZE
           WS-DIFF-COL DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "    live    : " DELIMITED BY SIZE
           WS-LIVE-IMAGE (WS-WINDOW-FROM:60) DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "    rebuilt : " DELIMITED BY SIZE
           WS-REBUILT-IMAGE (WS-WINDOW-FROM:60) DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       REPORT-ONE-DIFFERENCE-EXIT.
         EXIT.

       CHECK-ONE-COLUMN.
         IF WS-LIVE-IMAGE (WS-DIFF-COL:1)
             NOT = WS-REBUILT-IMAGE (WS-DIFF-COL:1)
           MOVE "Y" TO WS-COLUMN-FOUND-SW
         END-IF.

      *> The live file is only replaced when it differs, the
      *> rebuild holds something, and a supervisor is signed on.
      *> The image it held goes to WARO-RBSAVE first.
       APPLY-TARGET.
         IF WS-DIFF-COUNT = 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-REBUILD : APPLY - " DELIMITED BY SIZE
             WS-TARGET DELIMITED BY SPACE
             " already agrees, nothing replaced" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO APPLY-TARGET-EXIT
         END-IF.
         IF WS-REBUILT-RECORDS = 0
           MOVE "WARO-REBUILD : REFUSED - the rebuilt file is empty"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO APPLY-TARGET-EXIT
         END-IF.
         MOVE 0 TO RETURN-CODE.
         PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT.
         IF RETURN-CODE > 0
           GO TO APPLY-TARGET-EXIT
         END-IF.
         PERFORM SAVE-LIVE-FILE.
         PERFORM REPLACE-LIVE-FILE.
         MOVE SPACES TO WS-OP-BEFORE.
         STRING WS-TARGET DELIMITED BY SPACE
           " live " DELIMITED BY SIZE
           WS-LIVE-RECORDS DELIMITED BY SIZE
           " record(s), saved to WARO-RBSAVE" DELIMITED BY SIZE
           INTO WS-OP-BEFORE.
         MOVE SPACES TO WS-OP-AFTER.
         STRING WS-TARGET DELIMITED BY SPACE
           " rebuilt " DELIMITED BY SIZE
           WS-REBUILT-RECORDS DELIMITED BY SIZE
           " record(s), " DELIMITED BY SIZE
           WS-DIFF-COUNT DELIMITED BY SIZE
           " difference(s) applied" DELIMITED BY SIZE
           INTO WS-OP-AFTER.
         PERFORM JOURNAL-CHANGE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-REBUILD : APPLY - live " DELIMITED BY SIZE
           WS-TARGET DELIMITED BY SPACE
           " replaced, old image on WARO-RBSAVE"
           DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       APPLY-TARGET-EXIT.
         EXIT.

       SAVE-LIVE-FILE.
         OPEN OUTPUT SAVE-FILE.
         IF WARO-LIVE-PRESENT
           MOVE "N" TO WS-LIVE-EOF-SW
           OPEN INPUT LIVE-FILE
           PERFORM SAVE-ONE-LIVE-RECORD UNTIL WARO-LIVE-EOF
           CLOSE LIVE-FILE
         END-IF.
         CLOSE SAVE-FILE.

       SAVE-ONE-LIVE-RECORD.
         READ LIVE-FILE
           AT END
             MOVE "Y" TO WS-LIVE-EOF-SW
           NOT AT END
             MOVE LIVE-REC TO SAVE-REC
             WRITE SAVE-REC
         END-READ.

       REPLACE-LIVE-FILE.
         MOVE "N" TO WS-REBUILT-EOF-SW.
         OPEN INPUT REBUILT-FILE.
         OPEN OUTPUT LIVE-FILE.
         PERFORM COPY-ONE-REBUILT-RECORD UNTIL WARO-REBUILT-EOF.
         CLOSE LIVE-FILE.
         CLOSE REBUILT-FILE.

       COPY-ONE-REBUILT-RECORD.
         READ REBUILT-FILE
           AT END
             MOVE "Y" TO WS-REBUILT-EOF-SW
           NOT AT END
             MOVE REBUILT-REC TO LIVE-REC
             WRITE LIVE-REC
         END-READ.

      *> The signed-on operator must hold the action's level; a
      *> refusal is already on the change journal when it comes
      *> back.
       CHECK-OPERATOR.
         MOVE "A" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-REBUILD : REFUSED - " DELIMITED BY SIZE
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
           MOVE "WARO-REBUILD : WARNING - change journal not written"
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
             STRING "WARO-REBUILD : SEVERE ERROR - subprogram "
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
