       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-CHAIN.
      *> Tamper check on the hash-chained audit trail. Every
      *> WARO-AUDIT line carries a link computed by audit-chain
      *> over its 110-byte body and the link of the line before,
      *> so an edited, dropped, inserted or reordered line breaks
      *> the chain from that point on. Parm:
      *>   (none) - walk WARO-AUDIT-ARCH, then WARO-AUDIT, as one
      *>            chain, the way purges left them
      *>   LIVE   - walk WARO-AUDIT alone, from its anchor
      *>   ARCH   - walk WARO-AUDIT-ARCH alone
      *> An "*ANCHOR" line at the head of a file gives the link
      *> its first line chains from; met part way along a walk,
      *> it must equal the link reached so far. Lines written
      *> before the trail was chained carry no link and are
      *> counted, not checked, as long as no linked line came
      *> before them. The first broken link is reported with its
      *> file, line number and game id, and the run ends with
      *> completion 8; an intact chain ends 0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT WARO-AUDIT-FILE ASSIGN TO "WARO-AUDIT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
         SELECT AUDIT-ARCH-FILE ASSIGN TO "WARO-AUDIT-ARCH"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-ARCH-STATUS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         FD WARO-AUDIT-FILE.
         01 WARO-AUDIT-REC PIC X(127).
         FD AUDIT-ARCH-FILE.
         01 AUDIT-ARCH-REC PIC X(127).
         WORKING-STORAGE SECTION.
         01 WS-AUDIT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-AUDIT-ARCH-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-SCOPE PIC X(4) VALUE SPACES.
           88 CHAIN-LIVE-ONLY VALUE "LIVE".
           88 CHAIN-ARCH-ONLY VALUE "ARCH".
         01 WS-EOF-SW PIC X(1) VALUE "N".
           88 CHAIN-FILE-EOF VALUE "Y".

      *> The line under test, whichever file it came from.
         01 WS-CHECK-REC.
            02 WS-CHECK-BODY PIC X(110).
            02 WS-CHECK-BODY-PARTS REDEFINES WS-CHECK-BODY.
               03 WS-CHECK-TAG PIC X(8).
                 88 CHAIN-ANCHOR-LINE VALUE "*ANCHOR ".
               03 WS-CHECK-ANCHOR PIC X(16).
               03 FILLER PIC X(86).
            02 WS-CHECK-GAME-VIEW REDEFINES WS-CHECK-BODY.
               03 FILLER PIC X(5).
               03 WS-CHECK-GAME-ID PIC X(16).
               03 FILLER PIC X(89).
            02 FILLER PIC X(1).
            02 WS-CHECK-LINK PIC X(16).
         01 WS-FILE-LABEL PIC X(15) VALUE SPACES.
         01 WS-LINE-NUMBER PIC 9(7) VALUE 0.

      *> The running chain across the whole walk.
         01 WS-CHAIN-LINK PIC 9(16) VALUE 0.
         01 WS-NEXT-LINK PIC 9(16) VALUE 0.
         01 WS-ANCHOR-LINK PIC 9(16) VALUE 0.
         01 WS-WALK-STARTED-SW PIC X(1) VALUE "N".
           88 CHAIN-WALK-STARTED VALUE "Y".
         01 WS-LINKED-SEEN-SW PIC X(1) VALUE "N".
           88 CHAIN-LINKED-SEEN VALUE "Y".
         01 WS-BROKEN-SW PIC X(1) VALUE "N".
           88 CHAIN-BROKEN VALUE "Y".
         01 WS-BROKEN-REASON PIC X(40) VALUE SPACES.
         01 WS-CHECKED-COUNT PIC 9(7) VALUE 0.
         01 WS-UNLINKED-COUNT PIC 9(7) VALUE 0.
         01 WS-FILES-WALKED PIC 9(1) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
         ACCEPT WS-PARM FROM COMMAND-LINE.
         UNSTRING WS-PARM DELIMITED BY SPACE INTO WS-SCOPE.
         IF WS-SCOPE NOT = SPACES
             AND NOT CHAIN-LIVE-ONLY AND NOT CHAIN-ARCH-ONLY
           MOVE "WARO-CHAIN : parm must be LIVE, ARCH or blank"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.
         IF NOT CHAIN-LIVE-ONLY
           PERFORM WALK-ARCHIVE THRU WALK-ARCHIVE-EXIT
         END-IF.
         IF NOT CHAIN-ARCH-ONLY AND NOT CHAIN-BROKEN
           PERFORM WALK-LIVE-FILE THRU WALK-LIVE-FILE-EXIT
         END-IF.
         IF CHAIN-BROKEN
           PERFORM REPORT-BROKEN-LINK
           MOVE 8 TO RETURN-CODE
         ELSE
           IF WS-FILES-WALKED = 0
             MOVE "WARO-CHAIN : no audit file to check"
               TO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CHAIN : chain intact - " DELIMITED BY SIZE
             WS-CHECKED-COUNT DELIMITED BY SIZE
             " line(s) checked, last link " DELIMITED BY SIZE
             WS-CHAIN-LINK DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         IF WS-UNLINKED-COUNT > 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CHAIN : " DELIMITED BY SIZE
             WS-UNLINKED-COUNT DELIMITED BY SIZE
             " line(s) from before chaining, not checked"
               DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         MOVE "WARO-CHAIN Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       STOP RUN.

       WALK-ARCHIVE.
         OPEN INPUT AUDIT-ARCH-FILE.
         IF WS-AUDIT-ARCH-STATUS NOT = "00"
           MOVE "WARO-CHAIN : no WARO-AUDIT-ARCH file - skipped"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO WALK-ARCHIVE-EXIT
         END-IF.
         ADD 1 TO WS-FILES-WALKED.
         MOVE "WARO-AUDIT-ARCH" TO WS-FILE-LABEL.
         MOVE 0 TO WS-LINE-NUMBER.
         MOVE "N" TO WS-EOF-SW.
         PERFORM READ-ONE-ARCH-LINE
           UNTIL CHAIN-FILE-EOF OR CHAIN-BROKEN.
         CLOSE AUDIT-ARCH-FILE.
       WALK-ARCHIVE-EXIT.
         EXIT.

       READ-ONE-ARCH-LINE.
         READ AUDIT-ARCH-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             MOVE AUDIT-ARCH-REC TO WS-CHECK-REC
             PERFORM CHECK-ONE-LINE THRU CHECK-ONE-LINE-EXIT
         END-READ.

       WALK-LIVE-FILE.
         OPEN INPUT WARO-AUDIT-FILE.
         IF WS-AUDIT-FILE-STATUS NOT = "00"
           MOVE "WARO-CHAIN : no WARO-AUDIT file - skipped"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           GO TO WALK-LIVE-FILE-EXIT
         END-IF.
         ADD 1 TO WS-FILES-WALKED.
         MOVE "WARO-AUDIT" TO WS-FILE-LABEL.
         MOVE 0 TO WS-LINE-NUMBER.
         MOVE "N" TO WS-EOF-SW.
         PERFORM READ-ONE-LIVE-LINE
           UNTIL CHAIN-FILE-EOF OR CHAIN-BROKEN.
         CLOSE WARO-AUDIT-FILE.
       WALK-LIVE-FILE-EXIT.
         EXIT.

       READ-ONE-LIVE-LINE.
         READ WARO-AUDIT-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             MOVE WARO-AUDIT-REC TO WS-CHECK-REC
             PERFORM CHECK-ONE-LINE THRU CHECK-ONE-LINE-EXIT
         END-READ.

      *> One line against the running chain.
       CHECK-ONE-LINE.
         ADD 1 TO WS-LINE-NUMBER.
         IF CHAIN-ANCHOR-LINE
           IF WS-CHECK-ANCHOR IS NOT NUMERIC
             MOVE "Y" TO WS-BROKEN-SW
             MOVE "anchor line is not a link value"
               TO WS-BROKEN-REASON
             GO TO CHECK-ONE-LINE-EXIT
           END-IF
           MOVE WS-CHECK-ANCHOR TO WS-ANCHOR-LINK
           IF CHAIN-WALK-STARTED
               AND WS-ANCHOR-LINK NOT = WS-CHAIN-LINK
             MOVE "Y" TO WS-BROKEN-SW
             MOVE "anchor does not continue the chain"
               TO WS-BROKEN-REASON
             GO TO CHECK-ONE-LINE-EXIT
           END-IF
           MOVE WS-ANCHOR-LINK TO WS-CHAIN-LINK
           MOVE "Y" TO WS-WALK-STARTED-SW
           GO TO CHECK-ONE-LINE-EXIT
         END-IF.
         MOVE "Y" TO WS-WALK-STARTED-SW.
         IF WS-CHECK-LINK IS NOT NUMERIC
           IF CHAIN-LINKED-SEEN
             MOVE "Y" TO WS-BROKEN-SW
             MOVE "line carries no link" TO WS-BROKEN-REASON
           ELSE
             ADD 1 TO WS-UNLINKED-COUNT
             MOVE 0 TO WS-CHAIN-LINK
           END-IF
           GO TO CHECK-ONE-LINE-EXIT
         END-IF.
         CALL 'audit-chain'
           USING WS-CHAIN-LINK, WS-CHECK-BODY, WS-NEXT-LINK
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-CHAIN : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'audit-chain' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.
         IF WS-CHECK-LINK NOT = WS-NEXT-LINK
           MOVE "Y" TO WS-BROKEN-SW
           MOVE "line does not match its link"
             TO WS-BROKEN-REASON
           GO TO CHECK-ONE-LINE-EXIT
         END-IF.
         ADD 1 TO WS-CHECKED-COUNT.
         MOVE "Y" TO WS-LINKED-SEEN-SW.
         MOVE WS-NEXT-LINK TO WS-CHAIN-LINK.
       CHECK-ONE-LINE-EXIT.
         EXIT.

       REPORT-BROKEN-LINK.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-CHAIN : BROKEN at " DELIMITED BY SIZE
           WS-FILE-LABEL DELIMITED BY SPACE
           " line " DELIMITED BY SIZE
           WS-LINE-NUMBER DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         IF CHAIN-ANCHOR-LINE
           STRING "WARO-CHAIN : " DELIMITED BY SIZE
             WS-BROKEN-REASON DELIMITED BY "  "
             INTO WS-REPORT-LINE
         ELSE
           STRING "WARO-CHAIN : game " DELIMITED BY SIZE
             WS-CHECK-GAME-ID DELIMITED BY SIZE
             " - " DELIMITED BY SIZE
             WS-BROKEN-REASON DELIMITED BY "  "
             INTO WS-REPORT-LINE
         END-IF.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-CHAIN : " DELIMITED BY SIZE
           WS-CHECKED-COUNT DELIMITED BY SIZE
           " line(s) checked good before the break"
             DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       WRITE-REPORT.
         OPEN EXTEND WARO-REPORT-FILE.
         IF WS-REPORT-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-REPORT-FILE
         END-IF.
         MOVE WS-REPORT-LINE TO WARO-REPORT-REC.
         WRITE WARO-REPORT-REC.
         CLOSE WARO-REPORT-FILE.
