      *> cutoff move to the matching -ARCH file:
      *>   WARO-RESULTS  - whole HD..TR batches by header date
      *>   WARO-AUDIT    - lines by the game id's date (cols 6-13)
      *>                   up to the first line on or after the
      *>                   cutoff, so the chain stays unbroken
      *>   WARO-GAMEDTL  - records by run date
      *> WARO-REPORT, WARO-GAMELOG and WARO-SCORE print lines
      *> carry no record dates, so those files are archived whole
      *> and the live files reset. A purge summary reports the
      *> records kept and archived per file. The audit trail is
      *> hash-chained: the rewritten live file opens with an
      *> "*ANCHOR" line holding the link of the last line moved,
      *> and a new archive opens with the link its first line
      *> chains from, so WARO-CHAIN can walk either file alone or
      *> the archive and live file end to end.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WARORSF.
         COPY WAROGDR.
         FD WARO-AUDIT-FILE.
         01 WARO-AUDIT-REC PIC X(127).
         FD RESULTS-ARCH-FILE.
         01 RESULTS-ARCH-REC PIC X(200).
         FD AUDIT-ARCH-FILE.
         01 AUDIT-ARCH-REC PIC X(127).
         FD GAMEDTL-ARCH-FILE.
         01 GAMEDTL-ARCH-REC PIC X(64).
         FD REPORT-IN-FILE.
         01 REPORT-IN-REC PIC X(132).
         FD REPORT-ARCH-FILE.
            02 WS-KEEP-REC PIC X(200) OCCURS NUM-KEEP-MAX TIMES.
         01 WS-KEEP-COUNT PIC 9(4) VALUE 0.
         01 WS-AUDIT-LINE-DATE PIC X(8) VALUE SPACES.
         01 WS-AUDIT-CHAIN-LINK PIC 9(16) VALUE 0.
         01 WS-AUDIT-ANCHOR-LINE PIC X(127) VALUE SPACES.
         01 WS-AUDIT-ARCH-NEW-SW PIC X(1) VALUE "N".
           88 PURGE-AUDIT-ARCH-NEW VALUE "Y".
         01 WS-AUDIT-SIFT-DONE-SW PIC X(1) VALUE "N".
           88 PURGE-AUDIT-SIFT-DONE VALUE "Y".
         01 I PIC 9(4).

       PROCEDURE DIVISION.
      *> 6-13).
       PURGE-AUDIT.
         MOVE 0 TO WS-KEPT-COUNT WS-ARCH-COUNT WS-KEEP-COUNT.
         MOVE 0 TO WS-AUDIT-CHAIN-LINK.
         MOVE "N" TO WS-EOF-SW WS-OVERFLOW-SW WS-AUDIT-ARCH-NEW-SW
           WS-AUDIT-SIFT-DONE-SW.
         OPEN INPUT WARO-AUDIT-FILE.
         IF WS-AUDIT-FILE-STATUS NOT = "00"
           DISPLAY "WARO-PURGE : WARO-AUDIT - no file"
         OPEN EXTEND AUDIT-ARCH-FILE.
         IF WS-AUDIT-ARCH-STATUS NOT = "00"
           OPEN OUTPUT AUDIT-ARCH-FILE
           MOVE "Y" TO WS-AUDIT-ARCH-NEW-SW
         END-IF.
         PERFORM SIFT-ONE-AUDIT-LINE UNTIL PURGE-INPUT-EOF.
         CLOSE WARO-AUDIT-FILE.
         END-IF.
         IF WS-ARCH-COUNT > 0
           OPEN OUTPUT WARO-AUDIT-FILE
           PERFORM BUILD-AUDIT-ANCHOR
           MOVE WS-AUDIT-ANCHOR-LINE TO WARO-AUDIT-REC
           WRITE WARO-AUDIT-REC
           PERFORM WRITE-ONE-KEPT-AUDIT
             VARYING I FROM 1 BY 1 UNTIL I > WS-KEEP-COUNT
           CLOSE WARO-AUDIT-FILE
           AT END
             MOVE "Y" TO WS-EOF-SW
           NOT AT END
             PERFORM SIFT-AUDIT-LINE-BODY THRU SIFT-AUDIT-LINE-BODY-EXIT
         END-READ.

      *> An old anchor is superseded by the one written ahead of
      *> the kept lines. Archiving stops at the first line that
      *> stays, so the archive and the live file each hold an
      *> unbroken stretch of the chain.
       SIFT-AUDIT-LINE-BODY.
         IF WARO-AUDIT-REC (1:8) = "*ANCHOR "
           IF WARO-AUDIT-REC (9:16) IS NUMERIC
             MOVE WARO-AUDIT-REC (9:16) TO WS-AUDIT-CHAIN-LINK
           ELSE
             MOVE 0 TO WS-AUDIT-CHAIN-LINK
           END-IF
           GO TO SIFT-AUDIT-LINE-BODY-EXIT
         END-IF.
         MOVE WARO-AUDIT-REC (6:8) TO WS-AUDIT-LINE-DATE.
         IF WS-AUDIT-LINE-DATE IS NUMERIC
             AND WS-AUDIT-LINE-DATE < WS-CUTOFF-TEXT
             AND NOT PURGE-AUDIT-SIFT-DONE
           IF PURGE-AUDIT-ARCH-NEW AND WS-ARCH-COUNT = 0
             PERFORM BUILD-AUDIT-ANCHOR
             MOVE WS-AUDIT-ANCHOR-LINE TO AUDIT-ARCH-REC
             WRITE AUDIT-ARCH-REC
           END-IF
           ADD 1 TO WS-ARCH-COUNT
           MOVE WARO-AUDIT-REC TO AUDIT-ARCH-REC
           WRITE AUDIT-ARCH-REC
           IF WARO-AUDIT-REC (112:16) IS NUMERIC
             MOVE WARO-AUDIT-REC (112:16) TO WS-AUDIT-CHAIN-LINK
           ELSE
             MOVE 0 TO WS-AUDIT-CHAIN-LINK
           END-IF
         ELSE
           MOVE "Y" TO WS-AUDIT-SIFT-DONE-SW
           ADD 1 TO WS-KEPT-COUNT
           IF WS-KEEP-COUNT < NUM-KEEP-MAX
             ADD 1 TO WS-KEEP-COUNT
             MOVE WARO-AUDIT-REC TO WS-KEEP-REC (WS-KEEP-COUNT)
           ELSE
             MOVE "Y" TO WS-OVERFLOW-SW
           END-IF
         END-IF.
       SIFT-AUDIT-LINE-BODY-EXIT.
         EXIT.

       BUILD-AUDIT-ANCHOR.
         MOVE SPACES TO WS-AUDIT-ANCHOR-LINE.
         STRING "*ANCHOR " DELIMITED BY SIZE
           WS-AUDIT-CHAIN-LINK DELIMITED BY SIZE
           INTO WS-AUDIT-ANCHOR-LINE.

       WRITE-ONE-KEPT-AUDIT.
         MOVE WS-KEEP-REC (I) (1:127) TO WARO-AUDIT-REC.
         WRITE WARO-AUDIT-REC.

       PURGE-GAMEDTL.
         END-READ.

       WRITE-ONE-KEPT-GAMEDTL.
         MOVE WS-KEEP-REC (I) (1:64) TO WARO-GAMEDTL-REC.
         WRITE WARO-GAMEDTL-REC.

      *> Print files have no record dates: everything goes to the
