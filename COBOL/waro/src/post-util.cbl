       IDENTIFICATION DIVISION.
       PROGRAM-ID. post-util.
      *> Shared posting-register door, rate-util style: a callable
      *> subprogram with a status byte, so every downstream
      *> posting program (WARO-RATING, WARO-MILESTONE,
      *> WARO-RECORDS UPDATE, WARO-GLJRNL) asks the same
      *> WARO-POSTREG register before it applies a game and
      *> stamps it afterwards. A rerun of the chain then passes
      *> over games already posted instead of posting them twice.
      *> Functions:
      *>   C - check PT-PROGRAM / PT-GAME-ID / PT-RUN-DATE.
      *>       PT-STATUS "0" not yet posted, "P" already posted
      *>       (skip it), "F" already posted but PT-FORCE is "Y"
      *>       (a deliberate re-post - apply it).
      *>   S - stamp the game as applied. The stamp is held, not
      *>       written, so a job that fails before its own master
      *>       files are rewritten leaves no false stamp behind.
      *>       Stamping a game twice in one run holds it once.
      *>   W - write the held stamps to the register, after the
      *>       caller has rewritten its own files.
      *> PT-STATUS comes back "E" when the register cannot hold
      *> or write the entry, or the function code is unknown.
      *> Only what was on the register when the job started
      *> counts as posted, so a game stamped earlier in the same
      *> run is still checked as new. The register is loaded for
      *> the calling program on the first call and cached.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROPTS.
       DATA DIVISION.
       FILE SECTION.
         COPY WAROPTR.
       WORKING-STORAGE SECTION.
          01 WS-POSTREG-FILE-STATUS PIC X(2) VALUE "00".
          01 WS-POSTREG-EOF-SW PIC X(1) VALUE "N".
            88 WARO-POSTREG-EOF VALUE "Y".
          01 WS-LOADED-SW PIC X(1) VALUE "N".
            88 WARO-POSTREG-LOADED VALUE "Y".
          01 WS-OVERFLOW-SW PIC X(1) VALUE "N".
            88 WARO-POSTREG-OVERFLOW VALUE "Y".
          01 WS-LOADED-PROGRAM PIC X(10) VALUE SPACES.
          01 WS-TODAY PIC 9(8) VALUE 0.
          78 NUM-POSTS-MAX VALUE 20000.
          01 WS-POST-TABLE.
             02 WS-POST-ENTRY OCCURS NUM-POSTS-MAX TIMES.
                03 WS-PS-GAME-ID PIC 9(16).
                03 WS-PS-RUN-DATE PIC 9(8).
          01 WS-POST-COUNT PIC 9(5) VALUE 0.
          01 WS-POST-IDX PIC 9(5) VALUE 0.
          78 NUM-HELD-MAX VALUE 20000.
          01 WS-HELD-TABLE.
             02 WS-HELD-ENTRY OCCURS NUM-HELD-MAX TIMES.
                03 WS-HD-GAME-ID PIC 9(16).
                03 WS-HD-RUN-DATE PIC 9(8).
                03 WS-HD-FORCED PIC X(1).
          01 WS-HELD-COUNT PIC 9(5) VALUE 0.
          01 WS-HELD-IDX PIC 9(5) VALUE 0.
          01 WS-FOUND-SW PIC X(1) VALUE "N".
            88 WARO-POST-FOUND VALUE "Y".
       LINKAGE SECTION.
       01 PT-FUNCTION PIC X(1).
       01 PT-PROGRAM PIC X(10).
       01 PT-GAME-ID PIC 9(16).
       01 PT-RUN-DATE PIC 9(8).
       01 PT-FORCE PIC X(1).
       01 PT-STATUS PIC X(1).

       PROCEDURE DIVISION
           USING PT-FUNCTION, PT-PROGRAM, PT-GAME-ID, PT-RUN-DATE,
             PT-FORCE, PT-STATUS.
          IF NOT WARO-POSTREG-LOADED
            PERFORM LOAD-POSTINGS
          END-IF

          MOVE "0" TO PT-STATUS
          EVALUATE PT-FUNCTION
            WHEN "C"
              PERFORM CHECK-POSTING
            WHEN "S"
              PERFORM HOLD-STAMP
            WHEN "W"
              PERFORM WRITE-HELD-STAMPS
            WHEN OTHER
              MOVE "E" TO PT-STATUS
          END-EVALUATE

          GOBACK
          .

        LOAD-POSTINGS.
          MOVE "Y" TO WS-LOADED-SW.
          MOVE PT-PROGRAM TO WS-LOADED-PROGRAM.
          ACCEPT WS-TODAY FROM DATE YYYYMMDD.
          OPEN INPUT WARO-POSTREG-FILE.
          IF WS-POSTREG-FILE-STATUS NOT = "00"
            CONTINUE
          ELSE
            PERFORM LOAD-ONE-POSTING UNTIL WARO-POSTREG-EOF
            CLOSE WARO-POSTREG-FILE
          END-IF.

      *> A register too big for the cache cannot vouch for what
      *> it dropped: every check then answers "E" and the caller
      *> stops rather than risk a double post.
        LOAD-ONE-POSTING.
          READ WARO-POSTREG-FILE
            AT END MOVE "Y" TO WS-POSTREG-EOF-SW
            NOT AT END
              IF WPT-PROGRAM = WS-LOADED-PROGRAM
                  AND WPT-GAME-ID IS NUMERIC
                  AND WPT-RUN-DATE IS NUMERIC
                IF WS-POST-COUNT = NUM-POSTS-MAX
                  MOVE "Y" TO WS-OVERFLOW-SW
                ELSE
                  ADD 1 TO WS-POST-COUNT
                  MOVE WPT-GAME-ID TO WS-PS-GAME-ID (WS-POST-COUNT)
                  MOVE WPT-RUN-DATE
                    TO WS-PS-RUN-DATE (WS-POST-COUNT)
                END-IF
              END-IF
          END-READ.

        CHECK-POSTING.
          IF WARO-POSTREG-OVERFLOW
            MOVE "E" TO PT-STATUS
          ELSE
            MOVE "N" TO WS-FOUND-SW
            PERFORM SEARCH-POST-ENTRY
              VARYING WS-POST-IDX FROM 1 BY 1
                UNTIL WS-POST-IDX > WS-POST-COUNT
                  OR WARO-POST-FOUND
            IF WARO-POST-FOUND
              IF PT-FORCE = "Y"
                MOVE "F" TO PT-STATUS
              ELSE
                MOVE "P" TO PT-STATUS
              END-IF
            END-IF
          END-IF.

        SEARCH-POST-ENTRY.
          IF WS-PS-GAME-ID (WS-POST-IDX) = PT-GAME-ID
              AND WS-PS-RUN-DATE (WS-POST-IDX) = PT-RUN-DATE
            MOVE "Y" TO WS-FOUND-SW
          END-IF.

        HOLD-STAMP.
          MOVE "N" TO WS-FOUND-SW.
          PERFORM SEARCH-HELD-ENTRY
            VARYING WS-HELD-IDX FROM 1 BY 1
              UNTIL WS-HELD-IDX > WS-HELD-COUNT
                OR WARO-POST-FOUND.
          IF NOT WARO-POST-FOUND
            IF WS-HELD-COUNT = NUM-HELD-MAX
              MOVE "E" TO PT-STATUS
            ELSE
              ADD 1 TO WS-HELD-COUNT
              MOVE PT-GAME-ID TO WS-HD-GAME-ID (WS-HELD-COUNT)
              MOVE PT-RUN-DATE TO WS-HD-RUN-DATE (WS-HELD-COUNT)
              IF PT-FORCE = "Y"
                MOVE "Y" TO WS-HD-FORCED (WS-HELD-COUNT)
              ELSE
                MOVE "N" TO WS-HD-FORCED (WS-HELD-COUNT)
              END-IF
            END-IF
          END-IF.

        SEARCH-HELD-ENTRY.
          IF WS-HD-GAME-ID (WS-HELD-IDX) = PT-GAME-ID
              AND WS-HD-RUN-DATE (WS-HELD-IDX) = PT-RUN-DATE
            MOVE "Y" TO WS-FOUND-SW
          END-IF.

        WRITE-HELD-STAMPS.
          IF WS-HELD-COUNT = 0
            CONTINUE
          ELSE
            OPEN EXTEND WARO-POSTREG-FILE
            IF WS-POSTREG-FILE-STATUS NOT = "00"
              OPEN OUTPUT WARO-POSTREG-FILE
            END-IF
            IF WS-POSTREG-FILE-STATUS NOT = "00"
              MOVE "E" TO PT-STATUS
            ELSE
              PERFORM WRITE-ONE-STAMP
                VARYING WS-HELD-IDX FROM 1 BY 1
                  UNTIL WS-HELD-IDX > WS-HELD-COUNT
              CLOSE WARO-POSTREG-FILE
              MOVE 0 TO WS-HELD-COUNT
            END-IF
          END-IF.

        WRITE-ONE-STAMP.
          MOVE SPACES TO WARO-POSTREG-REC.
          MOVE WS-LOADED-PROGRAM TO WPT-PROGRAM.
          MOVE WS-HD-GAME-ID (WS-HELD-IDX) TO WPT-GAME-ID.
          MOVE WS-HD-RUN-DATE (WS-HELD-IDX) TO WPT-RUN-DATE.
          MOVE WS-TODAY TO WPT-POSTED-DATE.
          MOVE WS-HD-FORCED (WS-HELD-IDX) TO WPT-FORCED.
          WRITE WARO-POSTREG-REC.
