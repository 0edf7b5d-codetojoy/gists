       IDENTIFICATION DIVISION.
       PROGRAM-ID. oper-util.
      *> Shared operator door, post-util style: a callable
      *> subprogram with a status byte, so every maintenance and
      *> money program asks the same WARO-OPERATOR register who
      *> is signed on and writes its changes to the same
      *> WARO-CHGJRNL change journal. Functions:
      *>   A - authorise OP-ACTION of OP-PROGRAM, which needs
      *>       authority level OP-LEVEL (1 clerk, 2 supervisor,
      *>       3 treasurer). The operator on WARO-SIGNON must have
      *>       signed on today and be active on the register at
      *>       that level or above. OP-OPERATOR-ID comes back as
      *>       the signed-on operator. OP-STATUS "0" lets the
      *>       action run; "N" nobody is signed on today, "R" the
      *>       operator is not active on the register, "L" the
      *>       operator's level is too low. A refusal comes back
      *>       with its reason in OP-MESSAGE and is journaled.
      *>   J - journal one change by OP-OPERATOR-ID: OP-BEFORE and
      *>       OP-AFTER are the record images either side of it.
      *> OP-STATUS comes back "E" when the journal cannot be
      *> written or the function code is unknown.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROOPS.
         COPY WAROSOS.
         COPY WAROCJS.
       DATA DIVISION.
       FILE SECTION.
         COPY WAROOPR.
         COPY WAROSOR.
         COPY WAROCJR.
       WORKING-STORAGE SECTION.
          01 WS-OPERATOR-FILE-STATUS PIC X(2) VALUE "00".
          01 WS-SIGNON-FILE-STATUS PIC X(2) VALUE "00".
          01 WS-CHGJRNL-FILE-STATUS PIC X(2) VALUE "00".
          01 WS-OPERATOR-EOF-SW PIC X(1) VALUE "N".
            88 WARO-OPERATOR-EOF VALUE "Y".
          01 WS-FOUND-SW PIC X(1) VALUE "N".
            88 WARO-OPERATOR-FOUND VALUE "Y".
          01 WS-TODAY PIC 9(8) VALUE 0.
          01 WS-NOW PIC 9(8) VALUE 0.
          01 WS-SIGNON-ID PIC X(4) VALUE SPACES.
          01 WS-SIGNON-DATE PIC 9(8) VALUE 0.
          01 WS-FOUND-LEVEL PIC 9(1) VALUE 0.
          01 WS-FOUND-STATUS PIC X(1) VALUE SPACES.
          01 WS-LEVEL-WORD PIC X(10) VALUE SPACES.
          01 WS-NEEDED-WORD PIC X(10) VALUE SPACES.
          01 WS-LEVEL-IN PIC 9(1) VALUE 0.
          01 WS-WORD-OUT PIC X(10) VALUE SPACES.
          01 WS-ENTRY-KIND PIC X(1) VALUE SPACES.
          01 WS-KEEP-STATUS PIC X(1) VALUE SPACES.
       LINKAGE SECTION.
       01 OP-FUNCTION PIC X(1).
       01 OP-PROGRAM PIC X(12).
       01 OP-ACTION PIC X(8).
       01 OP-LEVEL PIC 9(1).
       01 OP-OPERATOR-ID PIC X(4).
       01 OP-BEFORE PIC X(100).
       01 OP-AFTER PIC X(100).
       01 OP-MESSAGE PIC X(60).
       01 OP-STATUS PIC X(1).

       PROCEDURE DIVISION
           USING OP-FUNCTION, OP-PROGRAM, OP-ACTION, OP-LEVEL,
             OP-OPERATOR-ID, OP-BEFORE, OP-AFTER, OP-MESSAGE,
             OP-STATUS.
          ACCEPT WS-TODAY FROM DATE YYYYMMDD
          MOVE "0" TO OP-STATUS
          MOVE SPACES TO OP-MESSAGE
          EVALUATE OP-FUNCTION
            WHEN "A"
              PERFORM AUTHORISE-ACTION THRU AUTHORISE-ACTION-EXIT
            WHEN "J"
              MOVE "C" TO WS-ENTRY-KIND
              PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
            WHEN OTHER
              MOVE "E" TO OP-STATUS
          END-EVALUATE

          GOBACK
          .

      *> Who is signed on, then what the register says of them.
        AUTHORISE-ACTION.
          MOVE SPACES TO OP-OPERATOR-ID.
          MOVE SPACES TO WS-SIGNON-ID.
          MOVE 0 TO WS-SIGNON-DATE.
          OPEN INPUT WARO-SIGNON-FILE.
          IF WS-SIGNON-FILE-STATUS = "00"
            READ WARO-SIGNON-FILE
              NOT AT END
                MOVE WSO-OPERATOR-ID TO WS-SIGNON-ID
                MOVE WSO-SIGNON-DATE TO WS-SIGNON-DATE
            END-READ
            CLOSE WARO-SIGNON-FILE
          END-IF.
          IF WS-SIGNON-ID = SPACES
            MOVE "N" TO OP-STATUS
            MOVE "no operator is signed on - use WARO-OPER SIGNON"
              TO OP-MESSAGE
            PERFORM JOURNAL-REFUSAL
            GO TO AUTHORISE-ACTION-EXIT
          END-IF.
          MOVE WS-SIGNON-ID TO OP-OPERATOR-ID.
          IF WS-SIGNON-DATE NOT = WS-TODAY
            MOVE "N" TO OP-STATUS
            STRING "operator " DELIMITED BY SIZE
              WS-SIGNON-ID DELIMITED BY SIZE
              " signed on " DELIMITED BY SIZE
              WS-SIGNON-DATE DELIMITED BY SIZE
              " - SIGNON again today" DELIMITED BY SIZE
              INTO OP-MESSAGE
            PERFORM JOURNAL-REFUSAL
            GO TO AUTHORISE-ACTION-EXIT
          END-IF.
          PERFORM FIND-OPERATOR.
          IF NOT WARO-OPERATOR-FOUND OR WS-FOUND-STATUS NOT = "A"
            MOVE "R" TO OP-STATUS
            STRING "operator " DELIMITED BY SIZE
              WS-SIGNON-ID DELIMITED BY SIZE
              " is not active on the operator register"
              DELIMITED BY SIZE
              INTO OP-MESSAGE
            PERFORM JOURNAL-REFUSAL
            GO TO AUTHORISE-ACTION-EXIT
          END-IF.
          IF WS-FOUND-LEVEL < OP-LEVEL
            MOVE "L" TO OP-STATUS
            MOVE WS-FOUND-LEVEL TO WS-LEVEL-IN
            PERFORM NAME-LEVEL
            MOVE WS-WORD-OUT TO WS-LEVEL-WORD
            MOVE OP-LEVEL TO WS-LEVEL-IN
            PERFORM NAME-LEVEL
            MOVE WS-WORD-OUT TO WS-NEEDED-WORD
            STRING "operator " DELIMITED BY SIZE
              WS-SIGNON-ID DELIMITED BY SIZE
              " is " DELIMITED BY SIZE
              WS-LEVEL-WORD DELIMITED BY SPACE
              "; " DELIMITED BY SIZE
              OP-ACTION DELIMITED BY SPACE
              " needs " DELIMITED BY SIZE
              WS-NEEDED-WORD DELIMITED BY SPACE
              INTO OP-MESSAGE
            PERFORM JOURNAL-REFUSAL
          END-IF.
        AUTHORISE-ACTION-EXIT.
          EXIT.

        FIND-OPERATOR.
          MOVE "N" TO WS-FOUND-SW.
          MOVE "N" TO WS-OPERATOR-EOF-SW.
          OPEN INPUT WARO-OPERATOR-FILE.
          IF WS-OPERATOR-FILE-STATUS = "00"
            PERFORM MATCH-ONE-OPERATOR
              UNTIL WARO-OPERATOR-EOF OR WARO-OPERATOR-FOUND
            CLOSE WARO-OPERATOR-FILE
          END-IF.

        MATCH-ONE-OPERATOR.
          READ WARO-OPERATOR-FILE
            AT END MOVE "Y" TO WS-OPERATOR-EOF-SW
            NOT AT END
              IF WOP-OPERATOR-ID = WS-SIGNON-ID
                MOVE "Y" TO WS-FOUND-SW
                MOVE WOP-AUTH-LEVEL TO WS-FOUND-LEVEL
                MOVE WOP-STATUS TO WS-FOUND-STATUS
              END-IF
          END-READ.

        NAME-LEVEL.
          EVALUATE WS-LEVEL-IN
            WHEN 1
              MOVE "CLERK" TO WS-WORD-OUT
            WHEN 2
              MOVE "SUPERVISOR" TO WS-WORD-OUT
            WHEN 3
              MOVE "TREASURER" TO WS-WORD-OUT
            WHEN OTHER
              MOVE "NO LEVEL" TO WS-WORD-OUT
          END-EVALUATE.

      *> A refused attempt is on the journal too, so it shows who
      *> tried what; whether that write worked does not matter to
      *> the caller, who is refusing anyway.
        JOURNAL-REFUSAL.
          MOVE "R" TO WS-ENTRY-KIND.
          MOVE SPACES TO OP-BEFORE.
          MOVE OP-MESSAGE TO OP-AFTER.
          MOVE OP-STATUS TO WS-KEEP-STATUS.
          PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
          MOVE WS-KEEP-STATUS TO OP-STATUS.

        WRITE-JOURNAL.
          OPEN EXTEND WARO-CHGJRNL-FILE.
          IF WS-CHGJRNL-FILE-STATUS NOT = "00"
            OPEN OUTPUT WARO-CHGJRNL-FILE
          END-IF.
          IF WS-CHGJRNL-FILE-STATUS NOT = "00"
            MOVE "E" TO OP-STATUS
            GO TO WRITE-JOURNAL-EXIT
          END-IF.
          ACCEPT WS-NOW FROM TIME.
          MOVE SPACES TO WARO-CHGJRNL-REC.
          MOVE WS-TODAY TO WCJ-ENTRY-DATE.
          MOVE WS-NOW (1:6) TO WCJ-ENTRY-TIME.
          MOVE OP-OPERATOR-ID TO WCJ-OPERATOR-ID.
          MOVE OP-PROGRAM TO WCJ-PROGRAM.
          MOVE OP-ACTION TO WCJ-ACTION.
          MOVE WS-ENTRY-KIND TO WCJ-ENTRY-KIND.
          MOVE OP-BEFORE TO WCJ-BEFORE-IMAGE.
          MOVE OP-AFTER TO WCJ-AFTER-IMAGE.
          WRITE WARO-CHGJRNL-REC.
          CLOSE WARO-CHGJRNL-FILE.
        WRITE-JOURNAL-EXIT.
          EXIT.
