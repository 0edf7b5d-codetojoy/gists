       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARO-CTLSET.
      *> The control-card library. The nightly run no longer takes
      *> its options from whatever WARO-CONTROL says at 2 AM: the
      *> deck is staged on WARO-CONTROL as before, prepared into
      *> the WARO-CTLLIB library as a dated, versioned set, and
      *> only used once a supervisor has approved it. Actions:
      *>   PREPARE <set> <yyyymmdd> - copy the staged WARO-CONTROL
      *>     deck into the library as the next version of <set>,
      *>     taking effect on <yyyymmdd> (today or later). Any
      *>     signed-on operator.
      *>   APPROVE <set> <version> - a supervisor who did not
      *>     prepare the set passes it; the approval is sealed
      *>     over the header and every card, so a later edit to
      *>     the library shows up as a changed set.
      *>   LIST - every set version, its approval state, and the
      *>     one in force today.
      *> WARO and WARO-PREFLIGHT pick the set in force for the
      *> run date through ctlset-util and refuse an unapproved or
      *> changed one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROCLS.
         SELECT WARO-CONTROL-FILE ASSIGN TO "WARO-CONTROL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-FILE-STATUS.
         COPY WAROSEL.
       DATA DIVISION.
         FILE SECTION.
         COPY WARORPT.
         COPY WAROCLR.
         FD WARO-CONTROL-FILE.
         01 WARO-CONTROL-REC PIC X(80).
         WORKING-STORAGE SECTION.
         01 WS-CTLLIB-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-CONTROL-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-FILE-STATUS PIC X(2) VALUE "00".
         01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
         01 WS-CTLLIB-EOF-SW PIC X(1) VALUE "N".
           88 WARO-CTLLIB-EOF VALUE "Y".
         01 WS-CONTROL-EOF-SW PIC X(1) VALUE "N".
           88 WARO-CONTROL-EOF VALUE "Y".
         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-ACTION PIC X(8) VALUE SPACES.
         01 WS-SET-TEXT PIC X(12) VALUE SPACES.
         01 WS-FIELD-3 PIC X(12) VALUE SPACES.
         01 WS-RUN-DATE PIC 9(8) VALUE 0.

      *> The set the parm names.
         01 WS-SET-NAME PIC X(8) VALUE SPACES.
         01 WS-VERSION-TEXT PIC X(3) JUSTIFIED RIGHT VALUE SPACES.
         01 WS-VERSION-LEN PIC 9(2) VALUE 0.
         01 WS-VERSION PIC 9(3) VALUE 0.
         01 WS-EFFECTIVE-DATE PIC 9(8) VALUE 0.
         01 WS-PARM-OK-SW PIC X(1) VALUE "N".
           88 WARO-PARM-OK VALUE "Y".

      *> The library in store; written back whole after an
      *> approval, appended to by a PREPARE.
         78 NUM-LIBRARY-MAX VALUE 2000.
         01 WS-LIBRARY-TABLE.
            02 WS-LIB-ENTRY OCCURS NUM-LIBRARY-MAX TIMES.
               03 WS-LIB-REC-TYPE PIC X(2).
               03 FILLER PIC X(1).
               03 WS-LIB-SET-NAME PIC X(8).
               03 FILLER PIC X(1).
               03 WS-LIB-VERSION PIC 9(3).
               03 FILLER PIC X(1).
               03 WS-LIB-BODY PIC X(84).
               03 WS-LIB-HEADER REDEFINES WS-LIB-BODY.
                  04 WS-LIB-EFFECTIVE-DATE PIC 9(8).
                  04 FILLER PIC X(1).
                  04 WS-LIB-PREPARED-BY PIC X(4).
                  04 FILLER PIC X(1).
                  04 WS-LIB-PREPARED-DATE PIC 9(8).
                  04 FILLER PIC X(1).
                  04 WS-LIB-CARD-COUNT PIC 9(2).
                  04 FILLER PIC X(1).
                  04 WS-LIB-APPROVED-BY PIC X(4).
                  04 FILLER PIC X(1).
                  04 WS-LIB-APPROVED-DATE PIC 9(8).
                  04 FILLER PIC X(1).
                  04 WS-LIB-APPROVAL-SEAL PIC 9(16).
                  04 FILLER PIC X(28).
               03 WS-LIB-CARD REDEFINES WS-LIB-BODY.
                  04 WS-LIB-CARD-SEQ PIC 9(2).
                  04 FILLER PIC X(1).
                  04 WS-LIB-CARD-TEXT PIC X(60).
                  04 FILLER PIC X(21).
         01 WS-LIBRARY-COUNT PIC 9(4) VALUE 0.
         01 WS-LIB-IDX PIC 9(4) VALUE 0.
         01 WS-HEADER-IDX PIC 9(4) VALUE 0.
         01 WS-LAST-VERSION PIC 9(3) VALUE 0.
         01 WS-CARDS-FOUND PIC 9(3) VALUE 0.

      *> The staged deck a PREPARE copies in.
         78 NUM-SET-CARDS-MAX VALUE 40.
         01 WS-DECK-COUNT PIC 9(3) VALUE 0.
         01 WS-DECK-BAD-SW PIC X(1) VALUE "N".
           88 WARO-DECK-BAD VALUE "Y".
         01 WS-EQUALS-COUNT PIC 9(2) VALUE 0.
         01 WS-CARD-IDX PIC 9(2) VALUE 0.
         01 WS-STATE-WORD PIC X(10) VALUE SPACES.
         01 WS-FORCE-WORD PIC X(8) VALUE SPACES.

      *> ctlset-util parameters: the set being sealed or the set
      *> in force today.
         01 WS-CS-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-CS-ASK-DATE PIC 9(8) VALUE 0.
         01 WS-CS-SET-NAME PIC X(8) VALUE SPACES.
         01 WS-CS-VERSION PIC 9(3) VALUE 0.
         01 WS-CS-EFFECTIVE-DATE PIC 9(8) VALUE 0.
         01 WS-CS-PREPARED-BY PIC X(4) VALUE SPACES.
         01 WS-CS-APPROVED-BY PIC X(4) VALUE SPACES.
         01 WS-CS-APPROVED-DATE PIC 9(8) VALUE 0.
         01 WS-CS-CARD-COUNT PIC 9(2) VALUE 0.
         01 WS-CS-CARD-TABLE.
            02 WS-CS-CARD PIC X(60) OCCURS 40 TIMES.
         01 WS-CS-SEAL PIC 9(16) VALUE 0.
         01 WS-CS-STATUS PIC X(1) VALUE SPACES.
         01 WS-FORCE-SET-NAME PIC X(8) VALUE SPACES.
         01 WS-FORCE-VERSION PIC 9(3) VALUE 0.

      *> Effective dates are proven real through date-util.
         01 WS-DT-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-DT-DATE-1 PIC 9(8) VALUE 0.
         01 WS-DT-DATE-2 PIC 9(8) VALUE 0.
         01 WS-DT-DAYS PIC S9(6) VALUE 0.
         01 WS-DT-STATUS PIC X(1) VALUE "0".

      *> oper-util parameters.
         01 WS-OP-FUNCTION PIC X(1) VALUE SPACES.
         01 WS-OP-PROGRAM PIC X(12) VALUE "WARO-CTLSET".
         01 WS-OP-ACTION PIC X(8) VALUE SPACES.
         01 WS-OP-LEVEL PIC 9(1) VALUE 0.
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
           INTO WS-ACTION WS-SET-TEXT WS-FIELD-3.
         MOVE WS-ACTION TO WS-OP-ACTION.
         PERFORM READ-LIBRARY.
         EVALUATE WS-ACTION
           WHEN "PREPARE"
             PERFORM PREPARE-SET THRU PREPARE-SET-EXIT
           WHEN "APPROVE"
             PERFORM APPROVE-SET THRU APPROVE-SET-EXIT
           WHEN "LIST"
             PERFORM LIST-LIBRARY
           WHEN OTHER
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-CTLSET : unknown action '"
               DELIMITED BY SIZE
               WS-ACTION DELIMITED BY SPACE
               "'" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE "WARO-CTLSET : use PREPARE, APPROVE or LIST"
               TO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             GO TO BEGIN-EXIT
         END-EVALUATE.
         MOVE "WARO-CTLSET Ready." TO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       BEGIN-EXIT.
         STOP RUN.

       READ-LIBRARY.
         OPEN INPUT WARO-CTLLIB-FILE.
         IF WS-CTLLIB-FILE-STATUS = "00"
           PERFORM READ-ONE-LIBRARY-RECORD
             UNTIL WARO-CTLLIB-EOF
               OR WS-LIBRARY-COUNT = NUM-LIBRARY-MAX
           CLOSE WARO-CTLLIB-FILE
         END-IF.

       READ-ONE-LIBRARY-RECORD.
         READ WARO-CTLLIB-FILE
           AT END MOVE "Y" TO WS-CTLLIB-EOF-SW
           NOT AT END
             ADD 1 TO WS-LIBRARY-COUNT
             MOVE WARO-CTLLIB-REC TO WS-LIB-ENTRY (WS-LIBRARY-COUNT)
         END-READ.

      *> The set name and effective date are checked before the
      *> operator, the deck after: nothing is written until the
      *> whole deck has passed.
       PREPARE-SET.
         MOVE "N" TO WS-PARM-OK-SW.
         IF WS-SET-TEXT NOT = SPACES AND WS-SET-TEXT (9:4) = SPACES
             AND WS-FIELD-3 (1:8) IS NUMERIC
             AND WS-FIELD-3 (9:4) = SPACES
           MOVE WS-SET-TEXT TO WS-SET-NAME
           MOVE WS-FIELD-3 (1:8) TO WS-EFFECTIVE-DATE
           MOVE "V" TO WS-DT-FUNCTION
           MOVE WS-EFFECTIVE-DATE TO WS-DT-DATE-1
           PERFORM CALL-DATE-UTIL
           IF WS-DT-STATUS = "0"
             MOVE "Y" TO WS-PARM-OK-SW
           END-IF
         END-IF.
         IF NOT WARO-PARM-OK
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CTLSET : PREPARE needs <set> <yyyymmdd> - "
             DELIMITED BY SIZE
             "a set name of up to 8 and a real date"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO PREPARE-SET-EXIT
         END-IF.
         IF WS-EFFECTIVE-DATE < WS-RUN-DATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CTLSET : REFUSED - effective date "
             DELIMITED BY SIZE
             WS-EFFECTIVE-DATE DELIMITED BY SIZE
             " is already past" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO PREPARE-SET-EXIT
         END-IF.
         MOVE 1 TO WS-OP-LEVEL.
         PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT.
         IF RETURN-CODE > 0
           GO TO PREPARE-SET-EXIT
         END-IF.
         PERFORM READ-STAGED-DECK THRU READ-STAGED-DECK-EXIT.
         IF RETURN-CODE > 0
           GO TO PREPARE-SET-EXIT
         END-IF.
         MOVE 0 TO WS-LAST-VERSION.
         PERFORM FIND-LAST-VERSION
           VARYING WS-LIB-IDX FROM 1 BY 1
             UNTIL WS-LIB-IDX > WS-LIBRARY-COUNT.
         IF WS-LAST-VERSION = 999
             OR WS-LIBRARY-COUNT + WS-DECK-COUNT + 1
               > NUM-LIBRARY-MAX
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CTLSET : REFUSED - no room for another "
             DELIMITED BY SIZE
             "version of " DELIMITED BY SIZE
             WS-SET-NAME DELIMITED BY SPACE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO PREPARE-SET-EXIT
         END-IF.
         ADD 1 TO WS-LAST-VERSION GIVING WS-VERSION.
         PERFORM APPEND-PREPARED-SET.
         MOVE SPACES TO WS-OP-BEFORE.
         MOVE WS-LIB-ENTRY (WS-HEADER-IDX) TO WS-OP-AFTER.
         PERFORM JOURNAL-CHANGE.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-CTLSET : prepared " DELIMITED BY SIZE
           WS-SET-NAME DELIMITED BY SPACE
           " version " DELIMITED BY SIZE
           WS-VERSION DELIMITED BY SIZE
           " effective " DELIMITED BY SIZE
           WS-EFFECTIVE-DATE DELIMITED BY SIZE
           " by " DELIMITED BY SIZE
           WS-OP-OPERATOR-ID DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-CTLSET : " DELIMITED BY SIZE
           WS-DECK-COUNT DELIMITED BY SIZE
           " cards - not used by a run until a supervisor "
           DELIMITED BY SIZE
           "approves it" DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       PREPARE-SET-EXIT.
         EXIT.

      *> Every card on the staged deck must be KEYWORD=value and
      *> fit the library's 60-character card; comments and blank
      *> lines are dropped.
       READ-STAGED-DECK.
         MOVE SPACES TO WS-CS-CARD-TABLE.
         MOVE 0 TO WS-DECK-COUNT.
         OPEN INPUT WARO-CONTROL-FILE.
         IF WS-CONTROL-FILE-STATUS NOT = "00"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CTLSET : REFUSED - no deck staged on "
             DELIMITED BY SIZE
             "WARO-CONTROL" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO READ-STAGED-DECK-EXIT
         END-IF.
         PERFORM READ-ONE-STAGED-CARD UNTIL WARO-CONTROL-EOF.
         CLOSE WARO-CONTROL-FILE.
         IF WARO-DECK-BAD
           MOVE 8 TO RETURN-CODE
           GO TO READ-STAGED-DECK-EXIT
         END-IF.
         IF WS-DECK-COUNT = 0
           MOVE "WARO-CTLSET : REFUSED - the staged deck is empty"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO READ-STAGED-DECK-EXIT
         END-IF.
         IF WS-DECK-COUNT > NUM-SET-CARDS-MAX
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CTLSET : REFUSED - the staged deck has "
             DELIMITED BY SIZE
             WS-DECK-COUNT DELIMITED BY SIZE
             " cards, a set holds 40" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO READ-STAGED-DECK-EXIT
         END-IF.
       READ-STAGED-DECK-EXIT.
         EXIT.

       READ-ONE-STAGED-CARD.
         READ WARO-CONTROL-FILE
           AT END
             MOVE "Y" TO WS-CONTROL-EOF-SW
           NOT AT END
             IF WARO-CONTROL-REC = SPACES
                 OR WARO-CONTROL-REC (1:1) = "*"
               CONTINUE
             ELSE
               PERFORM TAKE-STAGED-CARD
             END-IF
         END-READ.

       TAKE-STAGED-CARD.
         ADD 1 TO WS-DECK-COUNT.
         MOVE 0 TO WS-EQUALS-COUNT.
         INSPECT WARO-CONTROL-REC TALLYING WS-EQUALS-COUNT
           FOR ALL "=".
         IF WS-EQUALS-COUNT = 0
             OR WARO-CONTROL-REC (61:20) NOT = SPACES
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CTLSET : REFUSED - not a KEYWORD=value "
             DELIMITED BY SIZE
             "card of 60 or less: " DELIMITED BY SIZE
             WARO-CONTROL-REC (1:20) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE "Y" TO WS-DECK-BAD-SW
         END-IF.
         IF WS-DECK-COUNT NOT > NUM-SET-CARDS-MAX
           MOVE WARO-CONTROL-REC (1:60) TO WS-CS-CARD (WS-DECK-COUNT)
         END-IF.

       FIND-LAST-VERSION.
         IF WS-LIB-REC-TYPE (WS-LIB-IDX) = "SH"
             AND WS-LIB-SET-NAME (WS-LIB-IDX) = WS-SET-NAME
             AND WS-LIB-VERSION (WS-LIB-IDX) > WS-LAST-VERSION
           MOVE WS-LIB-VERSION (WS-LIB-IDX) TO WS-LAST-VERSION
         END-IF.

      *> The new version goes on the end of the library: its
      *> header, unapproved and unsealed, then its cards.
       APPEND-PREPARED-SET.
         ADD 1 TO WS-LIBRARY-COUNT.
         MOVE WS-LIBRARY-COUNT TO WS-HEADER-IDX.
         MOVE SPACES TO WS-LIB-ENTRY (WS-HEADER-IDX).
         MOVE "SH" TO WS-LIB-REC-TYPE (WS-HEADER-IDX).
         MOVE WS-SET-NAME TO WS-LIB-SET-NAME (WS-HEADER-IDX).
         MOVE WS-VERSION TO WS-LIB-VERSION (WS-HEADER-IDX).
         MOVE WS-EFFECTIVE-DATE
           TO WS-LIB-EFFECTIVE-DATE (WS-HEADER-IDX).
         MOVE WS-OP-OPERATOR-ID TO WS-LIB-PREPARED-BY (WS-HEADER-IDX).
         MOVE WS-RUN-DATE TO WS-LIB-PREPARED-DATE (WS-HEADER-IDX).
         MOVE WS-DECK-COUNT TO WS-LIB-CARD-COUNT (WS-HEADER-IDX).
         MOVE 0 TO WS-LIB-APPROVED-DATE (WS-HEADER-IDX).
         MOVE 0 TO WS-LIB-APPROVAL-SEAL (WS-HEADER-IDX).
         OPEN EXTEND WARO-CTLLIB-FILE.
         IF WS-CTLLIB-FILE-STATUS NOT = "00"
           OPEN OUTPUT WARO-CTLLIB-FILE
         END-IF.
         MOVE WS-LIB-ENTRY (WS-HEADER-IDX) TO WARO-CTLLIB-REC.
         WRITE WARO-CTLLIB-REC.
         PERFORM APPEND-ONE-CARD
           VARYING WS-CARD-IDX FROM 1 BY 1
             UNTIL WS-CARD-IDX > WS-DECK-COUNT.
         CLOSE WARO-CTLLIB-FILE.

       APPEND-ONE-CARD.
         ADD 1 TO WS-LIBRARY-COUNT.
         MOVE SPACES TO WS-LIB-ENTRY (WS-LIBRARY-COUNT).
         MOVE "SC" TO WS-LIB-REC-TYPE (WS-LIBRARY-COUNT).
         MOVE WS-SET-NAME TO WS-LIB-SET-NAME (WS-LIBRARY-COUNT).
         MOVE WS-VERSION TO WS-LIB-VERSION (WS-LIBRARY-COUNT).
         MOVE WS-CARD-IDX TO WS-LIB-CARD-SEQ (WS-LIBRARY-COUNT).
         MOVE WS-CS-CARD (WS-CARD-IDX)
           TO WS-LIB-CARD-TEXT (WS-LIBRARY-COUNT).
         MOVE WS-LIB-ENTRY (WS-LIBRARY-COUNT) TO WARO-CTLLIB-REC.
         WRITE WARO-CTLLIB-REC.

      *> Four eyes: the approver must be a supervisor and not the
      *> operator who prepared the set. The cards are printed so
      *> the report shows exactly what was passed.
       APPROVE-SET.
         MOVE 0 TO WS-VERSION-LEN.
         INSPECT WS-FIELD-3 TALLYING WS-VERSION-LEN
           FOR CHARACTERS BEFORE INITIAL SPACE.
         MOVE SPACES TO WS-VERSION-TEXT.
         IF WS-VERSION-LEN > 0 AND WS-VERSION-LEN < 4
           MOVE WS-FIELD-3 (1:WS-VERSION-LEN) TO WS-VERSION-TEXT
         END-IF.
         INSPECT WS-VERSION-TEXT REPLACING LEADING SPACE BY ZERO.
         IF WS-SET-TEXT = SPACES OR WS-SET-TEXT (9:4) NOT = SPACES
             OR WS-VERSION-TEXT IS NOT NUMERIC
             OR WS-VERSION-TEXT = "000"
           MOVE "WARO-CTLSET : APPROVE needs <set> <version>"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO APPROVE-SET-EXIT
         END-IF.
         MOVE WS-SET-TEXT TO WS-SET-NAME.
         MOVE WS-VERSION-TEXT TO WS-VERSION.
         MOVE 2 TO WS-OP-LEVEL.
         PERFORM CHECK-OPERATOR THRU CHECK-OPERATOR-EXIT.
         IF RETURN-CODE > 0
           GO TO APPROVE-SET-EXIT
         END-IF.
         MOVE 0 TO WS-HEADER-IDX.
         PERFORM FIND-SET-HEADER
           VARYING WS-LIB-IDX FROM 1 BY 1
             UNTIL WS-LIB-IDX > WS-LIBRARY-COUNT.
         IF WS-HEADER-IDX = 0
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CTLSET : REFUSED - no " DELIMITED BY SIZE
             WS-SET-NAME DELIMITED BY SPACE
             " version " DELIMITED BY SIZE
             WS-VERSION DELIMITED BY SIZE
             " on WARO-CTLLIB" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO APPROVE-SET-EXIT
         END-IF.
         IF WS-LIB-APPROVED-BY (WS-HEADER-IDX) NOT = SPACES
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CTLSET : REFUSED - already approved by "
             DELIMITED BY SIZE
             WS-LIB-APPROVED-BY (WS-HEADER-IDX) DELIMITED BY SIZE
             " on " DELIMITED BY SIZE
             WS-LIB-APPROVED-DATE (WS-HEADER-IDX) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO APPROVE-SET-EXIT
         END-IF.
         IF WS-LIB-PREPARED-BY (WS-HEADER-IDX) = WS-OP-OPERATOR-ID
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CTLSET : REFUSED - " DELIMITED BY SIZE
             WS-OP-OPERATOR-ID DELIMITED BY SIZE
             " prepared this set and may not approve it"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO APPROVE-SET-EXIT
         END-IF.
         MOVE WS-HEADER-IDX TO WS-LIB-IDX.
         PERFORM GATHER-SET-CARDS.
         IF WS-CARDS-FOUND NOT = WS-LIB-CARD-COUNT (WS-HEADER-IDX)
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CTLSET : REFUSED - the set's cards no "
             DELIMITED BY SIZE
             "longer match its header - prepare it again"
             DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 8 TO RETURN-CODE
           GO TO APPROVE-SET-EXIT
         END-IF.
         MOVE WS-LIB-ENTRY (WS-HEADER-IDX) TO WS-OP-BEFORE.
         MOVE WS-OP-OPERATOR-ID TO WS-LIB-APPROVED-BY (WS-HEADER-IDX).
         MOVE WS-RUN-DATE TO WS-LIB-APPROVED-DATE (WS-HEADER-IDX).
         MOVE WS-OP-OPERATOR-ID TO WS-CS-APPROVED-BY.
         MOVE WS-RUN-DATE TO WS-CS-APPROVED-DATE.
         MOVE "S" TO WS-CS-FUNCTION.
         PERFORM CALL-CTLSET-UTIL.
         IF WS-CS-STATUS NOT = "0"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CTLSET : SEVERE ERROR - the approval seal "
             DELIMITED BY SIZE
             "could not be computed" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
           MOVE 16 TO RETURN-CODE
           GO TO APPROVE-SET-EXIT
         END-IF.
         MOVE WS-CS-SEAL TO WS-LIB-APPROVAL-SEAL (WS-HEADER-IDX).
         PERFORM REWRITE-LIBRARY.
         MOVE WS-LIB-ENTRY (WS-HEADER-IDX) TO WS-OP-AFTER.
         PERFORM JOURNAL-CHANGE.
         PERFORM REPORT-ONE-SET-CARD
           VARYING WS-CARD-IDX FROM 1 BY 1
             UNTIL WS-CARD-IDX > WS-CS-CARD-COUNT.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-CTLSET : approved " DELIMITED BY SIZE
           WS-SET-NAME DELIMITED BY SPACE
           " version " DELIMITED BY SIZE
           WS-VERSION DELIMITED BY SIZE
           " eff " DELIMITED BY SIZE
           WS-LIB-EFFECTIVE-DATE (WS-HEADER-IDX) DELIMITED BY SIZE
           " by " DELIMITED BY SIZE
           WS-OP-OPERATOR-ID DELIMITED BY SIZE
           " seal " DELIMITED BY SIZE
           WS-CS-SEAL DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.
       APPROVE-SET-EXIT.
         EXIT.

       FIND-SET-HEADER.
         IF WS-LIB-REC-TYPE (WS-LIB-IDX) = "SH"
             AND WS-LIB-SET-NAME (WS-LIB-IDX) = WS-SET-NAME
             AND WS-LIB-VERSION (WS-LIB-IDX) = WS-VERSION
           MOVE WS-LIB-IDX TO WS-HEADER-IDX
         END-IF.

      *> The header at WS-LIB-IDX and the cards filed under it,
      *> laid out for ctlset-util the way it reads them back.
       GATHER-SET-CARDS.
         MOVE WS-LIB-IDX TO WS-HEADER-IDX.
         MOVE WS-LIB-SET-NAME (WS-HEADER-IDX) TO WS-CS-SET-NAME.
         MOVE WS-LIB-VERSION (WS-HEADER-IDX) TO WS-CS-VERSION.
         MOVE WS-LIB-EFFECTIVE-DATE (WS-HEADER-IDX)
           TO WS-CS-EFFECTIVE-DATE.
         MOVE WS-LIB-PREPARED-BY (WS-HEADER-IDX) TO WS-CS-PREPARED-BY.
         MOVE WS-LIB-APPROVED-BY (WS-HEADER-IDX) TO WS-CS-APPROVED-BY.
         IF WS-LIB-APPROVED-DATE (WS-HEADER-IDX) IS NUMERIC
           MOVE WS-LIB-APPROVED-DATE (WS-HEADER-IDX)
             TO WS-CS-APPROVED-DATE
         ELSE
           MOVE 0 TO WS-CS-APPROVED-DATE
         END-IF.
         MOVE SPACES TO WS-CS-CARD-TABLE.
         MOVE 0 TO WS-CS-CARD-COUNT WS-CARDS-FOUND.
         PERFORM GATHER-ONE-SET-CARD
           VARYING WS-LIB-IDX FROM WS-HEADER-IDX BY 1
             UNTIL WS-LIB-IDX > WS-LIBRARY-COUNT.
         MOVE WS-HEADER-IDX TO WS-LIB-IDX.

       GATHER-ONE-SET-CARD.
         IF WS-LIB-REC-TYPE (WS-LIB-IDX) = "SC"
             AND WS-LIB-SET-NAME (WS-LIB-IDX) = WS-CS-SET-NAME
             AND WS-LIB-VERSION (WS-LIB-IDX) = WS-CS-VERSION
           ADD 1 TO WS-CARDS-FOUND
           IF WS-CS-CARD-COUNT < NUM-SET-CARDS-MAX
             ADD 1 TO WS-CS-CARD-COUNT
             MOVE WS-LIB-CARD-TEXT (WS-LIB-IDX)
               TO WS-CS-CARD (WS-CS-CARD-COUNT)
           END-IF
         END-IF.

       REPORT-ONE-SET-CARD.
         MOVE SPACES TO WS-REPORT-LINE.
         STRING "WARO-CTLSET :   " DELIMITED BY SIZE
           WS-CS-CARD (WS-CARD-IDX) DELIMITED BY SIZE
           INTO WS-REPORT-LINE.
         PERFORM WRITE-REPORT.

       REWRITE-LIBRARY.
         OPEN OUTPUT WARO-CTLLIB-FILE.
         PERFORM WRITE-ONE-LIBRARY-RECORD
           VARYING WS-LIB-IDX FROM 1 BY 1
             UNTIL WS-LIB-IDX > WS-LIBRARY-COUNT.
         CLOSE WARO-CTLLIB-FILE.

       WRITE-ONE-LIBRARY-RECORD.
         MOVE WS-LIB-ENTRY (WS-LIB-IDX) TO WARO-CTLLIB-REC.
         WRITE WARO-CTLLIB-REC.

      *> Every set version with its approval state, the one in
      *> force today marked - what WARO would run under tonight.
       LIST-LIBRARY.
         MOVE "P" TO WS-CS-FUNCTION.
         MOVE WS-RUN-DATE TO WS-CS-ASK-DATE.
         PERFORM CALL-CTLSET-UTIL.
         MOVE WS-CS-SET-NAME TO WS-FORCE-SET-NAME.
         MOVE WS-CS-VERSION TO WS-FORCE-VERSION.
         IF WS-LIBRARY-COUNT = 0
           MOVE "WARO-CTLSET : the control-card library is empty"
             TO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.
         PERFORM REPORT-ONE-LIBRARY-SET
           VARYING WS-LIB-IDX FROM 1 BY 1
             UNTIL WS-LIB-IDX > WS-LIBRARY-COUNT.

       REPORT-ONE-LIBRARY-SET.
         IF WS-LIB-REC-TYPE (WS-LIB-IDX) = "SH"
           PERFORM GATHER-SET-CARDS
           PERFORM JUDGE-LIBRARY-SET
           MOVE SPACES TO WS-FORCE-WORD
           IF WS-LIB-SET-NAME (WS-LIB-IDX) = WS-FORCE-SET-NAME
               AND WS-LIB-VERSION (WS-LIB-IDX) = WS-FORCE-VERSION
             MOVE "IN FORCE" TO WS-FORCE-WORD
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CTLSET : " DELIMITED BY SIZE
             WS-LIB-SET-NAME (WS-LIB-IDX) DELIMITED BY SIZE
             " v" DELIMITED BY SIZE
             WS-LIB-VERSION (WS-LIB-IDX) DELIMITED BY SIZE
             " eff " DELIMITED BY SIZE
             WS-LIB-EFFECTIVE-DATE (WS-LIB-IDX) DELIMITED BY SIZE
             " prep " DELIMITED BY SIZE
             WS-LIB-PREPARED-BY (WS-LIB-IDX) DELIMITED BY SIZE
             " appr " DELIMITED BY SIZE
             WS-LIB-APPROVED-BY (WS-LIB-IDX) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-STATE-WORD DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-FORCE-WORD DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT
         END-IF.

      *> The same judgement ctlset-util makes for a run.
       JUDGE-LIBRARY-SET.
         IF WS-CS-APPROVED-BY = SPACES
           MOVE "UNAPPROVED" TO WS-STATE-WORD
         ELSE
           MOVE "S" TO WS-CS-FUNCTION
           PERFORM CALL-CTLSET-UTIL
           IF WS-CS-SEAL = WS-LIB-APPROVAL-SEAL (WS-LIB-IDX)
               AND WS-CARDS-FOUND = WS-LIB-CARD-COUNT (WS-LIB-IDX)
             MOVE "APPROVED" TO WS-STATE-WORD
           ELSE
             MOVE "CHANGED" TO WS-STATE-WORD
           END-IF
         END-IF.

       CALL-CTLSET-UTIL.
         CALL 'ctlset-util'
           USING WS-CS-FUNCTION, WS-CS-ASK-DATE, WS-CS-SET-NAME,
             WS-CS-VERSION, WS-CS-EFFECTIVE-DATE, WS-CS-PREPARED-BY,
             WS-CS-APPROVED-BY, WS-CS-APPROVED-DATE,
             WS-CS-CARD-COUNT, WS-CS-CARD-TABLE, WS-CS-SEAL,
             WS-CS-STATUS
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-CTLSET : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'ctlset-util' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.

       CALL-DATE-UTIL.
         CALL 'date-util'
           USING WS-DT-FUNCTION, WS-DT-DATE-1, WS-DT-DATE-2,
             WS-DT-DAYS, WS-DT-STATUS
           ON EXCEPTION
             MOVE SPACES TO WS-REPORT-LINE
             STRING "WARO-CTLSET : SEVERE ERROR - subprogram "
               DELIMITED BY SIZE
               "'date-util' failed to load or execute"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-CALL.

      *> The signed-on operator must hold WS-OP-LEVEL.
       CHECK-OPERATOR.
         MOVE "A" TO WS-OP-FUNCTION.
         PERFORM CALL-OPER-UTIL.
         IF WS-OP-STATUS NOT = "0"
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARO-CTLSET : REFUSED - " DELIMITED BY SIZE
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
           MOVE "WARO-CTLSET : WARNING - change journal not written"
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
             STRING "WARO-CTLSET : SEVERE ERROR - subprogram "
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
