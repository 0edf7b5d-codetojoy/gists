       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctlset-util.
      *> Shared control-set lookup, rate-util style: a callable
      *> subprogram with a status byte, so WARO, WARO-PREFLIGHT
      *> and the library maintenance all agree on which card set
      *> a night runs under and whether it may be trusted.
      *> Functions:
      *>   P - pick the set in force on CS-ASK-DATE from the
      *>       WARO-CTLLIB library: the set version with the
      *>       greatest effective date at or before it, a later
      *>       entry on the library winning a tie (so version 2
      *>       of a set outranks version 1 of the same date). The
      *>       header fields and cards come back, CS-SEAL as
      *>       recomputed from them. CS-STATUS "0" the set is
      *>       approved and unchanged since; "U" it was never
      *>       approved; "C" it was changed after approval (the
      *>       seal or the card count no longer match); "N" the
      *>       library holds no set in force on that date; "M"
      *>       there is no library at all.
      *>   S - seal the set the caller passes in (header fields
      *>       and cards): CS-SEAL comes back as the audit-chain
      *>       link over the header and then each card in turn.
      *> CS-STATUS comes back "E" when audit-chain cannot be
      *> loaded or the function code is unknown.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         COPY WAROCLS.
       DATA DIVISION.
       FILE SECTION.
         COPY WAROCLR.
       WORKING-STORAGE SECTION.
          01 WS-CTLLIB-FILE-STATUS PIC X(2) VALUE "00".
          01 WS-CTLLIB-EOF-SW PIC X(1) VALUE "N".
            88 WARO-CTLLIB-EOF VALUE "Y".
          01 WS-FOUND-SW PIC X(1) VALUE "N".
            88 WARO-SET-FOUND VALUE "Y".
          01 WS-BEST-DATE PIC 9(8) VALUE 0.
          01 WS-STORED-COUNT PIC 9(2) VALUE 0.
          01 WS-STORED-SEAL PIC 9(16) VALUE 0.
          01 WS-CARDS-SEEN PIC 9(3) VALUE 0.
          01 WS-CARD-IDX PIC 9(2) VALUE 0.
          78 NUM-SET-CARDS-MAX VALUE 40.

      *> The seal's audit bodies: the header fields first, then
      *> one body per card with its place in the deck.
          01 WS-PREV-LINK PIC 9(16) VALUE 0.
          01 WS-NEXT-LINK PIC 9(16) VALUE 0.
          01 WS-SEAL-HEADER.
             02 WS-SH-SET-NAME PIC X(8).
             02 WS-SH-VERSION PIC 9(3).
             02 WS-SH-EFFECTIVE-DATE PIC 9(8).
             02 WS-SH-PREPARED-BY PIC X(4).
             02 WS-SH-APPROVED-BY PIC X(4).
             02 WS-SH-APPROVED-DATE PIC 9(8).
             02 WS-SH-CARD-COUNT PIC 9(2).
             02 FILLER PIC X(73).
          01 WS-SEAL-CARD.
             02 WS-SC-CARD-SEQ PIC 9(2).
             02 WS-SC-CARD-TEXT PIC X(60).
             02 FILLER PIC X(48).
       LINKAGE SECTION.
       01 CS-FUNCTION PIC X(1).
       01 CS-ASK-DATE PIC 9(8).
       01 CS-SET-NAME PIC X(8).
       01 CS-VERSION PIC 9(3).
       01 CS-EFFECTIVE-DATE PIC 9(8).
       01 CS-PREPARED-BY PIC X(4).
       01 CS-APPROVED-BY PIC X(4).
       01 CS-APPROVED-DATE PIC 9(8).
       01 CS-CARD-COUNT PIC 9(2).
       01 CS-CARD-TABLE.
          02 CS-CARD PIC X(60) OCCURS 40 TIMES.
       01 CS-SEAL PIC 9(16).
       01 CS-STATUS PIC X(1).

       PROCEDURE DIVISION
           USING CS-FUNCTION, CS-ASK-DATE, CS-SET-NAME, CS-VERSION,
             CS-EFFECTIVE-DATE, CS-PREPARED-BY, CS-APPROVED-BY,
             CS-APPROVED-DATE, CS-CARD-COUNT, CS-CARD-TABLE,
             CS-SEAL, CS-STATUS.
          MOVE "0" TO CS-STATUS
          EVALUATE CS-FUNCTION
            WHEN "P"
              PERFORM PICK-SET-IN-FORCE THRU PICK-SET-IN-FORCE-EXIT
            WHEN "S"
              PERFORM SEAL-SET THRU SEAL-SET-EXIT
            WHEN OTHER
              MOVE "E" TO CS-STATUS
          END-EVALUATE

          GOBACK
          .

      *> One pass over the library: a qualifying header takes
      *> over as the best so far and its cards, which follow it,
      *> are collected as they come.
        PICK-SET-IN-FORCE.
          MOVE SPACES TO CS-SET-NAME CS-PREPARED-BY CS-APPROVED-BY.
          MOVE SPACES TO CS-CARD-TABLE.
          MOVE 0 TO CS-VERSION CS-EFFECTIVE-DATE CS-APPROVED-DATE.
          MOVE 0 TO CS-CARD-COUNT CS-SEAL.
          MOVE 0 TO WS-BEST-DATE WS-CARDS-SEEN.
          MOVE "N" TO WS-FOUND-SW.
          MOVE "N" TO WS-CTLLIB-EOF-SW.
          OPEN INPUT WARO-CTLLIB-FILE.
          IF WS-CTLLIB-FILE-STATUS NOT = "00"
            MOVE "M" TO CS-STATUS
            GO TO PICK-SET-IN-FORCE-EXIT
          END-IF.
          PERFORM READ-ONE-LIBRARY-RECORD UNTIL WARO-CTLLIB-EOF.
          CLOSE WARO-CTLLIB-FILE.
          IF NOT WARO-SET-FOUND
            MOVE "N" TO CS-STATUS
            GO TO PICK-SET-IN-FORCE-EXIT
          END-IF.
          PERFORM SEAL-SET THRU SEAL-SET-EXIT.
          IF CS-STATUS NOT = "0"
            GO TO PICK-SET-IN-FORCE-EXIT
          END-IF.
          IF CS-APPROVED-BY = SPACES
            MOVE "U" TO CS-STATUS
            GO TO PICK-SET-IN-FORCE-EXIT
          END-IF.
          IF CS-SEAL NOT = WS-STORED-SEAL
              OR WS-CARDS-SEEN NOT = WS-STORED-COUNT
            MOVE "C" TO CS-STATUS
          END-IF.
        PICK-SET-IN-FORCE-EXIT.
          EXIT.

        READ-ONE-LIBRARY-RECORD.
          READ WARO-CTLLIB-FILE
            AT END
              MOVE "Y" TO WS-CTLLIB-EOF-SW
            NOT AT END
              IF WCL-SET-HEADER
                  AND WCL-EFFECTIVE-DATE IS NUMERIC
                  AND WCL-EFFECTIVE-DATE NOT > CS-ASK-DATE
                  AND (NOT WARO-SET-FOUND
                    OR WCL-EFFECTIVE-DATE NOT < WS-BEST-DATE)
                PERFORM TAKE-SET-HEADER
              END-IF
              IF WCL-SET-CARD AND WARO-SET-FOUND
                  AND WCL-SET-NAME = CS-SET-NAME
                  AND WCL-VERSION = CS-VERSION
                PERFORM TAKE-SET-CARD
              END-IF
          END-READ.

        TAKE-SET-HEADER.
          MOVE "Y" TO WS-FOUND-SW.
          MOVE WCL-EFFECTIVE-DATE TO WS-BEST-DATE.
          MOVE WCL-SET-NAME TO CS-SET-NAME.
          MOVE WCL-VERSION TO CS-VERSION.
          MOVE WCL-EFFECTIVE-DATE TO CS-EFFECTIVE-DATE.
          MOVE WCL-PREPARED-BY TO CS-PREPARED-BY.
          MOVE WCL-APPROVED-BY TO CS-APPROVED-BY.
          IF WCL-APPROVED-DATE IS NUMERIC
            MOVE WCL-APPROVED-DATE TO CS-APPROVED-DATE
          ELSE
            MOVE 0 TO CS-APPROVED-DATE
          END-IF.
          IF WCL-CARD-COUNT IS NUMERIC
            MOVE WCL-CARD-COUNT TO WS-STORED-COUNT
          ELSE
            MOVE 0 TO WS-STORED-COUNT
          END-IF.
          IF WCL-APPROVAL-SEAL IS NUMERIC
            MOVE WCL-APPROVAL-SEAL TO WS-STORED-SEAL
          ELSE
            MOVE 0 TO WS-STORED-SEAL
          END-IF.
          MOVE SPACES TO CS-CARD-TABLE.
          MOVE 0 TO CS-CARD-COUNT WS-CARDS-SEEN.

      *> Cards past the table's room still count, so a set
      *> padded out after approval shows up as changed.
        TAKE-SET-CARD.
          ADD 1 TO WS-CARDS-SEEN.
          IF CS-CARD-COUNT < NUM-SET-CARDS-MAX
            ADD 1 TO CS-CARD-COUNT
            MOVE WCL-CARD-TEXT TO CS-CARD (CS-CARD-COUNT)
          END-IF.

      *> The header body carries the card count, so dropping the
      *> last card alters the seal as surely as editing one.
        SEAL-SET.
          MOVE SPACES TO WS-SEAL-HEADER.
          MOVE CS-SET-NAME TO WS-SH-SET-NAME.
          MOVE CS-VERSION TO WS-SH-VERSION.
          MOVE CS-EFFECTIVE-DATE TO WS-SH-EFFECTIVE-DATE.
          MOVE CS-PREPARED-BY TO WS-SH-PREPARED-BY.
          MOVE CS-APPROVED-BY TO WS-SH-APPROVED-BY.
          MOVE CS-APPROVED-DATE TO WS-SH-APPROVED-DATE.
          MOVE CS-CARD-COUNT TO WS-SH-CARD-COUNT.
          MOVE 0 TO WS-PREV-LINK.
          CALL 'audit-chain'
            USING WS-PREV-LINK, WS-SEAL-HEADER, WS-NEXT-LINK
            ON EXCEPTION
              MOVE "E" TO CS-STATUS
              GO TO SEAL-SET-EXIT
          END-CALL.
          PERFORM SEAL-ONE-CARD
            VARYING WS-CARD-IDX FROM 1 BY 1
              UNTIL WS-CARD-IDX > CS-CARD-COUNT.
          MOVE WS-NEXT-LINK TO CS-SEAL.
        SEAL-SET-EXIT.
          EXIT.

        SEAL-ONE-CARD.
          MOVE WS-NEXT-LINK TO WS-PREV-LINK.
          MOVE SPACES TO WS-SEAL-CARD.
          MOVE WS-CARD-IDX TO WS-SC-CARD-SEQ.
          MOVE CS-CARD (WS-CARD-IDX) TO WS-SC-CARD-TEXT.
          CALL 'audit-chain'
            USING WS-PREV-LINK, WS-SEAL-CARD, WS-NEXT-LINK
          END-CALL.
