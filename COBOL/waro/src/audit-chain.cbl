       IDENTIFICATION DIVISION.
       PROGRAM-ID. audit-chain.
      *> Link value for the chained WARO-AUDIT trail, divide-util
      *> style: a callable subprogram. AC-NEXT-LINK is computed
      *> from the link of the record before (AC-PREV-LINK, zero
      *> at the head of a chain) and every character of the
      *> 110-byte audit body, so changing any byte of any record
      *> - or dropping, inserting or reordering records - alters
      *> every link from that point on. The link is two 8-digit
      *> running remainders side by side: the first folds in each
      *> character, the second folds in each character and the
      *> first remainder, so transposed characters do not cancel.

       DATA DIVISION.
       LOCAL-STORAGE SECTION.
          01 WS-HIGH PIC S9(18) COMP.
          01 WS-LOW PIC S9(18) COMP.
          01 WS-CHAR-VALUE PIC S9(9) COMP.
          01 WS-POS PIC S9(4) COMP.
          78 HIGH-MODULUS VALUE 99999989.
          78 LOW-MODULUS VALUE 99999971.

       LINKAGE SECTION.
       01 AC-PREV-LINK PIC 9(16).
       01 AC-BODY PIC X(110).
       01 AC-NEXT-LINK PIC 9(16).

       PROCEDURE DIVISION
           USING AC-PREV-LINK, AC-BODY, AC-NEXT-LINK.
          DIVIDE AC-PREV-LINK BY 100000000 GIVING WS-HIGH
            REMAINDER WS-LOW.
          PERFORM FOLD-ONE-CHARACTER
            VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 110.
          COMPUTE AC-NEXT-LINK = (WS-HIGH * 100000000) + WS-LOW.

          GOBACK
          .

        FOLD-ONE-CHARACTER.
          COMPUTE WS-CHAR-VALUE = FUNCTION ORD (AC-BODY (WS-POS:1)).
          COMPUTE WS-HIGH = FUNCTION MOD
            ((WS-HIGH * 257) + WS-CHAR-VALUE, HIGH-MODULUS).
          COMPUTE WS-LOW = FUNCTION MOD
            ((WS-LOW * 263) + WS-CHAR-VALUE + WS-HIGH, LOW-MODULUS).
