      *> Shared FD/record for the WARO alert register kept by
      *> WARO-ALERTQ. One "HW" record carries how far into
      *> WARO-ALERTS the processor has read, so each run takes
      *> only the alerts raised since the last. Each "AL" record
      *> is one tracked alert: first raised at WAG-FIRST-STAMP,
      *> raised again WAG-REPEATS times up to WAG-LAST-STAMP,
      *> routed to WAG-GROUP and due to be acknowledged by
      *> WAG-DUE-STAMP. WAG-STATUS is "O" open, "A" acknowledged
      *> (by WAG-ACK-BY at WAG-ACK-STAMP) or "R" resolved.
      *> WAG-ESCALATED is "Y" once the alert has gone past its
      *> due time and its route's escalation has been taken.
      *> Stamps are YYYYMMDDHHMMSS.
      *> COPY into DATA DIVISION FILE SECTION.
         FD WARO-ALERTREG-FILE.
         01 WARO-ALERTREG-REC.
            02 WAG-RECORD-TYPE PIC X(02).
              88 WAG-HIGH-WATER VALUE "HW".
              88 WAG-ALERT VALUE "AL".
            02 FILLER PIC X(01).
            02 WAG-ALERT-BODY.
               03 WAG-ALERT-NO PIC 9(06).
               03 FILLER PIC X(01).
               03 WAG-MSG-ID PIC X(08).
               03 FILLER PIC X(01).
               03 WAG-FIRST-STAMP PIC 9(14).
               03 FILLER PIC X(01).
               03 WAG-LAST-STAMP PIC 9(14).
               03 FILLER PIC X(01).
               03 WAG-REPEATS PIC 9(04).
               03 FILLER PIC X(01).
               03 WAG-RUN-ID PIC 9(16).
               03 FILLER PIC X(01).
               03 WAG-KEY-DATA PIC X(40).
               03 FILLER PIC X(01).
               03 WAG-GROUP PIC X(08).
               03 FILLER PIC X(01).
               03 WAG-DUE-STAMP PIC 9(14).
               03 FILLER PIC X(01).
               03 WAG-STATUS PIC X(01).
                 88 WAG-OPEN VALUE "O".
                 88 WAG-ACKNOWLEDGED VALUE "A".
                 88 WAG-RESOLVED VALUE "R".
               03 FILLER PIC X(01).
               03 WAG-ESCALATED PIC X(01).
               03 FILLER PIC X(01).
               03 WAG-ACK-BY PIC X(04).
               03 FILLER PIC X(01).
               03 WAG-ACK-STAMP PIC 9(14).
            02 WAG-HIGH-WATER-BODY REDEFINES WAG-ALERT-BODY.
               03 WAG-HW-ALERTS-READ PIC 9(08).
               03 FILLER PIC X(01).
               03 WAG-HW-LAST-STAMP PIC 9(14).
               03 FILLER PIC X(01).
               03 WAG-HW-NEXT-NO PIC 9(06).
               03 FILLER PIC X(126).
