           *>     against the sequential master - a mismatch
           *>     fails the run and demands a FULL rebuild, the
           *>     periodic safety net.
           *> The keyed record carries the class section and
           *> homeroom teacher as well, so the UTIL lookups can
           *> answer with them; a CLASS change applies them alone.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                  02 SM-STUDENT-ID PIC 9(4).
                  02 SM-STUDENT-NAME PIC A(15).
                  02 SM-ENROLLED PIC X(1).
                  02 SM-BIRTH-DATE PIC X(8).
                  02 SM-CONSENT-DATE PIC X(8).
                  02 SM-CONSENT-EXPIRY PIC X(8).
                  02 SM-CLASS-SECTION PIC X(4).
                  02 SM-TEACHER PIC X(12).

               FD STUDENT-IDX-FILE.
               01 STUDENT-IDX-REC.
                  02 SI-STUDENT-ID PIC 9(4).
                  02 SI-STUDENT-NAME PIC A(15).
                  02 SI-ENROLLED PIC X(1).
                  02 SI-CLASS-SECTION PIC X(4).
                  02 SI-TEACHER PIC X(12).

               FD CHGAUDIT-FILE.
               01 CHGAUDIT-REC PIC X(90).
              *> program writes fixed columns: the stamp in 1-14,
              *> the action in 16-22, the before image in 32-53
              *> and the after image in 63-84 (each image is
              *> id, space, name, space, enrolled flag - or for a
              *> CLASS change id, space, section, space, teacher).
               01 WS-AUDIT-LINE PIC X(90) VALUE SPACES.
               01 WS-AUDIT-STAMP PIC X(14) VALUE SPACES.
               01 WS-AUDIT-ACTION PIC X(7) VALUE SPACES.
                   MOVE SM-STUDENT-ID TO SI-STUDENT-ID
                   MOVE SM-STUDENT-NAME TO SI-STUDENT-NAME
                   MOVE SM-ENROLLED TO SI-ENROLLED
                   MOVE SM-CLASS-SECTION TO SI-CLASS-SECTION
                   MOVE SM-TEACHER TO SI-TEACHER
                   WRITE STUDENT-IDX-REC
                     INVALID KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
                 WHEN "ENROLL "
                 WHEN "UNENROL"
                   PERFORM APPLY-REWRITE-CHANGE
                     THRU APPLY-REWRITE-CHANGE-EXIT
                 WHEN "DELETE "
                   PERFORM APPLY-DELETE-CHANGE
                 WHEN "CLASS  "
                   PERFORM APPLY-CLASS-CHANGE
                     THRU APPLY-CLASS-CHANGE-EXIT
                 WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
               END-EVALUATE.
               MOVE WS-AFTER-IMAGE (1:4) TO SI-STUDENT-ID.
               MOVE WS-AFTER-IMAGE (6:15) TO SI-STUDENT-NAME.
               MOVE WS-AFTER-IMAGE (22:1) TO SI-ENROLLED.
               MOVE SPACES TO SI-CLASS-SECTION SI-TEACHER.
               WRITE STUDENT-IDX-REC
                 INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   ADD 1 TO WS-APPLIED-COUNT
               END-WRITE.

           *> The keyed record is read first so the class and
           *> teacher the image does not carry are kept.
            APPLY-REWRITE-CHANGE.
               PERFORM READ-CHANGED-STUDENT.
               IF WS-IDX-FILE-STATUS NOT = "00"
                 GO TO APPLY-REWRITE-CHANGE-EXIT
               END-IF.
               MOVE WS-AFTER-IMAGE (6:15) TO SI-STUDENT-NAME.
               MOVE WS-AFTER-IMAGE (22:1) TO SI-ENROLLED.
               PERFORM REWRITE-CHANGED-STUDENT.
            APPLY-REWRITE-CHANGE-EXIT.
               EXIT.

            APPLY-CLASS-CHANGE.
               PERFORM READ-CHANGED-STUDENT.
               IF WS-IDX-FILE-STATUS NOT = "00"
                 GO TO APPLY-CLASS-CHANGE-EXIT
               END-IF.
               MOVE WS-AFTER-IMAGE (6:4) TO SI-CLASS-SECTION.
               MOVE WS-AFTER-IMAGE (11:12) TO SI-TEACHER.
               PERFORM REWRITE-CHANGED-STUDENT.
            APPLY-CLASS-CHANGE-EXIT.
               EXIT.

            READ-CHANGED-STUDENT.
               MOVE WS-AFTER-IMAGE (1:4) TO SI-STUDENT-ID.
               READ STUDENT-IDX-FILE
                 INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "LOAD : delta " WS-AUDIT-ACTION
                     " found no id " SI-STUDENT-ID
               END-READ.

            REWRITE-CHANGED-STUDENT.
               REWRITE STUDENT-IDX-REC
                 INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
