           *> name and a match flag:
           *>   E - exact name match
           *>   P - leading-partial match (the name as a prefix)
           *> and gets back every matching student - id, name,
           *> enrollment flag, class section and homeroom
           *> teacher - up to the caller's table of 10,
           *> plus the total found so an overflow is visible.
           *> The master is walked in key order with START and
           *> READ NEXT; no flat-file browsing in an editor.
                  02 SM-STUDENT-ID PIC 9(4).
                  02 SM-STUDENT-NAME PIC A(15).
                  02 SM-ENROLLED PIC X(1).
                  02 SM-CLASS-SECTION PIC X(4).
                  02 SM-TEACHER PIC X(12).

               WORKING-STORAGE SECTION.
               01 WS-STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
                     03 LN-MATCH-ID PIC 9(4).
                     03 LN-MATCH-NAME PIC A(15).
                     03 LN-MATCH-ENROLLED PIC X(1).
                     03 LN-MATCH-CLASS-SECTION PIC X(4).
                     03 LN-MATCH-TEACHER PIC X(12).

            PROCEDURE DIVISION
                USING LN-ASK-NAME, LN-MATCH-FLAG, LN-MATCH-COUNT,
                         TO LN-MATCH-NAME (LN-MATCH-COUNT)
                       MOVE SM-ENROLLED
                         TO LN-MATCH-ENROLLED (LN-MATCH-COUNT)
                       MOVE SM-CLASS-SECTION
                         TO LN-MATCH-CLASS-SECTION (LN-MATCH-COUNT)
                       MOVE SM-TEACHER
                         TO LN-MATCH-TEACHER (LN-MATCH-COUNT)
                     END-IF
                   END-IF
               END-READ.
