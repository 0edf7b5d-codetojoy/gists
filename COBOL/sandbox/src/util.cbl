           *> the sequential STUDENT-MASTER by the student-load
           *> program) so a batch of R requests costs R direct reads
           *> instead of R sequential passes over the whole file.
           *> A found student comes back with the class section
           *> and homeroom teacher as well as the name.
            ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                  02 SM-STUDENT-ID PIC 9(4).
                  02 SM-STUDENT-NAME PIC A(15).
                  02 SM-ENROLLED PIC X(1).
                  02 SM-CLASS-SECTION PIC X(4).
                  02 SM-TEACHER PIC X(12).

               WORKING-STORAGE SECTION.
               01 WS-STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
               01 LS-STUDENT-ID PIC 9(4).
               01 LS-STUDENT-NAME PIC A(15).
               01 LS-STUDENT-FOUND PIC X(1).
               01 LS-CLASS-SECTION PIC X(4).
               01 LS-TEACHER PIC X(12).

            PROCEDURE DIVISION
                USING LS-STUDENT-ID, LS-STUDENT-NAME, LS-STUDENT-FOUND,
                  LS-CLASS-SECTION, LS-TEACHER.
               MOVE "N" TO WS-FOUND-SWITCH.
               MOVE "N" TO LS-STUDENT-FOUND.
               MOVE SPACES TO LS-CLASS-SECTION LS-TEACHER.

               OPEN INPUT STUDENT-MASTER-FILE.
               IF WS-STUDENT-MASTER-STATUS NOT = "00"

               IF STUDENT-FOUND
                 MOVE SM-STUDENT-NAME TO LS-STUDENT-NAME
                 MOVE SM-CLASS-SECTION TO LS-CLASS-SECTION
                 MOVE SM-TEACHER TO LS-TEACHER
                 MOVE "Y" TO LS-STUDENT-FOUND
               END-IF.
            EXIT PROGRAM.
