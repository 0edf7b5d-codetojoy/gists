           *>   DELETE <id>
           *>   ENROLL <id>         mark for league play
           *>   UNENROL <id>        take off the league list
           *>   DOB <id> <yyyymmdd> record the date of birth
           *>   CONSENT <id> <signed> [<expires>]
           *>                       guardian consent received;
           *>                       with no expiry date given it
           *>                       runs one year from signing
           *>   REVOKE <id>         withdraw the guardian consent
           *>   CLASS <id> <section> <teacher>
           *>                       class section and homeroom
           *>                       teacher; the teacher name
           *>                       runs to end of line
           *>   LIST
           *> Every change is written to the STUDENT-CHGAUDIT file
           *> with a timestamp and the before and after images.
           *> A DOB image is id and birth date; a CONSENT or
           *> REVOKE image is id, signed date and expiry date.
           *> A CLASS image is id, section and teacher.
           *> The bridge will not seat a minor without a current
           *> consent, so both dates matter for league play.
           *> Run the student-load program afterwards to publish
           *> the keyed STUDENT-MASTER-IDX for UTIL.
            ENVIRONMENT DIVISION.
                  02 SM-STUDENT-ID PIC 9(4).
                  02 SM-STUDENT-NAME PIC A(15).
                  02 SM-ENROLLED PIC X(1).
                  02 SM-BIRTH-DATE PIC X(8).
                  02 SM-CONSENT-DATE PIC X(8).
                  02 SM-CONSENT-EXPIRY PIC X(8).
                  02 SM-CLASS-SECTION PIC X(4).
                  02 SM-TEACHER PIC X(12).

               FD CHGAUDIT-FILE.
               01 CHGAUDIT-REC PIC X(90).
                  VALUE SPACES.
               01 WS-TARGET-ID PIC 9(4) VALUE 0.
               01 WS-TARGET-NAME PIC A(15) VALUE SPACES.
               01 WS-TARGET-REST PIC X(80) VALUE SPACES.
               01 WS-TARGET-SECTION PIC X(8) VALUE SPACES.
               01 WS-TARGET-TEACHER PIC X(40) VALUE SPACES.
               01 WS-REST-PTR PIC 9(2) VALUE 1.
               01 WS-LEAD-SPACES PIC 9(2) VALUE 0.
               01 WS-PARM-PTR PIC 9(2) VALUE 1.
               01 WS-DATE-1-TEXT PIC X(8) VALUE SPACES.
               01 WS-DATE-2-TEXT PIC X(8) VALUE SPACES.
               01 WS-TARGET-DATE-1 PIC 9(8) VALUE 0.
               01 WS-TARGET-DATE-2 PIC 9(8) VALUE 0.
               01 WS-CHECK-DATE PIC 9(8) VALUE 0.
               01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
                  02 WS-CHECK-YEAR PIC 9(4).
                  02 WS-CHECK-MONTH PIC 9(2).
                  02 WS-CHECK-DAY PIC 9(2).
               01 WS-DATE-OK-SWITCH PIC X(1) VALUE "N".
                  88 DATE-IS-VALID VALUE "Y".
               78 NUM-STUDENTS-MAX VALUE 500.
               01 WS-STUDENT-TABLE.
                  02 WS-STUDENT-ENTRY OCCURS NUM-STUDENTS-MAX TIMES.
                     03 WS-STUDENT-ID PIC 9(4).
                     03 WS-STUDENT-NAME PIC A(15).
                     03 WS-STUDENT-ENROLLED PIC X(1).
                     03 WS-STUDENT-BIRTH-DATE PIC 9(8).
                     03 WS-STUDENT-CONSENT-DATE PIC 9(8).
                     03 WS-STUDENT-CONSENT-EXPIRY PIC 9(8).
                     03 WS-STUDENT-CLASS-SECTION PIC X(4).
                     03 WS-STUDENT-TEACHER PIC X(12).
               01 WS-STUDENT-COUNT PIC 9(3) VALUE 0.
               01 WS-FOUND-SWITCH PIC X(1) VALUE "N".
                  88 STUDENT-FOUND VALUE "Y".
                 WHEN "UNENROL"
                   MOVE "N" TO WS-NEW-ENROLLED
                   PERFORM SET-ENROLLMENT
                 WHEN "DOB"
                   PERFORM SET-BIRTH-DATE THRU SET-BIRTH-DATE-EXIT
                 WHEN "CONSENT"
                   PERFORM SET-CONSENT THRU SET-CONSENT-EXIT
                 WHEN "REVOKE"
                   PERFORM REVOKE-CONSENT
                 WHEN "CLASS"
                   PERFORM SET-CLASS THRU SET-CLASS-EXIT
                 WHEN "LIST"
                   CONTINUE
                 WHEN OTHER
                   DISPLAY "MAINT : unknown action '" WS-ACTION
                     "' - use ADD, UPDATE, DELETE, ENROLL, "
                     "UNENROL, DOB, CONSENT, REVOKE, CLASS or LIST"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-EVALUATE.
            STOP RUN.

           *> Parm layout: ACTION ID NAME... - the name runs to end
           *> of line; DOB and CONSENT take their dates in place of
           *> the name, and CLASS its section and teacher. A
           *> malformed id is rejected before any file is touched.
            READ-ACTION-PARM.
               ACCEPT WS-PARM FROM COMMAND-LINE.
               MOVE 1 TO WS-PARM-PTR.
                 WITH POINTER WS-PARM-PTR.
               IF WS-ACTION = "ADD" OR WS-ACTION = "UPDATE"
                   OR WS-ACTION = "DELETE" OR WS-ACTION = "ENROLL"
                   OR WS-ACTION = "UNENROL" OR WS-ACTION = "DOB"
                   OR WS-ACTION = "CONSENT" OR WS-ACTION = "REVOKE"
                   OR WS-ACTION = "CLASS"
                 INSPECT WS-TARGET-ID-TEXT
                   REPLACING LEADING SPACE BY ZERO
                 IF WS-TARGET-ID-TEXT IS NOT NUMERIC
                 MOVE WS-TARGET-ID-TEXT TO WS-TARGET-ID
                 IF WS-PARM-PTR < 80
                   MOVE WS-PARM (WS-PARM-PTR:) TO WS-TARGET-NAME
                   MOVE WS-PARM (WS-PARM-PTR:) TO WS-TARGET-REST
                   UNSTRING WS-PARM DELIMITED BY ALL SPACE
                     INTO WS-DATE-1-TEXT WS-DATE-2-TEXT
                     WITH POINTER WS-PARM-PTR
                 END-IF
               END-IF.

                     MOVE "N"
                       TO WS-STUDENT-ENROLLED (WS-STUDENT-COUNT)
                   END-IF
                   PERFORM LOAD-STUDENT-DATES
                   MOVE SM-CLASS-SECTION
                     TO WS-STUDENT-CLASS-SECTION (WS-STUDENT-COUNT)
                   MOVE SM-TEACHER
                     TO WS-STUDENT-TEACHER (WS-STUDENT-COUNT)
               END-READ.

           *> Records from before the consent dates were kept end
           *> at the enrolled flag - their dates read as zero,
           *> meaning not on file.
            LOAD-STUDENT-DATES.
               MOVE 0 TO WS-STUDENT-BIRTH-DATE (WS-STUDENT-COUNT)
                 WS-STUDENT-CONSENT-DATE (WS-STUDENT-COUNT)
                 WS-STUDENT-CONSENT-EXPIRY (WS-STUDENT-COUNT).
               IF SM-BIRTH-DATE IS NUMERIC
                 MOVE SM-BIRTH-DATE
                   TO WS-STUDENT-BIRTH-DATE (WS-STUDENT-COUNT)
               END-IF.
               IF SM-CONSENT-DATE IS NUMERIC
                 MOVE SM-CONSENT-DATE
                   TO WS-STUDENT-CONSENT-DATE (WS-STUDENT-COUNT)
               END-IF.
               IF SM-CONSENT-EXPIRY IS NUMERIC
                 MOVE SM-CONSENT-EXPIRY
                   TO WS-STUDENT-CONSENT-EXPIRY (WS-STUDENT-COUNT)
               END-IF.

            ADD-STUDENT.
               IF WS-TARGET-NAME = SPACES
                 DISPLAY "MAINT : ADD needs a student name"
                   MOVE WS-TARGET-NAME
                     TO WS-STUDENT-NAME (WS-STUDENT-COUNT)
                   MOVE "N" TO WS-STUDENT-ENROLLED (WS-STUDENT-COUNT)
                   MOVE 0 TO WS-STUDENT-BIRTH-DATE (WS-STUDENT-COUNT)
                     WS-STUDENT-CONSENT-DATE (WS-STUDENT-COUNT)
                     WS-STUDENT-CONSENT-EXPIRY (WS-STUDENT-COUNT)
                   MOVE SPACES
                     TO WS-STUDENT-CLASS-SECTION (WS-STUDENT-COUNT)
                     WS-STUDENT-TEACHER (WS-STUDENT-COUNT)
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM BUILD-AFTER-IMAGE-FROM-TARGET
                   PERFORM REWRITE-MASTER
                   " enrolled flag is now " WS-NEW-ENROLLED
               END-IF.

           *> The date of birth decides whether the bridge asks
           *> for a guardian consent before seating the student.
            SET-BIRTH-DATE.
               MOVE WS-DATE-1-TEXT TO WS-CHECK-DATE.
               PERFORM VALIDATE-CHECK-DATE.
               IF WS-DATE-1-TEXT IS NOT NUMERIC OR NOT DATE-IS-VALID
                 DISPLAY "MAINT : DOB needs a birth date as YYYYMMDD"
                 MOVE 8 TO RETURN-CODE
                 GO TO SET-BIRTH-DATE-EXIT
               END-IF.
               MOVE WS-CHECK-DATE TO WS-TARGET-DATE-1.
               PERFORM FIND-TARGET-STUDENT.
               IF NOT STUDENT-FOUND
                 DISPLAY "MAINT : id " WS-TARGET-ID
                   " is not on the master"
                 MOVE 8 TO RETURN-CODE
               ELSE
                 PERFORM BUILD-BIRTH-IMAGE
                 MOVE WS-AFTER-IMAGE TO WS-BEFORE-IMAGE
                 MOVE WS-TARGET-DATE-1
                   TO WS-STUDENT-BIRTH-DATE (WS-FOUND-IDX)
                 PERFORM BUILD-BIRTH-IMAGE
                 PERFORM REWRITE-MASTER
                 PERFORM WRITE-CHANGE-AUDIT
                 DISPLAY "MAINT : id " WS-TARGET-ID
                   " date of birth is now " WS-TARGET-DATE-1
               END-IF.
            SET-BIRTH-DATE-EXIT.
               EXIT.

           *> A signed guardian consent form. The form is good for
           *> a year unless the school office keys an earlier or
           *> later expiry from the form itself.
            SET-CONSENT.
               MOVE WS-DATE-1-TEXT TO WS-CHECK-DATE.
               PERFORM VALIDATE-CHECK-DATE.
               IF WS-DATE-1-TEXT IS NOT NUMERIC OR NOT DATE-IS-VALID
                 DISPLAY "MAINT : CONSENT needs the signed date "
                   "as YYYYMMDD"
                 MOVE 8 TO RETURN-CODE
                 GO TO SET-CONSENT-EXIT
               END-IF.
               MOVE WS-CHECK-DATE TO WS-TARGET-DATE-1.
               IF WS-DATE-2-TEXT = SPACES
                 MOVE WS-TARGET-DATE-1 TO WS-CHECK-DATE
                 ADD 1 TO WS-CHECK-YEAR
                 IF WS-CHECK-MONTH = 2 AND WS-CHECK-DAY = 29
                   MOVE 28 TO WS-CHECK-DAY
                 END-IF
               ELSE
                 MOVE WS-DATE-2-TEXT TO WS-CHECK-DATE
                 PERFORM VALIDATE-CHECK-DATE
                 IF WS-DATE-2-TEXT IS NOT NUMERIC
                     OR NOT DATE-IS-VALID
                   DISPLAY "MAINT : CONSENT expiry must be YYYYMMDD"
                   MOVE 8 TO RETURN-CODE
                   GO TO SET-CONSENT-EXIT
                 END-IF
               END-IF.
               MOVE WS-CHECK-DATE TO WS-TARGET-DATE-2.
               IF WS-TARGET-DATE-2 < WS-TARGET-DATE-1
                 DISPLAY "MAINT : CONSENT expiry " WS-TARGET-DATE-2
                   " is before the signed date " WS-TARGET-DATE-1
                 MOVE 8 TO RETURN-CODE
                 GO TO SET-CONSENT-EXIT
               END-IF.
               PERFORM FIND-TARGET-STUDENT.
               IF NOT STUDENT-FOUND
                 DISPLAY "MAINT : id " WS-TARGET-ID
                   " is not on the master"
                 MOVE 8 TO RETURN-CODE
               ELSE
                 PERFORM BUILD-CONSENT-IMAGE
                 MOVE WS-AFTER-IMAGE TO WS-BEFORE-IMAGE
                 MOVE WS-TARGET-DATE-1
                   TO WS-STUDENT-CONSENT-DATE (WS-FOUND-IDX)
                 MOVE WS-TARGET-DATE-2
                   TO WS-STUDENT-CONSENT-EXPIRY (WS-FOUND-IDX)
                 PERFORM BUILD-CONSENT-IMAGE
                 PERFORM REWRITE-MASTER
                 PERFORM WRITE-CHANGE-AUDIT
                 DISPLAY "MAINT : id " WS-TARGET-ID
                   " guardian consent signed " WS-TARGET-DATE-1
                   " expires " WS-TARGET-DATE-2
               END-IF.
            SET-CONSENT-EXIT.
               EXIT.

            REVOKE-CONSENT.
               PERFORM FIND-TARGET-STUDENT.
               IF NOT STUDENT-FOUND
                 DISPLAY "MAINT : id " WS-TARGET-ID
                   " is not on the master"
                 MOVE 8 TO RETURN-CODE
               ELSE
                 PERFORM BUILD-CONSENT-IMAGE
                 MOVE WS-AFTER-IMAGE TO WS-BEFORE-IMAGE
                 MOVE 0 TO WS-STUDENT-CONSENT-DATE (WS-FOUND-IDX)
                   WS-STUDENT-CONSENT-EXPIRY (WS-FOUND-IDX)
                 PERFORM BUILD-CONSENT-IMAGE
                 PERFORM REWRITE-MASTER
                 PERFORM WRITE-CHANGE-AUDIT
                 DISPLAY "MAINT : id " WS-TARGET-ID
                   " guardian consent withdrawn"
               END-IF.

           *> The class section and homeroom teacher the school
           *> reports participation under - the teacher gets the
           *> class rollup for every student filed here.
            SET-CLASS.
               MOVE SPACES TO WS-TARGET-SECTION WS-TARGET-TEACHER.
               MOVE 0 TO WS-LEAD-SPACES.
               INSPECT WS-TARGET-REST
                 TALLYING WS-LEAD-SPACES FOR LEADING SPACE.
               IF WS-LEAD-SPACES < 80
                 MOVE WS-LEAD-SPACES TO WS-REST-PTR
                 ADD 1 TO WS-REST-PTR
                 UNSTRING WS-TARGET-REST DELIMITED BY ALL SPACE
                   INTO WS-TARGET-SECTION
                   WITH POINTER WS-REST-PTR
                 IF WS-REST-PTR < 80
                   MOVE WS-TARGET-REST (WS-REST-PTR:)
                     TO WS-TARGET-TEACHER
                 END-IF
               END-IF.
               IF WS-TARGET-SECTION = SPACES
                   OR WS-TARGET-TEACHER = SPACES
                 DISPLAY "MAINT : CLASS needs a section and a "
                   "teacher name"
                 MOVE 8 TO RETURN-CODE
                 GO TO SET-CLASS-EXIT
               END-IF.
               IF WS-TARGET-SECTION (5:) NOT = SPACES
                 DISPLAY "MAINT : CLASS section '" WS-TARGET-SECTION
                   "' is over 4 characters"
                 MOVE 8 TO RETURN-CODE
                 GO TO SET-CLASS-EXIT
               END-IF.
               IF WS-TARGET-TEACHER (13:) NOT = SPACES
                 DISPLAY "MAINT : CLASS teacher name is over 12 "
                   "characters"
                 MOVE 8 TO RETURN-CODE
                 GO TO SET-CLASS-EXIT
               END-IF.
               PERFORM FIND-TARGET-STUDENT.
               IF NOT STUDENT-FOUND
                 DISPLAY "MAINT : id " WS-TARGET-ID
                   " is not on the master"
                 MOVE 8 TO RETURN-CODE
               ELSE
                 PERFORM BUILD-CLASS-IMAGE
                 MOVE WS-AFTER-IMAGE TO WS-BEFORE-IMAGE
                 MOVE WS-TARGET-SECTION
                   TO WS-STUDENT-CLASS-SECTION (WS-FOUND-IDX)
                 MOVE WS-TARGET-TEACHER
                   TO WS-STUDENT-TEACHER (WS-FOUND-IDX)
                 PERFORM BUILD-CLASS-IMAGE
                 PERFORM REWRITE-MASTER
                 PERFORM WRITE-CHANGE-AUDIT
                 DISPLAY "MAINT : id " WS-TARGET-ID
                   " is now in section "
                   WS-STUDENT-CLASS-SECTION (WS-FOUND-IDX)
                   " with " WS-STUDENT-TEACHER (WS-FOUND-IDX)
               END-IF.
            SET-CLASS-EXIT.
               EXIT.

            VALIDATE-CHECK-DATE.
               MOVE "N" TO WS-DATE-OK-SWITCH.
               IF WS-CHECK-YEAR > 1900
                   AND WS-CHECK-MONTH > 0 AND WS-CHECK-MONTH < 13
                   AND WS-CHECK-DAY > 0 AND WS-CHECK-DAY < 32
                 MOVE "Y" TO WS-DATE-OK-SWITCH
               END-IF.

            CLOSE-MASTER-GAP.
               MOVE WS-STUDENT-ENTRY (I + 1) TO WS-STUDENT-ENTRY (I).

                 WS-STUDENT-ENROLLED (WS-FOUND-IDX) DELIMITED BY SIZE
                 INTO WS-AFTER-IMAGE.

            BUILD-BIRTH-IMAGE.
               MOVE SPACES TO WS-AFTER-IMAGE.
               STRING WS-STUDENT-ID (WS-FOUND-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-STUDENT-BIRTH-DATE (WS-FOUND-IDX)
                   DELIMITED BY SIZE
                 INTO WS-AFTER-IMAGE.

            BUILD-CONSENT-IMAGE.
               MOVE SPACES TO WS-AFTER-IMAGE.
               STRING WS-STUDENT-ID (WS-FOUND-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-STUDENT-CONSENT-DATE (WS-FOUND-IDX)
                   DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-STUDENT-CONSENT-EXPIRY (WS-FOUND-IDX)
                   DELIMITED BY SIZE
                 INTO WS-AFTER-IMAGE.

            BUILD-CLASS-IMAGE.
               MOVE SPACES TO WS-AFTER-IMAGE.
               STRING WS-STUDENT-ID (WS-FOUND-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-STUDENT-CLASS-SECTION (WS-FOUND-IDX)
                   DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-STUDENT-TEACHER (WS-FOUND-IDX) DELIMITED BY SIZE
                 INTO WS-AFTER-IMAGE.

            REWRITE-MASTER.
               OPEN OUTPUT STUDENT-MASTER-FILE.
               PERFORM WRITE-ONE-STUDENT
               MOVE WS-STUDENT-ID (I) TO SM-STUDENT-ID.
               MOVE WS-STUDENT-NAME (I) TO SM-STUDENT-NAME.
               MOVE WS-STUDENT-ENROLLED (I) TO SM-ENROLLED.
               MOVE SPACES TO SM-BIRTH-DATE SM-CONSENT-DATE
                 SM-CONSENT-EXPIRY.
               IF WS-STUDENT-BIRTH-DATE (I) > 0
                 MOVE WS-STUDENT-BIRTH-DATE (I) TO SM-BIRTH-DATE
               END-IF.
               IF WS-STUDENT-CONSENT-DATE (I) > 0
                 MOVE WS-STUDENT-CONSENT-DATE (I) TO SM-CONSENT-DATE
                 MOVE WS-STUDENT-CONSENT-EXPIRY (I)
                   TO SM-CONSENT-EXPIRY
               END-IF.
               MOVE WS-STUDENT-CLASS-SECTION (I) TO SM-CLASS-SECTION.
               MOVE WS-STUDENT-TEACHER (I) TO SM-TEACHER.
               WRITE STUDENT-MASTER-REC.

           *> One audit line per change: when, what action, and the
            LIST-ONE-STUDENT.
               DISPLAY "MAINT : id " WS-STUDENT-ID (I)
                 " name " WS-STUDENT-NAME (I)
                 " enrolled " WS-STUDENT-ENROLLED (I)
                 " born " WS-STUDENT-BIRTH-DATE (I)
                 " consent " WS-STUDENT-CONSENT-DATE (I)
                 "-" WS-STUDENT-CONSENT-EXPIRY (I)
                 " class " WS-STUDENT-CLASS-SECTION (I)
                 " teacher " WS-STUDENT-TEACHER (I).
