      *                      address); the maintenance form carries
      *                      them on the transaction for
      *                      StudentMaintenance to apply and audit.
      *      2026-10-15  DF  Keying a new street, city, state or zip
      *                      clears a returned-mail flag on the
      *                      address record.
      *      2026-10-15  DF  The maintenance form now captures the
      *                      directory-information privacy block (Y
      *                      block, N release) and its effective
      *                      date for StudentMaintenance to apply.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    StudentEntry.
               10  WS-EF-STATE      PIC X(02).
               10  WS-EF-ZIP        PIC X(05).
               10  WS-EF-PHONE      PIC X(10).
           05  WS-EF-PRIVACY        PIC X(01).
               88  WS-EF-PRIVACY-VALID VALUE 'Y' 'N' ' '.
           05  WS-EF-PRIVACY-DATE   PIC X(08).

       01  WS-DOB-CHECK.
           05  WS-DC-YEAR           PIC 9(04).
           05  LINE 15 COLUMN 2  VALUE "Phone      :".
           05  SCR-M-PHONE     LINE 15 COLUMN 16 PIC X(10)
               USING WS-EF-PHONE.
           05  LINE 16 COLUMN 2  VALUE "Privacy Y/N:".
           05  SCR-M-PRIVACY   LINE 16 COLUMN 16 PIC X(01)
               USING WS-EF-PRIVACY.
           05  LINE 17 COLUMN 2  VALUE "Effective  :".
           05  SCR-M-PRIV-DATE LINE 17 COLUMN 16 PIC X(08)
               USING WS-EF-PRIVACY-DATE.
           05  SCR-M-MESSAGE   LINE 19 COLUMN 2  PIC X(50)
               FROM WS-MESSAGE-LINE.

       PROCEDURE DIVISION.
               INVALID KEY
                   MOVE SPACES TO STUDENT-ADDRESS-RECORD
                   MOVE WS-EF-STUDENT-ID TO ADR-STUDENT-ID
                   MOVE ZERO TO ADR-RETURN-DATE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ADDR-ON-FILE-SWITCH
           END-READ
           IF WS-EF-PHONE NOT = SPACES
               MOVE WS-EF-PHONE TO ADR-PHONE
           END-IF
      *    A newly keyed mailing address replaces the one the post
      *    office returned - mail may go out to it again.
           IF WS-EF-STREET NOT = SPACES OR WS-EF-CITY NOT = SPACES
                   OR WS-EF-STATE NOT = SPACES
                   OR WS-EF-ZIP NOT = SPACES
               MOVE SPACE  TO ADR-MAIL-STATUS
               MOVE ZERO   TO ADR-RETURN-DATE
               MOVE SPACES TO ADR-RETURN-DOCUMENT
           END-IF
           IF WS-ADDR-ON-FILE
               REWRITE STUDENT-ADDRESS-RECORD
           ELSE
           MOVE 'N' TO WS-FIELD-OK-SWITCH
           PERFORM 4200-EDIT-M-STUDENT-ID THRU 4200-EXIT
               UNTIL WS-FIELD-OK
           MOVE 'N' TO WS-FIELD-OK-SWITCH
           PERFORM 4250-EDIT-PRIVACY THRU 4250-EXIT
               UNTIL WS-FIELD-OK
           PERFORM 4300-CONFIRM-AND-POST THRU 4300-EXIT.
       4000-EXIT.
           EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    4250-EDIT-PRIVACY - Y, N or blank; the effective date    *
      *    may be left blank (processing date) but not garbled      *
      *-----------------------------------------------------------*
       4250-EDIT-PRIVACY.
           MOVE 'Y' TO WS-FIELD-OK-SWITCH
           IF NOT WS-EF-PRIVACY-VALID
               MOVE 'N' TO WS-FIELD-OK-SWITCH
               MOVE "Privacy must be Y, N or blank" TO WS-MESSAGE-LINE
               DISPLAY MAINTENANCE-SCREEN
               ACCEPT SCR-M-PRIVACY
               GO TO 4250-EXIT
           END-IF
           IF WS-EF-PRIVACY-DATE NOT = SPACES
                   AND WS-EF-PRIVACY-DATE NOT NUMERIC
               MOVE 'N' TO WS-FIELD-OK-SWITCH
               MOVE "Effective date must be yyyymmdd or blank"
                   TO WS-MESSAGE-LINE
               DISPLAY MAINTENANCE-SCREEN
               ACCEPT SCR-M-PRIV-DATE
           END-IF.
       4250-EXIT.
           EXIT.

       4300-CONFIRM-AND-POST.
           DISPLAY "About to write maintenance transaction:"
           DISPLAY "  " WS-EF-ACTION " " WS-EF-STUDENT-ID
               " " WS-EF-SURNAME " " WS-EF-COURSE-CODE
           IF WS-EF-PRIVACY = 'Y'
               DISPLAY "  Directory-information block from "
                   WS-EF-PRIVACY-DATE
           END-IF
           IF WS-EF-PRIVACY = 'N'
               DISPLAY "  Directory-information block released"
           END-IF
           DISPLAY "Write it (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-REPLY
           IF WS-CONFIRM-REPLY = 'Y'
               MOVE WS-EF-STATE       TO MNT-STATE
               MOVE WS-EF-ZIP         TO MNT-ZIP
               MOVE WS-EF-PHONE       TO MNT-PHONE
               MOVE WS-EF-PRIVACY     TO MNT-PRIVACY-BLOCK
               IF WS-EF-PRIVACY-DATE NUMERIC
                   MOVE WS-EF-PRIVACY-DATE TO MNT-PRIVACY-DATE
               ELSE
                   MOVE ZEROS TO MNT-PRIVACY-DATE
               END-IF
               WRITE MAINTENANCE-TRANSACTION
               ADD 1 TO WS-MAINTS-WRITTEN
               DISPLAY "Written."
