      ******************************************************************
      *    PROGRAM-ID: CourseCancel
      *    AUTHOR:       D. Falk
      *    INSTALLATION: Registrar's Office - Student Systems
      *    DATE-WRITTEN: 2026-10-15
      *    DATE-COMPILED:
      *    REMARKS:      Course cancellation in one pass.  Each
      *                  CRSCANC.DAT transaction names a course to
      *                  cancel and the reason.  Every ENROLLMENT-
      *                  MASTER row for the course is removed; its
      *                  invoice has the amount billed reversed
      *                  (credit memo to CREDMEMO.DAT) and any money
      *                  paid refunded in full (REFUND.DAT), both
      *                  sides zeroed and the invoice closed as
      *                  refunded.  The reversals and refunds go to
      *                  the CRSCANCL and CRSCNRFD money controls for
      *                  the GL export and the aging balance.  Each
      *                  dropped student gets an X row on
      *                  STUAUDIT.LOG, which RegistrarDelta sends to
      *                  the registrar as a course drop, and a
      *                  letter on CRSCANLT.RPT naming up to three
      *                  open courses in the same department.  The
      *                  course stays on COURSE-MASTER marked
      *                  cancelled with no seats taken, so history
      *                  still resolves.  Once all transactions are
      *                  in, WAITLIST.DAT is copied to WAITLIST.NEW
      *                  without the cancelled courses' entries,
      *                  each purged student also being written to;
      *                  promoting that file into place is left to
      *                  the operator, as with WaitlistPromote.
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Original version.
      *      2026-10-15  DF  No letter to an address the post office
      *                      has returned; a BADA exception goes to
      *                      the work queue instead.
      *      2026-10-15  DF  The charge reversed and the money
      *                      refunded on each invoice go to the
      *                      student account ledger (ACCTLDG.DAT)
      *                      for the monthly statement.
      *      2026-10-15  DF  A third-party sponsor's share of each
      *                      dropped charge is given back in full -
      *                      off the sponsor receivable and the
      *                      authorization's amount covered, and
      *                      owed back on SPNCRED.DAT when already
      *                      invoiced - under money control
      *                      SPNSRVRS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CourseCancel.
       AUTHOR.        D. Falk.
       INSTALLATION.  Registrar's Office - Student Systems.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANCEL-TXN-FILE ASSIGN TO "CRSCANC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-CODE
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT ENROLLMENT-MASTER-FILE ASSIGN TO "STUENRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENL-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT STUDENT-ADDRESS-FILE ASSIGN TO "STUADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-STUDENT-ID
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT INSTRUCTOR-MASTER-FILE ASSIGN TO "INSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-ID
               FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT WAITLIST-NEW-FILE ASSIGN TO "WAITLIST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-AUDIT-FILE ASSIGN TO "STUAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COURSE-AUDIT-FILE ASSIGN TO "CRSAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REFUND-TXN-FILE ASSIGN TO "REFUND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CREDIT-MEMO-FILE ASSIGN TO "CREDMEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MONEY-CONTROL-FILE ASSIGN TO "CTLMONEY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LETTER-FILE ASSIGN TO "CRSCANLT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY OPERVSEL.

           COPY ERRLGSEL.

           COPY JOBSTSEL.

           COPY PRCDTSEL.
           COPY LOCKSEL.
           COPY JRNLSEL.
           COPY ACCTLSEL.
           COPY SPRVSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY PRCDTFD.
       FD  CANCEL-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CRSCANTX.

       FD  COURSE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COURSEM.

       FD  ENROLLMENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUENRL.

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUMAST.

       FD  STUDENT-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY STUADDR.

       FD  INSTRUCTOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INSTMAST.

       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY INVOICE.

       FD  WAITLIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WAITLIST.

       FD  WAITLIST-NEW-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WAITLIST
           REPLACING ==WAITLIST-RECORD== BY ==WAITLIST-NEW-RECORD==
                     LEADING ==WTL== BY ==WTN==.

       FD  STUDENT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       FD  COURSE-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CRSAUDIT.

       FD  REFUND-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY REFUNDTX.

       FD  CREDIT-MEMO-FILE
           LABEL RECORDS ARE STANDARD.
       01  CREDIT-MEMO-RECORD.
           05  CRM-INVOICE-NUMBER   PIC 9(07).
           05  CRM-STUDENT-ID       PIC 9(07).
           05  CRM-COURSE-CODE      PIC X(04).
           05  CRM-MEMO-AMOUNT      PIC 9(05)V99.
           05  CRM-MEMO-DATE        PIC 9(08).

       FD  MONEY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTLMONEY.

       FD  LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  LETTER-PRINT-LINE           PIC X(80).

       COPY OPERVFD.
       COPY OPERMAST.

       COPY JOBSTFD.
       COPY LOCKFD.
       COPY JRNLFD.
       COPY ACCTLFD.
       COPY SPRVFD.

       COPY ERRLGFD.
       COPY ERRREC.

       WORKING-STORAGE SECTION.
       COPY PRCDTWS.
       COPY JOBSTAT.
       COPY SYSCLOCK.

       COPY OPERVWS.
       COPY LOCKWS.
       COPY JRNLWS.
       COPY ACCTLWS.
       COPY SPRVWS.

       01  WS-TXN-STATUS            PIC X(02).
           88  WS-TXN-NOTFOUND      VALUE "35".

       01  WS-COURSE-STATUS         PIC X(02).

       01  WS-ENROLL-STATUS         PIC X(02).
           88  WS-ENROLL-NOTFOUND   VALUE "35".

       01  WS-MASTER-STATUS         PIC X(02).
           88  WS-MASTER-NOTFOUND   VALUE "35".

       01  WS-ADDRESS-STATUS        PIC X(02).
           88  WS-ADDRESS-NOTFOUND  VALUE "35".

       01  WS-INSTRUCTOR-STATUS     PIC X(02).
           88  WS-INSTRUCTOR-NOTFOUND VALUE "35".

       01  WS-INVOICE-STATUS        PIC X(02).
           88  WS-INVOICE-NOTFOUND  VALUE "35".

       01  WS-WAITLIST-STATUS       PIC X(02).
           88  WS-WAITLIST-NOTFOUND VALUE "35".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE   VALUE 'Y'.
           05  WS-ENRL-DONE-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-ENRL-DONE     VALUE 'Y'.
           05  WS-BROWSE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  WS-BROWSE-END    VALUE 'Y'.
           05  WS-WTL-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-WTL-END       VALUE 'Y'.
           05  WS-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-CANCEL-FOUND  VALUE 'Y'.

       01  WS-OPERATOR-ID           PIC X(08).

      *    The course being cancelled, held while the course master
      *    is browsed for alternatives.
       01  WS-CANCEL-COURSE-CODE    PIC X(04).
       01  WS-CANCEL-DEPARTMENT     PIC X(04).
       01  WS-CANDIDATE-DEPARTMENT  PIC X(04).

      *    Courses cancelled this run, each with the reason and the
      *    open alternatives quoted on its letters; the waitlist
      *    purge works from the same table.
       01  WS-CANCEL-TABLE.
           05  WS-CN-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-CN-ENTRY OCCURS 100 TIMES.
               10  WS-CN-COURSE-CODE    PIC X(04).
               10  WS-CN-TITLE          PIC X(20).
               10  WS-CN-REASON         PIC X(40).
               10  WS-CN-ALT-COUNT      PIC 9(01).
               10  WS-CN-ALTERNATIVE OCCURS 3 TIMES.
                   15  WS-CN-ALT-CODE       PIC X(04).
                   15  WS-CN-ALT-TITLE      PIC X(20).
                   15  WS-CN-ALT-SEATS      PIC 9(03).

       01  WS-CN-SUB                PIC 9(03) COMP VALUE ZERO.
       01  WS-ALT-SUB               PIC 9(01) COMP VALUE ZERO.

      *    Student audit image, per the maintenance program's
      *    layout: id(7) surname(20) given(15) initials(2)
      *    course(4).
       01  WS-IMAGE-AREA.
           05  WS-IMG-STUDENT-ID    PIC X(07).
           05  WS-IMG-SURNAME       PIC X(20).
           05  WS-IMG-GIVEN-NAME    PIC X(15).
           05  WS-IMG-INITIALS      PIC X(02).
           05  WS-IMG-COURSE-CODE   PIC X(04).
           05  FILLER               PIC X(12).

       01  WS-BEFORE-IMAGE-AREA.
           05  WS-BI-COURSE-CODE    PIC X(04).
           05  WS-BI-TITLE          PIC X(20).
           05  WS-BI-MAX-SEATS      PIC 9(03).
           05  WS-BI-ENROLLED       PIC 9(03).
           05  WS-BI-STATUS-CODE    PIC X(01).
           05  FILLER               PIC X(09) VALUE SPACES.

       01  WS-AFTER-IMAGE-AREA.
           05  WS-AI-COURSE-CODE    PIC X(04).
           05  WS-AI-TITLE          PIC X(20).
           05  WS-AI-MAX-SEATS      PIC 9(03).
           05  WS-AI-ENROLLED       PIC 9(03).
           05  WS-AI-STATUS-CODE    PIC X(01).
           05  FILLER               PIC X(09) VALUE SPACES.

       01  WS-CREDIT-AMOUNT         PIC 9(05)V99.
       01  WS-REFUND-AMOUNT         PIC 9(05)V99.
       01  WS-SEATS-LEFT            PIC 9(03).

       01  WS-COUNTERS.
           05  WS-TXNS-READ         PIC 9(05) VALUE ZERO.
           05  WS-COURSES-CANCELLED PIC 9(05) VALUE ZERO.
           05  WS-TXNS-REJECTED     PIC 9(05) VALUE ZERO.
           05  WS-ENROLLMENTS-DROPPED PIC 9(07) VALUE ZERO.
           05  WS-WAITLIST-PURGED   PIC 9(07) VALUE ZERO.
           05  WS-LETTERS-PRINTED   PIC 9(07) VALUE ZERO.
           05  WS-LETTERS-HELD      PIC 9(07) VALUE ZERO.
           05  WS-CREDITS-ISSUED    PIC 9(07) VALUE ZERO.
           05  WS-REFUNDS-ISSUED    PIC 9(07) VALUE ZERO.

       01  WS-TOTAL-CREDITED        PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-REFUNDED        PIC 9(09)V99 VALUE ZERO.

       01  WS-LETTER-HEADING.
           05  FILLER               PIC X(34) VALUE
               "NOTICE OF COURSE CANCELLATION".
           05  FILLER               PIC X(09) VALUE "  dated  ".
           05  WLH-DATE             PIC 9(08).

       01  WS-NAME-LINE.
           05  WLN-SURNAME          PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WLN-GIVEN-NAME       PIC X(15).
           05  FILLER               PIC X(05) VALUE " id  ".
           05  WLN-STUDENT-ID       PIC 9(07).

       01  WS-ADDRESS-LINE-1        PIC X(20).
       01  WS-ADDRESS-LINE-2.
           05  WLA-CITY             PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WLA-STATE            PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WLA-ZIP              PIC X(05).

       01  WS-COURSE-LINE.
           05  FILLER               PIC X(07) VALUE "Course ".
           05  WLC-COURSE-CODE      PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WLC-TITLE            PIC X(20).
           05  FILLER               PIC X(24) VALUE
               " has been cancelled.".

       01  WS-REASON-LINE.
           05  FILLER               PIC X(08) VALUE "Reason: ".
           05  WLR-REASON           PIC X(40).

       01  WS-ENROLLED-LINE         PIC X(60) VALUE
           "Your enrollment in the course has been removed.".

       01  WS-WAITLIST-LINE         PIC X(60) VALUE
           "Your place on the course waitlist has been withdrawn.".

       01  WS-MONEY-LINE.
           05  FILLER               PIC X(18) VALUE
               "Charges reversed ".
           05  WLM-CREDITED         PIC $$,$$9.99.
           05  FILLER               PIC X(16) VALUE
               "   refund due ".
           05  WLM-REFUNDED         PIC $$,$$9.99.

       01  WS-ALTERNATIVES-HEADING  PIC X(60) VALUE
           "Open courses you may wish to take instead:".

       01  WS-ALTERNATIVE-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WLA-ALT-CODE         PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WLA-ALT-TITLE        PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WLA-ALT-SEATS-TEXT   PIC X(16).

       01  WS-SEATS-TEXT.
           05  WST-SEATS            PIC ZZ9.
           05  FILLER               PIC X(13) VALUE " seats open".

       01  WS-NO-ALTERNATIVE-LINE   PIC X(60) VALUE
           "    None open at present - please see your advisor.".

       01  WS-SEPARATOR-LINE        PIC X(40) VALUE ALL "-".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-APPLY-CANCEL THRU 2000-EXIT
               UNTIL WS-END-OF-FILE
           IF WS-CN-COUNT > ZERO
               PERFORM 6000-PURGE-WAITLIST THRU 6000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           MOVE WS-TXNS-READ TO JST-RECORDS-READ
           MOVE WS-COURSES-CANCELLED TO JST-RECORDS-WRITTEN
           MOVE WS-TXNS-REJECTED TO JST-RECORDS-REJECTED
           PERFORM 9800-WRITE-JOB-STATUS THRU 9800-EXIT
           STOP RUN.

       1000-INITIALIZE.
           MOVE "CourseCancel" TO JST-PROGRAM-ID
           MOVE SPACES TO JST-OPERATOR-ID
           ACCEPT JST-START-TIME FROM TIME
           MOVE ZERO TO JST-RECORDS-READ
           MOVE ZERO TO JST-RECORDS-WRITTEN
           MOVE ZERO TO JST-RECORDS-REJECTED
           PERFORM 9500-GET-PROCESS-DATE THRU 9500-EXIT
           MOVE WS-PROCESSING-DATE TO WS-SYSTEM-DATE
           ACCEPT WS-SYSTEM-TIME FROM TIME
           DISPLAY "Enter operator ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO JST-OPERATOR-ID
           MOVE "CRSCANCL" TO ERR-PROGRAM-ID
           OPEN EXTEND ERROR-LOG-FILE
           MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID
           PERFORM 9600-VERIFY-OPERATOR THRU 9600-EXIT
           IF NOT WS-OPERATOR-VALID
               MOVE "AUTH" TO ERR-CODE
               MOVE "WS-OPERATOR-ID" TO ERR-FIELD-NAME
               MOVE WS-OPERATOR-ID TO ERR-INPUT-DATA
               MOVE "Operator not on the operator master"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               DISPLAY "CourseCancel - operator not "
                   "authorized, no cancellations applied"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT CANCEL-TXN-FILE
           IF WS-TXN-NOTFOUND
               DISPLAY "CourseCancel - no CRSCANC.DAT, nothing to do"
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "CourseCancel" TO WS-LOCK-PROGRAM-ID
           MOVE "CourseCancel" TO WS-JRN-PROGRAM-ID
           MOVE "CourseCancel" TO WS-ACL-PROGRAM-ID
           MOVE "COURSEM " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               PERFORM 8900-RELEASE-ALL-LOCKS THRU 8900-EXIT
               CLOSE CANCEL-TXN-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "STUENRL " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               PERFORM 8900-RELEASE-ALL-LOCKS THRU 8900-EXIT
               CLOSE CANCEL-TXN-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "INVOICE " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               PERFORM 8900-RELEASE-ALL-LOCKS THRU 8900-EXIT
               CLOSE CANCEL-TXN-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "SPONRCV " TO WS-LOCK-NAME-WANTED
           PERFORM 9200-TAKE-RUN-LOCK THRU 9200-EXIT
           IF WS-LOCK-DENIED
               PERFORM 8900-RELEASE-ALL-LOCKS THRU 8900-EXIT
               CLOSE CANCEL-TXN-FILE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O COURSE-MASTER-FILE
           OPEN I-O ENROLLMENT-MASTER-FILE
           IF WS-ENROLL-NOTFOUND
               DISPLAY "CourseCancel - no ENROLLMENT-MASTER; "
                   "courses will be cancelled with no drops"
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           OPEN INPUT STUDENT-ADDRESS-FILE
           OPEN INPUT INSTRUCTOR-MASTER-FILE
           OPEN I-O INVOICE-FILE
           IF WS-INVOICE-NOTFOUND
               DISPLAY "CourseCancel - no invoice file; "
                   "no charges to reverse"
           END-IF
           OPEN EXTEND STUDENT-AUDIT-FILE
           OPEN EXTEND COURSE-AUDIT-FILE
           OPEN EXTEND REFUND-TXN-FILE
           OPEN EXTEND CREDIT-MEMO-FILE
           OPEN EXTEND MONEY-CONTROL-FILE
           OPEN OUTPUT LETTER-FILE
           DISPLAY "CourseCancel - applying cancellations"
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2000-APPLY-CANCEL - one course: alternatives, drops,     *
      *    then the course itself marked cancelled                  *
      *-----------------------------------------------------------*
       2000-APPLY-CANCEL.
           ADD 1 TO WS-TXNS-READ
           MOVE CCT-COURSE-CODE TO CRS-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE "CRSE" TO ERR-CODE
                   MOVE "CCT-COURSE-CODE" TO ERR-FIELD-NAME
                   MOVE COURSE-CANCEL-TRANSACTION TO ERR-INPUT-DATA
                   MOVE "CourseCode not found in COURSE-MASTER"
                       TO ERR-MESSAGE-TEXT
                   PERFORM 9700-LOG-ERROR THRU 9700-EXIT
                   ADD 1 TO WS-TXNS-REJECTED
                   GO TO 2000-NEXT
           END-READ
           IF CRS-CANCELLED
               MOVE "CANC" TO ERR-CODE
               MOVE "CCT-COURSE-CODE" TO ERR-FIELD-NAME
               MOVE COURSE-CANCEL-TRANSACTION TO ERR-INPUT-DATA
               MOVE "Course already cancelled"
                   TO ERR-MESSAGE-TEXT
               PERFORM 9700-LOG-ERROR THRU 9700-EXIT
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 2000-NEXT
           END-IF
           IF WS-CN-COUNT >= 100
               DISPLAY "CourseCancel - more than 100 courses, "
                   CCT-COURSE-CODE " left for the next run"
               ADD 1 TO WS-TXNS-REJECTED
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-CN-COUNT
           MOVE WS-CN-COUNT TO WS-CN-SUB
           MOVE CRS-CODE   TO WS-CN-COURSE-CODE (WS-CN-SUB)
           MOVE CRS-TITLE  TO WS-CN-TITLE (WS-CN-SUB)
           MOVE CCT-REASON TO WS-CN-REASON (WS-CN-SUB)
           MOVE ZERO       TO WS-CN-ALT-COUNT (WS-CN-SUB)
           MOVE CRS-CODE   TO WS-CANCEL-COURSE-CODE
           MOVE CRS-INSTRUCTOR-ID TO INS-ID
           PERFORM 2700-FIND-DEPARTMENT THRU 2700-EXIT
           MOVE WS-CANDIDATE-DEPARTMENT TO WS-CANCEL-DEPARTMENT
           PERFORM 2200-FIND-ALTERNATIVES THRU 2200-EXIT
           IF NOT WS-ENROLL-NOTFOUND
               PERFORM 2300-DROP-ENROLLMENTS THRU 2300-EXIT
           END-IF
           PERFORM 2800-MARK-CANCELLED THRU 2800-EXIT
           ADD 1 TO WS-COURSES-CANCELLED.
       2000-NEXT.
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-TRANSACTION.
           READ CANCEL-TXN-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2200-FIND-ALTERNATIVES - the first three offered courses *
      *    in the cancelled course's department with a seat free;   *
      *    a course with no department takes any open course        *
      *-----------------------------------------------------------*
       2200-FIND-ALTERNATIVES.
           MOVE 'N' TO WS-BROWSE-EOF-SWITCH
           MOVE LOW-VALUES TO CRS-CODE
           START COURSE-MASTER-FILE KEY NOT < CRS-CODE
               INVALID KEY
                   GO TO 2200-EXIT
           END-START
           PERFORM 2250-CHECK-ONE-ALTERNATIVE THRU 2250-EXIT
               UNTIL WS-BROWSE-END
                  OR WS-CN-ALT-COUNT (WS-CN-SUB) >= 3.
       2200-EXIT.
           EXIT.

       2250-CHECK-ONE-ALTERNATIVE.
           READ COURSE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BROWSE-EOF-SWITCH
                   GO TO 2250-EXIT
           END-READ
           IF CRS-CODE = WS-CANCEL-COURSE-CODE OR NOT CRS-OFFERED
               GO TO 2250-EXIT
           END-IF
           IF CRS-MAX-SEATS > ZERO
                   AND CRS-ENROLLED-COUNT >= CRS-MAX-SEATS
               GO TO 2250-EXIT
           END-IF
           IF WS-CANCEL-DEPARTMENT NOT = SPACES
               MOVE CRS-INSTRUCTOR-ID TO INS-ID
               PERFORM 2700-FIND-DEPARTMENT THRU 2700-EXIT
               IF WS-CANDIDATE-DEPARTMENT NOT = WS-CANCEL-DEPARTMENT
                   GO TO 2250-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-CN-ALT-COUNT (WS-CN-SUB)
           MOVE WS-CN-ALT-COUNT (WS-CN-SUB) TO WS-ALT-SUB
           MOVE CRS-CODE  TO WS-CN-ALT-CODE (WS-CN-SUB, WS-ALT-SUB)
           MOVE CRS-TITLE TO WS-CN-ALT-TITLE (WS-CN-SUB, WS-ALT-SUB)
           IF CRS-MAX-SEATS > ZERO
               COMPUTE WS-CN-ALT-SEATS (WS-CN-SUB, WS-ALT-SUB) =
                   CRS-MAX-SEATS - CRS-ENROLLED-COUNT
           ELSE
               MOVE ZERO TO WS-CN-ALT-SEATS (WS-CN-SUB, WS-ALT-SUB)
           END-IF.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2300-DROP-ENROLLMENTS - every enrollment row carrying    *
      *    the course, whichever section                            *
      *-----------------------------------------------------------*
       2300-DROP-ENROLLMENTS.
           MOVE 'N' TO WS-ENRL-DONE-SWITCH
           MOVE LOW-VALUES TO ENL-KEY
           START ENROLLMENT-MASTER-FILE KEY NOT < ENL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ENRL-DONE-SWITCH
           END-START
           PERFORM 2400-DROP-ONE-ENROLLMENT THRU 2400-EXIT
               UNTIL WS-ENRL-DONE.
       2300-EXIT.
           EXIT.

       2400-DROP-ONE-ENROLLMENT.
           READ ENROLLMENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ENRL-DONE-SWITCH
                   GO TO 2400-EXIT
           END-READ
           IF ENL-COURSE-CODE NOT = WS-CANCEL-COURSE-CODE
               GO TO 2400-EXIT
           END-IF
           MOVE ENL-STUDENT-ID  TO WS-SRV-STUDENT-ID
           MOVE ENL-COURSE-CODE TO WS-SRV-COURSE-CODE
           SET WS-SRV-WHOLE-SHARE TO TRUE
           PERFORM 9970-REVERSE-SPONSOR-SHARE THRU 9970-EXIT
           PERFORM 2450-CREDIT-INVOICE THRU 2450-EXIT
           PERFORM 2500-WRITE-STUDENT-AUDIT THRU 2500-EXIT
           MOVE ENL-STUDENT-ID TO ADR-STUDENT-ID
           PERFORM 5000-PRINT-LETTER THRU 5000-EXIT
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE ENL-KEY TO WS-JRN-RECORD-KEY
           DELETE ENROLLMENT-MASTER-FILE
           MOVE "STUENRL " TO WS-JRN-FILE-NAME
           MOVE 'D' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
           ADD 1 TO WS-ENROLLMENTS-DROPPED.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2450-CREDIT-INVOICE - whatever is still billed is        *
      *    reversed and whatever is still paid is refunded, so the  *
      *    invoice closes at nothing owed either way                *
      *-----------------------------------------------------------*
       2450-CREDIT-INVOICE.
           MOVE ZERO TO WS-CREDIT-AMOUNT
           MOVE ZERO TO WS-REFUND-AMOUNT
           IF WS-INVOICE-NOTFOUND
               GO TO 2450-EXIT
           END-IF
           MOVE ENL-STUDENT-ID  TO INV-STUDENT-ID
           MOVE ENL-COURSE-CODE TO INV-COURSE-CODE
           READ INVOICE-FILE
               INVALID KEY
                   GO TO 2450-EXIT
           END-READ
           MOVE INV-AMOUNT-BILLED TO WS-CREDIT-AMOUNT
           MOVE INV-AMOUNT-PAID   TO WS-REFUND-AMOUNT
           IF WS-CREDIT-AMOUNT = ZERO AND WS-REFUND-AMOUNT = ZERO
               GO TO 2450-EXIT
           END-IF
           MOVE ZERO TO INV-AMOUNT-BILLED
           MOVE ZERO TO INV-AMOUNT-PAID
           SET INV-STATUS-REFUNDED TO TRUE
           REWRITE INVOICE-RECORD
           MOVE "INVOICE " TO WS-JRN-FILE-NAME
           MOVE 'R' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE INV-KEY TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE INVOICE-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
           MOVE INV-STUDENT-ID      TO WS-ACL-STUDENT-ID
           MOVE INV-COURSE-CODE     TO WS-ACL-COURSE-CODE
           MOVE INV-INVOICE-NUMBER  TO WS-ACL-REFERENCE
           MOVE "ADJC" TO WS-ACL-TXN-TYPE
           MOVE WS-CREDIT-AMOUNT TO WS-ACL-AMOUNT
           PERFORM 9900-POST-ACCOUNT-LEDGER THRU 9900-EXIT
           MOVE "RFND" TO WS-ACL-TXN-TYPE
           MOVE WS-REFUND-AMOUNT TO WS-ACL-AMOUNT
           PERFORM 9900-POST-ACCOUNT-LEDGER THRU 9900-EXIT
           IF WS-CREDIT-AMOUNT > ZERO
               MOVE INV-INVOICE-NUMBER  TO CRM-INVOICE-NUMBER
               MOVE INV-STUDENT-ID      TO CRM-STUDENT-ID
               MOVE INV-COURSE-CODE     TO CRM-COURSE-CODE
               MOVE WS-CREDIT-AMOUNT    TO CRM-MEMO-AMOUNT
               MOVE WS-PROCESSING-DATE  TO CRM-MEMO-DATE
               WRITE CREDIT-MEMO-RECORD
               ADD 1 TO WS-CREDITS-ISSUED
               ADD WS-CREDIT-AMOUNT TO WS-TOTAL-CREDITED
           END-IF
           IF WS-REFUND-AMOUNT > ZERO
               MOVE INV-STUDENT-ID      TO RFT-STUDENT-ID
               MOVE INV-COURSE-CODE     TO RFT-COURSE-CODE
               MOVE INV-INVOICE-NUMBER  TO RFT-INVOICE-NUMBER
               MOVE WS-REFUND-AMOUNT    TO RFT-REFUND-AMOUNT
               MOVE 100                 TO RFT-REFUND-PCT
               MOVE WS-PROCESSING-DATE  TO RFT-ISSUED-DATE
               WRITE REFUND-TRANSACTION
               ADD 1 TO WS-REFUNDS-ISSUED
               ADD WS-REFUND-AMOUNT TO WS-TOTAL-REFUNDED
           END-IF.
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2500-WRITE-STUDENT-AUDIT - an X row whose before-image   *
      *    carries the cancelled course, which RegistrarDelta       *
      *    sends as a course drop                                   *
      *-----------------------------------------------------------*
       2500-WRITE-STUDENT-AUDIT.
           MOVE SPACES TO WS-IMAGE-AREA
           MOVE ENL-STUDENT-ID TO STU-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE ENL-STUDENT-ID TO WS-IMG-STUDENT-ID
                   MOVE "*NOTFND*"     TO STU-SURNAME
                   MOVE SPACES         TO STU-GIVEN-NAME
               NOT INVALID KEY
                   MOVE STUDENT-MASTER-RECORD(1:60) TO WS-IMAGE-AREA
           END-READ
           MOVE WS-CANCEL-COURSE-CODE TO WS-IMG-COURSE-CODE
           MOVE WS-SYSTEM-YEAR      TO AUD-YEAR
           MOVE WS-SYSTEM-MONTH     TO AUD-MONTH
           MOVE WS-SYSTEM-DAY       TO AUD-DAY
           MOVE WS-SYSTEM-HOUR      TO AUD-HOUR
           MOVE WS-SYSTEM-MINUTE    TO AUD-MINUTE
           MOVE "CRSCANCL"          TO AUD-OPERATOR-ID
           MOVE 'X'                 TO AUD-ACTION-CODE
           MOVE ENL-STUDENT-ID      TO AUD-STUDENT-ID
           MOVE WS-IMAGE-AREA       TO AUD-BEFORE-IMAGE
           MOVE SPACES              TO AUD-AFTER-IMAGE
           WRITE AUDIT-TRAIL-RECORD.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2700-FIND-DEPARTMENT - department of the instructor in   *
      *    INS-ID; spaces when unassigned or not on file            *
      *-----------------------------------------------------------*
       2700-FIND-DEPARTMENT.
           MOVE SPACES TO WS-CANDIDATE-DEPARTMENT
           IF INS-ID = SPACES OR WS-INSTRUCTOR-NOTFOUND
               GO TO 2700-EXIT
           END-IF
           READ INSTRUCTOR-MASTER-FILE
               INVALID KEY
                   GO TO 2700-EXIT
           END-READ
           MOVE INS-DEPARTMENT TO WS-CANDIDATE-DEPARTMENT.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    2800-MARK-CANCELLED - the course stays on file, marked   *
      *    X with no seats taken                                    *
      *-----------------------------------------------------------*
       2800-MARK-CANCELLED.
           MOVE WS-CANCEL-COURSE-CODE TO CRS-CODE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   GO TO 2800-EXIT
           END-READ
           MOVE CRS-CODE            TO WS-BI-COURSE-CODE
           MOVE CRS-TITLE           TO WS-BI-TITLE
           MOVE CRS-MAX-SEATS       TO WS-BI-MAX-SEATS
           MOVE CRS-ENROLLED-COUNT  TO WS-BI-ENROLLED
           MOVE CRS-STATUS-CODE     TO WS-BI-STATUS-CODE
           MOVE ZERO TO CRS-ENROLLED-COUNT
           SET CRS-CANCELLED TO TRUE
           MOVE WS-PROCESSING-DATE TO CRS-STATUS-DATE
           REWRITE COURSE-MASTER-RECORD
           MOVE "COURSEM " TO WS-JRN-FILE-NAME
           MOVE 'R' TO WS-JRN-ACTION-CODE
           MOVE SPACES TO WS-JRN-RECORD-KEY
           MOVE CRS-CODE TO WS-JRN-RECORD-KEY
           MOVE SPACES TO WS-JRN-AFTER-IMAGE
           MOVE COURSE-MASTER-RECORD TO WS-JRN-AFTER-IMAGE
           PERFORM 9850-WRITE-JOURNAL THRU 9850-EXIT
           MOVE CRS-CODE            TO WS-AI-COURSE-CODE
           MOVE CRS-TITLE           TO WS-AI-TITLE
           MOVE CRS-MAX-SEATS       TO WS-AI-MAX-SEATS
           MOVE CRS-ENROLLED-COUNT  TO WS-AI-ENROLLED
           MOVE CRS-STATUS-CODE     TO WS-AI-STATUS-CODE
           MOVE WS-SYSTEM-YEAR      TO CAU-YEAR
           MOVE WS-SYSTEM-MONTH     TO CAU-MONTH
           MOVE WS-SYSTEM-DAY       TO CAU-DAY
           MOVE WS-SYSTEM-HOUR      TO CAU-HOUR
           MOVE WS-SYSTEM-MINUTE    TO CAU-MINUTE
           MOVE WS-OPERATOR-ID      TO CAU-OPERATOR-ID
           MOVE 'X'                 TO CAU-ACTION-CODE
           MOVE CRS-CODE            TO CAU-COURSE-CODE
           MOVE WS-BEFORE-IMAGE-AREA TO CAU-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE-AREA  TO CAU-AFTER-IMAGE
           WRITE COURSE-AUDIT-RECORD
           DISPLAY "Course " CRS-CODE " cancelled".
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5000-PRINT-LETTER - one letter per student per course;   *
      *    the caller has the name on the student master record,   *
      *    ADR-STUDENT-ID set and WS-CN-SUB on the course.  The     *
      *    money line is for a dropped enrollment only              *
      *-----------------------------------------------------------*
       5000-PRINT-LETTER.
           PERFORM 5050-CHECK-MAIL-STATUS THRU 5050-EXIT
           IF ADR-MAIL-RETURNED
               GO TO 5000-EXIT
           END-IF
           MOVE WS-PROCESSING-DATE TO WLH-DATE
           MOVE WS-LETTER-HEADING TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE STU-SURNAME    TO WLN-SURNAME
           MOVE STU-GIVEN-NAME TO WLN-GIVEN-NAME
           MOVE ADR-STUDENT-ID TO WLN-STUDENT-ID
           MOVE WS-NAME-LINE TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           PERFORM 5100-PRINT-ADDRESS THRU 5100-EXIT
           MOVE SPACES TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE WS-CN-COURSE-CODE (WS-CN-SUB) TO WLC-COURSE-CODE
           MOVE WS-CN-TITLE (WS-CN-SUB)       TO WLC-TITLE
           MOVE WS-COURSE-LINE TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           IF WS-CN-REASON (WS-CN-SUB) NOT = SPACES
               MOVE WS-CN-REASON (WS-CN-SUB) TO WLR-REASON
               MOVE WS-REASON-LINE TO LETTER-PRINT-LINE
               WRITE LETTER-PRINT-LINE
           END-IF
           IF WS-CANCEL-FOUND
               MOVE WS-WAITLIST-LINE TO LETTER-PRINT-LINE
               WRITE LETTER-PRINT-LINE
           ELSE
               MOVE WS-ENROLLED-LINE TO LETTER-PRINT-LINE
               WRITE LETTER-PRINT-LINE
               IF WS-CREDIT-AMOUNT > ZERO OR WS-REFUND-AMOUNT > ZERO
                   MOVE WS-CREDIT-AMOUNT TO WLM-CREDITED
                   MOVE WS-REFUND-AMOUNT TO WLM-REFUNDED
                   MOVE WS-MONEY-LINE TO LETTER-PRINT-LINE
                   WRITE LETTER-PRINT-LINE
               END-IF
           END-IF
           MOVE WS-ALTERNATIVES-HEADING TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           IF WS-CN-ALT-COUNT (WS-CN-SUB) = ZERO
               MOVE WS-NO-ALTERNATIVE-LINE TO LETTER-PRINT-LINE
               WRITE LETTER-PRINT-LINE
           END-IF
           MOVE ZERO TO WS-ALT-SUB
           PERFORM 5200-PRINT-ONE-ALTERNATIVE THRU 5200-EXIT
               UNTIL WS-ALT-SUB >= WS-CN-ALT-COUNT (WS-CN-SUB)
           MOVE WS-SEPARATOR-LINE TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           ADD 1 TO WS-LETTERS-PRINTED.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    5050-CHECK-MAIL-STATUS - no letter to an address the     *
      *    post office has returned; the student goes to the work   *
      *    queue instead.  The cancellation itself stands           *
      *-----------------------------------------------------------*
       5050-CHECK-MAIL-STATUS.
           IF WS-ADDRESS-NOTFOUND
               MOVE SPACE TO ADR-MAIL-STATUS
               GO TO 5050-EXIT
           END-IF
           READ STUDENT-ADDRESS-FILE
               INVALID KEY
                   MOVE SPACE TO ADR-MAIL-STATUS
                   GO TO 5050-EXIT
           END-READ
           IF NOT ADR-MAIL-RETURNED
               GO TO 5050-EXIT
           END-IF
           MOVE "BADA" TO ERR-CODE
           MOVE "ADR-MAIL-STATUS" TO ERR-FIELD-NAME
           MOVE SPACES TO ERR-INPUT-DATA
           STRING ADR-STUDENT-ID " CRS "
                  WS-CN-COURSE-CODE (WS-CN-SUB)
               DELIMITED BY SIZE INTO ERR-INPUT-DATA
           MOVE "Cancellation letter held - addr returned"
               TO ERR-MESSAGE-TEXT
           PERFORM 9700-LOG-ERROR THRU 9700-EXIT
           ADD 1 TO WS-LETTERS-HELD.
       5050-EXIT.
           EXIT.

       5100-PRINT-ADDRESS.
           IF WS-ADDRESS-NOTFOUND
               GO TO 5100-EXIT
           END-IF
           READ STUDENT-ADDRESS-FILE
               INVALID KEY
                   MOVE "(no address on file)" TO WS-ADDRESS-LINE-1
                   MOVE WS-ADDRESS-LINE-1 TO LETTER-PRINT-LINE
                   WRITE LETTER-PRINT-LINE
                   GO TO 5100-EXIT
           END-READ
           MOVE ADR-STREET TO WS-ADDRESS-LINE-1
           MOVE WS-ADDRESS-LINE-1 TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE ADR-CITY  TO WLA-CITY
           MOVE ADR-STATE TO WLA-STATE
           MOVE ADR-ZIP   TO WLA-ZIP
           MOVE WS-ADDRESS-LINE-2 TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE.
       5100-EXIT.
           EXIT.

       5200-PRINT-ONE-ALTERNATIVE.
           ADD 1 TO WS-ALT-SUB
           MOVE WS-CN-ALT-CODE (WS-CN-SUB, WS-ALT-SUB)
               TO WLA-ALT-CODE
           MOVE WS-CN-ALT-TITLE (WS-CN-SUB, WS-ALT-SUB)
               TO WLA-ALT-TITLE
           MOVE SPACES TO WLA-ALT-SEATS-TEXT
           IF WS-CN-ALT-SEATS (WS-CN-SUB, WS-ALT-SUB) > ZERO
               MOVE WS-CN-ALT-SEATS (WS-CN-SUB, WS-ALT-SUB)
                   TO WST-SEATS
               MOVE WS-SEATS-TEXT TO WLA-ALT-SEATS-TEXT
           END-IF
           MOVE WS-ALTERNATIVE-LINE TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    6000-PURGE-WAITLIST - entries for the cancelled courses  *
      *    are dropped, with a letter; the rest carry to            *
      *    WAITLIST.NEW in arrival order                             *
      *-----------------------------------------------------------*
       6000-PURGE-WAITLIST.
           OPEN INPUT WAITLIST-FILE
           IF WS-WAITLIST-NOTFOUND
               GO TO 6000-EXIT
           END-IF
           OPEN OUTPUT WAITLIST-NEW-FILE
           PERFORM 6100-CHECK-ONE-ENTRY THRU 6100-EXIT
               UNTIL WS-WTL-END
           CLOSE WAITLIST-FILE
           CLOSE WAITLIST-NEW-FILE
           DISPLAY "CourseCancel - WAITLIST.NEW written; promote "
               "it into place before the next WaitlistPromote".
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-ENTRY.
           READ WAITLIST-FILE
               AT END
                   MOVE 'Y' TO WS-WTL-EOF-SWITCH
                   GO TO 6100-EXIT
           END-READ
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-CN-SUB
           PERFORM 6200-SCAN-ONE-CANCEL THRU 6200-EXIT
               UNTIL WS-CANCEL-FOUND OR WS-CN-SUB >= WS-CN-COUNT
           IF NOT WS-CANCEL-FOUND
               MOVE WAITLIST-RECORD TO WAITLIST-NEW-RECORD
               WRITE WAITLIST-NEW-RECORD
               GO TO 6100-EXIT
           END-IF
           MOVE WTL-SURNAME     TO STU-SURNAME
           MOVE WTL-GIVEN-NAME  TO STU-GIVEN-NAME
           MOVE WTL-STUDENT-ID  TO ADR-STUDENT-ID
           PERFORM 5000-PRINT-LETTER THRU 5000-EXIT
           MOVE 'N' TO WS-FOUND-SWITCH
           ADD 1 TO WS-WAITLIST-PURGED.
       6100-EXIT.
           EXIT.

       6200-SCAN-ONE-CANCEL.
           ADD 1 TO WS-CN-SUB
           IF WS-CN-COURSE-CODE (WS-CN-SUB) = WTL-COURSE-CODE
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.
       6200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    8900-RELEASE-ALL-LOCKS - end-of-job lock release; a      *
      *    lock not held by this run is left alone                  *
      *-----------------------------------------------------------*
       8900-RELEASE-ALL-LOCKS.
           MOVE "COURSEM " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           MOVE "STUENRL " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           MOVE "INVOICE " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           MOVE "SPONRCV " TO WS-LOCK-NAME-WANTED
           PERFORM 9250-RELEASE-RUN-LOCK THRU 9250-EXIT
           PERFORM 9280-CLOSE-LOCK-FILE THRU 9280-EXIT.
       8900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *    9000-TERMINATE - the money controls go out only when     *
      *    money moved, so the GL export sees no empty movement     *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE ERROR-LOG-FILE
           PERFORM 9880-CLOSE-JOURNAL THRU 9880-EXIT
           PERFORM 9930-CLOSE-ACCOUNT-LEDGER THRU 9930-EXIT
           PERFORM 9978-CLOSE-SPONSOR-FILES THRU 9978-EXIT
           IF RETURN-CODE = 16
               GO TO 9000-EXIT
           END-IF
           MOVE WS-PROC-YEAR  TO CTM-RUN-YEAR
           MOVE WS-PROC-MONTH TO CTM-RUN-MONTH
           MOVE WS-PROC-DAY   TO CTM-RUN-DAY
           IF WS-CREDITS-ISSUED > ZERO
               MOVE "CRSCANCL" TO CTM-PROGRAM-ID
               MOVE WS-CREDITS-ISSUED TO CTM-RECORD-COUNT
               MOVE WS-TOTAL-CREDITED TO CTM-AMOUNT-TOTAL
               WRITE MONEY-CONTROL-RECORD
           END-IF
           IF WS-REFUNDS-ISSUED > ZERO
               MOVE "CRSCNRFD" TO CTM-PROGRAM-ID
               MOVE WS-REFUNDS-ISSUED TO CTM-RECORD-COUNT
               MOVE WS-TOTAL-REFUNDED TO CTM-AMOUNT-TOTAL
               WRITE MONEY-CONTROL-RECORD
           END-IF
           IF WS-SRV-COUNT > ZERO
               MOVE "SPNSRVRS" TO CTM-PROGRAM-ID
               MOVE WS-SRV-COUNT TO CTM-RECORD-COUNT
               MOVE WS-SRV-TOTAL TO CTM-AMOUNT-TOTAL
               WRITE MONEY-CONTROL-RECORD
           END-IF
           CLOSE CANCEL-TXN-FILE
           CLOSE COURSE-MASTER-FILE
           IF NOT WS-ENROLL-NOTFOUND
               CLOSE ENROLLMENT-MASTER-FILE
           END-IF
           CLOSE STUDENT-MASTER-FILE
           IF NOT WS-ADDRESS-NOTFOUND
               CLOSE STUDENT-ADDRESS-FILE
           END-IF
           IF NOT WS-INSTRUCTOR-NOTFOUND
               CLOSE INSTRUCTOR-MASTER-FILE
           END-IF
           IF NOT WS-INVOICE-NOTFOUND
               CLOSE INVOICE-FILE
           END-IF
           CLOSE STUDENT-AUDIT-FILE
           CLOSE COURSE-AUDIT-FILE
           CLOSE REFUND-TXN-FILE
           CLOSE CREDIT-MEMO-FILE
           CLOSE MONEY-CONTROL-FILE
           CLOSE LETTER-FILE
           PERFORM 8900-RELEASE-ALL-LOCKS THRU 8900-EXIT
           DISPLAY "Transactions read   : " WS-TXNS-READ
           DISPLAY "Courses cancelled   : " WS-COURSES-CANCELLED
           DISPLAY "Rejected            : " WS-TXNS-REJECTED
           DISPLAY "Enrollments dropped : " WS-ENROLLMENTS-DROPPED
           DISPLAY "Waitlist purged     : " WS-WAITLIST-PURGED
           DISPLAY "Letters printed     : " WS-LETTERS-PRINTED
           DISPLAY "Letters held        : " WS-LETTERS-HELD
           DISPLAY "Charges reversed    : " WS-TOTAL-CREDITED
           DISPLAY "Refunds due         : " WS-TOTAL-REFUNDED
           DISPLAY "Sponsor shares back : " WS-SRV-TOTAL
           IF WS-TXNS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       COPY PRCDTPA.

       COPY OPERVRPA.

       COPY ERRLOGPA.

       COPY JOBSTAPA.

       COPY LOCKPA.

       COPY JRNLPA.

       COPY ACCTLPA.

       COPY SPRVPA.
