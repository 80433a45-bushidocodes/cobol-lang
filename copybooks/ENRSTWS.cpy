      ******************************************************************
      *    COPYBOOK:    ENRSTWS
      *    PURPOSE:     Work fields for the shared enrollment-status
      *                 paragraphs in ENRSTPA.  The caller sets
      *                 WS-ES-TERM-CODE (spaces for the term the
      *                 processing date falls in) and, if the
      *                 full-time load is not the standard 12 credit
      *                 hours, WS-ES-FULL-TIME-HOURS, then PERFORMs
      *                 9370-FIND-TERM once.  For each student read
      *                 it PERFORMs 9350-DERIVE-ENROLL-STATUS, which
      *                 leaves the status code, the credit hours
      *                 carried in the term and, for a withdrawal or
      *                 graduation, the effective date.
      *                   F  full-time        at least the full load
      *                   Q  three-quarter    at least 3/4 of it
      *                   H  half-time        at least 1/2 of it
      *                   L  less than half   enrolled, below 1/2
      *                   W  withdrawn        STU-STATUS-CODE W
      *                   G  graduated        STU-STATUS-CODE G
      *                   N  not enrolled     nothing in the term
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WS-ENROLL-STATUS-WORK.
           05  WS-ES-TERM-CODE         PIC X(06).
           05  WS-ES-TERM-START        PIC 9(08).
           05  WS-ES-TERM-END          PIC 9(08).
           05  WS-ES-FULL-TIME-HOURS   PIC 9(02)V9 VALUE 12.0.
           05  WS-ES-THREE-QTR-HOURS   PIC 9(02)V9.
           05  WS-ES-HALF-TIME-HOURS   PIC 9(02)V9.
           05  WS-ES-CREDIT-HOURS      PIC 9(03)V9.
           05  WS-ES-COURSE-COUNT      PIC 9(03) COMP.
           05  WS-ES-LATEST-ENTRY      PIC 9(08).
           05  WS-ES-STATUS-CODE       PIC X(01).
               88  WS-ES-FULL-TIME     VALUE 'F'.
               88  WS-ES-THREE-QUARTER VALUE 'Q'.
               88  WS-ES-HALF-TIME     VALUE 'H'.
               88  WS-ES-LESS-THAN-HALF VALUE 'L'.
               88  WS-ES-ENROLLED      VALUE 'F' 'Q' 'H' 'L'.
               88  WS-ES-WITHDRAWN     VALUE 'W'.
               88  WS-ES-GRADUATED     VALUE 'G'.
               88  WS-ES-NOT-ENROLLED  VALUE 'N'.
           05  WS-ES-STATUS-DATE       PIC 9(08).
           05  WS-ES-STATUS-TEXT       PIC X(20).
           05  WS-ES-SCAN-EOF-SW       PIC X(01).
               88  WS-ES-SCAN-END      VALUE 'Y'.
           05  WS-ES-TERM-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-ES-TERM-FOUND    VALUE 'Y'.
