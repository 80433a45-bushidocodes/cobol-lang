      ******************************************************************
      *    COPYBOOK:    SECTTBWS
      *    PURPOSE:     Section seat table for the shared section
      *                 paragraphs in SECTTBPA.  9400 tables every
      *                 SECTION-MASTER row with its seat limit and
      *                 counts the seats taken off ENROLLMENT-MASTER;
      *                 the caller then moves a course and section
      *                 to WS-ST-COURSE-WANTED / WS-ST-SECTION-WANTED
      *                 and PERFORMs 9450-FIND-SECTION, which leaves
      *                 WS-ST-SUB on the entry with WS-ST-FOUND set.
      *                 More sections than the table holds sets
      *                 WS-ST-OVERFLOW and the caller stops the run.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WS-SECTION-TABLE.
           05  WS-ST-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  WS-ST-ENTRY OCCURS 1000 TIMES.
               10  WS-ST-COURSE-CODE   PIC X(04).
               10  WS-ST-SECTION-NO    PIC X(02).
               10  WS-ST-MAX-SEATS     PIC 9(03).
               10  WS-ST-ENROLLED      PIC 9(05).

       01  WS-SECTION-TABLE-WORK.
           05  WS-ST-SUB               PIC 9(04) COMP VALUE ZERO.
           05  WS-ST-COURSE-WANTED     PIC X(04).
           05  WS-ST-SECTION-WANTED    PIC X(02).
           05  WS-ST-FOUND-SW          PIC X(01).
               88  WS-ST-FOUND         VALUE 'Y'.
           05  WS-ST-LOAD-EOF-SW       PIC X(01).
               88  WS-ST-LOAD-END      VALUE 'Y'.
           05  WS-ST-OVERFLOW-SW       PIC X(01) VALUE 'N'.
               88  WS-ST-OVERFLOW      VALUE 'Y'.
