      ******************************************************************
      *    COPYBOOK:    MEETOVWS
      *    PURPOSE:     Work fields for the shared meeting-overlap
      *                 test in MEETOVPA.  The caller fills the two
      *                 meeting patterns (days as M T W R F S U
      *                 letters, hhmm start and end) and reads
      *                 WS-MO-OVERLAP back.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  WS-MEETING-OVERLAP-AREA.
           05  WS-MO-MEETING-1.
               10  WS-MO-DAYS-1        PIC X(07).
               10  WS-MO-START-1       PIC 9(04).
               10  WS-MO-END-1         PIC 9(04).
           05  WS-MO-MEETING-2.
               10  WS-MO-DAYS-2        PIC X(07).
               10  WS-MO-START-2       PIC 9(04).
               10  WS-MO-END-2         PIC 9(04).
           05  WS-MO-OVERLAP-SW        PIC X(01).
               88  WS-MO-OVERLAP       VALUE 'Y'.
           05  WS-MO-SUB-1             PIC 9(01) COMP.
           05  WS-MO-SUB-2             PIC 9(01) COMP.
