      ******************************************************************
      *    COPYBOOK:    REGWIN
      *    PURPOSE:     Registration window control - one line per
      *                 priority tier per term, keyed by the
      *                 registrar into REGWIN.DAT.  The tier's
      *                 window opens on RWN-OPEN-DATE at
      *                 RWN-OPEN-TIME; its students are let in
      *                 RWN-SLOT-SIZE at a time every
      *                 RWN-SLOT-MINUTES, and slots that run past
      *                 RWN-DAY-END-TIME carry to the next business
      *                 day at the opening time.  Tiers are:
      *                   1  special populations (SPECPOP)
      *                   2  90 or more earned credits
      *                   3  60 to 89.9
      *                   4  30 to 59.9
      *                   5  under 30
      *                   6  probation, under 30 credits
      *                 (probation drops a student one tier).  Read
      *                 by RegAppointment.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  REGISTRATION-WINDOW-RECORD.
           05  RWN-TERM-CODE           PIC X(06).
           05  RWN-PRIORITY-TIER       PIC 9(01).
           05  RWN-OPEN-DATE           PIC 9(08).
           05  RWN-OPEN-TIME           PIC 9(04).
           05  RWN-DAY-END-TIME        PIC 9(04).
           05  RWN-SLOT-SIZE           PIC 9(04).
           05  RWN-SLOT-MINUTES        PIC 9(03).
