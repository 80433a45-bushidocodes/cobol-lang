      ******************************************************************
      *    COPYBOOK:    SPECPOP
      *    PURPOSE:     Special-population list entry - one line per
      *                 student the athletics, disability services
      *                 or veterans office certifies for priority
      *                 registration.  Each office sends its list
      *                 into SPECPOP.DAT before appointments are
      *                 built; an entry whose expiry date has passed
      *                 is ignored, and a zero expiry never lapses.
      *                 Read by RegAppointment.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  SPECIAL-POPULATION-RECORD.
           05  SPP-STUDENT-ID          PIC 9(07).
           05  SPP-POPULATION-CODE     PIC X(01).
               88  SPP-ATHLETE             VALUE 'A'.
               88  SPP-DISABILITY-SERVICES VALUE 'D'.
               88  SPP-VETERAN             VALUE 'V'.
               88  SPP-CODE-VALID          VALUE 'A' 'D' 'V'.
           05  SPP-EXPIRY-DATE         PIC 9(08).
