      ******************************************************************
      *    COPYBOOK:    REGAPPT
      *    PURPOSE:     Registration appointment record, keyed on
      *                 StudentId plus the term the appointment is
      *                 for - one record per student per term.  The
      *                 appointment date and time are when the
      *                 student's registration window opens; the
      *                 tier, earned credits, standing and special-
      *                 population code are the basis it was
      *                 assigned on, kept so the notice and any
      *                 query can show why.  Built by RegAppointment,
      *                 read by EnrollEdit (window check) and by
      *                 EnrollUpdate and WaitlistPromote (seat
      *                 priority).
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  REGISTRATION-APPOINTMENT-RECORD.
           05  APT-KEY.
               10  APT-STUDENT-ID      PIC 9(07).
               10  APT-TERM-CODE       PIC X(06).
           05  APT-APPOINT-DATE        PIC 9(08).
           05  APT-APPOINT-TIME        PIC 9(04).
           05  APT-PRIORITY-TIER       PIC 9(01).
           05  APT-EARNED-CREDITS      PIC 9(03)V9.
           05  APT-STANDING-CODE       PIC X(01).
           05  APT-POPULATION-CODE     PIC X(01).
           05  APT-ASSIGNED-DATE       PIC 9(08).
