      ******************************************************************
      *    COPYBOOK:    ENRLVAL
      *    PURPOSE:     Validated enrollment record - the STUENRT
      *                 transaction exactly as it passed the edit,
      *                 stamped with the student's registration
      *                 appointment for the term.  The update pass
      *                 hands out scarce seats in appointment order;
      *                 a student with no appointment on file is
      *                 stamped all nines and goes last.  Written by
      *                 EnrollEdit, read by EnrollUpdate.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  VALIDATED-RECORD.
           05  EVL-TRANSACTION         PIC X(64).
           05  EVL-PRIORITY-KEY.
               10  EVL-APPOINT-DATE    PIC 9(08).
               10  EVL-APPOINT-TIME    PIC 9(04).
