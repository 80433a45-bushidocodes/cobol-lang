      ******************************************************************
      *    COPYBOOK:    VOLALERT
      *    PURPOSE:     Volume alert record - one per batch step whose
      *                 records read or written fell outside its
      *                 tolerance band against its own trailing
      *                 history for the same weekday.  Written by
      *                 VolumeTrend, read by OpsDashboard to flag the
      *                 step's run.  The band and severe limits are
      *                 percentages of the trailing average.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  VOLUME-ALERT-RECORD.
           05  VAL-RUN-DATE            PIC 9(08).
           05  VAL-PROGRAM-ID          PIC X(12).
           05  VAL-START-TIME          PIC 9(08).
           05  VAL-SEVERITY            PIC X(01).
               88  VAL-OUT-OF-BAND     VALUE 'B'.
               88  VAL-SEVERE          VALUE 'S'.
           05  VAL-RECORDS-READ        PIC 9(07).
           05  VAL-AVERAGE-READ        PIC 9(07).
           05  VAL-READ-PERCENT        PIC 9(04).
           05  VAL-RECORDS-WRITTEN     PIC 9(07).
           05  VAL-AVERAGE-WRITTEN     PIC 9(07).
           05  VAL-WRITTEN-PERCENT     PIC 9(04).
           05  VAL-HISTORY-RUNS        PIC 9(02).
