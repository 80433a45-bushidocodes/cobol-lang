      *                      by before the lapse job converts it to
      *                      F.  Zero (or blank, on rows from before
      *                      the cutover) means not an incomplete.
      *      2026-10-15  DF  GRH-SOURCE-INST appended - the sending
      *                      institution on a transfer credit row
      *                      (grade TR, posted by TransferPost).
      *                      Spaces on every course taken here.
      ******************************************************************
       01  GRADE-HISTORY-RECORD.
           05  GRH-STUDENT-ID          PIC 9(07).
           05  GRH-COURSE-CODE         PIC X(04).
           05  GRH-TERM-CODE           PIC X(06).
           05  GRH-GRADE               PIC X(02).
               88  GRH-TRANSFER-CREDIT VALUE "TR".
           05  GRH-POSTED-DATE.
               10  GRH-POSTED-YEAR     PIC 9(04).
               10  GRH-POSTED-MONTH    PIC 9(02).
               10  GRH-POSTED-DAY      PIC 9(02).
           05  GRH-LAPSE-DATE          PIC 9(08).
           05  GRH-SOURCE-INST         PIC X(06).
