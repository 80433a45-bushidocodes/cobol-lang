      *                 course assignments stay explainable.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-09-02
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Pay category and contract terms appended
      *                      for the instructor pay run.  An adjunct
      *                      (A) is paid every contact hour taught at
      *                      INS-CONTACT-RATE; a full-time member (F)
      *                      is paid at that rate only for weekly
      *                      contact hours over INS-STANDARD-LOAD.
      *                      Space means not paid through the run.
      ******************************************************************
       01  INSTRUCTOR-MASTER-RECORD.
           05  INS-ID                  PIC X(06).
           05  INS-DEPARTMENT          PIC X(04).
           05  INS-ACTIVE-FLAG         PIC X(01).
               88  INS-ACTIVE          VALUE 'Y'.
           05  INS-PAY-CATEGORY        PIC X(01).
               88  INS-PAY-ADJUNCT     VALUE 'A'.
               88  INS-PAY-FULL-TIME   VALUE 'F'.
               88  INS-PAY-NONE        VALUE ' '.
               88  INS-PAY-CATEGORY-VALID VALUE 'A' 'F' ' '.
           05  INS-CONTACT-RATE        PIC 9(03)V99.
           05  INS-STANDARD-LOAD       PIC 9(02)V9.
