      *                 on a CHANGE leave the field as it stands.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-09-02
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  Pay category (A adjunct, F full-time, N
      *                      not paid through the pay run), contact-
      *                      hour rate (999v99) and full-time standard
      *                      weekly load (99v9) appended.
      ******************************************************************
       01  INSTRUCTOR-MAINT-TRANSACTION.
           05  IMT-ACTION-CODE         PIC X(01).
           05  IMT-SURNAME             PIC X(20).
           05  IMT-GIVEN-NAME          PIC X(15).
           05  IMT-DEPARTMENT          PIC X(04).
           05  IMT-PAY-CATEGORY        PIC X(01).
               88  IMT-PAY-ADJUNCT     VALUE 'A'.
               88  IMT-PAY-FULL-TIME   VALUE 'F'.
               88  IMT-PAY-NONE        VALUE 'N'.
               88  IMT-PAY-CATEGORY-VALID VALUE 'A' 'F' 'N'.
           05  IMT-CONTACT-RATE        PIC X(05).
           05  IMT-CONTACT-RATE-N REDEFINES IMT-CONTACT-RATE
                                       PIC 9(03)V99.
           05  IMT-STANDARD-LOAD       PIC X(03).
           05  IMT-STANDARD-LOAD-N REDEFINES IMT-STANDARD-LOAD
                                       PIC 9(02)V9.
