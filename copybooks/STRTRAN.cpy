      ******************************************************************
      *    COPYBOOK:    STRTRAN
      *    PURPOSE:     Store-master maintenance transaction - add,
      *                 change, or delete a STORMAST record, in the
      *                 CRTTRAN style.  Blank or non-numeric fields
      *                 on a CHANGE leave the field as it stands.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  STORE-MAINT-TRANSACTION.
           05  STR-ACTION-CODE         PIC X(01).
               88  STR-ADD             VALUE 'A'.
               88  STR-CHANGE          VALUE 'C'.
               88  STR-DELETE          VALUE 'D'.
           05  STR-STORE-NUMBER        PIC X(03).
           05  STR-STORE-NAME          PIC X(30).
           05  STR-STREET              PIC X(25).
           05  STR-CITY                PIC X(15).
           05  STR-STATE               PIC X(02).
           05  STR-ZIP                 PIC X(05).
           05  STR-DISTRICT            PIC X(04).
           05  STR-DISTRICT-MANAGER    PIC X(25).
           05  STR-LICENSE-NUMBER      PIC X(15).
           05  STR-LICENSE-EXPIRY      PIC X(08).
           05  STR-CHECK-FILE-NAME     PIC X(12).
           05  STR-RUN-FLAG            PIC X(01).
