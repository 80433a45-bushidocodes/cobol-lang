      *                      ScanPreprocess sets F when the license
      *                      is on the flagged-ID file, and the
      *                      verification run refuses it FLAGGEDID.
      *      2026-10-15  DF  The decision and reason AgeDecide gave
      *                      at the register appended, for the
      *                      verification run to re-judge; blank when
      *                      the register did not decide the sale.
      *      2026-10-15  DF  AVC-LICENSE-MASKED and AVC-LICENSE-HASH
      *                      appended.  AVC-LICENSE-NO now carries
      *                      the full number only from the register
      *                      into AgeDecide; ScanPreprocess and
      *                      AgeDecide replace it with the masked form
      *                      and hash, so it is blank on file.
      ******************************************************************
       01  AGE-CHECK-TRANSACTION.
           05  AVC-INPUT-METHOD        PIC X(01).
           05  AVC-LICENSE-NO          PIC X(12).
           05  AVC-ID-FLAG-STATUS      PIC X(01).
               88  AVC-ID-FLAGGED      VALUE 'F'.
           05  AVC-REGISTER-DECISION   PIC X(01).
               88  AVC-REGISTER-DECIDED VALUE 'A' 'R'.
           05  AVC-REGISTER-REASON     PIC X(10).
           05  AVC-LICENSE-MASKED      PIC X(12).
           05  AVC-LICENSE-HASH        PIC 9(18).
