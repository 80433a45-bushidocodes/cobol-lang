      *                  in the following night's step timings.
      *    MODIFICATION HISTORY:
      *      2026-08-22  DF  Original version.
      *      2026-10-15  DF  Unload work record widened to X(100) -
      *                      the student master has outgrown ninety
      *                      bytes with the directory-privacy
      *                      fields.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FileReorg.

       FD  UNLOAD-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  UNLOAD-WORK-RECORD          PIC X(100).

       FD  PERFORMANCE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
