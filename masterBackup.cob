      *                      (PROCDATE.DAT / PROCESS_DATE override)
      *                      instead of the wall clock, so a rerun of
      *                      Thursday's business stamps Thursday.
      *      2026-10-15  DF  Unload record widened to X(100) - the
      *                      student master has outgrown ninety
      *                      bytes with the directory-privacy
      *                      fields.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MasterBackup.

       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-RECORD               PIC X(100).

       FD  GENERATION-FILE
           LABEL RECORDS ARE STANDARD.
