      *                      authority level 3 on the operator
      *                      master; a failed authorization lands on
      *                      the common exception log.
      *      2026-10-15  DF  Unload record widened to X(100) to
      *                      match MasterBackup; an older, shorter
      *                      generation still restores, the privacy
      *                      fields reading as released.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MasterRestore.
       FILE SECTION.
       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-RECORD               PIC X(100).

       FD  STUDENT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
