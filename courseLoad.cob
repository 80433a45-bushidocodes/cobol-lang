      *                      meeting-time fields from the catalog
      *                      extract; an extract cut before the
      *                      cutover leaves them blank/zero.
      *      2026-10-15  DF  Carries credit hours and the per-credit
      *                      tuition rate from the catalog extract;
      *                      non-numeric (an older extract) loads as
      *                      zero.
      *      2026-10-15  DF  Carries the room assignment from the
      *                      catalog extract; an older extract
      *                      leaves it blank (no room).
      *      2026-10-15  DF  Carries the cancelled mark (and its
      *                      date) from the catalog; any other
      *                      status loads as offered.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CourseLoad.
           END-IF
           MOVE CRS-INSTRUCTOR-ID OF COURSE-CATALOG-RECORD
               TO CRS-INSTRUCTOR-ID OF COURSE-MASTER-RECORD
           IF CRS-CREDIT-HOURS OF COURSE-CATALOG-RECORD NUMERIC
               MOVE CRS-CREDIT-HOURS OF COURSE-CATALOG-RECORD
                   TO CRS-CREDIT-HOURS OF COURSE-MASTER-RECORD
           ELSE
               MOVE ZERO TO CRS-CREDIT-HOURS OF COURSE-MASTER-RECORD
           END-IF
           IF CRS-CREDIT-RATE OF COURSE-CATALOG-RECORD NUMERIC
               MOVE CRS-CREDIT-RATE OF COURSE-CATALOG-RECORD
                   TO CRS-CREDIT-RATE OF COURSE-MASTER-RECORD
           ELSE
               MOVE ZERO TO CRS-CREDIT-RATE OF COURSE-MASTER-RECORD
           END-IF
           MOVE CRS-ROOM-ID OF COURSE-CATALOG-RECORD
               TO CRS-ROOM-ID OF COURSE-MASTER-RECORD
           IF CRS-CANCELLED OF COURSE-CATALOG-RECORD
               MOVE 'X' TO CRS-STATUS-CODE OF COURSE-MASTER-RECORD
           ELSE
               MOVE SPACE TO CRS-STATUS-CODE OF COURSE-MASTER-RECORD
           END-IF
           IF CRS-CANCELLED OF COURSE-CATALOG-RECORD
                   AND CRS-STATUS-DATE OF COURSE-CATALOG-RECORD
                       NUMERIC
               MOVE CRS-STATUS-DATE OF COURSE-CATALOG-RECORD
                   TO CRS-STATUS-DATE OF COURSE-MASTER-RECORD
           ELSE
               MOVE ZERO TO CRS-STATUS-DATE OF COURSE-MASTER-RECORD
           END-IF
           WRITE COURSE-MASTER-RECORD
           IF WS-MASTER-OK
               ADD 1 TO WS-COURSES-LOADED
