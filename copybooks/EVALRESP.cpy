      ******************************************************************
      *    COPYBOOK:    EVALRESP
      *    PURPOSE:     Course evaluation response, one per paper form
      *                 returned at the end of term - the course and
      *                 term evaluated and the score given to each
      *                 question (1 poor to 5 excellent, zero for a
      *                 question left blank).  No student id is
      *                 carried, so the responses stay anonymous.
      *                 Keyed in as a capture batch, edited by
      *                 EvalLoad onto the accumulated response file,
      *                 and summarized by EvalRatingReport.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  EVALUATION-RESPONSE.
           05  EVR-COURSE-CODE         PIC X(04).
           05  EVR-TERM-CODE           PIC X(06).
           05  EVR-SCORES.
               10  EVR-SCORE           PIC 9(01) OCCURS 8 TIMES.
