      ******************************************************************
      *    COPYBOOK:    CSVSEL
      *    PURPOSE:     FILE-CONTROL entry for a report's
      *                 comma-delimited extract, for every program
      *                 that COPYs CSVWS and CSVPA.  The caller
      *                 names the extract in WS-CSV-FILE-NAME - the
      *                 print's own name with .CSV for .RPT - so
      *                 ReportCatalog files it beside the print.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
           SELECT DELIMITED-EXTRACT-FILE
               ASSIGN TO DYNAMIC WS-CSV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
