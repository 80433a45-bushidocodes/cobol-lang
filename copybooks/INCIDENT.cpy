      ******************************************************************
      *    COPYBOOK:    INCIDENT
      *    PURPOSE:     Age-verification incident case, keyed on
      *                 incident number - an ID confiscated, police
      *                 called, an aggressive customer - tied to the
      *                 logged check it arose from by store, clerk,
      *                 register date/time and license number, so
      *                 head office can follow the case from open to
      *                 close.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      *    MODIFICATION HISTORY:
      *      2026-10-15  DF  License carried as the masked form and
      *                      one-way hash (LICPRPA), never the full
      *                      number.
      ******************************************************************
       01  INCIDENT-RECORD.
           05  INC-INCIDENT-NUMBER     PIC 9(07).
           05  INC-CHECK-LINK.
               10  INC-STORE-NUMBER    PIC 9(03).
               10  INC-CLERK-ID        PIC X(08).
               10  INC-CHECK-DATE      PIC 9(08).
               10  INC-CHECK-TIME      PIC 9(04).
               10  INC-LICENSE-MASKED  PIC X(12).
               10  INC-LICENSE-HASH    PIC 9(18).
           05  INC-INCIDENT-TYPE       PIC X(04).
               88  INC-ID-CONFISCATED  VALUE 'CONF'.
               88  INC-POLICE-CALLED   VALUE 'POLC'.
               88  INC-AGGRESSIVE      VALUE 'AGGR'.
               88  INC-OTHER-INCIDENT  VALUE 'OTHR'.
               88  INC-TYPE-VALID      VALUE 'CONF' 'POLC' 'AGGR'
                                             'OTHR'.
           05  INC-NARRATIVE           PIC X(100).
           05  INC-NARRATIVE-LINES REDEFINES INC-NARRATIVE.
               10  INC-NARRATIVE-1     PIC X(50).
               10  INC-NARRATIVE-2     PIC X(50).
           05  INC-POLICE-REPORT-NO    PIC X(12).
           05  INC-STATUS-CODE         PIC X(01).
               88  INC-STATUS-OPEN     VALUE 'O'.
               88  INC-STATUS-CLOSED   VALUE 'C'.
           05  INC-OPENED-DATE         PIC 9(08).
           05  INC-CLOSED-DATE         PIC 9(08).
           05  INC-LAST-UPDATED        PIC 9(08).
           05  INC-UPDATED-BY          PIC X(08).
