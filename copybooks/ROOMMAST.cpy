      ******************************************************************
      *    COPYBOOK:    ROOMMAST
      *    PURPOSE:     ROOM-MASTER record layout.  Keyed on building
      *                 plus room number, one record per teaching
      *                 room.  The seating capacity is the fire-code
      *                 limit a course or section seat limit is held
      *                 to; the feature flags say what the room is
      *                 fitted with.  Maintained by RoomMaintenance;
      *                 a retired room is deactivated, not deleted,
      *                 so old assignments stay explainable.
      *    WRITTEN BY:  D. Falk
      *    DATE WRITTEN: 2026-10-15
      ******************************************************************
       01  ROOM-MASTER-RECORD.
           05  RMM-KEY.
               10  RMM-BUILDING        PIC X(04).
               10  RMM-ROOM-NO         PIC X(05).
           05  RMM-CAPACITY            PIC 9(03).
           05  RMM-FEATURES.
               10  RMM-LAB-FLAG        PIC X(01).
                   88  RMM-IS-LAB      VALUE 'Y'.
               10  RMM-PROJECTOR-FLAG  PIC X(01).
                   88  RMM-HAS-PROJECTOR VALUE 'Y'.
               10  RMM-COMPUTER-FLAG   PIC X(01).
                   88  RMM-HAS-COMPUTERS VALUE 'Y'.
           05  RMM-ACTIVE-FLAG         PIC X(01).
               88  RMM-ACTIVE          VALUE 'Y'.
