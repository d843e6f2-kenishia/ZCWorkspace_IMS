      ******************************************************************
      *    DEPARTMENT REORGANIZATION MAPPING CARD (IVTREOR).  ONE     *
      *    80-BYTE CARD PER MAPPING, ACTION-CODED:                    *
      *                                                               *
      *    'DEPT' - WHOLE-DEPARTMENT MOVE (MERGE OR RENUMBER).  EVERY *
      *             MEMBER OF RM-OLD-CODE MOVES TO RM-NEW-CODE.       *
      *             RM-EMPLOYEE-ID MUST BE BLANK.                     *
      *    'EMPL' - ONE EMPLOYEE OF A SPLIT.  RM-EMPLOYEE-ID MOVES     *
      *             FROM RM-OLD-CODE TO RM-NEW-CODE.  AN EMPL CARD    *
      *             OVERRIDES A DEPT CARD FOR THE SAME OLD CODE, SO A *
      *             SPLIT CAN LIST THE PEOPLE GOING ONE WAY AND SEND  *
      *             THE REMAINDER ANOTHER WITH A SINGLE DEPT CARD.    *
      *                                                               *
      *    EVERY RM-NEW-CODE MUST BE ACTIVE ON DEPTDB, AND NO CODE    *
      *    MAY BE BOTH A TARGET AND THE OLD CODE OF A DEPT CARD.      *
      ******************************************************************
       01  REORG-MAP-RECORD.
           05  RM-ACTION               PIC X(04).
               88  RM-ACTION-DEPT            VALUE 'DEPT'.
               88  RM-ACTION-EMPL            VALUE 'EMPL'.
           05  RM-OLD-CODE             PIC X(05).
           05  RM-NEW-CODE             PIC X(05).
           05  RM-EMPLOYEE-ID          PIC X(09).
           05  FILLER                  PIC X(57).
