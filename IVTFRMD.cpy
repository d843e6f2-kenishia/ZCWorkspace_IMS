      ******************************************************************
      *    FRMRSEG DB SEGMENT I/O AREA - DEPARTED-EMPLOYEE FORWARDING *
      *    FILE (FRMRDB), ONE SEGMENT PER EMPLOYEE WHOSE PHONSEG ROOT *
      *    WAS DELETED, SO THE SWITCHBOARD CAN STILL PLACE A CALL FOR *
      *    SOMEONE WHO HAS LEFT.  KEYED ON NAME THEN EMPLOYEE ID.     *
      *    FR-LEAVING-DATE IS THE TERMINATION DATE WHEN THE ROOT WAS  *
      *    TERM-PENDING, OTHERWISE THE DATE OF THE DELETE.            *
      *    FR-FORWARD-ID IS THE EMPLOYEE TO TRANSFER CALLERS TO: THE  *
      *    ONE KEYED ON THE DELETE ('K'), OR BY DEFAULT THE           *
      *    DEPARTMENT MANAGER ('M') - THE PARENT DEPARTMENT'S WHEN    *
      *    THE LEAVER MANAGED THEIR OWN DEPARTMENT.  SPACES WHEN NO   *
      *    MANAGER COULD BE FOUND.  FR-LISTING-CODE KEEPS THE         *
      *    LEAVER'S PHONSEG LISTING CODE, SO AN UNLISTED EMPLOYEE     *
      *    STAYS HIDDEN.  ENTRIES ARE AGED OFF BY IVTFRP AFTER THE    *
      *    RETENTION PERIOD.                                          *
      ******************************************************************
       01  FRMRSEG-IO-AREA.
           05  FR-KEY.
               10  FR-LAST-NAME        PIC X(10).
               10  FR-FIRST-NAME       PIC X(10).
               10  FR-EMPLOYEE-ID      PIC X(09).
           05  FR-EXTENSION            PIC X(10).
           05  FR-LEAVING-DATE         PIC X(08).
           05  FR-DEPT-CODE            PIC X(05).
           05  FR-DEPT-NAME            PIC X(20).
           05  FR-MGR-EMPLOYEE-ID      PIC X(09).
           05  FR-MGR-NAME             PIC X(10).
           05  FR-FORWARD-ID           PIC X(09).
           05  FR-FORWARD-SOURCE       PIC X(01).
               88  FR-FORWARD-KEYED          VALUE 'K'.
               88  FR-FORWARD-MANAGER        VALUE 'M'.
               88  FR-FORWARD-NONE           VALUE ' '.
           05  FR-LISTING-CODE         PIC X(01).
               88  FR-UNLISTED               VALUE 'U'.
           05  FR-DELETED-BY           PIC X(08).
           05  FILLER                  PIC X(10).
