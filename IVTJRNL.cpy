      *    AS-OF RECONSTRUCTION (IVTASOF) CAN ANSWER THE DEPARTMENT   *
      *    HALF OF AN AUDIT REQUEST.  THE NAME AND MANAGER ARE NOT    *
      *    JOURNALED - THEY ARE DERIVED FROM THE DEPTDB MASTER.       *
      *    THE PHONSEG LISTING CODE BEFORE AND AFTER THE CHANGE       *
      *    ('U' UNLISTED, SPACE PUBLISHED) FOLLOWS JRNL-USER-ID - IT  *
      *    IS APPENDED AT THE RECORD END, OUTSIDE THE TWO IMAGES, SO  *
      *    OLDER GENERATIONS SPACE-PADDED TO THE NEW LENGTH READ IT   *
      *    BACK AS PUBLISHED.  EVERY WRITER SETS BOTH BYTES.          *
      ******************************************************************
       01  JRNL-RECORD.
           05  JRNL-TRANCDE            PIC X(10).
               10  JRNL-AFT-STATUS-DATE  PIC X(08).
               10  JRNL-AFT-DEPT-CODE    PIC X(05).
           05  JRNL-USER-ID            PIC X(08).
           05  JRNL-BFR-LISTING-CODE   PIC X(01).
           05  JRNL-AFT-LISTING-CODE   PIC X(01).
