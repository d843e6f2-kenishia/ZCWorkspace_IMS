      *    (SET BY THE IVTNOM STAT COMMAND) WITH ITS EFFECTIVE       *
      *    DATE, SO A LEAVE OF ABSENCE NO LONGER MEANS A PHYSICAL    *
      *    DELETE THAT LOSES THE DEPTSEG CHILD.                      *
      *                                                               *
      *    PS-LISTING-CODE 'U' MARKS AN UNLISTED EMPLOYEE (EXECUTIVE, *
      *    PROTECTIVE ORDER): LEFT OUT OF IVTDIR AND IVTXTR, MASKED   *
      *    ON IVTDRST, AND HIDDEN FROM IVTNOM SRCH/EXTD/DEPT EXCEPT   *
      *    FOR USERS GRANTED 'UNLS' ON AUTHDB.  SPACE IS PUBLISHED.   *
      *    SET BY IVTNOM ADD/CHNG AND THE IVTMNT BATCH MAINTENANCE.   *
      ******************************************************************
       01  PHONSEG-IO-AREA.
           05  PS-EMPLOYEE-ID          PIC X(09).
               88  PS-ON-LEAVE               VALUE 'L'.
               88  PS-TERM-PENDING           VALUE 'T'.
           05  PS-STATUS-DATE          PIC X(08).
           05  PS-LISTING-CODE         PIC X(01).
               88  PS-PUBLISHED              VALUE ' '.
               88  PS-UNLISTED               VALUE 'U'.
