      ******************************************************************
      *    AUTHSEG DB SEGMENT I/O AREA - COMMAND AUTHORIZATION        *
      *    MASTER (AUTHDB), ONE SEGMENT PER USER OR USER GROUP.       *
      *    AU-COMMAND HOLDS THE FOUR-CHARACTER COMMAND CODES THE      *
      *    ENTRY MAY RUN ('****' GRANTS EVERY COMMAND); A USER        *
      *    ENTRY ALSO HOLDS EVERY COMMAND OF THE GROUP NAMED IN       *
      *    AU-GROUP-ID.  THE CHECK AREA RIDES ALONG FOR ANY PROGRAM   *
      *    THAT CHECKS A COMMAND AGAINST THE MASTER, IN THE SAME      *
      *    SPIRIT AS THE DEPT-CODE EDIT AREA IN IVTDPTM.              *
      *    'UNLS' IS NOT A TRANSACTION COMMAND: GRANTED TO THE        *
      *    SWITCHBOARD OPERATORS, IT LETS IVTNOM SRCH/EXTD/DEPT SHOW  *
      *    UNLISTED EMPLOYEES OTHERWISE HIDDEN FROM THOSE REPLIES.    *
      ******************************************************************
       01  AUTHSEG-IO-AREA.
           05  AU-USER-ID              PIC X(08).
           05  AU-ENTRY-TYPE           PIC X(01).
               88  AU-USER-ENTRY             VALUE 'U'.
               88  AU-GROUP-ENTRY            VALUE 'G'.
           05  AU-GROUP-ID             PIC X(08).
           05  AU-DESCRIPTION          PIC X(20).
           05  AU-COMMAND-LIST.
               10  AU-COMMAND          PIC X(04) OCCURS 24 TIMES.
           05  AU-CHANGED-BY           PIC X(08).
           05  AU-CHANGED-DATE         PIC X(08).
           05  FILLER                  PIC X(01).
       01  AUTH-CHECK-AREA.
           05  AUTH-CHECK-USER         PIC X(08).
           05  AUTH-CHECK-COMMAND      PIC X(04).
           05  AUTH-DEFAULT-USER       PIC X(08) VALUE '*DEFAULT'.
           05  AUTH-ALL-COMMANDS       PIC X(04) VALUE '****'.
           05  AUTH-CHECK-INDEX        PIC S9(04) COMP.
           05  AUTH-RESULT-SW          PIC X(01).
               88  AUTHORIZED-COMMAND        VALUE 'Y'.
               88  UNAUTHORIZED-COMMAND      VALUE 'N'.
           05  AUTH-REASON-CODE        PIC X(01).
               88  AUTH-NO-ENTRY             VALUE 'N'.
               88  AUTH-NOT-GRANTED          VALUE 'C'.
               88  AUTH-UNLISTED-DISP        VALUE 'U'.
