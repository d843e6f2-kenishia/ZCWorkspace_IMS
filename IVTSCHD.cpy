      ******************************************************************
      *    SCHDSEG DB SEGMENT I/O AREA - SCHEDULED DIRECTORY CHANGES  *
      *    (SCHDDB), ONE SEGMENT PER CHANGE QUEUED FOR A FUTURE       *
      *    EFFECTIVE DATE.  SC-ACTION 'CHNG' CARRIES A FULL CHANGE    *
      *    IN THE SAME SHAPE AS AN IVTNOM CHNG (DEPT AND PHONE ARE    *
      *    OPTIONAL); 'DEPT' IS A DEPARTMENT MOVE ONLY, AND ITS NAME, *
      *    EXTENSION, AND ZIP ARE THE EMPLOYEE'S AS OF QUEUE TIME,    *
      *    KEPT FOR THE LISTINGS AND NEVER APPLIED.  A CHANGE THAT    *
      *    FAILS ITS EDITS ON THE EFFECTIVE DATE IS KEPT AS STATUS    *
      *    'F' WITH THE REASON, UNTIL CANCELLED.                      *
      ******************************************************************
       01  SCHDSEG-IO-AREA.
           05  SC-KEY.
               10  SC-EMPLOYEE-ID      PIC X(09).
               10  SC-EFFECTIVE-DATE   PIC X(08).
           05  SC-ACTION               PIC X(04).
               88  SC-ACTION-CHNG            VALUE 'CHNG'.
               88  SC-ACTION-DEPT            VALUE 'DEPT'.
           05  SC-STATUS               PIC X(01).
               88  SC-PENDING                VALUE 'P'.
               88  SC-FAILED                 VALUE 'F'.
           05  SC-LAST-NAME            PIC X(10).
           05  SC-FIRST-NAME           PIC X(10).
           05  SC-EXTENSION            PIC X(10).
           05  SC-ZIP-CODE             PIC X(10).
           05  SC-DEPT-CODE            PIC X(05).
           05  SC-PHONE-TYPE           PIC X(01).
           05  SC-PHONE-NUMBER         PIC X(10).
           05  SC-QUEUED-BY            PIC X(08).
           05  SC-QUEUED-DATE          PIC X(08).
           05  SC-FAIL-REASON          PIC X(30).
           05  FILLER                  PIC X(16).
