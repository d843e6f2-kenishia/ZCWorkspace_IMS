      ******************************************************************
      *    PCB MASK - SCHDDB DATABASE PCB                             *
      *    COPY INTO LINKAGE SECTION OF EVERY PROGRAM SENSITIVE TO    *
      *    THE SCHDDB SCHEDULED-CHANGE DATABASE, IN THE ORDER THE     *
      *    PCB APPEARS IN THE PROGRAM'S PSB.                          *
      ******************************************************************
       01  SCHDDB-PCB.
           05  SCHDDB-DBD-NAME         PIC X(08).
           05  SCHDDB-SEG-LEVEL        PIC X(02).
           05  SCHDDB-STATUS-CODE      PIC X(02).
           05  SCHDDB-PROC-OPTIONS     PIC X(04).
           05  SCHDDB-RESERVE-DLI      PIC S9(05) COMP.
           05  SCHDDB-SEG-NAME-FB      PIC X(08).
           05  SCHDDB-LENGTH-FB-KEY    PIC S9(05) COMP.
           05  SCHDDB-NUM-SENS-SEGS    PIC S9(05) COMP.
           05  SCHDDB-KEY-FB-AREA      PIC X(17).
