      ******************************************************************
      *    PCB MASK - AUTHDB DATABASE PCB                             *
      *    COPY INTO LINKAGE SECTION OF EVERY PROGRAM SENSITIVE TO    *
      *    THE AUTHDB COMMAND AUTHORIZATION MASTER, IN THE ORDER THE  *
      *    PCB APPEARS IN THE PROGRAM'S PSB.                          *
      ******************************************************************
       01  AUTHDB-PCB.
           05  AUTHDB-DBD-NAME         PIC X(08).
           05  AUTHDB-SEG-LEVEL        PIC X(02).
           05  AUTHDB-STATUS-CODE      PIC X(02).
           05  AUTHDB-PROC-OPTIONS     PIC X(04).
           05  AUTHDB-RESERVE-DLI      PIC S9(05) COMP.
           05  AUTHDB-SEG-NAME-FB      PIC X(08).
           05  AUTHDB-LENGTH-FB-KEY    PIC S9(05) COMP.
           05  AUTHDB-NUM-SENS-SEGS    PIC S9(05) COMP.
           05  AUTHDB-KEY-FB-AREA      PIC X(08).
