      ******************************************************************
      *    PCB MASK - FRMRDB DATABASE PCB                             *
      *    COPY INTO LINKAGE SECTION OF EVERY PROGRAM SENSITIVE TO    *
      *    THE FRMRDB DEPARTED-EMPLOYEE FORWARDING DATABASE, IN THE   *
      *    ORDER THE PCB APPEARS IN THE PROGRAM'S PSB.                *
      ******************************************************************
       01  FRMRDB-PCB.
           05  FRMRDB-DBD-NAME         PIC X(08).
           05  FRMRDB-SEG-LEVEL        PIC X(02).
           05  FRMRDB-STATUS-CODE      PIC X(02).
           05  FRMRDB-PROC-OPTIONS     PIC X(04).
           05  FRMRDB-RESERVE-DLI      PIC S9(05) COMP.
           05  FRMRDB-SEG-NAME-FB      PIC X(08).
           05  FRMRDB-LENGTH-FB-KEY    PIC S9(05) COMP.
           05  FRMRDB-NUM-SENS-SEGS    PIC S9(05) COMP.
           05  FRMRDB-KEY-FB-AREA      PIC X(29).
