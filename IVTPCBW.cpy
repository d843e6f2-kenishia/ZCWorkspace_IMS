      ******************************************************************
      *    PCB MASK - AUTHVIOLR GSAM PCB (READ-ONLY, DD1=VIOLIN)      *
      *    COPY INTO LINKAGE SECTION OF EVERY PROGRAM THAT NEEDS TO   *
      *    GN THE SECURITY VIOLATIONS LOG BACK (THE WEEKLY IVTVRPT    *
      *    REPORT).  AUTHVIOLR IS ITS OWN DBD OVER THE SAME PHYSICAL  *
      *    DATA SET AS AUTHVIOL, WHOSE PCB MASK IS IVTPCBV.           *
      ******************************************************************
       01  AUTHVIOL-IN-PCB.
           05  VIOLIN-DBD-NAME         PIC X(08).
           05  VIOLIN-FILLER-1         PIC X(02).
           05  VIOLIN-STATUS-CODE      PIC X(02).
           05  VIOLIN-FILLER-2         PIC X(04).
           05  VIOLIN-RESERVE-DLI      PIC S9(05) COMP.
           05  VIOLIN-FILLER-3         PIC X(08).
           05  VIOLIN-FILLER-4         PIC S9(05) COMP.
           05  VIOLIN-FILLER-5         PIC S9(05) COMP.
