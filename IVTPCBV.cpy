      ******************************************************************
      *    PCB MASK - AUTHVIOL GSAM PCB (WRITE-ONLY, DD1=VIOLSEQ)     *
      *    COPY INTO LINKAGE SECTION OF EVERY ONLINE PROGRAM THAT     *
      *    LOGS A REFUSED COMMAND TO THE SECURITY VIOLATIONS LOG.     *
      ******************************************************************
       01  AUTHVIOL-PCB.
           05  VIOL-DBD-NAME           PIC X(08).
           05  VIOL-FILLER-1           PIC X(02).
           05  VIOL-STATUS-CODE        PIC X(02).
           05  VIOL-FILLER-2           PIC X(04).
           05  VIOL-RESERVE-DLI        PIC S9(05) COMP.
           05  VIOL-FILLER-3           PIC X(08).
           05  VIOL-FILLER-4           PIC S9(05) COMP.
           05  VIOL-FILLER-5           PIC S9(05) COMP.
