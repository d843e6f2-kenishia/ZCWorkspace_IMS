               05  DPIN-DEPT-CODE PICTURE X(05).
               05  DPIN-DEPT-NAME PICTURE X(20).
               05  DPIN-MGR-NAME  PICTURE X(10).
               05  DPIN-MGR-EMP-ID PICTURE X(09).
               05  DPIN-PARENT-CODE PICTURE X(05).

      * DATA AREA FOR TRANSACTION OUTPUT
       01  DPT-OUTPUT-MSG.
           02  DPOUT-LL            PIC S9(4) COMP-5 VALUE +106.
           02  DPOUT-ZZ            PIC S9(4) COMP-5 VALUE +0.
           02  DPOUT-MESSAGE       PIC X(40).
           02  DPOUT-COMMAND       PIC X(8).
               05  DPOUT-DEPT-NAME PIC X(20).
               05  DPOUT-MGR-NAME  PIC X(10).
               05  DPOUT-STATUS    PIC X(01).
               05  DPOUT-MGR-EMP-ID PIC X(09).
               05  DPOUT-PARENT-CODE PIC X(05).
           02  DPOUT-SEGMENT-NO    PIC X(4) VALUE '0001'.
