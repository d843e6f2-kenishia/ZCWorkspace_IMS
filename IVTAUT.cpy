      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA FOR THE IVTAUT COMMAND AUTHORIZATION
      *MAINTENANCE TRANSACTION
      ******************************************************************

      * DATA AREA FOR TRANSACTION INPUT
       01  AUT-INPUT-MSG.
           02  AIN-LL         PICTURE S9(4) COMP-5.
           02  AIN-ZZ         PICTURE S9(4) COMP-5.
           02  AIN-TRANCDE    PICTURE X(10).
           02  AIN-COMMAND    PICTURE X(8).
           02  AIN-RECORD.
               05  AIN-USER-ID     PICTURE X(08).
               05  AIN-ENTRY-TYPE  PICTURE X(01).
               05  AIN-GROUP-ID    PICTURE X(08).
               05  AIN-DESCRIPTION PICTURE X(20).
               05  AIN-COMMAND-LIST.
                   10  AIN-COMMAND-CODE PICTURE X(04) OCCURS 24 TIMES.

      * DATA AREA FOR TRANSACTION OUTPUT
       01  AUT-OUTPUT-MSG.
           02  AOUT-LL             PIC S9(4) COMP-5 VALUE +205.
           02  AOUT-ZZ             PIC S9(4) COMP-5 VALUE +0.
           02  AOUT-MESSAGE        PIC X(40).
           02  AOUT-COMMAND        PIC X(8).
           02  AOUT-RECORD.
               05  AOUT-USER-ID     PIC X(08).
               05  AOUT-ENTRY-TYPE  PIC X(01).
               05  AOUT-GROUP-ID    PIC X(08).
               05  AOUT-DESCRIPTION PIC X(20).
               05  AOUT-COMMAND-LIST.
                   10  AOUT-COMMAND-CODE PIC X(04) OCCURS 24 TIMES.
               05  AOUT-CHANGED-BY  PIC X(08).
               05  AOUT-CHANGED-DATE PIC X(08).
           02  AOUT-SEGMENT-NO     PIC X(4) VALUE '0001'.
