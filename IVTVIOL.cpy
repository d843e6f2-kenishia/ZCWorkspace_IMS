      ******************************************************************
      *    VIOLSEG GSAM RECORD LAYOUT - AUTHVIOL SECURITY VIOLATIONS  *
      *    LOG.  ONE RECORD IS WRITTEN FOR EVERY COMMAND REFUSED BY   *
      *    THE AUTHDB CHECK IN IVTNOM, IVTDPT, IVTEXT, OR IVTAUT.     *
      *    VIOL-USER-ID IS THE NAME THE CHECK WAS MADE FOR (IO PCB    *
      *    USERID, OR THE LTERM NAME WHEN NO USERID IS PRESENT) AND   *
      *    VIOL-KEY THE RECORD THE COMMAND WAS AIMED AT (EMPLOYEE ID, *
      *    DEPT CODE, EXTENSION, OR USER/GROUP NAME).                 *
      *    VIOL-REASON SAYS WHETHER THE USER HAD NO ENTRY AT ALL      *
      *    ('N') OR AN ENTRY THAT DOES NOT GRANT THE COMMAND ('C').   *
      *    REASON 'U' IS NOT A REFUSAL: IVTNOM LOGS EVERY DISP OF AN  *
      *    UNLISTED EMPLOYEE SO THE OFFICE CAN ANSWER WHO LOOKED THAT *
      *    PERSON UP (VIOL-KEY IS THE EMPLOYEE ID DISPLAYED).         *
      ******************************************************************
       01  VIOL-RECORD.
           05  VIOL-TIMESTAMP.
               10  VIOL-DATE           PIC X(08).
               10  VIOL-TIME           PIC X(08).
           05  VIOL-USER-ID            PIC X(08).
           05  VIOL-LTERM-NAME         PIC X(08).
           05  VIOL-TRANCDE            PIC X(10).
           05  VIOL-COMMAND            PIC X(08).
           05  VIOL-KEY                PIC X(10).
           05  VIOL-REASON             PIC X(01).
               88  VIOL-NO-ENTRY             VALUE 'N'.
               88  VIOL-NOT-GRANTED          VALUE 'C'.
               88  VIOL-UNLISTED-DISP        VALUE 'U'.
           05  FILLER                  PIC X(19).
