      ******************************************************************
      *    RUN-CONTROL LEDGER RECORD (RUNCTL) - ONE 150-BYTE RECORD   *
      *    APPENDED BY IVTRUN FOR EACH EVENT IN AN IVT BATCH RUN:     *
      *      'S' - RUN STARTED (STATUS 'R').  A START WITH NO         *
      *            MATCHING END RECORD IS A RUN THAT ABENDED OR IS    *
      *            STILL GOING                                        *
      *      'E' - RUN ENDED: STATUS 'C' (COMPLETED, RETURN CODE 8    *
      *            OR LESS) OR 'F' (FAILED, RETURN CODE ABOVE 8),     *
      *            WITH THE START STAMP REPEATED AND THE CALLER'S     *
      *            KEY RECORD COUNTS                                  *
      *      'B' - RUN BLOCKED AT START (STATUS 'B'): RL-MISSING-JOB  *
      *            DID NOT COMPLETE FOR THE SAME BUSINESS DATE        *
      *    A JOB'S PREDECESSOR COUNTS AS DONE FOR A BUSINESS DATE     *
      *    WHEN THE LAST 'E' RECORD FOR THAT JOB AND DATE IS 'C'.     *
      *    IVTRUNR PRINTS THE DAILY RUN HISTORY FROM THIS FILE.       *
      ******************************************************************
       01  RUN-LEDGER-RECORD.
           05  RL-BUSINESS-DATE        PIC X(08).
           05  RL-JOB-NAME             PIC X(08).
           05  RL-PROGRAM-ID           PIC X(08).
           05  RL-START-DATE           PIC X(08).
           05  RL-START-TIME           PIC X(08).
           05  RL-EVENT                PIC X(01).
               88  RL-START-EVENT            VALUE 'S'.
               88  RL-END-EVENT              VALUE 'E'.
               88  RL-BLOCKED-EVENT          VALUE 'B'.
           05  RL-END-DATE             PIC X(08).
           05  RL-END-TIME             PIC X(08).
           05  RL-STATUS               PIC X(01).
               88  RL-RUNNING                VALUE 'R'.
               88  RL-COMPLETED              VALUE 'C'.
               88  RL-FAILED                 VALUE 'F'.
               88  RL-BLOCKED                VALUE 'B'.
           05  RL-RETURN-CODE          PIC 9(04).
           05  RL-MISSING-JOB          PIC X(08).
           05  RL-PRED-CHECKED         PIC X(01).
           05  RL-COUNT-ENTRY          OCCURS 4 TIMES.
               10  RL-COUNT-LABEL      PIC X(08).
               10  RL-COUNT-VALUE      PIC 9(09).
           05  FILLER                  PIC X(11).
