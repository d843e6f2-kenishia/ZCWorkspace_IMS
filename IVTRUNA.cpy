      ******************************************************************
      *    RUN-CONTROL LEDGER REQUEST AREA - PASSED BY EVERY IVT      *
      *    BATCH PROGRAM ON ITS CALLS TO IVTRUN, ONCE AT START        *
      *    ('STRT') AND ONCE AT THE END ('END ').  THE CALLER FILLS   *
      *    THE JOB NAME, PROGRAM ID AND ANY PREDECESSOR JOB NAMES     *
      *    BEFORE 'STRT'; IVTRUN RETURNS THE BUSINESS DATE, THE       *
      *    START STAMP AND THE PREDECESSOR RESULT, WHICH STAY IN THE  *
      *    AREA FOR THE 'END ' CALL.  A CALLER THAT ALREADY KNOWS     *
      *    ITS BUSINESS DATE (A CONTROL CARD) MAY PASS IT IN          *
      *    RCA-BUSINESS-DATE; OTHERWISE IVTRUN DERIVES IT.  BEFORE    *
      *    'END ' THE CALLER SETS ITS RETURN CODE AND UP TO FOUR      *
      *    LABELLED KEY RECORD COUNTS (UNUSED LABELS LEFT SPACES).    *
      *    WHEN A PREDECESSOR DID NOT COMPLETE FOR THE SAME BUSINESS  *
      *    DATE, 'STRT' SETS RCA-PREDECESSOR-MISSING AND LOADS        *
      *    RCA-RETURN-CODE WITH THE BLOCKED-RUN RETURN CODE (20); THE *
      *    CALLER ENDS AT ONCE WITH THAT CODE.  IVTRUN HAS ALREADY    *
      *    LEDGERED THE BLOCKED RUN, SO NO 'END ' CALL FOLLOWS.       *
      ******************************************************************
       01  RUN-CONTROL-AREA.
           05  RCA-FUNCTION            PIC X(04).
               88  RCA-START-RUN             VALUE 'STRT'.
               88  RCA-END-RUN               VALUE 'END '.
           05  RCA-JOB-NAME            PIC X(08).
           05  RCA-PROGRAM-ID          PIC X(08).
           05  RCA-BUSINESS-DATE       PIC X(08).
           05  RCA-PREDECESSOR         PIC X(08) OCCURS 3 TIMES.
           05  RCA-START-DATE          PIC X(08).
           05  RCA-START-TIME          PIC X(08).
           05  RCA-RETURN-CODE         PIC 9(04).
           05  RCA-COUNT-ENTRY         OCCURS 4 TIMES.
               10  RCA-COUNT-LABEL     PIC X(08).
               10  RCA-COUNT-VALUE     PIC 9(09).
           05  RCA-PRED-CHECKED-SW     PIC X(01).
               88  RCA-PRED-CHECKED          VALUE 'Y'.
           05  RCA-RESULT-SW           PIC X(01).
               88  RCA-PREDECESSORS-OK       VALUE 'Y'.
               88  RCA-PREDECESSOR-MISSING   VALUE 'N'.
           05  RCA-MISSING-JOB         PIC X(08).
