      *    PLUS A REASON CODE AND TEXT, SO HR CAN FIX THE ROW AND     *
      *    RESUBMIT IT UNCHANGED IN FORMAT.                           *
      *                                                               *
      *    ACTION 'DEPT' MOVES THE EMPLOYEE TO MT-DEPT-CODE AND       *
      *    CHANGES NOTHING ELSE.  MT-EFFECTIVE-DATE (CCYYMMDD) IS     *
      *    OPTIONAL: BLANK, TODAY, OR EARLIER APPLIES THE ROW AT      *
      *    ONCE; A FUTURE DATE ON A CHNG OR DEPT QUEUES IT ON SCHDDB  *
      *    FOR IVTSCH TO APPLY ON THAT DATE (SAME EDITS RUN NOW).     *
      *                                                               *
      *    MT-LISTING-CODE IS OPTIONAL ON ADD/CHNG: 'U' UNLISTS THE   *
      *    EMPLOYEE, 'P' PUBLISHES IT AGAIN, BLANK LEAVES A CHNG'S    *
      *    CURRENT SETTING ALONE (AN ADD IS PUBLISHED).  IT IS TAKEN  *
      *    FROM THE OLD FILLER, SO EXISTING MNTIN FILES ARE UNCHANGED.*
      *                                                               *
      *    ON A DELE, MT-FORWARD-ID (OVER MT-MGR-NAME, WHICH A DELE   *
      *    DOES NOT USE) OPTIONALLY NAMES THE EMPLOYEE THE LEAVER'S   *
      *    CALLS GO TO ON THE FRMRDB FORWARDING FILE.  BLANK DEFAULTS *
      *    TO THE DEPARTMENT MANAGER.  IT MUST BE ON FILE (R016).     *
      *                                                               *
      *    REASON CODES:                                              *
      *      R001 - INVALID ACTION CODE                               *
      *      R002 - EMPLOYEE ID MISSING                               *
      *      R008 - DATABASE ERROR                                    *
      *      R009 - EXTENSION NOT IN POOL                             *
      *      R010 - EXTENSION ASSIGNED ELSEWHERE                      *
      *      R011 - INVALID EFFECTIVE DATE                            *
      *      R012 - ONLY CHNG/DEPT SCHEDULABLE                        *
      *      R013 - ALREADY SCHEDULED FOR THAT DATE                   *
      *      R014 - DEPT CODE MISSING ON A DEPT MOVE                  *
      *      R015 - INVALID LISTING CODE, OR ONE ON A FUTURE DATE     *
      *             OR ON A DELE/DEPT ROW                             *
      *      R016 - FORWARD-TO ID NOT ON FILE, OR THE LEAVER ITSELF   *
      ******************************************************************
       01  MNT-TRAN-RECORD.
           05  MT-ACTION               PIC X(04).
               88  MT-ACTION-ADD             VALUE 'ADD '.
               88  MT-ACTION-CHNG            VALUE 'CHNG'.
               88  MT-ACTION-DELE            VALUE 'DELE'.
               88  MT-ACTION-DEPT            VALUE 'DEPT'.
           05  MT-EMPLOYEE-ID          PIC X(09).
           05  MT-LAST-NAME            PIC X(10).
           05  MT-FIRST-NAME           PIC X(10).
           05  MT-DEPT-CODE            PIC X(05).
           05  MT-DEPT-NAME            PIC X(20).
           05  MT-MGR-NAME             PIC X(10).
           05  MT-FORWARD-AREA REDEFINES MT-MGR-NAME.
               10  MT-FORWARD-ID       PIC X(09).
               10  FILLER              PIC X(01).
           05  MT-EFFECTIVE-DATE       PIC X(08).
           05  MT-LISTING-CODE         PIC X(01).
           05  FILLER                  PIC X(03).

       01  MNT-REJECT-RECORD.
           05  MR-TRAN-IMAGE           PIC X(100).
