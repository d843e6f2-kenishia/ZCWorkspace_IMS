      ******************************************************************
      *    TELEPHONY CHARGEBACK GL INTERFACE RECORD LAYOUTS (IVTCHG). *
      *    ONE 80-BYTE FILE PER MONTHLY RUN, PICKED UP BY THE GENERAL *
      *    LEDGER LOAD:                                               *
      *      'HDR' RECORD - CHARGEBACK PERIOD AND RUN DATE, FIRST     *
      *                     RECORD OF THE FILE                        *
      *      'DTL' RECORD - ONE PER DEPARTMENT AND COST ELEMENT       *
      *                     WITH A NON-ZERO QUANTITY, IN DEPARTMENT   *
      *                     ORDER, CARRYING THE DEPARTMENT NAME.      *
      *                     EMPLOYEES WITH NO DEPTSEG CHILD ARE       *
      *                     CHARGED TO THE UNALLOCATED DEPARTMENT     *
      *                     'UNALC', WRITTEN LAST.  THE AMOUNT HAS    *
      *                     TWO IMPLIED DECIMALS                      *
      *      'TRL' RECORD - DTL RECORD COUNT AND TOTAL AMOUNT AS THE  *
      *                     CONTROL TOTALS THE LEDGER LOAD VERIFIES   *
      ******************************************************************
       01  GL-HEADER-RECORD.
           05  GL-HDR-ID               PIC X(03).
               88  GL-HEADER                 VALUE 'HDR'.
           05  GL-HDR-SOURCE           PIC X(08).
           05  GL-HDR-PERIOD           PIC X(06).
           05  GL-HDR-RUN-DATE         PIC X(08).
           05  FILLER                  PIC X(55).

       01  GL-DETAIL-RECORD.
           05  GL-DTL-ID               PIC X(03).
               88  GL-DETAIL                 VALUE 'DTL'.
           05  GL-DTL-PERIOD           PIC X(06).
           05  GL-DTL-DEPT-CODE        PIC X(05).
               88  GL-DTL-UNALLOCATED        VALUE 'UNALC'.
           05  GL-DTL-COST-ELEMENT     PIC X(08).
           05  GL-DTL-QUANTITY         PIC 9(07).
           05  GL-DTL-AMOUNT           PIC 9(09)V99.
           05  GL-DTL-DEPT-NAME        PIC X(20).
           05  FILLER                  PIC X(20).

       01  GL-TRAILER-RECORD.
           05  GL-TRL-ID               PIC X(03).
               88  GL-TRAILER                VALUE 'TRL'.
           05  GL-TRL-RECORD-COUNT     PIC 9(07).
           05  GL-TRL-TOTAL-AMOUNT     PIC 9(11)V99.
           05  FILLER                  PIC X(57).
