003230* 2026-09-02 RLB   THE HR FEED NOW CARRIES HDR/TRL CONTROL    *
003240*                  RECORDS (SEE IVTHRFD) - 1200 SKIPS THE     *
003250*                  NON-DETAIL RECORDS                         *
003260* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
003270*                  RUN-CONTROL FILE THROUGH IVTRUN          *
003280*                  (SEE IVTRUNA)                            *
003286* 2026-10-15 RLB   A CONVERTED ROOT IS LOADED PUBLISHED     *
003292*                  (PHONSEG LISTING CODE SPACE)             *
003300*-----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
013900     05  FILLER                  PIC X(25)
014000         VALUE 'DATABASE ISRT FAILURES: '.
014100     05  TOT-ISRT-FAIL-COUNT     PIC ZZZ,ZZ9.
014120*-----------------------------------------------------------*
014140* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
014160*-----------------------------------------------------------*
014180 COPY IVTRUNA.
014200 LINKAGE SECTION.
014300 COPY IVTPCB1.
014400 PROCEDURE DIVISION.
014700* 0000-MAINLINE                                             *
014800*-----------------------------------------------------------*
014900 0000-MAINLINE.
014930     PERFORM 8800-START-RUN-CONTROL
014960         THRU 8800-EXIT.
015000     PERFORM 1000-INITIALIZE
015100         THRU 1000-EXIT.
015200     PERFORM 2000-MATCH-MERGE
015600         THRU 7000-EXIT.
015700     PERFORM 9000-TERMINATE
015800         THRU 9000-EXIT.
015830     PERFORM 8900-END-RUN-CONTROL
015860         THRU 8900-EXIT.
015900     GOBACK.
016000*-----------------------------------------------------------*
016100* 1000-INITIALIZE                                           *
024300     MOVE UNLD-ZIP-CODE      TO PS-ZIP-CODE.
024310     SET PS-ACTIVE           TO TRUE.
024320     MOVE WS-CURRENT-YYYYMMDD TO PS-STATUS-DATE.
024360     SET PS-PUBLISHED        TO TRUE.
024400     CALL 'CBLTDLI' USING FUNC-ISRT
024500                          PHONDB-PCB
024600                          PHONSEG-IO-AREA
035600     CLOSE PRINT-FILE.
035700 9000-EXIT.
035800     EXIT.
035900*-----------------------------------------------------------*
036000* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN      *
036100* (SEE IVTRUN)                                              *
036200*-----------------------------------------------------------*
036300 8800-START-RUN-CONTROL.
036400     MOVE SPACES             TO RUN-CONTROL-AREA.
036500     SET RCA-START-RUN       TO TRUE.
036600     MOVE 'IVTCNVTJ'         TO RCA-JOB-NAME.
036700     MOVE 'IVTCNVT'          TO RCA-PROGRAM-ID.
036800     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
036900 8800-EXIT.
037000     EXIT.
037100*-----------------------------------------------------------*
037200* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
037300* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
037400* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
037500*-----------------------------------------------------------*
037600 8900-END-RUN-CONTROL.
037700     SET RCA-END-RUN         TO TRUE.
037800     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
037900     MOVE 'UNLDREAD'         TO RCA-COUNT-LABEL (1).
038000     MOVE WS-UNLD-READ       TO RCA-COUNT-VALUE (1).
038100     MOVE 'ROOTS'            TO RCA-COUNT-LABEL (2).
038200     MOVE WS-ROOTS-LOADED    TO RCA-COUNT-VALUE (2).
038300     MOVE 'DEPTS'            TO RCA-COUNT-LABEL (3).
038400     MOVE WS-DEPTS-LOADED    TO RCA-COUNT-VALUE (3).
038500     MOVE 'ISRTFAIL'         TO RCA-COUNT-LABEL (4).
038600     MOVE WS-ISRT-FAIL-COUNT TO RCA-COUNT-VALUE (4).
038700     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
038800     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
038900 8900-EXIT.
039000     EXIT.
