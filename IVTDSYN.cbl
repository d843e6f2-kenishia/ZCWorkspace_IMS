002600* DATE       BY    DESCRIPTION                               *
002700* ---------- ----- -------------------------------------------
002800* 2026-09-02 RLB   ORIGINAL PROGRAM                          *
002820* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
002840*                  RUN-CONTROL FILE THROUGH IVTRUN          *
002860*                  (SEE IVTRUNA)                            *
002900*-----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
015700     05  FILLER                  PIC X(25)
015800         VALUE 'DATABASE ERRORS     : '.
015900     05  TOT-ERRORS              PIC ZZZ,ZZ9.
015920*-----------------------------------------------------------*
015940* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
015960*-----------------------------------------------------------*
015980 COPY IVTRUNA.
016000 LINKAGE SECTION.
016100 COPY IVTPCB1.
016200 COPY IVTPCBD.
016700* 0000-MAINLINE                                             *
016800*-----------------------------------------------------------*
016900 0000-MAINLINE.
016930     PERFORM 8800-START-RUN-CONTROL
016960         THRU 8800-EXIT.
017000     OPEN OUTPUT PRINT-FILE.
017100     MOVE WS-LINES-PER-PAGE  TO WS-LINE-COUNT.
017200     PERFORM 2000-GET-NEXT-ROOT
017900     PERFORM 7000-PRINT-TOTALS
018000         THRU 7000-EXIT.
018100     CLOSE PRINT-FILE.
018130     PERFORM 8900-END-RUN-CONTROL
018160         THRU 8900-EXIT.
018200     GOBACK.
018300*-----------------------------------------------------------*
018400* 2000-GET-NEXT-ROOT - GN FOR THE NEXT PHONSEG SEGMENT IN   *
037600         AFTER ADVANCING 1 LINE.
037700 7000-EXIT.
037800     EXIT.
037900*-----------------------------------------------------------*
038000* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN      *
038100* (SEE IVTRUN)                                              *
038200*-----------------------------------------------------------*
038300 8800-START-RUN-CONTROL.
038400     MOVE SPACES             TO RUN-CONTROL-AREA.
038500     SET RCA-START-RUN       TO TRUE.
038600     MOVE 'IVTDSYNJ'         TO RCA-JOB-NAME.
038700     MOVE 'IVTDSYN'          TO RCA-PROGRAM-ID.
038800     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
038900 8800-EXIT.
039000     EXIT.
039100*-----------------------------------------------------------*
039200* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
039300* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
039400* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
039500*-----------------------------------------------------------*
039600 8900-END-RUN-CONTROL.
039700     SET RCA-END-RUN         TO TRUE.
039800     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
039900     MOVE 'ROOTS'            TO RCA-COUNT-LABEL (1).
040000     MOVE WS-ROOTS-READ      TO RCA-COUNT-VALUE (1).
040100     MOVE 'CHILDREN'         TO RCA-COUNT-LABEL (2).
040200     MOVE WS-CHILDREN-SEEN   TO RCA-COUNT-VALUE (2).
040300     MOVE 'UPDATED'          TO RCA-COUNT-LABEL (3).
040400     MOVE WS-CHILDREN-UPDATED TO RCA-COUNT-VALUE (3).
040500     MOVE 'ERRORS'           TO RCA-COUNT-LABEL (4).
040600     MOVE WS-ERROR-COUNT     TO RCA-COUNT-VALUE (4).
040700     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
040800     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
040900 8900-EXIT.
041000     EXIT.
