002400* DATE       BY    DESCRIPTION                               *
002500* ---------- ----- -------------------------------------------
002600* 2026-08-22 RLB   ORIGINAL PROGRAM                          *
002620* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
002640*                  RUN-CONTROL FILE THROUGH IVTRUN          *
002660*                  (SEE IVTRUNA)                            *
002700*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
006800 01  WS-COUNTERS.
006900     05  WS-ROOTS-UNLOADED       PIC 9(07) VALUE ZERO.
007000     05  WS-DEPTS-UNLOADED       PIC 9(07) VALUE ZERO.
007020*-----------------------------------------------------------*
007040* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
007060*-----------------------------------------------------------*
007080 COPY IVTRUNA.
007100 LINKAGE SECTION.
007200 COPY IVTPCB1.
007300 PROCEDURE DIVISION.
007600* 0000-MAINLINE                                             *
007700*-----------------------------------------------------------*
007800 0000-MAINLINE.
007830     PERFORM 8800-START-RUN-CONTROL
007860         THRU 8800-EXIT.
007900     OPEN OUTPUT UNLOAD-FILE.
008000     PERFORM 2000-GET-NEXT-ROOT
008100         THRU 2000-EXIT.
008600     DISPLAY 'ROOTS UNLOADED      : ' WS-ROOTS-UNLOADED.
008700     DISPLAY 'DEPT CHILDREN FOUND : ' WS-DEPTS-UNLOADED.
008800     CLOSE UNLOAD-FILE.
008830     PERFORM 8900-END-RUN-CONTROL
008860         THRU 8900-EXIT.
008900     GOBACK.
009000*-----------------------------------------------------------*
009100* 2000-GET-NEXT-ROOT - GN FOR THE NEXT PHONSEG SEGMENT IN   *
013000         THRU 2000-EXIT.
013100 3000-EXIT.
013200     EXIT.
013300*-----------------------------------------------------------*
013400* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN      *
013500* (SEE IVTRUN)                                              *
013600*-----------------------------------------------------------*
013700 8800-START-RUN-CONTROL.
013800     MOVE SPACES             TO RUN-CONTROL-AREA.
013900     SET RCA-START-RUN       TO TRUE.
014000     MOVE 'IVTCNVTJ'         TO RCA-JOB-NAME.
014100     MOVE 'IVTUNLD'          TO RCA-PROGRAM-ID.
014200     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
014300 8800-EXIT.
014400     EXIT.
014500*-----------------------------------------------------------*
014600* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
014700* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
014800* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
014900*-----------------------------------------------------------*
015000 8900-END-RUN-CONTROL.
015100     SET RCA-END-RUN         TO TRUE.
015200     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
015300     MOVE 'ROOTS'            TO RCA-COUNT-LABEL (1).
015400     MOVE WS-ROOTS-UNLOADED  TO RCA-COUNT-VALUE (1).
015500     MOVE 'DEPTS'            TO RCA-COUNT-LABEL (2).
015600     MOVE WS-DEPTS-UNLOADED  TO RCA-COUNT-VALUE (2).
015700     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
015800     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
015900 8900-EXIT.
016000     EXIT.
