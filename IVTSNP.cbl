002300* DATE       BY    DESCRIPTION                               *
002400* ---------- ----- -------------------------------------------
002500* 2026-09-02 RLB   ORIGINAL PROGRAM                          *
002510* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
002520*                  RUN-CONTROL FILE THROUGH IVTRUN          *
002530*                  (SEE IVTRUNA); ENDS RC=20 UNPROCESSED IF *
002540*                  A PREDECESSOR JOB HAS NOT COMPLETED FOR  *
002550*                  THE SAME BUSINESS DATE                   *
002560* 2026-10-15 RLB   CARRIES THE PHONSEG LISTING CODE INTO    *
002570*                  SNP-LISTING-CODE                         *
002600*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
006900     05  WS-PHONE-INDEX          PIC S9(03) COMP.
007000 01  WS-COUNTERS.
007100     05  WS-EMPLOYEE-COUNT       PIC 9(07) VALUE ZERO.
007120*-----------------------------------------------------------*
007140* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
007160*-----------------------------------------------------------*
007180 COPY IVTRUNA.
007200 LINKAGE SECTION.
007300 COPY IVTPCB1.
007400 PROCEDURE DIVISION.
007700* 0000-MAINLINE                                             *
007800*-----------------------------------------------------------*
007900 0000-MAINLINE.
007910     PERFORM 8800-START-RUN-CONTROL
007920         THRU 8800-EXIT.
007930     IF RCA-PREDECESSOR-MISSING
007940         MOVE RCA-RETURN-CODE TO RETURN-CODE
007950         GOBACK
007960     END-IF.
008000     OPEN OUTPUT SNAPSHOT-FILE.
008100     PERFORM 2000-GET-NEXT-ROOT
008200         THRU 2000-EXIT.
008600     DISPLAY 'IVTSNP - PHONEBOOK SNAPSHOT SUMMARY'.
008700     DISPLAY 'EMPLOYEES EXTRACTED : ' WS-EMPLOYEE-COUNT.
008800     CLOSE SNAPSHOT-FILE.
008830     PERFORM 8900-END-RUN-CONTROL
008860         THRU 8900-EXIT.
008900     GOBACK.
009000*-----------------------------------------------------------*
009100* 2000-GET-NEXT-ROOT - GN FOR THE NEXT PHONSEG SEGMENT IN   *
011500     MOVE PS-ZIP-CODE        TO SNP-ZIP-CODE.
011600     MOVE PS-STATUS-CODE     TO SNP-STATUS-CODE.
011700     MOVE PS-STATUS-DATE     TO SNP-STATUS-DATE.
011750     MOVE PS-LISTING-CODE    TO SNP-LISTING-CODE.
011800     CALL 'CBLTDLI' USING FUNC-GNP
011900                          PHONDB-PCB
012000                          DEPTSEG-IO-AREA
016100     MOVE PN-PHONE-NUMBER TO SNP-PHONE-NUMBER (WS-PHONE-INDEX).
016200 3100-EXIT.
016300     EXIT.
016400*-----------------------------------------------------------*
016500* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN,     *
016600* FIRST CHECKING THAT EACH PREDECESSOR JOB COMPLETED        *
016700* FOR THE SAME BUSINESS DATE (SEE IVTRUN)                   *
016800*-----------------------------------------------------------*
016900 8800-START-RUN-CONTROL.
017000     MOVE SPACES             TO RUN-CONTROL-AREA.
017100     SET RCA-START-RUN       TO TRUE.
017200     MOVE 'IVTSNPJ'          TO RCA-JOB-NAME.
017300     MOVE 'IVTSNP'           TO RCA-PROGRAM-ID.
017400     MOVE 'IVTSWPJ'          TO RCA-PREDECESSOR (1).
017500     MOVE 'IVTDSYNJ'         TO RCA-PREDECESSOR (2).
017600     MOVE 'IVTSCHJ'          TO RCA-PREDECESSOR (3).
017700     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
017800 8800-EXIT.
017900     EXIT.
018000*-----------------------------------------------------------*
018100* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
018200* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
018300* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
018400*-----------------------------------------------------------*
018500 8900-END-RUN-CONTROL.
018600     SET RCA-END-RUN         TO TRUE.
018700     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
018800     MOVE 'EMPLOYEE'         TO RCA-COUNT-LABEL (1).
018900     MOVE WS-EMPLOYEE-COUNT  TO RCA-COUNT-VALUE (1).
019000     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
019100     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
019200 8900-EXIT.
019300     EXIT.
