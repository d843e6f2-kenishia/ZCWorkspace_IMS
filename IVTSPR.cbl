001900* DATE       BY    DESCRIPTION                               *
002000* ---------- ----- -------------------------------------------
002100* 2026-09-02 RLB   ORIGINAL PROGRAM                          *
002120* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
002140*                  RUN-CONTROL FILE THROUGH IVTRUN          *
002160*                  (SEE IVTRUNA)                            *
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
012200     05  FILLER                  PIC X(25)
012300         VALUE 'ASSIGNED            : '.
012400     05  TOT-ASSIGNED-COUNT      PIC ZZZ,ZZ9.
012420*-----------------------------------------------------------*
012440* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
012460*-----------------------------------------------------------*
012480 COPY IVTRUNA.
012500 LINKAGE SECTION.
012600 COPY IVTPCBE.
012700 PROCEDURE DIVISION.
013000* 0000-MAINLINE                                             *
013100*-----------------------------------------------------------*
013200 0000-MAINLINE.
013230     PERFORM 8800-START-RUN-CONTROL
013260         THRU 8800-EXIT.
013300     OPEN OUTPUT PRINT-FILE.
013400     MOVE WS-LINES-PER-PAGE  TO WS-LINE-COUNT.
013500     SORT SORT-FILE
014200     PERFORM 7000-PRINT-TOTALS
014300         THRU 7000-EXIT.
014400     CLOSE PRINT-FILE.
014430     PERFORM 8900-END-RUN-CONTROL
014460         THRU 8900-EXIT.
014500     GOBACK.
014600*-----------------------------------------------------------*
014700* 2000-EXTRACT-POOL - SORT INPUT PROCEDURE: GN WALK THE     *
031700         AFTER ADVANCING 1 LINE.
031800 7000-EXIT.
031900     EXIT.
032000*-----------------------------------------------------------*
032100* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN      *
032200* (SEE IVTRUN)                                              *
032300*-----------------------------------------------------------*
032400 8800-START-RUN-CONTROL.
032500     MOVE SPACES             TO RUN-CONTROL-AREA.
032600     SET RCA-START-RUN       TO TRUE.
032700     MOVE 'IVTSPRJ'          TO RCA-JOB-NAME.
032800     MOVE 'IVTSPR'           TO RCA-PROGRAM-ID.
032900     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
033000 8800-EXIT.
033100     EXIT.
033200*-----------------------------------------------------------*
033300* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
033400* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
033500* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
033600*-----------------------------------------------------------*
033700 8900-END-RUN-CONTROL.
033800     SET RCA-END-RUN         TO TRUE.
033900     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
034000     MOVE 'POOL'             TO RCA-COUNT-LABEL (1).
034100     MOVE WS-POOL-COUNT      TO RCA-COUNT-VALUE (1).
034200     MOVE 'SPARE'            TO RCA-COUNT-LABEL (2).
034300     MOVE WS-SPARE-COUNT     TO RCA-COUNT-VALUE (2).
034400     MOVE 'ASSIGNED'         TO RCA-COUNT-LABEL (3).
034500     MOVE WS-ASSIGNED-COUNT  TO RCA-COUNT-VALUE (3).
034600     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
034700     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
034800 8900-EXIT.
034900     EXIT.
