002197*                  FILE IN PLACE OF ITS OWN DL/I SWEEP - NO  *
002198*                  PSB NEEDED; RUNS AS A PLAIN BATCH JOB     *
002199*                  AFTER IVTSNPJ                             *
002209* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
002219*                  RUN-CONTROL FILE THROUGH IVTRUN          *
002229*                  (SEE IVTRUNA); ENDS RC=20 UNPROCESSED IF *
002239*                  A PREDECESSOR JOB HAS NOT COMPLETED FOR  *
002249*                  THE SAME BUSINESS DATE                   *
002259*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.  IBM-370.
011400     05  FILLER                  PIC X(28)
011500         VALUE 'DUPLICATE EXTENSIONS FOUND: '.
011600     05  TOT-DUP-EXT-COUNT       PIC ZZZ,ZZ9.
011660*-----------------------------------------------------------*
011720* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
011780*-----------------------------------------------------------*
011840 COPY IVTRUNA.
011900 PROCEDURE DIVISION.
012100*-----------------------------------------------------------*
012200* 0000-MAINLINE                                             *
012300*-----------------------------------------------------------*
012400 0000-MAINLINE.
012407     PERFORM 8800-START-RUN-CONTROL
012414         THRU 8800-EXIT.
012421     IF RCA-PREDECESSOR-MISSING
012428         MOVE RCA-RETURN-CODE TO RETURN-CODE
012435         GOBACK
012442     END-IF.
012450     OPEN INPUT SNAP-FILE.
012500     OPEN OUTPUT PRINT-FILE.
012600     MOVE WS-LINES-PER-PAGE  TO WS-LINE-COUNT.
013400         THRU 7000-EXIT.
013500     CLOSE PRINT-FILE.
013550     CLOSE SNAP-FILE.
013560     PERFORM 8900-END-RUN-CONTROL
013570         THRU 8900-EXIT.
013600     GOBACK.
013700*-----------------------------------------------------------*
013800* 2000-EXTRACT-PHONEBOOK - SORT INPUT PROCEDURE: READ THE   *
031700         AFTER ADVANCING 2 LINES.
031800 7000-EXIT.
031900     EXIT.
032000*-----------------------------------------------------------*
032100* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN,     *
032200* FIRST CHECKING THAT EACH PREDECESSOR JOB COMPLETED        *
032300* FOR THE SAME BUSINESS DATE (SEE IVTRUN)                   *
032400*-----------------------------------------------------------*
032500 8800-START-RUN-CONTROL.
032600     MOVE SPACES             TO RUN-CONTROL-AREA.
032700     SET RCA-START-RUN       TO TRUE.
032800     MOVE 'IVTDUPXJ'         TO RCA-JOB-NAME.
032900     MOVE 'IVTDUPX'          TO RCA-PROGRAM-ID.
033000     MOVE 'IVTSNPJ'          TO RCA-PREDECESSOR (1).
033100     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
033200 8800-EXIT.
033300     EXIT.
033400*-----------------------------------------------------------*
033500* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
033600* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
033700* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
033800*-----------------------------------------------------------*
033900 8900-END-RUN-CONTROL.
034000     SET RCA-END-RUN         TO TRUE.
034100     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
034200     MOVE 'DUPEXTS'          TO RCA-COUNT-LABEL (1).
034300     MOVE WS-DUP-EXT-COUNT   TO RCA-COUNT-VALUE (1).
034400     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
034500     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
034600 8900-EXIT.
034700     EXIT.
