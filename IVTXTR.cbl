002390*                  FILE IN PLACE OF ITS OWN DL/I SWEEP - NO   *
002391*                  PSB NEEDED; RUNS AS A PLAIN BATCH JOB      *
002392*                  AFTER IVTSNPJ                              *
002393* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
002394*                  RUN-CONTROL FILE THROUGH IVTRUN          *
002395*                  (SEE IVTRUNA); ENDS RC=20 UNPROCESSED IF *
002396*                  A PREDECESSOR JOB HAS NOT COMPLETED FOR  *
002397*                  THE SAME BUSINESS DATE                   *
002417* 2026-10-15 RLB   UNLISTED EMPLOYEES (SNP-LISTING-         *
002437*                  CODE 'U') ARE NOT EXTRACTED; THE TRL     *
002457*                  COUNT COVERS ONLY THE DTL RECORDS        *
002477*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.  IBM-370.
006200     05  WS-EMPLOYEE-COUNT       PIC 9(07) VALUE ZERO.
006300 01  WS-CURRENT-DATE.
006400     05  WS-CURRENT-YYYYMMDD     PIC 9(08).
006460*-----------------------------------------------------------*
006520* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
006580*-----------------------------------------------------------*
006640 COPY IVTRUNA.
006700 PROCEDURE DIVISION.
006900*-----------------------------------------------------------*
007000* 0000-MAINLINE                                             *
007100*-----------------------------------------------------------*
007200 0000-MAINLINE.
007210     PERFORM 8800-START-RUN-CONTROL
007220         THRU 8800-EXIT.
007230     IF RCA-PREDECESSOR-MISSING
007240         MOVE RCA-RETURN-CODE TO RETURN-CODE
007250         GOBACK
007260     END-IF.
007300     PERFORM 1000-INITIALIZE
007400         THRU 1000-EXIT.
007500     PERFORM 2000-GET-NEXT-ROOT
008300     DISPLAY 'EMPLOYEES EXTRACTED : ' WS-EMPLOYEE-COUNT.
008400     CLOSE EXTRACT-FILE.
008450     CLOSE SNAP-FILE.
008460     PERFORM 8900-END-RUN-CONTROL
008470         THRU 8900-EXIT.
008500     GOBACK.
008600*-----------------------------------------------------------*
008700* 1000-INITIALIZE - OPEN THE TRANSMISSION FILE AND WRITE    *
011700 3000-EXTRACT-ONE-EMPLOYEE.
011710     IF SNP-TERM-PENDING
011720         GO TO 3000-NEXT
011722     END-IF.
011724     IF SNP-UNLISTED
011726         GO TO 3000-NEXT
011730     END-IF.
011800     MOVE SPACES             TO XTR-DETAIL-RECORD.
011900     MOVE 'DTL'              TO XTR-DTL-ID.
014700     WRITE EXTRACT-RECORD    FROM XTR-TRAILER-RECORD.
014800 7000-EXIT.
014900     EXIT.
015000*-----------------------------------------------------------*
015100* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN,     *
015200* FIRST CHECKING THAT EACH PREDECESSOR JOB COMPLETED        *
015300* FOR THE SAME BUSINESS DATE (SEE IVTRUN)                   *
015400*-----------------------------------------------------------*
015500 8800-START-RUN-CONTROL.
015600     MOVE SPACES             TO RUN-CONTROL-AREA.
015700     SET RCA-START-RUN       TO TRUE.
015800     MOVE 'IVTXTRJ'          TO RCA-JOB-NAME.
015900     MOVE 'IVTXTR'           TO RCA-PROGRAM-ID.
016000     MOVE 'IVTSNPJ'          TO RCA-PREDECESSOR (1).
016100     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
016200 8800-EXIT.
016300     EXIT.
016400*-----------------------------------------------------------*
016500* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
016600* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
016700* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
016800*-----------------------------------------------------------*
016900 8900-END-RUN-CONTROL.
017000     SET RCA-END-RUN         TO TRUE.
017100     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
017200     MOVE 'EXTRACTD'         TO RCA-COUNT-LABEL (1).
017300     MOVE WS-EMPLOYEE-COUNT  TO RCA-COUNT-VALUE (1).
017400     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
017500     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
017600 8900-EXIT.
017700     EXIT.
