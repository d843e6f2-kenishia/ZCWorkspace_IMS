002384*                  FILE IN PLACE OF ITS OWN DL/I SWEEP - NO  *
002386*                  PSB NEEDED; RUNS AS A PLAIN BATCH JOB     *
002388*                  AFTER IVTSNPJ                             *
002390* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
002392*                  RUN-CONTROL FILE THROUGH IVTRUN          *
002394*                  (SEE IVTRUNA); ENDS RC=20 UNPROCESSED IF *
002396*                  A PREDECESSOR JOB HAS NOT COMPLETED FOR  *
002398*                  THE SAME BUSINESS DATE                   *
002418* 2026-10-15 RLB   UNLISTED EMPLOYEES (SNP-LISTING-         *
002438*                  CODE 'U') ARE LEFT OUT OF THE BOOK       *
002458*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.  IBM-370.
010900     05  FILLER                  PIC X(25)
011000         VALUE 'TOTAL EMPLOYEES LISTED: '.
011100     05  TOT-EMPLOYEE-COUNT      PIC ZZZ,ZZ9.
011160*-----------------------------------------------------------*
011220* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
011280*-----------------------------------------------------------*
011340 COPY IVTRUNA.
011400 PROCEDURE DIVISION.
011600*-----------------------------------------------------------*
011700* 0000-MAINLINE                                             *
011800*-----------------------------------------------------------*
011900 0000-MAINLINE.
011907     PERFORM 8800-START-RUN-CONTROL
011914         THRU 8800-EXIT.
011921     IF RCA-PREDECESSOR-MISSING
011928         MOVE RCA-RETURN-CODE TO RETURN-CODE
011935         GOBACK
011942     END-IF.
011950     OPEN INPUT SNAP-FILE.
012000     OPEN OUTPUT PRINT-FILE.
012100     MOVE WS-LINES-PER-PAGE  TO WS-LINE-COUNT.
013000         THRU 7000-EXIT.
013100     CLOSE PRINT-FILE.
013150     CLOSE SNAP-FILE.
013160     PERFORM 8900-END-RUN-CONTROL
013170         THRU 8900-EXIT.
013200     GOBACK.
013300*-----------------------------------------------------------*
013400* 2000-EXTRACT-PHONEBOOK - SORT INPUT PROCEDURE: READ THE   *
016200 2200-RELEASE-SEGMENT.
016210     IF SNP-TERM-PENDING
016220         GO TO 2200-NEXT
016222     END-IF.
016224     IF SNP-UNLISTED
016226         GO TO 2200-NEXT
016230     END-IF.
016300     MOVE SNP-LAST-NAME      TO SR-LAST-NAME.
016400     MOVE SNP-FIRST-NAME     TO SR-FIRST-NAME.
023700         AFTER ADVANCING 2 LINES.
023800 7000-EXIT.
023900     EXIT.
024000*-----------------------------------------------------------*
024100* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN,     *
024200* FIRST CHECKING THAT EACH PREDECESSOR JOB COMPLETED        *
024300* FOR THE SAME BUSINESS DATE (SEE IVTRUN)                   *
024400*-----------------------------------------------------------*
024500 8800-START-RUN-CONTROL.
024600     MOVE SPACES             TO RUN-CONTROL-AREA.
024700     SET RCA-START-RUN       TO TRUE.
024800     MOVE 'IVTDIRJ'          TO RCA-JOB-NAME.
024900     MOVE 'IVTDIR'           TO RCA-PROGRAM-ID.
025000     MOVE 'IVTSNPJ'          TO RCA-PREDECESSOR (1).
025100     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
025200 8800-EXIT.
025300     EXIT.
025400*-----------------------------------------------------------*
025500* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
025600* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
025700* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
025800*-----------------------------------------------------------*
025900 8900-END-RUN-CONTROL.
026000     SET RCA-END-RUN         TO TRUE.
026100     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
026200     MOVE 'LISTED'           TO RCA-COUNT-LABEL (1).
026300     MOVE WS-EMPLOYEE-COUNT  TO RCA-COUNT-VALUE (1).
026400     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
026500     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
026600 8900-EXIT.
026700     EXIT.
