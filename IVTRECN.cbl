002606*                  READ; A FAILURE PRINTS A CONTROL-TOTAL     *
002607*                  REPORT AND ENDS WITH RETURN CODE 16        *
002608*                  INSTEAD OF RECONCILING A PARTIAL FILE      *
002618* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
002628*                  RUN-CONTROL FILE THROUGH IVTRUN          *
002638*                  (SEE IVTRUNA)                            *
002648*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.  IBM-370.
012301     05  FILLER                  PIC X(17)
012302         VALUE 'CONTROL FAILURE: '.
012303     05  CTL-ERROR-TEXT          PIC X(40).
012304*-----------------------------------------------------------*
012305* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
012306*-----------------------------------------------------------*
012307 COPY IVTRUNA.
012310 LINKAGE SECTION.
012355 COPY IVTPCB1.
012400 PROCEDURE DIVISION.
012700* 0000-MAINLINE                                             *
012800*-----------------------------------------------------------*
012900 0000-MAINLINE.
012930     PERFORM 8800-START-RUN-CONTROL
012960         THRU 8800-EXIT.
013000     PERFORM 1000-INITIALIZE
013100         THRU 1000-EXIT.
013110     IF WS-CONTROLS-BAD
013140         PERFORM 9000-TERMINATE
013150             THRU 9000-EXIT
013160         MOVE 16 TO RETURN-CODE
013163         PERFORM 8900-END-RUN-CONTROL
013166             THRU 8900-EXIT
013170         GOBACK
013180     END-IF.
013200     PERFORM 2000-MATCH-MERGE
013660         THRU 8500-EXIT.
013700     PERFORM 9000-TERMINATE
013800         THRU 9000-EXIT.
013830     PERFORM 8900-END-RUN-CONTROL
013860         THRU 8900-EXIT.
013900     GOBACK.
014000*-----------------------------------------------------------*
014100* 1000-INITIALIZE                                           *
032550     CLOSE CORRECTION-FILE.
032600 9000-EXIT.
032700     EXIT.
032800*-----------------------------------------------------------*
032900* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN      *
033000* (SEE IVTRUN)                                              *
033100*-----------------------------------------------------------*
033200 8800-START-RUN-CONTROL.
033300     MOVE SPACES             TO RUN-CONTROL-AREA.
033400     SET RCA-START-RUN       TO TRUE.
033500     MOVE 'IVTRECNJ'         TO RCA-JOB-NAME.
033600     MOVE 'IVTRECN'          TO RCA-PROGRAM-ID.
033700     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
033800 8800-EXIT.
033900     EXIT.
034000*-----------------------------------------------------------*
034100* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
034200* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
034300* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
034400*-----------------------------------------------------------*
034500 8900-END-RUN-CONTROL.
034600     SET RCA-END-RUN         TO TRUE.
034700     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
034800     MOVE 'HRDTL'            TO RCA-COUNT-LABEL (1).
034900     MOVE WS-DTL-COUNT       TO RCA-COUNT-VALUE (1).
035000     MOVE 'ADDS'             TO RCA-COUNT-LABEL (2).
035100     MOVE WS-ADD-COUNT       TO RCA-COUNT-VALUE (2).
035200     MOVE 'DELETES'          TO RCA-COUNT-LABEL (3).
035300     MOVE WS-DELETE-COUNT    TO RCA-COUNT-VALUE (3).
035400     MOVE 'MISMATCH'         TO RCA-COUNT-LABEL (4).
035500     MOVE WS-MISMATCH-COUNT  TO RCA-COUNT-VALUE (4).
035600     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
035700     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
035800 8900-EXIT.
035900     EXIT.
