002340*                  NAME FOR THE BATCH WRITERS) SO THE        *
002350*                  SERVICE REVIEW CAN SEE WHICH DESKS        *
002360*                  GENERATE THE CHURN                        *
002370* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
002380*                  RUN-CONTROL FILE THROUGH IVTRUN          *
002390*                  (SEE IVTRUNA)                            *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
021293     05  FILLER                  PIC X(26)
021294         VALUE 'USERS PAST TABLE LIMIT:   '.
021295     05  UOV-COUNT               PIC ZZZ,ZZ9.
021296*-----------------------------------------------------------*
021297* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
021298*-----------------------------------------------------------*
021299 COPY IVTRUNA.
021300 LINKAGE SECTION.
021400 COPY IVTPCBH.
021500 PROCEDURE DIVISION.
021800* 0000-MAINLINE                                             *
021900*-----------------------------------------------------------*
022000 0000-MAINLINE.
022030     PERFORM 8800-START-RUN-CONTROL
022060         THRU 8800-EXIT.
022100     OPEN OUTPUT PRINT-FILE.
022200     MOVE WS-LINES-PER-PAGE  TO WS-LINE-COUNT.
022300     SORT SORT-FILE
023010     PERFORM 7200-PRINT-USER-ACTIVITY
023020         THRU 7200-EXIT.
023100     CLOSE PRINT-FILE.
023130     PERFORM 8900-END-RUN-CONTROL
023160         THRU 8900-EXIT.
023200     GOBACK.
023300*-----------------------------------------------------------*
023400* 2000-EXTRACT-JOURNAL - SORT INPUT PROCEDURE: GN THE WHOLE *
056300     ADD 1                   TO WS-LINE-COUNT.
056400 7210-EXIT.
056500     EXIT.
056600*-----------------------------------------------------------*
056700* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN      *
056800* (SEE IVTRUN)                                              *
056900*-----------------------------------------------------------*
057000 8800-START-RUN-CONTROL.
057100     MOVE SPACES             TO RUN-CONTROL-AREA.
057200     SET RCA-START-RUN       TO TRUE.
057300     MOVE 'IVTJRPTJ'         TO RCA-JOB-NAME.
057400     MOVE 'IVTJRPT'          TO RCA-PROGRAM-ID.
057500     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
057600 8800-EXIT.
057700     EXIT.
057800*-----------------------------------------------------------*
057900* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
058000* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
058100* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
058200*-----------------------------------------------------------*
058300 8900-END-RUN-CONTROL.
058400     SET RCA-END-RUN         TO TRUE.
058500     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
058600     MOVE 'READ'             TO RCA-COUNT-LABEL (1).
058700     MOVE WS-RECORDS-READ    TO RCA-COUNT-VALUE (1).
058800     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
058900     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
059000 8900-EXIT.
059100     EXIT.
