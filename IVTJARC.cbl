002130*                  (SEE IVTJRNL COPYBOOK)                     *
002140* 2026-09-02 RLB   ARCHIVE RECORD WIDENED 150->160 BYTES TO   *
002150*                  CARRY THE IMAGE DEPT CODES THROUGH         *
002160* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
002170*                  RUN-CONTROL FILE THROUGH IVTRUN          *
002180*                  (SEE IVTRUNA)                            *
002186* 2026-10-15 RLB   ARCHIVE RECORD WIDENED 160->162 BYTES TO *
002192*                  CARRY THE IMAGE LISTING CODES THROUGH    *
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003300 FD  ARCHIVE-FILE
003400     RECORDING MODE IS F
003500     LABEL RECORDS ARE STANDARD.
003600 01  ARCHIVE-RECORD              PIC X(162).
003700 FD  PRINT-FILE
003800     RECORDING MODE IS F
003900     LABEL RECORDS ARE STANDARD.
011200     05  FILLER                  PIC X(25)
011300         VALUE 'TRANCDES PAST TABLE : '.
011400     05  TOT-TCT-OVERFLOW        PIC ZZZ,ZZ9.
011420*-----------------------------------------------------------*
011440* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
011460*-----------------------------------------------------------*
011480 COPY IVTRUNA.
011500 LINKAGE SECTION.
011600 COPY IVTPCBH.
011700 PROCEDURE DIVISION.
012000* 0000-MAINLINE                                             *
012100*-----------------------------------------------------------*
012200 0000-MAINLINE.
012230     PERFORM 8800-START-RUN-CONTROL
012260         THRU 8800-EXIT.
012300     OPEN OUTPUT ARCHIVE-FILE.
012400     OPEN OUTPUT PRINT-FILE.
012500     PERFORM 2000-ARCHIVE-ONE-RECORD
012900         THRU 7000-EXIT.
013000     CLOSE ARCHIVE-FILE.
013100     CLOSE PRINT-FILE.
013130     PERFORM 8900-END-RUN-CONTROL
013160         THRU 8900-EXIT.
013200     GOBACK.
013300*-----------------------------------------------------------*
013400* 2000-ARCHIVE-ONE-RECORD - GN THE NEXT JOURNAL RECORD,     *
023200         AFTER ADVANCING 1 LINE.
023300 7100-EXIT.
023400     EXIT.
023500*-----------------------------------------------------------*
023600* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN      *
023700* (SEE IVTRUN)                                              *
023800*-----------------------------------------------------------*
023900 8800-START-RUN-CONTROL.
024000     MOVE SPACES             TO RUN-CONTROL-AREA.
024100     SET RCA-START-RUN       TO TRUE.
024200     MOVE 'IVTJARCJ'         TO RCA-JOB-NAME.
024300     MOVE 'IVTJARC'          TO RCA-PROGRAM-ID.
024400     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
024500 8800-EXIT.
024600     EXIT.
024700*-----------------------------------------------------------*
024800* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
024900* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
025000* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
025100*-----------------------------------------------------------*
025200 8900-END-RUN-CONTROL.
025300     SET RCA-END-RUN         TO TRUE.
025400     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
025500     MOVE 'READ'             TO RCA-COUNT-LABEL (1).
025600     MOVE WS-RECORDS-READ    TO RCA-COUNT-VALUE (1).
025700     MOVE 'ARCHIVED'         TO RCA-COUNT-LABEL (2).
025800     MOVE WS-RECORDS-ARCHIVED TO RCA-COUNT-VALUE (2).
025900     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
026000     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
026100 8900-EXIT.
026200     EXIT.
