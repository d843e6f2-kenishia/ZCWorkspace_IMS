003500* IMAGE (BLANK ON RECORDS WRITTEN BEFORE THE DEPT CODE WAS  *
003510* JOURNALED); PHNSEG PHONE CHILDREN ARE NOT JOURNALED AND   *
003520* CANNOT BE RECONSTRUCTED - THE REPORT SAYS SO ON ITS       *
003530* STANDING NOTE LINE.  ARCHIN IS READ AS FIXED 162-BYTE     *
003540* RECORDS: GENERATIONS CUT AT THE OLDER 124/142/160-BYTE    *
003550* LRECLS MUST FIRST BE SPACE-PADDED TO 162 BY THE ONE-TIME  *
003560* CONVERSION DESCRIBED IN IVTASOFJ (THE JOURNAL ONLY EVER   *
003570* APPENDS FIELDS, SO THE PADDED TRAILING FIELDS READ BACK   *
003580* AS THE BLANKS DOCUMENTED ABOVE).  RECONSTRUCTION IS       *
004100* DATE       BY    DESCRIPTION                               *
004200* ---------- ----- -------------------------------------------
004300* 2026-09-02 RLB   ORIGINAL PROGRAM                          *
004320* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
004340*                  RUN-CONTROL FILE THROUGH IVTRUN          *
004360*                  (SEE IVTRUNA)                            *
004370* 2026-10-15 RLB   ARCHIN IS READ AS 162-BYTE RECORDS (THE  *
004380*                  JOURNAL NOW CARRIES THE LISTING CODES)   *
004400*-----------------------------------------------------------*
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
006500 FD  ARCHIVE-IN-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 01  ARCHIVE-IN-RECORD           PIC X(162).
006900 SD  SORT-FILE.
007000 01  SORT-RECORD.
007100     05  SR-EMPLOYEE-ID          PIC X(09).
025200     05  FILLER                  PIC X(25)
025300         VALUE 'DELETED AS OF DATE  : '.
025400     05  TOT-DELETED-COUNT       PIC ZZZ,ZZ9.
025420*-----------------------------------------------------------*
025440* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
025460*-----------------------------------------------------------*
025480 COPY IVTRUNA.
025500 LINKAGE SECTION.
025600 COPY IVTPCBH.
025700 PROCEDURE DIVISION.
026000* 0000-MAINLINE                                             *
026100*-----------------------------------------------------------*
026200 0000-MAINLINE.
026230     PERFORM 8800-START-RUN-CONTROL
026260         THRU 8800-EXIT.
026300     PERFORM 1000-INITIALIZE
026400         THRU 1000-EXIT.
026500     IF WS-CONTROLS-BAD
026600         PERFORM 9000-TERMINATE
026700             THRU 9000-EXIT
026800         MOVE 16 TO RETURN-CODE
026830         PERFORM 8900-END-RUN-CONTROL
026860             THRU 8900-EXIT
026900         GOBACK
027000     END-IF.
027100     SORT SORT-FILE
028300     IF WS-GAP-FOUND
028400         MOVE 16 TO RETURN-CODE
028500     END-IF.
028530     PERFORM 8900-END-RUN-CONTROL
028560         THRU 8900-EXIT.
028600     GOBACK.
028700*-----------------------------------------------------------*
028800* 1000-INITIALIZE - READ AND EDIT THE CONTROL CARD, OPEN    *
064600     CLOSE PRINT-FILE.
064700 9000-EXIT.
064800     EXIT.
064900*-----------------------------------------------------------*
065000* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN      *
065100* (SEE IVTRUN)                                              *
065200*-----------------------------------------------------------*
065300 8800-START-RUN-CONTROL.
065400     MOVE SPACES             TO RUN-CONTROL-AREA.
065500     SET RCA-START-RUN       TO TRUE.
065600     MOVE 'IVTASOFJ'         TO RCA-JOB-NAME.
065700     MOVE 'IVTASOF'          TO RCA-PROGRAM-ID.
065800     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
065900 8800-EXIT.
066000     EXIT.
066100*-----------------------------------------------------------*
066200* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
066300* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
066400* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
066500*-----------------------------------------------------------*
066600 8900-END-RUN-CONTROL.
066700     SET RCA-END-RUN         TO TRUE.
066800     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
066900     MOVE 'ARCHREAD'         TO RCA-COUNT-LABEL (1).
067000     MOVE WS-ARCH-READ       TO RCA-COUNT-VALUE (1).
067100     MOVE 'JRNLREAD'         TO RCA-COUNT-LABEL (2).
067200     MOVE WS-JRNL-READ       TO RCA-COUNT-VALUE (2).
067300     MOVE 'PRINTED'          TO RCA-COUNT-LABEL (3).
067400     MOVE WS-ENTRIES-PRINTED TO RCA-COUNT-VALUE (3).
067500     MOVE 'DELETED'          TO RCA-COUNT-LABEL (4).
067600     MOVE WS-DELETED-COUNT   TO RCA-COUNT-VALUE (4).
067700     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
067800     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
067900 8900-EXIT.
068000     EXIT.
