002401*                  WHOSE REPLY-ONLY COLUMN GROWTH (HIST USER    *
002402*                  ID, DEPT STATUS) MUST NOT RE-SHAPE AN        *
002403*                  EXTERNAL INPUT FILE                          *
002412* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
002421*                  RUN-CONTROL FILE THROUGH IVTRUN          *
002430*                  (SEE IVTRUNA)                            *
002433* 2026-10-15 RLB   A LOADED ROOT IS PUBLISHED (LISTING      *
002436*                  CODE SPACE), AS THE JOURNAL RECORDS      *
002439*-----------------------------------------------------------*
002452 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.  IBM-370.
007690     05  WS-RESTART-SW           PIC X(01) VALUE 'N'.
007700         88  WS-RESTART-RUN              VALUE 'Y'.
007710     05  WS-SKIP-INDEX           PIC 9(05) COMP VALUE ZERO.
007712*-----------------------------------------------------------*
007714* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
007716*-----------------------------------------------------------*
007718 COPY IVTRUNA.
007720 LINKAGE SECTION.
007800 COPY IVTPCB1.
007850 COPY IVTPCBE.
008400* 0000-MAINLINE                                             *
008500*-----------------------------------------------------------*
008600 0000-MAINLINE.
008630     PERFORM 8800-START-RUN-CONTROL
008660         THRU 8800-EXIT.
008700     PERFORM 1000-INITIALIZE
008800         THRU 1000-EXIT.
008900     PERFORM 2000-READ-BUFFER
009300         THRU 8000-EXIT.
009400     PERFORM 9000-TERMINATE
009500         THRU 9000-EXIT.
009530     PERFORM 8900-END-RUN-CONTROL
009560         THRU 8900-EXIT.
009600     GOBACK.
009700*-----------------------------------------------------------*
009800* 1000-INITIALIZE                                           *
014010     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
014020     SET PS-ACTIVE           TO TRUE.
014030     MOVE WS-CURRENT-YYYYMMDD TO PS-STATUS-DATE.
014060     SET PS-PUBLISHED        TO TRUE.
014100     CALL 'CBLTDLI' USING FUNC-ISRT
014200                          PHONDB-PCB
014300                          PHONSEG-IO-AREA
014930             THRU 3080-EXIT
014940     END-IF.
015000     MOVE SPACES             TO JRNL-BEFORE-IMAGE.
015020     MOVE SPACES             TO JRNL-BFR-LISTING-CODE.
015050     MOVE PS-EMPLOYEE-ID     TO JRNL-AFT-EMPLOYEE-ID.
015100     MOVE PS-LAST-NAME       TO JRNL-AFT-LAST-NAME.
015200     MOVE PS-FIRST-NAME      TO JRNL-AFT-FIRST-NAME.
015400     MOVE PS-ZIP-CODE        TO JRNL-AFT-ZIP-CODE.
015410     MOVE PS-STATUS-CODE     TO JRNL-AFT-STATUS-CODE.
015420     MOVE PS-STATUS-DATE     TO JRNL-AFT-STATUS-DATE.
015425     MOVE PS-LISTING-CODE    TO JRNL-AFT-LISTING-CODE.
015430*    A BULK-LOADED ROOT HAS NO DEPTSEG CHILD
015440     MOVE SPACES             TO JRNL-AFT-DEPT-CODE.
015500     PERFORM 3900-WRITE-JOURNAL
019000     CLOSE BULK-LOAD-FILE.
019100 9000-EXIT.
019200     EXIT.
019300*-----------------------------------------------------------*
019400* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN      *
019500* (SEE IVTRUN)                                              *
019600*-----------------------------------------------------------*
019700 8800-START-RUN-CONTROL.
019800     MOVE SPACES             TO RUN-CONTROL-AREA.
019900     SET RCA-START-RUN       TO TRUE.
020000     MOVE WS-JOB-NAME        TO RCA-JOB-NAME.
020100     MOVE 'IVTBULK'          TO RCA-PROGRAM-ID.
020200     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
020300 8800-EXIT.
020400     EXIT.
020500*-----------------------------------------------------------*
020600* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
020700* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
020800* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
020900*-----------------------------------------------------------*
021000 8900-END-RUN-CONTROL.
021100     SET RCA-END-RUN         TO TRUE.
021200     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
021300     MOVE 'ROWSSEEN'         TO RCA-COUNT-LABEL (1).
021400     MOVE WS-ROWS-SEEN       TO RCA-COUNT-VALUE (1).
021500     MOVE 'LOADED'           TO RCA-COUNT-LABEL (2).
021600     MOVE WS-ROWS-LOADED     TO RCA-COUNT-VALUE (2).
021700     MOVE 'REJECTED'         TO RCA-COUNT-LABEL (3).
021800     MOVE WS-ROWS-REJECTED   TO RCA-COUNT-VALUE (3).
021900     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
022000     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
022100 8900-EXIT.
022200     EXIT.
