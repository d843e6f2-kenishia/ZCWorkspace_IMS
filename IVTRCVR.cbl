003010* 2026-08-22 RLB   EMPLOYEE STATUS CODE/DATE ADDED TO THE     *
003020*                  JOURNAL IMAGES - REPLAYED AND COMPARED     *
003030*                  LIKE THE OTHER FIELDS                      *
003040* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
003050*                  RUN-CONTROL FILE THROUGH IVTRUN          *
003060*                  (SEE IVTRUNA)                            *
003070* 2026-10-15 RLB   THE PHONSEG LISTING CODE IS RE-APPLIED   *
003080*                  FROM, AND COMPARED AGAINST, THE JOURNAL  *
003090*                  IMAGES LIKE THE OTHER FIELDS             *
003100*-----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
017500     05  FILLER                  PIC X(25)
017600         VALUE 'DATABASE ERRORS     : '.
017700     05  TOT-ERRORS              PIC ZZZ,ZZ9.
017720*-----------------------------------------------------------*
017740* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
017760*-----------------------------------------------------------*
017780 COPY IVTRUNA.
017800 LINKAGE SECTION.
017900 COPY IVTPCB1.
018000 COPY IVTPCBH.
018500* 0000-MAINLINE                                             *
018600*-----------------------------------------------------------*
018700 0000-MAINLINE.
018730     PERFORM 8800-START-RUN-CONTROL
018760         THRU 8800-EXIT.
018800     PERFORM 1000-INITIALIZE
018900         THRU 1000-EXIT.
019000     PERFORM 2000-PROCESS-ONE-ENTRY
019400         THRU 7000-EXIT.
019500     PERFORM 9000-TERMINATE
019600         THRU 9000-EXIT.
019630     PERFORM 8900-END-RUN-CONTROL
019660         THRU 8900-EXIT.
019700     GOBACK.
019800*-----------------------------------------------------------*
019900* 1000-INITIALIZE - READ THE RECOVERY WINDOW CONTROL CARD.  *
035600     MOVE JRNL-AFT-ZIP-CODE  TO PS-ZIP-CODE.
035610     MOVE JRNL-AFT-STATUS-CODE TO PS-STATUS-CODE.
035620     MOVE JRNL-AFT-STATUS-DATE TO PS-STATUS-DATE.
035660     MOVE JRNL-AFT-LISTING-CODE TO PS-LISTING-CODE.
035700 3250-EXIT.
035800     EXIT.
035900*-----------------------------------------------------------*
041300         OR PS-ZIP-CODE NOT = JRNL-BFR-ZIP-CODE
041310         OR PS-STATUS-CODE NOT = JRNL-BFR-STATUS-CODE
041320         OR PS-STATUS-DATE NOT = JRNL-BFR-STATUS-DATE
041360         OR PS-LISTING-CODE NOT = JRNL-BFR-LISTING-CODE
041400         SET WS-IMAGES-MISMATCH TO TRUE
041500     END-IF.
041600 3600-EXIT.
049100     CLOSE PRINT-FILE.
049200 9000-EXIT.
049300     EXIT.
049400*-----------------------------------------------------------*
049500* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN      *
049600* (SEE IVTRUN)                                              *
049700*-----------------------------------------------------------*
049800 8800-START-RUN-CONTROL.
049900     MOVE SPACES             TO RUN-CONTROL-AREA.
050000     SET RCA-START-RUN       TO TRUE.
050100     MOVE 'IVTRCVRJ'         TO RCA-JOB-NAME.
050200     MOVE 'IVTRCVR'          TO RCA-PROGRAM-ID.
050300     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
050400 8800-EXIT.
050500     EXIT.
050600*-----------------------------------------------------------*
050700* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
050800* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
050900* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
051000*-----------------------------------------------------------*
051100 8900-END-RUN-CONTROL.
051200     SET RCA-END-RUN         TO TRUE.
051300     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
051400     MOVE 'JRNLREAD'         TO RCA-COUNT-LABEL (1).
051500     MOVE WS-JRNL-READ       TO RCA-COUNT-VALUE (1).
051600     MOVE 'SKIPPED'          TO RCA-COUNT-LABEL (2).
051700     MOVE WS-SKIPPED-COUNT   TO RCA-COUNT-VALUE (2).
051800     MOVE 'MISMATCH'         TO RCA-COUNT-LABEL (3).
051900     MOVE WS-MISMATCH-COUNT  TO RCA-COUNT-VALUE (3).
052000     MOVE 'ERRORS'           TO RCA-COUNT-LABEL (4).
052100     MOVE WS-ERROR-COUNT     TO RCA-COUNT-VALUE (4).
052200     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
052300     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
052400 8900-EXIT.
052500     EXIT.
