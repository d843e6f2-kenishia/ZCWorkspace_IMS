002420*                  FILE IN PLACE OF ITS OWN DL/I SWEEP - NO  *
002430*                  PSB NEEDED; RUNS AS A PLAIN BATCH JOB     *
002440*                  AFTER IVTSNPJ                             *
002450* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
002460*                  RUN-CONTROL FILE THROUGH IVTRUN          *
002470*                  (SEE IVTRUNA); ENDS RC=20 UNPROCESSED IF *
002480*                  A PREDECESSOR JOB HAS NOT COMPLETED FOR  *
002490*                  THE SAME BUSINESS DATE                   *
002492* 2026-10-15 RLB   AN UNLISTED EMPLOYEE (SNP-LISTING-CODE   *
002494*                  'U') IS MASKED: COUNTED IN THE HEADCOUNT *
002496*                  BUT PRINTED AS (UNLISTED), LAST IN THE   *
002498*                  GROUP, WITH NO NAME OR EXTENSION         *
002500*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
004100     05  SR-LAST-NAME            PIC X(10).
004200     05  SR-FIRST-NAME           PIC X(10).
004300     05  SR-EXTENSION            PIC X(10).
004303     05  SR-LISTING-CODE         PIC X(01).
004306         88  SR-UNLISTED               VALUE 'U'.
004310 FD  SNAP-FILE
004320     RECORDING MODE IS F
004330     LABEL RECORDS ARE STANDARD.
007700     05  WS-LINES-PER-PAGE       PIC 9(03) VALUE 55.
007800     05  WS-EMPLOYEE-COUNT       PIC 9(07) VALUE ZERO.
007900     05  WS-DEPT-COUNT           PIC 9(05) VALUE ZERO.
007950     05  WS-UNLISTED-COUNT       PIC 9(07) VALUE ZERO.
008000*-----------------------------------------------------------*
008100* REPORT LINE LAYOUTS                                       *
008200*-----------------------------------------------------------*
013400     05  FILLER                  PIC X(25)
013500         VALUE 'DEPARTMENT GROUPS LISTED:'.
013600     05  TOT-DEPT-COUNT          PIC ZZZ,ZZ9.
013610 01  TOTAL-LINE-3.
013620     05  FILLER                  PIC X(01) VALUE SPACE.
013630     05  FILLER                  PIC X(25)
013640         VALUE 'UNLISTED (NAME WITHHELD):'.
013650     05  TOT-UNLISTED-COUNT      PIC ZZZ,ZZ9.
013660*-----------------------------------------------------------*
013720* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
013780*-----------------------------------------------------------*
013840 COPY IVTRUNA.
013900 PROCEDURE DIVISION.
014100*-----------------------------------------------------------*
014200* 0000-MAINLINE                                             *
014300*-----------------------------------------------------------*
014400 0000-MAINLINE.
014407     PERFORM 8800-START-RUN-CONTROL
014414         THRU 8800-EXIT.
014421     IF RCA-PREDECESSOR-MISSING
014428         MOVE RCA-RETURN-CODE TO RETURN-CODE
014435         GOBACK
014442     END-IF.
014450     OPEN INPUT SNAP-FILE.
014500     OPEN OUTPUT PRINT-FILE.
014600     MOVE WS-LINES-PER-PAGE  TO WS-LINE-COUNT.
015600         THRU 7000-EXIT.
015700     CLOSE PRINT-FILE.
015750     CLOSE SNAP-FILE.
015760     PERFORM 8900-END-RUN-CONTROL
015770         THRU 8900-EXIT.
015800     GOBACK.
015900*-----------------------------------------------------------*
016000* 2000-EXTRACT-PHONEBOOK - SORT INPUT PROCEDURE: READ EVERY *
019100     MOVE SNP-LAST-NAME      TO SR-LAST-NAME.
019200     MOVE SNP-FIRST-NAME     TO SR-FIRST-NAME.
019300     MOVE SNP-EXTENSION      TO SR-EXTENSION.
019350     MOVE SNP-LISTING-CODE   TO SR-LISTING-CODE.
019400*    AN UNLISTED NAME MUST NOT EVEN SHOW THROUGH ITS PLACE IN
019450*    THE ALPHABETIC ORDER, SO IT SORTS LAST IN ITS GROUP
019500     IF SNP-UNLISTED
019550         MOVE HIGH-VALUES    TO SR-LAST-NAME
019600         MOVE HIGH-VALUES    TO SR-FIRST-NAME
019650         MOVE SPACES         TO SR-EXTENSION
019700     END-IF.
019800     IF SNP-HAS-DEPT
019900         MOVE SNP-DEPT-CODE  TO SR-DEPT-CODE
020000         MOVE SNP-DEPT-NAME  TO SR-DEPT-NAME
025000     MOVE SR-LAST-NAME       TO DET-LAST-NAME.
025100     MOVE SR-FIRST-NAME      TO DET-FIRST-NAME.
025200     MOVE SR-EXTENSION       TO DET-EXTENSION.
025210     IF SR-UNLISTED
025220         MOVE '(UNLISTED)'   TO DET-LAST-NAME
025230         MOVE SPACES         TO DET-FIRST-NAME
025240         MOVE SPACES         TO DET-EXTENSION
025250         ADD 1               TO WS-UNLISTED-COUNT
025260     END-IF.
025300     PERFORM 4000-WRITE-DETAIL
025400         THRU 4000-EXIT.
025500     ADD 1                   TO WS-GROUP-COUNT.
033400 7000-PRINT-TOTALS.
033500     MOVE WS-EMPLOYEE-COUNT  TO TOT-EMPLOYEE-COUNT.
033600     MOVE WS-DEPT-COUNT      TO TOT-DEPT-COUNT.
033650     MOVE WS-UNLISTED-COUNT  TO TOT-UNLISTED-COUNT.
033700     WRITE PRINT-LINE        FROM TOTAL-LINE-1
033800         AFTER ADVANCING 2 LINES.
033900     WRITE PRINT-LINE        FROM TOTAL-LINE-2
034000         AFTER ADVANCING 1 LINE.
034030     WRITE PRINT-LINE        FROM TOTAL-LINE-3
034060         AFTER ADVANCING 1 LINE.
034100 7000-EXIT.
034200     EXIT.
034300*-----------------------------------------------------------*
034400* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN,     *
034500* FIRST CHECKING THAT EACH PREDECESSOR JOB COMPLETED        *
034600* FOR THE SAME BUSINESS DATE (SEE IVTRUN)                   *
034700*-----------------------------------------------------------*
034800 8800-START-RUN-CONTROL.
034900     MOVE SPACES             TO RUN-CONTROL-AREA.
035000     SET RCA-START-RUN       TO TRUE.
035100     MOVE 'IVTDRSTJ'         TO RCA-JOB-NAME.
035200     MOVE 'IVTDRST'          TO RCA-PROGRAM-ID.
035300     MOVE 'IVTSNPJ'          TO RCA-PREDECESSOR (1).
035400     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
035500 8800-EXIT.
035600     EXIT.
035700*-----------------------------------------------------------*
035800* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
035900* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
036000* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
036100*-----------------------------------------------------------*
036200 8900-END-RUN-CONTROL.
036300     SET RCA-END-RUN         TO TRUE.
036400     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
036500     MOVE 'LISTED'           TO RCA-COUNT-LABEL (1).
036600     MOVE WS-EMPLOYEE-COUNT  TO RCA-COUNT-VALUE (1).
036700     MOVE 'DEPTS'            TO RCA-COUNT-LABEL (2).
036800     MOVE WS-DEPT-COUNT      TO RCA-COUNT-VALUE (2).
036900     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
037000     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
037100 8900-EXIT.
037200     EXIT.
