000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IVTRUNR.
000300 AUTHOR.        R L BRENNAN.
000400 INSTALLATION.  CORPORATE SYSTEMS - VOICE/DATA SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* IVTRUNR - DAILY BATCH RUN HISTORY REPORT.  READS THE      *
000900* RUN-CONTROL LEDGER (RUNCTL - SEE IVTRUND) AND LISTS EVERY *
001000* IVT BATCH RUN FOR ONE BUSINESS DATE IN START ORDER: JOB,  *
001100* PROGRAM, START AND END TIME, COMPLETION STATUS, RETURN    *
001200* CODE, WHETHER ITS PREDECESSORS WERE VERIFIED AT START,    *
001300* AND ITS KEY RECORD COUNTS.  A RUN WITH A START RECORD BUT *
001400* NO END RECORD IS SHOWN AS ABENDED OR STILL RUNNING, AND A *
001500* BLOCKED RUN NAMES THE PREDECESSOR IT WAS WAITING ON.  A   *
001600* CLOSING CHECK SHOWS HOW EACH JOB OF THE NIGHTLY STREAM    *
001700* FINISHED (OR THAT IT DID NOT RUN), SO OPERATIONS CAN SHOW *
001800* THAT THE NIGHT'S OUTPUTS CAME FROM THE NIGHT'S DATA.      *
001900* AN OPTIONAL SYSIN CONTROL CARD PICKS THE DATE:            *
002000*   COLS 1-8   BUSINESS DATE CCYYMMDD (BLANK = THE LATEST   *
002100*              BUSINESS DATE ON THE LEDGER)                 *
002200*-----------------------------------------------------------*
002300* MODIFICATION HISTORY                                      *
002400* ----------------------------------------------------------*
002500* DATE       BY    DESCRIPTION                              *
002600* ---------- ----- -------------------------------------------
002700* 2026-10-15 RLB   ORIGINAL PROGRAM                         *
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-370.
003200 OBJECT-COMPUTER.  IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO SYSIN.
003600     SELECT LEDGER-FILE      ASSIGN TO RUNCTL.
003700     SELECT SORT-FILE        ASSIGN TO SORTWK1.
003800     SELECT PRINT-FILE       ASSIGN TO PRTFILE.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CONTROL-CARD-FILE
004200     RECORDING MODE IS F
004300     LABEL RECORDS ARE STANDARD.
004400 01  CONTROL-CARD-RECORD.
004500     05  CC-BUSINESS-DATE        PIC X(08).
004600     05  FILLER                  PIC X(72).
004700 FD  LEDGER-FILE
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000 COPY IVTRUND.
005100 SD  SORT-FILE.
005200 01  SORT-RECORD.
005300     05  SR-START-DATE           PIC X(08).
005400     05  SR-START-TIME           PIC X(08).
005500     05  SR-JOB-NAME             PIC X(08).
005600     05  SR-EVENT                PIC X(01).
005700         88  SR-START-EVENT            VALUE 'S'.
005800         88  SR-END-EVENT              VALUE 'E'.
005900         88  SR-BLOCKED-EVENT          VALUE 'B'.
006000     05  SR-PROGRAM-ID           PIC X(08).
006100     05  SR-END-TIME             PIC X(08).
006200     05  SR-STATUS               PIC X(01).
006300         88  SR-COMPLETED              VALUE 'C'.
006400         88  SR-FAILED                 VALUE 'F'.
006500     05  SR-RETURN-CODE          PIC 9(04).
006600     05  SR-MISSING-JOB          PIC X(08).
006700     05  SR-PRED-CHECKED         PIC X(01).
006800     05  SR-COUNT-ENTRY          OCCURS 4 TIMES.
006900         10  SR-COUNT-LABEL      PIC X(08).
007000         10  SR-COUNT-VALUE      PIC 9(09).
007100 FD  PRINT-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  PRINT-LINE                  PIC X(133).
007500 WORKING-STORAGE SECTION.
007600*-----------------------------------------------------------*
007700* SWITCHES AND CONTROL VALUES                               *
007800*-----------------------------------------------------------*
007900 01  WS-SWITCHES.
008000     05  WS-LEDGER-EOF-SW        PIC X(01) VALUE 'N'.
008100         88  WS-LEDGER-EOF                VALUE 'Y'.
008200     05  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
008300         88  WS-SORT-EOF                  VALUE 'Y'.
008400     05  WS-PENDING-SW           PIC X(01) VALUE 'N'.
008500         88  WS-START-PENDING             VALUE 'Y'.
008600 01  WS-CONTROL-VALUES.
008700     05  WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
008800     05  WS-COUNT-INDEX          PIC S9(04) COMP VALUE ZERO.
008900     05  WS-STREAM-INDEX         PIC S9(04) COMP VALUE ZERO.
009000*-----------------------------------------------------------*
009100* START RECORD HELD UNTIL THE NEXT SORTED RECORD SHOWS      *
009200* WHETHER ITS END RECORD EXISTS                             *
009300*-----------------------------------------------------------*
009400 01  WS-PENDING-START.
009500     05  WS-PEND-START-DATE      PIC X(08).
009600     05  WS-PEND-START-TIME      PIC X(08).
009700     05  WS-PEND-JOB-NAME        PIC X(08).
009800     05  WS-PEND-PROGRAM-ID      PIC X(08).
009900     05  WS-PEND-PRED-CHECKED    PIC X(01).
010000*-----------------------------------------------------------*
010100* THE NIGHTLY STREAM IN RUN ORDER, WITH THE LAST OUTCOME    *
010200* SEEN FOR EACH JOB ON THE REPORTED DATE                    *
010300*-----------------------------------------------------------*
010400 01  WS-STREAM-JOB-NAMES.
010500     05  FILLER                  PIC X(08) VALUE 'IVTSWPJ'.
010600     05  FILLER                  PIC X(08) VALUE 'IVTDSYNJ'.
010700     05  FILLER                  PIC X(08) VALUE 'IVTSCHJ'.
010800     05  FILLER                  PIC X(08) VALUE 'IVTSNPJ'.
010900     05  FILLER                  PIC X(08) VALUE 'IVTDIRJ'.
011000     05  FILLER                  PIC X(08) VALUE 'IVTDUPXJ'.
011100     05  FILLER                  PIC X(08) VALUE 'IVTDRSTJ'.
011200     05  FILLER                  PIC X(08) VALUE 'IVTXTRJ'.
011300 01  WS-STREAM-TABLE REDEFINES WS-STREAM-JOB-NAMES.
011400     05  WS-STREAM-JOB           PIC X(08) OCCURS 8 TIMES.
011500 01  WS-STREAM-OUTCOMES.
011600     05  WS-STREAM-ENTRY         OCCURS 8 TIMES.
011700         10  WS-STREAM-OUTCOME   PIC X(12).
011800         10  WS-STREAM-PROGRAM   PIC X(08).
011900 01  WS-OUTCOME-TEXT             PIC X(12) VALUE SPACES.
012000 01  WS-NOTE-JOB-NAME            PIC X(08) VALUE SPACES.
012100 01  WS-NOTE-PROGRAM-ID          PIC X(08) VALUE SPACES.
012200*-----------------------------------------------------------*
012300* TIME EDIT - HHMMSSHH SHOWN AS HH:MM:SS                    *
012400*-----------------------------------------------------------*
012500 01  WS-TIME-IN                  PIC X(08).
012600 01  WS-TIME-EDIT.
012700     05  WS-TE-HOUR              PIC X(02).
012800     05  FILLER                  PIC X(01) VALUE ':'.
012900     05  WS-TE-MINUTE            PIC X(02).
013000     05  FILLER                  PIC X(01) VALUE ':'.
013100     05  WS-TE-SECOND            PIC X(02).
013200 01  WS-COUNTERS.
013300     05  WS-PAGE-NUMBER          PIC 9(05) VALUE ZERO.
013400     05  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
013500     05  WS-LINES-PER-PAGE       PIC 9(03) VALUE 55.
013600     05  WS-RUN-COUNT            PIC 9(07) VALUE ZERO.
013700     05  WS-COMPLETED-COUNT      PIC 9(07) VALUE ZERO.
013800     05  WS-FAILED-COUNT         PIC 9(07) VALUE ZERO.
013900     05  WS-BLOCKED-COUNT        PIC 9(07) VALUE ZERO.
014000     05  WS-NO-END-COUNT         PIC 9(07) VALUE ZERO.
014100*-----------------------------------------------------------*
014200* REPORT LINE LAYOUTS                                       *
014300*-----------------------------------------------------------*
014400 01  HDG-LINE-1.
014500     05  FILLER                  PIC X(01) VALUE SPACE.
014600     05  FILLER                  PIC X(30)
014700         VALUE 'IVT BATCH RUN HISTORY'.
014800     05  FILLER                  PIC X(14) VALUE 'BUSINESS DATE '.
014900     05  HDG-BUSINESS-DATE       PIC X(08).
015000     05  FILLER                  PIC X(18) VALUE SPACES.
015100     05  FILLER                  PIC X(05) VALUE 'PAGE '.
015200     05  HDG-PAGE-NUMBER         PIC ZZZZ9.
015300 01  HDG-LINE-2.
015400     05  FILLER                  PIC X(01) VALUE SPACE.
015500     05  FILLER                  PIC X(08) VALUE 'JOB'.
015600     05  FILLER                  PIC X(02) VALUE SPACES.
015700     05  FILLER                  PIC X(08) VALUE 'PROGRAM'.
015800     05  FILLER                  PIC X(02) VALUE SPACES.
015900     05  FILLER                  PIC X(08) VALUE 'STARTED'.
016000     05  FILLER                  PIC X(02) VALUE SPACES.
016100     05  FILLER                  PIC X(08) VALUE 'ENDED'.
016200     05  FILLER                  PIC X(02) VALUE SPACES.
016300     05  FILLER                  PIC X(09) VALUE 'STATUS'.
016400     05  FILLER                  PIC X(02) VALUE SPACES.
016500     05  FILLER                  PIC X(04) VALUE 'RC'.
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016700     05  FILLER                  PIC X(04) VALUE 'PRED'.
016800     05  FILLER                  PIC X(02) VALUE SPACES.
016900     05  FILLER                  PIC X(20) VALUE 'KEY COUNTS'.
017000 01  HDG-LINE-3.
017100     05  FILLER                  PIC X(01) VALUE SPACE.
017200     05  FILLER                  PIC X(08) VALUE ALL '-'.
017300     05  FILLER                  PIC X(02) VALUE SPACES.
017400     05  FILLER                  PIC X(08) VALUE ALL '-'.
017500     05  FILLER                  PIC X(02) VALUE SPACES.
017600     05  FILLER                  PIC X(08) VALUE ALL '-'.
017700     05  FILLER                  PIC X(02) VALUE SPACES.
017800     05  FILLER                  PIC X(08) VALUE ALL '-'.
017900     05  FILLER                  PIC X(02) VALUE SPACES.
018000     05  FILLER                  PIC X(09) VALUE ALL '-'.
018100     05  FILLER                  PIC X(02) VALUE SPACES.
018200     05  FILLER                  PIC X(04) VALUE ALL '-'.
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  FILLER                  PIC X(04) VALUE ALL '-'.
018500     05  FILLER                  PIC X(02) VALUE SPACES.
018600     05  FILLER                  PIC X(68) VALUE ALL '-'.
018700 01  DETAIL-LINE.
018800     05  FILLER                  PIC X(01) VALUE SPACE.
018900     05  DET-JOB-NAME            PIC X(08).
019000     05  FILLER                  PIC X(02) VALUE SPACES.
019100     05  DET-PROGRAM-ID          PIC X(08).
019200     05  FILLER                  PIC X(02) VALUE SPACES.
019300     05  DET-START-TIME          PIC X(08).
019400     05  FILLER                  PIC X(02) VALUE SPACES.
019500     05  DET-END-TIME            PIC X(08).
019600     05  FILLER                  PIC X(02) VALUE SPACES.
019700     05  DET-STATUS              PIC X(09).
019800     05  FILLER                  PIC X(02) VALUE SPACES.
019900     05  DET-RETURN-CODE         PIC X(04).
020000     05  FILLER                  PIC X(02) VALUE SPACES.
020100     05  DET-PRED                PIC X(04).
020200     05  FILLER                  PIC X(02) VALUE SPACES.
020300     05  DET-COUNT-AREA          PIC X(68).
020400     05  DET-COUNT-ENTRY REDEFINES DET-COUNT-AREA
020500                                 OCCURS 4 TIMES.
020600         10  DET-COUNT-LABEL     PIC X(08).
020700         10  FILLER              PIC X(01).
020800         10  DET-COUNT-VALUE     PIC ZZZZZZ9.
020900         10  FILLER              PIC X(01).
021000 01  STREAM-HDG-LINE.
021100     05  FILLER                  PIC X(01) VALUE SPACE.
021200     05  FILLER                  PIC X(40)
021300         VALUE 'NIGHTLY STREAM CHECK (IN RUN ORDER)'.
021400 01  STREAM-LINE.
021500     05  FILLER                  PIC X(01) VALUE SPACE.
021600     05  STR-JOB-NAME            PIC X(08).
021700     05  FILLER                  PIC X(02) VALUE SPACES.
021800     05  STR-OUTCOME             PIC X(12).
021900 01  TOTAL-LINE-1.
022000     05  FILLER                  PIC X(01) VALUE SPACE.
022100     05  FILLER                  PIC X(25)
022200         VALUE 'RUNS LISTED        : '.
022300     05  TOT-RUN-COUNT           PIC ZZZ,ZZ9.
022400 01  TOTAL-LINE-2.
022500     05  FILLER                  PIC X(01) VALUE SPACE.
022600     05  FILLER                  PIC X(25)
022700         VALUE 'COMPLETED          : '.
022800     05  TOT-COMPLETED-COUNT     PIC ZZZ,ZZ9.
022900 01  TOTAL-LINE-3.
023000     05  FILLER                  PIC X(01) VALUE SPACE.
023100     05  FILLER                  PIC X(25)
023200         VALUE 'FAILED             : '.
023300     05  TOT-FAILED-COUNT        PIC ZZZ,ZZ9.
023400 01  TOTAL-LINE-4.
023500     05  FILLER                  PIC X(01) VALUE SPACE.
023600     05  FILLER                  PIC X(25)
023700         VALUE 'BLOCKED AT START   : '.
023800     05  TOT-BLOCKED-COUNT       PIC ZZZ,ZZ9.
023900 01  TOTAL-LINE-5.
024000     05  FILLER                  PIC X(01) VALUE SPACE.
024100     05  FILLER                  PIC X(25)
024200         VALUE 'NO END RECORD      : '.
024300     05  TOT-NO-END-COUNT        PIC ZZZ,ZZ9.
024400 PROCEDURE DIVISION.
024500*-----------------------------------------------------------*
024600* 0000-MAINLINE                                             *
024700*-----------------------------------------------------------*
024800 0000-MAINLINE.
024900     PERFORM 1000-INITIALIZE
025000         THRU 1000-EXIT.
025100     SORT SORT-FILE
025200         ON ASCENDING KEY SR-START-DATE
025300                          SR-START-TIME
025400                          SR-JOB-NAME
025500         ON DESCENDING KEY SR-EVENT
025600         INPUT PROCEDURE 2000-EXTRACT-LEDGER
025700             THRU 2000-EXIT
025800         OUTPUT PROCEDURE 3000-PRINT-HISTORY
025900             THRU 3000-EXIT.
026000     PERFORM 7000-PRINT-TOTALS
026100         THRU 7000-EXIT.
026200     CLOSE PRINT-FILE.
026300     GOBACK.
026400*-----------------------------------------------------------*
026500* 1000-INITIALIZE - READ THE CONTROL CARD.  A DATE NOT      *
026600* KEYED (OR NOT NUMERIC) TAKES THE LATEST BUSINESS DATE ON  *
026700* THE LEDGER                                                *
026800*-----------------------------------------------------------*
026900 1000-INITIALIZE.
027000     OPEN OUTPUT PRINT-FILE.
027100     MOVE WS-LINES-PER-PAGE  TO WS-LINE-COUNT.
027200     MOVE SPACES             TO CONTROL-CARD-RECORD.
027300     OPEN INPUT CONTROL-CARD-FILE.
027400     READ CONTROL-CARD-FILE
027500         AT END
027600             MOVE SPACES     TO CONTROL-CARD-RECORD
027700     END-READ.
027800     CLOSE CONTROL-CARD-FILE.
027900     IF CC-BUSINESS-DATE IS NUMERIC
028000         MOVE CC-BUSINESS-DATE TO WS-BUSINESS-DATE
028100     ELSE
028200         PERFORM 1200-FIND-LATEST-DATE
028300             THRU 1200-EXIT
028400     END-IF.
028500     MOVE WS-BUSINESS-DATE   TO HDG-BUSINESS-DATE.
028600     MOVE 'DID NOT RUN'      TO WS-OUTCOME-TEXT.
028700     PERFORM 1300-CLEAR-ONE-OUTCOME
028800         THRU 1300-EXIT
028900         VARYING WS-STREAM-INDEX FROM 1 BY 1
029000         UNTIL WS-STREAM-INDEX > 8.
029100 1000-EXIT.
029200     EXIT.
029300*-----------------------------------------------------------*
029400* 1200-FIND-LATEST-DATE - ONE PASS OVER THE LEDGER FOR THE  *
029500* HIGHEST BUSINESS DATE ON IT                               *
029600*-----------------------------------------------------------*
029700 1200-FIND-LATEST-DATE.
029800     MOVE LOW-VALUES         TO WS-BUSINESS-DATE.
029900     OPEN INPUT LEDGER-FILE.
030000     PERFORM 1250-READ-FOR-DATE
030100         THRU 1250-EXIT
030200         UNTIL WS-LEDGER-EOF.
030300     CLOSE LEDGER-FILE.
030400     MOVE 'N'                TO WS-LEDGER-EOF-SW.
030500     IF WS-BUSINESS-DATE = LOW-VALUES
030600         MOVE SPACES         TO WS-BUSINESS-DATE
030700     END-IF.
030800 1200-EXIT.
030900     EXIT.
031000*-----------------------------------------------------------*
031100* 1250-READ-FOR-DATE                                        *
031200*-----------------------------------------------------------*
031300 1250-READ-FOR-DATE.
031400     READ LEDGER-FILE
031500         AT END
031600             SET WS-LEDGER-EOF TO TRUE
031700             GO TO 1250-EXIT
031800     END-READ.
031900     IF RL-BUSINESS-DATE > WS-BUSINESS-DATE
032000         MOVE RL-BUSINESS-DATE TO WS-BUSINESS-DATE
032100     END-IF.
032200 1250-EXIT.
032300     EXIT.
032400*-----------------------------------------------------------*
032500* 1300-CLEAR-ONE-OUTCOME                                    *
032600*-----------------------------------------------------------*
032700 1300-CLEAR-ONE-OUTCOME.
032800     MOVE WS-OUTCOME-TEXT
032900         TO WS-STREAM-OUTCOME (WS-STREAM-INDEX).
033000     MOVE SPACES TO WS-STREAM-PROGRAM (WS-STREAM-INDEX).
033100 1300-EXIT.
033200     EXIT.
033300*-----------------------------------------------------------*
033400* 2000-EXTRACT-LEDGER - SORT INPUT PROCEDURE: RELEASE EVERY *
033500* LEDGER RECORD FOR THE REPORTED BUSINESS DATE              *
033600*-----------------------------------------------------------*
033700 2000-EXTRACT-LEDGER.
033800     OPEN INPUT LEDGER-FILE.
033900     PERFORM 2100-GET-NEXT-RECORD
034000         THRU 2100-EXIT.
034100     PERFORM 2200-RELEASE-ONE-RECORD
034200         THRU 2200-EXIT
034300         UNTIL WS-LEDGER-EOF.
034400     CLOSE LEDGER-FILE.
034500 2000-EXIT.
034600     EXIT.
034700*-----------------------------------------------------------*
034800* 2100-GET-NEXT-RECORD                                      *
034900*-----------------------------------------------------------*
035000 2100-GET-NEXT-RECORD.
035100     READ LEDGER-FILE
035200         AT END
035300             SET WS-LEDGER-EOF TO TRUE
035400     END-READ.
035500 2100-EXIT.
035600     EXIT.
035700*-----------------------------------------------------------*
035800* 2200-RELEASE-ONE-RECORD                                   *
035900*-----------------------------------------------------------*
036000 2200-RELEASE-ONE-RECORD.
036100     IF RL-BUSINESS-DATE NOT = WS-BUSINESS-DATE
036200         GO TO 2200-NEXT
036300     END-IF.
036400     MOVE RL-START-DATE      TO SR-START-DATE.
036500     MOVE RL-START-TIME      TO SR-START-TIME.
036600     MOVE RL-JOB-NAME        TO SR-JOB-NAME.
036700     MOVE RL-EVENT           TO SR-EVENT.
036800     MOVE RL-PROGRAM-ID      TO SR-PROGRAM-ID.
036900     MOVE RL-END-TIME        TO SR-END-TIME.
037000     MOVE RL-STATUS          TO SR-STATUS.
037100     MOVE RL-RETURN-CODE     TO SR-RETURN-CODE.
037200     MOVE RL-MISSING-JOB     TO SR-MISSING-JOB.
037300     MOVE RL-PRED-CHECKED    TO SR-PRED-CHECKED.
037400     PERFORM 2300-MOVE-ONE-COUNT
037500         THRU 2300-EXIT
037600         VARYING WS-COUNT-INDEX FROM 1 BY 1
037700         UNTIL WS-COUNT-INDEX > 4.
037800     RELEASE SORT-RECORD.
037900 2200-NEXT.
038000     PERFORM 2100-GET-NEXT-RECORD
038100         THRU 2100-EXIT.
038200 2200-EXIT.
038300     EXIT.
038400*-----------------------------------------------------------*
038500* 2300-MOVE-ONE-COUNT                                       *
038600*-----------------------------------------------------------*
038700 2300-MOVE-ONE-COUNT.
038800     MOVE RL-COUNT-LABEL (WS-COUNT-INDEX)
038900         TO SR-COUNT-LABEL (WS-COUNT-INDEX).
039000     MOVE RL-COUNT-VALUE (WS-COUNT-INDEX)
039100         TO SR-COUNT-VALUE (WS-COUNT-INDEX).
039200 2300-EXIT.
039300     EXIT.
039400*-----------------------------------------------------------*
039500* 3000-PRINT-HISTORY - SORT OUTPUT PROCEDURE: WITHIN ONE    *
039600* RUN (SAME JOB AND START STAMP) THE START RECORD SORTS     *
039700* AHEAD OF ITS END RECORD.  A START IS HELD UNTIL THE NEXT  *
039800* RECORD SHOWS WHETHER IT WAS ENDED; AN END OR BLOCKED      *
039900* RECORD IS A COMPLETE RUN ON ITS OWN                       *
040000*-----------------------------------------------------------*
040100 3000-PRINT-HISTORY.
040200     PERFORM 3100-RETURN-NEXT
040300         THRU 3100-EXIT.
040400     PERFORM 3200-PROCESS-RETURNED-RECORD
040500         THRU 3200-EXIT
040600         UNTIL WS-SORT-EOF.
040700     PERFORM 3300-FLUSH-PENDING-START
040800         THRU 3300-EXIT.
040900     PERFORM 3800-PRINT-STREAM-CHECK
041000         THRU 3800-EXIT.
041100 3000-EXIT.
041200     EXIT.
041300*-----------------------------------------------------------*
041400* 3100-RETURN-NEXT                                          *
041500*-----------------------------------------------------------*
041600 3100-RETURN-NEXT.
041700     RETURN SORT-FILE
041800         AT END
041900             SET WS-SORT-EOF TO TRUE
042000     END-RETURN.
042100 3100-EXIT.
042200     EXIT.
042300*-----------------------------------------------------------*
042400* 3200-PROCESS-RETURNED-RECORD                              *
042500*-----------------------------------------------------------*
042600 3200-PROCESS-RETURNED-RECORD.
042700     EVALUATE TRUE
042800         WHEN SR-START-EVENT
042900             PERFORM 3300-FLUSH-PENDING-START
043000                 THRU 3300-EXIT
043100             MOVE SR-START-DATE TO WS-PEND-START-DATE
043200             MOVE SR-START-TIME TO WS-PEND-START-TIME
043300             MOVE SR-JOB-NAME   TO WS-PEND-JOB-NAME
043400             MOVE SR-PROGRAM-ID TO WS-PEND-PROGRAM-ID
043500             MOVE SR-PRED-CHECKED TO WS-PEND-PRED-CHECKED
043600             SET WS-START-PENDING TO TRUE
043700         WHEN SR-END-EVENT
043800             IF WS-START-PENDING
043900                 AND WS-PEND-JOB-NAME = SR-JOB-NAME
044000                 AND WS-PEND-START-DATE = SR-START-DATE
044100                 AND WS-PEND-START-TIME = SR-START-TIME
044200                 MOVE 'N'    TO WS-PENDING-SW
044300             ELSE
044400                 PERFORM 3300-FLUSH-PENDING-START
044500                     THRU 3300-EXIT
044600             END-IF
044700             PERFORM 3400-PRINT-ENDED-RUN
044800                 THRU 3400-EXIT
044900         WHEN OTHER
045000             PERFORM 3300-FLUSH-PENDING-START
045100                 THRU 3300-EXIT
045200             PERFORM 3500-PRINT-BLOCKED-RUN
045300                 THRU 3500-EXIT
045400     END-EVALUATE.
045500     PERFORM 3100-RETURN-NEXT
045600         THRU 3100-EXIT.
045700 3200-EXIT.
045800     EXIT.
045900*-----------------------------------------------------------*
046000* 3300-FLUSH-PENDING-START - A HELD START THAT NO END       *
046100* RECORD FOLLOWED: THE RUN ABENDED OR IS STILL GOING        *
046200*-----------------------------------------------------------*
046300 3300-FLUSH-PENDING-START.
046400     IF NOT WS-START-PENDING
046500         GO TO 3300-EXIT
046600     END-IF.
046700     MOVE 'N'                TO WS-PENDING-SW.
046800     MOVE SPACES             TO DETAIL-LINE.
046900     MOVE WS-PEND-JOB-NAME   TO DET-JOB-NAME.
047000     MOVE WS-PEND-PROGRAM-ID TO DET-PROGRAM-ID.
047100     MOVE WS-PEND-START-TIME TO WS-TIME-IN.
047200     PERFORM 3900-EDIT-TIME
047300         THRU 3900-EXIT.
047400     MOVE WS-TIME-EDIT       TO DET-START-TIME.
047500     MOVE 'NO END'           TO DET-STATUS.
047600     IF WS-PEND-PRED-CHECKED = 'Y'
047700         MOVE 'OK'           TO DET-PRED
047800     END-IF.
047900     MOVE 'NO END RECORD - ABENDED OR STILL RUNNING'
048000                             TO DET-COUNT-AREA.
048100     PERFORM 4000-WRITE-DETAIL
048200         THRU 4000-EXIT.
048300     MOVE 'NO END'           TO WS-OUTCOME-TEXT.
048400     MOVE WS-PEND-JOB-NAME   TO WS-NOTE-JOB-NAME.
048500     MOVE WS-PEND-PROGRAM-ID TO WS-NOTE-PROGRAM-ID.
048600     PERFORM 3700-NOTE-STREAM-OUTCOME
048700         THRU 3700-EXIT.
048800     ADD 1                   TO WS-RUN-COUNT.
048900     ADD 1                   TO WS-NO-END-COUNT.
049000 3300-EXIT.
049100     EXIT.
049200*-----------------------------------------------------------*
049300* 3400-PRINT-ENDED-RUN                                      *
049400*-----------------------------------------------------------*
049500 3400-PRINT-ENDED-RUN.
049600     MOVE SPACES             TO DETAIL-LINE.
049700     MOVE SR-JOB-NAME        TO DET-JOB-NAME.
049800     MOVE SR-PROGRAM-ID      TO DET-PROGRAM-ID.
049900     MOVE SR-START-TIME      TO WS-TIME-IN.
050000     PERFORM 3900-EDIT-TIME
050100         THRU 3900-EXIT.
050200     MOVE WS-TIME-EDIT       TO DET-START-TIME.
050300     MOVE SR-END-TIME        TO WS-TIME-IN.
050400     PERFORM 3900-EDIT-TIME
050500         THRU 3900-EXIT.
050600     MOVE WS-TIME-EDIT       TO DET-END-TIME.
050700     IF SR-COMPLETED
050800         MOVE 'COMPLETED'    TO DET-STATUS
050900         ADD 1               TO WS-COMPLETED-COUNT
051000     ELSE
051100         MOVE 'FAILED'       TO DET-STATUS
051200         ADD 1               TO WS-FAILED-COUNT
051300     END-IF.
051400     MOVE DET-STATUS         TO WS-OUTCOME-TEXT.
051500     MOVE SR-JOB-NAME        TO WS-NOTE-JOB-NAME.
051600     MOVE SR-PROGRAM-ID      TO WS-NOTE-PROGRAM-ID.
051700     MOVE SR-RETURN-CODE     TO DET-RETURN-CODE.
051800     IF SR-PRED-CHECKED = 'Y'
051900         MOVE 'OK'           TO DET-PRED
052000     END-IF.
052100     PERFORM 3450-EDIT-ONE-COUNT
052200         THRU 3450-EXIT
052300         VARYING WS-COUNT-INDEX FROM 1 BY 1
052400         UNTIL WS-COUNT-INDEX > 4.
052500     PERFORM 4000-WRITE-DETAIL
052600         THRU 4000-EXIT.
052700     PERFORM 3700-NOTE-STREAM-OUTCOME
052800         THRU 3700-EXIT.
052900     ADD 1                   TO WS-RUN-COUNT.
053000 3400-EXIT.
053100     EXIT.
053200*-----------------------------------------------------------*
053300* 3450-EDIT-ONE-COUNT - UNLABELLED SLOTS STAY BLANK         *
053400*-----------------------------------------------------------*
053500 3450-EDIT-ONE-COUNT.
053600     IF SR-COUNT-LABEL (WS-COUNT-INDEX) NOT = SPACES
053700         MOVE SR-COUNT-LABEL (WS-COUNT-INDEX)
053800             TO DET-COUNT-LABEL (WS-COUNT-INDEX)
053900         MOVE SR-COUNT-VALUE (WS-COUNT-INDEX)
054000             TO DET-COUNT-VALUE (WS-COUNT-INDEX)
054100     END-IF.
054200 3450-EXIT.
054300     EXIT.
054400*-----------------------------------------------------------*
054500* 3500-PRINT-BLOCKED-RUN - REFUSED AT START BECAUSE ITS     *
054600* PREDECESSOR HAD NOT COMPLETED FOR THE SAME BUSINESS DATE  *
054700*-----------------------------------------------------------*
054800 3500-PRINT-BLOCKED-RUN.
054900     MOVE SPACES             TO DETAIL-LINE.
055000     MOVE SR-JOB-NAME        TO DET-JOB-NAME.
055100     MOVE SR-PROGRAM-ID      TO DET-PROGRAM-ID.
055200     MOVE SR-START-TIME      TO WS-TIME-IN.
055300     PERFORM 3900-EDIT-TIME
055400         THRU 3900-EXIT.
055500     MOVE WS-TIME-EDIT       TO DET-START-TIME.
055600     MOVE WS-TIME-EDIT       TO DET-END-TIME.
055700     MOVE 'BLOCKED'          TO DET-STATUS.
055800     MOVE SR-RETURN-CODE     TO DET-RETURN-CODE.
055900     MOVE 'NO'               TO DET-PRED.
056000     STRING 'WAITING ON ' SR-MISSING-JOB
056100            ' - NOT COMPLETED FOR THIS DATE'
056200         DELIMITED BY SIZE INTO DET-COUNT-AREA.
056300     PERFORM 4000-WRITE-DETAIL
056400         THRU 4000-EXIT.
056500     MOVE 'BLOCKED'          TO WS-OUTCOME-TEXT.
056600     MOVE SR-JOB-NAME        TO WS-NOTE-JOB-NAME.
056700     MOVE SR-PROGRAM-ID      TO WS-NOTE-PROGRAM-ID.
056800     PERFORM 3700-NOTE-STREAM-OUTCOME
056900         THRU 3700-EXIT.
057000     ADD 1                   TO WS-RUN-COUNT.
057100     ADD 1                   TO WS-BLOCKED-COUNT.
057200 3500-EXIT.
057300     EXIT.
057400*-----------------------------------------------------------*
057500* 3700-NOTE-STREAM-OUTCOME - IF WS-NOTE-JOB-NAME IS ONE OF  *
057600* THE NIGHTLY STREAM JOBS, WS-OUTCOME-TEXT BECOMES ITS      *
057700* OUTCOME.  RUNS ARRIVE IN START ORDER SO THE LAST ONE      *
057800* WINS, EXCEPT THAT A LATER STEP OF A MULTI-STEP JOB THAT   *
057900* COMPLETED DOES NOT HIDE AN EARLIER STEP THAT DID NOT      *
058000*-----------------------------------------------------------*
058100 3700-NOTE-STREAM-OUTCOME.
058200     PERFORM 3750-MATCH-STREAM-JOB
058300         THRU 3750-EXIT
058400         VARYING WS-STREAM-INDEX FROM 1 BY 1
058500         UNTIL WS-STREAM-INDEX > 8.
058600 3700-EXIT.
058700     EXIT.
058800*-----------------------------------------------------------*
058900* 3750-MATCH-STREAM-JOB                                     *
059000*-----------------------------------------------------------*
059100 3750-MATCH-STREAM-JOB.
059200     IF WS-STREAM-JOB (WS-STREAM-INDEX) NOT = WS-NOTE-JOB-NAME
059300         GO TO 3750-EXIT
059400     END-IF.
059500     IF WS-OUTCOME-TEXT = 'COMPLETED'
059600         AND WS-STREAM-PROGRAM (WS-STREAM-INDEX) NOT = SPACES
059700         AND WS-STREAM-PROGRAM (WS-STREAM-INDEX)
059800             NOT = WS-NOTE-PROGRAM-ID
059900         AND WS-STREAM-OUTCOME (WS-STREAM-INDEX)
060000             NOT = 'COMPLETED'
060100         GO TO 3750-EXIT
060200     END-IF.
060300     MOVE WS-OUTCOME-TEXT
060400         TO WS-STREAM-OUTCOME (WS-STREAM-INDEX).
060500     MOVE WS-NOTE-PROGRAM-ID
060600         TO WS-STREAM-PROGRAM (WS-STREAM-INDEX).
060700 3750-EXIT.
060800     EXIT.
060900*-----------------------------------------------------------*
061000* 3800-PRINT-STREAM-CHECK - ONE LINE PER NIGHTLY STREAM JOB *
061100*-----------------------------------------------------------*
061200 3800-PRINT-STREAM-CHECK.
061300     IF WS-LINE-COUNT + 11 > WS-LINES-PER-PAGE
061400         PERFORM 4500-PRINT-HEADINGS
061500             THRU 4500-EXIT
061600     END-IF.
061700     WRITE PRINT-LINE        FROM STREAM-HDG-LINE
061800         AFTER ADVANCING 2 LINES.
061900     ADD 2                   TO WS-LINE-COUNT.
062000     PERFORM 3850-PRINT-STREAM-JOB
062100         THRU 3850-EXIT
062200         VARYING WS-STREAM-INDEX FROM 1 BY 1
062300         UNTIL WS-STREAM-INDEX > 8.
062400 3800-EXIT.
062500     EXIT.
062600*-----------------------------------------------------------*
062700* 3850-PRINT-STREAM-JOB                                     *
062800*-----------------------------------------------------------*
062900 3850-PRINT-STREAM-JOB.
063000     MOVE WS-STREAM-JOB (WS-STREAM-INDEX) TO STR-JOB-NAME.
063100     MOVE WS-STREAM-OUTCOME (WS-STREAM-INDEX) TO STR-OUTCOME.
063200     WRITE PRINT-LINE        FROM STREAM-LINE
063300         AFTER ADVANCING 1 LINE.
063400     ADD 1                   TO WS-LINE-COUNT.
063500 3850-EXIT.
063600     EXIT.
063700*-----------------------------------------------------------*
063800* 3900-EDIT-TIME - WS-TIME-IN (HHMMSSHH) TO WS-TIME-EDIT    *
063900*-----------------------------------------------------------*
064000 3900-EDIT-TIME.
064100     MOVE WS-TIME-IN (1:2)   TO WS-TE-HOUR.
064200     MOVE WS-TIME-IN (3:2)   TO WS-TE-MINUTE.
064300     MOVE WS-TIME-IN (5:2)   TO WS-TE-SECOND.
064400 3900-EXIT.
064500     EXIT.
064600*-----------------------------------------------------------*
064700* 4000-WRITE-DETAIL - WRITE ONE RUN LINE, BREAKING TO A NEW *
064800* PAGE WHEN THE CURRENT PAGE IS FULL                        *
064900*-----------------------------------------------------------*
065000 4000-WRITE-DETAIL.
065100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
065200         PERFORM 4500-PRINT-HEADINGS
065300             THRU 4500-EXIT
065400     END-IF.
065500     WRITE PRINT-LINE        FROM DETAIL-LINE
065600         AFTER ADVANCING 1 LINE.
065700     ADD 1                   TO WS-LINE-COUNT.
065800 4000-EXIT.
065900     EXIT.
066000*-----------------------------------------------------------*
066100* 4500-PRINT-HEADINGS - START A NEW PAGE                    *
066200*-----------------------------------------------------------*
066300 4500-PRINT-HEADINGS.
066400     ADD 1                   TO WS-PAGE-NUMBER.
066500     MOVE WS-PAGE-NUMBER     TO HDG-PAGE-NUMBER.
066600     WRITE PRINT-LINE        FROM HDG-LINE-1
066700         AFTER ADVANCING PAGE.
066800     WRITE PRINT-LINE        FROM HDG-LINE-2
066900         AFTER ADVANCING 2 LINES.
067000     WRITE PRINT-LINE        FROM HDG-LINE-3
067100         AFTER ADVANCING 1 LINE.
067200     MOVE ZERO               TO WS-LINE-COUNT.
067300     ADD 3                   TO WS-LINE-COUNT.
067400 4500-EXIT.
067500     EXIT.
067600*-----------------------------------------------------------*
067700* 7000-PRINT-TOTALS - TRAILING RUN COUNTS                   *
067800*-----------------------------------------------------------*
067900 7000-PRINT-TOTALS.
068000     MOVE WS-RUN-COUNT       TO TOT-RUN-COUNT.
068100     MOVE WS-COMPLETED-COUNT TO TOT-COMPLETED-COUNT.
068200     MOVE WS-FAILED-COUNT    TO TOT-FAILED-COUNT.
068300     MOVE WS-BLOCKED-COUNT   TO TOT-BLOCKED-COUNT.
068400     MOVE WS-NO-END-COUNT    TO TOT-NO-END-COUNT.
068500     WRITE PRINT-LINE        FROM TOTAL-LINE-1
068600         AFTER ADVANCING 2 LINES.
068700     WRITE PRINT-LINE        FROM TOTAL-LINE-2
068800         AFTER ADVANCING 1 LINE.
068900     WRITE PRINT-LINE        FROM TOTAL-LINE-3
069000         AFTER ADVANCING 1 LINE.
069100     WRITE PRINT-LINE        FROM TOTAL-LINE-4
069200         AFTER ADVANCING 1 LINE.
069300     WRITE PRINT-LINE        FROM TOTAL-LINE-5
069400         AFTER ADVANCING 1 LINE.
069500 7000-EXIT.
069600     EXIT.
