000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IVTSCL.
000300 AUTHOR.        R L BRENNAN.
000400 INSTALLATION.  CORPORATE SYSTEMS - VOICE/DATA SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* IVTSCL - SCHEDULED CHANGES LOOK-AHEAD LISTING.  RUNS AS A *
000900* DL/I BATCH PROGRAM AGAINST SCHDDB (READ-ONLY), LISTING    *
001000* EVERY PENDING CHANGE DUE IN THE NEXT FORTNIGHT SO HR AND  *
001100* THE SWITCHBOARD CAN SEE WHAT IS ABOUT TO MOVE, PLUS EVERY *
001200* CHANGE THAT FAILED ITS EDITS ON ITS DATE AND IS WAITING   *
001300* FOR SOMEONE TO FIX THE DATA AND CANCEL (SCAN) OR RE-QUEUE *
001400* IT.  ENTRIES ARE SORTED BY EFFECTIVE DATE AND EMPLOYEE ID *
001500* WITH A COUNT PER DATE.  AN OPTIONAL SYSIN CONTROL CARD    *
001600* SETS THE WINDOW:                                          *
001700*   COLS 1-8   FROM DATE CCYYMMDD (BLANK = TODAY)           *
001800*   COLS 10-12 DAYS AHEAD (BLANK = 014)                     *
001900*-----------------------------------------------------------*
002000* MODIFICATION HISTORY                                      *
002100* ----------------------------------------------------------*
002200* DATE       BY    DESCRIPTION                              *
002300* ---------- ----- -------------------------------------------
002400* 2026-10-15 RLB   ORIGINAL PROGRAM                         *
002420* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
002440*                  RUN-CONTROL FILE THROUGH IVTRUN          *
002460*                  (SEE IVTRUNA)                            *
002500*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.  IBM-370.
002900 OBJECT-COMPUTER.  IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO SYSIN.
003300     SELECT SORT-FILE        ASSIGN TO SORTWK1.
003400     SELECT PRINT-FILE       ASSIGN TO PRTFILE.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  CONTROL-CARD-FILE
003800     RECORDING MODE IS F
003900     LABEL RECORDS ARE STANDARD.
004000 01  CONTROL-CARD-RECORD.
004100     05  CC-FROM-DATE            PIC X(08).
004200     05  FILLER                  PIC X(01).
004300     05  CC-DAYS-AHEAD           PIC X(03).
004400     05  FILLER                  PIC X(68).
004500 SD  SORT-FILE.
004600 01  SORT-RECORD.
004700     05  SR-EFFECTIVE-DATE       PIC X(08).
004800     05  SR-EMPLOYEE-ID          PIC X(09).
004900     05  SR-LAST-NAME            PIC X(10).
005000     05  SR-FIRST-NAME           PIC X(10).
005100     05  SR-ACTION               PIC X(04).
005200     05  SR-DEPT-CODE            PIC X(05).
005300     05  SR-EXTENSION            PIC X(10).
005400     05  SR-QUEUED-BY            PIC X(08).
005500     05  SR-QUEUED-DATE          PIC X(08).
005600     05  SR-STATUS               PIC X(01).
005700         88  SR-FAILED                 VALUE 'F'.
005800     05  SR-FAIL-REASON          PIC X(30).
005900 FD  PRINT-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  PRINT-LINE                  PIC X(133).
006300 WORKING-STORAGE SECTION.
006400*-----------------------------------------------------------*
006500* DL/I FUNCTION CODE AND SEGMENT SEARCH ARGUMENT            *
006600*-----------------------------------------------------------*
006700 01  FUNC-GN                     PIC X(04) VALUE 'GN  '.
006800 01  SCHDSEG-SSA-UNQUAL          PIC X(09) VALUE 'SCHDSEG  '.
006900*-----------------------------------------------------------*
007000* SCHEDULED-CHANGE SEGMENT                                  *
007100*-----------------------------------------------------------*
007200 COPY IVTSCHD.
007300*-----------------------------------------------------------*
007400* SWITCHES, WINDOW, AND COUNTERS                            *
007500*-----------------------------------------------------------*
007600 01  WS-SWITCHES.
007700     05  WS-SCHD-EOF-SW          PIC X(01) VALUE 'N'.
007800         88  WS-SCHD-EOF                  VALUE 'Y'.
007900     05  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
008000         88  WS-SORT-EOF                  VALUE 'Y'.
008100     05  WS-FIRST-RECORD-SW      PIC X(01) VALUE 'Y'.
008200         88  WS-FIRST-RECORD              VALUE 'Y'.
008300 01  WS-CONTROL-VALUES.
008400     05  WS-DAYS-AHEAD           PIC 9(03) VALUE 014.
008500     05  WS-FROM-DATE            PIC X(08).
008600     05  WS-TO-DATE              PIC X(08).
008700     05  WS-PREV-DATE            PIC X(08).
008800*-----------------------------------------------------------*
008900* CALENDAR WORK AREA FOR THE WINDOW-END ARITHMETIC          *
009000*-----------------------------------------------------------*
009100 01  WS-DATE-WORK.
009200     05  WS-WORK-DATE.
009300         10  WS-WORK-YEAR        PIC 9(04).
009400         10  WS-WORK-MONTH       PIC 9(02).
009500         10  WS-WORK-DAY         PIC 9(02).
009600     05  WS-DAY-INDEX            PIC 9(03).
009700     05  WS-MONTH-END-DAY        PIC 9(02).
009800     05  WS-YEAR-QUOT            PIC 9(04).
009900     05  WS-YEAR-REM             PIC 9(04).
010000 01  WS-MONTH-DAYS-TABLE.
010100     05  FILLER                  PIC X(24)
010200         VALUE '312831303130313130313031'.
010300 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
010400     05  WS-DAYS-IN-MONTH        OCCURS 12 TIMES PIC 9(02).
010500 01  WS-COUNTERS.
010600     05  WS-PAGE-NUMBER          PIC 9(05) VALUE ZERO.
010700     05  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
010800     05  WS-LINES-PER-PAGE       PIC 9(03) VALUE 55.
010900     05  WS-ENTRIES-READ         PIC 9(07) VALUE ZERO.
011000     05  WS-PENDING-LISTED       PIC 9(07) VALUE ZERO.
011100     05  WS-FAILED-LISTED        PIC 9(07) VALUE ZERO.
011200     05  WS-BEYOND-WINDOW        PIC 9(07) VALUE ZERO.
011300     05  WS-DATE-COUNT           PIC 9(05) VALUE ZERO.
011400 01  WS-CURRENT-DATE.
011500     05  WS-CURRENT-YYYYMMDD     PIC 9(08).
011600*-----------------------------------------------------------*
011700* REPORT LINE LAYOUTS                                       *
011800*-----------------------------------------------------------*
011900 01  HDG-LINE-1.
012000     05  FILLER                  PIC X(01) VALUE SPACE.
012100     05  FILLER                  PIC X(30)
012200         VALUE 'SCHEDULED DIRECTORY CHANGES'.
012300     05  FILLER                  PIC X(06) VALUE 'FROM '.
012400     05  HDG-FROM-DATE           PIC X(08).
012500     05  FILLER                  PIC X(04) VALUE ' TO '.
012600     05  HDG-TO-DATE             PIC X(08).
012700     05  FILLER                  PIC X(14) VALUE SPACES.
012800     05  FILLER                  PIC X(05) VALUE 'PAGE '.
012900     05  HDG-PAGE-NUMBER         PIC ZZZZ9.
013000 01  HDG-LINE-2.
013100     05  FILLER                  PIC X(01) VALUE SPACE.
013200     05  FILLER                  PIC X(08) VALUE 'EFF DATE'.
013300     05  FILLER                  PIC X(02) VALUE SPACES.
013400     05  FILLER                  PIC X(09) VALUE 'EMPL ID'.
013500     05  FILLER                  PIC X(02) VALUE SPACES.
013600     05  FILLER                  PIC X(10) VALUE 'LAST NAME'.
013700     05  FILLER                  PIC X(02) VALUE SPACES.
013800     05  FILLER                  PIC X(10) VALUE 'FIRST NAME'.
013900     05  FILLER                  PIC X(02) VALUE SPACES.
014000     05  FILLER                  PIC X(06) VALUE 'ACTION'.
014100     05  FILLER                  PIC X(02) VALUE SPACES.
014200     05  FILLER                  PIC X(05) VALUE 'DEPT'.
014300     05  FILLER                  PIC X(02) VALUE SPACES.
014400     05  FILLER                  PIC X(10) VALUE 'EXTENSION'.
014500     05  FILLER                  PIC X(02) VALUE SPACES.
014600     05  FILLER                  PIC X(08) VALUE 'QUEUED'.
014700     05  FILLER                  PIC X(02) VALUE SPACES.
014800     05  FILLER                  PIC X(08) VALUE 'ON'.
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  FILLER                  PIC X(30) VALUE 'STATUS'.
015100 01  HDG-LINE-3.
015200     05  FILLER                  PIC X(01) VALUE SPACE.
015300     05  FILLER                  PIC X(08) VALUE ALL '-'.
015400     05  FILLER                  PIC X(02) VALUE SPACES.
015500     05  FILLER                  PIC X(09) VALUE ALL '-'.
015600     05  FILLER                  PIC X(02) VALUE SPACES.
015700     05  FILLER                  PIC X(10) VALUE ALL '-'.
015800     05  FILLER                  PIC X(02) VALUE SPACES.
015900     05  FILLER                  PIC X(10) VALUE ALL '-'.
016000     05  FILLER                  PIC X(02) VALUE SPACES.
016100     05  FILLER                  PIC X(06) VALUE ALL '-'.
016200     05  FILLER                  PIC X(02) VALUE SPACES.
016300     05  FILLER                  PIC X(05) VALUE ALL '-'.
016400     05  FILLER                  PIC X(02) VALUE SPACES.
016500     05  FILLER                  PIC X(10) VALUE ALL '-'.
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016700     05  FILLER                  PIC X(08) VALUE ALL '-'.
016800     05  FILLER                  PIC X(02) VALUE SPACES.
016900     05  FILLER                  PIC X(08) VALUE ALL '-'.
017000     05  FILLER                  PIC X(02) VALUE SPACES.
017100     05  FILLER                  PIC X(30) VALUE ALL '-'.
017200 01  DETAIL-LINE.
017300     05  FILLER                  PIC X(01) VALUE SPACE.
017400     05  DET-EFFECTIVE-DATE      PIC X(08).
017500     05  FILLER                  PIC X(02) VALUE SPACES.
017600     05  DET-EMPLOYEE-ID         PIC X(09).
017700     05  FILLER                  PIC X(02) VALUE SPACES.
017800     05  DET-LAST-NAME           PIC X(10).
017900     05  FILLER                  PIC X(02) VALUE SPACES.
018000     05  DET-FIRST-NAME          PIC X(10).
018100     05  FILLER                  PIC X(02) VALUE SPACES.
018200     05  DET-ACTION              PIC X(06).
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  DET-DEPT-CODE           PIC X(05).
018500     05  FILLER                  PIC X(02) VALUE SPACES.
018600     05  DET-EXTENSION           PIC X(10).
018700     05  FILLER                  PIC X(02) VALUE SPACES.
018800     05  DET-QUEUED-BY           PIC X(08).
018900     05  FILLER                  PIC X(02) VALUE SPACES.
019000     05  DET-QUEUED-DATE         PIC X(08).
019100     05  FILLER                  PIC X(02) VALUE SPACES.
019200     05  DET-STATUS              PIC X(30).
019300 01  DATE-TOTAL-LINE.
019400     05  FILLER                  PIC X(11) VALUE SPACES.
019500     05  FILLER                  PIC X(20)
019600         VALUE 'CHANGES FOR DATE    '.
019700     05  DTT-DATE                PIC X(08).
019800     05  FILLER                  PIC X(03) VALUE ' : '.
019900     05  DTT-COUNT               PIC ZZ,ZZ9.
020000 01  TOTAL-LINE-1.
020100     05  FILLER                  PIC X(01) VALUE SPACE.
020200     05  FILLER                  PIC X(25)
020300         VALUE 'ENTRIES ON SCHDDB   : '.
020400     05  TOT-ENTRIES-READ        PIC ZZZ,ZZ9.
020500 01  TOTAL-LINE-2.
020600     05  FILLER                  PIC X(01) VALUE SPACE.
020700     05  FILLER                  PIC X(25)
020800         VALUE 'PENDING IN WINDOW   : '.
020900     05  TOT-PENDING-LISTED      PIC ZZZ,ZZ9.
021000 01  TOTAL-LINE-3.
021100     05  FILLER                  PIC X(01) VALUE SPACE.
021200     05  FILLER                  PIC X(25)
021300         VALUE 'FAILED, AWAITING FIX: '.
021400     05  TOT-FAILED-LISTED       PIC ZZZ,ZZ9.
021500 01  TOTAL-LINE-4.
021600     05  FILLER                  PIC X(01) VALUE SPACE.
021700     05  FILLER                  PIC X(25)
021800         VALUE 'PENDING BEYOND WINDOW: '.
021900     05  TOT-BEYOND-WINDOW       PIC ZZZ,ZZ9.
021920*-----------------------------------------------------------*
021940* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
021960*-----------------------------------------------------------*
021980 COPY IVTRUNA.
022000 LINKAGE SECTION.
022100 COPY IVTPCBS.
022200 PROCEDURE DIVISION.
022300 ENTRY 'DLITCBL' USING SCHDDB-PCB.
022400*-----------------------------------------------------------*
022500* 0000-MAINLINE                                             *
022600*-----------------------------------------------------------*
022700 0000-MAINLINE.
022730     PERFORM 8800-START-RUN-CONTROL
022760         THRU 8800-EXIT.
022800     PERFORM 1000-INITIALIZE
022900         THRU 1000-EXIT.
023000     SORT SORT-FILE
023100         ON ASCENDING KEY SR-EFFECTIVE-DATE
023200                          SR-EMPLOYEE-ID
023300         INPUT PROCEDURE 2000-EXTRACT-SCHEDULE
023400             THRU 2000-EXIT
023500         OUTPUT PROCEDURE 3000-PRINT-SCHEDULE
023600             THRU 3000-EXIT.
023700     PERFORM 7000-PRINT-TOTALS
023800         THRU 7000-EXIT.
023900     CLOSE PRINT-FILE.
023930     PERFORM 8900-END-RUN-CONTROL
023960         THRU 8900-EXIT.
024000     GOBACK.
024100*-----------------------------------------------------------*
024200* 1000-INITIALIZE - READ THE WINDOW CONTROL CARD.  A VALUE  *
024300* NOT KEYED (OR NOT NUMERIC) TAKES ITS DEFAULT: FROM TODAY, *
024400* 014 DAYS AHEAD                                            *
024500*-----------------------------------------------------------*
024600 1000-INITIALIZE.
024700     OPEN OUTPUT PRINT-FILE.
024800     MOVE WS-LINES-PER-PAGE  TO WS-LINE-COUNT.
024900     MOVE SPACES             TO CONTROL-CARD-RECORD.
025000     OPEN INPUT CONTROL-CARD-FILE.
025100     READ CONTROL-CARD-FILE
025200         AT END
025300             MOVE SPACES     TO CONTROL-CARD-RECORD
025400     END-READ.
025500     CLOSE CONTROL-CARD-FILE.
025600     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
025700     IF CC-FROM-DATE IS NUMERIC
025800         MOVE CC-FROM-DATE   TO WS-FROM-DATE
025900     ELSE
026000         MOVE WS-CURRENT-YYYYMMDD TO WS-FROM-DATE
026100     END-IF.
026200     IF CC-DAYS-AHEAD IS NUMERIC
026300         MOVE CC-DAYS-AHEAD  TO WS-DAYS-AHEAD
026400     END-IF.
026500     MOVE WS-FROM-DATE       TO WS-WORK-DATE.
026600     PERFORM 6000-ADD-DAYS
026700         THRU 6000-EXIT.
026800     MOVE WS-WORK-DATE       TO WS-TO-DATE.
026900     MOVE WS-FROM-DATE       TO HDG-FROM-DATE.
027000     MOVE WS-TO-DATE         TO HDG-TO-DATE.
027100 1000-EXIT.
027200     EXIT.
027300*-----------------------------------------------------------*
027400* 2000-EXTRACT-SCHEDULE - SORT INPUT PROCEDURE: GN THE      *
027500* WHOLE DATABASE AND RELEASE EVERY FAILED ENTRY AND EVERY   *
027600* PENDING ONE DUE ON OR BEFORE THE END OF THE WINDOW        *
027700*-----------------------------------------------------------*
027800 2000-EXTRACT-SCHEDULE.
027900     PERFORM 2100-GET-NEXT-ENTRY
028000         THRU 2100-EXIT.
028100     PERFORM 2200-RELEASE-ONE-ENTRY
028200         THRU 2200-EXIT
028300         UNTIL WS-SCHD-EOF.
028400 2000-EXIT.
028500     EXIT.
028600*-----------------------------------------------------------*
028700* 2100-GET-NEXT-ENTRY                                       *
028800*-----------------------------------------------------------*
028900 2100-GET-NEXT-ENTRY.
029000     CALL 'CBLTDLI' USING FUNC-GN
029100                          SCHDDB-PCB
029200                          SCHDSEG-IO-AREA
029300                          SCHDSEG-SSA-UNQUAL.
029400     IF SCHDDB-STATUS-CODE NOT = SPACES
029500         SET WS-SCHD-EOF     TO TRUE
029600     END-IF.
029700 2100-EXIT.
029800     EXIT.
029900*-----------------------------------------------------------*
030000* 2200-RELEASE-ONE-ENTRY - RELEASE THE CURRENT ENTRY IF IT  *
030100* BELONGS ON THE LISTING, THEN GET THE NEXT.  A PENDING     *
030200* ENTRY BEFORE THE FROM DATE IS ONE IVTSCH HAS NOT YET      *
030300* REACHED (A CATCH-UP RUN), AND IS LISTED                   *
030400*-----------------------------------------------------------*
030500 2200-RELEASE-ONE-ENTRY.
030600     ADD 1                   TO WS-ENTRIES-READ.
030700     IF SC-PENDING
030800         AND SC-EFFECTIVE-DATE > WS-TO-DATE
030900         ADD 1               TO WS-BEYOND-WINDOW
031000         GO TO 2200-NEXT
031100     END-IF.
031200     MOVE SC-EFFECTIVE-DATE  TO SR-EFFECTIVE-DATE.
031300     MOVE SC-EMPLOYEE-ID     TO SR-EMPLOYEE-ID.
031400     MOVE SC-LAST-NAME       TO SR-LAST-NAME.
031500     MOVE SC-FIRST-NAME      TO SR-FIRST-NAME.
031600     MOVE SC-ACTION          TO SR-ACTION.
031700     MOVE SC-DEPT-CODE       TO SR-DEPT-CODE.
031800     MOVE SC-EXTENSION       TO SR-EXTENSION.
031900     MOVE SC-QUEUED-BY       TO SR-QUEUED-BY.
032000     MOVE SC-QUEUED-DATE     TO SR-QUEUED-DATE.
032100     MOVE SC-STATUS          TO SR-STATUS.
032200     MOVE SC-FAIL-REASON     TO SR-FAIL-REASON.
032300     RELEASE SORT-RECORD.
032400 2200-NEXT.
032500     PERFORM 2100-GET-NEXT-ENTRY
032600         THRU 2100-EXIT.
032700 2200-EXIT.
032800     EXIT.
032900*-----------------------------------------------------------*
033000* 3000-PRINT-SCHEDULE - SORT OUTPUT PROCEDURE: WALK THE     *
033100* DATE-SEQUENCED ENTRIES WITH A CONTROL BREAK ON DATE       *
033200*-----------------------------------------------------------*
033300 3000-PRINT-SCHEDULE.
033400     PERFORM 3100-RETURN-NEXT
033500         THRU 3100-EXIT.
033600     PERFORM 3200-PROCESS-RETURNED-RECORD
033700         THRU 3200-EXIT
033800         UNTIL WS-SORT-EOF.
033900     IF NOT WS-FIRST-RECORD
034000         PERFORM 3400-PRINT-DATE-TOTAL
034100             THRU 3400-EXIT
034200     END-IF.
034300 3000-EXIT.
034400     EXIT.
034500*-----------------------------------------------------------*
034600* 3100-RETURN-NEXT                                          *
034700*-----------------------------------------------------------*
034800 3100-RETURN-NEXT.
034900     RETURN SORT-FILE
035000         AT END
035100             SET WS-SORT-EOF TO TRUE
035200     END-RETURN.
035300 3100-EXIT.
035400     EXIT.
035500*-----------------------------------------------------------*
035600* 3200-PROCESS-RETURNED-RECORD - BREAK ON A DATE CHANGE,    *
035700* THEN PRINT THE CURRENT ENTRY                              *
035800*-----------------------------------------------------------*
035900 3200-PROCESS-RETURNED-RECORD.
036000     IF WS-FIRST-RECORD
036100         MOVE 'N'            TO WS-FIRST-RECORD-SW
036200         MOVE SR-EFFECTIVE-DATE TO WS-PREV-DATE
036300     END-IF.
036400     IF SR-EFFECTIVE-DATE NOT = WS-PREV-DATE
036500         PERFORM 3400-PRINT-DATE-TOTAL
036600             THRU 3400-EXIT
036700         MOVE SR-EFFECTIVE-DATE TO WS-PREV-DATE
036800     END-IF.
036900     PERFORM 3300-PRINT-DETAIL
037000         THRU 3300-EXIT.
037100     PERFORM 3100-RETURN-NEXT
037200         THRU 3100-EXIT.
037300 3200-EXIT.
037400     EXIT.
037500*-----------------------------------------------------------*
037600* 3300-PRINT-DETAIL - ONE LINE PER SCHEDULED CHANGE         *
037700*-----------------------------------------------------------*
037800 3300-PRINT-DETAIL.
037900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
038000         PERFORM 4500-PRINT-HEADINGS
038100             THRU 4500-EXIT
038200     END-IF.
038300     MOVE SR-EFFECTIVE-DATE  TO DET-EFFECTIVE-DATE.
038400     MOVE SR-EMPLOYEE-ID     TO DET-EMPLOYEE-ID.
038500     MOVE SR-LAST-NAME       TO DET-LAST-NAME.
038600     MOVE SR-FIRST-NAME      TO DET-FIRST-NAME.
038700     MOVE SR-ACTION          TO DET-ACTION.
038800     MOVE SR-DEPT-CODE       TO DET-DEPT-CODE.
038900     MOVE SR-EXTENSION       TO DET-EXTENSION.
039000     MOVE SR-QUEUED-BY       TO DET-QUEUED-BY.
039100     MOVE SR-QUEUED-DATE     TO DET-QUEUED-DATE.
039200     MOVE SPACES             TO DET-STATUS.
039300     IF SR-FAILED
039400         STRING 'FAILED - ' SR-FAIL-REASON
039500             DELIMITED BY SIZE INTO DET-STATUS
039600         ADD 1               TO WS-FAILED-LISTED
039700     ELSE
039800         MOVE 'PENDING'      TO DET-STATUS
039900         ADD 1               TO WS-PENDING-LISTED
040000     END-IF.
040100     WRITE PRINT-LINE        FROM DETAIL-LINE
040200         AFTER ADVANCING 1 LINE.
040300     ADD 1                   TO WS-LINE-COUNT.
040400     ADD 1                   TO WS-DATE-COUNT.
040500 3300-EXIT.
040600     EXIT.
040700*-----------------------------------------------------------*
040800* 3400-PRINT-DATE-TOTAL - PRINT THE COUNT FOR THE DATE JUST *
040900* FINISHED, LEAVING A BLANK LINE BEFORE THE NEXT DATE       *
041000*-----------------------------------------------------------*
041100 3400-PRINT-DATE-TOTAL.
041200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
041300         PERFORM 4500-PRINT-HEADINGS
041400             THRU 4500-EXIT
041500     END-IF.
041600     MOVE WS-PREV-DATE       TO DTT-DATE.
041700     MOVE WS-DATE-COUNT      TO DTT-COUNT.
041800     WRITE PRINT-LINE        FROM DATE-TOTAL-LINE
041900         AFTER ADVANCING 1 LINE.
042000     MOVE SPACES             TO PRINT-LINE.
042100     WRITE PRINT-LINE
042200         AFTER ADVANCING 1 LINE.
042300     ADD 2                   TO WS-LINE-COUNT.
042400     MOVE ZERO               TO WS-DATE-COUNT.
042500 3400-EXIT.
042600     EXIT.
042700*-----------------------------------------------------------*
042800* 4500-PRINT-HEADINGS - START A NEW PAGE                    *
042900*-----------------------------------------------------------*
043000 4500-PRINT-HEADINGS.
043100     ADD 1                   TO WS-PAGE-NUMBER.
043200     MOVE WS-PAGE-NUMBER     TO HDG-PAGE-NUMBER.
043300     WRITE PRINT-LINE        FROM HDG-LINE-1
043400         AFTER ADVANCING PAGE.
043500     WRITE PRINT-LINE        FROM HDG-LINE-2
043600         AFTER ADVANCING 2 LINES.
043700     WRITE PRINT-LINE        FROM HDG-LINE-3
043800         AFTER ADVANCING 1 LINE.
043900     MOVE ZERO               TO WS-LINE-COUNT.
044000     ADD 3                   TO WS-LINE-COUNT.
044100 4500-EXIT.
044200     EXIT.
044300*-----------------------------------------------------------*
044400* 6000-ADD-DAYS - MOVE WS-WORK-DATE FORWARD WS-DAYS-AHEAD   *
044500* CALENDAR DAYS, ONE DAY AT A TIME (THE WINDOW TOPS OUT AT  *
044600* 999 DAYS, SO THE LOOP IS CHEAP)                           *
044700*-----------------------------------------------------------*
044800 6000-ADD-DAYS.
044900     PERFORM 6100-FORWARD-ONE-DAY
045000         THRU 6100-EXIT
045100         VARYING WS-DAY-INDEX FROM 1 BY 1
045200         UNTIL WS-DAY-INDEX > WS-DAYS-AHEAD.
045300 6000-EXIT.
045400     EXIT.
045500*-----------------------------------------------------------*
045600* 6100-FORWARD-ONE-DAY - INCREMENT THE DAY, ROLLING THE     *
045700* MONTH AND YEAR AS NEEDED.  FEBRUARY IS 29 DAYS IN A LEAP  *
045800* YEAR (DIVISIBLE BY 4; THE CENTURY RULE IS MOOT UNTIL      *
045900* 2100)                                                     *
046000*-----------------------------------------------------------*
046100 6100-FORWARD-ONE-DAY.
046200     MOVE WS-DAYS-IN-MONTH (WS-WORK-MONTH) TO WS-MONTH-END-DAY.
046300     IF WS-WORK-MONTH = 2
046400         DIVIDE WS-WORK-YEAR BY 4
046500             GIVING WS-YEAR-QUOT REMAINDER WS-YEAR-REM
046600         IF WS-YEAR-REM = ZERO
046700             MOVE 29         TO WS-MONTH-END-DAY
046800         END-IF
046900     END-IF.
047000     IF WS-WORK-DAY < WS-MONTH-END-DAY
047100         ADD 1               TO WS-WORK-DAY
047200         GO TO 6100-EXIT
047300     END-IF.
047400     MOVE 1                  TO WS-WORK-DAY.
047500     IF WS-WORK-MONTH < 12
047600         ADD 1               TO WS-WORK-MONTH
047700     ELSE
047800         MOVE 1              TO WS-WORK-MONTH
047900         ADD 1               TO WS-WORK-YEAR
048000     END-IF.
048100 6100-EXIT.
048200     EXIT.
048300*-----------------------------------------------------------*
048400* 7000-PRINT-TOTALS - TRAILING COUNTS                       *
048500*-----------------------------------------------------------*
048600 7000-PRINT-TOTALS.
048700     IF WS-PAGE-NUMBER = ZERO
048800         PERFORM 4500-PRINT-HEADINGS
048900             THRU 4500-EXIT
049000     END-IF.
049100     MOVE WS-ENTRIES-READ    TO TOT-ENTRIES-READ.
049200     MOVE WS-PENDING-LISTED  TO TOT-PENDING-LISTED.
049300     MOVE WS-FAILED-LISTED   TO TOT-FAILED-LISTED.
049400     MOVE WS-BEYOND-WINDOW   TO TOT-BEYOND-WINDOW.
049500     WRITE PRINT-LINE        FROM TOTAL-LINE-1
049600         AFTER ADVANCING 2 LINES.
049700     WRITE PRINT-LINE        FROM TOTAL-LINE-2
049800         AFTER ADVANCING 1 LINE.
049900     WRITE PRINT-LINE        FROM TOTAL-LINE-3
050000         AFTER ADVANCING 1 LINE.
050100     WRITE PRINT-LINE        FROM TOTAL-LINE-4
050200         AFTER ADVANCING 1 LINE.
050300 7000-EXIT.
050400     EXIT.
050500*-----------------------------------------------------------*
050600* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN      *
050700* (SEE IVTRUN)                                              *
050800*-----------------------------------------------------------*
050900 8800-START-RUN-CONTROL.
051000     MOVE SPACES             TO RUN-CONTROL-AREA.
051100     SET RCA-START-RUN       TO TRUE.
051200     MOVE 'IVTSCHJ'          TO RCA-JOB-NAME.
051300     MOVE 'IVTSCL'           TO RCA-PROGRAM-ID.
051400     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
051500 8800-EXIT.
051600     EXIT.
051700*-----------------------------------------------------------*
051800* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
051900* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
052000* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
052100*-----------------------------------------------------------*
052200 8900-END-RUN-CONTROL.
052300     SET RCA-END-RUN         TO TRUE.
052400     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
052500     MOVE 'READ'             TO RCA-COUNT-LABEL (1).
052600     MOVE WS-ENTRIES-READ    TO RCA-COUNT-VALUE (1).
052700     MOVE 'PENDING'          TO RCA-COUNT-LABEL (2).
052800     MOVE WS-PENDING-LISTED  TO RCA-COUNT-VALUE (2).
052900     MOVE 'FAILED'           TO RCA-COUNT-LABEL (3).
053000     MOVE WS-FAILED-LISTED   TO RCA-COUNT-VALUE (3).
053100     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
053200     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
053300 8900-EXIT.
053400     EXIT.
