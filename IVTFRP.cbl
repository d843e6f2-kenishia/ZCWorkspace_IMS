000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IVTFRP.
000300 AUTHOR.        R L BRENNAN.
000400 INSTALLATION.  CORPORATE SYSTEMS - VOICE/DATA SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* IVTFRP - MONTHLY FORMER-EMPLOYEE RETENTION SWEEP.  RUNS   *
000900* AS A DL/I BATCH PROGRAM AGAINST FRMRDB, THE DEPARTED-     *
001000* EMPLOYEE FORWARDING DATABASE WRITTEN BY IVTNOM DELE,      *
001100* IVTMNT DELE AND IVTSWP, WALKING EVERY FRMRSEG IN NAME     *
001200* ORDER:                                                    *
001300*   - AN ENTRY WHOSE LEAVING DATE IS OLDER THAN THE         *
001400*     RETENTION PERIOD IS DELETED, SO THE SWITCHBOARD       *
001500*     STOPS TRANSFERRING CALLS FOR SOMEONE LONG GONE.       *
001600*   - AN ENTRY THAT WILL PASS THE RETENTION PERIOD WITHIN   *
001700*     THE WARNING WINDOW IS LISTED WITH ITS EXPIRY DATE,    *
001800*     SO A MANAGER CAN ASK FOR A LONGER FORWARD FIRST.      *
001900* BOTH PERIODS COME FROM A SYSIN CONTROL CARD:              *
002000*   COLS 1-3  RETENTION PERIOD IN DAYS (BLANK = 365)        *
002100*   COLS 5-7  WARNING WINDOW IN DAYS (BLANK = 031)          *
002200* A LINE IS PRINTED FOR EVERY ENTRY PURGED OR EXPIRING,     *
002300* WITH TRAILING TOTALS.                                     *
002400*-----------------------------------------------------------*
002500* MODIFICATION HISTORY                                      *
002600* ----------------------------------------------------------*
002700* DATE       BY    DESCRIPTION                              *
002800* ---------- ----- -------------------------------------------
002900* 2026-10-15 RLB   ORIGINAL PROGRAM                         *
003000*-----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-370.
003400 OBJECT-COMPUTER.  IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO SYSIN.
003800     SELECT PRINT-FILE       ASSIGN TO PRTFILE.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CONTROL-CARD-FILE
004200     RECORDING MODE IS F
004300     LABEL RECORDS ARE STANDARD.
004400 01  CONTROL-CARD-RECORD.
004500     05  CC-RETENTION-DAYS       PIC X(03).
004600     05  FILLER                  PIC X(01).
004700     05  CC-WARNING-DAYS         PIC X(03).
004800     05  FILLER                  PIC X(73).
004900 FD  PRINT-FILE
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200 01  PRINT-LINE                  PIC X(133).
005300 WORKING-STORAGE SECTION.
005400*-----------------------------------------------------------*
005500* DL/I FUNCTION CODES AND SEGMENT SEARCH ARGUMENTS          *
005600*-----------------------------------------------------------*
005700 01  DLI-FUNCTIONS.
005800     05  FUNC-GN                 PIC X(04) VALUE 'GN  '.
005900     05  FUNC-DLET               PIC X(04) VALUE 'DLET'.
006000 01  FRMRSEG-SSA-UNQUAL          PIC X(09) VALUE 'FRMRSEG  '.
006100*-----------------------------------------------------------*
006200* DEPARTED-EMPLOYEE FORWARDING SEGMENT                      *
006300*-----------------------------------------------------------*
006400 COPY IVTFRMD.
006500*-----------------------------------------------------------*
006600* SWITCHES, PERIODS, AND COUNTERS                           *
006700*-----------------------------------------------------------*
006800 01  WS-SWITCHES.
006900     05  WS-FRMR-EOF-SW          PIC X(01) VALUE 'N'.
007000         88  WS-FRMR-EOF                  VALUE 'Y'.
007100 01  WS-CONTROL-VALUES.
007200     05  WS-RETENTION-DAYS       PIC 9(03) VALUE 365.
007300     05  WS-WARNING-DAYS         PIC 9(03) VALUE 031.
007400     05  WS-PURGE-CUTOFF-DATE    PIC X(08).
007500     05  WS-WARN-CUTOFF-DATE     PIC X(08).
007600*-----------------------------------------------------------*
007700* CALENDAR WORK AREA FOR THE CUTOFF AND EXPIRY ARITHMETIC   *
007800*-----------------------------------------------------------*
007900 01  WS-DATE-WORK.
008000     05  WS-WORK-DATE.
008100         10  WS-WORK-YEAR        PIC 9(04).
008200         10  WS-WORK-MONTH       PIC 9(02).
008300         10  WS-WORK-DAY         PIC 9(02).
008400     05  WS-DAYS-BACK            PIC 9(03).
008500     05  WS-DAYS-AHEAD           PIC 9(03).
008600     05  WS-DAY-INDEX            PIC 9(03).
008700     05  WS-MONTH-END-DAY        PIC 9(02).
008800     05  WS-YEAR-QUOT            PIC 9(04).
008900     05  WS-YEAR-REM             PIC 9(04).
009000 01  WS-MONTH-DAYS-TABLE.
009100     05  FILLER                  PIC X(24)
009200         VALUE '312831303130313130313031'.
009300 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
009400     05  WS-DAYS-IN-MONTH        OCCURS 12 TIMES PIC 9(02).
009500 01  WS-COUNTERS.
009600     05  WS-PAGE-NUMBER          PIC 9(05) VALUE ZERO.
009700     05  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
009800     05  WS-LINES-PER-PAGE       PIC 9(03) VALUE 55.
009900     05  WS-ENTRIES-READ         PIC 9(07) VALUE ZERO.
010000     05  WS-ENTRIES-PURGED       PIC 9(07) VALUE ZERO.
010100     05  WS-ENTRIES-EXPIRING     PIC 9(07) VALUE ZERO.
010200     05  WS-ERROR-COUNT          PIC 9(07) VALUE ZERO.
010300 01  WS-CURRENT-DATE.
010400     05  WS-CURRENT-YYYYMMDD     PIC 9(08).
010500 01  WS-JOB-NAME                 PIC X(08) VALUE 'IVTFRPJ'.
010600*-----------------------------------------------------------*
010700* REPORT LINE LAYOUTS                                       *
010800*-----------------------------------------------------------*
010900 01  HDG-LINE-1.
011000     05  FILLER                  PIC X(01) VALUE SPACE.
011100     05  FILLER                  PIC X(30)
011200         VALUE 'FORMER-EMPLOYEE RETENTION'.
011300     05  FILLER                  PIC X(40) VALUE SPACES.
011400     05  FILLER                  PIC X(05) VALUE 'PAGE '.
011500     05  HDG-PAGE-NUMBER         PIC ZZZZ9.
011600 01  HDG-LINE-2.
011700     05  FILLER                  PIC X(01) VALUE SPACE.
011800     05  FILLER                  PIC X(09) VALUE 'EMPL ID'.
011900     05  FILLER                  PIC X(02) VALUE SPACES.
012000     05  FILLER                  PIC X(10) VALUE 'LAST NAME'.
012100     05  FILLER                  PIC X(02) VALUE SPACES.
012200     05  FILLER                  PIC X(10) VALUE 'FIRST NAME'.
012300     05  FILLER                  PIC X(02) VALUE SPACES.
012400     05  FILLER                  PIC X(10) VALUE 'OLD EXTN'.
012500     05  FILLER                  PIC X(02) VALUE SPACES.
012600     05  FILLER                  PIC X(05) VALUE 'DEPT'.
012700     05  FILLER                  PIC X(02) VALUE SPACES.
012800     05  FILLER                  PIC X(08) VALUE 'LEFT ON'.
012900     05  FILLER                  PIC X(02) VALUE SPACES.
013000     05  FILLER                  PIC X(08) VALUE 'EXPIRES'.
013100     05  FILLER                  PIC X(02) VALUE SPACES.
013200     05  FILLER                  PIC X(09) VALUE 'FORWARD'.
013300     05  FILLER                  PIC X(02) VALUE SPACES.
013400     05  FILLER                  PIC X(08) VALUE 'ACTION'.
013500     05  FILLER                  PIC X(02) VALUE SPACES.
013600     05  FILLER                  PIC X(30) VALUE 'NOTE'.
013700 01  HDG-LINE-3.
013800     05  FILLER                  PIC X(01) VALUE SPACE.
013900     05  FILLER                  PIC X(09) VALUE ALL '-'.
014000     05  FILLER                  PIC X(02) VALUE SPACES.
014100     05  FILLER                  PIC X(10) VALUE ALL '-'.
014200     05  FILLER                  PIC X(02) VALUE SPACES.
014300     05  FILLER                  PIC X(10) VALUE ALL '-'.
014400     05  FILLER                  PIC X(02) VALUE SPACES.
014500     05  FILLER                  PIC X(10) VALUE ALL '-'.
014600     05  FILLER                  PIC X(02) VALUE SPACES.
014700     05  FILLER                  PIC X(05) VALUE ALL '-'.
014800     05  FILLER                  PIC X(02) VALUE SPACES.
014900     05  FILLER                  PIC X(08) VALUE ALL '-'.
015000     05  FILLER                  PIC X(02) VALUE SPACES.
015100     05  FILLER                  PIC X(08) VALUE ALL '-'.
015200     05  FILLER                  PIC X(02) VALUE SPACES.
015300     05  FILLER                  PIC X(09) VALUE ALL '-'.
015400     05  FILLER                  PIC X(02) VALUE SPACES.
015500     05  FILLER                  PIC X(08) VALUE ALL '-'.
015600     05  FILLER                  PIC X(02) VALUE SPACES.
015700     05  FILLER                  PIC X(30) VALUE ALL '-'.
015800 01  DETAIL-LINE.
015900     05  FILLER                  PIC X(01) VALUE SPACE.
016000     05  DET-EMPLOYEE-ID         PIC X(09).
016100     05  FILLER                  PIC X(02) VALUE SPACES.
016200     05  DET-LAST-NAME           PIC X(10).
016300     05  FILLER                  PIC X(02) VALUE SPACES.
016400     05  DET-FIRST-NAME          PIC X(10).
016500     05  FILLER                  PIC X(02) VALUE SPACES.
016600     05  DET-EXTENSION           PIC X(10).
016700     05  FILLER                  PIC X(02) VALUE SPACES.
016800     05  DET-DEPT-CODE           PIC X(05).
016900     05  FILLER                  PIC X(02) VALUE SPACES.
017000     05  DET-LEAVING-DATE        PIC X(08).
017100     05  FILLER                  PIC X(02) VALUE SPACES.
017200     05  DET-EXPIRY-DATE         PIC X(08).
017300     05  FILLER                  PIC X(02) VALUE SPACES.
017400     05  DET-FORWARD-ID          PIC X(09).
017500     05  FILLER                  PIC X(02) VALUE SPACES.
017600     05  DET-ACTION              PIC X(08).
017700     05  FILLER                  PIC X(02) VALUE SPACES.
017800     05  DET-NOTE                PIC X(30).
017900 01  CONTROL-LINE.
018000     05  FILLER                  PIC X(01) VALUE SPACE.
018100     05  FILLER                  PIC X(18)
018200         VALUE 'RETENTION (DAYS): '.
018300     05  CTL-RETENTION-DAYS      PIC ZZ9.
018400     05  FILLER                  PIC X(26)
018500         VALUE '   WARNING WINDOW (DAYS): '.
018600     05  CTL-WARNING-DAYS        PIC ZZ9.
018700     05  FILLER                  PIC X(19)
018800         VALUE '   PURGING BEFORE: '.
018900     05  CTL-PURGE-CUTOFF-DATE   PIC X(08).
019000 01  TOTAL-LINE-1.
019100     05  FILLER                  PIC X(01) VALUE SPACE.
019200     05  FILLER                  PIC X(26)
019300         VALUE 'ENTRIES READ        : '.
019400     05  TOT-ENTRIES-READ        PIC ZZZ,ZZ9.
019500 01  TOTAL-LINE-2.
019600     05  FILLER                  PIC X(01) VALUE SPACE.
019700     05  FILLER                  PIC X(26)
019800         VALUE 'ENTRIES PURGED      : '.
019900     05  TOT-ENTRIES-PURGED      PIC ZZZ,ZZ9.
020000 01  TOTAL-LINE-3.
020100     05  FILLER                  PIC X(01) VALUE SPACE.
020200     05  FILLER                  PIC X(26)
020300         VALUE 'ENTRIES EXPIRING    : '.
020400     05  TOT-ENTRIES-EXPIRING    PIC ZZZ,ZZ9.
020500 01  TOTAL-LINE-4.
020600     05  FILLER                  PIC X(01) VALUE SPACE.
020700     05  FILLER                  PIC X(26)
020800         VALUE 'ERRORS              : '.
020900     05  TOT-ERRORS              PIC ZZZ,ZZ9.
021000*-----------------------------------------------------------*
021100* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
021200*-----------------------------------------------------------*
021300 COPY IVTRUNA.
021400 LINKAGE SECTION.
021500 COPY IVTPCBF.
021600 PROCEDURE DIVISION.
021700 ENTRY 'DLITCBL' USING FRMRDB-PCB.
021800*-----------------------------------------------------------*
021900* 0000-MAINLINE                                             *
022000*-----------------------------------------------------------*
022100 0000-MAINLINE.
022200     PERFORM 8800-START-RUN-CONTROL
022300         THRU 8800-EXIT.
022400     PERFORM 1000-INITIALIZE
022500         THRU 1000-EXIT.
022600     PERFORM 2000-GET-NEXT-ENTRY
022700         THRU 2000-EXIT.
022800     PERFORM 3000-AGE-ONE-ENTRY
022900         THRU 3000-EXIT
023000         UNTIL WS-FRMR-EOF.
023100     PERFORM 7000-PRINT-TOTALS
023200         THRU 7000-EXIT.
023300     PERFORM 9000-TERMINATE
023400         THRU 9000-EXIT.
023500     PERFORM 8900-END-RUN-CONTROL
023600         THRU 8900-EXIT.
023700     GOBACK.
023800*-----------------------------------------------------------*
023900* 1000-INITIALIZE - READ THE PERIOD CONTROL CARD (A BLANK   *
024000* CARD OR MISSING SYSIN DD TAKES THE COMPILED-IN DEFAULTS)  *
024100* AND DERIVE THE CUTOFF DATES: AN ENTRY THAT LEFT BEFORE    *
024200* TODAY LESS THE RETENTION IS PURGED; ONE THAT LEFT BEFORE  *
024300* THAT DATE PLUS THE WARNING WINDOW IS LISTED AS EXPIRING   *
024400*-----------------------------------------------------------*
024500 1000-INITIALIZE.
024600     OPEN OUTPUT PRINT-FILE.
024700     MOVE WS-LINES-PER-PAGE  TO WS-LINE-COUNT.
024800     MOVE SPACES             TO CONTROL-CARD-RECORD.
024900     OPEN INPUT CONTROL-CARD-FILE.
025000     READ CONTROL-CARD-FILE
025100         AT END
025200             MOVE SPACES     TO CONTROL-CARD-RECORD
025300     END-READ.
025400     CLOSE CONTROL-CARD-FILE.
025500     IF CC-RETENTION-DAYS IS NUMERIC
025600         MOVE CC-RETENTION-DAYS TO WS-RETENTION-DAYS
025700     END-IF.
025800     IF CC-WARNING-DAYS IS NUMERIC
025900         MOVE CC-WARNING-DAYS TO WS-WARNING-DAYS
026000     END-IF.
026100     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
026200     MOVE WS-CURRENT-YYYYMMDD TO WS-WORK-DATE.
026300     MOVE WS-RETENTION-DAYS  TO WS-DAYS-BACK.
026400     PERFORM 6000-SUBTRACT-DAYS
026500         THRU 6000-EXIT.
026600     MOVE WS-WORK-DATE       TO WS-PURGE-CUTOFF-DATE.
026700     MOVE WS-WARNING-DAYS    TO WS-DAYS-AHEAD.
026800     PERFORM 6200-ADD-DAYS
026900         THRU 6200-EXIT.
027000     MOVE WS-WORK-DATE       TO WS-WARN-CUTOFF-DATE.
027100     PERFORM 4500-PRINT-HEADINGS
027200         THRU 4500-EXIT.
027300     MOVE WS-RETENTION-DAYS  TO CTL-RETENTION-DAYS.
027400     MOVE WS-WARNING-DAYS    TO CTL-WARNING-DAYS.
027500     MOVE WS-PURGE-CUTOFF-DATE TO CTL-PURGE-CUTOFF-DATE.
027600     WRITE PRINT-LINE        FROM CONTROL-LINE
027700         AFTER ADVANCING 1 LINE.
027800     ADD 1                   TO WS-LINE-COUNT.
027900 1000-EXIT.
028000     EXIT.
028100*-----------------------------------------------------------*
028200* 2000-GET-NEXT-ENTRY - GN FOR THE NEXT FRMRSEG IN KEY      *
028300* (NAME) SEQUENCE                                           *
028400*-----------------------------------------------------------*
028500 2000-GET-NEXT-ENTRY.
028600     CALL 'CBLTDLI' USING FUNC-GN
028700                          FRMRDB-PCB
028800                          FRMRSEG-IO-AREA
028900                          FRMRSEG-SSA-UNQUAL.
029000     IF FRMRDB-STATUS-CODE NOT = SPACES
029100         SET WS-FRMR-EOF     TO TRUE
029200     ELSE
029300         ADD 1               TO WS-ENTRIES-READ
029400     END-IF.
029500 2000-EXIT.
029600     EXIT.
029700*-----------------------------------------------------------*
029800* 3000-AGE-ONE-ENTRY - PURGE OR LIST THE CURRENT ENTRY BY   *
029900* ITS LEAVING DATE, THEN GN TO THE NEXT ONE.  AN ENTRY WITH *
030000* NO USABLE LEAVING DATE IS LISTED AND KEPT                 *
030100*-----------------------------------------------------------*
030200 3000-AGE-ONE-ENTRY.
030300     IF FR-LEAVING-DATE NOT NUMERIC
030400         MOVE SPACES         TO DET-EXPIRY-DATE
030500         MOVE 'ERROR'        TO DET-ACTION
030600         MOVE 'LEAVING DATE NOT VALID - KEPT'
030700                             TO DET-NOTE
030800         ADD 1               TO WS-ERROR-COUNT
030900         PERFORM 4000-WRITE-DETAIL
031000             THRU 4000-EXIT
031100         GO TO 3000-NEXT
031200     END-IF.
031300     IF FR-LEAVING-DATE < WS-PURGE-CUTOFF-DATE
031400         PERFORM 3100-PURGE-ENTRY
031500             THRU 3100-EXIT
031600         GO TO 3000-NEXT
031700     END-IF.
031800     IF FR-LEAVING-DATE < WS-WARN-CUTOFF-DATE
031900         PERFORM 3200-LIST-EXPIRING
032000             THRU 3200-EXIT
032100     END-IF.
032200 3000-NEXT.
032300     PERFORM 2000-GET-NEXT-ENTRY
032400         THRU 2000-EXIT.
032500 3000-EXIT.
032600     EXIT.
032700*-----------------------------------------------------------*
032800* 3100-PURGE-ENTRY - DLET AN ENTRY PAST THE RETENTION       *
032900* PERIOD AND LIST IT                                        *
033000*-----------------------------------------------------------*
033100 3100-PURGE-ENTRY.
033200     PERFORM 3300-SET-EXPIRY-DATE
033300         THRU 3300-EXIT.
033400     CALL 'CBLTDLI' USING FUNC-DLET
033500                          FRMRDB-PCB
033600                          FRMRSEG-IO-AREA.
033700     IF FRMRDB-STATUS-CODE NOT = SPACES
033800         MOVE SPACES         TO DET-NOTE
033900         STRING 'DELETE FAILED - STATUS ' FRMRDB-STATUS-CODE
034000             DELIMITED BY SIZE INTO DET-NOTE
034100         MOVE 'DB ERROR'     TO DET-ACTION
034200         ADD 1               TO WS-ERROR-COUNT
034300         PERFORM 4000-WRITE-DETAIL
034400             THRU 4000-EXIT
034500         GO TO 3100-EXIT
034600     END-IF.
034700     ADD 1                   TO WS-ENTRIES-PURGED.
034800     MOVE 'PURGED'           TO DET-ACTION.
034900     MOVE 'PAST RETENTION PERIOD'
035000                             TO DET-NOTE.
035100     PERFORM 4000-WRITE-DETAIL
035200         THRU 4000-EXIT.
035300 3100-EXIT.
035400     EXIT.
035500*-----------------------------------------------------------*
035600* 3200-LIST-EXPIRING - LIST AN ENTRY THAT WILL PASS THE     *
035700* RETENTION PERIOD WITHIN THE WARNING WINDOW                *
035800*-----------------------------------------------------------*
035900 3200-LIST-EXPIRING.
036000     PERFORM 3300-SET-EXPIRY-DATE
036100         THRU 3300-EXIT.
036200     ADD 1                   TO WS-ENTRIES-EXPIRING.
036300     MOVE 'EXPIRING'         TO DET-ACTION.
036400     IF FR-FORWARD-KEYED
036500         MOVE 'FORWARD KEYED ON DELETE'
036600                             TO DET-NOTE
036700     ELSE
036800         IF FR-FORWARD-MANAGER
036900             MOVE 'FORWARD TO DEPT MANAGER'
037000                             TO DET-NOTE
037100         ELSE
037200             MOVE 'NO FORWARD-TO ON FILE'
037300                             TO DET-NOTE
037400         END-IF
037500     END-IF.
037600     PERFORM 4000-WRITE-DETAIL
037700         THRU 4000-EXIT.
037800 3200-EXIT.
037900     EXIT.
038000*-----------------------------------------------------------*
038100* 3300-SET-EXPIRY-DATE - THE LAST DAY THE ENTRY IS KEPT:    *
038200* ITS LEAVING DATE PLUS THE RETENTION PERIOD                *
038300*-----------------------------------------------------------*
038400 3300-SET-EXPIRY-DATE.
038500     MOVE FR-LEAVING-DATE    TO WS-WORK-DATE.
038600     MOVE WS-RETENTION-DAYS  TO WS-DAYS-AHEAD.
038700     PERFORM 6200-ADD-DAYS
038800         THRU 6200-EXIT.
038900     MOVE WS-WORK-DATE       TO DET-EXPIRY-DATE.
039000 3300-EXIT.
039100     EXIT.
039200*-----------------------------------------------------------*
039300* 4000-WRITE-DETAIL - WRITE ONE LINE FOR THE ENTRY          *
039400* CURRENTLY IN FRMRSEG-IO-AREA, BREAKING TO A NEW PAGE WHEN *
039500* THE CURRENT PAGE IS FULL                                  *
039600*-----------------------------------------------------------*
039700 4000-WRITE-DETAIL.
039800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
039900         PERFORM 4500-PRINT-HEADINGS
040000             THRU 4500-EXIT
040100     END-IF.
040200     MOVE FR-EMPLOYEE-ID     TO DET-EMPLOYEE-ID.
040300     MOVE FR-LAST-NAME       TO DET-LAST-NAME.
040400     MOVE FR-FIRST-NAME      TO DET-FIRST-NAME.
040500     MOVE FR-EXTENSION       TO DET-EXTENSION.
040600     MOVE FR-DEPT-CODE       TO DET-DEPT-CODE.
040700     MOVE FR-LEAVING-DATE    TO DET-LEAVING-DATE.
040800     MOVE FR-FORWARD-ID      TO DET-FORWARD-ID.
040900     WRITE PRINT-LINE        FROM DETAIL-LINE
041000         AFTER ADVANCING 1 LINE.
041100     ADD 1                   TO WS-LINE-COUNT.
041200 4000-EXIT.
041300     EXIT.
041400*-----------------------------------------------------------*
041500* 4500-PRINT-HEADINGS - START A NEW PAGE                    *
041600*-----------------------------------------------------------*
041700 4500-PRINT-HEADINGS.
041800     ADD 1                   TO WS-PAGE-NUMBER.
041900     MOVE WS-PAGE-NUMBER     TO HDG-PAGE-NUMBER.
042000     WRITE PRINT-LINE        FROM HDG-LINE-1
042100         AFTER ADVANCING PAGE.
042200     WRITE PRINT-LINE        FROM HDG-LINE-2
042300         AFTER ADVANCING 2 LINES.
042400     WRITE PRINT-LINE        FROM HDG-LINE-3
042500         AFTER ADVANCING 1 LINE.
042600     MOVE ZERO               TO WS-LINE-COUNT.
042700     ADD 3                   TO WS-LINE-COUNT.
042800 4500-EXIT.
042900     EXIT.
043000*-----------------------------------------------------------*
043100* 6000-SUBTRACT-DAYS - BACK WS-WORK-DATE UP WS-DAYS-BACK    *
043200* CALENDAR DAYS, ONE DAY AT A TIME (THE PERIODS TOP OUT AT  *
043300* 999 DAYS, SO THE LOOP IS CHEAP)                           *
043400*-----------------------------------------------------------*
043500 6000-SUBTRACT-DAYS.
043600     PERFORM 6100-BACK-ONE-DAY
043700         THRU 6100-EXIT
043800         VARYING WS-DAY-INDEX FROM 1 BY 1
043900         UNTIL WS-DAY-INDEX > WS-DAYS-BACK.
044000 6000-EXIT.
044100     EXIT.
044200*-----------------------------------------------------------*
044300* 6100-BACK-ONE-DAY - DECREMENT THE DAY, ROLLING THE MONTH  *
044400* AND YEAR AS NEEDED.  FEBRUARY IS 29 DAYS IN A LEAP YEAR   *
044500* (DIVISIBLE BY 4; THE CENTURY RULE IS MOOT UNTIL 2100)     *
044600*-----------------------------------------------------------*
044700 6100-BACK-ONE-DAY.
044800     IF WS-WORK-DAY > 1
044900         SUBTRACT 1 FROM WS-WORK-DAY
045000         GO TO 6100-EXIT
045100     END-IF.
045200     IF WS-WORK-MONTH > 1
045300         SUBTRACT 1 FROM WS-WORK-MONTH
045400     ELSE
045500         MOVE 12             TO WS-WORK-MONTH
045600         SUBTRACT 1 FROM WS-WORK-YEAR
045700     END-IF.
045800     MOVE WS-DAYS-IN-MONTH (WS-WORK-MONTH) TO WS-WORK-DAY.
045900     IF WS-WORK-MONTH = 2
046000         DIVIDE WS-WORK-YEAR BY 4
046100             GIVING WS-YEAR-QUOT REMAINDER WS-YEAR-REM
046200         IF WS-YEAR-REM = ZERO
046300             MOVE 29         TO WS-WORK-DAY
046400         END-IF
046500     END-IF.
046600 6100-EXIT.
046700     EXIT.
046800*-----------------------------------------------------------*
046900* 6200-ADD-DAYS - MOVE WS-WORK-DATE FORWARD WS-DAYS-AHEAD   *
047000* CALENDAR DAYS, ONE DAY AT A TIME                          *
047100*-----------------------------------------------------------*
047200 6200-ADD-DAYS.
047300     PERFORM 6300-FORWARD-ONE-DAY
047400         THRU 6300-EXIT
047500         VARYING WS-DAY-INDEX FROM 1 BY 1
047600         UNTIL WS-DAY-INDEX > WS-DAYS-AHEAD.
047700 6200-EXIT.
047800     EXIT.
047900*-----------------------------------------------------------*
048000* 6300-FORWARD-ONE-DAY - INCREMENT THE DAY, ROLLING THE     *
048100* MONTH AND YEAR AS NEEDED, WITH THE SAME LEAP-YEAR RULE    *
048200*-----------------------------------------------------------*
048300 6300-FORWARD-ONE-DAY.
048400     MOVE WS-DAYS-IN-MONTH (WS-WORK-MONTH) TO WS-MONTH-END-DAY.
048500     IF WS-WORK-MONTH = 2
048600         DIVIDE WS-WORK-YEAR BY 4
048700             GIVING WS-YEAR-QUOT REMAINDER WS-YEAR-REM
048800         IF WS-YEAR-REM = ZERO
048900             MOVE 29         TO WS-MONTH-END-DAY
049000         END-IF
049100     END-IF.
049200     IF WS-WORK-DAY < WS-MONTH-END-DAY
049300         ADD 1               TO WS-WORK-DAY
049400         GO TO 6300-EXIT
049500     END-IF.
049600     MOVE 1                  TO WS-WORK-DAY.
049700     IF WS-WORK-MONTH < 12
049800         ADD 1               TO WS-WORK-MONTH
049900     ELSE
050000         MOVE 1              TO WS-WORK-MONTH
050100         ADD 1               TO WS-WORK-YEAR
050200     END-IF.
050300 6300-EXIT.
050400     EXIT.
050500*-----------------------------------------------------------*
050600* 7000-PRINT-TOTALS - TRAILING SWEEP COUNTS                 *
050700*-----------------------------------------------------------*
050800 7000-PRINT-TOTALS.
050900     MOVE WS-ENTRIES-READ    TO TOT-ENTRIES-READ.
051000     MOVE WS-ENTRIES-PURGED  TO TOT-ENTRIES-PURGED.
051100     MOVE WS-ENTRIES-EXPIRING TO TOT-ENTRIES-EXPIRING.
051200     MOVE WS-ERROR-COUNT     TO TOT-ERRORS.
051300     WRITE PRINT-LINE        FROM TOTAL-LINE-1
051400         AFTER ADVANCING 2 LINES.
051500     WRITE PRINT-LINE        FROM TOTAL-LINE-2
051600         AFTER ADVANCING 1 LINE.
051700     WRITE PRINT-LINE        FROM TOTAL-LINE-3
051800         AFTER ADVANCING 1 LINE.
051900     WRITE PRINT-LINE        FROM TOTAL-LINE-4
052000         AFTER ADVANCING 1 LINE.
052100 7000-EXIT.
052200     EXIT.
052300*-----------------------------------------------------------*
052400* 9000-TERMINATE                                            *
052500*-----------------------------------------------------------*
052600 9000-TERMINATE.
052700     CLOSE PRINT-FILE.
052800 9000-EXIT.
052900     EXIT.
053000*-----------------------------------------------------------*
053100* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN      *
053200* (SEE IVTRUN)                                              *
053300*-----------------------------------------------------------*
053400 8800-START-RUN-CONTROL.
053500     MOVE SPACES             TO RUN-CONTROL-AREA.
053600     SET RCA-START-RUN       TO TRUE.
053700     MOVE WS-JOB-NAME        TO RCA-JOB-NAME.
053800     MOVE 'IVTFRP'           TO RCA-PROGRAM-ID.
053900     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
054000 8800-EXIT.
054100     EXIT.
054200*-----------------------------------------------------------*
054300* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
054400* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
054500* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
054600*-----------------------------------------------------------*
054700 8900-END-RUN-CONTROL.
054800     SET RCA-END-RUN         TO TRUE.
054900     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
055000     MOVE 'READ'             TO RCA-COUNT-LABEL (1).
055100     MOVE WS-ENTRIES-READ    TO RCA-COUNT-VALUE (1).
055200     MOVE 'PURGED'           TO RCA-COUNT-LABEL (2).
055300     MOVE WS-ENTRIES-PURGED  TO RCA-COUNT-VALUE (2).
055400     MOVE 'EXPIRING'         TO RCA-COUNT-LABEL (3).
055500     MOVE WS-ENTRIES-EXPIRING TO RCA-COUNT-VALUE (3).
055600     MOVE 'ERRORS'           TO RCA-COUNT-LABEL (4).
055700     MOVE WS-ERROR-COUNT     TO RCA-COUNT-VALUE (4).
055800     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
055900     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
056000 8900-EXIT.
056100     EXIT.
