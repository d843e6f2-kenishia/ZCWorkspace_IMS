000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IVTRUN.
000300 AUTHOR.        R L BRENNAN.
000400 INSTALLATION.  CORPORATE SYSTEMS - VOICE/DATA SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* IVTRUN - RUN-CONTROL LEDGER SERVICE.  CALLED (NOT RUN AS  *
000900* A JOB STEP) BY EVERY IVT BATCH PROGRAM WITH THE IVTRUNA   *
001000* REQUEST AREA:                                             *
001100*   'STRT' - SETTLE THE BUSINESS DATE, STAMP THE START,     *
001200*            CHECK THAT EACH NAMED PREDECESSOR JOB'S LAST   *
001300*            END RECORD FOR THE SAME BUSINESS DATE SHOWS IT *
001400*            COMPLETED, AND APPEND A START RECORD - OR, IF  *
001500*            ONE DID NOT, A BLOCKED RECORD AND RETURN CODE  *
001600*            20 FOR THE CALLER TO END WITH                  *
001700*   'END ' - APPEND AN END RECORD WITH THE CALLER'S RETURN  *
001800*            CODE, COMPLETION STATUS AND KEY COUNTS         *
001900* THE LEDGER (RUNCTL - SEE IVTRUND) IS ONE SEQUENTIAL FILE  *
002000* SHARED BY THE WHOLE STREAM, OPENED AND CLOSED ON EVERY    *
002100* CALL SO NOTHING IS HELD ACROSS THE CALLER'S RUN.  THE     *
002200* BUSINESS DATE IS THE CALLER'S CONTROL-CARD DATE WHEN IT   *
002300* PASSES ONE; OTHERWISE TODAY, OR YESTERDAY FOR A RUN THAT  *
002400* STARTS BEFORE THE 06:00 CUTOVER, SO A NIGHTLY STREAM THAT *
002500* CROSSES MIDNIGHT STAYS ON ONE BUSINESS DATE.              *
002600*-----------------------------------------------------------*
002700* MODIFICATION HISTORY                                      *
002800* ----------------------------------------------------------*
002900* DATE       BY    DESCRIPTION                              *
003000* ---------- ----- -------------------------------------------
003100* 2026-10-15 RLB   ORIGINAL PROGRAM                         *
003200*-----------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.  IBM-370.
003600 OBJECT-COMPUTER.  IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT LEDGER-FILE      ASSIGN TO RUNCTL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  LEDGER-FILE
004300     RECORDING MODE IS F
004400     LABEL RECORDS ARE STANDARD.
004500 COPY IVTRUND.
004600 WORKING-STORAGE SECTION.
004700*-----------------------------------------------------------*
004800* SWITCHES, CONTROL VALUES AND PREDECESSOR STATUS TABLE     *
004900*-----------------------------------------------------------*
005000 01  WS-SWITCHES.
005100     05  WS-LEDGER-EOF-SW        PIC X(01) VALUE 'N'.
005200         88  WS-LEDGER-EOF                VALUE 'Y'.
005300 01  WS-CONTROL-VALUES.
005400     05  WS-CUTOVER-HOUR         PIC 9(02) VALUE 06.
005500     05  WS-BLOCKED-RC           PIC 9(04) VALUE 0020.
005600     05  WS-FAILED-ABOVE-RC      PIC 9(04) VALUE 0008.
005700 01  WS-PRED-CONTROL.
005800     05  WS-PRED-INDEX           PIC S9(04) COMP VALUE ZERO.
005900     05  WS-PRED-STATUS          PIC X(01) OCCURS 3 TIMES.
006000     05  WS-PRED-PROGRAM         PIC X(08) OCCURS 3 TIMES.
006100 01  WS-COUNT-INDEX              PIC S9(04) COMP VALUE ZERO.
006200*-----------------------------------------------------------*
006300* CALENDAR WORK AREA FOR THE BUSINESS-DATE CUTOVER          *
006400*-----------------------------------------------------------*
006500 01  WS-DATE-WORK.
006600     05  WS-WORK-DATE.
006700         10  WS-WORK-YEAR        PIC 9(04).
006800         10  WS-WORK-MONTH       PIC 9(02).
006900         10  WS-WORK-DAY         PIC 9(02).
007000     05  WS-YEAR-QUOT            PIC 9(04).
007100     05  WS-YEAR-REM             PIC 9(04).
007200 01  WS-MONTH-DAYS-TABLE.
007300     05  FILLER                  PIC X(24)
007400         VALUE '312831303130313130313031'.
007500 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
007600     05  WS-DAYS-IN-MONTH        OCCURS 12 TIMES PIC 9(02).
007700 01  WS-CURRENT-DATE.
007800     05  WS-CURRENT-YYYYMMDD     PIC 9(08).
007900 01  WS-CURRENT-TIME.
008000     05  WS-CURRENT-HHMMSSHH     PIC 9(08).
008100 01  WS-CURRENT-TIME-PARTS REDEFINES WS-CURRENT-TIME.
008200     05  WS-CURRENT-HOUR         PIC 9(02).
008300     05  FILLER                  PIC 9(06).
008400 LINKAGE SECTION.
008500 COPY IVTRUNA.
008600 PROCEDURE DIVISION USING RUN-CONTROL-AREA.
008700*-----------------------------------------------------------*
008800* 0000-MAINLINE                                             *
008900*-----------------------------------------------------------*
009000 0000-MAINLINE.
009100     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
009200     ACCEPT WS-CURRENT-HHMMSSHH FROM TIME.
009300     EVALUATE TRUE
009400         WHEN RCA-START-RUN
009500             PERFORM 1000-START-RUN
009600                 THRU 1000-EXIT
009700         WHEN RCA-END-RUN
009800             PERFORM 2000-END-RUN
009900                 THRU 2000-EXIT
010000     END-EVALUATE.
010100     MOVE ZERO               TO RETURN-CODE.
010200     GOBACK.
010300*-----------------------------------------------------------*
010400* 1000-START-RUN - SETTLE THE BUSINESS DATE, CHECK THE      *
010500* PREDECESSORS, AND LEDGER THE START (OR THE BLOCK)         *
010600*-----------------------------------------------------------*
010700 1000-START-RUN.
010800     MOVE WS-CURRENT-YYYYMMDD TO RCA-START-DATE.
010900     MOVE WS-CURRENT-HHMMSSHH TO RCA-START-TIME.
011000     IF RCA-BUSINESS-DATE = SPACES
011100         OR RCA-BUSINESS-DATE IS NOT NUMERIC
011200         PERFORM 1100-DERIVE-BUSINESS-DATE
011300             THRU 1100-EXIT
011400     END-IF.
011500     MOVE ZERO               TO RCA-RETURN-CODE.
011600     MOVE SPACES             TO RCA-MISSING-JOB.
011700     MOVE 'N'                TO RCA-PRED-CHECKED-SW.
011800     SET RCA-PREDECESSORS-OK TO TRUE.
011900     IF RCA-PREDECESSOR (1) NOT = SPACES
012000         OR RCA-PREDECESSOR (2) NOT = SPACES
012100         OR RCA-PREDECESSOR (3) NOT = SPACES
012200         PERFORM 1200-CHECK-PREDECESSORS
012300             THRU 1200-EXIT
012400     END-IF.
012500     PERFORM 3100-BUILD-COMMON-FIELDS
012600         THRU 3100-EXIT.
012700     IF RCA-PREDECESSORS-OK
012800         SET RL-START-EVENT  TO TRUE
012900         SET RL-RUNNING      TO TRUE
013000     ELSE
013100         MOVE WS-BLOCKED-RC  TO RCA-RETURN-CODE
013200         SET RL-BLOCKED-EVENT TO TRUE
013300         SET RL-BLOCKED      TO TRUE
013400         MOVE WS-CURRENT-YYYYMMDD TO RL-END-DATE
013500         MOVE WS-CURRENT-HHMMSSHH TO RL-END-TIME
013600         MOVE RCA-RETURN-CODE TO RL-RETURN-CODE
013700         MOVE RCA-MISSING-JOB TO RL-MISSING-JOB
013800     END-IF.
013900     PERFORM 3000-APPEND-RECORD
014000         THRU 3000-EXIT.
014100 1000-EXIT.
014200     EXIT.
014300*-----------------------------------------------------------*
014400* 1100-DERIVE-BUSINESS-DATE - TODAY, OR YESTERDAY BEFORE    *
014500* THE CUTOVER HOUR                                          *
014600*-----------------------------------------------------------*
014700 1100-DERIVE-BUSINESS-DATE.
014800     MOVE WS-CURRENT-YYYYMMDD TO WS-WORK-DATE.
014900     IF WS-CURRENT-HOUR < WS-CUTOVER-HOUR
015000         PERFORM 6100-BACK-ONE-DAY
015100             THRU 6100-EXIT
015200     END-IF.
015300     MOVE WS-WORK-DATE       TO RCA-BUSINESS-DATE.
015400 1100-EXIT.
015500     EXIT.
015600*-----------------------------------------------------------*
015700* 1200-CHECK-PREDECESSORS - ONE PASS OVER THE LEDGER,       *
015800* KEEPING THE STATUS OF THE LAST END RECORD FOR EACH NAMED  *
015900* PREDECESSOR ON THIS BUSINESS DATE.  THE FIRST ONE NOT     *
016000* COMPLETED BLOCKS THE RUN                                  *
016100*-----------------------------------------------------------*
016200 1200-CHECK-PREDECESSORS.
016300     SET RCA-PRED-CHECKED    TO TRUE.
016400     MOVE SPACES             TO WS-PRED-STATUS (1).
016500     MOVE SPACES             TO WS-PRED-STATUS (2).
016600     MOVE SPACES             TO WS-PRED-STATUS (3).
016700     MOVE SPACES             TO WS-PRED-PROGRAM (1).
016800     MOVE SPACES             TO WS-PRED-PROGRAM (2).
016900     MOVE SPACES             TO WS-PRED-PROGRAM (3).
017000     MOVE 'N'                TO WS-LEDGER-EOF-SW.
017100     OPEN INPUT LEDGER-FILE.
017200     PERFORM 1300-SCAN-ONE-RECORD
017300         THRU 1300-EXIT
017400         UNTIL WS-LEDGER-EOF.
017500     CLOSE LEDGER-FILE.
017600     PERFORM 1400-CHECK-ONE-PREDECESSOR
017700         THRU 1400-EXIT
017800         VARYING WS-PRED-INDEX FROM 1 BY 1
017900         UNTIL WS-PRED-INDEX > 3.
018000 1200-EXIT.
018100     EXIT.
018200*-----------------------------------------------------------*
018300* 1300-SCAN-ONE-RECORD                                      *
018400*-----------------------------------------------------------*
018500 1300-SCAN-ONE-RECORD.
018600     READ LEDGER-FILE
018700         AT END
018800             SET WS-LEDGER-EOF TO TRUE
018900             GO TO 1300-EXIT
019000     END-READ.
019100     IF RL-BUSINESS-DATE NOT = RCA-BUSINESS-DATE
019200         OR NOT RL-END-EVENT
019300         GO TO 1300-EXIT
019400     END-IF.
019500     PERFORM 1350-NOTE-PREDECESSOR
019600         THRU 1350-EXIT
019700         VARYING WS-PRED-INDEX FROM 1 BY 1
019800         UNTIL WS-PRED-INDEX > 3.
019900 1300-EXIT.
020000     EXIT.
020100*-----------------------------------------------------------*
020200* 1350-NOTE-PREDECESSOR - IN A MULTI-STEP JOB A LATER STEP  *
020300* THAT COMPLETED DOES NOT CLEAR AN EARLIER STEP'S FAILURE;  *
020400* ONLY A RERUN OF THE FAILED PROGRAM ITSELF DOES            *
020500*-----------------------------------------------------------*
020600 1350-NOTE-PREDECESSOR.
020700     IF RCA-PREDECESSOR (WS-PRED-INDEX) = SPACES
020800         OR RL-JOB-NAME NOT = RCA-PREDECESSOR (WS-PRED-INDEX)
020900         GO TO 1350-EXIT
021000     END-IF.
021100     IF RL-COMPLETED
021200         AND WS-PRED-STATUS (WS-PRED-INDEX) = 'F'
021300         AND RL-PROGRAM-ID NOT = WS-PRED-PROGRAM (WS-PRED-INDEX)
021400         GO TO 1350-EXIT
021500     END-IF.
021600     MOVE RL-STATUS          TO WS-PRED-STATUS (WS-PRED-INDEX).
021700     MOVE RL-PROGRAM-ID      TO WS-PRED-PROGRAM (WS-PRED-INDEX).
021800 1350-EXIT.
021900     EXIT.
022000*-----------------------------------------------------------*
022100* 1400-CHECK-ONE-PREDECESSOR                                *
022200*-----------------------------------------------------------*
022300 1400-CHECK-ONE-PREDECESSOR.
022400     IF RCA-PREDECESSOR (WS-PRED-INDEX) = SPACES
022500         OR RCA-PREDECESSOR-MISSING
022600         GO TO 1400-EXIT
022700     END-IF.
022800     IF WS-PRED-STATUS (WS-PRED-INDEX) NOT = 'C'
022900         SET RCA-PREDECESSOR-MISSING TO TRUE
023000         MOVE RCA-PREDECESSOR (WS-PRED-INDEX)
023100                             TO RCA-MISSING-JOB
023200     END-IF.
023300 1400-EXIT.
023400     EXIT.
023500*-----------------------------------------------------------*
023600* 2000-END-RUN - LEDGER THE END OF THE RUN                  *
023700*-----------------------------------------------------------*
023800 2000-END-RUN.
023900     PERFORM 3100-BUILD-COMMON-FIELDS
024000         THRU 3100-EXIT.
024100     SET RL-END-EVENT        TO TRUE.
024200     IF RCA-RETURN-CODE > WS-FAILED-ABOVE-RC
024300         SET RL-FAILED       TO TRUE
024400     ELSE
024500         SET RL-COMPLETED    TO TRUE
024600     END-IF.
024700     MOVE WS-CURRENT-YYYYMMDD TO RL-END-DATE.
024800     MOVE WS-CURRENT-HHMMSSHH TO RL-END-TIME.
024900     MOVE RCA-RETURN-CODE    TO RL-RETURN-CODE.
025000     PERFORM 2100-COPY-ONE-COUNT
025100         THRU 2100-EXIT
025200         VARYING WS-COUNT-INDEX FROM 1 BY 1
025300         UNTIL WS-COUNT-INDEX > 4.
025400     PERFORM 3000-APPEND-RECORD
025500         THRU 3000-EXIT.
025600 2000-EXIT.
025700     EXIT.
025800*-----------------------------------------------------------*
025900* 2100-COPY-ONE-COUNT - AN UNLABELLED SLOT IS LEDGERED AS   *
026000* ZERO WHATEVER THE CALLER LEFT IN ITS VALUE                *
026100*-----------------------------------------------------------*
026200 2100-COPY-ONE-COUNT.
026300     MOVE RCA-COUNT-LABEL (WS-COUNT-INDEX)
026400         TO RL-COUNT-LABEL (WS-COUNT-INDEX).
026500     IF RCA-COUNT-LABEL (WS-COUNT-INDEX) = SPACES
026600         OR RCA-COUNT-VALUE (WS-COUNT-INDEX) IS NOT NUMERIC
026700         MOVE ZERO TO RL-COUNT-VALUE (WS-COUNT-INDEX)
026800     ELSE
026900         MOVE RCA-COUNT-VALUE (WS-COUNT-INDEX)
027000             TO RL-COUNT-VALUE (WS-COUNT-INDEX)
027100     END-IF.
027200 2100-EXIT.
027300     EXIT.
027400*-----------------------------------------------------------*
027500* 3000-APPEND-RECORD - ADD THE BUILT RECORD TO THE END OF   *
027600* THE LEDGER                                                *
027700*-----------------------------------------------------------*
027800 3000-APPEND-RECORD.
027900     OPEN EXTEND LEDGER-FILE.
028000     WRITE RUN-LEDGER-RECORD.
028100     CLOSE LEDGER-FILE.
028200 3000-EXIT.
028300     EXIT.
028400*-----------------------------------------------------------*
028500* 3100-BUILD-COMMON-FIELDS - IDENTITY AND START STAMP, WITH *
028600* THE END-ONLY FIELDS CLEARED                               *
028700*-----------------------------------------------------------*
028800 3100-BUILD-COMMON-FIELDS.
028900     MOVE SPACES             TO RUN-LEDGER-RECORD.
029000     MOVE RCA-BUSINESS-DATE  TO RL-BUSINESS-DATE.
029100     MOVE RCA-JOB-NAME       TO RL-JOB-NAME.
029200     MOVE RCA-PROGRAM-ID     TO RL-PROGRAM-ID.
029300     MOVE RCA-START-DATE     TO RL-START-DATE.
029400     MOVE RCA-START-TIME     TO RL-START-TIME.
029500     MOVE ZERO               TO RL-RETURN-CODE.
029600     MOVE RCA-PRED-CHECKED-SW TO RL-PRED-CHECKED.
029700     MOVE ZERO               TO RL-COUNT-VALUE (1).
029800     MOVE ZERO               TO RL-COUNT-VALUE (2).
029900     MOVE ZERO               TO RL-COUNT-VALUE (3).
030000     MOVE ZERO               TO RL-COUNT-VALUE (4).
030100 3100-EXIT.
030200     EXIT.
030300*-----------------------------------------------------------*
030400* 6100-BACK-ONE-DAY - DECREMENT THE DAY, ROLLING THE MONTH  *
030500* AND YEAR AS NEEDED.  FEBRUARY IS 29 DAYS IN A LEAP YEAR   *
030600* (DIVISIBLE BY 4; THE CENTURY RULE IS MOOT UNTIL 2100)     *
030700*-----------------------------------------------------------*
030800 6100-BACK-ONE-DAY.
030900     IF WS-WORK-DAY > 1
031000         SUBTRACT 1 FROM WS-WORK-DAY
031100         GO TO 6100-EXIT
031200     END-IF.
031300     IF WS-WORK-MONTH > 1
031400         SUBTRACT 1 FROM WS-WORK-MONTH
031500     ELSE
031600         MOVE 12             TO WS-WORK-MONTH
031700         SUBTRACT 1 FROM WS-WORK-YEAR
031800     END-IF.
031900     MOVE WS-DAYS-IN-MONTH (WS-WORK-MONTH) TO WS-WORK-DAY.
032000     IF WS-WORK-MONTH = 2
032100         DIVIDE WS-WORK-YEAR BY 4
032200             GIVING WS-YEAR-QUOT REMAINDER WS-YEAR-REM
032300         IF WS-YEAR-REM = ZERO
032400             MOVE 29         TO WS-WORK-DAY
032500         END-IF
032600     END-IF.
032700 6100-EXIT.
032800     EXIT.
