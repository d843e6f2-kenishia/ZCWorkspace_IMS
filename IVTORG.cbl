000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IVTORG.
000300 AUTHOR.        R L BRENNAN.
000400 INSTALLATION.  CORPORATE SYSTEMS - VOICE/DATA SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* IVTORG - DEPARTMENT ORGANIZATION / ESCALATION TREE.  RUNS *
000900* AS A DL/I BATCH PROGRAM (PSB IVTPSB14).  EVERY DEPTMSEG   *
001000* ON THE DEPTDB MASTER IS LOADED INTO A TABLE, AND THE      *
001100* ACTIVE CODES ARE PRINTED AS A TREE FROM EACH TOP-LEVEL    *
001200* DEPARTMENT DOWN, INDENTED TWO PLACES PER LEVEL, WITH THE  *
001300* MANAGER'S NAME, HR EMPLOYEE ID AND CURRENT EXTENSION -    *
001400* THE EXTENSION IS READ FROM PHONSEG AT PRINT TIME, SO THE  *
001500* SERVICE DESK ESCALATES TO THE NUMBER ON FILE TODAY.       *
001600* A DEPARTMENT IS TOP-LEVEL WHEN ITS PARENT CODE IS BLANK,  *
001700* IS NOT ON THE MASTER, OR IS RETIRED (THE LAST TWO ARE     *
001800* NOTED UNDER THE LINE).  A MANAGER WHO CANNOT BE REACHED   *
001900* (NO EMPLOYEE ID, NOT ON PHONDB, ON LEAVE, TERMINATED-     *
002000* PENDING, NO EXTENSION) IS FLAGGED IN THE NOTE COLUMN.     *
002100* ANY ACTIVE CODE NOT REACHED FROM A TOP-LEVEL DEPARTMENT   *
002200* SITS IN A REPORTING LOOP AND IS LISTED SEPARATELY.        *
002300* THE TREE IS WALKED WITH AN EXPLICIT STACK, EACH LEVEL     *
002400* HOLDING ITS DEPARTMENT AND HOW FAR ITS CHILD SCAN GOT.    *
002500*-----------------------------------------------------------*
002600* MODIFICATION HISTORY                                      *
002700* ----------------------------------------------------------*
002800* DATE       BY    DESCRIPTION                               *
002900* ---------- ----- -------------------------------------------
003000* 2026-10-15 RLB   ORIGINAL PROGRAM                          *
003020* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
003040*                  RUN-CONTROL FILE THROUGH IVTRUN          *
003060*                  (SEE IVTRUNA)                            *
003100*-----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.  IBM-370.
003500 OBJECT-COMPUTER.  IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PRINT-FILE       ASSIGN TO PRTFILE.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  PRINT-FILE
004200     RECORDING MODE IS F
004300     LABEL RECORDS ARE STANDARD.
004400 01  PRINT-LINE                  PIC X(133).
004500 WORKING-STORAGE SECTION.
004600*-----------------------------------------------------------*
004700* DL/I FUNCTION CODES AND SEGMENT SEARCH ARGUMENTS          *
004800*-----------------------------------------------------------*
004900 01  DLI-FUNCTIONS.
005000     05  FUNC-GU                 PIC X(04) VALUE 'GU  '.
005100     05  FUNC-GN                 PIC X(04) VALUE 'GN  '.
005200 01  DEPTMSEG-SSA-UNQUAL         PIC X(09) VALUE 'DEPTMSEG '.
005300 01  PHONSEG-SSA-QUAL.
005400     05  PQ-SEG-NAME             PIC X(08) VALUE 'PHONSEG '.
005500     05  PQ-LPAREN               PIC X(01) VALUE '('.
005600     05  PQ-FIELD-NAME           PIC X(08) VALUE 'EMPLIDK '.
005700     05  PQ-OPERATOR             PIC X(02) VALUE ' ='.
005800     05  PQ-KEY-VALUE            PIC X(09).
005900     05  PQ-RPAREN               PIC X(01) VALUE ')'.
006000*-----------------------------------------------------------*
006100* SEGMENT I/O AREAS                                         *
006200*-----------------------------------------------------------*
006300 COPY IVTDPTM.
006400 COPY IVTSEG.
006500*-----------------------------------------------------------*
006600* SWITCHES AND SUBSCRIPTS                                   *
006700*-----------------------------------------------------------*
006800 01  WS-SWITCHES.
006900     05  WS-DEPT-EOF-SW          PIC X(01) VALUE 'N'.
007000         88  WS-DEPT-EOF                  VALUE 'Y'.
007100     05  WS-TOP-LEVEL-SW         PIC X(01) VALUE 'N'.
007200         88  WS-TOP-LEVEL                 VALUE 'Y'.
007300     05  WS-CHILD-FOUND-SW       PIC X(01) VALUE 'N'.
007400         88  WS-CHILD-FOUND               VALUE 'Y'.
007500     05  WS-FIRST-LOOP-SW        PIC X(01) VALUE 'Y'.
007600         88  WS-FIRST-LOOP                VALUE 'Y'.
007700 01  WS-SUBSCRIPTS.
007800     05  WS-DT-USED              PIC S9(04) COMP VALUE ZERO.
007900     05  WS-ROOT-INDEX           PIC S9(04) COMP.
008000     05  WS-SCAN-INDEX           PIC S9(04) COMP.
008100     05  WS-PRINT-INDEX          PIC S9(04) COMP.
008200     05  WS-PARENT-INDEX         PIC S9(04) COMP.
008300     05  WS-LEVEL                PIC S9(04) COMP.
008400     05  WS-INDENT               PIC S9(04) COMP.
008500 01  WS-PARENT-NOTE              PIC X(30).
008600*-----------------------------------------------------------*
008700* DEPARTMENT TABLE - LOADED IN CODE SEQUENCE BY THE GN WALK *
008800* SO IT CAN BE BINARY-SEARCHED; UNUSED SLOTS HOLD HIGH-     *
008900* VALUES                                                    *
009000*-----------------------------------------------------------*
009100 01  WS-DEPT-TABLE.
009200     05  WS-DT-ENTRY             OCCURS 1000 TIMES
009300                                 ASCENDING KEY IS WS-DT-CODE
009400                                 INDEXED BY WS-DT-IX.
009500         10  WS-DT-CODE          PIC X(05).
009600         10  WS-DT-NAME          PIC X(20).
009700         10  WS-DT-MGR-NAME      PIC X(10).
009800         10  WS-DT-MGR-ID        PIC X(09).
009900         10  WS-DT-PARENT        PIC X(05).
010000         10  WS-DT-STATUS        PIC X(01).
010100             88  WS-DT-ACTIVE             VALUE 'A'.
010200         10  WS-DT-PRINTED-SW    PIC X(01).
010300             88  WS-DT-PRINTED            VALUE 'Y'.
010400*-----------------------------------------------------------*
010500* WALK STACK - ONE ENTRY PER LEVEL OF THE CURRENT BRANCH:   *
010600* THE DEPARTMENT AT THAT LEVEL AND THE LAST TABLE SLOT      *
010700* ALREADY SCANNED FOR ITS CHILDREN                          *
010800*-----------------------------------------------------------*
010900 01  WS-WALK-STACK.
011000     05  WS-STK-TOP              PIC S9(04) COMP VALUE ZERO.
011100     05  WS-STK-ENTRY            OCCURS 50 TIMES.
011200         10  WS-STK-DEPT-IX      PIC S9(04) COMP.
011300         10  WS-STK-SCAN-IX      PIC S9(04) COMP.
011400 01  WS-COUNTERS.
011500     05  WS-PAGE-NUMBER          PIC 9(05) VALUE ZERO.
011600     05  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
011700     05  WS-LINES-PER-PAGE       PIC 9(03) VALUE 55.
011800     05  WS-DEPT-CODES-READ      PIC 9(07) VALUE ZERO.
011900     05  WS-NOT-LOADED           PIC 9(07) VALUE ZERO.
012000     05  WS-RETIRED-COUNT        PIC 9(07) VALUE ZERO.
012100     05  WS-PRINTED-COUNT        PIC 9(07) VALUE ZERO.
012200     05  WS-TOP-LEVEL-COUNT      PIC 9(07) VALUE ZERO.
012300     05  WS-MGR-GAP-COUNT        PIC 9(07) VALUE ZERO.
012400     05  WS-LOOP-COUNT           PIC 9(07) VALUE ZERO.
012500 01  WS-CURRENT-DATE.
012600     05  WS-CURRENT-YYYYMMDD     PIC 9(08).
012700*-----------------------------------------------------------*
012800* REPORT LINE LAYOUTS                                       *
012900*-----------------------------------------------------------*
013000 01  HDG-LINE-1.
013100     05  FILLER                  PIC X(01) VALUE SPACE.
013200     05  FILLER                  PIC X(44)
013300         VALUE 'DEPARTMENT ORGANIZATION / ESCALATION TREE'.
013400     05  FILLER                  PIC X(06) VALUE 'DATE: '.
013500     05  HDG-RUN-DATE            PIC X(08).
013600     05  FILLER                  PIC X(12) VALUE SPACES.
013700     05  FILLER                  PIC X(05) VALUE 'PAGE '.
013800     05  HDG-PAGE-NUMBER         PIC ZZZZ9.
013900 01  HDG-LINE-2.
014000     05  FILLER                  PIC X(01) VALUE SPACE.
014100     05  FILLER                  PIC X(46)
014200         VALUE 'DEPARTMENT'.
014300     05  FILLER                  PIC X(02) VALUE SPACES.
014400     05  FILLER                  PIC X(10) VALUE 'MANAGER'.
014500     05  FILLER                  PIC X(02) VALUE SPACES.
014600     05  FILLER                  PIC X(09) VALUE 'EMPL ID'.
014700     05  FILLER                  PIC X(02) VALUE SPACES.
014800     05  FILLER                  PIC X(10) VALUE 'EXTENSION'.
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  FILLER                  PIC X(30) VALUE 'NOTE'.
015100 01  HDG-LINE-3.
015200     05  FILLER                  PIC X(01) VALUE SPACE.
015300     05  FILLER                  PIC X(46) VALUE ALL '-'.
015400     05  FILLER                  PIC X(02) VALUE SPACES.
015500     05  FILLER                  PIC X(10) VALUE ALL '-'.
015600     05  FILLER                  PIC X(02) VALUE SPACES.
015700     05  FILLER                  PIC X(09) VALUE ALL '-'.
015800     05  FILLER                  PIC X(02) VALUE SPACES.
015900     05  FILLER                  PIC X(10) VALUE ALL '-'.
016000     05  FILLER                  PIC X(02) VALUE SPACES.
016100     05  FILLER                  PIC X(30) VALUE ALL '-'.
016200 01  DETAIL-LINE.
016300     05  FILLER                  PIC X(01) VALUE SPACE.
016400     05  DET-TREE                PIC X(46).
016500     05  FILLER                  PIC X(02) VALUE SPACES.
016600     05  DET-MGR-NAME            PIC X(10).
016700     05  FILLER                  PIC X(02) VALUE SPACES.
016800     05  DET-MGR-ID              PIC X(09).
016900     05  FILLER                  PIC X(02) VALUE SPACES.
017000     05  DET-EXTENSION           PIC X(10).
017100     05  FILLER                  PIC X(02) VALUE SPACES.
017200     05  DET-NOTE                PIC X(30).
017300 01  WS-TREE-TEXT.
017400     05  TT-DEPT-CODE            PIC X(05).
017500     05  FILLER                  PIC X(01) VALUE SPACE.
017600     05  TT-DEPT-NAME            PIC X(20).
017700 01  LOOP-HDG-LINE.
017800     05  FILLER                  PIC X(01) VALUE SPACE.
017900     05  FILLER                  PIC X(60)
018000         VALUE 'DEPARTMENTS IN A REPORTING LOOP - NOT IN A TREE'.
018100 01  TOTAL-LINE-1.
018200     05  FILLER                  PIC X(01) VALUE SPACE.
018300     05  FILLER                  PIC X(30)
018400         VALUE 'DEPT CODES ON MASTER      : '.
018500     05  TOT-DEPT-CODES-READ     PIC ZZZ,ZZ9.
018600 01  TOTAL-LINE-2.
018700     05  FILLER                  PIC X(01) VALUE SPACE.
018800     05  FILLER                  PIC X(30)
018900         VALUE 'RETIRED CODES NOT PRINTED : '.
019000     05  TOT-RETIRED-COUNT       PIC ZZZ,ZZ9.
019100 01  TOTAL-LINE-3.
019200     05  FILLER                  PIC X(01) VALUE SPACE.
019300     05  FILLER                  PIC X(30)
019400         VALUE 'ACTIVE CODES IN THE TREE  : '.
019500     05  TOT-PRINTED-COUNT       PIC ZZZ,ZZ9.
019600 01  TOTAL-LINE-4.
019700     05  FILLER                  PIC X(01) VALUE SPACE.
019800     05  FILLER                  PIC X(30)
019900         VALUE 'TOP-LEVEL DEPARTMENTS     : '.
020000     05  TOT-TOP-LEVEL-COUNT     PIC ZZZ,ZZ9.
020100 01  TOTAL-LINE-5.
020200     05  FILLER                  PIC X(01) VALUE SPACE.
020300     05  FILLER                  PIC X(30)
020400         VALUE 'MANAGERS NOT REACHABLE    : '.
020500     05  TOT-MGR-GAP-COUNT       PIC ZZZ,ZZ9.
020600 01  TOTAL-LINE-6.
020700     05  FILLER                  PIC X(01) VALUE SPACE.
020800     05  FILLER                  PIC X(30)
020900         VALUE 'CODES IN A REPORTING LOOP : '.
021000     05  TOT-LOOP-COUNT          PIC ZZZ,ZZ9.
021100 01  TOTAL-LINE-7.
021200     05  FILLER                  PIC X(01) VALUE SPACE.
021300     05  FILLER                  PIC X(30)
021400         VALUE 'CODES NOT LOADED-TABLE FULL: '.
021500     05  TOT-NOT-LOADED          PIC ZZZ,ZZ9.
021520*-----------------------------------------------------------*
021540* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
021560*-----------------------------------------------------------*
021580 COPY IVTRUNA.
021600 LINKAGE SECTION.
021700 COPY IVTPCBD.
021800 COPY IVTPCB1.
021900 PROCEDURE DIVISION.
022000 ENTRY 'DLITCBL' USING DEPTDB-PCB
022100                       PHONDB-PCB.
022200*-----------------------------------------------------------*
022300* 0000-MAINLINE                                             *
022400*-----------------------------------------------------------*
022500 0000-MAINLINE.
022530     PERFORM 8800-START-RUN-CONTROL
022560         THRU 8800-EXIT.
022600     PERFORM 1000-INITIALIZE
022700         THRU 1000-EXIT.
022800     PERFORM 2000-CHECK-ONE-ROOT
022900         THRU 2000-EXIT
023000         VARYING WS-ROOT-INDEX FROM 1 BY 1
023100         UNTIL WS-ROOT-INDEX > WS-DT-USED.
023200     PERFORM 6000-LIST-UNREACHED
023300         THRU 6000-EXIT
023400         VARYING WS-ROOT-INDEX FROM 1 BY 1
023500         UNTIL WS-ROOT-INDEX > WS-DT-USED.
023600     PERFORM 7000-PRINT-TOTALS
023700         THRU 7000-EXIT.
023800     PERFORM 9000-TERMINATE
023900         THRU 9000-EXIT.
023930     PERFORM 8900-END-RUN-CONTROL
023960         THRU 8900-EXIT.
024000     GOBACK.
024100*-----------------------------------------------------------*
024200* 1000-INITIALIZE - OPEN THE REPORT AND LOAD THE DEPARTMENT *
024300* MASTER INTO THE TABLE                                     *
024400*-----------------------------------------------------------*
024500 1000-INITIALIZE.
024600     OPEN OUTPUT PRINT-FILE.
024700     MOVE WS-LINES-PER-PAGE  TO WS-LINE-COUNT.
024800     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
024900     MOVE WS-CURRENT-YYYYMMDD TO HDG-RUN-DATE.
025000     MOVE HIGH-VALUES        TO WS-DEPT-TABLE.
025100     PERFORM 1100-GET-NEXT-DEPT
025200         THRU 1100-EXIT.
025300     PERFORM 1200-STORE-ONE-DEPT
025400         THRU 1200-EXIT
025500         UNTIL WS-DEPT-EOF.
025600 1000-EXIT.
025700     EXIT.
025800*-----------------------------------------------------------*
025900* 1100-GET-NEXT-DEPT - GN FOR THE NEXT DEPTMSEG IN CODE     *
026000* SEQUENCE                                                  *
026100*-----------------------------------------------------------*
026200 1100-GET-NEXT-DEPT.
026300     CALL 'CBLTDLI' USING FUNC-GN
026400                          DEPTDB-PCB
026500                          DEPTMSEG-IO-AREA
026600                          DEPTMSEG-SSA-UNQUAL.
026700     IF DEPTDB-STATUS-CODE NOT = SPACES
026800         SET WS-DEPT-EOF     TO TRUE
026900     ELSE
027000         ADD 1               TO WS-DEPT-CODES-READ
027100     END-IF.
027200 1100-EXIT.
027300     EXIT.
027400*-----------------------------------------------------------*
027500* 1200-STORE-ONE-DEPT - A CODE PAST THE END OF THE TABLE IS *
027600* COUNTED BUT NOT STORED (IT CANNOT APPEAR IN THE TREE)     *
027700*-----------------------------------------------------------*
027800 1200-STORE-ONE-DEPT.
027900     IF NOT DM-ACTIVE
028000         ADD 1               TO WS-RETIRED-COUNT
028100     END-IF.
028200     IF WS-DT-USED < 1000
028300         ADD 1               TO WS-DT-USED
028400         MOVE DM-DEPT-CODE   TO WS-DT-CODE (WS-DT-USED)
028500         MOVE DM-DEPT-NAME   TO WS-DT-NAME (WS-DT-USED)
028600         MOVE DM-MGR-NAME    TO WS-DT-MGR-NAME (WS-DT-USED)
028700         MOVE DM-MGR-EMPLOYEE-ID
028800                             TO WS-DT-MGR-ID (WS-DT-USED)
028900         MOVE DM-PARENT-CODE TO WS-DT-PARENT (WS-DT-USED)
029000         MOVE DM-STATUS-CODE TO WS-DT-STATUS (WS-DT-USED)
029100         MOVE 'N'            TO WS-DT-PRINTED-SW (WS-DT-USED)
029200     ELSE
029300         ADD 1               TO WS-NOT-LOADED
029400     END-IF.
029500     PERFORM 1100-GET-NEXT-DEPT
029600         THRU 1100-EXIT.
029700 1200-EXIT.
029800     EXIT.
029900*-----------------------------------------------------------*
030000* 2000-CHECK-ONE-ROOT - AN ACTIVE CODE WHOSE PARENT IS      *
030100* BLANK, MISSING, OR RETIRED STARTS A TREE OF ITS OWN       *
030200*-----------------------------------------------------------*
030300 2000-CHECK-ONE-ROOT.
030400     IF NOT WS-DT-ACTIVE (WS-ROOT-INDEX)
030500         GO TO 2000-EXIT
030600     END-IF.
030700     MOVE 'N'                TO WS-TOP-LEVEL-SW.
030800     MOVE SPACES             TO WS-PARENT-NOTE.
030900     IF WS-DT-PARENT (WS-ROOT-INDEX) = SPACES
031000         SET WS-TOP-LEVEL    TO TRUE
031100         GO TO 2000-TEST
031200     END-IF.
031300     SEARCH ALL WS-DT-ENTRY
031400         AT END
031500             SET WS-TOP-LEVEL TO TRUE
031600             STRING 'PARENT '
031700                    WS-DT-PARENT (WS-ROOT-INDEX)
031800                    ' NOT ON MASTER'
031900                    DELIMITED BY SIZE
032000                    INTO WS-PARENT-NOTE
032100         WHEN WS-DT-CODE (WS-DT-IX) =
032200              WS-DT-PARENT (WS-ROOT-INDEX)
032300             IF NOT WS-DT-ACTIVE (WS-DT-IX)
032400                 SET WS-TOP-LEVEL TO TRUE
032500                 STRING 'PARENT '
032600                        WS-DT-PARENT (WS-ROOT-INDEX)
032700                        ' IS RETIRED'
032800                        DELIMITED BY SIZE
032900                        INTO WS-PARENT-NOTE
033000             END-IF
033100     END-SEARCH.
033200 2000-TEST.
033300     IF WS-TOP-LEVEL
033400         ADD 1               TO WS-TOP-LEVEL-COUNT
033500         PERFORM 3000-PRINT-TREE
033600             THRU 3000-EXIT
033700     END-IF.
033800 2000-EXIT.
033900     EXIT.
034000*-----------------------------------------------------------*
034100* 3000-PRINT-TREE - PRINT A TOP-LEVEL DEPARTMENT, THEN WALK *
034200* DOWN THROUGH EVERYTHING THAT REPORTS TO IT                *
034300*-----------------------------------------------------------*
034400 3000-PRINT-TREE.
034500     MOVE WS-ROOT-INDEX      TO WS-PRINT-INDEX.
034600     MOVE ZERO               TO WS-LEVEL.
034700     PERFORM 4000-PRINT-DEPARTMENT
034800         THRU 4000-EXIT.
034900     IF WS-PARENT-NOTE NOT = SPACES
035000         MOVE SPACES         TO DETAIL-LINE
035100         MOVE WS-PARENT-NOTE TO DET-NOTE
035200         PERFORM 4800-WRITE-DETAIL
035300             THRU 4800-EXIT
035400     END-IF.
035500     MOVE 1                  TO WS-STK-TOP.
035600     MOVE WS-ROOT-INDEX      TO WS-STK-DEPT-IX (1).
035700     MOVE ZERO               TO WS-STK-SCAN-IX (1).
035800     PERFORM 3100-NEXT-CHILD
035900         THRU 3100-EXIT
036000         UNTIL WS-STK-TOP = ZERO.
036100 3000-EXIT.
036200     EXIT.
036300*-----------------------------------------------------------*
036400* 3100-NEXT-CHILD - CONTINUE THE CHILD SCAN FOR THE         *
036500* DEPARTMENT ON TOP OF THE STACK.  A CHILD FOUND IS PRINTED *
036600* AND PUSHED (SO ITS OWN CHILDREN COME NEXT); WHEN THE SCAN *
036700* RUNS OUT THE LEVEL IS POPPED                              *
036800*-----------------------------------------------------------*
036900 3100-NEXT-CHILD.
037000     MOVE 'N'                TO WS-CHILD-FOUND-SW.
037100     COMPUTE WS-SCAN-INDEX = WS-STK-SCAN-IX (WS-STK-TOP) + 1.
037200     PERFORM 3200-TEST-ONE-CHILD
037300         THRU 3200-EXIT
037400         UNTIL WS-SCAN-INDEX > WS-DT-USED
037500            OR WS-CHILD-FOUND.
037600     IF NOT WS-CHILD-FOUND
037700         SUBTRACT 1          FROM WS-STK-TOP
037800         GO TO 3100-EXIT
037900     END-IF.
038000     MOVE WS-SCAN-INDEX      TO WS-STK-SCAN-IX (WS-STK-TOP).
038100     MOVE WS-SCAN-INDEX      TO WS-PRINT-INDEX.
038200     MOVE WS-STK-TOP         TO WS-LEVEL.
038300     PERFORM 4000-PRINT-DEPARTMENT
038400         THRU 4000-EXIT.
038500     IF WS-STK-TOP < 50
038600         ADD 1               TO WS-STK-TOP
038700         MOVE WS-SCAN-INDEX  TO WS-STK-DEPT-IX (WS-STK-TOP)
038800         MOVE ZERO           TO WS-STK-SCAN-IX (WS-STK-TOP)
038900     END-IF.
039000 3100-EXIT.
039100     EXIT.
039200*-----------------------------------------------------------*
039300* 3200-TEST-ONE-CHILD - AN ACTIVE, NOT YET PRINTED CODE     *
039400* WHOSE PARENT IS THE DEPARTMENT ON TOP OF THE STACK        *
039500*-----------------------------------------------------------*
039600 3200-TEST-ONE-CHILD.
039700     MOVE WS-STK-DEPT-IX (WS-STK-TOP) TO WS-PARENT-INDEX.
039800     IF WS-DT-ACTIVE (WS-SCAN-INDEX)
039900         AND NOT WS-DT-PRINTED (WS-SCAN-INDEX)
040000         AND WS-DT-PARENT (WS-SCAN-INDEX) =
040100             WS-DT-CODE (WS-PARENT-INDEX)
040200         SET WS-CHILD-FOUND  TO TRUE
040300     ELSE
040400         ADD 1               TO WS-SCAN-INDEX
040500     END-IF.
040600 3200-EXIT.
040700     EXIT.
040800*-----------------------------------------------------------*
040900* 4000-PRINT-DEPARTMENT - ONE TREE LINE FOR THE TABLE ENTRY *
041000* AT WS-PRINT-INDEX, INDENTED FOR WS-LEVEL (DEEPER THAN TEN *
041100* LEVELS PRINTS AT THE TENTH), WITH THE MANAGER LOOKED UP   *
041200* ON PHONDB                                                 *
041300*-----------------------------------------------------------*
041400 4000-PRINT-DEPARTMENT.
041500     MOVE 'Y'                TO WS-DT-PRINTED-SW (WS-PRINT-INDEX).
041600     ADD 1                   TO WS-PRINTED-COUNT.
041700     MOVE SPACES             TO DETAIL-LINE.
041800     MOVE WS-DT-CODE (WS-PRINT-INDEX) TO TT-DEPT-CODE.
041900     MOVE WS-DT-NAME (WS-PRINT-INDEX) TO TT-DEPT-NAME.
042000     IF WS-LEVEL > 10
042100         MOVE 20             TO WS-INDENT
042200     ELSE
042300         COMPUTE WS-INDENT = WS-LEVEL * 2
042400     END-IF.
042500     MOVE WS-TREE-TEXT       TO DET-TREE (WS-INDENT + 1 : ).
042600     MOVE WS-DT-MGR-NAME (WS-PRINT-INDEX) TO DET-MGR-NAME.
042700     MOVE WS-DT-MGR-ID (WS-PRINT-INDEX) TO DET-MGR-ID.
042800     PERFORM 5000-GET-MANAGER
042900         THRU 5000-EXIT.
043000     PERFORM 4800-WRITE-DETAIL
043100         THRU 4800-EXIT.
043200 4000-EXIT.
043300     EXIT.
043400*-----------------------------------------------------------*
043500* 4800-WRITE-DETAIL - WRITE ONE DETAIL LINE, BREAKING TO A  *
043600* NEW PAGE WHEN THE CURRENT PAGE IS FULL                    *
043700*-----------------------------------------------------------*
043800 4800-WRITE-DETAIL.
043900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
044000         PERFORM 4900-PRINT-HEADINGS
044100             THRU 4900-EXIT
044200     END-IF.
044300     WRITE PRINT-LINE        FROM DETAIL-LINE
044400         AFTER ADVANCING 1 LINE.
044500     ADD 1                   TO WS-LINE-COUNT.
044600 4800-EXIT.
044700     EXIT.
044800*-----------------------------------------------------------*
044900* 4900-PRINT-HEADINGS - START A NEW PAGE                    *
045000*-----------------------------------------------------------*
045100 4900-PRINT-HEADINGS.
045200     ADD 1                   TO WS-PAGE-NUMBER.
045300     MOVE WS-PAGE-NUMBER     TO HDG-PAGE-NUMBER.
045400     WRITE PRINT-LINE        FROM HDG-LINE-1
045500         AFTER ADVANCING PAGE.
045600     WRITE PRINT-LINE        FROM HDG-LINE-2
045700         AFTER ADVANCING 2 LINES.
045800     WRITE PRINT-LINE        FROM HDG-LINE-3
045900         AFTER ADVANCING 1 LINE.
046000     MOVE ZERO               TO WS-LINE-COUNT.
046100     ADD 3                   TO WS-LINE-COUNT.
046200 4900-EXIT.
046300     EXIT.
046400*-----------------------------------------------------------*
046500* 5000-GET-MANAGER - CURRENT EXTENSION OF THE MANAGER ON    *
046600* THE DETAIL LINE, OR A NOTE SAYING WHY THE MANAGER CANNOT  *
046700* BE REACHED THERE                                          *
046800*-----------------------------------------------------------*
046900 5000-GET-MANAGER.
047000     IF DET-MGR-ID = SPACES
047100         MOVE 'NO MANAGER EMPLOYEE ID' TO DET-NOTE
047200         ADD 1               TO WS-MGR-GAP-COUNT
047300         GO TO 5000-EXIT
047400     END-IF.
047500     MOVE DET-MGR-ID         TO PQ-KEY-VALUE.
047600     CALL 'CBLTDLI' USING FUNC-GU
047700                          PHONDB-PCB
047800                          PHONSEG-IO-AREA
047900                          PHONSEG-SSA-QUAL.
048000     IF PHONDB-STATUS-CODE NOT = SPACES
048100         MOVE 'MANAGER NOT ON PHONDB' TO DET-NOTE
048200         ADD 1               TO WS-MGR-GAP-COUNT
048300         GO TO 5000-EXIT
048400     END-IF.
048500     MOVE PS-EXTENSION       TO DET-EXTENSION.
048600     IF PS-ON-LEAVE
048700         MOVE 'MANAGER ON LEAVE' TO DET-NOTE
048800         ADD 1               TO WS-MGR-GAP-COUNT
048900         GO TO 5000-EXIT
049000     END-IF.
049100     IF PS-TERM-PENDING
049200         MOVE 'MANAGER TERMINATED-PENDING' TO DET-NOTE
049300         ADD 1               TO WS-MGR-GAP-COUNT
049400         GO TO 5000-EXIT
049500     END-IF.
049600     IF PS-EXTENSION = SPACES
049700         MOVE 'MANAGER HAS NO EXTENSION' TO DET-NOTE
049800         ADD 1               TO WS-MGR-GAP-COUNT
049900     END-IF.
050000 5000-EXIT.
050100     EXIT.
050200*-----------------------------------------------------------*
050300* 6000-LIST-UNREACHED - AN ACTIVE CODE STILL UNPRINTED      *
050400* AFTER EVERY TREE HAS BEEN WALKED ONLY REPORTS (DIRECTLY   *
050500* OR THROUGH ITS PARENTS) INTO A LOOP.  IT IS LISTED FLAT,  *
050600* SHOWING THE PARENT IT POINTS AT                           *
050700*-----------------------------------------------------------*
050800 6000-LIST-UNREACHED.
050900     IF NOT WS-DT-ACTIVE (WS-ROOT-INDEX)
051000         OR WS-DT-PRINTED (WS-ROOT-INDEX)
051100         GO TO 6000-EXIT
051200     END-IF.
051300     IF WS-FIRST-LOOP
051400         MOVE 'N'            TO WS-FIRST-LOOP-SW
051500         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
051600             PERFORM 4900-PRINT-HEADINGS
051700                 THRU 4900-EXIT
051800         END-IF
051900         WRITE PRINT-LINE    FROM LOOP-HDG-LINE
052000             AFTER ADVANCING 2 LINES
052100         ADD 2               TO WS-LINE-COUNT
052200     END-IF.
052300     ADD 1                   TO WS-LOOP-COUNT.
052400     SUBTRACT 1              FROM WS-PRINTED-COUNT.
052500     MOVE WS-ROOT-INDEX      TO WS-PRINT-INDEX.
052600     MOVE ZERO               TO WS-LEVEL.
052700     PERFORM 4000-PRINT-DEPARTMENT
052800         THRU 4000-EXIT.
052900     MOVE SPACES             TO DETAIL-LINE.
053000     STRING 'REPORTS TO '
053100            WS-DT-PARENT (WS-ROOT-INDEX)
053200            ' - LOOP'
053300            DELIMITED BY SIZE
053400            INTO DET-NOTE.
053500     PERFORM 4800-WRITE-DETAIL
053600         THRU 4800-EXIT.
053700 6000-EXIT.
053800     EXIT.
053900*-----------------------------------------------------------*
054000* 7000-PRINT-TOTALS                                         *
054100*-----------------------------------------------------------*
054200 7000-PRINT-TOTALS.
054300     MOVE WS-DEPT-CODES-READ TO TOT-DEPT-CODES-READ.
054400     MOVE WS-RETIRED-COUNT   TO TOT-RETIRED-COUNT.
054500     MOVE WS-PRINTED-COUNT   TO TOT-PRINTED-COUNT.
054600     MOVE WS-TOP-LEVEL-COUNT TO TOT-TOP-LEVEL-COUNT.
054700     MOVE WS-MGR-GAP-COUNT   TO TOT-MGR-GAP-COUNT.
054800     MOVE WS-LOOP-COUNT      TO TOT-LOOP-COUNT.
054900     MOVE WS-NOT-LOADED      TO TOT-NOT-LOADED.
055000     WRITE PRINT-LINE        FROM TOTAL-LINE-1
055100         AFTER ADVANCING 2 LINES.
055200     WRITE PRINT-LINE        FROM TOTAL-LINE-2
055300         AFTER ADVANCING 1 LINE.
055400     WRITE PRINT-LINE        FROM TOTAL-LINE-3
055500         AFTER ADVANCING 1 LINE.
055600     WRITE PRINT-LINE        FROM TOTAL-LINE-4
055700         AFTER ADVANCING 1 LINE.
055800     WRITE PRINT-LINE        FROM TOTAL-LINE-5
055900         AFTER ADVANCING 1 LINE.
056000     WRITE PRINT-LINE        FROM TOTAL-LINE-6
056100         AFTER ADVANCING 1 LINE.
056200     WRITE PRINT-LINE        FROM TOTAL-LINE-7
056300         AFTER ADVANCING 1 LINE.
056400 7000-EXIT.
056500     EXIT.
056600*-----------------------------------------------------------*
056700* 9000-TERMINATE                                            *
056800*-----------------------------------------------------------*
056900 9000-TERMINATE.
057000     CLOSE PRINT-FILE.
057100 9000-EXIT.
057200     EXIT.
057300*-----------------------------------------------------------*
057400* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN      *
057500* (SEE IVTRUN)                                              *
057600*-----------------------------------------------------------*
057700 8800-START-RUN-CONTROL.
057800     MOVE SPACES             TO RUN-CONTROL-AREA.
057900     SET RCA-START-RUN       TO TRUE.
058000     MOVE 'IVTORGJ'          TO RCA-JOB-NAME.
058100     MOVE 'IVTORG'           TO RCA-PROGRAM-ID.
058200     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
058300 8800-EXIT.
058400     EXIT.
058500*-----------------------------------------------------------*
058600* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
058700* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
058800* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
058900*-----------------------------------------------------------*
059000 8900-END-RUN-CONTROL.
059100     SET RCA-END-RUN         TO TRUE.
059200     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
059300     MOVE 'DEPTREAD'         TO RCA-COUNT-LABEL (1).
059400     MOVE WS-DEPT-CODES-READ TO RCA-COUNT-VALUE (1).
059500     MOVE 'PRINTED'          TO RCA-COUNT-LABEL (2).
059600     MOVE WS-PRINTED-COUNT   TO RCA-COUNT-VALUE (2).
059700     MOVE 'MGRGAPS'          TO RCA-COUNT-LABEL (3).
059800     MOVE WS-MGR-GAP-COUNT   TO RCA-COUNT-VALUE (3).
059900     MOVE 'LOOPS'            TO RCA-COUNT-LABEL (4).
060000     MOVE WS-LOOP-COUNT      TO RCA-COUNT-VALUE (4).
060100     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
060200     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
060300 8900-EXIT.
060400     EXIT.
