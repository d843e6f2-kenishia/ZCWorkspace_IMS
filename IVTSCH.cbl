000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IVTSCH.
000300 AUTHOR.        R L BRENNAN.
000400 INSTALLATION.  CORPORATE SYSTEMS - VOICE/DATA SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* IVTSCH - NIGHTLY APPLY OF SCHEDULED DIRECTORY CHANGES.    *
000900* RUNS AS A DL/I BATCH PROGRAM, WALKING EVERY SCHDSEG ON    *
001000* SCHDDB (QUEUED BY THE IVTNOM SCHD COMMAND AND BY IVTMNT   *
001100* FOR A FUTURE-DATED CHNG/DEPT).  EACH PENDING ENTRY WHOSE  *
001200* EFFECTIVE DATE HAS ARRIVED IS RE-EDITED AGAINST TODAY'S   *
001300* DATABASES - THE SAME ZIP, DEPT, EXTENSION POOL, AND PHONE *
001400* TYPE RULES AS THE ONLINE CHNG - AND THEN:                 *
001500*   - APPLIED TO PHONDB (PHONSEG, DEPTSEG, PHNSEG) WITH THE *
001600*     EXTENSION POOL KEPT IN STEP, JOURNALED TO PHONJRNL    *
001700*     LIKE ANY OTHER CHANGE, TRANCDE 'SCHDAPL', AND DLET'D  *
001800*     FROM SCHDDB; OR                                       *
001900*   - LEFT ON SCHDDB AS FAILED ('F') WITH THE REASON, FOR   *
002000*     IVTSCL TO LIST UNTIL SOMEONE CANCELS IT (SCAN).       *
002100* ENTRIES FOR ONE EMPLOYEE COME BACK IN DATE ORDER (THE KEY *
002200* IS EMPLOYEE ID THEN DATE), SO TWO CHANGES FALLING DUE THE *
002300* SAME NIGHT ARE APPLIED OLDEST FIRST.                      *
002400* AN OPTIONAL SYSIN CONTROL CARD OVERRIDES THE BUSINESS     *
002500* DATE FOR A CATCH-UP RUN:                                  *
002600*   COLS 1-8  BUSINESS DATE, CCYYMMDD (BLANK = TODAY)       *
002700* AN AUDIT LINE IS PRINTED FOR EVERY ENTRY FALLING DUE,     *
002800* WITH TRAILING TOTALS.  RUN AHEAD OF THE IVTSNP SNAPSHOT   *
002900* SO THE NIGHT'S EXTRACTS SEE THE CHANGES.                  *
003000*-----------------------------------------------------------*
003100* MODIFICATION HISTORY                                      *
003200* ----------------------------------------------------------*
003300* DATE       BY    DESCRIPTION                              *
003400* ---------- ----- -------------------------------------------
003500* 2026-10-15 RLB   ORIGINAL PROGRAM                         *
003520* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
003540*                  RUN-CONTROL FILE THROUGH IVTRUN          *
003560*                  (SEE IVTRUNA)                            *
003570* 2026-10-15 RLB   JOURNAL IMAGES CARRY THE PHONSEG         *
003580*                  LISTING CODE (AN APPLY LEAVES IT AS IS)  *
003600*-----------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.  IBM-370.
004000 OBJECT-COMPUTER.  IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO SYSIN.
004400     SELECT PRINT-FILE       ASSIGN TO PRTFILE.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CONTROL-CARD-FILE
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000 01  CONTROL-CARD-RECORD.
005100     05  CC-BUSINESS-DATE        PIC X(08).
005200     05  FILLER                  PIC X(72).
005300 FD  PRINT-FILE
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600 01  PRINT-LINE                  PIC X(133).
005700 WORKING-STORAGE SECTION.
005800*-----------------------------------------------------------*
005900* DL/I FUNCTION CODES AND SEGMENT SEARCH ARGUMENTS          *
006000*-----------------------------------------------------------*
006100 01  DLI-FUNCTIONS.
006200     05  FUNC-GU                 PIC X(04) VALUE 'GU  '.
006300     05  FUNC-GN                 PIC X(04) VALUE 'GN  '.
006400     05  FUNC-GNP                PIC X(04) VALUE 'GNP '.
006500     05  FUNC-ISRT               PIC X(04) VALUE 'ISRT'.
006600     05  FUNC-REPL               PIC X(04) VALUE 'REPL'.
006700     05  FUNC-DLET               PIC X(04) VALUE 'DLET'.
006800 01  PHONSEG-SSA-QUAL.
006900     05  PQ-SEG-NAME             PIC X(08) VALUE 'PHONSEG '.
007000     05  PQ-LPAREN               PIC X(01) VALUE '('.
007100     05  PQ-FIELD-NAME           PIC X(08) VALUE 'EMPLIDK '.
007200     05  PQ-OPERATOR             PIC X(02) VALUE ' ='.
007300     05  PQ-KEY-VALUE            PIC X(09).
007400     05  PQ-RPAREN               PIC X(01) VALUE ')'.
007500 01  DEPTSEG-SSA-UNQUAL          PIC X(09) VALUE 'DEPTSEG  '.
007600 01  PHNSEG-SSA-UNQUAL           PIC X(09) VALUE 'PHNSEG   '.
007700 01  PHNSEG-SSA-QUAL.
007800     05  PH-SEG-NAME             PIC X(08) VALUE 'PHNSEG  '.
007900     05  PH-LPAREN               PIC X(01) VALUE '('.
008000     05  PH-FIELD-NAME           PIC X(08) VALUE 'PHNTYPE '.
008100     05  PH-OPERATOR             PIC X(02) VALUE ' ='.
008200     05  PH-KEY-VALUE            PIC X(01).
008300     05  PH-RPAREN               PIC X(01) VALUE ')'.
008400 01  DEPTMSEG-SSA-QUAL.
008500     05  DQ-SEG-NAME             PIC X(08) VALUE 'DEPTMSEG'.
008600     05  DQ-LPAREN               PIC X(01) VALUE '('.
008700     05  DQ-FIELD-NAME           PIC X(08) VALUE 'DMCODE  '.
008800     05  DQ-OPERATOR             PIC X(02) VALUE ' ='.
008900     05  DQ-KEY-VALUE            PIC X(05).
009000     05  DQ-RPAREN               PIC X(01) VALUE ')'.
009100 01  EXTMSEG-SSA-QUAL.
009200     05  XQ-SEG-NAME             PIC X(08) VALUE 'EXTMSEG '.
009300     05  XQ-LPAREN               PIC X(01) VALUE '('.
009400     05  XQ-FIELD-NAME           PIC X(08) VALUE 'XMNUM   '.
009500     05  XQ-OPERATOR             PIC X(02) VALUE ' ='.
009600     05  XQ-KEY-VALUE            PIC X(10).
009700     05  XQ-RPAREN               PIC X(01) VALUE ')'.
009800 01  SCHDSEG-SSA-UNQUAL          PIC X(09) VALUE 'SCHDSEG  '.
009900*-----------------------------------------------------------*
010000* WORKING COPIES OF THE DATABASE SEGMENTS                   *
010100*-----------------------------------------------------------*
010200 COPY IVTSEG.
010300 COPY IVTDEPT.
010400 COPY IVTPHN.
010500 COPY IVTDPTM.
010600 COPY IVTEXTM.
010700 COPY IVTSCHD.
010800*-----------------------------------------------------------*
010900* CHANGE-JOURNAL RECORD                                     *
011000*-----------------------------------------------------------*
011100 COPY IVTJRNL.
011200*-----------------------------------------------------------*
011300* ZIP CODE FORMAT EDIT AREA                                 *
011400*-----------------------------------------------------------*
011500 COPY IVTZIPV.
011600*-----------------------------------------------------------*
011700* SWITCHES AND COUNTERS                                     *
011800*-----------------------------------------------------------*
011900 01  WS-SWITCHES.
012000     05  WS-SCHD-EOF-SW          PIC X(01) VALUE 'N'.
012100         88  WS-SCHD-EOF                  VALUE 'Y'.
012200     05  WS-APPLY-OK-SW          PIC X(01) VALUE 'Y'.
012300         88  WS-APPLY-OK                  VALUE 'Y'.
012400         88  WS-APPLY-FAILED              VALUE 'N'.
012500 01  WS-COUNTERS.
012600     05  WS-PAGE-NUMBER          PIC 9(05) VALUE ZERO.
012700     05  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
012800     05  WS-LINES-PER-PAGE       PIC 9(03) VALUE 55.
012900     05  WS-ENTRIES-READ         PIC 9(07) VALUE ZERO.
013000     05  WS-ENTRIES-APPLIED      PIC 9(07) VALUE ZERO.
013100     05  WS-ENTRIES-FAILED       PIC 9(07) VALUE ZERO.
013200     05  WS-FAILED-HELD          PIC 9(07) VALUE ZERO.
013300     05  WS-FUTURE-PENDING       PIC 9(07) VALUE ZERO.
013400 01  WS-RUN-DATE                 PIC X(08).
013500 01  WS-FAIL-REASON              PIC X(30).
013600 01  WS-FREE-EXTENSION           PIC X(10).
013700 01  WS-CURRENT-DATE.
013800     05  WS-CURRENT-YYYYMMDD     PIC 9(08).
013900 01  WS-CURRENT-TIME.
014000     05  WS-CURRENT-HHMMSSHH     PIC 9(08).
014100 01  WS-TRANCDE                  PIC X(10) VALUE 'SCHDAPL'.
014200 01  WS-JOB-NAME                 PIC X(08) VALUE 'IVTSCHJ'.
014300*-----------------------------------------------------------*
014400* REPORT LINE LAYOUTS                                       *
014500*-----------------------------------------------------------*
014600 01  HDG-LINE-1.
014700     05  FILLER                  PIC X(01) VALUE SPACE.
014800     05  FILLER                  PIC X(30)
014900         VALUE 'SCHEDULED CHANGES APPLIED'.
015000     05  FILLER                  PIC X(40) VALUE SPACES.
015100     05  FILLER                  PIC X(05) VALUE 'PAGE '.
015200     05  HDG-PAGE-NUMBER         PIC ZZZZ9.
015300 01  HDG-LINE-2.
015400     05  FILLER                  PIC X(01) VALUE SPACE.
015500     05  FILLER                  PIC X(09) VALUE 'EMPL ID'.
015600     05  FILLER                  PIC X(02) VALUE SPACES.
015700     05  FILLER                  PIC X(10) VALUE 'LAST NAME'.
015800     05  FILLER                  PIC X(02) VALUE SPACES.
015900     05  FILLER                  PIC X(10) VALUE 'FIRST NAME'.
016000     05  FILLER                  PIC X(02) VALUE SPACES.
016100     05  FILLER                  PIC X(08) VALUE 'EFF DATE'.
016200     05  FILLER                  PIC X(02) VALUE SPACES.
016300     05  FILLER                  PIC X(06) VALUE 'ACTION'.
016400     05  FILLER                  PIC X(02) VALUE SPACES.
016500     05  FILLER                  PIC X(08) VALUE 'QUEUED'.
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016700     05  FILLER                  PIC X(30) VALUE 'RESULT'.
016800 01  HDG-LINE-3.
016900     05  FILLER                  PIC X(01) VALUE SPACE.
017000     05  FILLER                  PIC X(09) VALUE ALL '-'.
017100     05  FILLER                  PIC X(02) VALUE SPACES.
017200     05  FILLER                  PIC X(10) VALUE ALL '-'.
017300     05  FILLER                  PIC X(02) VALUE SPACES.
017400     05  FILLER                  PIC X(10) VALUE ALL '-'.
017500     05  FILLER                  PIC X(02) VALUE SPACES.
017600     05  FILLER                  PIC X(08) VALUE ALL '-'.
017700     05  FILLER                  PIC X(02) VALUE SPACES.
017800     05  FILLER                  PIC X(06) VALUE ALL '-'.
017900     05  FILLER                  PIC X(02) VALUE SPACES.
018000     05  FILLER                  PIC X(08) VALUE ALL '-'.
018100     05  FILLER                  PIC X(02) VALUE SPACES.
018200     05  FILLER                  PIC X(30) VALUE ALL '-'.
018300 01  DETAIL-LINE.
018400     05  FILLER                  PIC X(01) VALUE SPACE.
018500     05  DET-EMPLOYEE-ID         PIC X(09).
018600     05  FILLER                  PIC X(02) VALUE SPACES.
018700     05  DET-LAST-NAME           PIC X(10).
018800     05  FILLER                  PIC X(02) VALUE SPACES.
018900     05  DET-FIRST-NAME          PIC X(10).
019000     05  FILLER                  PIC X(02) VALUE SPACES.
019100     05  DET-EFFECTIVE-DATE      PIC X(08).
019200     05  FILLER                  PIC X(02) VALUE SPACES.
019300     05  DET-ACTION              PIC X(06).
019400     05  FILLER                  PIC X(02) VALUE SPACES.
019500     05  DET-QUEUED-BY           PIC X(08).
019600     05  FILLER                  PIC X(02) VALUE SPACES.
019700     05  DET-RESULT              PIC X(30).
019800 01  CONTROL-LINE.
019900     05  FILLER                  PIC X(01) VALUE SPACE.
020000     05  FILLER                  PIC X(15)
020100         VALUE 'BUSINESS DATE: '.
020200     05  CTL-RUN-DATE            PIC X(08).
020300 01  TOTAL-LINE-1.
020400     05  FILLER                  PIC X(01) VALUE SPACE.
020500     05  FILLER                  PIC X(25)
020600         VALUE 'ENTRIES READ        : '.
020700     05  TOT-ENTRIES-READ        PIC ZZZ,ZZ9.
020800 01  TOTAL-LINE-2.
020900     05  FILLER                  PIC X(01) VALUE SPACE.
021000     05  FILLER                  PIC X(25)
021100         VALUE 'CHANGES APPLIED     : '.
021200     05  TOT-ENTRIES-APPLIED     PIC ZZZ,ZZ9.
021300 01  TOTAL-LINE-3.
021400     05  FILLER                  PIC X(01) VALUE SPACE.
021500     05  FILLER                  PIC X(25)
021600         VALUE 'CHANGES FAILED      : '.
021700     05  TOT-ENTRIES-FAILED      PIC ZZZ,ZZ9.
021800 01  TOTAL-LINE-4.
021900     05  FILLER                  PIC X(01) VALUE SPACE.
022000     05  FILLER                  PIC X(25)
022100         VALUE 'EARLIER FAILURES HELD: '.
022200     05  TOT-FAILED-HELD         PIC ZZZ,ZZ9.
022300 01  TOTAL-LINE-5.
022400     05  FILLER                  PIC X(01) VALUE SPACE.
022500     05  FILLER                  PIC X(25)
022600         VALUE 'NOT YET DUE         : '.
022700     05  TOT-FUTURE-PENDING      PIC ZZZ,ZZ9.
022720*-----------------------------------------------------------*
022740* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
022760*-----------------------------------------------------------*
022780 COPY IVTRUNA.
022800 LINKAGE SECTION.
022900 COPY IVTPCB1.
023000 COPY IVTPCBD.
023100 COPY IVTPCBE.
023200 COPY IVTPCBS.
023300 COPY IVTPCBG.
023400 PROCEDURE DIVISION.
023500 ENTRY 'DLITCBL' USING PHONDB-PCB
023600                       DEPTDB-PCB
023700                       EXTDB-PCB
023800                       SCHDDB-PCB
023900                       PHONJRNL-PCB.
024000*-----------------------------------------------------------*
024100* 0000-MAINLINE                                             *
024200*-----------------------------------------------------------*
024300 0000-MAINLINE.
024330     PERFORM 8800-START-RUN-CONTROL
024360         THRU 8800-EXIT.
024400     PERFORM 1000-INITIALIZE
024500         THRU 1000-EXIT.
024600     PERFORM 2000-GET-NEXT-ENTRY
024700         THRU 2000-EXIT.
024800     PERFORM 3000-PROCESS-ONE-ENTRY
024900         THRU 3000-EXIT
025000         UNTIL WS-SCHD-EOF.
025100     PERFORM 7000-PRINT-TOTALS
025200         THRU 7000-EXIT.
025300     PERFORM 9000-TERMINATE
025400         THRU 9000-EXIT.
025430     PERFORM 8900-END-RUN-CONTROL
025460         THRU 8900-EXIT.
025500     GOBACK.
025600*-----------------------------------------------------------*
025700* 1000-INITIALIZE - READ THE BUSINESS-DATE CONTROL CARD (A  *
025800* BLANK CARD OR MISSING SYSIN DD RUNS FOR TODAY)            *
025900*-----------------------------------------------------------*
026000 1000-INITIALIZE.
026100     OPEN OUTPUT PRINT-FILE.
026200     MOVE WS-LINES-PER-PAGE  TO WS-LINE-COUNT.
026300     MOVE SPACES             TO CONTROL-CARD-RECORD.
026400     OPEN INPUT CONTROL-CARD-FILE.
026500     READ CONTROL-CARD-FILE
026600         AT END
026700             MOVE SPACES     TO CONTROL-CARD-RECORD
026800     END-READ.
026900     CLOSE CONTROL-CARD-FILE.
027000     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
027100     MOVE WS-CURRENT-YYYYMMDD TO WS-RUN-DATE.
027200     IF CC-BUSINESS-DATE IS NUMERIC
027300         MOVE CC-BUSINESS-DATE TO WS-RUN-DATE
027400     END-IF.
027500     PERFORM 4500-PRINT-HEADINGS
027600         THRU 4500-EXIT.
027700     MOVE WS-RUN-DATE        TO CTL-RUN-DATE.
027800     WRITE PRINT-LINE        FROM CONTROL-LINE
027900         AFTER ADVANCING 1 LINE.
028000     ADD 1                   TO WS-LINE-COUNT.
028100 1000-EXIT.
028200     EXIT.
028300*-----------------------------------------------------------*
028400* 2000-GET-NEXT-ENTRY - GN FOR THE NEXT SCHDSEG IN KEY      *
028500* (EMPLOYEE ID, EFFECTIVE DATE) SEQUENCE                    *
028600*-----------------------------------------------------------*
028700 2000-GET-NEXT-ENTRY.
028800     CALL 'CBLTDLI' USING FUNC-GN
028900                          SCHDDB-PCB
029000                          SCHDSEG-IO-AREA
029100                          SCHDSEG-SSA-UNQUAL.
029200     IF SCHDDB-STATUS-CODE NOT = SPACES
029300         SET WS-SCHD-EOF     TO TRUE
029400     ELSE
029500         ADD 1               TO WS-ENTRIES-READ
029600     END-IF.
029700 2000-EXIT.
029800     EXIT.
029900*-----------------------------------------------------------*
030000* 3000-PROCESS-ONE-ENTRY - A FAILED ENTRY WAITS FOR A SCAN  *
030100* AND A FUTURE ONE FOR ITS DATE; A DUE ONE IS EDITED AND    *
030200* APPLIED, THEN DLET'D OR MARKED FAILED.  THE SCHDDB PCB    *
030300* IS NOT USED IN BETWEEN, SO THE DLET/REPL STILL TAKES THE  *
030400* SEGMENT THE GN RETURNED                                   *
030500*-----------------------------------------------------------*
030600 3000-PROCESS-ONE-ENTRY.
030700     IF SC-FAILED
030800         ADD 1               TO WS-FAILED-HELD
030900         GO TO 3000-NEXT
031000     END-IF.
031100     IF SC-EFFECTIVE-DATE > WS-RUN-DATE
031200         ADD 1               TO WS-FUTURE-PENDING
031300         GO TO 3000-NEXT
031400     END-IF.
031500     MOVE 'Y'                TO WS-APPLY-OK-SW.
031600     MOVE SPACES             TO WS-FAIL-REASON.
031700     PERFORM 3100-EDIT-ENTRY
031800         THRU 3100-EXIT.
031900     IF WS-APPLY-OK
032000         IF SC-ACTION-DEPT
032100             PERFORM 4400-APPLY-DEPT
032200                 THRU 4400-EXIT
032300         ELSE
032400             PERFORM 4200-APPLY-CHNG
032500                 THRU 4200-EXIT
032600         END-IF
032700     END-IF.
032800     IF WS-APPLY-OK
032900         PERFORM 3800-REMOVE-ENTRY
033000             THRU 3800-EXIT
033100     ELSE
033200         PERFORM 3850-MARK-FAILED
033300             THRU 3850-EXIT
033400     END-IF.
033500 3000-NEXT.
033600     PERFORM 2000-GET-NEXT-ENTRY
033700         THRU 2000-EXIT.
033800 3000-EXIT.
033900     EXIT.
034000*-----------------------------------------------------------*
034100* 3100-EDIT-ENTRY - RE-RUN THE QUEUE-TIME EDITS AGAINST     *
034200* TODAY'S DATABASES: A DEPARTMENT MAY HAVE BEEN RETIRED OR  *
034300* A NUMBER HANDED TO SOMEONE ELSE SINCE THE CHANGE WAS      *
034400* QUEUED.  A DEPT MOVE CARRIES ONLY THE DEPT CODE           *
034500*-----------------------------------------------------------*
034600 3100-EDIT-ENTRY.
034700     IF NOT SC-ACTION-CHNG
034800         AND NOT SC-ACTION-DEPT
034900         MOVE 'INVALID SCHEDULED ACTION'
035000                             TO WS-FAIL-REASON
035100         PERFORM 7100-FAIL-ENTRY
035200             THRU 7100-EXIT
035300         GO TO 3100-EXIT
035400     END-IF.
035500     IF SC-ACTION-DEPT
035600         GO TO 3100-DEPT
035700     END-IF.
035800     MOVE SC-ZIP-CODE        TO ZIP-EDIT-CODE.
035900     PERFORM 3150-EDIT-ZIP-CODE
036000         THRU 3150-EXIT.
036100     IF INVALID-ZIP-FORMAT
036200         MOVE 'INVALID ZIP CODE FORMAT'
036300                             TO WS-FAIL-REASON
036400         PERFORM 7100-FAIL-ENTRY
036500             THRU 7100-EXIT
036600         GO TO 3100-EXIT
036700     END-IF.
036800     IF SC-EXTENSION NOT = SPACES
036900         PERFORM 3250-EDIT-EXTENSION
037000             THRU 3250-EXIT
037100         IF WS-APPLY-FAILED
037200             GO TO 3100-EXIT
037300         END-IF
037400     END-IF.
037500     IF SC-PHONE-TYPE NOT = SPACES
037600         AND SC-PHONE-TYPE NOT = 'M' AND NOT = 'F'
037700             AND NOT = 'D'
037800         MOVE 'INVALID PHONE TYPE'
037900                             TO WS-FAIL-REASON
038000         PERFORM 7100-FAIL-ENTRY
038100             THRU 7100-EXIT
038200         GO TO 3100-EXIT
038300     END-IF.
038400 3100-DEPT.
038500     IF SC-ACTION-DEPT
038600         AND SC-DEPT-CODE = SPACES
038700         MOVE 'DEPT CODE MISSING ON MOVE'
038800                             TO WS-FAIL-REASON
038900         PERFORM 7100-FAIL-ENTRY
039000             THRU 7100-EXIT
039100         GO TO 3100-EXIT
039200     END-IF.
039300     IF SC-DEPT-CODE NOT = SPACES
039400         PERFORM 3200-EDIT-DEPT-CODE
039500             THRU 3200-EXIT
039600     END-IF.
039700 3100-EXIT.
039800     EXIT.
039900*-----------------------------------------------------------*
040000* 3150-EDIT-ZIP-CODE - VALIDATE ZIP-EDIT-CODE AGAINST THE   *
040100* ZIP-EDIT-AREA REFERENCE TABLE (IVTZIPV), SAME RULE AS THE *
040200* ONLINE ADD/CHNG EDIT IN IVTNOM.                           *
040300*-----------------------------------------------------------*
040400 3150-EDIT-ZIP-CODE.
040500     SET INVALID-ZIP-FORMAT  TO TRUE.
040600     IF ZIP-EDIT-5-DIGITS IS NUMERIC
040700         AND ZIP-EDIT-5-FILLER = SPACES
040800         SET VALID-ZIP-FORMAT TO TRUE
040900     END-IF.
041000     IF INVALID-ZIP-FORMAT
041100         IF ZIP-EDIT-9-FIRST-5 IS NUMERIC
041200             AND ZIP-EDIT-9-DASH = '-'
041300             AND ZIP-EDIT-9-LAST-4 IS NUMERIC
041400             SET VALID-ZIP-FORMAT TO TRUE
041500         END-IF
041600     END-IF.
041700 3150-EXIT.
041800     EXIT.
041900*-----------------------------------------------------------*
042000* 3200-EDIT-DEPT-CODE - VALIDATE SC-DEPT-CODE AGAINST THE   *
042100* DEPTDB MASTER, SAME RULE AS IVTNOM'S 5100 EDIT.  ON       *
042200* SUCCESS THE MASTER SEGMENT IS LEFT IN DEPTMSEG-IO-AREA    *
042300* SO THE APPLY PARAGRAPHS CARRY ITS OFFICIAL NAME/MANAGER   *
042400*-----------------------------------------------------------*
042500 3200-EDIT-DEPT-CODE.
042600     MOVE SC-DEPT-CODE       TO DQ-KEY-VALUE.
042700     CALL 'CBLTDLI' USING FUNC-GU
042800                          DEPTDB-PCB
042900                          DEPTMSEG-IO-AREA
043000                          DEPTMSEG-SSA-QUAL.
043100     IF DEPTDB-STATUS-CODE NOT = SPACES
043200         MOVE 'DEPT CODE NOT ON MASTER'
043300                             TO WS-FAIL-REASON
043400         PERFORM 7100-FAIL-ENTRY
043500             THRU 7100-EXIT
043600         GO TO 3200-EXIT
043700     END-IF.
043800     IF DM-RETIRED
043900         MOVE 'DEPT CODE RETIRED'
044000                             TO WS-FAIL-REASON
044100         PERFORM 7100-FAIL-ENTRY
044200             THRU 7100-EXIT
044300     END-IF.
044400 3200-EXIT.
044500     EXIT.
044600*-----------------------------------------------------------*
044700* 3250-EDIT-EXTENSION - VALIDATE SC-EXTENSION AGAINST THE   *
044800* EXTDB EXTENSION POOL MASTER, SAME RULE AS IVTNOM'S 5200   *
044900* EDIT: NOT IN THE POOL FAILS; ASSIGNED TO A DIFFERENT      *
045000* EMPLOYEE FAILS; ASSIGNED TO THIS EMPLOYEE ALREADY PASSES  *
045100*-----------------------------------------------------------*
045200 3250-EDIT-EXTENSION.
045300     MOVE SC-EXTENSION       TO XQ-KEY-VALUE.
045400     CALL 'CBLTDLI' USING FUNC-GU
045500                          EXTDB-PCB
045600                          EXTMSEG-IO-AREA
045700                          EXTMSEG-SSA-QUAL.
045800     IF EXTDB-STATUS-CODE NOT = SPACES
045900         MOVE 'EXTENSION NOT IN POOL'
046000                             TO WS-FAIL-REASON
046100         PERFORM 7100-FAIL-ENTRY
046200             THRU 7100-EXIT
046300         GO TO 3250-EXIT
046400     END-IF.
046500     IF XM-ASSIGNED
046600         AND XM-ASSIGNED-TO NOT = SC-EMPLOYEE-ID
046700         MOVE 'EXTENSION ASSIGNED ELSEWHERE'
046800                             TO WS-FAIL-REASON
046900         PERFORM 7100-FAIL-ENTRY
047000             THRU 7100-EXIT
047100     END-IF.
047200 3250-EXIT.
047300     EXIT.
047400*-----------------------------------------------------------*
047500* 3600-ASSIGN-EXTENSION - MARK SC-EXTENSION ASSIGNED TO     *
047600* THIS EMPLOYEE ON THE POOL MASTER                          *
047700*-----------------------------------------------------------*
047800 3600-ASSIGN-EXTENSION.
047900     MOVE SC-EXTENSION       TO XQ-KEY-VALUE.
048000     CALL 'CBLTDLI' USING FUNC-GU
048100                          EXTDB-PCB
048200                          EXTMSEG-IO-AREA
048300                          EXTMSEG-SSA-QUAL.
048400     IF EXTDB-STATUS-CODE NOT = SPACES
048500         GO TO 3600-EXIT
048600     END-IF.
048700     SET XM-ASSIGNED         TO TRUE.
048800     MOVE SC-EMPLOYEE-ID     TO XM-ASSIGNED-TO.
048900     CALL 'CBLTDLI' USING FUNC-REPL
049000                          EXTDB-PCB
049100                          EXTMSEG-IO-AREA.
049200 3600-EXIT.
049300     EXIT.
049400*-----------------------------------------------------------*
049500* 3650-FREE-EXTENSION - RETURN WS-FREE-EXTENSION TO SPARE,  *
049600* BUT ONLY WHEN THE POOL STILL SHOWS IT HELD BY THIS        *
049700* EMPLOYEE - A NUMBER RE-ISSUED TO SOMEONE ELSE, OR NEVER   *
049800* IN THE POOL, IS LEFT ALONE                                *
049900*-----------------------------------------------------------*
050000 3650-FREE-EXTENSION.
050100     MOVE WS-FREE-EXTENSION  TO XQ-KEY-VALUE.
050200     CALL 'CBLTDLI' USING FUNC-GU
050300                          EXTDB-PCB
050400                          EXTMSEG-IO-AREA
050500                          EXTMSEG-SSA-QUAL.
050600     IF EXTDB-STATUS-CODE NOT = SPACES
050700         GO TO 3650-EXIT
050800     END-IF.
050900     IF XM-ASSIGNED-TO NOT = SC-EMPLOYEE-ID
051000         GO TO 3650-EXIT
051100     END-IF.
051200     SET XM-SPARE            TO TRUE.
051300     MOVE SPACES             TO XM-ASSIGNED-TO.
051400     CALL 'CBLTDLI' USING FUNC-REPL
051500                          EXTDB-PCB
051600                          EXTMSEG-IO-AREA.
051700 3650-EXIT.
051800     EXIT.
051900*-----------------------------------------------------------*
052000* 3700-SET-BEFORE-IMAGE - JOURNAL BEFORE IMAGE FROM THE     *
052100* ROOT JUST RETRIEVED, WITH THE DEPTSEG CHILD'S CODE.  THE  *
052200* GNP LEAVES POSITION ON THE CHILD, SO THE ROOT IS RE-GU'D  *
052300* BY KEY - THE REPL THAT FOLLOWS TAKES THE LAST SEGMENT     *
052400* RETRIEVED                                                 *
052500*-----------------------------------------------------------*
052600 3700-SET-BEFORE-IMAGE.
052700     MOVE PS-EMPLOYEE-ID     TO JRNL-BFR-EMPLOYEE-ID.
052800     MOVE PS-LAST-NAME       TO JRNL-BFR-LAST-NAME.
052900     MOVE PS-FIRST-NAME      TO JRNL-BFR-FIRST-NAME.
053000     MOVE PS-EXTENSION       TO JRNL-BFR-EXTENSION.
053100     MOVE PS-ZIP-CODE        TO JRNL-BFR-ZIP-CODE.
053200     MOVE PS-STATUS-CODE     TO JRNL-BFR-STATUS-CODE.
053300     MOVE PS-STATUS-DATE     TO JRNL-BFR-STATUS-DATE.
053350     MOVE PS-LISTING-CODE    TO JRNL-BFR-LISTING-CODE.
053400     CALL 'CBLTDLI' USING FUNC-GNP
053500                          PHONDB-PCB
053600                          DEPTSEG-IO-AREA
053700                          DEPTSEG-SSA-UNQUAL.
053800     IF PHONDB-STATUS-CODE = SPACES
053900         MOVE DS-DEPT-CODE   TO JRNL-BFR-DEPT-CODE
054000     ELSE
054100         MOVE SPACES         TO JRNL-BFR-DEPT-CODE
054200     END-IF.
054300     CALL 'CBLTDLI' USING FUNC-GU
054400                          PHONDB-PCB
054500                          PHONSEG-IO-AREA
054600                          PHONSEG-SSA-QUAL.
054700 3700-EXIT.
054800     EXIT.
054900*-----------------------------------------------------------*
055000* 3750-SET-AFTER-IMAGE - JOURNAL AFTER IMAGE FROM THE ROOT  *
055100* AS IT NOW STANDS                                          *
055200*-----------------------------------------------------------*
055300 3750-SET-AFTER-IMAGE.
055400     MOVE PS-EMPLOYEE-ID     TO JRNL-AFT-EMPLOYEE-ID.
055500     MOVE PS-LAST-NAME       TO JRNL-AFT-LAST-NAME.
055600     MOVE PS-FIRST-NAME      TO JRNL-AFT-FIRST-NAME.
055700     MOVE PS-EXTENSION       TO JRNL-AFT-EXTENSION.
055800     MOVE PS-ZIP-CODE        TO JRNL-AFT-ZIP-CODE.
055900     MOVE PS-STATUS-CODE     TO JRNL-AFT-STATUS-CODE.
056000     MOVE PS-STATUS-DATE     TO JRNL-AFT-STATUS-DATE.
056050     MOVE PS-LISTING-CODE    TO JRNL-AFT-LISTING-CODE.
056100     IF SC-DEPT-CODE NOT = SPACES
056200         MOVE DM-DEPT-CODE   TO JRNL-AFT-DEPT-CODE
056300     ELSE
056400         MOVE JRNL-BFR-DEPT-CODE TO JRNL-AFT-DEPT-CODE
056500     END-IF.
056600 3750-EXIT.
056700     EXIT.
056800*-----------------------------------------------------------*
056900* 3800-REMOVE-ENTRY - THE CHANGE IS ON THE DATABASE: DLET   *
057000* THE SCHDSEG AND PRINT THE AUDIT LINE                      *
057100*-----------------------------------------------------------*
057200 3800-REMOVE-ENTRY.
057300     CALL 'CBLTDLI' USING FUNC-DLET
057400                          SCHDDB-PCB
057500                          SCHDSEG-IO-AREA.
057600     IF SCHDDB-STATUS-CODE NOT = SPACES
057700         MOVE SPACES         TO DET-RESULT
057800         STRING 'APPLIED - DLET STATUS ' SCHDDB-STATUS-CODE
057900             DELIMITED BY SIZE INTO DET-RESULT
058000     ELSE
058100         MOVE 'APPLIED'      TO DET-RESULT
058200     END-IF.
058300     ADD 1                   TO WS-ENTRIES-APPLIED.
058400     PERFORM 4000-WRITE-DETAIL
058500         THRU 4000-EXIT.
058600 3800-EXIT.
058700     EXIT.
058800*-----------------------------------------------------------*
058900* 3850-MARK-FAILED - REPL THE SCHDSEG AS FAILED WITH THE    *
059000* REASON, SO IT IS LISTED UNTIL SOMEONE CANCELS IT          *
059100*-----------------------------------------------------------*
059200 3850-MARK-FAILED.
059300     SET SC-FAILED           TO TRUE.
059400     MOVE WS-FAIL-REASON     TO SC-FAIL-REASON.
059500     CALL 'CBLTDLI' USING FUNC-REPL
059600                          SCHDDB-PCB
059700                          SCHDSEG-IO-AREA.
059800     MOVE SPACES             TO DET-RESULT.
059900     IF SCHDDB-STATUS-CODE NOT = SPACES
060000         STRING 'FAILED - REPL STATUS ' SCHDDB-STATUS-CODE
060100             DELIMITED BY SIZE INTO DET-RESULT
060200     ELSE
060300         STRING 'FAILED - ' WS-FAIL-REASON
060400             DELIMITED BY SIZE INTO DET-RESULT
060500     END-IF.
060600     ADD 1                   TO WS-ENTRIES-FAILED.
060700     PERFORM 4000-WRITE-DETAIL
060800         THRU 4000-EXIT.
060900 3850-EXIT.
061000     EXIT.
061100*-----------------------------------------------------------*
061200* 3900-WRITE-JOURNAL - ISRT A CHANGE-JOURNAL RECORD FOR AN  *
061300* APPLIED CHANGE                                            *
061400*-----------------------------------------------------------*
061500 3900-WRITE-JOURNAL.
061600     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
061700     ACCEPT WS-CURRENT-HHMMSSHH FROM TIME.
061800     MOVE WS-TRANCDE         TO JRNL-TRANCDE.
061900     MOVE WS-CURRENT-YYYYMMDD TO JRNL-DATE.
062000     MOVE WS-CURRENT-HHMMSSHH TO JRNL-TIME.
062100     MOVE WS-JOB-NAME        TO JRNL-USER-ID.
062200     CALL 'CBLTDLI' USING FUNC-ISRT
062300                          PHONJRNL-PCB
062400                          JRNL-RECORD.
062500 3900-EXIT.
062600     EXIT.
062700*-----------------------------------------------------------*
062800* 4000-WRITE-DETAIL - WRITE ONE AUDIT LINE FOR THE ENTRY    *
062900* CURRENTLY IN SCHDSEG-IO-AREA, BREAKING TO A NEW PAGE WHEN *
063000* THE CURRENT PAGE IS FULL                                  *
063100*-----------------------------------------------------------*
063200 4000-WRITE-DETAIL.
063300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
063400         PERFORM 4500-PRINT-HEADINGS
063500             THRU 4500-EXIT
063600     END-IF.
063700     MOVE SC-EMPLOYEE-ID     TO DET-EMPLOYEE-ID.
063800     MOVE SC-LAST-NAME       TO DET-LAST-NAME.
063900     MOVE SC-FIRST-NAME      TO DET-FIRST-NAME.
064000     MOVE SC-EFFECTIVE-DATE  TO DET-EFFECTIVE-DATE.
064100     MOVE SC-ACTION          TO DET-ACTION.
064200     MOVE SC-QUEUED-BY       TO DET-QUEUED-BY.
064300     WRITE PRINT-LINE        FROM DETAIL-LINE
064400         AFTER ADVANCING 1 LINE.
064500     ADD 1                   TO WS-LINE-COUNT.
064600 4000-EXIT.
064700     EXIT.
064800*-----------------------------------------------------------*
064900* 4200-APPLY-CHNG - REPLACE THE ROOT'S DIRECTORY FIELDS,    *
065000* MOVE THE DEPTSEG CHILD WHEN A DEPT CODE WAS QUEUED,       *
065100* KEEP THE EXTENSION POOL IN STEP, AND MAINTAIN THE PHNSEG  *
065200* CHILD FOR A QUEUED PHONE TYPE - THE SAME STEPS AS AN      *
065300* ONLINE CHNG.  ONCE THE ROOT REPL IS DONE THE CHANGE IS    *
065400* JOURNALED EVEN IF A CHILD CALL FAILS, AND THE ENTRY IS    *
065500* MARKED FAILED SO SOMEONE LOOKS AT IT                      *
065600*-----------------------------------------------------------*
065700 4200-APPLY-CHNG.
065800     MOVE SC-EMPLOYEE-ID     TO PQ-KEY-VALUE.
065900     CALL 'CBLTDLI' USING FUNC-GU
066000                          PHONDB-PCB
066100                          PHONSEG-IO-AREA
066200                          PHONSEG-SSA-QUAL.
066300     IF PHONDB-STATUS-CODE NOT = SPACES
066400         MOVE 'EMPLOYEE NOT ON FILE'
066500                             TO WS-FAIL-REASON
066600         PERFORM 7100-FAIL-ENTRY
066700             THRU 7100-EXIT
066800         GO TO 4200-EXIT
066900     END-IF.
067000     PERFORM 3700-SET-BEFORE-IMAGE
067100         THRU 3700-EXIT.
067200     MOVE SC-LAST-NAME       TO PS-LAST-NAME.
067300     MOVE SC-FIRST-NAME      TO PS-FIRST-NAME.
067400     MOVE SC-EXTENSION       TO PS-EXTENSION.
067500     MOVE SC-ZIP-CODE        TO PS-ZIP-CODE.
067600     CALL 'CBLTDLI' USING FUNC-REPL
067700                          PHONDB-PCB
067800                          PHONSEG-IO-AREA.
067900     IF PHONDB-STATUS-CODE NOT = SPACES
068000         PERFORM 7200-FAIL-DB-ERROR
068100             THRU 7200-EXIT
068200         GO TO 4200-EXIT
068300     END-IF.
068400     IF SC-DEPT-CODE NOT = SPACES
068500         PERFORM 4250-UPDATE-DEPARTMENT
068600             THRU 4250-EXIT
068700     END-IF.
068800*    A MOVE TO A DIFFERENT NUMBER FREES THE OLD ONE (STILL IN
068900*    THE JOURNAL BEFORE IMAGE) AND TAKES THE NEW ONE
069000     IF JRNL-BFR-EXTENSION NOT = SPACES
069100         AND JRNL-BFR-EXTENSION NOT = PS-EXTENSION
069200         MOVE JRNL-BFR-EXTENSION TO WS-FREE-EXTENSION
069300         PERFORM 3650-FREE-EXTENSION
069400             THRU 3650-EXIT
069500     END-IF.
069600     IF SC-EXTENSION NOT = SPACES
069700         PERFORM 3600-ASSIGN-EXTENSION
069800             THRU 3600-EXIT
069900     END-IF.
070000     IF SC-PHONE-TYPE NOT = SPACES
070100         PERFORM 4300-UPDATE-PHONE
070200             THRU 4300-EXIT
070300     END-IF.
070400     PERFORM 3750-SET-AFTER-IMAGE
070500         THRU 3750-EXIT.
070600     PERFORM 3900-WRITE-JOURNAL
070700         THRU 3900-EXIT.
070800 4200-EXIT.
070900     EXIT.
071000*-----------------------------------------------------------*
071100* 4250-UPDATE-DEPARTMENT - REPL THE DEPTSEG CHILD IF THE    *
071200* CODE IS UNCHANGED, DLET+ISRT ON A MOVE TO A DIFFERENT     *
071300* DEPARTMENT (DEPTCODE IS THE CHILD'S SEQUENCE FIELD), ISRT *
071400* WHEN NO CHILD EXISTS YET.  NAME/MANAGER COME FROM THE     *
071500* DEPTDB MASTER SEGMENT 3200 JUST RETRIEVED.  THE ROOT WAS  *
071600* THE LAST SEGMENT RETRIEVED, SO THE GNP FINDS ITS CHILD    *
071700*-----------------------------------------------------------*
071800 4250-UPDATE-DEPARTMENT.
071900     CALL 'CBLTDLI' USING FUNC-GNP
072000                          PHONDB-PCB
072100                          DEPTSEG-IO-AREA
072200                          DEPTSEG-SSA-UNQUAL.
072300     IF PHONDB-STATUS-CODE NOT = SPACES
072400         GO TO 4250-ISRT
072500     END-IF.
072600     IF DS-DEPT-CODE NOT = DM-DEPT-CODE
072700         CALL 'CBLTDLI' USING FUNC-DLET
072800                              PHONDB-PCB
072900                              DEPTSEG-IO-AREA
073000         IF PHONDB-STATUS-CODE NOT = SPACES
073100             PERFORM 7200-FAIL-DB-ERROR
073200                 THRU 7200-EXIT
073300             GO TO 4250-EXIT
073400         END-IF
073500         GO TO 4250-ISRT
073600     END-IF.
073700     MOVE DM-DEPT-NAME       TO DS-DEPT-NAME.
073800     MOVE DM-MGR-NAME        TO DS-MGR-NAME.
073900     CALL 'CBLTDLI' USING FUNC-REPL
074000                          PHONDB-PCB
074100                          DEPTSEG-IO-AREA.
074200     GO TO 4250-CHECK.
074300 4250-ISRT.
074400     MOVE DM-DEPT-CODE       TO DS-DEPT-CODE.
074500     MOVE DM-DEPT-NAME       TO DS-DEPT-NAME.
074600     MOVE DM-MGR-NAME        TO DS-MGR-NAME.
074700     CALL 'CBLTDLI' USING FUNC-ISRT
074800                          PHONDB-PCB
074900                          DEPTSEG-IO-AREA
075000                          DEPTSEG-SSA-UNQUAL.
075100 4250-CHECK.
075200     IF PHONDB-STATUS-CODE NOT = SPACES
075300         PERFORM 7200-FAIL-DB-ERROR
075400             THRU 7200-EXIT
075500     END-IF.
075600 4250-EXIT.
075700     EXIT.
075800*-----------------------------------------------------------*
075900* 4300-UPDATE-PHONE - MAINTAIN THE PHNSEG CHILD FOR         *
076000* SC-PHONE-TYPE, SAME RULE AS IVTNOM'S 4360: REPL THE       *
076100* NUMBER WHEN THE TYPE EXISTS, DLET IT WHEN THE QUEUED      *
076200* NUMBER IS BLANK, ISRT A NEW CHILD OTHERWISE.  THE ROOT IS *
076300* RE-GU'D FIRST - 4250 MAY HAVE LEFT POSITION ON DEPTSEG    *
076400*-----------------------------------------------------------*
076500 4300-UPDATE-PHONE.
076600     CALL 'CBLTDLI' USING FUNC-GU
076700                          PHONDB-PCB
076800                          PHONSEG-IO-AREA
076900                          PHONSEG-SSA-QUAL.
077000     MOVE SC-PHONE-TYPE      TO PH-KEY-VALUE.
077100     CALL 'CBLTDLI' USING FUNC-GNP
077200                          PHONDB-PCB
077300                          PHNSEG-IO-AREA
077400                          PHNSEG-SSA-QUAL.
077500     IF PHONDB-STATUS-CODE NOT = SPACES
077600         GO TO 4300-ISRT
077700     END-IF.
077800     IF SC-PHONE-NUMBER = SPACES
077900         CALL 'CBLTDLI' USING FUNC-DLET
078000                              PHONDB-PCB
078100                              PHNSEG-IO-AREA
078200         GO TO 4300-CHECK
078300     END-IF.
078400     MOVE SC-PHONE-NUMBER    TO PN-PHONE-NUMBER.
078500     CALL 'CBLTDLI' USING FUNC-REPL
078600                          PHONDB-PCB
078700                          PHNSEG-IO-AREA.
078800     GO TO 4300-CHECK.
078900 4300-ISRT.
079000     IF SC-PHONE-NUMBER = SPACES
079100         GO TO 4300-EXIT
079200     END-IF.
079300     MOVE SC-PHONE-TYPE      TO PN-PHONE-TYPE.
079400     MOVE SC-PHONE-NUMBER    TO PN-PHONE-NUMBER.
079500     CALL 'CBLTDLI' USING FUNC-ISRT
079600                          PHONDB-PCB
079700                          PHNSEG-IO-AREA
079800                          PHNSEG-SSA-UNQUAL.
079900 4300-CHECK.
080000     IF PHONDB-STATUS-CODE NOT = SPACES
080100         PERFORM 7200-FAIL-DB-ERROR
080200             THRU 7200-EXIT
080300     END-IF.
080400 4300-EXIT.
080500     EXIT.
080600*-----------------------------------------------------------*
080700* 4400-APPLY-DEPT - MOVE THE EMPLOYEE TO SC-DEPT-CODE AND   *
080800* CHANGE NOTHING ELSE: THE ROOT IS UNTOUCHED AND ONLY THE   *
080900* DEPTSEG CHILD IS MAINTAINED                               *
081000*-----------------------------------------------------------*
081100 4400-APPLY-DEPT.
081200     MOVE SC-EMPLOYEE-ID     TO PQ-KEY-VALUE.
081300     CALL 'CBLTDLI' USING FUNC-GU
081400                          PHONDB-PCB
081500                          PHONSEG-IO-AREA
081600                          PHONSEG-SSA-QUAL.
081700     IF PHONDB-STATUS-CODE NOT = SPACES
081800         MOVE 'EMPLOYEE NOT ON FILE'
081900                             TO WS-FAIL-REASON
082000         PERFORM 7100-FAIL-ENTRY
082100             THRU 7100-EXIT
082200         GO TO 4400-EXIT
082300     END-IF.
082400     PERFORM 3700-SET-BEFORE-IMAGE
082500         THRU 3700-EXIT.
082600     PERFORM 4250-UPDATE-DEPARTMENT
082700         THRU 4250-EXIT.
082800     IF WS-APPLY-FAILED
082900         GO TO 4400-EXIT
083000     END-IF.
083100     PERFORM 3750-SET-AFTER-IMAGE
083200         THRU 3750-EXIT.
083300     PERFORM 3900-WRITE-JOURNAL
083400         THRU 3900-EXIT.
083500 4400-EXIT.
083600     EXIT.
083700*-----------------------------------------------------------*
083800* 4500-PRINT-HEADINGS - START A NEW PAGE                    *
083900*-----------------------------------------------------------*
084000 4500-PRINT-HEADINGS.
084100     ADD 1                   TO WS-PAGE-NUMBER.
084200     MOVE WS-PAGE-NUMBER     TO HDG-PAGE-NUMBER.
084300     WRITE PRINT-LINE        FROM HDG-LINE-1
084400         AFTER ADVANCING PAGE.
084500     WRITE PRINT-LINE        FROM HDG-LINE-2
084600         AFTER ADVANCING 2 LINES.
084700     WRITE PRINT-LINE        FROM HDG-LINE-3
084800         AFTER ADVANCING 1 LINE.
084900     MOVE ZERO               TO WS-LINE-COUNT.
085000     ADD 3                   TO WS-LINE-COUNT.
085100 4500-EXIT.
085200     EXIT.
085300*-----------------------------------------------------------*
085400* 7000-PRINT-TOTALS - TRAILING COUNTS                       *
085500*-----------------------------------------------------------*
085600 7000-PRINT-TOTALS.
085700     MOVE WS-ENTRIES-READ    TO TOT-ENTRIES-READ.
085800     MOVE WS-ENTRIES-APPLIED TO TOT-ENTRIES-APPLIED.
085900     MOVE WS-ENTRIES-FAILED  TO TOT-ENTRIES-FAILED.
086000     MOVE WS-FAILED-HELD     TO TOT-FAILED-HELD.
086100     MOVE WS-FUTURE-PENDING  TO TOT-FUTURE-PENDING.
086200     WRITE PRINT-LINE        FROM TOTAL-LINE-1
086300         AFTER ADVANCING 2 LINES.
086400     WRITE PRINT-LINE        FROM TOTAL-LINE-2
086500         AFTER ADVANCING 1 LINE.
086600     WRITE PRINT-LINE        FROM TOTAL-LINE-3
086700         AFTER ADVANCING 1 LINE.
086800     WRITE PRINT-LINE        FROM TOTAL-LINE-4
086900         AFTER ADVANCING 1 LINE.
087000     WRITE PRINT-LINE        FROM TOTAL-LINE-5
087100         AFTER ADVANCING 1 LINE.
087200 7000-EXIT.
087300     EXIT.
087400*-----------------------------------------------------------*
087500* 7100-FAIL-ENTRY - WS-FAIL-REASON IS ALREADY SET BY THE    *
087600* CALLER; MARK THE ENTRY FAILED                             *
087700*-----------------------------------------------------------*
087800 7100-FAIL-ENTRY.
087900     SET WS-APPLY-FAILED     TO TRUE.
088000 7100-EXIT.
088100     EXIT.
088200*-----------------------------------------------------------*
088300* 7200-FAIL-DB-ERROR - UNEXPECTED DL/I STATUS ON AN APPLY   *
088400*-----------------------------------------------------------*
088500 7200-FAIL-DB-ERROR.
088600     MOVE SPACES             TO WS-FAIL-REASON.
088700     STRING 'DATABASE ERROR - STATUS ' PHONDB-STATUS-CODE
088800         DELIMITED BY SIZE INTO WS-FAIL-REASON.
088900     PERFORM 7100-FAIL-ENTRY
089000         THRU 7100-EXIT.
089100 7200-EXIT.
089200     EXIT.
089300*-----------------------------------------------------------*
089400* 9000-TERMINATE                                            *
089500*-----------------------------------------------------------*
089600 9000-TERMINATE.
089700     CLOSE PRINT-FILE.
089800 9000-EXIT.
089900     EXIT.
090000*-----------------------------------------------------------*
090100* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN      *
090200* (SEE IVTRUN)                                              *
090300*-----------------------------------------------------------*
090400 8800-START-RUN-CONTROL.
090500     MOVE SPACES             TO RUN-CONTROL-AREA.
090600     SET RCA-START-RUN       TO TRUE.
090700     MOVE WS-JOB-NAME        TO RCA-JOB-NAME.
090800     MOVE 'IVTSCH'           TO RCA-PROGRAM-ID.
090900     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
091000 8800-EXIT.
091100     EXIT.
091200*-----------------------------------------------------------*
091300* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
091400* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
091500* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
091600*-----------------------------------------------------------*
091700 8900-END-RUN-CONTROL.
091800     SET RCA-END-RUN         TO TRUE.
091900     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
092000     MOVE 'READ'             TO RCA-COUNT-LABEL (1).
092100     MOVE WS-ENTRIES-READ    TO RCA-COUNT-VALUE (1).
092200     MOVE 'APPLIED'          TO RCA-COUNT-LABEL (2).
092300     MOVE WS-ENTRIES-APPLIED TO RCA-COUNT-VALUE (2).
092400     MOVE 'FAILED'           TO RCA-COUNT-LABEL (3).
092500     MOVE WS-ENTRIES-FAILED  TO RCA-COUNT-VALUE (3).
092600     MOVE 'PENDING'          TO RCA-COUNT-LABEL (4).
092700     MOVE WS-FUTURE-PENDING  TO RCA-COUNT-VALUE (4).
092800     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
092900     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
093000 8900-EXIT.
093100     EXIT.
