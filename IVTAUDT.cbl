000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IVTAUDT.
000300 AUTHOR.        R L BRENNAN.
000400 INSTALLATION.  CORPORATE SYSTEMS - VOICE/DATA SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* IVTAUDT - NIGHTLY CROSS-DATABASE INTEGRITY AUDIT.  RUNS   *
000900* AS A DL/I BATCH PROGRAM (PSB IVTPSB13) AFTER IVTSNPJ,     *
001000* READING THE NIGHTLY IVTSNP SNAPSHOT FILE (SNAPIN - SEE    *
001100* IVTSNPD COPYBOOK) FOR THE PHONDB SIDE AND WALKING THE     *
001200* EXTDB EXTENSION POOL AND DEPTDB DEPARTMENT MASTERS, AND   *
001300* REPORTING EVERY LINK BETWEEN THEM THAT HAS BROKEN:        *
001400*   1 - A POOL NUMBER MARKED ASSIGNED TO AN EMPLOYEE ID     *
001500*       THAT IS NO LONGER ON PHONDB (OR TO NO ID AT ALL)    *
001600*   2 - A PS-EXTENSION THAT IS NOT ON THE POOL AT ALL       *
001700*   3 - A PS-EXTENSION THE POOL SHOWS SPARE, OR ASSIGNED TO *
001800*       SOMEONE ELSE                                        *
001900*   4 - A DEPTSEG CHILD WHOSE CODE IS NOT ON DEPTDB         *
002000*   5 - A PHNSEG NUMBER THAT IS SOMEONE ELSE'S PRIMARY      *
002100*       (PS-EXTENSION) NUMBER                               *
002200* THE EMPLOYEE-ID CHECKS RUN AS ONE SORT/MATCH PASS, THE    *
002300* EXTENSION CHECKS AS A SECOND; THE DEPARTMENT MASTER IS    *
002400* LOADED INTO A TABLE BY ITS OWN GN WALK.  EVERY EXCEPTION  *
002500* IS WRITTEN TO A WORK FILE (EXCPWK) AND SORTED SO THE      *
002600* REPORT PRINTS BY CATEGORY, WITH THE EMPLOYEE ID AND       *
002700* EXTENSION ON EVERY LINE AND A COUNT PER CATEGORY.  THE    *
002800* AUDIT CHANGES NOTHING - THE FIX IS STILL AN IVTNOM,       *
002900* IVTDPT, OR IVTEXT TRANSACTION - BUT A RUN THAT FINDS ANY  *
003000* EXCEPTION ENDS WITH RETURN CODE 8 SO THE MORNING JOB LOG  *
003100* SHOWS IT.                                                 *
003200*-----------------------------------------------------------*
003300* MODIFICATION HISTORY                                      *
003400* ----------------------------------------------------------*
003500* DATE       BY    DESCRIPTION                               *
003600* ---------- ----- -------------------------------------------
003700* 2026-10-15 RLB   ORIGINAL PROGRAM                          *
003710* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
003720*                  RUN-CONTROL FILE THROUGH IVTRUN          *
003730*                  (SEE IVTRUNA); ENDS RC=20 UNPROCESSED IF *
003740*                  A PREDECESSOR JOB HAS NOT COMPLETED FOR  *
003750*                  THE SAME BUSINESS DATE                   *
003800*-----------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.  IBM-370.
004200 OBJECT-COMPUTER.  IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT SNAP-FILE        ASSIGN TO SNAPIN.
004600     SELECT EXCEPTION-FILE   ASSIGN TO EXCPWK.
004700     SELECT EMP-SORT-FILE    ASSIGN TO SORTWK1.
004800     SELECT EXT-SORT-FILE    ASSIGN TO SORTWK1.
004900     SELECT AUD-SORT-FILE    ASSIGN TO SORTWK1.
005000     SELECT PRINT-FILE       ASSIGN TO PRTFILE.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  SNAP-FILE
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600 COPY IVTSNPD.
005700 FD  EXCEPTION-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  EXCEPTION-RECORD.
006100     05  EX-CATEGORY             PIC 9(01).
006200         88  EX-ORPHAN-ASSIGNMENT      VALUE 1.
006300         88  EX-NOT-IN-POOL            VALUE 2.
006400         88  EX-POOL-MISMATCH          VALUE 3.
006500         88  EX-DEPT-NOT-ON-MASTER     VALUE 4.
006600         88  EX-PHONE-DUPLICATE        VALUE 5.
006700     05  EX-EMPLOYEE-ID          PIC X(09).
006800     05  EX-EXTENSION            PIC X(10).
006900     05  EX-DETAIL               PIC X(40).
007000     05  FILLER                  PIC X(20).
007100 SD  EMP-SORT-FILE.
007200 01  EMP-SORT-RECORD.
007300     05  ES-EMPLOYEE-ID          PIC X(09).
007400     05  ES-SOURCE               PIC X(01).
007500         88  ES-FROM-SNAPSHOT          VALUE '1'.
007600         88  ES-FROM-POOL              VALUE '2'.
007700     05  ES-EXTENSION            PIC X(10).
007800 SD  EXT-SORT-FILE.
007900 01  EXT-SORT-RECORD.
008000     05  XS-EXTENSION            PIC X(10).
008100     05  XS-SOURCE               PIC X(01).
008200         88  XS-FROM-POOL              VALUE '1'.
008300         88  XS-PRIMARY                VALUE '2'.
008400         88  XS-OTHER-PHONE            VALUE '3'.
008500     05  XS-EMPLOYEE-ID          PIC X(09).
008600     05  XS-STATUS-CODE          PIC X(01).
008700     05  XS-PHONE-TYPE           PIC X(01).
008800 SD  AUD-SORT-FILE.
008900 01  AUD-SORT-RECORD.
009000     05  AS-CATEGORY             PIC 9(01).
009100     05  AS-EMPLOYEE-ID          PIC X(09).
009200     05  AS-EXTENSION            PIC X(10).
009300     05  AS-DETAIL               PIC X(40).
009400     05  FILLER                  PIC X(20).
009500 FD  PRINT-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 01  PRINT-LINE                  PIC X(133).
009900 WORKING-STORAGE SECTION.
010000*-----------------------------------------------------------*
010100* DL/I FUNCTION CODES AND SEGMENT SEARCH ARGUMENTS          *
010200*-----------------------------------------------------------*
010300 01  DLI-FUNCTIONS.
010400     05  FUNC-GU                 PIC X(04) VALUE 'GU  '.
010500     05  FUNC-GN                 PIC X(04) VALUE 'GN  '.
010600 01  EXTMSEG-SSA-UNQUAL          PIC X(09) VALUE 'EXTMSEG  '.
010700 01  DEPTMSEG-SSA-UNQUAL         PIC X(09) VALUE 'DEPTMSEG '.
010800 01  DEPTMSEG-SSA-QUAL.
010900     05  DQ-SEG-NAME             PIC X(08) VALUE 'DEPTMSEG'.
011000     05  DQ-LPAREN               PIC X(01) VALUE '('.
011100     05  DQ-FIELD-NAME           PIC X(08) VALUE 'DMCODE  '.
011200     05  DQ-OPERATOR             PIC X(02) VALUE ' ='.
011300     05  DQ-KEY-VALUE            PIC X(05).
011400     05  DQ-RPAREN               PIC X(01) VALUE ')'.
011500*-----------------------------------------------------------*
011600* WORKING COPIES OF THE TWO REFERENCE MASTER SEGMENTS       *
011700*-----------------------------------------------------------*
011800 COPY IVTEXTM.
011900 COPY IVTDPTM.
012000*-----------------------------------------------------------*
012100* SWITCHES, GROUP CONTROL, AND THE DEPARTMENT CODE TABLE    *
012200*-----------------------------------------------------------*
012300 01  WS-SWITCHES.
012400     05  WS-PHON-EOF-SW          PIC X(01) VALUE 'N'.
012500         88  WS-PHON-EOF                  VALUE 'Y'.
012600     05  WS-EXT-EOF-SW           PIC X(01) VALUE 'N'.
012700         88  WS-EXT-EOF                   VALUE 'Y'.
012800     05  WS-DEPT-EOF-SW          PIC X(01) VALUE 'N'.
012900         88  WS-DEPT-EOF                  VALUE 'Y'.
013000     05  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
013100         88  WS-SORT-EOF                  VALUE 'Y'.
013200     05  WS-CODE-FOUND-SW        PIC X(01) VALUE 'N'.
013300         88  WS-CODE-FOUND                VALUE 'Y'.
013400     05  WS-POOL-SEEN-SW         PIC X(01) VALUE 'N'.
013500         88  WS-POOL-SEEN                 VALUE 'Y'.
013600     05  WS-PRIMARY-SEEN-SW      PIC X(01) VALUE 'N'.
013700         88  WS-PRIMARY-SEEN              VALUE 'Y'.
013800     05  WS-FIRST-CATEGORY-SW    PIC X(01) VALUE 'Y'.
013900         88  WS-FIRST-CATEGORY            VALUE 'Y'.
014000 01  WS-EMPLOYEE-CONTROL.
014100     05  WS-LAST-SNAP-EMPLOYEE   PIC X(09) VALUE LOW-VALUES.
014200 01  WS-EXTENSION-CONTROL.
014300     05  WS-PREV-EXTENSION       PIC X(10) VALUE LOW-VALUES.
014400     05  WS-POOL-STATUS          PIC X(01).
014500     05  WS-POOL-HOLDER          PIC X(09).
014600     05  WS-PRIMARY-HOLDER       PIC X(09).
014700 01  WS-CATEGORY-CONTROL.
014800     05  WS-PREV-CATEGORY        PIC 9(01) VALUE ZERO.
014900 01  WS-SUBSCRIPTS.
015000     05  WS-DT-INDEX             PIC S9(04) COMP.
015100     05  WS-DT-USED              PIC S9(04) COMP VALUE ZERO.
015200     05  WS-SLOT-INDEX           PIC S9(04) COMP.
015300     05  WS-CAT-INDEX            PIC S9(04) COMP.
015400 01  WS-DEPT-TABLE.
015500     05  WS-DT-ENTRY             OCCURS 1000 TIMES.
015600         10  WS-DT-CODE          PIC X(05).
015700*-----------------------------------------------------------*
015800* EXCEPTION CATEGORY TITLES AND COUNTS (SUBSCRIPTED BY THE  *
015900* CATEGORY NUMBER CARRIED IN EX-CATEGORY)                   *
016000*-----------------------------------------------------------*
016100 01  WS-CATEGORY-TITLES.
016200     05  FILLER                  PIC X(40)
016300         VALUE 'POOL NUMBER HELD BY UNKNOWN EMPLOYEE ID'.
016400     05  FILLER                  PIC X(40)
016500         VALUE 'PRIMARY EXTENSION NOT IN EXTENSION POOL'.
016600     05  FILLER                  PIC X(40)
016700         VALUE 'POOL DOES NOT SHOW EXTENSION AS HELD'.
016800     05  FILLER                  PIC X(40)
016900         VALUE 'DEPTSEG CODE NOT ON DEPTDB MASTER'.
017000     05  FILLER                  PIC X(40)
017100         VALUE 'PHNSEG NUMBER IS ANOTHER PRIMARY EXTN'.
017200 01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-TITLES.
017300     05  WS-CAT-TITLE            OCCURS 5 TIMES PIC X(40).
017400 01  WS-CATEGORY-COUNTS.
017500     05  WS-CAT-COUNT            OCCURS 5 TIMES PIC 9(07).
017600 01  WS-COUNTERS.
017700     05  WS-PAGE-NUMBER          PIC 9(05) VALUE ZERO.
017800     05  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
017900     05  WS-LINES-PER-PAGE       PIC 9(03) VALUE 55.
018000     05  WS-SNAP-READ            PIC 9(07) VALUE ZERO.
018100     05  WS-POOL-READ            PIC 9(07) VALUE ZERO.
018200     05  WS-DEPT-CODES-READ      PIC 9(07) VALUE ZERO.
018300     05  WS-EXCEPTION-COUNT      PIC 9(07) VALUE ZERO.
018400 01  WS-CURRENT-DATE.
018500     05  WS-CURRENT-YYYYMMDD     PIC 9(08).
018600*-----------------------------------------------------------*
018700* REPORT LINE LAYOUTS                                       *
018800*-----------------------------------------------------------*
018900 01  HDG-LINE-1.
019000     05  FILLER                  PIC X(01) VALUE SPACE.
019100     05  FILLER                  PIC X(34)
019200         VALUE 'PHONEBOOK CROSS-DATABASE AUDIT'.
019300     05  FILLER                  PIC X(06) VALUE 'DATE: '.
019400     05  HDG-RUN-DATE            PIC X(08).
019500     05  FILLER                  PIC X(22) VALUE SPACES.
019600     05  FILLER                  PIC X(05) VALUE 'PAGE '.
019700     05  HDG-PAGE-NUMBER         PIC ZZZZ9.
019800 01  HDG-LINE-2.
019900     05  FILLER                  PIC X(01) VALUE SPACE.
020000     05  FILLER                  PIC X(09) VALUE 'EMPL ID'.
020100     05  FILLER                  PIC X(02) VALUE SPACES.
020200     05  FILLER                  PIC X(10) VALUE 'EXTENSION'.
020300     05  FILLER                  PIC X(02) VALUE SPACES.
020400     05  FILLER                  PIC X(40) VALUE 'DETAIL'.
020500 01  HDG-LINE-3.
020600     05  FILLER                  PIC X(01) VALUE SPACE.
020700     05  FILLER                  PIC X(09) VALUE ALL '-'.
020800     05  FILLER                  PIC X(02) VALUE SPACES.
020900     05  FILLER                  PIC X(10) VALUE ALL '-'.
021000     05  FILLER                  PIC X(02) VALUE SPACES.
021100     05  FILLER                  PIC X(40) VALUE ALL '-'.
021200 01  CATEGORY-HDG-LINE.
021300     05  FILLER                  PIC X(01) VALUE SPACE.
021400     05  FILLER                  PIC X(09) VALUE 'CATEGORY '.
021500     05  CHG-CATEGORY            PIC 9(01).
021600     05  FILLER                  PIC X(03) VALUE ' - '.
021700     05  CHG-TITLE               PIC X(40).
021800 01  DETAIL-LINE.
021900     05  FILLER                  PIC X(01) VALUE SPACE.
022000     05  DET-EMPLOYEE-ID         PIC X(09).
022100     05  FILLER                  PIC X(02) VALUE SPACES.
022200     05  DET-EXTENSION           PIC X(10).
022300     05  FILLER                  PIC X(02) VALUE SPACES.
022400     05  DET-DETAIL              PIC X(40).
022500 01  SUBTOTAL-LINE.
022600     05  FILLER                  PIC X(01) VALUE SPACE.
022700     05  FILLER                  PIC X(12) VALUE 'EXCEPTIONS: '.
022800     05  SUB-CATEGORY-COUNT      PIC ZZZ,ZZ9.
022900 01  NO-EXCEPTION-LINE.
023000     05  FILLER                  PIC X(01) VALUE SPACE.
023100     05  FILLER                  PIC X(40)
023200         VALUE 'NO BROKEN LINKS FOUND'.
023300 01  TOTAL-LINE-1.
023400     05  FILLER                  PIC X(01) VALUE SPACE.
023500     05  FILLER                  PIC X(25)
023600         VALUE 'SNAPSHOT RECORDS READ: '.
023700     05  TOT-SNAP-READ           PIC ZZZ,ZZ9.
023800 01  TOTAL-LINE-2.
023900     05  FILLER                  PIC X(01) VALUE SPACE.
024000     05  FILLER                  PIC X(25)
024100         VALUE 'POOL NUMBERS READ   : '.
024200     05  TOT-POOL-READ           PIC ZZZ,ZZ9.
024300 01  TOTAL-LINE-3.
024400     05  FILLER                  PIC X(01) VALUE SPACE.
024500     05  FILLER                  PIC X(25)
024600         VALUE 'DEPT CODES ON MASTER: '.
024700     05  TOT-DEPT-CODES-READ     PIC ZZZ,ZZ9.
024800 01  TOTAL-LINE-4.
024900     05  FILLER                  PIC X(01) VALUE SPACE.
025000     05  FILLER                  PIC X(25)
025100         VALUE 'TOTAL EXCEPTIONS    : '.
025200     05  TOT-EXCEPTION-COUNT     PIC ZZZ,ZZ9.
025300 01  TOTAL-CATEGORY-LINE.
025400     05  FILLER                  PIC X(03) VALUE SPACES.
025500     05  TCL-CATEGORY            PIC 9(01).
025600     05  FILLER                  PIC X(03) VALUE ' - '.
025700     05  TCL-TITLE               PIC X(40).
025800     05  FILLER                  PIC X(02) VALUE SPACES.
025900     05  TCL-COUNT               PIC ZZZ,ZZ9.
025920*-----------------------------------------------------------*
025940* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
025960*-----------------------------------------------------------*
025980 COPY IVTRUNA.
026000 LINKAGE SECTION.
026100 COPY IVTPCBE.
026200 COPY IVTPCBD.
026300 PROCEDURE DIVISION.
026400 ENTRY 'DLITCBL' USING EXTDB-PCB
026500                       DEPTDB-PCB.
026600*-----------------------------------------------------------*
026700* 0000-MAINLINE                                             *
026800*-----------------------------------------------------------*
026900 0000-MAINLINE.
026910     PERFORM 8800-START-RUN-CONTROL
026920         THRU 8800-EXIT.
026930     IF RCA-PREDECESSOR-MISSING
026940         MOVE RCA-RETURN-CODE TO RETURN-CODE
026950         GOBACK
026960     END-IF.
027000     PERFORM 1000-INITIALIZE
027100         THRU 1000-EXIT.
027200     SORT EMP-SORT-FILE
027300         ON ASCENDING KEY ES-EMPLOYEE-ID
027400                          ES-SOURCE
027500         INPUT PROCEDURE 2000-EMPLOYEE-PASS-IN
027600             THRU 2000-EXIT
027700         OUTPUT PROCEDURE 2500-EMPLOYEE-PASS-OUT
027800             THRU 2500-EXIT.
027900     SORT EXT-SORT-FILE
028000         ON ASCENDING KEY XS-EXTENSION
028100                          XS-SOURCE
028200                          XS-EMPLOYEE-ID
028300         INPUT PROCEDURE 3000-EXTENSION-PASS-IN
028400             THRU 3000-EXIT
028500         OUTPUT PROCEDURE 3500-EXTENSION-PASS-OUT
028600             THRU 3500-EXIT.
028700     CLOSE EXCEPTION-FILE.
028800     MOVE 'N'                TO WS-SORT-EOF-SW.
028900     SORT AUD-SORT-FILE
029000         ON ASCENDING KEY AS-CATEGORY
029100                          AS-EMPLOYEE-ID
029200                          AS-EXTENSION
029300         USING EXCEPTION-FILE
029400         OUTPUT PROCEDURE 6000-PRINT-EXCEPTIONS
029500             THRU 6000-EXIT.
029600     PERFORM 7000-PRINT-TOTALS
029700         THRU 7000-EXIT.
029800     PERFORM 9000-TERMINATE
029900         THRU 9000-EXIT.
030000     IF WS-EXCEPTION-COUNT > ZERO
030100         MOVE 8 TO RETURN-CODE
030200     END-IF.
030230     PERFORM 8900-END-RUN-CONTROL
030260         THRU 8900-EXIT.
030300     GOBACK.
030400*-----------------------------------------------------------*
030500* 1000-INITIALIZE - OPEN THE FILES AND LOAD EVERY DEPTDB    *
030600* CODE INTO THE IN-STORAGE TABLE                            *
030700*-----------------------------------------------------------*
030800 1000-INITIALIZE.
030900     OPEN OUTPUT PRINT-FILE.
031000     OPEN OUTPUT EXCEPTION-FILE.
031100     MOVE WS-LINES-PER-PAGE  TO WS-LINE-COUNT.
031200     MOVE ZERO               TO WS-CATEGORY-COUNTS.
031300     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
031400     MOVE WS-CURRENT-YYYYMMDD TO HDG-RUN-DATE.
031500     PERFORM 1100-GET-NEXT-DEPT
031600         THRU 1100-EXIT.
031700     PERFORM 1200-STORE-ONE-DEPT
031800         THRU 1200-EXIT
031900         UNTIL WS-DEPT-EOF.
032000 1000-EXIT.
032100     EXIT.
032200*-----------------------------------------------------------*
032300* 1100-GET-NEXT-DEPT - GN FOR THE NEXT DEPTMSEG IN CODE     *
032400* SEQUENCE                                                  *
032500*-----------------------------------------------------------*
032600 1100-GET-NEXT-DEPT.
032700     CALL 'CBLTDLI' USING FUNC-GN
032800                          DEPTDB-PCB
032900                          DEPTMSEG-IO-AREA
033000                          DEPTMSEG-SSA-UNQUAL.
033100     IF DEPTDB-STATUS-CODE NOT = SPACES
033200         SET WS-DEPT-EOF     TO TRUE
033300     ELSE
033400         ADD 1               TO WS-DEPT-CODES-READ
033500     END-IF.
033600 1100-EXIT.
033700     EXIT.
033800*-----------------------------------------------------------*
033900* 1200-STORE-ONE-DEPT - A CODE PAST THE END OF THE TABLE IS *
034000* NOT STORED; 2800 GOES TO THE MASTER BY KEY FOR ANY CODE   *
034100* IT CANNOT FIND WHILE THE TABLE IS FULL                    *
034200*-----------------------------------------------------------*
034300 1200-STORE-ONE-DEPT.
034400     IF WS-DT-USED < 1000
034500         ADD 1               TO WS-DT-USED
034600         MOVE DM-DEPT-CODE   TO WS-DT-CODE (WS-DT-USED)
034700     END-IF.
034800     PERFORM 1100-GET-NEXT-DEPT
034900         THRU 1100-EXIT.
035000 1200-EXIT.
035100     EXIT.
035200*-----------------------------------------------------------*
035300* 2000-EMPLOYEE-PASS-IN - SORT INPUT PROCEDURE FOR THE      *
035400* EMPLOYEE-ID PASS: RELEASE ONE RECORD PER SNAPSHOT ROOT    *
035500* (CHECKING ITS DEPT CODE ON THE WAY PAST), THEN ONE PER    *
035600* ASSIGNED POOL NUMBER KEYED ON ITS HOLDER'S EMPLOYEE ID    *
035700*-----------------------------------------------------------*
035800 2000-EMPLOYEE-PASS-IN.
035900     OPEN INPUT SNAP-FILE.
036000     MOVE 'N'                TO WS-PHON-EOF-SW.
036100     PERFORM 2100-READ-SNAPSHOT
036200         THRU 2100-EXIT.
036300     PERFORM 2200-RELEASE-EMPLOYEE
036400         THRU 2200-EXIT
036500         UNTIL WS-PHON-EOF.
036600     CLOSE SNAP-FILE.
036700     PERFORM 2300-GET-FIRST-POOL
036800         THRU 2300-EXIT.
036900     PERFORM 2400-RELEASE-ASSIGNED
037000         THRU 2400-EXIT
037100         UNTIL WS-EXT-EOF.
037200 2000-EXIT.
037300     EXIT.
037400*-----------------------------------------------------------*
037500* 2100-READ-SNAPSHOT                                        *
037600*-----------------------------------------------------------*
037700 2100-READ-SNAPSHOT.
037800     READ SNAP-FILE
037900         AT END
038000             SET WS-PHON-EOF TO TRUE
038100     END-READ.
038200 2100-EXIT.
038300     EXIT.
038400*-----------------------------------------------------------*
038500* 2200-RELEASE-EMPLOYEE                                     *
038600*-----------------------------------------------------------*
038700 2200-RELEASE-EMPLOYEE.
038800     ADD 1                   TO WS-SNAP-READ.
038900     MOVE SNP-EMPLOYEE-ID    TO ES-EMPLOYEE-ID.
039000     SET ES-FROM-SNAPSHOT    TO TRUE.
039100     MOVE SNP-EXTENSION      TO ES-EXTENSION.
039200     RELEASE EMP-SORT-RECORD.
039300     IF SNP-HAS-DEPT
039400         PERFORM 2800-CHECK-DEPT-CODE
039500             THRU 2800-EXIT
039600     END-IF.
039700     PERFORM 2100-READ-SNAPSHOT
039800         THRU 2100-EXIT.
039900 2200-EXIT.
040000     EXIT.
040100*-----------------------------------------------------------*
040200* 2300-GET-FIRST-POOL - START A FRESH WALK OF THE POOL: AN  *
040300* UNQUALIFIED GU RETURNS THE FIRST EXTMSEG WHEREVER THE     *
040400* PREVIOUS WALK LEFT POSITION                               *
040500*-----------------------------------------------------------*
040600 2300-GET-FIRST-POOL.
040700     MOVE 'N'                TO WS-EXT-EOF-SW.
040800     CALL 'CBLTDLI' USING FUNC-GU
040900                          EXTDB-PCB
041000                          EXTMSEG-IO-AREA
041100                          EXTMSEG-SSA-UNQUAL.
041200     IF EXTDB-STATUS-CODE NOT = SPACES
041300         SET WS-EXT-EOF      TO TRUE
041400     END-IF.
041500 2300-EXIT.
041600     EXIT.
041700*-----------------------------------------------------------*
041800* 2350-GET-NEXT-POOL - GN FOR THE NEXT EXTMSEG IN NUMBER    *
041900* SEQUENCE                                                  *
042000*-----------------------------------------------------------*
042100 2350-GET-NEXT-POOL.
042200     CALL 'CBLTDLI' USING FUNC-GN
042300                          EXTDB-PCB
042400                          EXTMSEG-IO-AREA
042500                          EXTMSEG-SSA-UNQUAL.
042600     IF EXTDB-STATUS-CODE NOT = SPACES
042700         SET WS-EXT-EOF      TO TRUE
042800     END-IF.
042900 2350-EXIT.
043000     EXIT.
043100*-----------------------------------------------------------*
043200* 2400-RELEASE-ASSIGNED - ONLY ASSIGNED NUMBERS TAKE PART   *
043300* IN THE EMPLOYEE-ID PASS.  ONE WITH A BLANK HOLDER SORTS   *
043400* AHEAD OF EVERY REAL ID AND SO REPORTS AS AN ORPHAN TOO    *
043500*-----------------------------------------------------------*
043600 2400-RELEASE-ASSIGNED.
043700     ADD 1                   TO WS-POOL-READ.
043800     IF XM-ASSIGNED
043900         MOVE XM-ASSIGNED-TO TO ES-EMPLOYEE-ID
044000         SET ES-FROM-POOL    TO TRUE
044100         MOVE XM-EXTENSION   TO ES-EXTENSION
044200         RELEASE EMP-SORT-RECORD
044300     END-IF.
044400     PERFORM 2350-GET-NEXT-POOL
044500         THRU 2350-EXIT.
044600 2400-EXIT.
044700     EXIT.
044800*-----------------------------------------------------------*
044900* 2500-EMPLOYEE-PASS-OUT - SORT OUTPUT PROCEDURE: THE       *
045000* SNAPSHOT RECORD FOR AN ID SORTS AHEAD OF ANY POOL RECORD  *
045100* FOR THE SAME ID, SO A POOL RECORD WHOSE ID DOES NOT MATCH *
045200* THE LAST SNAPSHOT ID SEEN HAS NO EMPLOYEE BEHIND IT       *
045300*-----------------------------------------------------------*
045400 2500-EMPLOYEE-PASS-OUT.
045500     MOVE 'N'                TO WS-SORT-EOF-SW.
045600     PERFORM 2600-RETURN-EMPLOYEE
045700         THRU 2600-EXIT.
045800     PERFORM 2700-CHECK-EMPLOYEE-LINK
045900         THRU 2700-EXIT
046000         UNTIL WS-SORT-EOF.
046100 2500-EXIT.
046200     EXIT.
046300*-----------------------------------------------------------*
046400* 2600-RETURN-EMPLOYEE                                      *
046500*-----------------------------------------------------------*
046600 2600-RETURN-EMPLOYEE.
046700     RETURN EMP-SORT-FILE
046800         AT END
046900             SET WS-SORT-EOF TO TRUE
047000     END-RETURN.
047100 2600-EXIT.
047200     EXIT.
047300*-----------------------------------------------------------*
047400* 2700-CHECK-EMPLOYEE-LINK                                  *
047500*-----------------------------------------------------------*
047600 2700-CHECK-EMPLOYEE-LINK.
047700     IF ES-FROM-SNAPSHOT
047800         MOVE ES-EMPLOYEE-ID TO WS-LAST-SNAP-EMPLOYEE
047900         GO TO 2700-NEXT
048000     END-IF.
048100     IF ES-EMPLOYEE-ID = WS-LAST-SNAP-EMPLOYEE
048200         GO TO 2700-NEXT
048300     END-IF.
048400     MOVE SPACES             TO EXCEPTION-RECORD.
048500     SET EX-ORPHAN-ASSIGNMENT TO TRUE.
048600     MOVE ES-EMPLOYEE-ID     TO EX-EMPLOYEE-ID.
048700     MOVE ES-EXTENSION       TO EX-EXTENSION.
048800     IF ES-EMPLOYEE-ID = SPACES
048900         MOVE 'POOL SHOWS ASSIGNED WITH NO HOLDER ID'
049000                             TO EX-DETAIL
049100     ELSE
049200         MOVE 'POOL HOLDER IS NOT ON PHONDB'
049300                             TO EX-DETAIL
049400     END-IF.
049500     PERFORM 5000-WRITE-EXCEPTION
049600         THRU 5000-EXIT.
049700 2700-NEXT.
049800     PERFORM 2600-RETURN-EMPLOYEE
049900         THRU 2600-EXIT.
050000 2700-EXIT.
050100     EXIT.
050200*-----------------------------------------------------------*
050300* 2800-CHECK-DEPT-CODE - LOOK THE SNAPSHOT RECORD'S DEPTSEG *
050400* CODE UP IN THE DEPTDB TABLE (OR ON THE MASTER ITSELF WHEN *
050500* THE TABLE FILLED UP) AND LOG IT WHEN IT IS NOT THERE      *
050600*-----------------------------------------------------------*
050700 2800-CHECK-DEPT-CODE.
050800     MOVE 'N'                TO WS-CODE-FOUND-SW.
050900     PERFORM 2850-CHECK-ONE-CODE
051000         THRU 2850-EXIT
051100         VARYING WS-DT-INDEX FROM 1 BY 1
051200         UNTIL WS-DT-INDEX > WS-DT-USED
051300             OR WS-CODE-FOUND.
051400     IF WS-CODE-FOUND
051500         GO TO 2800-EXIT
051600     END-IF.
051700     IF WS-DEPT-CODES-READ > WS-DT-USED
051800         MOVE SNP-DEPT-CODE  TO DQ-KEY-VALUE
051900         CALL 'CBLTDLI' USING FUNC-GU
052000                              DEPTDB-PCB
052100                              DEPTMSEG-IO-AREA
052200                              DEPTMSEG-SSA-QUAL
052300         IF DEPTDB-STATUS-CODE = SPACES
052400             GO TO 2800-EXIT
052500         END-IF
052600     END-IF.
052700     MOVE SPACES             TO EXCEPTION-RECORD.
052800     SET EX-DEPT-NOT-ON-MASTER TO TRUE.
052900     MOVE SNP-EMPLOYEE-ID    TO EX-EMPLOYEE-ID.
053000     MOVE SNP-EXTENSION      TO EX-EXTENSION.
053100     STRING 'DEPTSEG CODE ' SNP-DEPT-CODE
053200            ' NOT ON DEPTDB'
053300         DELIMITED BY SIZE INTO EX-DETAIL.
053400     PERFORM 5000-WRITE-EXCEPTION
053500         THRU 5000-EXIT.
053600 2800-EXIT.
053700     EXIT.
053800*-----------------------------------------------------------*
053900* 2850-CHECK-ONE-CODE                                       *
054000*-----------------------------------------------------------*
054100 2850-CHECK-ONE-CODE.
054200     IF WS-DT-CODE (WS-DT-INDEX) = SNP-DEPT-CODE
054300         SET WS-CODE-FOUND   TO TRUE
054400     END-IF.
054500 2850-EXIT.
054600     EXIT.
054700*-----------------------------------------------------------*
054800* 3000-EXTENSION-PASS-IN - SORT INPUT PROCEDURE FOR THE     *
054900* EXTENSION PASS: RE-READ THE SNAPSHOT RELEASING EVERY      *
055000* PRIMARY EXTENSION AND EVERY PHNSEG NUMBER, THEN WALK THE  *
055100* POOL AGAIN RELEASING EVERY NUMBER ON IT                   *
055200*-----------------------------------------------------------*
055300 3000-EXTENSION-PASS-IN.
055400     OPEN INPUT SNAP-FILE.
055500     MOVE 'N'                TO WS-PHON-EOF-SW.
055600     PERFORM 2100-READ-SNAPSHOT
055700         THRU 2100-EXIT.
055800     PERFORM 3100-RELEASE-NUMBERS
055900         THRU 3100-EXIT
056000         UNTIL WS-PHON-EOF.
056100     CLOSE SNAP-FILE.
056200     PERFORM 2300-GET-FIRST-POOL
056300         THRU 2300-EXIT.
056400     PERFORM 3300-RELEASE-POOL-NUMBER
056500         THRU 3300-EXIT
056600         UNTIL WS-EXT-EOF.
056700 3000-EXIT.
056800     EXIT.
056900*-----------------------------------------------------------*
057000* 3100-RELEASE-NUMBERS - ONE RECORD FOR THE PRIMARY         *
057100* EXTENSION (WHEN THE ROOT HAS ONE) AND ONE PER PHONE SLOT  *
057200*-----------------------------------------------------------*
057300 3100-RELEASE-NUMBERS.
057400     IF SNP-EXTENSION NOT = SPACES
057500         MOVE SNP-EXTENSION  TO XS-EXTENSION
057600         SET XS-PRIMARY      TO TRUE
057700         MOVE SNP-EMPLOYEE-ID TO XS-EMPLOYEE-ID
057800         MOVE SPACES         TO XS-STATUS-CODE
057900         MOVE SPACES         TO XS-PHONE-TYPE
058000         RELEASE EXT-SORT-RECORD
058100     END-IF.
058200     PERFORM 3200-RELEASE-ONE-PHONE
058300         THRU 3200-EXIT
058400         VARYING WS-SLOT-INDEX FROM 1 BY 1
058500         UNTIL WS-SLOT-INDEX > 3.
058600     PERFORM 2100-READ-SNAPSHOT
058700         THRU 2100-EXIT.
058800 3100-EXIT.
058900     EXIT.
059000*-----------------------------------------------------------*
059100* 3200-RELEASE-ONE-PHONE                                    *
059200*-----------------------------------------------------------*
059300 3200-RELEASE-ONE-PHONE.
059400     IF SNP-PHONE-NUMBER (WS-SLOT-INDEX) = SPACES
059500         GO TO 3200-EXIT
059600     END-IF.
059700     MOVE SNP-PHONE-NUMBER (WS-SLOT-INDEX) TO XS-EXTENSION.
059800     SET XS-OTHER-PHONE      TO TRUE.
059900     MOVE SNP-EMPLOYEE-ID    TO XS-EMPLOYEE-ID.
060000     MOVE SPACES             TO XS-STATUS-CODE.
060100     MOVE SNP-PHONE-TYPE (WS-SLOT-INDEX) TO XS-PHONE-TYPE.
060200     RELEASE EXT-SORT-RECORD.
060300 3200-EXIT.
060400     EXIT.
060500*-----------------------------------------------------------*
060600* 3300-RELEASE-POOL-NUMBER                                  *
060700*-----------------------------------------------------------*
060800 3300-RELEASE-POOL-NUMBER.
060900     MOVE XM-EXTENSION       TO XS-EXTENSION.
061000     SET XS-FROM-POOL        TO TRUE.
061100     MOVE XM-ASSIGNED-TO     TO XS-EMPLOYEE-ID.
061200     MOVE XM-STATUS-CODE     TO XS-STATUS-CODE.
061300     MOVE SPACES             TO XS-PHONE-TYPE.
061400     RELEASE EXT-SORT-RECORD.
061500     PERFORM 2350-GET-NEXT-POOL
061600         THRU 2350-EXIT.
061700 3300-EXIT.
061800     EXIT.
061900*-----------------------------------------------------------*
062000* 3500-EXTENSION-PASS-OUT - SORT OUTPUT PROCEDURE: WITHIN   *
062100* ONE NUMBER THE POOL RECORD (IF ANY) COMES FIRST, THEN THE *
062200* PRIMARY HOLDERS, THEN THE PHNSEG HOLDERS, SO EACH RECORD  *
062300* CAN BE JUDGED AGAINST WHAT ALREADY PASSED FOR ITS NUMBER  *
062400*-----------------------------------------------------------*
062500 3500-EXTENSION-PASS-OUT.
062600     MOVE 'N'                TO WS-SORT-EOF-SW.
062700     PERFORM 3600-RETURN-EXTENSION
062800         THRU 3600-EXIT.
062900     PERFORM 3700-CHECK-EXTENSION-LINK
063000         THRU 3700-EXIT
063100         UNTIL WS-SORT-EOF.
063200 3500-EXIT.
063300     EXIT.
063400*-----------------------------------------------------------*
063500* 3600-RETURN-EXTENSION                                     *
063600*-----------------------------------------------------------*
063700 3600-RETURN-EXTENSION.
063800     RETURN EXT-SORT-FILE
063900         AT END
064000             SET WS-SORT-EOF TO TRUE
064100     END-RETURN.
064200 3600-EXIT.
064300     EXIT.
064400*-----------------------------------------------------------*
064500* 3700-CHECK-EXTENSION-LINK - ON A NUMBER BREAK RESET THE   *
064600* GROUP STATE; THEN APPLY THE CHECK FOR THE RECORD'S SOURCE.*
064700* TWO PRIMARY HOLDERS OF ONE NUMBER ARE LEFT TO IVTDUPX -   *
064800* ONLY THE POOL LINK IS JUDGED HERE                         *
064900*-----------------------------------------------------------*
065000 3700-CHECK-EXTENSION-LINK.
065100     IF XS-EXTENSION NOT = WS-PREV-EXTENSION
065200         MOVE XS-EXTENSION   TO WS-PREV-EXTENSION
065300         MOVE 'N'            TO WS-POOL-SEEN-SW
065400         MOVE 'N'            TO WS-PRIMARY-SEEN-SW
065500         MOVE SPACES         TO WS-POOL-STATUS
065600         MOVE SPACES         TO WS-POOL-HOLDER
065700         MOVE SPACES         TO WS-PRIMARY-HOLDER
065800     END-IF.
065900     EVALUATE TRUE
066000         WHEN XS-FROM-POOL
066100             SET WS-POOL-SEEN TO TRUE
066200             MOVE XS-STATUS-CODE TO WS-POOL-STATUS
066300             MOVE XS-EMPLOYEE-ID TO WS-POOL-HOLDER
066400         WHEN XS-PRIMARY
066500             PERFORM 3800-CHECK-PRIMARY
066600                 THRU 3800-EXIT
066700         WHEN XS-OTHER-PHONE
066800             PERFORM 3900-CHECK-OTHER-PHONE
066900                 THRU 3900-EXIT
067000     END-EVALUATE.
067100     PERFORM 3600-RETURN-EXTENSION
067200         THRU 3600-EXIT.
067300 3700-EXIT.
067400     EXIT.
067500*-----------------------------------------------------------*
067600* 3800-CHECK-PRIMARY - A PRIMARY EXTENSION MUST BE ON THE   *
067700* POOL AND ASSIGNED THERE TO THIS SAME EMPLOYEE ID          *
067800*-----------------------------------------------------------*
067900 3800-CHECK-PRIMARY.
068000     IF NOT WS-PRIMARY-SEEN
068100         SET WS-PRIMARY-SEEN TO TRUE
068200         MOVE XS-EMPLOYEE-ID TO WS-PRIMARY-HOLDER
068300     END-IF.
068400     MOVE SPACES             TO EXCEPTION-RECORD.
068500     MOVE XS-EMPLOYEE-ID     TO EX-EMPLOYEE-ID.
068600     MOVE XS-EXTENSION       TO EX-EXTENSION.
068700     IF NOT WS-POOL-SEEN
068800         SET EX-NOT-IN-POOL  TO TRUE
068900         MOVE 'NO EXTMSEG FOR THIS NUMBER'
069000                             TO EX-DETAIL
069100         PERFORM 5000-WRITE-EXCEPTION
069200             THRU 5000-EXIT
069300         GO TO 3800-EXIT
069400     END-IF.
069500     IF WS-POOL-STATUS = 'S'
069600         SET EX-POOL-MISMATCH TO TRUE
069700         MOVE 'POOL SHOWS THIS NUMBER SPARE'
069800                             TO EX-DETAIL
069900         PERFORM 5000-WRITE-EXCEPTION
070000             THRU 5000-EXIT
070100         GO TO 3800-EXIT
070200     END-IF.
070300     IF WS-POOL-HOLDER NOT = XS-EMPLOYEE-ID
070400         SET EX-POOL-MISMATCH TO TRUE
070500         STRING 'POOL SHOWS IT HELD BY ' WS-POOL-HOLDER
070600             DELIMITED BY SIZE INTO EX-DETAIL
070700         PERFORM 5000-WRITE-EXCEPTION
070800             THRU 5000-EXIT
070900     END-IF.
071000 3800-EXIT.
071100     EXIT.
071200*-----------------------------------------------------------*
071300* 3900-CHECK-OTHER-PHONE - A PHNSEG NUMBER MUST NOT BE ANY  *
071400* OTHER EMPLOYEE'S PRIMARY EXTENSION (ONE THAT REPEATS THE  *
071500* HOLDER'S OWN PRIMARY IS HARMLESS AND IS NOT REPORTED)     *
071600*-----------------------------------------------------------*
071700 3900-CHECK-OTHER-PHONE.
071800     IF NOT WS-PRIMARY-SEEN
071900         GO TO 3900-EXIT
072000     END-IF.
072100     IF WS-PRIMARY-HOLDER = XS-EMPLOYEE-ID
072200         GO TO 3900-EXIT
072300     END-IF.
072400     MOVE SPACES             TO EXCEPTION-RECORD.
072500     SET EX-PHONE-DUPLICATE  TO TRUE.
072600     MOVE XS-EMPLOYEE-ID     TO EX-EMPLOYEE-ID.
072700     MOVE XS-EXTENSION       TO EX-EXTENSION.
072800     STRING 'TYPE ' XS-PHONE-TYPE
072900            ' NUMBER IS PRIMARY FOR ' WS-PRIMARY-HOLDER
073000         DELIMITED BY SIZE INTO EX-DETAIL.
073100     PERFORM 5000-WRITE-EXCEPTION
073200         THRU 5000-EXIT.
073300 3900-EXIT.
073400     EXIT.
073500*-----------------------------------------------------------*
073600* 5000-WRITE-EXCEPTION - LOG ONE BROKEN LINK TO THE WORK    *
073700* FILE AND COUNT IT AGAINST ITS CATEGORY                    *
073800*-----------------------------------------------------------*
073900 5000-WRITE-EXCEPTION.
074000     WRITE EXCEPTION-RECORD.
074100     ADD 1                   TO WS-CAT-COUNT (EX-CATEGORY).
074200     ADD 1                   TO WS-EXCEPTION-COUNT.
074300 5000-EXIT.
074400     EXIT.
074500*-----------------------------------------------------------*
074600* 6000-PRINT-EXCEPTIONS - SORT OUTPUT PROCEDURE: PRINT THE  *
074700* CATEGORY-SEQUENCED EXCEPTIONS WITH A HEADING AND COUNT    *
074800* PER CATEGORY                                              *
074900*-----------------------------------------------------------*
075000 6000-PRINT-EXCEPTIONS.
075100     PERFORM 4500-PRINT-HEADINGS
075200         THRU 4500-EXIT.
075300     PERFORM 6100-RETURN-EXCEPTION
075400         THRU 6100-EXIT.
075500     IF WS-SORT-EOF
075600         WRITE PRINT-LINE    FROM NO-EXCEPTION-LINE
075700             AFTER ADVANCING 2 LINES
075800         ADD 2               TO WS-LINE-COUNT
075900         GO TO 6000-EXIT
076000     END-IF.
076100     PERFORM 6200-PRINT-ONE-EXCEPTION
076200         THRU 6200-EXIT
076300         UNTIL WS-SORT-EOF.
076400     PERFORM 6400-PRINT-SUBTOTAL
076500         THRU 6400-EXIT.
076600 6000-EXIT.
076700     EXIT.
076800*-----------------------------------------------------------*
076900* 6100-RETURN-EXCEPTION                                     *
077000*-----------------------------------------------------------*
077100 6100-RETURN-EXCEPTION.
077200     RETURN AUD-SORT-FILE
077300         AT END
077400             SET WS-SORT-EOF TO TRUE
077500     END-RETURN.
077600 6100-EXIT.
077700     EXIT.
077800*-----------------------------------------------------------*
077900* 6200-PRINT-ONE-EXCEPTION                                  *
078000*-----------------------------------------------------------*
078100 6200-PRINT-ONE-EXCEPTION.
078200     IF WS-FIRST-CATEGORY
078300         OR AS-CATEGORY NOT = WS-PREV-CATEGORY
078400         PERFORM 6300-START-NEW-CATEGORY
078500             THRU 6300-EXIT
078600     END-IF.
078700     MOVE AS-EMPLOYEE-ID     TO DET-EMPLOYEE-ID.
078800     MOVE AS-EXTENSION       TO DET-EXTENSION.
078900     MOVE AS-DETAIL          TO DET-DETAIL.
079000     PERFORM 4000-WRITE-DETAIL
079100         THRU 4000-EXIT.
079200     PERFORM 6100-RETURN-EXCEPTION
079300         THRU 6100-EXIT.
079400 6200-EXIT.
079500     EXIT.
079600*-----------------------------------------------------------*
079700* 6300-START-NEW-CATEGORY - CLOSE OUT THE CATEGORY JUST     *
079800* ENDED AND PRINT THE NEW ONE'S HEADING                     *
079900*-----------------------------------------------------------*
080000 6300-START-NEW-CATEGORY.
080100     IF NOT WS-FIRST-CATEGORY
080200         PERFORM 6400-PRINT-SUBTOTAL
080300             THRU 6400-EXIT
080400     END-IF.
080500     MOVE 'N'                TO WS-FIRST-CATEGORY-SW.
080600     MOVE AS-CATEGORY        TO WS-PREV-CATEGORY.
080700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
080800         PERFORM 4500-PRINT-HEADINGS
080900             THRU 4500-EXIT
081000     END-IF.
081100     MOVE AS-CATEGORY        TO CHG-CATEGORY.
081200     MOVE WS-CAT-TITLE (AS-CATEGORY) TO CHG-TITLE.
081300     WRITE PRINT-LINE        FROM CATEGORY-HDG-LINE
081400         AFTER ADVANCING 2 LINES.
081500     ADD 2                   TO WS-LINE-COUNT.
081600 6300-EXIT.
081700     EXIT.
081800*-----------------------------------------------------------*
081900* 6400-PRINT-SUBTOTAL - COUNT FOR THE CATEGORY JUST ENDED   *
082000*-----------------------------------------------------------*
082100 6400-PRINT-SUBTOTAL.
082200     MOVE WS-CAT-COUNT (WS-PREV-CATEGORY) TO SUB-CATEGORY-COUNT.
082300     WRITE PRINT-LINE        FROM SUBTOTAL-LINE
082400         AFTER ADVANCING 1 LINE.
082500     ADD 1                   TO WS-LINE-COUNT.
082600 6400-EXIT.
082700     EXIT.
082800*-----------------------------------------------------------*
082900* 4000-WRITE-DETAIL - WRITE ONE DETAIL LINE, BREAKING TO A  *
083000* NEW PAGE WHEN THE CURRENT PAGE IS FULL                    *
083100*-----------------------------------------------------------*
083200 4000-WRITE-DETAIL.
083300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
083400         PERFORM 4500-PRINT-HEADINGS
083500             THRU 4500-EXIT
083600     END-IF.
083700     WRITE PRINT-LINE        FROM DETAIL-LINE
083800         AFTER ADVANCING 1 LINE.
083900     ADD 1                   TO WS-LINE-COUNT.
084000 4000-EXIT.
084100     EXIT.
084200*-----------------------------------------------------------*
084300* 4500-PRINT-HEADINGS - START A NEW PAGE                    *
084400*-----------------------------------------------------------*
084500 4500-PRINT-HEADINGS.
084600     ADD 1                   TO WS-PAGE-NUMBER.
084700     MOVE WS-PAGE-NUMBER     TO HDG-PAGE-NUMBER.
084800     WRITE PRINT-LINE        FROM HDG-LINE-1
084900         AFTER ADVANCING PAGE.
085000     WRITE PRINT-LINE        FROM HDG-LINE-2
085100         AFTER ADVANCING 2 LINES.
085200     WRITE PRINT-LINE        FROM HDG-LINE-3
085300         AFTER ADVANCING 1 LINE.
085400     MOVE ZERO               TO WS-LINE-COUNT.
085500     ADD 3                   TO WS-LINE-COUNT.
085600 4500-EXIT.
085700     EXIT.
085800*-----------------------------------------------------------*
085900* 7000-PRINT-TOTALS - INPUT COUNTS AND ONE LINE PER         *
086000* CATEGORY (ZERO CATEGORIES INCLUDED, SO THE PAGE SHOWS     *
086100* WHAT WAS CHECKED AS WELL AS WHAT FAILED)                  *
086200*-----------------------------------------------------------*
086300 7000-PRINT-TOTALS.
086400     MOVE WS-SNAP-READ       TO TOT-SNAP-READ.
086500     MOVE WS-POOL-READ       TO TOT-POOL-READ.
086600     MOVE WS-DEPT-CODES-READ TO TOT-DEPT-CODES-READ.
086700     MOVE WS-EXCEPTION-COUNT TO TOT-EXCEPTION-COUNT.
086800     WRITE PRINT-LINE        FROM TOTAL-LINE-1
086900         AFTER ADVANCING 2 LINES.
087000     WRITE PRINT-LINE        FROM TOTAL-LINE-2
087100         AFTER ADVANCING 1 LINE.
087200     WRITE PRINT-LINE        FROM TOTAL-LINE-3
087300         AFTER ADVANCING 1 LINE.
087400     WRITE PRINT-LINE        FROM TOTAL-LINE-4
087500         AFTER ADVANCING 1 LINE.
087600     PERFORM 7100-PRINT-CATEGORY-TOTAL
087700         THRU 7100-EXIT
087800         VARYING WS-CAT-INDEX FROM 1 BY 1
087900         UNTIL WS-CAT-INDEX > 5.
088000 7000-EXIT.
088100     EXIT.
088200*-----------------------------------------------------------*
088300* 7100-PRINT-CATEGORY-TOTAL                                 *
088400*-----------------------------------------------------------*
088500 7100-PRINT-CATEGORY-TOTAL.
088600     MOVE WS-CAT-INDEX       TO TCL-CATEGORY.
088700     MOVE WS-CAT-TITLE (WS-CAT-INDEX) TO TCL-TITLE.
088800     MOVE WS-CAT-COUNT (WS-CAT-INDEX) TO TCL-COUNT.
088900     WRITE PRINT-LINE        FROM TOTAL-CATEGORY-LINE
089000         AFTER ADVANCING 1 LINE.
089100 7100-EXIT.
089200     EXIT.
089300*-----------------------------------------------------------*
089400* 9000-TERMINATE                                            *
089500*-----------------------------------------------------------*
089600 9000-TERMINATE.
089700     CLOSE PRINT-FILE.
089800 9000-EXIT.
089900     EXIT.
090000*-----------------------------------------------------------*
090100* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN,     *
090200* FIRST CHECKING THAT EACH PREDECESSOR JOB COMPLETED        *
090300* FOR THE SAME BUSINESS DATE (SEE IVTRUN)                   *
090400*-----------------------------------------------------------*
090500 8800-START-RUN-CONTROL.
090600     MOVE SPACES             TO RUN-CONTROL-AREA.
090700     SET RCA-START-RUN       TO TRUE.
090800     MOVE 'IVTAUDTJ'         TO RCA-JOB-NAME.
090900     MOVE 'IVTAUDT'          TO RCA-PROGRAM-ID.
091000     MOVE 'IVTSNPJ'          TO RCA-PREDECESSOR (1).
091100     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
091200 8800-EXIT.
091300     EXIT.
091400*-----------------------------------------------------------*
091500* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
091600* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
091700* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
091800*-----------------------------------------------------------*
091900 8900-END-RUN-CONTROL.
092000     SET RCA-END-RUN         TO TRUE.
092100     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
092200     MOVE 'SNAPREAD'         TO RCA-COUNT-LABEL (1).
092300     MOVE WS-SNAP-READ       TO RCA-COUNT-VALUE (1).
092400     MOVE 'POOLREAD'         TO RCA-COUNT-LABEL (2).
092500     MOVE WS-POOL-READ       TO RCA-COUNT-VALUE (2).
092600     MOVE 'DEPTREAD'         TO RCA-COUNT-LABEL (3).
092700     MOVE WS-DEPT-CODES-READ TO RCA-COUNT-VALUE (3).
092800     MOVE 'EXCEPTNS'         TO RCA-COUNT-LABEL (4).
092900     MOVE WS-EXCEPTION-COUNT TO RCA-COUNT-VALUE (4).
093000     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
093100     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
093200 8900-EXIT.
093300     EXIT.
