000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IVTCHG.
000300 AUTHOR.        R L BRENNAN.
000400 INSTALLATION.  CORPORATE SYSTEMS - VOICE/DATA SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* IVTCHG - MONTHLY TELEPHONY CHARGEBACK BY DEPARTMENT.  RUNS*
000900* AS A DL/I BATCH PROGRAM (PSB IVTPSB11, READ-ONLY EXTDB)   *
001000* AFTER IVTSNPJ, READING THE NIGHTLY IVTSNP SNAPSHOT FILE   *
001100* (SNAPIN - SEE IVTSNPD COPYBOOK) AND PRICING EVERY NUMBER  *
001200* EACH EMPLOYEE HOLDS AGAINST FINANCE'S RATE TABLE (RATEIN -*
001300* SEE IVTRATD COPYBOOK):                                    *
001400*   - THE PRIMARY EXTENSION IS PRICED BY THE LINE TYPE      *
001500*     (XM-TYPE-CODE) ITS NUMBER CARRIES ON THE EXTDB POOL   *
001600*   - EACH PHNSEG MOBILE, FAX AND SECOND DESK NUMBER IS     *
001700*     PRICED BY ITS PHONE TYPE                              *
001800* EVERY SNAPSHOT ROOT IS CHARGED WHATEVER ITS STATUS - A    *
001900* NUMBER IS HELD UNTIL IVTSWP PURGES THE EMPLOYEE.  THE     *
002000* CHARGES ARE SORTED BY DEPARTMENT AND PRINTED WITH A LINE  *
002100* PER PRICED ITEM, DEPARTMENT SUBTOTALS AND GRAND TOTALS;   *
002200* EMPLOYEES WITH NO DEPTSEG CHILD FALL INTO A TRAILING      *
002300* UNALLOCATED GROUP.  ONE GL INTERFACE RECORD (GLOUT - SEE  *
002400* IVTGLID COPYBOOK) IS WRITTEN PER DEPARTMENT AND COST      *
002500* ELEMENT.  A NUMBER THAT CANNOT BE PRICED (NOT ON THE POOL,*
002600* OR NO RATE FOR ITS TYPE) IS LISTED IN ITS DEPARTMENT AND  *
002700* NOT CHARGED.  THE PRIMARY EXTENSIONS FOUND ASSIGNED ON THE*
002800* POOL ARE TIED TO THE POOL'S ASSIGNED COUNT; AN UNPRICED   *
002900* NUMBER OR A TIE THAT FAILS ENDS THE RUN WITH RC=8, AND A  *
003000* RATE TABLE THAT FAILS ITS EDITS ENDS IT WITH RC=16 AND NO *
003100* GL RECORDS.                                               *
003200* A SYSIN CONTROL CARD CARRIES THE CHARGEBACK PERIOD:       *
003300*   COLS 1-6  PERIOD AS CCYYMM (BLANK = THE RUN MONTH)      *
003400*-----------------------------------------------------------*
003500* MODIFICATION HISTORY                                      *
003600* ----------------------------------------------------------*
003700* DATE       BY    DESCRIPTION                              *
003800* ---------- ----- -------------------------------------------
003900* 2026-10-15 RLB   ORIGINAL PROGRAM                         *
004000*-----------------------------------------------------------*
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.  IBM-370.
004400 OBJECT-COMPUTER.  IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO SYSIN.
004800     SELECT SNAP-FILE        ASSIGN TO SNAPIN.
004900     SELECT RATE-FILE        ASSIGN TO RATEIN.
005000     SELECT GL-FILE          ASSIGN TO GLOUT.
005100     SELECT SORT-FILE        ASSIGN TO SORTWK1.
005200     SELECT PRINT-FILE       ASSIGN TO PRTFILE.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CONTROL-CARD-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  CONTROL-CARD-RECORD.
005900     05  CC-PERIOD.
006000         10  CC-PERIOD-YEAR      PIC 9(04).
006100         10  CC-PERIOD-MONTH     PIC 9(02).
006200     05  FILLER                  PIC X(74).
006300 FD  SNAP-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 COPY IVTSNPD.
006700 FD  RATE-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 01  RATE-CARD                   PIC X(80).
007100 FD  GL-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  GL-RECORD                   PIC X(80).
007500 SD  SORT-FILE.
007600 01  SORT-RECORD.
007700     05  SR-DEPT-CODE            PIC X(05).
007800     05  SR-RATE-INDEX           PIC 9(03).
007900     05  SR-EMPLOYEE-ID          PIC X(09).
008000     05  SR-DEPT-NAME            PIC X(20).
008100     05  SR-NUMBER               PIC X(10).
008200     05  SR-ITEM-CLASS           PIC X(01).
008300     05  SR-ITEM-CODE            PIC X(01).
008400     05  SR-REASON               PIC X(01).
008500         88  SR-PRICED                 VALUE SPACE.
008600         88  SR-NOT-ON-POOL            VALUE 'P'.
008700         88  SR-NO-RATE                VALUE 'R'.
008800 FD  PRINT-FILE
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 01  PRINT-LINE                  PIC X(133).
009200 WORKING-STORAGE SECTION.
009300*-----------------------------------------------------------*
009400* DL/I FUNCTION CODES AND SEGMENT SEARCH ARGUMENTS          *
009500*-----------------------------------------------------------*
009600 01  DLI-FUNCTIONS.
009700     05  FUNC-GU                 PIC X(04) VALUE 'GU  '.
009800     05  FUNC-GN                 PIC X(04) VALUE 'GN  '.
009900 01  EXTMSEG-SSA-UNQUAL          PIC X(09) VALUE 'EXTMSEG  '.
010000 01  EXTMSEG-SSA-QUAL.
010100     05  XQ-SEG-NAME             PIC X(08) VALUE 'EXTMSEG '.
010200     05  XQ-LPAREN               PIC X(01) VALUE '('.
010300     05  XQ-FIELD-NAME           PIC X(08) VALUE 'XMNUM   '.
010400     05  XQ-OPERATOR             PIC X(02) VALUE ' ='.
010500     05  XQ-KEY-VALUE            PIC X(10).
010600     05  XQ-RPAREN               PIC X(01) VALUE ')'.
010700*-----------------------------------------------------------*
010800* WORKING COPY OF THE EXTENSION POOL MASTER SEGMENT         *
010900*-----------------------------------------------------------*
011000 COPY IVTEXTM.
011100*-----------------------------------------------------------*
011200* RATE TABLE CARD AND GL INTERFACE RECORDS                  *
011300*-----------------------------------------------------------*
011400 COPY IVTRATD.
011500 COPY IVTGLID.
011600*-----------------------------------------------------------*
011700* SWITCHES AND CONTROL VALUES                               *
011800*-----------------------------------------------------------*
011900 01  WS-SWITCHES.
012000     05  WS-PHON-EOF-SW          PIC X(01) VALUE 'N'.
012100         88  WS-PHON-EOF                  VALUE 'Y'.
012200     05  WS-EXT-EOF-SW           PIC X(01) VALUE 'N'.
012300         88  WS-EXT-EOF                   VALUE 'Y'.
012400     05  WS-RATE-EOF-SW          PIC X(01) VALUE 'N'.
012500         88  WS-RATE-EOF                  VALUE 'Y'.
012600     05  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
012700         88  WS-SORT-EOF                  VALUE 'Y'.
012800     05  WS-FIRST-GROUP-SW       PIC X(01) VALUE 'Y'.
012900         88  WS-FIRST-GROUP               VALUE 'Y'.
013000 01  WS-CONTROL-VALUES.
013100     05  WS-PERIOD               PIC X(06).
013200     05  WS-LOOKUP-CLASS         PIC X(01).
013300     05  WS-LOOKUP-CODE          PIC X(01).
013400     05  WS-LOOKUP-ELEMENT       PIC X(08).
013500*-----------------------------------------------------------*
013600* RATE TABLE - ONE ENTRY PER ACCEPTED RATE CARD, CARRYING   *
013700* THE SUBSCRIPT OF ITS COST ELEMENT AND THE QUANTITIES FOR  *
013800* THE CURRENT DEPARTMENT AND FOR THE RUN.  THE COST ELEMENT *
013900* TABLE HOLDS THE CURRENT DEPARTMENT'S QUANTITY AND AMOUNT  *
014000* PER ELEMENT FOR THE GL RECORDS                            *
014100*-----------------------------------------------------------*
014200 01  WS-SUBSCRIPTS.
014300     05  WS-RT-INDEX             PIC S9(04) COMP.
014400     05  WS-RT-USED              PIC S9(04) COMP VALUE ZERO.
014500     05  WS-RT-THIS              PIC S9(04) COMP VALUE ZERO.
014600     05  WS-CE-INDEX             PIC S9(04) COMP.
014700     05  WS-CE-USED              PIC S9(04) COMP VALUE ZERO.
014800     05  WS-CE-THIS              PIC S9(04) COMP VALUE ZERO.
014900     05  WS-SLOT-INDEX           PIC S9(04) COMP.
015000 01  WS-RATE-TABLE.
015100     05  WS-RT-ENTRY             OCCURS 50 TIMES.
015200         10  WS-RT-CLASS         PIC X(01).
015300         10  WS-RT-CODE          PIC X(01).
015400         10  WS-RT-COST-ELEMENT  PIC X(08).
015500         10  WS-RT-DESCRIPTION   PIC X(20).
015600         10  WS-RT-RATE          PIC 9(05)V99.
015700         10  WS-RT-CE            PIC S9(04) COMP.
015800         10  WS-RT-GROUP-QTY     PIC 9(07).
015900         10  WS-RT-TOTAL-QTY     PIC 9(07).
016000 01  WS-ELEMENT-TABLE.
016100     05  WS-CE-ENTRY             OCCURS 50 TIMES.
016200         10  WS-CE-COST-ELEMENT  PIC X(08).
016300         10  WS-CE-GROUP-QTY     PIC 9(07).
016400         10  WS-CE-GROUP-AMOUNT  PIC 9(09)V99.
016500*-----------------------------------------------------------*
016600* DEPARTMENT GROUP CONTROL, COUNTERS AND AMOUNTS            *
016700*-----------------------------------------------------------*
016800 01  WS-GROUP-CONTROL.
016900     05  WS-PREV-DEPT-CODE       PIC X(05) VALUE SPACES.
017000     05  WS-PREV-DEPT-NAME       PIC X(20) VALUE SPACES.
017100     05  WS-GROUP-QTY            PIC 9(07) VALUE ZERO.
017200     05  WS-GROUP-AMOUNT         PIC 9(11)V99 VALUE ZERO.
017300     05  WS-LINE-AMOUNT          PIC 9(11)V99 VALUE ZERO.
017400 01  WS-COUNTERS.
017500     05  WS-PAGE-NUMBER          PIC 9(05) VALUE ZERO.
017600     05  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
017700     05  WS-LINES-PER-PAGE       PIC 9(03) VALUE 55.
017800     05  WS-RATE-CARDS           PIC 9(05) VALUE ZERO.
017900     05  WS-RATE-ERRORS          PIC 9(05) VALUE ZERO.
018000     05  WS-EMPLOYEE-COUNT       PIC 9(07) VALUE ZERO.
018100     05  WS-DEPT-COUNT           PIC 9(05) VALUE ZERO.
018200     05  WS-CHARGED-COUNT        PIC 9(07) VALUE ZERO.
018300     05  WS-UNCHARGED-COUNT      PIC 9(07) VALUE ZERO.
018400     05  WS-POOL-ASSIGNED        PIC 9(07) VALUE ZERO.
018500     05  WS-PRIMARY-ON-POOL      PIC 9(07) VALUE ZERO.
018600     05  WS-POOL-DIFFERENCE      PIC S9(07) VALUE ZERO.
018700     05  WS-GL-RECORDS           PIC 9(07) VALUE ZERO.
018800     05  WS-GRAND-QTY            PIC 9(07) VALUE ZERO.
018900     05  WS-GRAND-AMOUNT         PIC 9(11)V99 VALUE ZERO.
019000 01  WS-CURRENT-DATE.
019100     05  WS-CURRENT-YYYYMMDD     PIC 9(08).
019200 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
019300     05  WS-CURRENT-YYYYMM       PIC X(06).
019400     05  FILLER                  PIC X(02).
019500*-----------------------------------------------------------*
019600* REPORT LINE LAYOUTS                                       *
019700*-----------------------------------------------------------*
019800 01  HDG-LINE-1.
019900     05  FILLER                  PIC X(01) VALUE SPACE.
020000     05  FILLER                  PIC X(36)
020100         VALUE 'TELEPHONY CHARGEBACK BY DEPARTMENT'.
020200     05  FILLER                  PIC X(08) VALUE 'PERIOD: '.
020300     05  HDG-PERIOD              PIC X(06).
020400     05  FILLER                  PIC X(20) VALUE SPACES.
020500     05  FILLER                  PIC X(05) VALUE 'PAGE '.
020600     05  HDG-PAGE-NUMBER         PIC ZZZZ9.
020700 01  HDG-LINE-2.
020800     05  FILLER                  PIC X(01) VALUE SPACE.
020900     05  FILLER                  PIC X(14) VALUE 'ITEM'.
021000     05  FILLER                  PIC X(02) VALUE SPACES.
021100     05  FILLER                  PIC X(08) VALUE 'COST ELM'.
021200     05  FILLER                  PIC X(02) VALUE SPACES.
021300     05  FILLER                  PIC X(20) VALUE 'DESCRIPTION'.
021400     05  FILLER                  PIC X(02) VALUE SPACES.
021500     05  FILLER                  PIC X(07) VALUE '    QTY'.
021600     05  FILLER                  PIC X(02) VALUE SPACES.
021700     05  FILLER                  PIC X(09) VALUE '     RATE'.
021800     05  FILLER                  PIC X(02) VALUE SPACES.
021900     05  FILLER                  PIC X(17)
022000         VALUE '           AMOUNT'.
022100 01  HDG-LINE-3.
022200     05  FILLER                  PIC X(01) VALUE SPACE.
022300     05  FILLER                  PIC X(14) VALUE ALL '-'.
022400     05  FILLER                  PIC X(02) VALUE SPACES.
022500     05  FILLER                  PIC X(08) VALUE ALL '-'.
022600     05  FILLER                  PIC X(02) VALUE SPACES.
022700     05  FILLER                  PIC X(20) VALUE ALL '-'.
022800     05  FILLER                  PIC X(02) VALUE SPACES.
022900     05  FILLER                  PIC X(07) VALUE ALL '-'.
023000     05  FILLER                  PIC X(02) VALUE SPACES.
023100     05  FILLER                  PIC X(09) VALUE ALL '-'.
023200     05  FILLER                  PIC X(02) VALUE SPACES.
023300     05  FILLER                  PIC X(17) VALUE ALL '-'.
023400 01  GROUP-HDG-LINE.
023500     05  FILLER                  PIC X(01) VALUE SPACE.
023600     05  FILLER                  PIC X(06) VALUE 'DEPT: '.
023700     05  GRP-DEPT-CODE           PIC X(05).
023800     05  FILLER                  PIC X(02) VALUE SPACES.
023900     05  GRP-DEPT-NAME           PIC X(20).
024000 01  UNALLOCATED-HDG-LINE.
024100     05  FILLER                  PIC X(01) VALUE SPACE.
024200     05  FILLER                  PIC X(33)
024300         VALUE 'UNALLOCATED (NO DEPARTMENT HELD)'.
024400 01  DETAIL-LINE.
024500     05  FILLER                  PIC X(01) VALUE SPACE.
024600     05  DET-ITEM                PIC X(14).
024700     05  FILLER                  PIC X(02) VALUE SPACES.
024800     05  DET-COST-ELEMENT        PIC X(08).
024900     05  FILLER                  PIC X(02) VALUE SPACES.
025000     05  DET-DESCRIPTION         PIC X(20).
025100     05  FILLER                  PIC X(02) VALUE SPACES.
025200     05  DET-QUANTITY            PIC ZZZ,ZZ9.
025300     05  FILLER                  PIC X(02) VALUE SPACES.
025400     05  DET-RATE                PIC ZZ,ZZ9.99.
025500     05  FILLER                  PIC X(02) VALUE SPACES.
025600     05  DET-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
025700 01  EXCEPTION-LINE.
025800     05  FILLER                  PIC X(01) VALUE SPACE.
025900     05  FILLER                  PIC X(14) VALUE 'NOT CHARGED'.
026000     05  FILLER                  PIC X(02) VALUE SPACES.
026100     05  EXC-EMPLOYEE-ID         PIC X(09).
026200     05  FILLER                  PIC X(02) VALUE SPACES.
026300     05  EXC-NUMBER              PIC X(10).
026400     05  FILLER                  PIC X(02) VALUE SPACES.
026500     05  EXC-ITEM                PIC X(14).
026600     05  FILLER                  PIC X(02) VALUE SPACES.
026700     05  EXC-REASON              PIC X(30).
026800 01  RATE-ERROR-LINE.
026900     05  FILLER                  PIC X(01) VALUE SPACE.
027000     05  FILLER                  PIC X(20)
027100         VALUE 'RATE CARD REJECTED: '.
027200     05  ERR-CARD-IMAGE          PIC X(37).
027300     05  FILLER                  PIC X(02) VALUE SPACES.
027400     05  ERR-REASON              PIC X(30).
027500 01  SUBTOTAL-LINE.
027600     05  FILLER                  PIC X(01) VALUE SPACE.
027700     05  SUB-LABEL               PIC X(48).
027800     05  SUB-QUANTITY            PIC ZZZ,ZZ9.
027900     05  FILLER                  PIC X(13) VALUE SPACES.
028000     05  SUB-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
028100 01  GRAND-HDG-LINE.
028200     05  FILLER                  PIC X(01) VALUE SPACE.
028300     05  FILLER                  PIC X(30)
028400         VALUE 'GRAND TOTALS BY PRICED ITEM'.
028500 01  TOTAL-LINE.
028600     05  FILLER                  PIC X(01) VALUE SPACE.
028700     05  TOT-LABEL               PIC X(30).
028800     05  TOT-COUNT               PIC -ZZZ,ZZ9.
028900     05  FILLER                  PIC X(02) VALUE SPACES.
029000     05  TOT-NOTE                PIC X(30).
029100*-----------------------------------------------------------*
029200* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
029300*-----------------------------------------------------------*
029400 COPY IVTRUNA.
029500 LINKAGE SECTION.
029600 COPY IVTPCBE.
029700 PROCEDURE DIVISION.
029800 ENTRY 'DLITCBL' USING EXTDB-PCB.
029900*-----------------------------------------------------------*
030000* 0000-MAINLINE                                             *
030100*-----------------------------------------------------------*
030200 0000-MAINLINE.
030300     PERFORM 8800-START-RUN-CONTROL
030400         THRU 8800-EXIT.
030500     IF RCA-PREDECESSOR-MISSING
030600         MOVE RCA-RETURN-CODE TO RETURN-CODE
030700         GOBACK
030800     END-IF.
030900     PERFORM 1000-INITIALIZE
031000         THRU 1000-EXIT.
031100     PERFORM 1100-LOAD-RATES
031200         THRU 1100-EXIT.
031300     IF WS-RATE-ERRORS > ZERO
031400         PERFORM 7800-PRINT-RATE-COUNTS
031500             THRU 7800-EXIT
031510*        THE NEW GLOUT GENERATION IS CATALOGED EVEN SO - OPEN
031520*        AND CLOSE IT SO IT HOLDS AN END OF FILE AND NOTHING ELSE
031530         OPEN OUTPUT GL-FILE
031540         CLOSE GL-FILE
031600         PERFORM 9000-TERMINATE
031700             THRU 9000-EXIT
031800         MOVE 16 TO RETURN-CODE
031900         PERFORM 8900-END-RUN-CONTROL
032000             THRU 8900-EXIT
032100         GOBACK
032200     END-IF.
032300     PERFORM 1500-COUNT-POOL
032400         THRU 1500-EXIT.
032500     OPEN INPUT SNAP-FILE.
032600     OPEN OUTPUT GL-FILE.
032700     PERFORM 5000-WRITE-GL-HEADER
032800         THRU 5000-EXIT.
032900     SORT SORT-FILE
033000         ON ASCENDING KEY SR-DEPT-CODE
033100                          SR-RATE-INDEX
033200                          SR-EMPLOYEE-ID
033300         INPUT PROCEDURE 2000-EXTRACT-CHARGES
033400             THRU 2000-EXIT
033500         OUTPUT PROCEDURE 3000-PRINT-CHARGEBACK
033600             THRU 3000-EXIT.
033700     PERFORM 5100-WRITE-GL-TRAILER
033800         THRU 5100-EXIT.
033900     CLOSE GL-FILE.
034000     CLOSE SNAP-FILE.
034100     PERFORM 7000-PRINT-TOTALS
034200         THRU 7000-EXIT.
034300     PERFORM 9000-TERMINATE
034400         THRU 9000-EXIT.
034500     IF WS-UNCHARGED-COUNT > ZERO
034600         OR WS-POOL-DIFFERENCE NOT = ZERO
034700         MOVE 8 TO RETURN-CODE
034800     END-IF.
034900     PERFORM 8900-END-RUN-CONTROL
035000         THRU 8900-EXIT.
035100     GOBACK.
035200*-----------------------------------------------------------*
035300* 1000-INITIALIZE - READ THE PERIOD CONTROL CARD (A BLANK   *
035400* CARD OR MISSING SYSIN DD CHARGES THE RUN MONTH) AND START *
035500* THE REPORT                                                *
035600*-----------------------------------------------------------*
035700 1000-INITIALIZE.
035800     OPEN OUTPUT PRINT-FILE.
035900     MOVE WS-LINES-PER-PAGE  TO WS-LINE-COUNT.
036000     MOVE SPACES             TO CONTROL-CARD-RECORD.
036100     OPEN INPUT CONTROL-CARD-FILE.
036200     READ CONTROL-CARD-FILE
036300         AT END
036400             MOVE SPACES     TO CONTROL-CARD-RECORD
036500     END-READ.
036600     CLOSE CONTROL-CARD-FILE.
036700     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
036800     MOVE WS-CURRENT-YYYYMM  TO WS-PERIOD.
036900     IF CC-PERIOD IS NUMERIC
037000         AND CC-PERIOD-MONTH > ZERO
037100         AND CC-PERIOD-MONTH < 13
037200         MOVE CC-PERIOD      TO WS-PERIOD
037300     END-IF.
037400     MOVE WS-PERIOD          TO HDG-PERIOD.
037500 1000-EXIT.
037600     EXIT.
037700*-----------------------------------------------------------*
037800* 1100-LOAD-RATES - READ AND EDIT EVERY RATE CARD INTO THE  *
037900* RATE TABLE, LISTING EACH CARD REJECTED.  ANY REJECTED     *
038000* CARD, OR NO RATES AT ALL, STOPS THE RUN BEFORE ANYTHING   *
038100* IS CHARGED                                                *
038200*-----------------------------------------------------------*
038300 1100-LOAD-RATES.
038400     OPEN INPUT RATE-FILE.
038500     PERFORM 1150-LOAD-ONE-CARD
038600         THRU 1150-EXIT
038700         UNTIL WS-RATE-EOF.
038800     CLOSE RATE-FILE.
038900     IF WS-RT-USED = ZERO
039000         AND WS-RATE-ERRORS = ZERO
039100         MOVE SPACES         TO ERR-CARD-IMAGE
039200         MOVE 'NO RATE CARDS ON RATEIN'
039300                             TO ERR-REASON
039400         ADD 1               TO WS-RATE-ERRORS
039500         PERFORM 4200-WRITE-RATE-ERROR
039600             THRU 4200-EXIT
039700     END-IF.
039800 1100-EXIT.
039900     EXIT.
040000*-----------------------------------------------------------*
040100* 1150-LOAD-ONE-CARD - COMMENT CARDS ARE SKIPPED            *
040200*-----------------------------------------------------------*
040300 1150-LOAD-ONE-CARD.
040400     READ RATE-FILE INTO RATE-TABLE-RECORD
040500         AT END
040600             SET WS-RATE-EOF TO TRUE
040700             GO TO 1150-EXIT
040800     END-READ.
040900     IF RT-COMMENT-CARD
041000         GO TO 1150-EXIT
041100     END-IF.
041200     ADD 1                   TO WS-RATE-CARDS.
041300     PERFORM 1200-EDIT-ONE-CARD
041400         THRU 1200-EXIT.
041500 1150-EXIT.
041600     EXIT.
041700*-----------------------------------------------------------*
041800* 1200-EDIT-ONE-CARD - FIELD EDITS AND NO CLASS AND CODE    *
041900* PRICED TWICE, THEN STORE THE RATE AND LINK IT TO ITS COST *
042000* ELEMENT.  ERR-REASON CARRIES THE REJECTION                *
042100*-----------------------------------------------------------*
042200 1200-EDIT-ONE-CARD.
042300     IF NOT RT-LINE-TYPE
042400         AND NOT RT-PHONE-TYPE
042500         MOVE 'CLASS MUST BE L OR P'
042600                             TO ERR-REASON
042700         GO TO 1200-ERROR
042800     END-IF.
042900     IF RT-PHONE-TYPE
043000         AND RT-ELEMENT-CODE NOT = 'M'
043100         AND RT-ELEMENT-CODE NOT = 'F'
043200         AND RT-ELEMENT-CODE NOT = 'D'
043300         MOVE 'PHONE TYPE MUST BE M, F OR D'
043400                             TO ERR-REASON
043500         GO TO 1200-ERROR
043600     END-IF.
043700     IF RT-COST-ELEMENT = SPACES
043800         MOVE 'COST ELEMENT IS REQUIRED'
043900                             TO ERR-REASON
044000         GO TO 1200-ERROR
044100     END-IF.
044200     IF RT-MONTHLY-RATE IS NOT NUMERIC
044300         MOVE 'MONTHLY RATE IS NOT NUMERIC'
044400                             TO ERR-REASON
044500         GO TO 1200-ERROR
044600     END-IF.
044700     MOVE RT-ELEMENT-CLASS   TO WS-LOOKUP-CLASS.
044800     MOVE RT-ELEMENT-CODE    TO WS-LOOKUP-CODE.
044900     PERFORM 1300-FIND-RATE
045000         THRU 1300-EXIT.
045100     IF WS-RT-THIS NOT = ZERO
045200         MOVE 'CLASS AND CODE ALREADY PRICED'
045300                             TO ERR-REASON
045400         GO TO 1200-ERROR
045500     END-IF.
045600     IF WS-RT-USED NOT < 50
045700         MOVE 'RATE TABLE FULL (50 ITEMS)'
045800                             TO ERR-REASON
045900         GO TO 1200-ERROR
046000     END-IF.
046100     MOVE RT-COST-ELEMENT    TO WS-LOOKUP-ELEMENT.
046200     PERFORM 1400-ADD-COST-ELEMENT
046300         THRU 1400-EXIT.
046400     IF WS-CE-THIS = ZERO
046500         MOVE 'COST ELEMENT TABLE FULL (50)'
046600                             TO ERR-REASON
046700         GO TO 1200-ERROR
046800     END-IF.
046900     ADD 1                   TO WS-RT-USED.
047000     MOVE RT-ELEMENT-CLASS   TO WS-RT-CLASS (WS-RT-USED).
047100     MOVE RT-ELEMENT-CODE    TO WS-RT-CODE (WS-RT-USED).
047200     MOVE RT-COST-ELEMENT    TO WS-RT-COST-ELEMENT (WS-RT-USED).
047300     MOVE RT-DESCRIPTION     TO WS-RT-DESCRIPTION (WS-RT-USED).
047400     MOVE RT-MONTHLY-RATE    TO WS-RT-RATE (WS-RT-USED).
047500     MOVE WS-CE-THIS         TO WS-RT-CE (WS-RT-USED).
047600     MOVE ZERO               TO WS-RT-GROUP-QTY (WS-RT-USED).
047700     MOVE ZERO               TO WS-RT-TOTAL-QTY (WS-RT-USED).
047800     GO TO 1200-EXIT.
047900 1200-ERROR.
048000     ADD 1                   TO WS-RATE-ERRORS.
048100     MOVE RATE-TABLE-RECORD  TO ERR-CARD-IMAGE.
048200     PERFORM 4200-WRITE-RATE-ERROR
048300         THRU 4200-EXIT.
048400 1200-EXIT.
048500     EXIT.
048600*-----------------------------------------------------------*
048700* 1300-FIND-RATE - WS-RT-THIS IS SET TO THE RATE TABLE      *
048800* ENTRY FOR WS-LOOKUP-CLASS/CODE, OR ZERO WHEN NONE         *
048900*-----------------------------------------------------------*
049000 1300-FIND-RATE.
049100     MOVE ZERO               TO WS-RT-THIS.
049200     PERFORM 1350-CHECK-ONE-RATE
049300         THRU 1350-EXIT
049400         VARYING WS-RT-INDEX FROM 1 BY 1
049500         UNTIL WS-RT-INDEX > WS-RT-USED
049600             OR WS-RT-THIS NOT = ZERO.
049700 1300-EXIT.
049800     EXIT.
049900*-----------------------------------------------------------*
050000* 1350-CHECK-ONE-RATE                                       *
050100*-----------------------------------------------------------*
050200 1350-CHECK-ONE-RATE.
050300     IF WS-RT-CLASS (WS-RT-INDEX) = WS-LOOKUP-CLASS
050400         AND WS-RT-CODE (WS-RT-INDEX) = WS-LOOKUP-CODE
050500         MOVE WS-RT-INDEX    TO WS-RT-THIS
050600     END-IF.
050700 1350-EXIT.
050800     EXIT.
050900*-----------------------------------------------------------*
051000* 1400-ADD-COST-ELEMENT - WS-CE-THIS IS SET TO THE COST     *
051100* ELEMENT TABLE ENTRY FOR WS-LOOKUP-ELEMENT, ADDING IT WHEN *
051200* NEW; ZERO WHEN THE TABLE IS FULL                          *
051300*-----------------------------------------------------------*
051400 1400-ADD-COST-ELEMENT.
051500     MOVE ZERO               TO WS-CE-THIS.
051600     PERFORM 1450-CHECK-ONE-ELEMENT
051700         THRU 1450-EXIT
051800         VARYING WS-CE-INDEX FROM 1 BY 1
051900         UNTIL WS-CE-INDEX > WS-CE-USED
052000             OR WS-CE-THIS NOT = ZERO.
052100     IF WS-CE-THIS NOT = ZERO
052200         GO TO 1400-EXIT
052300     END-IF.
052400     IF WS-CE-USED NOT < 50
052500         GO TO 1400-EXIT
052600     END-IF.
052700     ADD 1                   TO WS-CE-USED.
052800     MOVE WS-LOOKUP-ELEMENT  TO WS-CE-COST-ELEMENT (WS-CE-USED).
052900     MOVE ZERO               TO WS-CE-GROUP-QTY (WS-CE-USED).
053000     MOVE ZERO               TO WS-CE-GROUP-AMOUNT (WS-CE-USED).
053100     MOVE WS-CE-USED         TO WS-CE-THIS.
053200 1400-EXIT.
053300     EXIT.
053400*-----------------------------------------------------------*
053500* 1450-CHECK-ONE-ELEMENT                                    *
053600*-----------------------------------------------------------*
053700 1450-CHECK-ONE-ELEMENT.
053800     IF WS-CE-COST-ELEMENT (WS-CE-INDEX) = WS-LOOKUP-ELEMENT
053900         MOVE WS-CE-INDEX    TO WS-CE-THIS
054000     END-IF.
054100 1450-EXIT.
054200     EXIT.
054300*-----------------------------------------------------------*
054400* 1500-COUNT-POOL - WALK THE EXTDB POOL COUNTING THE        *
054500* NUMBERS MARKED ASSIGNED, FOR THE TIE TO THE PRIMARY       *
054600* EXTENSIONS CHARGED                                        *
054700*-----------------------------------------------------------*
054800 1500-COUNT-POOL.
054900     PERFORM 1510-GET-NEXT-POOL
055000         THRU 1510-EXIT.
055100     PERFORM 1520-COUNT-ONE-NUMBER
055200         THRU 1520-EXIT
055300         UNTIL WS-EXT-EOF.
055400 1500-EXIT.
055500     EXIT.
055600*-----------------------------------------------------------*
055700* 1510-GET-NEXT-POOL - GN FOR THE NEXT EXTMSEG IN NUMBER    *
055800* SEQUENCE                                                  *
055900*-----------------------------------------------------------*
056000 1510-GET-NEXT-POOL.
056100     CALL 'CBLTDLI' USING FUNC-GN
056200                          EXTDB-PCB
056300                          EXTMSEG-IO-AREA
056400                          EXTMSEG-SSA-UNQUAL.
056500     IF EXTDB-STATUS-CODE NOT = SPACES
056600         SET WS-EXT-EOF      TO TRUE
056700     END-IF.
056800 1510-EXIT.
056900     EXIT.
057000*-----------------------------------------------------------*
057100* 1520-COUNT-ONE-NUMBER                                     *
057200*-----------------------------------------------------------*
057300 1520-COUNT-ONE-NUMBER.
057400     IF XM-ASSIGNED
057500         ADD 1               TO WS-POOL-ASSIGNED
057600     END-IF.
057700     PERFORM 1510-GET-NEXT-POOL
057800         THRU 1510-EXIT.
057900 1520-EXIT.
058000     EXIT.
058100*-----------------------------------------------------------*
058200* 2000-EXTRACT-CHARGES - SORT INPUT PROCEDURE: READ EVERY   *
058300* SNAPSHOT RECORD AND RELEASE ONE SORT RECORD PER NUMBER    *
058400* THE EMPLOYEE HOLDS.  AN EMPLOYEE WITH NO DEPARTMENT GETS  *
058500* HIGH-VALUES AS ITS SORT DEPARTMENT SO THE UNALLOCATED     *
058600* GROUP FALLS TO THE END OF THE REPORT AND THE GL FILE      *
058700*-----------------------------------------------------------*
058800 2000-EXTRACT-CHARGES.
058900     PERFORM 2100-READ-SNAPSHOT
059000         THRU 2100-EXIT.
059100     PERFORM 2200-RELEASE-EMPLOYEE
059200         THRU 2200-EXIT
059300         UNTIL WS-PHON-EOF.
059400 2000-EXIT.
059500     EXIT.
059600*-----------------------------------------------------------*
059700* 2100-READ-SNAPSHOT                                        *
059800*-----------------------------------------------------------*
059900 2100-READ-SNAPSHOT.
060000     READ SNAP-FILE
060100         AT END
060200             SET WS-PHON-EOF TO TRUE
060300     END-READ.
060400 2100-EXIT.
060500     EXIT.
060600*-----------------------------------------------------------*
060700* 2200-RELEASE-EMPLOYEE - THE PRIMARY EXTENSION (WHEN THE   *
060800* ROOT HAS ONE) AND EACH PHONE SLOT IN USE                  *
060900*-----------------------------------------------------------*
061000 2200-RELEASE-EMPLOYEE.
061100     ADD 1                   TO WS-EMPLOYEE-COUNT.
061200     MOVE SNP-EMPLOYEE-ID    TO SR-EMPLOYEE-ID.
061300     IF SNP-HAS-DEPT
061400         MOVE SNP-DEPT-CODE  TO SR-DEPT-CODE
061500         MOVE SNP-DEPT-NAME  TO SR-DEPT-NAME
061600     ELSE
061700         MOVE HIGH-VALUES    TO SR-DEPT-CODE
061800         MOVE SPACES         TO SR-DEPT-NAME
061900     END-IF.
062000     IF SNP-EXTENSION NOT = SPACES
062100         PERFORM 2300-RELEASE-PRIMARY
062200             THRU 2300-EXIT
062300     END-IF.
062400     PERFORM 2400-RELEASE-ONE-PHONE
062500         THRU 2400-EXIT
062600         VARYING WS-SLOT-INDEX FROM 1 BY 1
062700         UNTIL WS-SLOT-INDEX > 3.
062800     PERFORM 2100-READ-SNAPSHOT
062900         THRU 2100-EXIT.
063000 2200-EXIT.
063100     EXIT.
063200*-----------------------------------------------------------*
063300* 2300-RELEASE-PRIMARY - LOOK THE EXTENSION UP ON THE POOL  *
063400* FOR ITS LINE TYPE.  ONE NOT ON THE POOL CANNOT BE PRICED  *
063500*-----------------------------------------------------------*
063600 2300-RELEASE-PRIMARY.
063700     MOVE SNP-EXTENSION      TO SR-NUMBER.
063800     MOVE SNP-EXTENSION      TO XQ-KEY-VALUE.
063900     CALL 'CBLTDLI' USING FUNC-GU
064000                          EXTDB-PCB
064100                          EXTMSEG-IO-AREA
064200                          EXTMSEG-SSA-QUAL.
064300     IF EXTDB-STATUS-CODE NOT = SPACES
064400         MOVE 'L'            TO SR-ITEM-CLASS
064500         MOVE SPACE          TO SR-ITEM-CODE
064600         MOVE ZERO           TO SR-RATE-INDEX
064700         SET SR-NOT-ON-POOL  TO TRUE
064800         RELEASE SORT-RECORD
064900         GO TO 2300-EXIT
065000     END-IF.
065100     IF XM-ASSIGNED
065200         ADD 1               TO WS-PRIMARY-ON-POOL
065300     END-IF.
065400     MOVE 'L'                TO WS-LOOKUP-CLASS.
065500     MOVE XM-TYPE-CODE       TO WS-LOOKUP-CODE.
065600     PERFORM 2500-RELEASE-ITEM
065700         THRU 2500-EXIT.
065800 2300-EXIT.
065900     EXIT.
066000*-----------------------------------------------------------*
066100* 2400-RELEASE-ONE-PHONE                                    *
066200*-----------------------------------------------------------*
066300 2400-RELEASE-ONE-PHONE.
066400     IF SNP-PHONE-NUMBER (WS-SLOT-INDEX) = SPACES
066500         GO TO 2400-EXIT
066600     END-IF.
066700     MOVE SNP-PHONE-NUMBER (WS-SLOT-INDEX) TO SR-NUMBER.
066800     MOVE 'P'                TO WS-LOOKUP-CLASS.
066900     MOVE SNP-PHONE-TYPE (WS-SLOT-INDEX) TO WS-LOOKUP-CODE.
067000     PERFORM 2500-RELEASE-ITEM
067100         THRU 2500-EXIT.
067200 2400-EXIT.
067300     EXIT.
067400*-----------------------------------------------------------*
067500* 2500-RELEASE-ITEM - PRICE THE NUMBER IN SR-NUMBER BY      *
067600* WS-LOOKUP-CLASS/CODE AND RELEASE IT.  AN ITEM WITH NO     *
067700* RATE CARD CARRIES RATE INDEX ZERO                         *
067800*-----------------------------------------------------------*
067900 2500-RELEASE-ITEM.
068000     MOVE WS-LOOKUP-CLASS    TO SR-ITEM-CLASS.
068100     MOVE WS-LOOKUP-CODE     TO SR-ITEM-CODE.
068200     PERFORM 1300-FIND-RATE
068300         THRU 1300-EXIT.
068400     MOVE WS-RT-THIS         TO SR-RATE-INDEX.
068500     IF WS-RT-THIS = ZERO
068600         SET SR-NO-RATE      TO TRUE
068700     ELSE
068800         SET SR-PRICED       TO TRUE
068900     END-IF.
069000     RELEASE SORT-RECORD.
069100 2500-EXIT.
069200     EXIT.
069300*-----------------------------------------------------------*
069400* 3000-PRINT-CHARGEBACK - SORT OUTPUT PROCEDURE: WALK THE   *
069500* DEPARTMENT-SEQUENCED CHARGES, BREAKING ON DEPARTMENT CODE *
069600* TO PRINT EACH GROUP AND WRITE ITS GL RECORDS              *
069700*-----------------------------------------------------------*
069800 3000-PRINT-CHARGEBACK.
069900     PERFORM 3100-RETURN-NEXT
070000         THRU 3100-EXIT.
070100     PERFORM 3200-PROCESS-RETURNED-ITEM
070200         THRU 3200-EXIT
070300         UNTIL WS-SORT-EOF.
070400     IF NOT WS-FIRST-GROUP
070500         PERFORM 3400-CLOSE-GROUP
070600             THRU 3400-EXIT
070700     END-IF.
070800 3000-EXIT.
070900     EXIT.
071000*-----------------------------------------------------------*
071100* 3100-RETURN-NEXT                                          *
071200*-----------------------------------------------------------*
071300 3100-RETURN-NEXT.
071400     RETURN SORT-FILE
071500         AT END
071600             SET WS-SORT-EOF TO TRUE
071700     END-RETURN.
071800 3100-EXIT.
071900     EXIT.
072000*-----------------------------------------------------------*
072100* 3200-PROCESS-RETURNED-ITEM - ON A DEPARTMENT BREAK, CLOSE *
072200* OUT THE PRIOR GROUP AND OPEN THE NEW ONE; THEN COUNT A    *
072300* PRICED ITEM AGAINST ITS RATE, OR LIST AN UNPRICED ONE     *
072400* (THESE SORT FIRST IN THE GROUP, ON RATE INDEX ZERO)       *
072500*-----------------------------------------------------------*
072600 3200-PROCESS-RETURNED-ITEM.
072700     IF WS-FIRST-GROUP
072800         OR SR-DEPT-CODE NOT = WS-PREV-DEPT-CODE
072900         PERFORM 3300-START-NEW-GROUP
073000             THRU 3300-EXIT
073100     END-IF.
073200     IF SR-RATE-INDEX = ZERO
073300         PERFORM 4100-WRITE-EXCEPTION
073400             THRU 4100-EXIT
073500         ADD 1               TO WS-UNCHARGED-COUNT
073600     ELSE
073700         MOVE SR-RATE-INDEX  TO WS-RT-INDEX
073800         ADD 1               TO WS-RT-GROUP-QTY (WS-RT-INDEX)
073900         ADD 1               TO WS-CHARGED-COUNT
074000     END-IF.
074100     PERFORM 3100-RETURN-NEXT
074200         THRU 3100-EXIT.
074300 3200-EXIT.
074400     EXIT.
074500*-----------------------------------------------------------*
074600* 3300-START-NEW-GROUP - CLOSE THE GROUP JUST ENDED AND     *
074700* PRINT THE NEW GROUP'S HEADING                             *
074800*-----------------------------------------------------------*
074900 3300-START-NEW-GROUP.
075000     IF NOT WS-FIRST-GROUP
075100         PERFORM 3400-CLOSE-GROUP
075200             THRU 3400-EXIT
075300     END-IF.
075400     MOVE 'N'                TO WS-FIRST-GROUP-SW.
075500     MOVE SR-DEPT-CODE       TO WS-PREV-DEPT-CODE.
075600     MOVE SR-DEPT-NAME       TO WS-PREV-DEPT-NAME.
075700     ADD 1                   TO WS-DEPT-COUNT.
075800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
075900         PERFORM 4500-PRINT-HEADINGS
076000             THRU 4500-EXIT
076100     END-IF.
076200     IF SR-DEPT-CODE = HIGH-VALUES
076300         WRITE PRINT-LINE    FROM UNALLOCATED-HDG-LINE
076400             AFTER ADVANCING 2 LINES
076500     ELSE
076600         MOVE SR-DEPT-CODE   TO GRP-DEPT-CODE
076700         MOVE SR-DEPT-NAME   TO GRP-DEPT-NAME
076800         WRITE PRINT-LINE    FROM GROUP-HDG-LINE
076900             AFTER ADVANCING 2 LINES
077000     END-IF.
077100     ADD 2                   TO WS-LINE-COUNT.
077200 3300-EXIT.
077300     EXIT.
077400*-----------------------------------------------------------*
077500* 3400-CLOSE-GROUP - PRINT A LINE PER ITEM THE DEPARTMENT   *
077600* HOLDS AND ITS SUBTOTAL, THEN WRITE ONE GL RECORD PER COST *
077700* ELEMENT IT WAS CHARGED                                    *
077800*-----------------------------------------------------------*
077900 3400-CLOSE-GROUP.
078000     MOVE ZERO               TO WS-GROUP-QTY.
078100     MOVE ZERO               TO WS-GROUP-AMOUNT.
078200     PERFORM 3500-PRINT-ONE-ITEM
078300         THRU 3500-EXIT
078400         VARYING WS-RT-INDEX FROM 1 BY 1
078500         UNTIL WS-RT-INDEX > WS-RT-USED.
078600     MOVE 'DEPARTMENT TOTAL' TO SUB-LABEL.
078700     MOVE WS-GROUP-QTY       TO SUB-QUANTITY.
078800     MOVE WS-GROUP-AMOUNT    TO SUB-AMOUNT.
078900     WRITE PRINT-LINE        FROM SUBTOTAL-LINE
079000         AFTER ADVANCING 1 LINE.
079100     ADD 1                   TO WS-LINE-COUNT.
079200     ADD WS-GROUP-QTY        TO WS-GRAND-QTY.
079300     ADD WS-GROUP-AMOUNT     TO WS-GRAND-AMOUNT.
079400     PERFORM 3600-WRITE-ONE-GL-DETAIL
079500         THRU 3600-EXIT
079600         VARYING WS-CE-INDEX FROM 1 BY 1
079700         UNTIL WS-CE-INDEX > WS-CE-USED.
079800 3400-EXIT.
079900     EXIT.
080000*-----------------------------------------------------------*
080100* 3500-PRINT-ONE-ITEM - PRICE ONE RATE ITEM FOR THE GROUP   *
080200* AND ROLL IT INTO THE GROUP, ITS COST ELEMENT AND THE RUN  *
080300* TOTALS                                                    *
080400*-----------------------------------------------------------*
080500 3500-PRINT-ONE-ITEM.
080600     IF WS-RT-GROUP-QTY (WS-RT-INDEX) = ZERO
080700         GO TO 3500-EXIT
080800     END-IF.
080900     COMPUTE WS-LINE-AMOUNT = WS-RT-GROUP-QTY (WS-RT-INDEX)
081000                            * WS-RT-RATE (WS-RT-INDEX).
081100     PERFORM 4300-SET-ITEM-LINE
081200         THRU 4300-EXIT.
081300     MOVE WS-RT-GROUP-QTY (WS-RT-INDEX) TO DET-QUANTITY.
081400     MOVE WS-LINE-AMOUNT     TO DET-AMOUNT.
081500     PERFORM 4000-WRITE-DETAIL
081600         THRU 4000-EXIT.
081700     ADD WS-RT-GROUP-QTY (WS-RT-INDEX) TO WS-GROUP-QTY.
081800     ADD WS-LINE-AMOUNT      TO WS-GROUP-AMOUNT.
081900     ADD WS-RT-GROUP-QTY (WS-RT-INDEX)
082000                             TO WS-RT-TOTAL-QTY (WS-RT-INDEX).
082100     MOVE WS-RT-CE (WS-RT-INDEX) TO WS-CE-THIS.
082200     ADD WS-RT-GROUP-QTY (WS-RT-INDEX)
082300                             TO WS-CE-GROUP-QTY (WS-CE-THIS).
082400     ADD WS-LINE-AMOUNT      TO WS-CE-GROUP-AMOUNT (WS-CE-THIS).
082500     MOVE ZERO               TO WS-RT-GROUP-QTY (WS-RT-INDEX).
082600 3500-EXIT.
082700     EXIT.
082800*-----------------------------------------------------------*
082900* 3600-WRITE-ONE-GL-DETAIL - ONE GL RECORD FOR A COST       *
083000* ELEMENT THE GROUP WAS CHARGED; THE UNALLOCATED GROUP      *
083100* POSTS TO DEPARTMENT 'UNALC'                               *
083200*-----------------------------------------------------------*
083300 3600-WRITE-ONE-GL-DETAIL.
083400     IF WS-CE-GROUP-QTY (WS-CE-INDEX) = ZERO
083500         GO TO 3600-EXIT
083600     END-IF.
083700     MOVE SPACES             TO GL-DETAIL-RECORD.
083800     SET GL-DETAIL           TO TRUE.
083900     MOVE WS-PERIOD          TO GL-DTL-PERIOD.
084000     IF WS-PREV-DEPT-CODE = HIGH-VALUES
084100         SET GL-DTL-UNALLOCATED TO TRUE
084200         MOVE 'UNALLOCATED'  TO GL-DTL-DEPT-NAME
084300     ELSE
084400         MOVE WS-PREV-DEPT-CODE TO GL-DTL-DEPT-CODE
084500         MOVE WS-PREV-DEPT-NAME TO GL-DTL-DEPT-NAME
084600     END-IF.
084700     MOVE WS-CE-COST-ELEMENT (WS-CE-INDEX)
084800                             TO GL-DTL-COST-ELEMENT.
084900     MOVE WS-CE-GROUP-QTY (WS-CE-INDEX)
085000                             TO GL-DTL-QUANTITY.
085100     MOVE WS-CE-GROUP-AMOUNT (WS-CE-INDEX)
085200                             TO GL-DTL-AMOUNT.
085300     WRITE GL-RECORD         FROM GL-DETAIL-RECORD.
085400     ADD 1                   TO WS-GL-RECORDS.
085500     MOVE ZERO               TO WS-CE-GROUP-QTY (WS-CE-INDEX).
085600     MOVE ZERO               TO WS-CE-GROUP-AMOUNT (WS-CE-INDEX).
085700 3600-EXIT.
085800     EXIT.
085900*-----------------------------------------------------------*
086000* 4000-WRITE-DETAIL - WRITE ONE ITEM LINE, BREAKING TO A    *
086100* NEW PAGE WHEN THE CURRENT PAGE IS FULL                    *
086200*-----------------------------------------------------------*
086300 4000-WRITE-DETAIL.
086400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
086500         PERFORM 4500-PRINT-HEADINGS
086600             THRU 4500-EXIT
086700     END-IF.
086800     WRITE PRINT-LINE        FROM DETAIL-LINE
086900         AFTER ADVANCING 1 LINE.
087000     ADD 1                   TO WS-LINE-COUNT.
087100 4000-EXIT.
087200     EXIT.
087300*-----------------------------------------------------------*
087400* 4100-WRITE-EXCEPTION - LIST ONE NUMBER THAT COULD NOT BE  *
087500* PRICED, WITH THE EMPLOYEE HOLDING IT                      *
087600*-----------------------------------------------------------*
087700 4100-WRITE-EXCEPTION.
087800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
087900         PERFORM 4500-PRINT-HEADINGS
088000             THRU 4500-EXIT
088100     END-IF.
088200     MOVE SR-EMPLOYEE-ID     TO EXC-EMPLOYEE-ID.
088300     MOVE SR-NUMBER          TO EXC-NUMBER.
088400     MOVE SPACES             TO EXC-ITEM.
088500     IF SR-NOT-ON-POOL
088600         MOVE 'PRIMARY EXTN' TO EXC-ITEM
088700     END-IF.
088800     IF SR-NO-RATE
088900         AND SR-ITEM-CLASS = 'L'
089000         STRING 'LINE TYPE ' SR-ITEM-CODE
089100             DELIMITED BY SIZE INTO EXC-ITEM
089200     END-IF.
089300     IF SR-ITEM-CLASS = 'P'
089400         STRING 'PHONE TYPE ' SR-ITEM-CODE
089500             DELIMITED BY SIZE INTO EXC-ITEM
089600     END-IF.
089700     IF SR-NOT-ON-POOL
089800         MOVE 'NOT ON THE EXTDB POOL'
089900                             TO EXC-REASON
090000     ELSE
090100         MOVE 'NO RATE ON FILE FOR THIS TYPE'
090200                             TO EXC-REASON
090300     END-IF.
090400     WRITE PRINT-LINE        FROM EXCEPTION-LINE
090500         AFTER ADVANCING 1 LINE.
090600     ADD 1                   TO WS-LINE-COUNT.
090700 4100-EXIT.
090800     EXIT.
090900*-----------------------------------------------------------*
091000* 4200-WRITE-RATE-ERROR - LIST ONE REJECTED RATE CARD       *
091100*-----------------------------------------------------------*
091200 4200-WRITE-RATE-ERROR.
091300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
091400         PERFORM 4500-PRINT-HEADINGS
091500             THRU 4500-EXIT
091600     END-IF.
091700     WRITE PRINT-LINE        FROM RATE-ERROR-LINE
091800         AFTER ADVANCING 1 LINE.
091900     ADD 1                   TO WS-LINE-COUNT.
092000 4200-EXIT.
092100     EXIT.
092200*-----------------------------------------------------------*
092300* 4300-SET-ITEM-LINE - THE ITEM, COST ELEMENT, DESCRIPTION  *
092400* AND RATE OF RATE TABLE ENTRY WS-RT-INDEX                  *
092500*-----------------------------------------------------------*
092600 4300-SET-ITEM-LINE.
092700     MOVE SPACES             TO DET-ITEM.
092800     IF WS-RT-CLASS (WS-RT-INDEX) = 'L'
092900         STRING 'LINE TYPE ' WS-RT-CODE (WS-RT-INDEX)
093000             DELIMITED BY SIZE INTO DET-ITEM
093100     ELSE
093200         STRING 'PHONE TYPE ' WS-RT-CODE (WS-RT-INDEX)
093300             DELIMITED BY SIZE INTO DET-ITEM
093400     END-IF.
093500     MOVE WS-RT-COST-ELEMENT (WS-RT-INDEX) TO DET-COST-ELEMENT.
093600     MOVE WS-RT-DESCRIPTION (WS-RT-INDEX) TO DET-DESCRIPTION.
093700     MOVE WS-RT-RATE (WS-RT-INDEX) TO DET-RATE.
093800 4300-EXIT.
093900     EXIT.
094000*-----------------------------------------------------------*
094100* 4500-PRINT-HEADINGS - START A NEW PAGE                    *
094200*-----------------------------------------------------------*
094300 4500-PRINT-HEADINGS.
094400     ADD 1                   TO WS-PAGE-NUMBER.
094500     MOVE WS-PAGE-NUMBER     TO HDG-PAGE-NUMBER.
094600     WRITE PRINT-LINE        FROM HDG-LINE-1
094700         AFTER ADVANCING PAGE.
094800     WRITE PRINT-LINE        FROM HDG-LINE-2
094900         AFTER ADVANCING 2 LINES.
095000     WRITE PRINT-LINE        FROM HDG-LINE-3
095100         AFTER ADVANCING 1 LINE.
095200     MOVE ZERO               TO WS-LINE-COUNT.
095300     ADD 3                   TO WS-LINE-COUNT.
095400 4500-EXIT.
095500     EXIT.
095600*-----------------------------------------------------------*
095700* 5000-WRITE-GL-HEADER                                      *
095800*-----------------------------------------------------------*
095900 5000-WRITE-GL-HEADER.
096000     MOVE SPACES             TO GL-HEADER-RECORD.
096100     SET GL-HEADER           TO TRUE.
096200     MOVE 'IVTCHG'           TO GL-HDR-SOURCE.
096300     MOVE WS-PERIOD          TO GL-HDR-PERIOD.
096400     MOVE WS-CURRENT-YYYYMMDD TO GL-HDR-RUN-DATE.
096500     WRITE GL-RECORD         FROM GL-HEADER-RECORD.
096600 5000-EXIT.
096700     EXIT.
096800*-----------------------------------------------------------*
096900* 5100-WRITE-GL-TRAILER - DETAIL COUNT AND TOTAL AMOUNT     *
097000*-----------------------------------------------------------*
097100 5100-WRITE-GL-TRAILER.
097200     MOVE SPACES             TO GL-TRAILER-RECORD.
097300     SET GL-TRAILER          TO TRUE.
097400     MOVE WS-GL-RECORDS      TO GL-TRL-RECORD-COUNT.
097500     MOVE WS-GRAND-AMOUNT    TO GL-TRL-TOTAL-AMOUNT.
097600     WRITE GL-RECORD         FROM GL-TRAILER-RECORD.
097700 5100-EXIT.
097800     EXIT.
097900*-----------------------------------------------------------*
098000* 7000-PRINT-TOTALS - GRAND TOTALS PER PRICED ITEM (EVERY   *
098100* RATE CARD, CHARGED OR NOT), THE GRAND TOTAL, AND THE RUN  *
098200* COUNTS WITH THE TIE OF PRIMARY EXTENSIONS TO THE POOL     *
098300*-----------------------------------------------------------*
098400 7000-PRINT-TOTALS.
098500     PERFORM 4500-PRINT-HEADINGS
098600         THRU 4500-EXIT.
098700     WRITE PRINT-LINE        FROM GRAND-HDG-LINE
098800         AFTER ADVANCING 2 LINES.
098900     ADD 2                   TO WS-LINE-COUNT.
099000     PERFORM 7100-PRINT-ONE-ITEM-TOTAL
099100         THRU 7100-EXIT
099200         VARYING WS-RT-INDEX FROM 1 BY 1
099300         UNTIL WS-RT-INDEX > WS-RT-USED.
099400     MOVE 'GRAND TOTAL'      TO SUB-LABEL.
099500     MOVE WS-GRAND-QTY       TO SUB-QUANTITY.
099600     MOVE WS-GRAND-AMOUNT    TO SUB-AMOUNT.
099700     WRITE PRINT-LINE        FROM SUBTOTAL-LINE
099800         AFTER ADVANCING 1 LINE.
099900     COMPUTE WS-POOL-DIFFERENCE = WS-POOL-ASSIGNED
100000                                - WS-PRIMARY-ON-POOL.
100100     MOVE SPACES             TO TOT-NOTE.
100200     MOVE 'EMPLOYEES ON SNAPSHOT     :' TO TOT-LABEL.
100300     MOVE WS-EMPLOYEE-COUNT  TO TOT-COUNT.
100400     WRITE PRINT-LINE        FROM TOTAL-LINE
100500         AFTER ADVANCING 2 LINES.
100600     MOVE 'DEPARTMENT GROUPS         :' TO TOT-LABEL.
100700     MOVE WS-DEPT-COUNT      TO TOT-COUNT.
100800     WRITE PRINT-LINE        FROM TOTAL-LINE
100900         AFTER ADVANCING 1 LINE.
101000     MOVE 'NUMBERS CHARGED           :' TO TOT-LABEL.
101100     MOVE WS-CHARGED-COUNT   TO TOT-COUNT.
101200     WRITE PRINT-LINE        FROM TOTAL-LINE
101300         AFTER ADVANCING 1 LINE.
101400     MOVE 'NUMBERS NOT CHARGED       :' TO TOT-LABEL.
101500     MOVE WS-UNCHARGED-COUNT TO TOT-COUNT.
101600     WRITE PRINT-LINE        FROM TOTAL-LINE
101700         AFTER ADVANCING 1 LINE.
101800     MOVE 'POOL NUMBERS ASSIGNED     :' TO TOT-LABEL.
101900     MOVE WS-POOL-ASSIGNED   TO TOT-COUNT.
102000     WRITE PRINT-LINE        FROM TOTAL-LINE
102100         AFTER ADVANCING 2 LINES.
102200     MOVE 'PRIMARY EXTNS ON POOL     :' TO TOT-LABEL.
102300     MOVE WS-PRIMARY-ON-POOL TO TOT-COUNT.
102400     WRITE PRINT-LINE        FROM TOTAL-LINE
102500         AFTER ADVANCING 1 LINE.
102600     MOVE 'POOL DIFFERENCE           :' TO TOT-LABEL.
102700     MOVE WS-POOL-DIFFERENCE TO TOT-COUNT.
102800     IF WS-POOL-DIFFERENCE = ZERO
102900         MOVE 'TIES TO THE POOL' TO TOT-NOTE
103000     ELSE
103100         MOVE 'DOES NOT TIE - SEE IVTAUDT' TO TOT-NOTE
103200     END-IF.
103300     WRITE PRINT-LINE        FROM TOTAL-LINE
103400         AFTER ADVANCING 1 LINE.
103500     MOVE SPACES             TO TOT-NOTE.
103600     MOVE 'GL RECORDS WRITTEN        :' TO TOT-LABEL.
103700     MOVE WS-GL-RECORDS      TO TOT-COUNT.
103800     WRITE PRINT-LINE        FROM TOTAL-LINE
103900         AFTER ADVANCING 2 LINES.
104000     PERFORM 7800-PRINT-RATE-COUNTS
104100         THRU 7800-EXIT.
104200 7000-EXIT.
104300     EXIT.
104400*-----------------------------------------------------------*
104500* 7100-PRINT-ONE-ITEM-TOTAL                                 *
104600*-----------------------------------------------------------*
104700 7100-PRINT-ONE-ITEM-TOTAL.
104800     PERFORM 4300-SET-ITEM-LINE
104900         THRU 4300-EXIT.
105000     COMPUTE WS-LINE-AMOUNT = WS-RT-TOTAL-QTY (WS-RT-INDEX)
105100                            * WS-RT-RATE (WS-RT-INDEX).
105200     MOVE WS-RT-TOTAL-QTY (WS-RT-INDEX) TO DET-QUANTITY.
105300     MOVE WS-LINE-AMOUNT     TO DET-AMOUNT.
105400     PERFORM 4000-WRITE-DETAIL
105500         THRU 4000-EXIT.
105600 7100-EXIT.
105700     EXIT.
105800*-----------------------------------------------------------*
105900* 7800-PRINT-RATE-COUNTS - RATE CARDS READ AND REJECTED,    *
106000* WITH THE RUN RESULT WHEN THE TABLE WAS REJECTED           *
106100*-----------------------------------------------------------*
106200 7800-PRINT-RATE-COUNTS.
106300     MOVE SPACES             TO TOT-NOTE.
106400     MOVE 'RATE CARDS READ           :' TO TOT-LABEL.
106500     MOVE WS-RATE-CARDS      TO TOT-COUNT.
106600     WRITE PRINT-LINE        FROM TOTAL-LINE
106700         AFTER ADVANCING 2 LINES.
106800     MOVE 'RATE CARDS REJECTED       :' TO TOT-LABEL.
106900     MOVE WS-RATE-ERRORS     TO TOT-COUNT.
107000     IF WS-RATE-ERRORS > ZERO
107100         MOVE 'NOTHING CHARGED - GLOUT EMPTY' TO TOT-NOTE
107200     END-IF.
107300     WRITE PRINT-LINE        FROM TOTAL-LINE
107400         AFTER ADVANCING 1 LINE.
107500 7800-EXIT.
107600     EXIT.
107700*-----------------------------------------------------------*
107800* 9000-TERMINATE                                            *
107900*-----------------------------------------------------------*
108000 9000-TERMINATE.
108100     CLOSE PRINT-FILE.
108200 9000-EXIT.
108300     EXIT.
108400*-----------------------------------------------------------*
108500* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN,     *
108600* FIRST CHECKING THAT EACH PREDECESSOR JOB COMPLETED        *
108700* FOR THE SAME BUSINESS DATE (SEE IVTRUN)                   *
108800*-----------------------------------------------------------*
108900 8800-START-RUN-CONTROL.
109000     MOVE SPACES             TO RUN-CONTROL-AREA.
109100     SET RCA-START-RUN       TO TRUE.
109200     MOVE 'IVTCHGJ'          TO RCA-JOB-NAME.
109300     MOVE 'IVTCHG'           TO RCA-PROGRAM-ID.
109400     MOVE 'IVTSNPJ'          TO RCA-PREDECESSOR (1).
109500     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
109600 8800-EXIT.
109700     EXIT.
109800*-----------------------------------------------------------*
109900* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
110000* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
110100* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
110200*-----------------------------------------------------------*
110300 8900-END-RUN-CONTROL.
110400     SET RCA-END-RUN         TO TRUE.
110500     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
110600     MOVE 'EMPLOYEE'         TO RCA-COUNT-LABEL (1).
110700     MOVE WS-EMPLOYEE-COUNT  TO RCA-COUNT-VALUE (1).
110800     MOVE 'CHARGED'          TO RCA-COUNT-LABEL (2).
110900     MOVE WS-CHARGED-COUNT   TO RCA-COUNT-VALUE (2).
111000     MOVE 'UNCHARGD'         TO RCA-COUNT-LABEL (3).
111100     MOVE WS-UNCHARGED-COUNT TO RCA-COUNT-VALUE (3).
111200     MOVE 'GLRECS'           TO RCA-COUNT-LABEL (4).
111300     MOVE WS-GL-RECORDS      TO RCA-COUNT-VALUE (4).
111400     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
111500     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
111600 8900-EXIT.
111700     EXIT.
