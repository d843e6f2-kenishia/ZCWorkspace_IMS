000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IVTREOR.
000300 AUTHOR.        R L BRENNAN.
000400 INSTALLATION.  CORPORATE SYSTEMS - VOICE/DATA SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* IVTREOR - DEPARTMENT REORGANIZATION.  RUNS AS A DL/I      *
000900* BATCH PROGRAM WHEN FACILITIES MERGES, SPLITS OR RENUMBERS *
001000* DEPARTMENTS, MOVING THE DEPTSEG CHILD OF EVERY AFFECTED   *
001100* EMPLOYEE IN ONE PASS INSTEAD OF ONE IVTNOM CHNG AT A TIME.*
001200* DRIVEN BY A MAPPING FILE ON REORGIN (LAYOUT IVTREOD):     *
001300*   'DEPT' CARDS MOVE EVERY MEMBER OF AN OLD CODE TO A NEW  *
001400*   CODE; 'EMPL' CARDS MOVE ONE LISTED EMPLOYEE OF A SPLIT  *
001500*   AND OVERRIDE ANY DEPT CARD FOR THE SAME OLD CODE.       *
001600* THE WHOLE MAPPING IS EDITED FIRST - EVERY TARGET MUST BE  *
001700* ACTIVE ON DEPTDB - AND ANY MAPPING ERROR ENDS THE RUN     *
001800* RC=16 WITH NOTHING MOVED.  OTHERWISE EVERY PHONSEG ROOT   *
001900* IS WALKED; A MOVE IS A DLET/ISRT OF THE DEPTSEG CHILD,    *
002000* AS IVTMNT DOES IT, JOURNALED TO PHONJRNL (TRANCDE         *
002100* 'DEPTREORG', IMAGES CARRYING THE OLD AND NEW CODE) SO THE *
002200* IVTNOM HIST COMMAND AND IVTASOF SEE IT.  AN EMPLOYEE      *
002300* ALREADY IN ITS NEW CODE IS LEFT ALONE, SO A RERUN IS SAFE.*
002400* AFTER THE WALK EVERY OLD CODE LEFT WITH NO MEMBERS IS     *
002500* RETIRED ON DEPTDB, AND ANY DEPARTMENT REPORTING TO A CODE *
002600* RETIRED BY A DEPT CARD IS RE-PARENTED TO THAT CARD'S NEW  *
002700* CODE.  BEFORE AND AFTER HEADCOUNTS PRINT FOR EVERY CODE   *
002800* NAMED ON THE MAPPING SO THE REORG CAN BE SIGNED OFF.      *
002900* SYSIN CONTROL CARD:                                       *
003000*   COLS 1-6  'UPDATE' TO APPLY THE REORG.  ANYTHING ELSE,  *
003100*             OR NO CARD, IS A DRY RUN - THE SAME REPORT IS *
003200*             PRINTED SHOWING WHAT WOULD MOVE AND RETIRE,   *
003300*             BUT NOTHING IS UPDATED OR JOURNALED.          *
003400* RETURN CODES: 0 CLEAN, 8 EXCEPTIONS OR DATABASE ERRORS,   *
003500* 16 MAPPING REJECTED.                                      *
003600*-----------------------------------------------------------*
003700* MODIFICATION HISTORY                                      *
003800* ----------------------------------------------------------*
003900* DATE       BY    DESCRIPTION                              *
004000* ---------- ----- -------------------------------------------
004100* 2026-10-15 RLB   ORIGINAL PROGRAM                         *
004130* 2026-10-15 RLB   JOURNAL IMAGES CARRY THE PHONSEG LISTING *
004160*                  CODE                                     *
004200*-----------------------------------------------------------*
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.  IBM-370.
004600 OBJECT-COMPUTER.  IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO SYSIN.
005000     SELECT REORG-MAP-FILE   ASSIGN TO REORGIN.
005100     SELECT PRINT-FILE       ASSIGN TO PRTFILE.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CONTROL-CARD-FILE
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  CONTROL-CARD-RECORD.
005800     05  CC-RUN-MODE             PIC X(06).
005900     05  FILLER                  PIC X(74).
006000 FD  REORG-MAP-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  MAP-RECORD                  PIC X(80).
006400 FD  PRINT-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  PRINT-LINE                  PIC X(133).
006800 WORKING-STORAGE SECTION.
006900*-----------------------------------------------------------*
007000* DL/I FUNCTION CODES AND SEGMENT SEARCH ARGUMENTS          *
007100*-----------------------------------------------------------*
007200 01  DLI-FUNCTIONS.
007300     05  FUNC-GU                 PIC X(04) VALUE 'GU  '.
007400     05  FUNC-GN                 PIC X(04) VALUE 'GN  '.
007500     05  FUNC-GNP                PIC X(04) VALUE 'GNP '.
007600     05  FUNC-ISRT               PIC X(04) VALUE 'ISRT'.
007700     05  FUNC-REPL               PIC X(04) VALUE 'REPL'.
007800     05  FUNC-DLET               PIC X(04) VALUE 'DLET'.
007900 01  PHONSEG-SSA-UNQUAL          PIC X(09) VALUE 'PHONSEG  '.
008000 01  DEPTSEG-SSA-UNQUAL          PIC X(09) VALUE 'DEPTSEG  '.
008100 01  DEPTMSEG-SSA-UNQUAL         PIC X(09) VALUE 'DEPTMSEG '.
008200 01  DEPTMSEG-SSA-QUAL.
008300     05  DQ-SEG-NAME             PIC X(08) VALUE 'DEPTMSEG'.
008400     05  DQ-LPAREN               PIC X(01) VALUE '('.
008500     05  DQ-FIELD-NAME           PIC X(08) VALUE 'DMCODE  '.
008600     05  DQ-OPERATOR             PIC X(02) VALUE ' ='.
008700     05  DQ-KEY-VALUE            PIC X(05).
008800     05  DQ-RPAREN               PIC X(01) VALUE ')'.
008900*-----------------------------------------------------------*
009000* WORKING COPIES OF THE DATABASE SEGMENTS                   *
009100*-----------------------------------------------------------*
009200 COPY IVTSEG.
009300 COPY IVTDEPT.
009400 COPY IVTDPTM.
009500*-----------------------------------------------------------*
009600* REORGANIZATION MAPPING CARD                               *
009700*-----------------------------------------------------------*
009800 COPY IVTREOD.
009900*-----------------------------------------------------------*
010000* CHANGE-JOURNAL RECORD                                     *
010100*-----------------------------------------------------------*
010200 COPY IVTJRNL.
010300*-----------------------------------------------------------*
010400* SWITCHES                                                  *
010500*-----------------------------------------------------------*
010600 01  WS-SWITCHES.
010700     05  WS-RUN-MODE-SW          PIC X(01) VALUE 'D'.
010800         88  WS-UPDATE-RUN                VALUE 'U'.
010900         88  WS-DRY-RUN                   VALUE 'D'.
011000     05  WS-MAP-EOF-SW           PIC X(01) VALUE 'N'.
011100         88  WS-MAP-EOF                   VALUE 'Y'.
011200     05  WS-PHON-EOF-SW          PIC X(01) VALUE 'N'.
011300         88  WS-PHON-EOF                  VALUE 'Y'.
011400     05  WS-DEPT-EOF-SW          PIC X(01) VALUE 'N'.
011500         88  WS-DEPT-EOF                  VALUE 'Y'.
011600     05  WS-CODE-FOUND-SW        PIC X(01) VALUE 'N'.
011700         88  WS-CODE-FOUND                VALUE 'Y'.
011800     05  WS-EMPL-FOUND-SW        PIC X(01) VALUE 'N'.
011900         88  WS-EMPL-FOUND                VALUE 'Y'.
012000*-----------------------------------------------------------*
012100* CODE TABLE - ONE ENTRY PER CODE NAMED ON THE MAPPING,     *
012200* CARRYING ITS DEPTDB MASTER DATA, THE DEPT-CARD TARGET     *
012300* (SUBSCRIPT OF THE NEW CODE'S ENTRY, ZERO WHEN NONE) AND   *
012400* THE BEFORE/OUT/IN HEADCOUNTS                              *
012500*-----------------------------------------------------------*
012600 01  WS-SUBSCRIPTS.
012700     05  WS-CT-INDEX             PIC S9(04) COMP.
012800     05  WS-CT-USED              PIC S9(04) COMP VALUE ZERO.
012900     05  WS-CT-THIS              PIC S9(04) COMP VALUE ZERO.
013000     05  WS-OLD-CT               PIC S9(04) COMP VALUE ZERO.
013100     05  WS-NEW-CT               PIC S9(04) COMP VALUE ZERO.
013200     05  WS-FROM-CT              PIC S9(04) COMP VALUE ZERO.
013300     05  WS-TO-CT                PIC S9(04) COMP VALUE ZERO.
013400     05  WS-EM-INDEX             PIC S9(04) COMP.
013500     05  WS-EM-USED              PIC S9(04) COMP VALUE ZERO.
013600     05  WS-EM-THIS              PIC S9(04) COMP VALUE ZERO.
013700 01  WS-CODE-TABLE.
013800     05  WS-CT-ENTRY             OCCURS 200 TIMES.
013900         10  WS-CT-CODE          PIC X(05).
014000         10  WS-CT-MASTER-SW     PIC X(01).
014100             88  WS-CT-ON-MASTER          VALUE 'Y'.
014200         10  WS-CT-STATUS-CODE   PIC X(01).
014300             88  WS-CT-ACTIVE             VALUE 'A'.
014400             88  WS-CT-RETIRED            VALUE 'I'.
014500         10  WS-CT-DEPT-NAME     PIC X(20).
014600         10  WS-CT-MGR-NAME      PIC X(10).
014700         10  WS-CT-PARENT-CODE   PIC X(05).
014800         10  WS-CT-SOURCE-SW     PIC X(01).
014900             88  WS-CT-IS-SOURCE          VALUE 'Y'.
015000         10  WS-CT-TARGET-SW     PIC X(01).
015100             88  WS-CT-IS-TARGET          VALUE 'Y'.
015200         10  WS-CT-DEPT-TARGET   PIC S9(04) COMP.
015300         10  WS-CT-BEFORE        PIC 9(05).
015400         10  WS-CT-OUT           PIC 9(05).
015500         10  WS-CT-IN            PIC 9(05).
015600         10  WS-CT-RESULT        PIC X(16).
015700*-----------------------------------------------------------*
015800* EMPLOYEE TABLE - ONE ENTRY PER EMPL CARD                  *
015900*-----------------------------------------------------------*
016000 01  WS-EMPLOYEE-TABLE.
016100     05  WS-EM-ENTRY             OCCURS 500 TIMES.
016200         10  WS-EM-EMPLOYEE-ID   PIC X(09).
016300         10  WS-EM-OLD-CT        PIC S9(04) COMP.
016400         10  WS-EM-NEW-CT        PIC S9(04) COMP.
016500         10  WS-EM-FOUND-SW      PIC X(01).
016600             88  WS-EM-FOUND              VALUE 'Y'.
016700 01  WS-WORK-FIELDS.
016800     05  WS-LOOKUP-CODE          PIC X(05).
016900     05  WS-LOOKUP-EMPLOYEE      PIC X(09).
017000     05  WS-NEW-PARENT           PIC X(05).
017100     05  WS-AFTER-COUNT          PIC S9(07).
017200 01  WS-COUNTERS.
017300     05  WS-PAGE-NUMBER          PIC 9(05) VALUE ZERO.
017400     05  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
017500     05  WS-LINES-PER-PAGE       PIC 9(03) VALUE 55.
017600     05  WS-CARDS-READ           PIC 9(07) VALUE ZERO.
017700     05  WS-MAP-ERRORS           PIC 9(07) VALUE ZERO.
017800     05  WS-ROOTS-READ           PIC 9(07) VALUE ZERO.
017900     05  WS-MOVED-COUNT          PIC 9(07) VALUE ZERO.
018000     05  WS-ALREADY-MOVED        PIC 9(07) VALUE ZERO.
018100     05  WS-EXCEPTION-COUNT      PIC 9(07) VALUE ZERO.
018200     05  WS-RETIRED-COUNT        PIC 9(07) VALUE ZERO.
018300     05  WS-REPARENT-COUNT       PIC 9(07) VALUE ZERO.
018400     05  WS-ERROR-COUNT          PIC 9(07) VALUE ZERO.
018500 01  WS-CURRENT-DATE.
018600     05  WS-CURRENT-YYYYMMDD     PIC 9(08).
018700 01  WS-CURRENT-TIME.
018800     05  WS-CURRENT-HHMMSSHH     PIC 9(08).
018900 01  WS-TRANCDE                  PIC X(10) VALUE 'DEPTREORG'.
019000 01  WS-JOB-NAME                 PIC X(08) VALUE 'IVTREORJ'.
019100*-----------------------------------------------------------*
019200* REPORT LINE LAYOUTS                                       *
019300*-----------------------------------------------------------*
019400 01  HDG-LINE-1.
019500     05  FILLER                  PIC X(01) VALUE SPACE.
019600     05  FILLER                  PIC X(30)
019700         VALUE 'DEPARTMENT REORGANIZATION'.
019800     05  HDG-RUN-MODE            PIC X(20).
019900     05  FILLER                  PIC X(20) VALUE SPACES.
020000     05  FILLER                  PIC X(05) VALUE 'PAGE '.
020100     05  HDG-PAGE-NUMBER         PIC ZZZZ9.
020200 01  HDG-LINE-2.
020300     05  FILLER                  PIC X(01) VALUE SPACE.
020400     05  FILLER                  PIC X(09) VALUE 'EMPL ID'.
020500     05  FILLER                  PIC X(02) VALUE SPACES.
020600     05  FILLER                  PIC X(10) VALUE 'LAST NAME'.
020700     05  FILLER                  PIC X(02) VALUE SPACES.
020800     05  FILLER                  PIC X(10) VALUE 'FIRST NAME'.
020900     05  FILLER                  PIC X(02) VALUE SPACES.
021000     05  FILLER                  PIC X(05) VALUE 'OLD'.
021100     05  FILLER                  PIC X(02) VALUE SPACES.
021200     05  FILLER                  PIC X(05) VALUE 'NEW'.
021300     05  FILLER                  PIC X(02) VALUE SPACES.
021400     05  FILLER                  PIC X(14) VALUE 'ACTION'.
021500     05  FILLER                  PIC X(02) VALUE SPACES.
021600     05  FILLER                  PIC X(40) VALUE 'NOTE'.
021700 01  HDG-LINE-3.
021800     05  FILLER                  PIC X(01) VALUE SPACE.
021900     05  FILLER                  PIC X(09) VALUE ALL '-'.
022000     05  FILLER                  PIC X(02) VALUE SPACES.
022100     05  FILLER                  PIC X(10) VALUE ALL '-'.
022200     05  FILLER                  PIC X(02) VALUE SPACES.
022300     05  FILLER                  PIC X(10) VALUE ALL '-'.
022400     05  FILLER                  PIC X(02) VALUE SPACES.
022500     05  FILLER                  PIC X(05) VALUE ALL '-'.
022600     05  FILLER                  PIC X(02) VALUE SPACES.
022700     05  FILLER                  PIC X(05) VALUE ALL '-'.
022800     05  FILLER                  PIC X(02) VALUE SPACES.
022900     05  FILLER                  PIC X(14) VALUE ALL '-'.
023000     05  FILLER                  PIC X(02) VALUE SPACES.
023100     05  FILLER                  PIC X(40) VALUE ALL '-'.
023200 01  DETAIL-LINE.
023300     05  FILLER                  PIC X(01) VALUE SPACE.
023400     05  DET-EMPLOYEE-ID         PIC X(09).
023500     05  FILLER                  PIC X(02) VALUE SPACES.
023600     05  DET-LAST-NAME           PIC X(10).
023700     05  FILLER                  PIC X(02) VALUE SPACES.
023800     05  DET-FIRST-NAME          PIC X(10).
023900     05  FILLER                  PIC X(02) VALUE SPACES.
024000     05  DET-OLD-CODE            PIC X(05).
024100     05  FILLER                  PIC X(02) VALUE SPACES.
024200     05  DET-NEW-CODE            PIC X(05).
024300     05  FILLER                  PIC X(02) VALUE SPACES.
024400     05  DET-ACTION              PIC X(14).
024500     05  FILLER                  PIC X(02) VALUE SPACES.
024600     05  DET-NOTE                PIC X(40).
024700 01  HC-HDG-LINE-2.
024800     05  FILLER                  PIC X(01) VALUE SPACE.
024900     05  FILLER                  PIC X(05) VALUE 'CODE'.
025000     05  FILLER                  PIC X(02) VALUE SPACES.
025100     05  FILLER                  PIC X(20)
025150         VALUE 'DEPARTMENT NAME'.
025200     05  FILLER                  PIC X(02) VALUE SPACES.
025300     05  FILLER                  PIC X(06) VALUE 'BEFORE'.
025400     05  FILLER                  PIC X(02) VALUE SPACES.
025500     05  FILLER                  PIC X(06) VALUE '   OUT'.
025600     05  FILLER                  PIC X(02) VALUE SPACES.
025700     05  FILLER                  PIC X(06) VALUE '    IN'.
025800     05  FILLER                  PIC X(02) VALUE SPACES.
025900     05  FILLER                  PIC X(06) VALUE ' AFTER'.
026000     05  FILLER                  PIC X(02) VALUE SPACES.
026100     05  FILLER                  PIC X(16) VALUE 'RESULT'.
026200 01  HC-HDG-LINE-3.
026300     05  FILLER                  PIC X(01) VALUE SPACE.
026400     05  FILLER                  PIC X(05) VALUE ALL '-'.
026500     05  FILLER                  PIC X(02) VALUE SPACES.
026600     05  FILLER                  PIC X(20) VALUE ALL '-'.
026700     05  FILLER                  PIC X(02) VALUE SPACES.
026800     05  FILLER                  PIC X(06) VALUE ALL '-'.
026900     05  FILLER                  PIC X(02) VALUE SPACES.
027000     05  FILLER                  PIC X(06) VALUE ALL '-'.
027100     05  FILLER                  PIC X(02) VALUE SPACES.
027200     05  FILLER                  PIC X(06) VALUE ALL '-'.
027300     05  FILLER                  PIC X(02) VALUE SPACES.
027400     05  FILLER                  PIC X(06) VALUE ALL '-'.
027500     05  FILLER                  PIC X(02) VALUE SPACES.
027600     05  FILLER                  PIC X(16) VALUE ALL '-'.
027700 01  HC-DETAIL-LINE.
027800     05  FILLER                  PIC X(01) VALUE SPACE.
027900     05  HC-DEPT-CODE            PIC X(05).
028000     05  FILLER                  PIC X(02) VALUE SPACES.
028100     05  HC-DEPT-NAME            PIC X(20).
028200     05  FILLER                  PIC X(02) VALUE SPACES.
028300     05  HC-BEFORE               PIC ZZ,ZZ9.
028400     05  FILLER                  PIC X(02) VALUE SPACES.
028500     05  HC-OUT                  PIC ZZ,ZZ9.
028600     05  FILLER                  PIC X(02) VALUE SPACES.
028700     05  HC-IN                   PIC ZZ,ZZ9.
028800     05  FILLER                  PIC X(02) VALUE SPACES.
028900     05  HC-AFTER                PIC ZZ,ZZ9.
029000     05  FILLER                  PIC X(02) VALUE SPACES.
029100     05  HC-RESULT               PIC X(16).
029200 01  TOTAL-LINE-1.
029300     05  FILLER                  PIC X(01) VALUE SPACE.
029400     05  FILLER                  PIC X(25)
029500         VALUE 'MAPPING CARDS READ  : '.
029600     05  TOT-CARDS-READ          PIC ZZZ,ZZ9.
029700 01  TOTAL-LINE-2.
029800     05  FILLER                  PIC X(01) VALUE SPACE.
029900     05  FILLER                  PIC X(25)
030000         VALUE 'MAPPING ERRORS      : '.
030100     05  TOT-MAP-ERRORS          PIC ZZZ,ZZ9.
030200 01  TOTAL-LINE-3.
030300     05  FILLER                  PIC X(01) VALUE SPACE.
030400     05  FILLER                  PIC X(25)
030500         VALUE 'ROOTS READ          : '.
030600     05  TOT-ROOTS-READ          PIC ZZZ,ZZ9.
030700 01  TOTAL-LINE-4.
030800     05  FILLER                  PIC X(01) VALUE SPACE.
030900     05  TOT-MOVED-LABEL         PIC X(25).
031000     05  TOT-MOVED-COUNT         PIC ZZZ,ZZ9.
031100 01  TOTAL-LINE-5.
031200     05  FILLER                  PIC X(01) VALUE SPACE.
031300     05  FILLER                  PIC X(25)
031400         VALUE 'ALREADY IN NEW CODE : '.
031500     05  TOT-ALREADY-MOVED       PIC ZZZ,ZZ9.
031600 01  TOTAL-LINE-6.
031700     05  FILLER                  PIC X(01) VALUE SPACE.
031800     05  FILLER                  PIC X(25)
031900         VALUE 'EXCEPTIONS          : '.
032000     05  TOT-EXCEPTIONS          PIC ZZZ,ZZ9.
032100 01  TOTAL-LINE-7.
032200     05  FILLER                  PIC X(01) VALUE SPACE.
032300     05  TOT-RETIRED-LABEL       PIC X(25).
032400     05  TOT-RETIRED-COUNT       PIC ZZZ,ZZ9.
032500 01  TOTAL-LINE-8.
032600     05  FILLER                  PIC X(01) VALUE SPACE.
032700     05  TOT-REPARENT-LABEL      PIC X(25).
032800     05  TOT-REPARENT-COUNT      PIC ZZZ,ZZ9.
032900 01  TOTAL-LINE-9.
033000     05  FILLER                  PIC X(01) VALUE SPACE.
033100     05  FILLER                  PIC X(25)
033200         VALUE 'DATABASE ERRORS     : '.
033300     05  TOT-ERRORS              PIC ZZZ,ZZ9.
033400*-----------------------------------------------------------*
033500* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
033600*-----------------------------------------------------------*
033700 COPY IVTRUNA.
033800 LINKAGE SECTION.
033900 COPY IVTPCB1.
034000 COPY IVTPCBD.
034100 COPY IVTPCBG.
034200 PROCEDURE DIVISION.
034300 ENTRY 'DLITCBL' USING PHONDB-PCB
034400                       DEPTDB-PCB
034500                       PHONJRNL-PCB.
034600*-----------------------------------------------------------*
034700* 0000-MAINLINE                                             *
034800*-----------------------------------------------------------*
034900 0000-MAINLINE.
035000     PERFORM 8800-START-RUN-CONTROL
035100         THRU 8800-EXIT.
035200     PERFORM 1000-INITIALIZE
035300         THRU 1000-EXIT.
035400     PERFORM 1100-LOAD-MAPPING
035500         THRU 1100-EXIT.
035600     IF WS-MAP-ERRORS > ZERO
035700         PERFORM 7000-PRINT-TOTALS
035800             THRU 7000-EXIT
035900         PERFORM 9000-TERMINATE
036000             THRU 9000-EXIT
036100         MOVE 16 TO RETURN-CODE
036200         PERFORM 8900-END-RUN-CONTROL
036300             THRU 8900-EXIT
036400         GOBACK
036500     END-IF.
036600     PERFORM 2000-GET-NEXT-ROOT
036700         THRU 2000-EXIT.
036800     PERFORM 3000-PROCESS-ONE-ROOT
036900         THRU 3000-EXIT
037000         UNTIL WS-PHON-EOF.
037100     PERFORM 5800-REPORT-UNSEEN-EMPLOYEES
037200         THRU 5800-EXIT.
037300     PERFORM 5000-RETIRE-SOURCE-CODES
037400         THRU 5000-EXIT.
037500     PERFORM 5500-REPARENT-DEPARTMENTS
037600         THRU 5500-EXIT.
037700     PERFORM 6000-PRINT-HEADCOUNTS
037800         THRU 6000-EXIT.
037900     PERFORM 7000-PRINT-TOTALS
038000         THRU 7000-EXIT.
038100     PERFORM 9000-TERMINATE
038200         THRU 9000-EXIT.
038300     IF WS-EXCEPTION-COUNT > ZERO
038400         OR WS-ERROR-COUNT > ZERO
038500         MOVE 8 TO RETURN-CODE
038600     END-IF.
038700     PERFORM 8900-END-RUN-CONTROL
038800         THRU 8900-EXIT.
038900     GOBACK.
039000*-----------------------------------------------------------*
039100* 1000-INITIALIZE - READ THE RUN-MODE CONTROL CARD (A BLANK *
039200* CARD OR MISSING SYSIN DD IS A DRY RUN) AND START THE      *
039300* REPORT                                                    *
039400*-----------------------------------------------------------*
039500 1000-INITIALIZE.
039600     OPEN OUTPUT PRINT-FILE.
039700     MOVE WS-LINES-PER-PAGE  TO WS-LINE-COUNT.
039800     MOVE SPACES             TO DETAIL-LINE.
039900     MOVE SPACES             TO CONTROL-CARD-RECORD.
040000     OPEN INPUT CONTROL-CARD-FILE.
040100     READ CONTROL-CARD-FILE
040200         AT END
040300             MOVE SPACES     TO CONTROL-CARD-RECORD
040400     END-READ.
040500     CLOSE CONTROL-CARD-FILE.
040600     IF CC-RUN-MODE = 'UPDATE'
040700         SET WS-UPDATE-RUN   TO TRUE
040800         MOVE '- UPDATE RUN'  TO HDG-RUN-MODE
040900     ELSE
041000         SET WS-DRY-RUN      TO TRUE
041100         MOVE '- DRY RUN ONLY' TO HDG-RUN-MODE
041200     END-IF.
041300 1000-EXIT.
041400     EXIT.
041500*-----------------------------------------------------------*
041600* 1100-LOAD-MAPPING - READ AND EDIT EVERY MAPPING CARD INTO *
041700* THE CODE AND EMPLOYEE TABLES, ECHOING EACH CARD WITH ITS  *
041800* RESULT, THEN CHECK THAT NO CODE IS BOTH A TARGET AND THE  *
041900* OLD CODE OF A DEPT CARD (A CHAINED MOVE)                  *
042000*-----------------------------------------------------------*
042100 1100-LOAD-MAPPING.
042200     OPEN INPUT REORG-MAP-FILE.
042300     PERFORM 1150-LOAD-ONE-CARD
042400         THRU 1150-EXIT
042500         UNTIL WS-MAP-EOF.
042600     CLOSE REORG-MAP-FILE.
042700     IF WS-CARDS-READ = ZERO
042800         MOVE 'MAP ERROR'    TO DET-ACTION
042900         MOVE 'NO MAPPING CARDS ON REORGIN'
043000                             TO DET-NOTE
043100         ADD 1               TO WS-MAP-ERRORS
043200         PERFORM 4000-WRITE-DETAIL
043300             THRU 4000-EXIT
043400         GO TO 1100-EXIT
043500     END-IF.
043600     PERFORM 1500-CHECK-ONE-CHAIN
043700         THRU 1500-EXIT
043800         VARYING WS-CT-INDEX FROM 1 BY 1
043900         UNTIL WS-CT-INDEX > WS-CT-USED.
044000 1100-EXIT.
044100     EXIT.
044200*-----------------------------------------------------------*
044300* 1150-LOAD-ONE-CARD                                        *
044400*-----------------------------------------------------------*
044500 1150-LOAD-ONE-CARD.
044600     READ REORG-MAP-FILE INTO REORG-MAP-RECORD
044700         AT END
044800             SET WS-MAP-EOF  TO TRUE
044900             GO TO 1150-EXIT
045000     END-READ.
045100     ADD 1                   TO WS-CARDS-READ.
045200     MOVE RM-EMPLOYEE-ID     TO DET-EMPLOYEE-ID.
045300     MOVE RM-OLD-CODE        TO DET-OLD-CODE.
045400     MOVE RM-NEW-CODE        TO DET-NEW-CODE.
045500     STRING 'MAP ' RM-ACTION DELIMITED BY SIZE
045600         INTO DET-ACTION.
045700     PERFORM 1200-EDIT-ONE-CARD
045800         THRU 1200-EXIT.
045900     PERFORM 4000-WRITE-DETAIL
046000         THRU 4000-EXIT.
046100 1150-EXIT.
046200     EXIT.
046300*-----------------------------------------------------------*
046400* 1200-EDIT-ONE-CARD - FIELD EDITS, TARGET ACTIVE ON        *
046500* DEPTDB, NO DUPLICATE DEPT CARD FOR AN OLD CODE AND NO     *
046600* EMPLOYEE LISTED TWICE.  DET-NOTE CARRIES THE RESULT       *
046700*-----------------------------------------------------------*
046800 1200-EDIT-ONE-CARD.
046900     IF NOT RM-ACTION-DEPT
047000         AND NOT RM-ACTION-EMPL
047100         MOVE 'INVALID ACTION - MUST BE DEPT OR EMPL'
047200                             TO DET-NOTE
047300         GO TO 1200-ERROR
047400     END-IF.
047500     IF RM-OLD-CODE = SPACES
047600         OR RM-NEW-CODE = SPACES
047700         MOVE 'OLD AND NEW CODE ARE BOTH REQUIRED'
047800                             TO DET-NOTE
047900         GO TO 1200-ERROR
048000     END-IF.
048100     IF RM-OLD-CODE = RM-NEW-CODE
048200         MOVE 'OLD AND NEW CODE ARE THE SAME'
048300                             TO DET-NOTE
048400         GO TO 1200-ERROR
048500     END-IF.
048600     IF RM-ACTION-EMPL
048700         AND RM-EMPLOYEE-ID = SPACES
048800         MOVE 'EMPLOYEE ID MISSING ON AN EMPL CARD'
048900                             TO DET-NOTE
049000         GO TO 1200-ERROR
049100     END-IF.
049200     IF RM-ACTION-DEPT
049300         AND RM-EMPLOYEE-ID NOT = SPACES
049400         MOVE 'NO EMPLOYEE ID ALLOWED ON A DEPT CARD'
049500                             TO DET-NOTE
049600         GO TO 1200-ERROR
049700     END-IF.
049800     MOVE RM-NEW-CODE        TO WS-LOOKUP-CODE.
049900     PERFORM 1300-ADD-CODE
050000         THRU 1300-EXIT.
050100     IF WS-CT-THIS = ZERO
050200         MOVE 'CODE TABLE FULL (200 CODES)'
050300                             TO DET-NOTE
050400         GO TO 1200-ERROR
050500     END-IF.
050600     MOVE WS-CT-THIS         TO WS-NEW-CT.
050700     IF NOT WS-CT-ON-MASTER (WS-NEW-CT)
050800         MOVE 'NEW CODE NOT ON DEPTDB'
050900                             TO DET-NOTE
051000         GO TO 1200-ERROR
051100     END-IF.
051200     IF NOT WS-CT-ACTIVE (WS-NEW-CT)
051300         MOVE 'NEW CODE IS RETIRED ON DEPTDB'
051400                             TO DET-NOTE
051500         GO TO 1200-ERROR
051600     END-IF.
051700     MOVE RM-OLD-CODE        TO WS-LOOKUP-CODE.
051800     PERFORM 1300-ADD-CODE
051900         THRU 1300-EXIT.
052000     IF WS-CT-THIS = ZERO
052100         MOVE 'CODE TABLE FULL (200 CODES)'
052200                             TO DET-NOTE
052300         GO TO 1200-ERROR
052400     END-IF.
052500     MOVE WS-CT-THIS         TO WS-OLD-CT.
052600     IF RM-ACTION-EMPL
052700         GO TO 1200-ADD-EMPLOYEE
052800     END-IF.
052900     IF WS-CT-DEPT-TARGET (WS-OLD-CT) NOT = ZERO
053000         MOVE 'OLD CODE ALREADY ON A DEPT CARD'
053100                             TO DET-NOTE
053200         GO TO 1200-ERROR
053300     END-IF.
053400     MOVE WS-NEW-CT          TO WS-CT-DEPT-TARGET (WS-OLD-CT).
053500     GO TO 1200-ACCEPTED.
053600 1200-ADD-EMPLOYEE.
053700     MOVE RM-EMPLOYEE-ID     TO WS-LOOKUP-EMPLOYEE.
053800     PERFORM 1400-FIND-EMPLOYEE
053900         THRU 1400-EXIT.
054000     IF WS-EM-THIS NOT = ZERO
054100         MOVE 'EMPLOYEE ALREADY ON AN EMPL CARD'
054200                             TO DET-NOTE
054300         GO TO 1200-ERROR
054400     END-IF.
054500     IF WS-EM-USED NOT < 500
054600         MOVE 'EMPLOYEE TABLE FULL (500 CARDS)'
054700                             TO DET-NOTE
054800         GO TO 1200-ERROR
054900     END-IF.
055000     ADD 1                   TO WS-EM-USED.
055100     MOVE RM-EMPLOYEE-ID     TO WS-EM-EMPLOYEE-ID (WS-EM-USED).
055200     MOVE WS-OLD-CT          TO WS-EM-OLD-CT (WS-EM-USED).
055300     MOVE WS-NEW-CT          TO WS-EM-NEW-CT (WS-EM-USED).
055400     MOVE 'N'                TO WS-EM-FOUND-SW (WS-EM-USED).
055500 1200-ACCEPTED.
055600     MOVE 'Y'                TO WS-CT-SOURCE-SW (WS-OLD-CT).
055700     MOVE 'Y'                TO WS-CT-TARGET-SW (WS-NEW-CT).
055800     IF WS-CT-ON-MASTER (WS-OLD-CT)
055900         MOVE 'ACCEPTED'     TO DET-NOTE
056000     ELSE
056100         MOVE 'ACCEPTED - OLD CODE NOT ON DEPTDB'
056200                             TO DET-NOTE
056300     END-IF.
056400     GO TO 1200-EXIT.
056500 1200-ERROR.
056600     ADD 1                   TO WS-MAP-ERRORS.
056700 1200-EXIT.
056800     EXIT.
056900*-----------------------------------------------------------*
057000* 1300-ADD-CODE - FIND WS-LOOKUP-CODE IN THE CODE TABLE OR  *
057100* ADD IT, PICKING UP ITS DEPTDB MASTER DATA.  WS-CT-THIS IS *
057200* LEFT POINTING AT THE ENTRY (ZERO WHEN THE TABLE IS FULL)  *
057300*-----------------------------------------------------------*
057400 1300-ADD-CODE.
057500     PERFORM 1320-SEARCH-CODE
057600         THRU 1320-EXIT.
057700     IF WS-CODE-FOUND
057800         GO TO 1300-EXIT
057900     END-IF.
058000     IF WS-CT-USED NOT < 200
058100         GO TO 1300-EXIT
058200     END-IF.
058300     ADD 1                   TO WS-CT-USED.
058400     MOVE WS-CT-USED         TO WS-CT-THIS.
058500     MOVE WS-LOOKUP-CODE     TO WS-CT-CODE (WS-CT-THIS).
058600     MOVE 'N'                TO WS-CT-SOURCE-SW (WS-CT-THIS).
058700     MOVE 'N'                TO WS-CT-TARGET-SW (WS-CT-THIS).
058800     MOVE ZERO               TO WS-CT-DEPT-TARGET (WS-CT-THIS).
058900     MOVE ZERO               TO WS-CT-BEFORE (WS-CT-THIS).
059000     MOVE ZERO               TO WS-CT-OUT (WS-CT-THIS).
059100     MOVE ZERO               TO WS-CT-IN (WS-CT-THIS).
059200     MOVE SPACES             TO WS-CT-RESULT (WS-CT-THIS).
059300     MOVE WS-LOOKUP-CODE     TO DQ-KEY-VALUE.
059400     CALL 'CBLTDLI' USING FUNC-GU
059500                          DEPTDB-PCB
059600                          DEPTMSEG-IO-AREA
059700                          DEPTMSEG-SSA-QUAL.
059800     IF DEPTDB-STATUS-CODE NOT = SPACES
059900         MOVE 'N'            TO WS-CT-MASTER-SW (WS-CT-THIS)
060000         MOVE SPACES         TO WS-CT-STATUS-CODE (WS-CT-THIS)
060100         MOVE SPACES         TO WS-CT-DEPT-NAME (WS-CT-THIS)
060200         MOVE SPACES         TO WS-CT-MGR-NAME (WS-CT-THIS)
060300         MOVE SPACES         TO WS-CT-PARENT-CODE (WS-CT-THIS)
060400         GO TO 1300-EXIT
060500     END-IF.
060600     MOVE 'Y'                TO WS-CT-MASTER-SW (WS-CT-THIS).
060700     MOVE DM-STATUS-CODE     TO WS-CT-STATUS-CODE (WS-CT-THIS).
060800     MOVE DM-DEPT-NAME       TO WS-CT-DEPT-NAME (WS-CT-THIS).
060900     MOVE DM-MGR-NAME        TO WS-CT-MGR-NAME (WS-CT-THIS).
061000     MOVE DM-PARENT-CODE     TO WS-CT-PARENT-CODE (WS-CT-THIS).
061100 1300-EXIT.
061200     EXIT.
061300*-----------------------------------------------------------*
061400* 1320-SEARCH-CODE - LOOK WS-LOOKUP-CODE UP WITHOUT ADDING  *
061500* IT.  WS-CT-THIS IS ZERO WHEN IT IS NOT IN THE TABLE       *
061600*-----------------------------------------------------------*
061700 1320-SEARCH-CODE.
061800     MOVE 'N'                TO WS-CODE-FOUND-SW.
061900     MOVE ZERO               TO WS-CT-THIS.
062000     PERFORM 1340-CHECK-ONE-CODE
062100         THRU 1340-EXIT
062200         VARYING WS-CT-INDEX FROM 1 BY 1
062300         UNTIL WS-CT-INDEX > WS-CT-USED
062400             OR WS-CODE-FOUND.
062500 1320-EXIT.
062600     EXIT.
062700*-----------------------------------------------------------*
062800* 1340-CHECK-ONE-CODE                                       *
062900*-----------------------------------------------------------*
063000 1340-CHECK-ONE-CODE.
063100     IF WS-CT-CODE (WS-CT-INDEX) = WS-LOOKUP-CODE
063200         SET WS-CODE-FOUND   TO TRUE
063300         MOVE WS-CT-INDEX    TO WS-CT-THIS
063400     END-IF.
063500 1340-EXIT.
063600     EXIT.
063700*-----------------------------------------------------------*
063800* 1400-FIND-EMPLOYEE - LOOK WS-LOOKUP-EMPLOYEE UP IN THE    *
063900* EMPLOYEE TABLE.  WS-EM-THIS IS ZERO WHEN IT IS NOT THERE  *
064000*-----------------------------------------------------------*
064100 1400-FIND-EMPLOYEE.
064200     MOVE 'N'                TO WS-EMPL-FOUND-SW.
064300     MOVE ZERO               TO WS-EM-THIS.
064400     PERFORM 1410-CHECK-ONE-EMPLOYEE
064500         THRU 1410-EXIT
064600         VARYING WS-EM-INDEX FROM 1 BY 1
064700         UNTIL WS-EM-INDEX > WS-EM-USED
064800             OR WS-EMPL-FOUND.
064900 1400-EXIT.
065000     EXIT.
065100*-----------------------------------------------------------*
065200* 1410-CHECK-ONE-EMPLOYEE                                   *
065300*-----------------------------------------------------------*
065400 1410-CHECK-ONE-EMPLOYEE.
065500     IF WS-EM-EMPLOYEE-ID (WS-EM-INDEX) = WS-LOOKUP-EMPLOYEE
065600         SET WS-EMPL-FOUND   TO TRUE
065700         MOVE WS-EM-INDEX    TO WS-EM-THIS
065800     END-IF.
065900 1410-EXIT.
066000     EXIT.
066100*-----------------------------------------------------------*
066200* 1500-CHECK-ONE-CHAIN - A CODE THAT IS EMPTIED BY A DEPT   *
066300* CARD CANNOT ALSO RECEIVE MEMBERS FROM ANOTHER CARD        *
066400*-----------------------------------------------------------*
066500 1500-CHECK-ONE-CHAIN.
066600     IF NOT WS-CT-IS-TARGET (WS-CT-INDEX)
066700         GO TO 1500-EXIT
066800     END-IF.
066900     IF WS-CT-DEPT-TARGET (WS-CT-INDEX) = ZERO
067000         GO TO 1500-EXIT
067100     END-IF.
067200     MOVE WS-CT-DEPT-TARGET (WS-CT-INDEX) TO WS-NEW-CT.
067300     MOVE WS-CT-CODE (WS-CT-INDEX) TO DET-OLD-CODE.
067400     MOVE WS-CT-CODE (WS-NEW-CT) TO DET-NEW-CODE.
067500     MOVE 'MAP ERROR'        TO DET-ACTION.
067600     MOVE 'OLD CODE OF A DEPT CARD IS ALSO A TARGET'
067700                             TO DET-NOTE.
067800     ADD 1                   TO WS-MAP-ERRORS.
067900     PERFORM 4000-WRITE-DETAIL
068000         THRU 4000-EXIT.
068100 1500-EXIT.
068200     EXIT.
068300*-----------------------------------------------------------*
068400* 2000-GET-NEXT-ROOT - GN FOR THE NEXT PHONSEG SEGMENT IN   *
068500* KEY (EMPLOYEE-ID) SEQUENCE                                *
068600*-----------------------------------------------------------*
068700 2000-GET-NEXT-ROOT.
068800     CALL 'CBLTDLI' USING FUNC-GN
068900                          PHONDB-PCB
069000                          PHONSEG-IO-AREA
069100                          PHONSEG-SSA-UNQUAL.
069200     IF PHONDB-STATUS-CODE NOT = SPACES
069300         SET WS-PHON-EOF     TO TRUE
069400     ELSE
069500         ADD 1               TO WS-ROOTS-READ
069600     END-IF.
069700 2000-EXIT.
069800     EXIT.
069900*-----------------------------------------------------------*
070000* 3000-PROCESS-ONE-ROOT - GNP FOR THE DEPTSEG CHILD, COUNT  *
070100* IT TOWARD ITS CODE'S BEFORE HEADCOUNT, AND MOVE IT WHEN   *
070200* AN EMPL CARD LISTS THE EMPLOYEE OR A DEPT CARD COVERS THE *
070300* CHILD'S CODE (EMPL FIRST), THEN GN TO THE NEXT ROOT       *
070400*-----------------------------------------------------------*
070500 3000-PROCESS-ONE-ROOT.
070600     MOVE ZERO               TO WS-EM-THIS.
070700     IF WS-EM-USED > ZERO
070800         MOVE PS-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE
070900         PERFORM 1400-FIND-EMPLOYEE
071000             THRU 1400-EXIT
071100     END-IF.
071200     CALL 'CBLTDLI' USING FUNC-GNP
071300                          PHONDB-PCB
071400                          DEPTSEG-IO-AREA
071500                          DEPTSEG-SSA-UNQUAL.
071600     IF PHONDB-STATUS-CODE NOT = SPACES
071700         PERFORM 3050-NOTE-NO-CHILD
071800             THRU 3050-EXIT
071900         GO TO 3000-NEXT
072000     END-IF.
072100     MOVE DS-DEPT-CODE       TO WS-LOOKUP-CODE.
072200     PERFORM 1320-SEARCH-CODE
072300         THRU 1320-EXIT.
072400     MOVE WS-CT-THIS         TO WS-FROM-CT.
072500     IF WS-FROM-CT > ZERO
072600         ADD 1               TO WS-CT-BEFORE (WS-FROM-CT)
072700     END-IF.
072800     IF WS-EM-THIS > ZERO
072900         PERFORM 3100-PROCESS-LISTED-EMPLOYEE
073000             THRU 3100-EXIT
073100         GO TO 3000-NEXT
073200     END-IF.
073300     IF WS-FROM-CT = ZERO
073400         GO TO 3000-NEXT
073500     END-IF.
073600     IF WS-CT-DEPT-TARGET (WS-FROM-CT) = ZERO
073700         GO TO 3000-NEXT
073800     END-IF.
073900     MOVE WS-CT-DEPT-TARGET (WS-FROM-CT) TO WS-TO-CT.
074000     PERFORM 3300-MOVE-EMPLOYEE
074100         THRU 3300-EXIT.
074200 3000-NEXT.
074300     PERFORM 2000-GET-NEXT-ROOT
074400         THRU 2000-EXIT.
074500 3000-EXIT.
074600     EXIT.
074700*-----------------------------------------------------------*
074800* 3050-NOTE-NO-CHILD - AN EMPLOYEE LISTED ON AN EMPL CARD   *
074900* WHO HAS NO DEPTSEG CHILD CANNOT BE MOVED (IVTNOM CHNG OR  *
075000* IVTMNT DEPT GIVES THE EMPLOYEE ONE)                       *
075100*-----------------------------------------------------------*
075200 3050-NOTE-NO-CHILD.
075300     IF WS-EM-THIS = ZERO
075400         GO TO 3050-EXIT
075500     END-IF.
075600     MOVE 'Y'                TO WS-EM-FOUND-SW (WS-EM-THIS).
075700     MOVE WS-EM-NEW-CT (WS-EM-THIS) TO WS-TO-CT.
075800     MOVE PS-EMPLOYEE-ID     TO DET-EMPLOYEE-ID.
075900     MOVE PS-LAST-NAME       TO DET-LAST-NAME.
076000     MOVE PS-FIRST-NAME      TO DET-FIRST-NAME.
076100     MOVE WS-CT-CODE (WS-TO-CT) TO DET-NEW-CODE.
076200     MOVE 'NOT MOVED'        TO DET-ACTION.
076300     MOVE 'NO DEPTSEG CHILD - NOT IN ANY DEPARTMENT'
076400                             TO DET-NOTE.
076500     ADD 1                   TO WS-EXCEPTION-COUNT.
076600     PERFORM 4000-WRITE-DETAIL
076700         THRU 4000-EXIT.
076800 3050-EXIT.
076900     EXIT.
077000*-----------------------------------------------------------*
077100* 3100-PROCESS-LISTED-EMPLOYEE - AN EMPL CARD MOVES THE     *
077200* EMPLOYEE ONLY OUT OF THE OLD CODE IT NAMES.  ONE ALREADY  *
077300* IN THE NEW CODE IS COUNTED AND LEFT ALONE                 *
077400*-----------------------------------------------------------*
077500 3100-PROCESS-LISTED-EMPLOYEE.
077600     MOVE 'Y'                TO WS-EM-FOUND-SW (WS-EM-THIS).
077700     MOVE WS-EM-NEW-CT (WS-EM-THIS) TO WS-TO-CT.
077800     IF DS-DEPT-CODE = WS-CT-CODE (WS-TO-CT)
077900         MOVE PS-EMPLOYEE-ID TO DET-EMPLOYEE-ID
078000         MOVE PS-LAST-NAME   TO DET-LAST-NAME
078100         MOVE PS-FIRST-NAME  TO DET-FIRST-NAME
078200         MOVE DS-DEPT-CODE   TO DET-NEW-CODE
078300         MOVE 'ALREADY MOVED' TO DET-ACTION
078400         MOVE 'ALREADY IN THE NEW CODE - NO CHANGE'
078500                             TO DET-NOTE
078600         ADD 1               TO WS-ALREADY-MOVED
078700         PERFORM 4000-WRITE-DETAIL
078800             THRU 4000-EXIT
078900         GO TO 3100-EXIT
079000     END-IF.
079100     IF WS-FROM-CT NOT = WS-EM-OLD-CT (WS-EM-THIS)
079200         MOVE WS-EM-OLD-CT (WS-EM-THIS) TO WS-OLD-CT
079300         MOVE PS-EMPLOYEE-ID TO DET-EMPLOYEE-ID
079400         MOVE PS-LAST-NAME   TO DET-LAST-NAME
079500         MOVE PS-FIRST-NAME  TO DET-FIRST-NAME
079600         MOVE DS-DEPT-CODE   TO DET-OLD-CODE
079700         MOVE WS-CT-CODE (WS-TO-CT) TO DET-NEW-CODE
079800         MOVE 'NOT MOVED'    TO DET-ACTION
079900         STRING 'NOT IN OLD CODE ' WS-CT-CODE (WS-OLD-CT)
080000             ' ON THE CARD' DELIMITED BY SIZE
080100             INTO DET-NOTE
080200         ADD 1               TO WS-EXCEPTION-COUNT
080300         PERFORM 4000-WRITE-DETAIL
080400             THRU 4000-EXIT
080500         GO TO 3100-EXIT
080600     END-IF.
080700     PERFORM 3300-MOVE-EMPLOYEE
080800         THRU 3300-EXIT.
080900 3100-EXIT.
081000     EXIT.
081100*-----------------------------------------------------------*
081200* 3300-MOVE-EMPLOYEE - MOVE THE CURRENT DEPTSEG CHILD FROM  *
081300* CODE WS-FROM-CT TO CODE WS-TO-CT.  THE CHILD'S CODE IS    *
081400* ITS SEQUENCE FIELD, SO (AS IN IVTMNT) THE OLD CHILD IS    *
081500* DLET'D AND A NEW ONE ISRT'D UNDER THE SAME ROOT, WITH THE *
081600* NAME AND MANAGER TAKEN FROM THE TARGET'S MASTER.  A DRY   *
081700* RUN ONLY COUNTS AND REPORTS THE MOVE                      *
081800*-----------------------------------------------------------*
081900 3300-MOVE-EMPLOYEE.
082000     MOVE PS-EMPLOYEE-ID     TO DET-EMPLOYEE-ID.
082100     MOVE PS-LAST-NAME       TO DET-LAST-NAME.
082200     MOVE PS-FIRST-NAME      TO DET-FIRST-NAME.
082300     MOVE DS-DEPT-CODE       TO DET-OLD-CODE.
082400     MOVE WS-CT-CODE (WS-TO-CT) TO DET-NEW-CODE.
082500     IF WS-DRY-RUN
082600         ADD 1               TO WS-CT-OUT (WS-FROM-CT)
082700         ADD 1               TO WS-CT-IN (WS-TO-CT)
082800         ADD 1               TO WS-MOVED-COUNT
082900         MOVE 'WOULD MOVE'   TO DET-ACTION
083000         PERFORM 4000-WRITE-DETAIL
083100             THRU 4000-EXIT
083200         GO TO 3300-EXIT
083300     END-IF.
083400     PERFORM 3700-SET-BEFORE-IMAGE
083500         THRU 3700-EXIT.
083600     CALL 'CBLTDLI' USING FUNC-DLET
083700                          PHONDB-PCB
083800                          DEPTSEG-IO-AREA.
083900     IF PHONDB-STATUS-CODE NOT = SPACES
084000         STRING 'DELETE FAILED - STATUS ' PHONDB-STATUS-CODE
084100             DELIMITED BY SIZE INTO DET-NOTE
084200         MOVE 'DB ERROR'     TO DET-ACTION
084300         ADD 1               TO WS-ERROR-COUNT
084400         PERFORM 4000-WRITE-DETAIL
084500             THRU 4000-EXIT
084600         GO TO 3300-EXIT
084700     END-IF.
084800     ADD 1                   TO WS-CT-OUT (WS-FROM-CT).
084900     MOVE WS-CT-CODE (WS-TO-CT) TO DS-DEPT-CODE.
085000     MOVE WS-CT-DEPT-NAME (WS-TO-CT) TO DS-DEPT-NAME.
085100     MOVE WS-CT-MGR-NAME (WS-TO-CT) TO DS-MGR-NAME.
085200     CALL 'CBLTDLI' USING FUNC-ISRT
085300                          PHONDB-PCB
085400                          DEPTSEG-IO-AREA
085500                          DEPTSEG-SSA-UNQUAL.
085600     PERFORM 3800-SET-AFTER-IMAGE
085700         THRU 3800-EXIT.
085800     IF PHONDB-STATUS-CODE NOT = SPACES
085900         STRING 'INSERT FAILED - STATUS ' PHONDB-STATUS-CODE
086000             ' - NO DEPT NOW' DELIMITED BY SIZE INTO DET-NOTE
086100         MOVE 'DB ERROR'     TO DET-ACTION
086200         MOVE SPACES         TO JRNL-AFT-DEPT-CODE
086300         ADD 1               TO WS-ERROR-COUNT
086400         PERFORM 3900-WRITE-JOURNAL
086500             THRU 3900-EXIT
086600         PERFORM 4000-WRITE-DETAIL
086700             THRU 4000-EXIT
086800         GO TO 3300-EXIT
086900     END-IF.
087000     ADD 1                   TO WS-CT-IN (WS-TO-CT).
087100     PERFORM 3900-WRITE-JOURNAL
087200         THRU 3900-EXIT.
087300     ADD 1                   TO WS-MOVED-COUNT.
087400     MOVE 'MOVED'            TO DET-ACTION.
087500     PERFORM 4000-WRITE-DETAIL
087600         THRU 4000-EXIT.
087700 3300-EXIT.
087800     EXIT.
087900*-----------------------------------------------------------*
088000* 3700-SET-BEFORE-IMAGE - JOURNAL BEFORE IMAGE FROM THE     *
088100* ROOT AND THE CHILD ABOUT TO BE MOVED                      *
088200*-----------------------------------------------------------*
088300 3700-SET-BEFORE-IMAGE.
088400     MOVE PS-EMPLOYEE-ID     TO JRNL-BFR-EMPLOYEE-ID.
088500     MOVE PS-LAST-NAME       TO JRNL-BFR-LAST-NAME.
088600     MOVE PS-FIRST-NAME      TO JRNL-BFR-FIRST-NAME.
088700     MOVE PS-EXTENSION       TO JRNL-BFR-EXTENSION.
088800     MOVE PS-ZIP-CODE        TO JRNL-BFR-ZIP-CODE.
088900     MOVE PS-STATUS-CODE     TO JRNL-BFR-STATUS-CODE.
089000     MOVE PS-STATUS-DATE     TO JRNL-BFR-STATUS-DATE.
089050     MOVE PS-LISTING-CODE    TO JRNL-BFR-LISTING-CODE.
089100     MOVE DS-DEPT-CODE       TO JRNL-BFR-DEPT-CODE.
089200 3700-EXIT.
089300     EXIT.
089400*-----------------------------------------------------------*
089500* 3800-SET-AFTER-IMAGE - JOURNAL AFTER IMAGE: THE SAME ROOT *
089600* UNDER ITS NEW DEPARTMENT CODE                             *
089700*-----------------------------------------------------------*
089800 3800-SET-AFTER-IMAGE.
089900     MOVE PS-EMPLOYEE-ID     TO JRNL-AFT-EMPLOYEE-ID.
090000     MOVE PS-LAST-NAME       TO JRNL-AFT-LAST-NAME.
090100     MOVE PS-FIRST-NAME      TO JRNL-AFT-FIRST-NAME.
090200     MOVE PS-EXTENSION       TO JRNL-AFT-EXTENSION.
090300     MOVE PS-ZIP-CODE        TO JRNL-AFT-ZIP-CODE.
090400     MOVE PS-STATUS-CODE     TO JRNL-AFT-STATUS-CODE.
090500     MOVE PS-STATUS-DATE     TO JRNL-AFT-STATUS-DATE.
090550     MOVE PS-LISTING-CODE    TO JRNL-AFT-LISTING-CODE.
090600     MOVE DS-DEPT-CODE       TO JRNL-AFT-DEPT-CODE.
090700 3800-EXIT.
090800     EXIT.
090900*-----------------------------------------------------------*
091000* 3900-WRITE-JOURNAL - ISRT A CHANGE-JOURNAL RECORD FOR AN  *
091100* APPLIED MOVE                                              *
091200*-----------------------------------------------------------*
091300 3900-WRITE-JOURNAL.
091400     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
091500     ACCEPT WS-CURRENT-HHMMSSHH FROM TIME.
091600     MOVE WS-TRANCDE         TO JRNL-TRANCDE.
091700     MOVE WS-CURRENT-YYYYMMDD TO JRNL-DATE.
091800     MOVE WS-CURRENT-HHMMSSHH TO JRNL-TIME.
091900     MOVE WS-JOB-NAME        TO JRNL-USER-ID.
092000     CALL 'CBLTDLI' USING FUNC-ISRT
092100                          PHONJRNL-PCB
092200                          JRNL-RECORD.
092300 3900-EXIT.
092400     EXIT.
092500*-----------------------------------------------------------*
092600* 4000-WRITE-DETAIL - PRINT ONE DETAIL LINE AND CLEAR IT    *
092700* FOR THE NEXT                                              *
092800*-----------------------------------------------------------*
092900 4000-WRITE-DETAIL.
093000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
093100         PERFORM 4500-PRINT-HEADINGS
093200             THRU 4500-EXIT
093300     END-IF.
093400     WRITE PRINT-LINE        FROM DETAIL-LINE
093500         AFTER ADVANCING 1 LINE.
093600     ADD 1                   TO WS-LINE-COUNT.
093700     MOVE SPACES             TO DETAIL-LINE.
093800 4000-EXIT.
093900     EXIT.
094000*-----------------------------------------------------------*
094100* 4500-PRINT-HEADINGS - START A NEW PAGE OF DETAIL LINES    *
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
095700* 4600-PRINT-COUNT-HEADINGS - START A NEW PAGE OF THE       *
095800* HEADCOUNT SECTION                                         *
095900*-----------------------------------------------------------*
096000 4600-PRINT-COUNT-HEADINGS.
096100     ADD 1                   TO WS-PAGE-NUMBER.
096200     MOVE WS-PAGE-NUMBER     TO HDG-PAGE-NUMBER.
096300     WRITE PRINT-LINE        FROM HDG-LINE-1
096400         AFTER ADVANCING PAGE.
096500     WRITE PRINT-LINE        FROM HC-HDG-LINE-2
096600         AFTER ADVANCING 2 LINES.
096700     WRITE PRINT-LINE        FROM HC-HDG-LINE-3
096800         AFTER ADVANCING 1 LINE.
096900     MOVE ZERO               TO WS-LINE-COUNT.
097000     ADD 3                   TO WS-LINE-COUNT.
097100 4600-EXIT.
097200     EXIT.
097300*-----------------------------------------------------------*
097400* 5000-RETIRE-SOURCE-CODES - EVERY OLD CODE LEFT WITH NO    *
097500* MEMBERS IS RETIRED ON DEPTDB (AS IVTDPT DRET DOES IT).    *
097600* EACH CODE'S RESULT IS KEPT FOR THE HEADCOUNT SECTION      *
097700*-----------------------------------------------------------*
097800 5000-RETIRE-SOURCE-CODES.
097900     PERFORM 5100-RETIRE-ONE-CODE
098000         THRU 5100-EXIT
098100         VARYING WS-CT-INDEX FROM 1 BY 1
098200         UNTIL WS-CT-INDEX > WS-CT-USED.
098300 5000-EXIT.
098400     EXIT.
098500*-----------------------------------------------------------*
098600* 5100-RETIRE-ONE-CODE                                      *
098700*-----------------------------------------------------------*
098800 5100-RETIRE-ONE-CODE.
098900     IF NOT WS-CT-IS-SOURCE (WS-CT-INDEX)
099000         MOVE 'TARGET'       TO WS-CT-RESULT (WS-CT-INDEX)
099100         GO TO 5100-EXIT
099200     END-IF.
099300     COMPUTE WS-AFTER-COUNT = WS-CT-BEFORE (WS-CT-INDEX)
099400                            - WS-CT-OUT (WS-CT-INDEX)
099500                            + WS-CT-IN (WS-CT-INDEX).
099600     IF WS-AFTER-COUNT > ZERO
099700         MOVE 'STILL IN USE'  TO WS-CT-RESULT (WS-CT-INDEX)
099800         GO TO 5100-EXIT
099900     END-IF.
100000     IF NOT WS-CT-ON-MASTER (WS-CT-INDEX)
100100         MOVE 'NOT ON DEPTDB' TO WS-CT-RESULT (WS-CT-INDEX)
100200         GO TO 5100-EXIT
100300     END-IF.
100400     IF WS-CT-RETIRED (WS-CT-INDEX)
100500         MOVE 'ALREADY RETIRED' TO WS-CT-RESULT (WS-CT-INDEX)
100600         GO TO 5100-EXIT
100700     END-IF.
100800     MOVE WS-CT-CODE (WS-CT-INDEX) TO DET-OLD-CODE.
100900     MOVE 'NO MEMBERS LEFT AFTER THE REORG'
101000                             TO DET-NOTE.
101100     IF WS-DRY-RUN
101200         MOVE 'WOULD RETIRE' TO WS-CT-RESULT (WS-CT-INDEX)
101300         MOVE 'WOULD RETIRE' TO DET-ACTION
101400         ADD 1               TO WS-RETIRED-COUNT
101500         PERFORM 4000-WRITE-DETAIL
101600             THRU 4000-EXIT
101700         GO TO 5100-EXIT
101800     END-IF.
101900     MOVE WS-CT-CODE (WS-CT-INDEX) TO DQ-KEY-VALUE.
102000     CALL 'CBLTDLI' USING FUNC-GU
102100                          DEPTDB-PCB
102200                          DEPTMSEG-IO-AREA
102300                          DEPTMSEG-SSA-QUAL.
102400     IF DEPTDB-STATUS-CODE NOT = SPACES
102500         GO TO 5100-FAILED
102600     END-IF.
102700     SET DM-RETIRED          TO TRUE.
102800     CALL 'CBLTDLI' USING FUNC-REPL
102900                          DEPTDB-PCB
103000                          DEPTMSEG-IO-AREA.
103100     IF DEPTDB-STATUS-CODE NOT = SPACES
103200         GO TO 5100-FAILED
103300     END-IF.
103400     SET WS-CT-RETIRED (WS-CT-INDEX) TO TRUE.
103500     MOVE 'RETIRED'          TO WS-CT-RESULT (WS-CT-INDEX).
103600     MOVE 'RETIRED'          TO DET-ACTION.
103700     ADD 1                   TO WS-RETIRED-COUNT.
103800     PERFORM 4000-WRITE-DETAIL
103900         THRU 4000-EXIT.
104000     GO TO 5100-EXIT.
104100 5100-FAILED.
104200     MOVE 'RETIRE FAILED'    TO WS-CT-RESULT (WS-CT-INDEX).
104300     MOVE 'DB ERROR'         TO DET-ACTION.
104400     MOVE SPACES             TO DET-NOTE.
104500     STRING 'RETIRE FAILED - STATUS ' DEPTDB-STATUS-CODE
104600         DELIMITED BY SIZE INTO DET-NOTE.
104700     ADD 1                   TO WS-ERROR-COUNT.
104800     PERFORM 4000-WRITE-DETAIL
104900         THRU 4000-EXIT.
105000 5100-EXIT.
105100     EXIT.
105200*-----------------------------------------------------------*
105300* 5500-REPARENT-DEPARTMENTS - WALK DEPTDB FOR DEPARTMENTS   *
105400* WHOSE PARENT WAS JUST RETIRED.  A CODE RETIRED BY A DEPT  *
105500* CARD HANDS ITS CHILDREN TO THAT CARD'S NEW CODE (OR TO    *
105600* ITS OWN PARENT, WHEN THE CHILD IS THE NEW CODE ITSELF).   *
105700* ONE EMPTIED BY EMPL CARDS ALONE HAS NO SINGLE SUCCESSOR,  *
105800* SO ITS CHILDREN ARE LISTED AS EXCEPTIONS FOR IVTDPT       *
105900*-----------------------------------------------------------*
106000 5500-REPARENT-DEPARTMENTS.
106100     IF WS-RETIRED-COUNT = ZERO
106200         GO TO 5500-EXIT
106300     END-IF.
106400     CALL 'CBLTDLI' USING FUNC-GU
106500                          DEPTDB-PCB
106600                          DEPTMSEG-IO-AREA
106700                          DEPTMSEG-SSA-UNQUAL.
106800     IF DEPTDB-STATUS-CODE NOT = SPACES
106900         SET WS-DEPT-EOF     TO TRUE
107000     END-IF.
107100     PERFORM 5600-REPARENT-ONE-DEPT
107200         THRU 5600-EXIT
107300         UNTIL WS-DEPT-EOF.
107400 5500-EXIT.
107500     EXIT.
107600*-----------------------------------------------------------*
107700* 5600-REPARENT-ONE-DEPT - CHECK THE CURRENT DEPTMSEG, THEN *
107800* GN TO THE NEXT ONE                                        *
107900*-----------------------------------------------------------*
108000 5600-REPARENT-ONE-DEPT.
108100     IF DM-PARENT-CODE = SPACES
108200         OR DM-RETIRED
108300         GO TO 5600-NEXT
108400     END-IF.
108500     MOVE DM-DEPT-CODE       TO WS-LOOKUP-CODE.
108600     PERFORM 1320-SEARCH-CODE
108700         THRU 1320-EXIT.
108800     IF WS-CT-THIS > ZERO
108900         IF WS-CT-RESULT (WS-CT-THIS) = 'WOULD RETIRE'
109000             GO TO 5600-NEXT
109100         END-IF
109200     END-IF.
109300     MOVE DM-PARENT-CODE     TO WS-LOOKUP-CODE.
109400     PERFORM 1320-SEARCH-CODE
109500         THRU 1320-EXIT.
109600     IF WS-CT-THIS = ZERO
109700         GO TO 5600-NEXT
109800     END-IF.
109900     IF WS-CT-RESULT (WS-CT-THIS) NOT = 'RETIRED'
110000         AND WS-CT-RESULT (WS-CT-THIS) NOT = 'WOULD RETIRE'
110100         GO TO 5600-NEXT
110200     END-IF.
110300     MOVE WS-CT-THIS         TO WS-FROM-CT.
110400     MOVE DM-PARENT-CODE     TO DET-OLD-CODE.
110500     IF WS-CT-DEPT-TARGET (WS-FROM-CT) = ZERO
110600         MOVE 'NOT MOVED'    TO DET-ACTION
110700         STRING 'DEPT ' DM-DEPT-CODE
110800             ' REPORTS TO A RETIRED CODE' DELIMITED BY SIZE
110900             INTO DET-NOTE
111000         ADD 1               TO WS-EXCEPTION-COUNT
111100         PERFORM 4000-WRITE-DETAIL
111200             THRU 4000-EXIT
111300         GO TO 5600-NEXT
111400     END-IF.
111500     MOVE WS-CT-DEPT-TARGET (WS-FROM-CT) TO WS-TO-CT.
111600     MOVE WS-CT-CODE (WS-TO-CT) TO WS-NEW-PARENT.
111700     IF WS-NEW-PARENT = DM-DEPT-CODE
111800         MOVE WS-CT-PARENT-CODE (WS-FROM-CT) TO WS-NEW-PARENT
111900     END-IF.
112000     MOVE WS-NEW-PARENT      TO DET-NEW-CODE.
112100     STRING 'DEPT ' DM-DEPT-CODE ' PARENT CHANGED'
112200         DELIMITED BY SIZE INTO DET-NOTE.
112300     IF WS-DRY-RUN
112400         MOVE 'WOULD REPARENT' TO DET-ACTION
112500         ADD 1               TO WS-REPARENT-COUNT
112600         PERFORM 4000-WRITE-DETAIL
112700             THRU 4000-EXIT
112800         GO TO 5600-NEXT
112900     END-IF.
113000     MOVE WS-NEW-PARENT      TO DM-PARENT-CODE.
113100     CALL 'CBLTDLI' USING FUNC-REPL
113200                          DEPTDB-PCB
113300                          DEPTMSEG-IO-AREA.
113400     IF DEPTDB-STATUS-CODE NOT = SPACES
113500         MOVE 'DB ERROR'     TO DET-ACTION
113600         MOVE SPACES         TO DET-NOTE
113700         STRING 'DEPT ' DM-DEPT-CODE ' REPL FAILED - STATUS '
113800             DEPTDB-STATUS-CODE DELIMITED BY SIZE
113900             INTO DET-NOTE
114000         ADD 1               TO WS-ERROR-COUNT
114100         PERFORM 4000-WRITE-DETAIL
114200             THRU 4000-EXIT
114300         GO TO 5600-NEXT
114400     END-IF.
114500     MOVE 'REPARENTED'       TO DET-ACTION.
114600     ADD 1                   TO WS-REPARENT-COUNT.
114700     PERFORM 4000-WRITE-DETAIL
114800         THRU 4000-EXIT.
114900 5600-NEXT.
115000     CALL 'CBLTDLI' USING FUNC-GN
115100                          DEPTDB-PCB
115200                          DEPTMSEG-IO-AREA
115300                          DEPTMSEG-SSA-UNQUAL.
115400     IF DEPTDB-STATUS-CODE NOT = SPACES
115500         SET WS-DEPT-EOF     TO TRUE
115600     END-IF.
115700 5600-EXIT.
115800     EXIT.
115900*-----------------------------------------------------------*
116000* 5800-REPORT-UNSEEN-EMPLOYEES - AN EMPL CARD WHOSE         *
116100* EMPLOYEE WAS NEVER MET ON THE WALK IS NOT ON PHONDB       *
116200*-----------------------------------------------------------*
116300 5800-REPORT-UNSEEN-EMPLOYEES.
116400     PERFORM 5810-CHECK-ONE-EMPLOYEE
116500         THRU 5810-EXIT
116600         VARYING WS-EM-INDEX FROM 1 BY 1
116700         UNTIL WS-EM-INDEX > WS-EM-USED.
116800 5800-EXIT.
116900     EXIT.
117000*-----------------------------------------------------------*
117100* 5810-CHECK-ONE-EMPLOYEE                                   *
117200*-----------------------------------------------------------*
117300 5810-CHECK-ONE-EMPLOYEE.
117400     IF WS-EM-FOUND (WS-EM-INDEX)
117500         GO TO 5810-EXIT
117600     END-IF.
117700     MOVE WS-EM-OLD-CT (WS-EM-INDEX) TO WS-OLD-CT.
117800     MOVE WS-EM-NEW-CT (WS-EM-INDEX) TO WS-NEW-CT.
117900     MOVE WS-EM-EMPLOYEE-ID (WS-EM-INDEX) TO DET-EMPLOYEE-ID.
118000     MOVE WS-CT-CODE (WS-OLD-CT) TO DET-OLD-CODE.
118100     MOVE WS-CT-CODE (WS-NEW-CT) TO DET-NEW-CODE.
118200     MOVE 'NOT MOVED'        TO DET-ACTION.
118300     MOVE 'EMPLOYEE NOT ON FILE'
118400                             TO DET-NOTE.
118500     ADD 1                   TO WS-EXCEPTION-COUNT.
118600     PERFORM 4000-WRITE-DETAIL
118700         THRU 4000-EXIT.
118800 5810-EXIT.
118900     EXIT.
119000*-----------------------------------------------------------*
119100* 6000-PRINT-HEADCOUNTS - ONE LINE PER CODE NAMED ON THE    *
119200* MAPPING, IN CARD ORDER: MEMBERS BEFORE, MOVED OUT, MOVED  *
119300* IN, AND MEMBERS AFTER (PROJECTED ON A DRY RUN), WITH THE  *
119400* RETIREMENT RESULT FOR EACH OLD CODE - THE SIGN-OFF PAGE   *
119500*-----------------------------------------------------------*
119600 6000-PRINT-HEADCOUNTS.
119700     PERFORM 4600-PRINT-COUNT-HEADINGS
119800         THRU 4600-EXIT.
119900     PERFORM 6100-PRINT-ONE-CODE
120000         THRU 6100-EXIT
120100         VARYING WS-CT-INDEX FROM 1 BY 1
120200         UNTIL WS-CT-INDEX > WS-CT-USED.
120300 6000-EXIT.
120400     EXIT.
120500*-----------------------------------------------------------*
120600* 6100-PRINT-ONE-CODE                                       *
120700*-----------------------------------------------------------*
120800 6100-PRINT-ONE-CODE.
120900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
121000         PERFORM 4600-PRINT-COUNT-HEADINGS
121100             THRU 4600-EXIT
121200     END-IF.
121300     COMPUTE WS-AFTER-COUNT = WS-CT-BEFORE (WS-CT-INDEX)
121400                            - WS-CT-OUT (WS-CT-INDEX)
121500                            + WS-CT-IN (WS-CT-INDEX).
121600     MOVE WS-CT-CODE (WS-CT-INDEX)      TO HC-DEPT-CODE.
121700     MOVE WS-CT-DEPT-NAME (WS-CT-INDEX) TO HC-DEPT-NAME.
121800     MOVE WS-CT-BEFORE (WS-CT-INDEX)    TO HC-BEFORE.
121900     MOVE WS-CT-OUT (WS-CT-INDEX)       TO HC-OUT.
122000     MOVE WS-CT-IN (WS-CT-INDEX)        TO HC-IN.
122100     MOVE WS-AFTER-COUNT                TO HC-AFTER.
122200     MOVE WS-CT-RESULT (WS-CT-INDEX)    TO HC-RESULT.
122300     WRITE PRINT-LINE        FROM HC-DETAIL-LINE
122400         AFTER ADVANCING 1 LINE.
122500     ADD 1                   TO WS-LINE-COUNT.
122600 6100-EXIT.
122700     EXIT.
122800*-----------------------------------------------------------*
122900* 7000-PRINT-TOTALS - TRAILING REORG COUNTS                 *
123000*-----------------------------------------------------------*
123100 7000-PRINT-TOTALS.
123200     IF WS-DRY-RUN
123300         MOVE 'EMPLOYEES TO MOVE   : ' TO TOT-MOVED-LABEL
123400         MOVE 'CODES TO RETIRE     : ' TO TOT-RETIRED-LABEL
123500         MOVE 'DEPTS TO RE-PARENT  : ' TO TOT-REPARENT-LABEL
123600     ELSE
123700         MOVE 'EMPLOYEES MOVED     : ' TO TOT-MOVED-LABEL
123800         MOVE 'CODES RETIRED       : ' TO TOT-RETIRED-LABEL
123900         MOVE 'DEPTS RE-PARENTED   : ' TO TOT-REPARENT-LABEL
124000     END-IF.
124100     MOVE WS-CARDS-READ      TO TOT-CARDS-READ.
124200     MOVE WS-MAP-ERRORS      TO TOT-MAP-ERRORS.
124300     MOVE WS-ROOTS-READ      TO TOT-ROOTS-READ.
124400     MOVE WS-MOVED-COUNT     TO TOT-MOVED-COUNT.
124500     MOVE WS-ALREADY-MOVED   TO TOT-ALREADY-MOVED.
124600     MOVE WS-EXCEPTION-COUNT TO TOT-EXCEPTIONS.
124700     MOVE WS-RETIRED-COUNT   TO TOT-RETIRED-COUNT.
124800     MOVE WS-REPARENT-COUNT  TO TOT-REPARENT-COUNT.
124900     MOVE WS-ERROR-COUNT     TO TOT-ERRORS.
125000     WRITE PRINT-LINE        FROM TOTAL-LINE-1
125100         AFTER ADVANCING 2 LINES.
125200     WRITE PRINT-LINE        FROM TOTAL-LINE-2
125300         AFTER ADVANCING 1 LINE.
125400     WRITE PRINT-LINE        FROM TOTAL-LINE-3
125500         AFTER ADVANCING 1 LINE.
125600     WRITE PRINT-LINE        FROM TOTAL-LINE-4
125700         AFTER ADVANCING 1 LINE.
125800     WRITE PRINT-LINE        FROM TOTAL-LINE-5
125900         AFTER ADVANCING 1 LINE.
126000     WRITE PRINT-LINE        FROM TOTAL-LINE-6
126100         AFTER ADVANCING 1 LINE.
126200     WRITE PRINT-LINE        FROM TOTAL-LINE-7
126300         AFTER ADVANCING 1 LINE.
126400     WRITE PRINT-LINE        FROM TOTAL-LINE-8
126500         AFTER ADVANCING 1 LINE.
126600     WRITE PRINT-LINE        FROM TOTAL-LINE-9
126700         AFTER ADVANCING 1 LINE.
126800 7000-EXIT.
126900     EXIT.
127000*-----------------------------------------------------------*
127100* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN      *
127200* (SEE IVTRUN)                                              *
127300*-----------------------------------------------------------*
127400 8800-START-RUN-CONTROL.
127500     MOVE SPACES             TO RUN-CONTROL-AREA.
127600     SET RCA-START-RUN       TO TRUE.
127700     MOVE WS-JOB-NAME        TO RCA-JOB-NAME.
127800     MOVE 'IVTREOR'          TO RCA-PROGRAM-ID.
127900     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
128000 8800-EXIT.
128100     EXIT.
128200*-----------------------------------------------------------*
128300* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
128400* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
128500* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
128600*-----------------------------------------------------------*
128700 8900-END-RUN-CONTROL.
128800     SET RCA-END-RUN         TO TRUE.
128900     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
129000     MOVE 'MOVED'            TO RCA-COUNT-LABEL (1).
129100     MOVE WS-MOVED-COUNT     TO RCA-COUNT-VALUE (1).
129200     MOVE 'EXCEPTNS'         TO RCA-COUNT-LABEL (2).
129300     MOVE WS-EXCEPTION-COUNT TO RCA-COUNT-VALUE (2).
129400     MOVE 'RETIRED'          TO RCA-COUNT-LABEL (3).
129500     MOVE WS-RETIRED-COUNT   TO RCA-COUNT-VALUE (3).
129600     MOVE 'ERRORS'           TO RCA-COUNT-LABEL (4).
129700     MOVE WS-ERROR-COUNT     TO RCA-COUNT-VALUE (4).
129800     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
129900     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
130000 8900-EXIT.
130100     EXIT.
130200*-----------------------------------------------------------*
130300* 9000-TERMINATE                                            *
130400*-----------------------------------------------------------*
130500 9000-TERMINATE.
130600     CLOSE PRINT-FILE.
130700 9000-EXIT.
130800     EXIT.
