001800* HR CAN FIX AND RESUBMIT IT; A SUMMARY IS DISPLAYED AT END *
001900* OF RUN.  UNLIKE IVTBULK THERE IS NO CHECKPOINT/RESTART -  *
002000* A FAILED RUN BACKS OUT AND IS RERUN FROM THE TOP.         *
002020* A DEPT ACTION MOVES AN EMPLOYEE TO ANOTHER DEPARTMENT AND *
002040* CHANGES NOTHING ELSE.  A CHNG OR DEPT CARRYING A FUTURE   *
002060* EFFECTIVE DATE IS EDITED NOW BUT QUEUED ON SCHDDB, FOR    *
002080* IVTSCH TO APPLY ON THAT DATE.                             *
002100*-----------------------------------------------------------*
002200* MODIFICATION HISTORY                                      *
002300* ----------------------------------------------------------*
002697* 2026-09-02 RLB   JOURNAL IMAGES NOW CARRY THE DEPTSEG       *
002698*                  CHILD'S DEPT CODE (SEE IVTJRNL) - NEW 3750 *
002699*                  CAPTURES IT AHEAD OF A CHNG/DELE           *
002700* 2026-10-15 RLB   NEW DEPT ACTION (DEPARTMENT MOVE         *
002710*                  ONLY) AND AN OPTIONAL EFFECTIVE DATE: A  *
002720*                  FUTURE-DATED CHNG/DEPT IS EDITED AND     *
002730*                  QUEUED ON THE NEW SCHDDB DATABASE (NEW   *
002740*                  PCB - SEE IVTPSB6; REASONS R011-R014)    *
002745*                  FOR IVTSCH TO APPLY ON THE DAY           *
002746* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
002747*                  RUN-CONTROL FILE THROUGH IVTRUN          *
002748*                  (SEE IVTRUNA)                            *
002758* 2026-10-15 RLB   OPTIONAL MT-LISTING-CODE ON ADD/CHNG     *
002768*                  SETS OR CLEARS THE UNLISTED FLAG (R015); *
002778*                  JOURNAL IMAGES CARRY THE FLAG            *
002780* 2026-10-15 RLB   A DELE NOW WRITES THE LEAVER TO          *
002782*                  THE NEW FRMRDB FORWARDING DATABASE       *
002784*                  (NEW PCB - SEE IVTPSB6), FORWARDING      *
002786*                  TO MT-FORWARD-ID WHEN KEYED (R016),      *
002787*                  ELSE THE DEPARTMENT MANAGER              *
002788*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.  IBM-370.
006900     05  DQ-OPERATOR             PIC X(02) VALUE ' ='.
007000     05  DQ-KEY-VALUE            PIC X(05).
007100     05  DQ-RPAREN               PIC X(01) VALUE ')'.
007101 01  FRMRSEG-SSA-QUAL.
007102     05  FQ-SEG-NAME             PIC X(08) VALUE 'FRMRSEG '.
007103     05  FQ-LPAREN               PIC X(01) VALUE '('.
007104     05  FQ-FIELD-NAME           PIC X(08) VALUE 'FRMRKEY '.
007105     05  FQ-OPERATOR             PIC X(02) VALUE ' ='.
007106     05  FQ-KEY-VALUE            PIC X(29).
007107     05  FQ-RPAREN               PIC X(01) VALUE ')'.
007108 01  FRMRSEG-SSA-UNQUAL          PIC X(09) VALUE 'FRMRSEG  '.
007110 01  EXTMSEG-SSA-QUAL.
007120     05  XQ-SEG-NAME             PIC X(08) VALUE 'EXTMSEG '.
007130     05  XQ-LPAREN               PIC X(01) VALUE '('.
007150     05  XQ-OPERATOR             PIC X(02) VALUE ' ='.
007160     05  XQ-KEY-VALUE            PIC X(10).
007170     05  XQ-RPAREN               PIC X(01) VALUE ')'.
007180 01  SCHDSEG-SSA-UNQUAL          PIC X(09) VALUE 'SCHDSEG  '.
007200*-----------------------------------------------------------*
007300* WORKING COPIES OF THE DATABASE SEGMENTS                   *
007400*-----------------------------------------------------------*
007600 COPY IVTDEPT.
007700 COPY IVTDPTM.
007710 COPY IVTEXTM.
007750 COPY IVTSCHD.
007770 COPY IVTFRMD.
007800*-----------------------------------------------------------*
007900* CHANGE-JOURNAL RECORD                                     *
008000*-----------------------------------------------------------*
009200     05  WS-TRAN-OK-SW           PIC X(01) VALUE 'Y'.
009300         88  WS-TRAN-OK                   VALUE 'Y'.
009400         88  WS-TRAN-REJECTED             VALUE 'N'.
009430     05  WS-SCHEDULE-SW          PIC X(01) VALUE 'N'.
009460         88  WS-SCHEDULED                 VALUE 'Y'.
009470     05  WS-DEPT-ISRT-SW         PIC X(01) VALUE 'N'.
009480         88  WS-DEPT-ISRT-TRIED           VALUE 'Y'.
009500 01  WS-COUNTERS.
009600     05  WS-TRANS-READ           PIC 9(07) VALUE ZERO.
009700     05  WS-ADDS-APPLIED         PIC 9(07) VALUE ZERO.
009800     05  WS-CHNGS-APPLIED        PIC 9(07) VALUE ZERO.
009900     05  WS-DELES-APPLIED        PIC 9(07) VALUE ZERO.
009930     05  WS-DEPTS-APPLIED        PIC 9(07) VALUE ZERO.
009960     05  WS-CHNGS-QUEUED         PIC 9(07) VALUE ZERO.
009970     05  WS-FORMERS-WRITTEN      PIC 9(07) VALUE ZERO.
009980     05  WS-FORMERS-FAILED       PIC 9(07) VALUE ZERO.
010000     05  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.
010100 01  WS-CURRENT-DATE.
010200     05  WS-CURRENT-YYYYMMDD     PIC 9(08).
010505 01  WS-JOB-NAME                 PIC X(08) VALUE 'IVTMNTJ'.
010510 01  WS-EXT-FIELDS.
010520     05  WS-FREE-EXTENSION       PIC X(10).
010522 01  WS-FRMR-ENTRY               PIC X(120).
010524*-----------------------------------------------------------*
010528* RUN DATE AND EFFECTIVE-DATE EDIT AREA                     *
010532*-----------------------------------------------------------*
010536 01  WS-RUN-DATE                 PIC X(08).
010540 01  WS-EFF-FIELDS.
010544     05  WS-EFF-DATE.
010548         10  WS-EFF-YEAR         PIC 9(04).
010552         10  WS-EFF-MONTH        PIC 9(02).
010556         10  WS-EFF-DAY          PIC 9(02).
010560     05  WS-EFF-MONTH-DAYS       PIC 9(02).
010564     05  WS-EFF-YEAR-QUOT        PIC 9(04).
010568     05  WS-EFF-YEAR-REM         PIC 9(04).
010572 01  WS-MONTH-DAYS-TABLE.
010576     05  FILLER                  PIC X(24)
010580         VALUE '312831303130313130313031'.
010584 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
010588     05  WS-DAYS-IN-MONTH        OCCURS 12 TIMES PIC 9(02).
010590*-----------------------------------------------------------*
010592* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
010594*-----------------------------------------------------------*
010596 COPY IVTRUNA.
010600 LINKAGE SECTION.
010700 COPY IVTPCB1.
010800 COPY IVTPCBD.
010850 COPY IVTPCBE.
010900 COPY IVTPCBG.
010950 COPY IVTPCBS.
010970 COPY IVTPCBF.
011000 PROCEDURE DIVISION.
011100 ENTRY 'DLITCBL' USING PHONDB-PCB
011200                       DEPTDB-PCB
011250                       EXTDB-PCB
011270                       SCHDDB-PCB
011280                       FRMRDB-PCB
011300                       PHONJRNL-PCB.
011400*-----------------------------------------------------------*
011500* 0000-MAINLINE                                             *
011600*-----------------------------------------------------------*
011700 0000-MAINLINE.
011730     PERFORM 8800-START-RUN-CONTROL
011760         THRU 8800-EXIT.
011800     PERFORM 1000-INITIALIZE
011900         THRU 1000-EXIT.
012000     PERFORM 2000-PROCESS-ONE-TRAN
012400         THRU 8000-EXIT.
012500     PERFORM 9000-TERMINATE
012600         THRU 9000-EXIT.
012630     PERFORM 8900-END-RUN-CONTROL
012660         THRU 8900-EXIT.
012700     GOBACK.
012800*-----------------------------------------------------------*
012900* 1000-INITIALIZE                                           *
013100 1000-INITIALIZE.
013200     OPEN INPUT MNT-TRAN-FILE.
013300     OPEN OUTPUT REJECT-FILE.
013330     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
013360     MOVE WS-CURRENT-YYYYMMDD TO WS-RUN-DATE.
013400 1000-EXIT.
013500     EXIT.
013600*-----------------------------------------------------------*
014400     END-READ.
014500     ADD 1                   TO WS-TRANS-READ.
014600     MOVE 'Y'                TO WS-TRAN-OK-SW.
014650     MOVE 'N'                TO WS-SCHEDULE-SW.
014700     PERFORM 3000-EDIT-TRAN
014800         THRU 3000-EXIT.
014900     IF WS-TRAN-REJECTED
015000         GO TO 2000-EXIT
015100     END-IF.
015110     IF WS-SCHEDULED
015120         PERFORM 4500-QUEUE-CHANGE
015130             THRU 4500-EXIT
015140         GO TO 2000-EXIT
015150     END-IF.
015200     EVALUATE TRUE
015300         WHEN MT-ACTION-ADD
015400             PERFORM 4100-APPLY-ADD
015900         WHEN MT-ACTION-DELE
016000             PERFORM 4300-APPLY-DELE
016100                 THRU 4300-EXIT
016120         WHEN MT-ACTION-DEPT
016140             PERFORM 4400-APPLY-DEPT
016160                 THRU 4400-EXIT
016200     END-EVALUATE.
016300 2000-EXIT.
016400     EXIT.
017200     IF NOT MT-ACTION-ADD
017300         AND NOT MT-ACTION-CHNG
017400         AND NOT MT-ACTION-DELE
017450         AND NOT MT-ACTION-DEPT
017500         MOVE 'R001'         TO MR-REASON-CODE
017600         MOVE 'INVALID ACTION CODE'
017700                             TO MR-REASON-TEXT
018700             THRU 7000-EXIT
018800         GO TO 3000-EXIT
018900     END-IF.
018901     IF MT-LISTING-CODE NOT = SPACE AND 'U' AND 'P'
018902         MOVE 'R015'         TO MR-REASON-CODE
018903         MOVE 'INVALID LISTING CODE'
018904                             TO MR-REASON-TEXT
018905         PERFORM 7000-WRITE-REJECT
018906             THRU 7000-EXIT
018907         GO TO 3000-EXIT
018908     END-IF.
018909     IF MT-LISTING-CODE NOT = SPACE
018910         AND (MT-ACTION-DELE OR MT-ACTION-DEPT)
018911         MOVE 'R015'         TO MR-REASON-CODE
018912         MOVE 'LISTING CODE ADD/CHNG ONLY'
018913                             TO MR-REASON-TEXT
018914         PERFORM 7000-WRITE-REJECT
018915             THRU 7000-EXIT
018916         GO TO 3000-EXIT
018917     END-IF.
018920     IF MT-EFFECTIVE-DATE NOT = SPACES
018930         PERFORM 3300-EDIT-EFFECTIVE-DATE
018940             THRU 3300-EXIT
018950         IF WS-TRAN-REJECTED
018960             GO TO 3000-EXIT
018965         END-IF
018970     END-IF.
018975     IF MT-ACTION-DELE
018980         AND MT-FORWARD-ID NOT = SPACES
018985         PERFORM 3350-EDIT-FORWARD-ID
018990             THRU 3350-EXIT
018995     END-IF.
019000     IF MT-ACTION-DELE
019100         GO TO 3000-EXIT
019200     END-IF.
019220     IF MT-ACTION-DEPT
019240         GO TO 3000-DEPT
019260     END-IF.
019300     MOVE MT-ZIP-CODE        TO ZIP-EDIT-CODE.
019400     PERFORM 3100-EDIT-ZIP-CODE
019500         THRU 3100-EXIT.
020350             GO TO 3000-EXIT
020360         END-IF
020370     END-IF.
020372 3000-DEPT.
020374     IF MT-ACTION-DEPT
020376         AND MT-DEPT-CODE = SPACES
020378         MOVE 'R014'         TO MR-REASON-CODE
020380         MOVE 'DEPT CODE MISSING ON MOVE'
020382                             TO MR-REASON-TEXT
020384         PERFORM 7000-WRITE-REJECT
020386             THRU 7000-EXIT
020388         GO TO 3000-EXIT
020390     END-IF.
020400     IF MT-DEPT-CODE = SPACES
020500         GO TO 3000-EXIT
020600     END-IF.
028310     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
028320     SET PS-ACTIVE           TO TRUE.
028330     MOVE WS-CURRENT-YYYYMMDD TO PS-STATUS-DATE.
028340     IF MT-LISTING-CODE = 'U'
028350         SET PS-UNLISTED     TO TRUE
028360     ELSE
028370         SET PS-PUBLISHED    TO TRUE
028380     END-IF.
028400     CALL 'CBLTDLI' USING FUNC-ISRT
028500                          PHONDB-PCB
028600                          PHONSEG-IO-AREA
030200         ADD 1               TO WS-ADDS-APPLIED
030210     END-IF.
030300     MOVE SPACES             TO JRNL-BEFORE-IMAGE.
030350     MOVE SPACES             TO JRNL-BFR-LISTING-CODE.
030400     PERFORM 3800-SET-AFTER-IMAGE
030500         THRU 3800-EXIT.
030510     IF MT-DEPT-CODE NOT = SPACES
033200     MOVE MT-FIRST-NAME      TO PS-FIRST-NAME.
033300     MOVE MT-EXTENSION       TO PS-EXTENSION.
033400     MOVE MT-ZIP-CODE        TO PS-ZIP-CODE.
033410     IF MT-LISTING-CODE = 'U'
033420         SET PS-UNLISTED     TO TRUE
033430     END-IF.
033440     IF MT-LISTING-CODE = 'P'
033450         SET PS-PUBLISHED    TO TRUE
033460     END-IF.
033500     CALL 'CBLTDLI' USING FUNC-REPL
033600                          PHONDB-PCB
033700                          PHONSEG-IO-AREA.
035920* REACHES THE REJECT FILE INSTEAD OF COUNTING AS APPLIED    *
036000*-----------------------------------------------------------*
036100 4250-UPDATE-DEPARTMENT.
036150     MOVE 'N'                TO WS-DEPT-ISRT-SW.
036200     CALL 'CBLTDLI' USING FUNC-GNP
036300                          PHONDB-PCB
036400                          DEPTSEG-IO-AREA
037900                          DEPTSEG-IO-AREA.
038000     GO TO 4250-CHECK.
038100 4250-ISRT.
038150     MOVE 'Y'                TO WS-DEPT-ISRT-SW.
038200     MOVE DM-DEPT-CODE       TO DS-DEPT-CODE.
038300     MOVE DM-DEPT-NAME       TO DS-DEPT-NAME.
038400     MOVE DM-MGR-NAME        TO DS-MGR-NAME.
041940             THRU 3650-EXIT
041950     END-IF.
042000     MOVE SPACES             TO JRNL-AFTER-IMAGE.
042050     MOVE SPACES             TO JRNL-AFT-LISTING-CODE.
042100     PERFORM 3900-WRITE-JOURNAL
042200         THRU 3900-EXIT.
042230     PERFORM 3850-RECORD-FORMER
042260         THRU 3850-EXIT.
042300 4300-EXIT.
042400     EXIT.
042402*-----------------------------------------------------------*
043400     MOVE PS-ZIP-CODE        TO JRNL-BFR-ZIP-CODE.
043410     MOVE PS-STATUS-CODE     TO JRNL-BFR-STATUS-CODE.
043420     MOVE PS-STATUS-DATE     TO JRNL-BFR-STATUS-DATE.
043425     MOVE PS-LISTING-CODE    TO JRNL-BFR-LISTING-CODE.
043430     PERFORM 3750-CAPTURE-DEPT-BEFORE
043440         THRU 3750-EXIT.
043500 3700-EXIT.
044600     MOVE PS-ZIP-CODE        TO JRNL-AFT-ZIP-CODE.
044610     MOVE PS-STATUS-CODE     TO JRNL-AFT-STATUS-CODE.
044620     MOVE PS-STATUS-DATE     TO JRNL-AFT-STATUS-DATE.
044660     MOVE PS-LISTING-CODE    TO JRNL-AFT-LISTING-CODE.
044700 3800-EXIT.
044800     EXIT.
044900*-----------------------------------------------------------*
049400     DISPLAY 'ADDS APPLIED        : ' WS-ADDS-APPLIED.
049500     DISPLAY 'CHANGES APPLIED     : ' WS-CHNGS-APPLIED.
049600     DISPLAY 'DELETES APPLIED     : ' WS-DELES-APPLIED.
049630     DISPLAY 'DEPT MOVES APPLIED  : ' WS-DEPTS-APPLIED.
049660     DISPLAY 'CHANGES SCHEDULED   : ' WS-CHNGS-QUEUED.
049670     DISPLAY 'FORWARDING ENTRIES  : ' WS-FORMERS-WRITTEN.
049680     DISPLAY 'FORWARDING FAILURES : ' WS-FORMERS-FAILED.
049700     DISPLAY 'TRANSACTIONS REJECTED: ' WS-TRANS-REJECTED.
049800 8000-EXIT.
049900     EXIT.
050500     CLOSE REJECT-FILE.
050600 9000-EXIT.
050700     EXIT.
050800*-----------------------------------------------------------*
050900* 3300-EDIT-EFFECTIVE-DATE - MT-EFFECTIVE-DATE MUST BE      *
051000* A REAL CALENDAR DATE, CCYYMMDD (FEBRUARY HAS 29 DAYS      *
051100* IN A YEAR DIVISIBLE BY 4).  A DATE AFTER THE RUN DATE     *
051200* MARKS THE TRANSACTION FOR QUEUEING, WHICH ONLY A CHNG     *
051300* OR DEPT MAY BE                                            *
051400*-----------------------------------------------------------*
051500 3300-EDIT-EFFECTIVE-DATE.
051600     IF MT-EFFECTIVE-DATE NOT NUMERIC
051700         GO TO 3300-BAD
051800     END-IF.
051900     MOVE MT-EFFECTIVE-DATE  TO WS-EFF-DATE.
052000     IF WS-EFF-MONTH < 1
052100         OR WS-EFF-MONTH > 12
052200         GO TO 3300-BAD
052300     END-IF.
052400     MOVE WS-DAYS-IN-MONTH (WS-EFF-MONTH)
052500                             TO WS-EFF-MONTH-DAYS.
052600     IF WS-EFF-MONTH = 2
052700         DIVIDE WS-EFF-YEAR BY 4
052800             GIVING WS-EFF-YEAR-QUOT REMAINDER WS-EFF-YEAR-REM
052900         IF WS-EFF-YEAR-REM = ZERO
053000             MOVE 29         TO WS-EFF-MONTH-DAYS
053100         END-IF
053200     END-IF.
053300     IF WS-EFF-DAY < 1
053400         OR WS-EFF-DAY > WS-EFF-MONTH-DAYS
053500         GO TO 3300-BAD
053600     END-IF.
053700     IF MT-EFFECTIVE-DATE NOT > WS-RUN-DATE
053800         GO TO 3300-EXIT
053900     END-IF.
054000     IF MT-ACTION-ADD
054100         OR MT-ACTION-DELE
054200         MOVE 'R012'         TO MR-REASON-CODE
054300         MOVE 'ONLY CHNG/DEPT SCHEDULABLE'
054400                             TO MR-REASON-TEXT
054500         PERFORM 7000-WRITE-REJECT
054600             THRU 7000-EXIT
054700         GO TO 3300-EXIT
054800     END-IF.
054810     IF MT-LISTING-CODE NOT = SPACES
054820         MOVE 'R015'         TO MR-REASON-CODE
054830         MOVE 'LISTING CODE NOT SCHEDULABLE'
054840                             TO MR-REASON-TEXT
054850         PERFORM 7000-WRITE-REJECT
054860             THRU 7000-EXIT
054870         GO TO 3300-EXIT
054880     END-IF.
054900     SET WS-SCHEDULED        TO TRUE.
055000     GO TO 3300-EXIT.
055100 3300-BAD.
055200     MOVE 'R011'             TO MR-REASON-CODE.
055300     MOVE 'INVALID EFFECTIVE DATE'
055400                             TO MR-REASON-TEXT.
055500     PERFORM 7000-WRITE-REJECT
055600         THRU 7000-EXIT.
055700 3300-EXIT.
055800     EXIT.
055801*-----------------------------------------------------------*
055802* 3350-EDIT-FORWARD-ID - A FORWARD-TO ID ON A DELE MUST BE  *
055803* ON PHONDB AND MUST NOT BE THE EMPLOYEE BEING DELETED      *
055804*-----------------------------------------------------------*
055805 3350-EDIT-FORWARD-ID.
055806     IF MT-FORWARD-ID = MT-EMPLOYEE-ID
055807         MOVE 'R016'         TO MR-REASON-CODE
055808         MOVE 'CANNOT FORWARD TO SELF'
055809                             TO MR-REASON-TEXT
055810         PERFORM 7000-WRITE-REJECT
055811             THRU 7000-EXIT
055812         GO TO 3350-EXIT
055813     END-IF.
055814     MOVE MT-FORWARD-ID      TO PQ-KEY-VALUE.
055815     CALL 'CBLTDLI' USING FUNC-GU
055816                          PHONDB-PCB
055817                          PHONSEG-IO-AREA
055818                          PHONSEG-SSA-QUAL.
055819     IF PHONDB-STATUS-CODE NOT = SPACES
055820         MOVE 'R016'         TO MR-REASON-CODE
055821         MOVE 'FORWARD-TO ID NOT ON FILE'
055822                             TO MR-REASON-TEXT
055823         PERFORM 7000-WRITE-REJECT
055824             THRU 7000-EXIT
055825     END-IF.
055826 3350-EXIT.
055827     EXIT.
055828*-----------------------------------------------------------*
055829* 3850-RECORD-FORMER - WRITE THE DELETED EMPLOYEE TO FRMRDB *
055830* FROM THE ROOT STILL IN PHONSEG-IO-AREA AND THE DEPTSEG    *
055831* 3750 READ (JRNL-BFR-DEPT-CODE IS SPACES WHEN THERE WAS    *
055832* NONE).  A LEAVER ALREADY ON FILE UNDER THE SAME NAME AND  *
055833* ID (REHIRED AND GONE AGAIN) IS REPLACED.  A FAILURE IS    *
055834* COUNTED AND DISPLAYED BUT DOES NOT UNDO THE DELETE        *
055835*-----------------------------------------------------------*
055836 3850-RECORD-FORMER.
055837     MOVE SPACES             TO FRMRSEG-IO-AREA.
055838     MOVE PS-LAST-NAME       TO FR-LAST-NAME.
055839     MOVE PS-FIRST-NAME      TO FR-FIRST-NAME.
055840     MOVE PS-EMPLOYEE-ID     TO FR-EMPLOYEE-ID.
055841     MOVE PS-EXTENSION       TO FR-EXTENSION.
055842     MOVE PS-LISTING-CODE    TO FR-LISTING-CODE.
055843     IF PS-TERM-PENDING
055844         MOVE PS-STATUS-DATE TO FR-LEAVING-DATE
055845     ELSE
055846         MOVE WS-RUN-DATE    TO FR-LEAVING-DATE
055847     END-IF.
055848     IF JRNL-BFR-DEPT-CODE NOT = SPACES
055849         MOVE DS-DEPT-CODE   TO FR-DEPT-CODE
055850         MOVE DS-DEPT-NAME   TO FR-DEPT-NAME
055851         MOVE DS-MGR-NAME    TO FR-MGR-NAME
055852         PERFORM 3860-DEFAULT-FORWARD
055853             THRU 3860-EXIT
055854     END-IF.
055855     IF MT-FORWARD-ID NOT = SPACES
055856         MOVE MT-FORWARD-ID  TO FR-FORWARD-ID
055857         SET FR-FORWARD-KEYED TO TRUE
055858     END-IF.
055859     MOVE WS-JOB-NAME        TO FR-DELETED-BY.
055860     CALL 'CBLTDLI' USING FUNC-ISRT
055861                          FRMRDB-PCB
055862                          FRMRSEG-IO-AREA
055863                          FRMRSEG-SSA-UNQUAL.
055864     IF FRMRDB-STATUS-CODE = 'II'
055865         PERFORM 3870-REPLACE-FORMER
055866             THRU 3870-EXIT
055867     END-IF.
055868     IF FRMRDB-STATUS-CODE NOT = SPACES
055869         ADD 1               TO WS-FORMERS-FAILED
055870         DISPLAY 'IVTMNT - FORWARDING ENTRY NOT WRITTEN FOR '
055871                 FR-EMPLOYEE-ID ' STATUS ' FRMRDB-STATUS-CODE
055872     ELSE
055873         ADD 1               TO WS-FORMERS-WRITTEN
055874     END-IF.
055875 3850-EXIT.
055876     EXIT.
055877*-----------------------------------------------------------*
055878* 3860-DEFAULT-FORWARD - THE LAST MANAGER, AND THE DEFAULT  *
055879* FORWARD-TO, IS THE DEPARTMENT'S MANAGER ON THE DEPTDB     *
055880* MASTER.  A LEAVER WHO MANAGED THE DEPARTMENT GETS THE     *
055881* PARENT DEPARTMENT'S MANAGER INSTEAD.  FORWARD-TO STAYS    *
055882* SPACES WHEN NO MANAGER IS FOUND                           *
055883*-----------------------------------------------------------*
055884 3860-DEFAULT-FORWARD.
055885     MOVE FR-DEPT-CODE       TO DQ-KEY-VALUE.
055886     CALL 'CBLTDLI' USING FUNC-GU
055887                          DEPTDB-PCB
055888                          DEPTMSEG-IO-AREA
055889                          DEPTMSEG-SSA-QUAL.
055890     IF DEPTDB-STATUS-CODE NOT = SPACES
055891         GO TO 3860-EXIT
055892     END-IF.
055893     IF DM-MGR-EMPLOYEE-ID NOT = FR-EMPLOYEE-ID
055894         OR DM-PARENT-CODE = SPACES
055895         GO TO 3860-SET
055896     END-IF.
055897     MOVE DM-PARENT-CODE     TO DQ-KEY-VALUE.
055898     CALL 'CBLTDLI' USING FUNC-GU
055899                          DEPTDB-PCB
055900                          DEPTMSEG-IO-AREA
055901                          DEPTMSEG-SSA-QUAL.
055902     IF DEPTDB-STATUS-CODE NOT = SPACES
055903         GO TO 3860-EXIT
055904     END-IF.
055905 3860-SET.
055906     MOVE DM-MGR-EMPLOYEE-ID TO FR-MGR-EMPLOYEE-ID.
055907     MOVE DM-MGR-NAME        TO FR-MGR-NAME.
055908     IF DM-MGR-EMPLOYEE-ID NOT = SPACES
055909         AND DM-MGR-EMPLOYEE-ID NOT = FR-EMPLOYEE-ID
055910         MOVE DM-MGR-EMPLOYEE-ID TO FR-FORWARD-ID
055911         SET FR-FORWARD-MANAGER TO TRUE
055912     END-IF.
055913 3860-EXIT.
055914     EXIT.
055915*-----------------------------------------------------------*
055916* 3870-REPLACE-FORMER - THE LEAVER IS ALREADY ON FRMRDB:    *
055917* READ THAT ENTRY FOR UPDATE AND OVERWRITE IT               *
055918*-----------------------------------------------------------*
055919 3870-REPLACE-FORMER.
055920     MOVE FRMRSEG-IO-AREA    TO WS-FRMR-ENTRY.
055921     MOVE FR-KEY             TO FQ-KEY-VALUE.
055922     CALL 'CBLTDLI' USING FUNC-GU
055923                          FRMRDB-PCB
055924                          FRMRSEG-IO-AREA
055925                          FRMRSEG-SSA-QUAL.
055926     IF FRMRDB-STATUS-CODE NOT = SPACES
055927         GO TO 3870-EXIT
055928     END-IF.
055929     MOVE WS-FRMR-ENTRY      TO FRMRSEG-IO-AREA.
055930     CALL 'CBLTDLI' USING FUNC-REPL
055931                          FRMRDB-PCB
055932                          FRMRSEG-IO-AREA.
055933 3870-EXIT.
055934     EXIT.
055935*-----------------------------------------------------------*
056000* 4400-APPLY-DEPT - MOVE AN EXISTING EMPLOYEE TO            *
056100* MT-DEPT-CODE AND CHANGE NOTHING ELSE: THE DEPTSEG CHILD   *
056200* IS MAINTAINED BY 4250 UNDER THE UNCHANGED PHONSEG ROOT.   *
056210* A MOVE THAT FAILS AFTER THE OLD CHILD IS DELETED HAS      *
056220* STILL CHANGED THE DATABASE, SO IT IS JOURNALED EITHER WAY *
056300*-----------------------------------------------------------*
056400 4400-APPLY-DEPT.
056500     MOVE MT-EMPLOYEE-ID     TO PQ-KEY-VALUE.
056600     CALL 'CBLTDLI' USING FUNC-GU
056700                          PHONDB-PCB
056800                          PHONSEG-IO-AREA
056900                          PHONSEG-SSA-QUAL.
057000     IF PHONDB-STATUS-CODE NOT = SPACES
057100         MOVE 'R007'         TO MR-REASON-CODE
057200         MOVE 'EMPLOYEE NOT ON FILE'
057300                             TO MR-REASON-TEXT
057400         PERFORM 7000-WRITE-REJECT
057500             THRU 7000-EXIT
057600         GO TO 4400-EXIT
057700     END-IF.
057800     PERFORM 3700-SET-BEFORE-IMAGE
057900         THRU 3700-EXIT.
058000     PERFORM 4250-UPDATE-DEPARTMENT
058100         THRU 4250-EXIT.
058110*    THE DLET OF THE OLD CHILD IS ON THE DATABASE EVEN WHEN
058120*    THE ISRT OF THE NEW ONE FAILED, SO THE MOVE IS JOURNALED
058130*    EITHER WAY WITH THE CODE THE EMPLOYEE ACTUALLY HOLDS;
058140*    ONLY A FULLY CLEAN TRANSACTION COUNTS AS APPLIED
058200     IF WS-TRAN-OK
058500         ADD 1               TO WS-DEPTS-APPLIED
058550     END-IF.
058600     PERFORM 3800-SET-AFTER-IMAGE
058700         THRU 3800-EXIT.
058710     IF WS-TRAN-OK
058720         MOVE DM-DEPT-CODE   TO JRNL-AFT-DEPT-CODE
058730     ELSE
058740         MOVE JRNL-BFR-DEPT-CODE TO JRNL-AFT-DEPT-CODE
058750         IF WS-DEPT-ISRT-TRIED
058760             MOVE SPACES     TO JRNL-AFT-DEPT-CODE
058770         END-IF
058780     END-IF.
058900     PERFORM 3900-WRITE-JOURNAL
059000         THRU 3900-EXIT.
059100 4400-EXIT.
059200     EXIT.
059300*-----------------------------------------------------------*
059400* 4500-QUEUE-CHANGE - THE TRANSACTION PASSED ITS EDITS BUT  *
059500* TAKES EFFECT ON A FUTURE DATE: ISRT IT ON SCHDDB FOR      *
059600* IVTSCH TO APPLY THEN.  A DEPT MOVE CARRIES THE EMPLOYEE'S *
059700* CURRENT NAME AND NUMBER FOR THE LISTINGS ONLY             *
059800*-----------------------------------------------------------*
059900 4500-QUEUE-CHANGE.
060000     MOVE MT-EMPLOYEE-ID     TO PQ-KEY-VALUE.
060100     CALL 'CBLTDLI' USING FUNC-GU
060200                          PHONDB-PCB
060300                          PHONSEG-IO-AREA
060400                          PHONSEG-SSA-QUAL.
060500     IF PHONDB-STATUS-CODE NOT = SPACES
060600         MOVE 'R007'         TO MR-REASON-CODE
060700         MOVE 'EMPLOYEE NOT ON FILE'
060800                             TO MR-REASON-TEXT
060900         PERFORM 7000-WRITE-REJECT
061000             THRU 7000-EXIT
061100         GO TO 4500-EXIT
061200     END-IF.
061300     MOVE SPACES             TO SCHDSEG-IO-AREA.
061400     MOVE MT-EMPLOYEE-ID     TO SC-EMPLOYEE-ID.
061500     MOVE MT-EFFECTIVE-DATE  TO SC-EFFECTIVE-DATE.
061600     MOVE MT-ACTION          TO SC-ACTION.
061700     SET SC-PENDING          TO TRUE.
061800     IF SC-ACTION-DEPT
061900         MOVE PS-LAST-NAME   TO SC-LAST-NAME
062000         MOVE PS-FIRST-NAME  TO SC-FIRST-NAME
062100         MOVE PS-EXTENSION   TO SC-EXTENSION
062200         MOVE PS-ZIP-CODE    TO SC-ZIP-CODE
062300     ELSE
062400         MOVE MT-LAST-NAME   TO SC-LAST-NAME
062500         MOVE MT-FIRST-NAME  TO SC-FIRST-NAME
062600         MOVE MT-EXTENSION   TO SC-EXTENSION
062700         MOVE MT-ZIP-CODE    TO SC-ZIP-CODE
062800     END-IF.
062900     MOVE MT-DEPT-CODE       TO SC-DEPT-CODE.
063000     MOVE WS-JOB-NAME        TO SC-QUEUED-BY.
063100     MOVE WS-RUN-DATE        TO SC-QUEUED-DATE.
063200     CALL 'CBLTDLI' USING FUNC-ISRT
063300                          SCHDDB-PCB
063400                          SCHDSEG-IO-AREA
063500                          SCHDSEG-SSA-UNQUAL.
063600     IF SCHDDB-STATUS-CODE = 'II'
063700         MOVE 'R013'         TO MR-REASON-CODE
063800         MOVE 'ALREADY SCHEDULED FOR DATE'
063900                             TO MR-REASON-TEXT
064000         PERFORM 7000-WRITE-REJECT
064100             THRU 7000-EXIT
064200         GO TO 4500-EXIT
064300     END-IF.
064400     IF SCHDDB-STATUS-CODE NOT = SPACES
064500         MOVE 'R008'         TO MR-REASON-CODE
064600         MOVE SPACES         TO MR-REASON-TEXT
064700         STRING 'DATABASE ERROR - STATUS ' SCHDDB-STATUS-CODE
064800             DELIMITED BY SIZE INTO MR-REASON-TEXT
064900         PERFORM 7000-WRITE-REJECT
065000             THRU 7000-EXIT
065100         GO TO 4500-EXIT
065200     END-IF.
065300     ADD 1                   TO WS-CHNGS-QUEUED.
065400 4500-EXIT.
065500     EXIT.
065600*-----------------------------------------------------------*
065700* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN      *
065800* (SEE IVTRUN)                                              *
065900*-----------------------------------------------------------*
066000 8800-START-RUN-CONTROL.
066100     MOVE SPACES             TO RUN-CONTROL-AREA.
066200     SET RCA-START-RUN       TO TRUE.
066300     MOVE WS-JOB-NAME        TO RCA-JOB-NAME.
066400     MOVE 'IVTMNT'           TO RCA-PROGRAM-ID.
066500     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
066600 8800-EXIT.
066700     EXIT.
066800*-----------------------------------------------------------*
066900* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
067000* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
067100* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
067200*-----------------------------------------------------------*
067300 8900-END-RUN-CONTROL.
067400     SET RCA-END-RUN         TO TRUE.
067500     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
067600     MOVE 'READ'             TO RCA-COUNT-LABEL (1).
067700     MOVE WS-TRANS-READ      TO RCA-COUNT-VALUE (1).
067800     MOVE 'ADDS'             TO RCA-COUNT-LABEL (2).
067900     MOVE WS-ADDS-APPLIED    TO RCA-COUNT-VALUE (2).
068000     MOVE 'CHANGES'          TO RCA-COUNT-LABEL (3).
068100     MOVE WS-CHNGS-APPLIED   TO RCA-COUNT-VALUE (3).
068200     MOVE 'REJECTED'         TO RCA-COUNT-LABEL (4).
068300     MOVE WS-TRANS-REJECTED  TO RCA-COUNT-VALUE (4).
068400     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
068500     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
068600 8900-EXIT.
068700     EXIT.
