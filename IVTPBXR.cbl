000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IVTPBXR.
000300 AUTHOR.        R L BRENNAN.
000400 INSTALLATION.  CORPORATE SYSTEMS - VOICE/DATA SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* IVTPBXR - PBX STATION / POOL / DIRECTORY RECONCILIATION.  *
000900* RUNS AS A DL/I BATCH PROGRAM AGAINST THE EXTDB EXTENSION  *
001000* POOL MASTER (READ-ONLY, GN WALK IN XMNUM SEQUENCE),       *
001100* MATCH-MERGING IT AGAINST THE SWITCH VENDOR'S NIGHTLY      *
001200* STATION DUMP (PBXIN - SEE IVTPBXD, PRESORTED BY           *
001300* EXTENSION) AND THE NIGHTLY IVTSNP SNAPSHOT (SNAPIN),      *
001400* WHICH IS SORTED BY EXTENSION HERE.  ONE EXCEPTION REPORT  *
001500* IN EXTENSION ORDER SO VOICE SERVICES CAN CLEAN UP THE     *
001600* SWITCH AND THE POOL TOGETHER:                             *
001700*   LIVE, NOT IN POOL  - STATION ON THE SWITCH, NUMBER NOT  *
001800*                        ON EXTDB AT ALL                    *
001900*   LIVE, POOL SPARE   - STATION ON THE SWITCH, NUMBER      *
002000*                        SPARE ON EXTDB                     *
002100*   ASSIGNED, NO STATION - EXTDB SAYS ASSIGNED, NO STATION  *
002200*                        IS CONFIGURED FOR IT               *
002300*   TYPE MISMATCH      - XM-TYPE-CODE DISAGREES WITH THE    *
002400*                        SWITCH LINE TYPE                   *
002500*   NAME MISMATCH      - THE SET'S DISPLAY NAME IS NOT THE  *
002600*                        'LAST,FIRST' OF ANY DIRECTORY      *
002700*                        ENTRY HOLDING THE EXTENSION (OR    *
002800*                        NO DIRECTORY ENTRY HOLDS THE       *
002900*                        ASSIGNED NUMBER)                   *
003000* THE DUMP'S HDR/TRL CONTROLS ARE VERIFIED FIRST, AS IVTRECN*
003100* DOES FOR THE HR FEED; A FAILURE PRINTS A CONTROL-TOTAL    *
003200* REPORT AND ENDS WITH RETURN CODE 16.                      *
003300*-----------------------------------------------------------*
003400* MODIFICATION HISTORY                                      *
003500* ----------------------------------------------------------*
003600* DATE       BY    DESCRIPTION                              *
003700* ---------- ----- -------------------------------------------
003800* 2026-10-15 RLB   ORIGINAL PROGRAM                         *
003810* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
003820*                  RUN-CONTROL FILE THROUGH IVTRUN          *
003830*                  (SEE IVTRUNA); ENDS RC=20 UNPROCESSED IF *
003840*                  A PREDECESSOR JOB HAS NOT COMPLETED FOR  *
003850*                  THE SAME BUSINESS DATE                   *
003900*-----------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.  IBM-370.
004300 OBJECT-COMPUTER.  IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT STATION-FILE     ASSIGN TO PBXIN.
004700     SELECT SNAP-FILE        ASSIGN TO SNAPIN.
004800     SELECT SORT-FILE        ASSIGN TO SORTWK1.
004900     SELECT PRINT-FILE       ASSIGN TO PRTFILE.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  STATION-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 COPY IVTPBXD.
005600 FD  SNAP-FILE
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 COPY IVTSNPD.
006000 SD  SORT-FILE.
006100 01  SORT-RECORD.
006200     05  SR-EXTENSION            PIC X(10).
006300     05  SR-EMPLOYEE-ID          PIC X(09).
006400     05  SR-LAST-NAME            PIC X(10).
006500     05  SR-FIRST-NAME           PIC X(10).
006600 FD  PRINT-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  PRINT-LINE                  PIC X(133).
007000 WORKING-STORAGE SECTION.
007100*-----------------------------------------------------------*
007200* DL/I FUNCTION CODE AND SEGMENT SEARCH ARGUMENT            *
007300*-----------------------------------------------------------*
007400 01  FUNC-GN                     PIC X(04) VALUE 'GN  '.
007500 01  EXTMSEG-SSA-UNQUAL          PIC X(09) VALUE 'EXTMSEG  '.
007600*-----------------------------------------------------------*
007700* WORKING COPY OF THE EXTENSION POOL MASTER SEGMENT         *
007800*-----------------------------------------------------------*
007900 COPY IVTEXTM.
008000*-----------------------------------------------------------*
008100* SWITCHES AND DUMP CONTROLS                                *
008200*-----------------------------------------------------------*
008300 01  WS-SWITCHES.
008400     05  WS-STATION-EOF-SW       PIC X(01) VALUE 'N'.
008500         88  WS-STATION-EOF               VALUE 'Y'.
008600     05  WS-EXT-EOF-SW           PIC X(01) VALUE 'N'.
008700         88  WS-EXT-EOF                   VALUE 'Y'.
008800     05  WS-PHON-EOF-SW          PIC X(01) VALUE 'N'.
008900         88  WS-PHON-EOF                  VALUE 'Y'.
009000     05  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
009100         88  WS-SORT-EOF                  VALUE 'Y'.
009200     05  WS-CONTROLS-OK-SW       PIC X(01) VALUE 'Y'.
009300         88  WS-CONTROLS-OK               VALUE 'Y'.
009400         88  WS-CONTROLS-BAD              VALUE 'N'.
009500     05  WS-VERIFY-DONE-SW       PIC X(01) VALUE 'N'.
009600         88  WS-VERIFY-DONE               VALUE 'Y'.
009700     05  WS-TRL-SEEN-SW          PIC X(01) VALUE 'N'.
009800         88  WS-TRL-SEEN                  VALUE 'Y'.
009900     05  WS-STATION-HERE-SW      PIC X(01) VALUE 'N'.
010000         88  WS-STATION-HERE              VALUE 'Y'.
010100     05  WS-POOL-HERE-SW         PIC X(01) VALUE 'N'.
010200         88  WS-POOL-HERE                 VALUE 'Y'.
010300     05  WS-NAME-MATCH-SW        PIC X(01) VALUE 'N'.
010400         88  WS-NAME-MATCH                VALUE 'Y'.
010500 01  WS-DUMP-CONTROLS.
010600     05  WS-DUMP-DATE            PIC X(08) VALUE SPACES.
010700     05  WS-PREV-STATION         PIC X(10) VALUE LOW-VALUES.
010800     05  WS-DTL-COUNT            PIC 9(07) VALUE ZERO.
010900     05  WS-TRL-COUNT            PIC 9(07) VALUE ZERO.
011000     05  WS-CONTROL-ERROR        PIC X(40) VALUE SPACES.
011100*-----------------------------------------------------------*
011200* MATCH CONTROL - THE LOWEST OF THE THREE CURRENT KEYS, AND *
011300* THE DIRECTORY ENTRIES HOLDING THAT EXTENSION (THE FIRST   *
011400* ONE IS KEPT FOR THE REPORT)                               *
011500*-----------------------------------------------------------*
011600 01  WS-MATCH-CONTROL.
011700     05  WS-LOW-KEY              PIC X(10) VALUE SPACES.
011800     05  WS-HOLDER-COUNT         PIC S9(04) COMP VALUE ZERO.
011900     05  WS-HOLDER-EMPLOYEE-ID   PIC X(09) VALUE SPACES.
012000     05  WS-HOLDER-NAME          PIC X(21) VALUE SPACES.
012100*-----------------------------------------------------------*
012200* DIRECTORY NAME AS THE SWITCH WOULD SHOW IT, 'LAST,FIRST'. *
012300* THE WORK FIELDS ARE TWO BYTES LONGER THAN THE NAMES SO A  *
012400* FULL-WIDTH NAME STILL ENDS IN THE DOUBLE SPACE THE STRING *
012500* DELIMITS ON, WHILE A SINGLE EMBEDDED SPACE IS KEPT        *
012600*-----------------------------------------------------------*
012700 01  WS-NAME-BUILD.
012800     05  WS-LAST-WORK            PIC X(12) VALUE SPACES.
012900     05  WS-FIRST-WORK           PIC X(12) VALUE SPACES.
013000     05  WS-DIRECTORY-NAME       PIC X(21) VALUE SPACES.
013100 01  WS-COUNTERS.
013200     05  WS-PAGE-NUMBER          PIC 9(05) VALUE ZERO.
013300     05  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
013400     05  WS-LINES-PER-PAGE       PIC 9(03) VALUE 55.
013500     05  WS-STATION-COUNT        PIC 9(07) VALUE ZERO.
013600     05  WS-POOL-COUNT           PIC 9(07) VALUE ZERO.
013700     05  WS-NOT-IN-POOL-COUNT    PIC 9(07) VALUE ZERO.
013800     05  WS-POOL-SPARE-COUNT     PIC 9(07) VALUE ZERO.
013900     05  WS-NO-STATION-COUNT     PIC 9(07) VALUE ZERO.
014000     05  WS-TYPE-COUNT           PIC 9(07) VALUE ZERO.
014100     05  WS-NAME-COUNT           PIC 9(07) VALUE ZERO.
014200*-----------------------------------------------------------*
014300* REPORT LINE LAYOUTS                                       *
014400*-----------------------------------------------------------*
014500 01  HDG-LINE-1.
014600     05  FILLER                  PIC X(01) VALUE SPACE.
014700     05  FILLER                  PIC X(40)
014800         VALUE 'PBX STATION / POOL RECONCILIATION'.
014900     05  FILLER                  PIC X(11) VALUE 'DUMP DATE '.
015000     05  HDG-DUMP-DATE           PIC X(08).
015100     05  FILLER                  PIC X(11) VALUE SPACES.
015200     05  FILLER                  PIC X(05) VALUE 'PAGE '.
015300     05  HDG-PAGE-NUMBER         PIC ZZZZ9.
015400 01  HDG-LINE-2.
015500     05  FILLER                  PIC X(01) VALUE SPACE.
015600     05  FILLER                  PIC X(10) VALUE 'EXTENSION'.
015700     05  FILLER                  PIC X(02) VALUE SPACES.
015800     05  FILLER                  PIC X(20) VALUE 'EXCEPTION'.
015900     05  FILLER                  PIC X(02) VALUE SPACES.
016000     05  FILLER                  PIC X(09) VALUE 'EMPL ID'.
016100     05  FILLER                  PIC X(02) VALUE SPACES.
016200     05  FILLER                  PIC X(12) VALUE 'PORT'.
016300     05  FILLER                  PIC X(02) VALUE SPACES.
016400     05  FILLER                  PIC X(21) VALUE 'SWITCH SAYS'.
016500     05  FILLER                  PIC X(02) VALUE SPACES.
016600     05  FILLER                  PIC X(21)
016700         VALUE 'POOL/DIRECTORY SAYS'.
016800 01  HDG-LINE-3.
016900     05  FILLER                  PIC X(01) VALUE SPACE.
017000     05  FILLER                  PIC X(10) VALUE ALL '-'.
017100     05  FILLER                  PIC X(02) VALUE SPACES.
017200     05  FILLER                  PIC X(20) VALUE ALL '-'.
017300     05  FILLER                  PIC X(02) VALUE SPACES.
017400     05  FILLER                  PIC X(09) VALUE ALL '-'.
017500     05  FILLER                  PIC X(02) VALUE SPACES.
017600     05  FILLER                  PIC X(12) VALUE ALL '-'.
017700     05  FILLER                  PIC X(02) VALUE SPACES.
017800     05  FILLER                  PIC X(21) VALUE ALL '-'.
017900     05  FILLER                  PIC X(02) VALUE SPACES.
018000     05  FILLER                  PIC X(21) VALUE ALL '-'.
018100 01  DETAIL-LINE.
018200     05  FILLER                  PIC X(01) VALUE SPACE.
018300     05  DET-EXTENSION           PIC X(10).
018400     05  FILLER                  PIC X(02) VALUE SPACES.
018500     05  DET-EXCEPTION           PIC X(20).
018600     05  FILLER                  PIC X(02) VALUE SPACES.
018700     05  DET-EMPLOYEE-ID         PIC X(09).
018800     05  FILLER                  PIC X(02) VALUE SPACES.
018900     05  DET-PORT                PIC X(12).
019000     05  FILLER                  PIC X(02) VALUE SPACES.
019100     05  DET-SWITCH-VALUE        PIC X(21).
019200     05  FILLER                  PIC X(02) VALUE SPACES.
019300     05  DET-POOL-VALUE          PIC X(21).
019400 01  TOTAL-LINE-1.
019500     05  FILLER                  PIC X(01) VALUE SPACE.
019600     05  FILLER                  PIC X(25)
019700         VALUE 'STATIONS ON SWITCH : '.
019800     05  TOT-STATION-COUNT       PIC ZZZ,ZZ9.
019900 01  TOTAL-LINE-2.
020000     05  FILLER                  PIC X(01) VALUE SPACE.
020100     05  FILLER                  PIC X(25)
020200         VALUE 'NUMBERS IN POOL    : '.
020300     05  TOT-POOL-COUNT          PIC ZZZ,ZZ9.
020400 01  TOTAL-LINE-3.
020500     05  FILLER                  PIC X(01) VALUE SPACE.
020600     05  FILLER                  PIC X(25)
020700         VALUE 'LIVE, NOT IN POOL  : '.
020800     05  TOT-NOT-IN-POOL-COUNT   PIC ZZZ,ZZ9.
020900 01  TOTAL-LINE-4.
021000     05  FILLER                  PIC X(01) VALUE SPACE.
021100     05  FILLER                  PIC X(25)
021200         VALUE 'LIVE, POOL SPARE   : '.
021300     05  TOT-POOL-SPARE-COUNT    PIC ZZZ,ZZ9.
021400 01  TOTAL-LINE-5.
021500     05  FILLER                  PIC X(01) VALUE SPACE.
021600     05  FILLER                  PIC X(25)
021700         VALUE 'ASSIGNED, NO STATION: '.
021800     05  TOT-NO-STATION-COUNT    PIC ZZZ,ZZ9.
021900 01  TOTAL-LINE-6.
022000     05  FILLER                  PIC X(01) VALUE SPACE.
022100     05  FILLER                  PIC X(25)
022200         VALUE 'TYPE MISMATCHES    : '.
022300     05  TOT-TYPE-COUNT          PIC ZZZ,ZZ9.
022400 01  TOTAL-LINE-7.
022500     05  FILLER                  PIC X(01) VALUE SPACE.
022600     05  FILLER                  PIC X(25)
022700         VALUE 'NAME MISMATCHES    : '.
022800     05  TOT-NAME-COUNT          PIC ZZZ,ZZ9.
022900 01  CONTROL-LINE-1.
023000     05  FILLER                  PIC X(01) VALUE SPACE.
023100     05  FILLER                  PIC X(20)
023200         VALUE 'STATION DUMP DATE : '.
023300     05  CTL-DUMP-DATE           PIC X(08).
023400 01  CONTROL-LINE-2.
023500     05  FILLER                  PIC X(01) VALUE SPACE.
023600     05  FILLER                  PIC X(20)
023700         VALUE 'DETAILS COUNTED   : '.
023800     05  CTL-DTL-COUNT           PIC ZZZZ,ZZ9.
023900     05  FILLER                  PIC X(17)
024000         VALUE '   TRAILER SAYS: '.
024100     05  CTL-TRL-COUNT           PIC ZZZZ,ZZ9.
024200 01  CONTROL-ERR-LINE.
024300     05  FILLER                  PIC X(01) VALUE SPACE.
024400     05  FILLER                  PIC X(17)
024500         VALUE 'CONTROL FAILURE: '.
024600     05  CTL-ERROR-TEXT          PIC X(40).
024620*-----------------------------------------------------------*
024640* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
024660*-----------------------------------------------------------*
024680 COPY IVTRUNA.
024700 LINKAGE SECTION.
024800 COPY IVTPCBE.
024900 PROCEDURE DIVISION.
025000 ENTRY 'DLITCBL' USING EXTDB-PCB.
025100*-----------------------------------------------------------*
025200* 0000-MAINLINE                                             *
025300*-----------------------------------------------------------*
025400 0000-MAINLINE.
025410     PERFORM 8800-START-RUN-CONTROL
025420         THRU 8800-EXIT.
025430     IF RCA-PREDECESSOR-MISSING
025440         MOVE RCA-RETURN-CODE TO RETURN-CODE
025450         GOBACK
025460     END-IF.
025500     PERFORM 1000-INITIALIZE
025600         THRU 1000-EXIT.
025700     IF WS-CONTROLS-BAD
025800         PERFORM 7500-PRINT-CONTROL-FAILURE
025900             THRU 7500-EXIT
026000         PERFORM 9000-TERMINATE
026100             THRU 9000-EXIT
026200         MOVE 16 TO RETURN-CODE
026230         PERFORM 8900-END-RUN-CONTROL
026260             THRU 8900-EXIT
026300         GOBACK
026400     END-IF.
026500     SORT SORT-FILE
026600         ON ASCENDING KEY SR-EXTENSION
026700                          SR-EMPLOYEE-ID
026800         INPUT PROCEDURE 2000-EXTRACT-SNAPSHOT
026900             THRU 2000-EXIT
027000         OUTPUT PROCEDURE 3000-RECONCILE
027100             THRU 3000-EXIT.
027200     PERFORM 7000-PRINT-TOTALS
027300         THRU 7000-EXIT.
027400     PERFORM 9000-TERMINATE
027500         THRU 9000-EXIT.
027530     PERFORM 8900-END-RUN-CONTROL
027560         THRU 8900-EXIT.
027600     GOBACK.
027700*-----------------------------------------------------------*
027800* 1000-INITIALIZE                                           *
027900*-----------------------------------------------------------*
028000 1000-INITIALIZE.
028100     OPEN OUTPUT PRINT-FILE.
028200     MOVE WS-LINES-PER-PAGE  TO WS-LINE-COUNT.
028300     PERFORM 1500-VERIFY-DUMP-CONTROLS
028400         THRU 1500-EXIT.
028500     IF WS-CONTROLS-BAD
028600         GO TO 1000-EXIT
028700     END-IF.
028800     MOVE WS-DUMP-DATE       TO HDG-DUMP-DATE.
028900     OPEN INPUT SNAP-FILE.
029000     OPEN INPUT STATION-FILE.
029100*    POSITION PAST THE HEADER THE VERIFICATION PASS ALREADY
029200*    CHECKED, THEN PRIME THE MERGE WITH THE FIRST STATION AND
029300*    THE FIRST POOL NUMBER
029400     READ STATION-FILE
029500         AT END
029600             SET WS-STATION-EOF TO TRUE
029700             MOVE HIGH-VALUES TO PBX-EXTENSION
029800     END-READ.
029900     PERFORM 1100-READ-STATION
030000         THRU 1100-EXIT.
030100     PERFORM 1200-READ-POOL
030200         THRU 1200-EXIT.
030300 1000-EXIT.
030400     EXIT.
030500*-----------------------------------------------------------*
030600* 1100-READ-STATION - READ THE NEXT STATION DETAIL; THE TRL *
030700* RECORD (OR PHYSICAL EOF) ENDS THE SWITCH SIDE, FORCING    *
030800* ITS KEY TO HIGH-VALUES                                    *
030900*-----------------------------------------------------------*
031000 1100-READ-STATION.
031100     READ STATION-FILE
031200         AT END
031300             SET WS-STATION-EOF TO TRUE
031400             MOVE HIGH-VALUES TO PBX-EXTENSION
031500     END-READ.
031600     IF NOT WS-STATION-EOF
031700         AND NOT PBX-DETAIL
031800         SET WS-STATION-EOF  TO TRUE
031900         MOVE HIGH-VALUES    TO PBX-EXTENSION
032000     END-IF.
032100     IF NOT WS-STATION-EOF
032200         ADD 1               TO WS-STATION-COUNT
032300     END-IF.
032400 1100-EXIT.
032500     EXIT.
032600*-----------------------------------------------------------*
032700* 1200-READ-POOL - GN FOR THE NEXT EXTMSEG SEGMENT IN       *
032800* EXTENSION SEQUENCE; AT EOF FORCE ITS KEY TO HIGH-VALUES   *
032900*-----------------------------------------------------------*
033000 1200-READ-POOL.
033100     CALL 'CBLTDLI' USING FUNC-GN
033200                          EXTDB-PCB
033300                          EXTMSEG-IO-AREA
033400                          EXTMSEG-SSA-UNQUAL.
033500     IF EXTDB-STATUS-CODE NOT = SPACES
033600         SET WS-EXT-EOF      TO TRUE
033700         MOVE HIGH-VALUES    TO XM-EXTENSION
033800     ELSE
033900         ADD 1               TO WS-POOL-COUNT
034000     END-IF.
034100 1200-EXIT.
034200     EXIT.
034300*-----------------------------------------------------------*
034400* 1500-VERIFY-DUMP-CONTROLS - FULL PASS OVER THE STATION    *
034500* DUMP BEFORE THE MERGE: THE FIRST RECORD MUST BE AN HDR,   *
034600* THE DETAILS MUST BE IN STRICTLY ASCENDING EXTENSION       *
034700* ORDER, THE LAST RECORD MUST BE A TRL, AND THE TRL COUNT   *
034800* MUST MATCH THE DETAILS READ.  THE FIRST FAILURE SETS      *
034900* WS-CONTROLS-BAD WITH ITS REASON.  THE FILE IS CLOSED      *
035000* AGAIN SO THE MERGE CAN REOPEN IT FROM THE TOP             *
035100*-----------------------------------------------------------*
035200 1500-VERIFY-DUMP-CONTROLS.
035300     OPEN INPUT STATION-FILE.
035400     READ STATION-FILE
035500         AT END
035600             SET WS-CONTROLS-BAD TO TRUE
035700             MOVE 'STATION DUMP IS EMPTY'
035800                             TO WS-CONTROL-ERROR
035900     END-READ.
036000     IF WS-CONTROLS-BAD
036100         GO TO 1500-CLOSE
036200     END-IF.
036300     IF NOT PBX-HEADER
036400         SET WS-CONTROLS-BAD TO TRUE
036500         MOVE 'FIRST RECORD IS NOT AN HDR'
036600                             TO WS-CONTROL-ERROR
036700         GO TO 1500-CLOSE
036800     END-IF.
036900     MOVE PBX-HDR-DUMP-DATE  TO WS-DUMP-DATE.
037000     PERFORM 1600-VERIFY-ONE-RECORD
037100         THRU 1600-EXIT
037200         UNTIL WS-VERIFY-DONE.
037300     IF WS-CONTROLS-BAD
037400         GO TO 1500-CLOSE
037500     END-IF.
037600     IF NOT WS-TRL-SEEN
037700         SET WS-CONTROLS-BAD TO TRUE
037800         MOVE 'NO TRL RECORD - DUMP TRUNCATED'
037900                             TO WS-CONTROL-ERROR
038000         GO TO 1500-CLOSE
038100     END-IF.
038200     IF WS-TRL-COUNT NOT = WS-DTL-COUNT
038300         SET WS-CONTROLS-BAD TO TRUE
038400         MOVE 'TRL COUNT DOES NOT MATCH DETAILS'
038500                             TO WS-CONTROL-ERROR
038600     END-IF.
038700 1500-CLOSE.
038800     CLOSE STATION-FILE.
038900 1500-EXIT.
039000     EXIT.
039100*-----------------------------------------------------------*
039200* 1600-VERIFY-ONE-RECORD - COUNT ONE DTL AND CHECK ITS      *
039300* SEQUENCE, CAPTURE THE TRL COUNT, AND INSIST THE TRL IS    *
039400* THE LAST RECORD ON THE FILE                               *
039500*-----------------------------------------------------------*
039600 1600-VERIFY-ONE-RECORD.
039700     READ STATION-FILE
039800         AT END
039900             SET WS-VERIFY-DONE TO TRUE
040000             GO TO 1600-EXIT
040100     END-READ.
040200     IF WS-TRL-SEEN
040300         SET WS-CONTROLS-BAD TO TRUE
040400         MOVE 'RECORDS FOLLOW THE TRL RECORD'
040500                             TO WS-CONTROL-ERROR
040600         SET WS-VERIFY-DONE  TO TRUE
040700         GO TO 1600-EXIT
040800     END-IF.
040900     EVALUATE TRUE
041000         WHEN PBX-DETAIL
041100             ADD 1           TO WS-DTL-COUNT
041200             IF PBX-EXTENSION NOT > WS-PREV-STATION
041300                 SET WS-CONTROLS-BAD TO TRUE
041400                 MOVE 'STATIONS NOT IN EXTENSION SEQUENCE'
041500                             TO WS-CONTROL-ERROR
041600                 SET WS-VERIFY-DONE TO TRUE
041700             END-IF
041800             MOVE PBX-EXTENSION TO WS-PREV-STATION
041900         WHEN PBX-TRAILER
042000             SET WS-TRL-SEEN TO TRUE
042100             IF PBX-TRL-DETAIL-COUNT IS NUMERIC
042200                 MOVE PBX-TRL-DETAIL-COUNT TO WS-TRL-COUNT
042300             ELSE
042400                 SET WS-CONTROLS-BAD TO TRUE
042500                 MOVE 'TRL COUNT IS NOT NUMERIC'
042600                             TO WS-CONTROL-ERROR
042700                 SET WS-VERIFY-DONE TO TRUE
042800             END-IF
042900         WHEN OTHER
043000             SET WS-CONTROLS-BAD TO TRUE
043100             MOVE 'UNKNOWN RECORD TYPE ON DUMP'
043200                             TO WS-CONTROL-ERROR
043300             SET WS-VERIFY-DONE TO TRUE
043400     END-EVALUATE.
043500 1600-EXIT.
043600     EXIT.
043700*-----------------------------------------------------------*
043800* 2000-EXTRACT-SNAPSHOT - SORT INPUT PROCEDURE: RELEASE     *
043900* EVERY SNAPSHOT EMPLOYEE THAT HOLDS AN EXTENSION           *
044000*-----------------------------------------------------------*
044100 2000-EXTRACT-SNAPSHOT.
044200     PERFORM 2100-GET-NEXT-SNAPSHOT
044300         THRU 2100-EXIT.
044400     PERFORM 2200-RELEASE-SNAPSHOT
044500         THRU 2200-EXIT
044600         UNTIL WS-PHON-EOF.
044700 2000-EXIT.
044800     EXIT.
044900*-----------------------------------------------------------*
045000* 2100-GET-NEXT-SNAPSHOT                                    *
045100*-----------------------------------------------------------*
045200 2100-GET-NEXT-SNAPSHOT.
045300     READ SNAP-FILE
045400         AT END
045500             SET WS-PHON-EOF TO TRUE
045600     END-READ.
045700 2100-EXIT.
045800     EXIT.
045900*-----------------------------------------------------------*
046000* 2200-RELEASE-SNAPSHOT                                     *
046100*-----------------------------------------------------------*
046200 2200-RELEASE-SNAPSHOT.
046300     IF SNP-EXTENSION NOT = SPACES
046400         MOVE SNP-EXTENSION  TO SR-EXTENSION
046500         MOVE SNP-EMPLOYEE-ID TO SR-EMPLOYEE-ID
046600         MOVE SNP-LAST-NAME  TO SR-LAST-NAME
046700         MOVE SNP-FIRST-NAME TO SR-FIRST-NAME
046800         RELEASE SORT-RECORD
046900     END-IF.
047000     PERFORM 2100-GET-NEXT-SNAPSHOT
047100         THRU 2100-EXIT.
047200 2200-EXIT.
047300     EXIT.
047400*-----------------------------------------------------------*
047500* 3000-RECONCILE - SORT OUTPUT PROCEDURE: THREE-WAY MATCH   *
047600* OF THE STATION DUMP, THE POOL, AND THE EXTENSION-         *
047700* SEQUENCED SNAPSHOT, ONE EXTENSION AT A TIME               *
047800*-----------------------------------------------------------*
047900 3000-RECONCILE.
048000     PERFORM 3100-RETURN-NEXT
048100         THRU 3100-EXIT.
048200     PERFORM 3200-MATCH-ONE-KEY
048300         THRU 3200-EXIT
048400         UNTIL WS-STATION-EOF
048500           AND WS-EXT-EOF
048600           AND WS-SORT-EOF.
048700 3000-EXIT.
048800     EXIT.
048900*-----------------------------------------------------------*
049000* 3100-RETURN-NEXT - AT END FORCE THE SNAPSHOT KEY TO       *
049100* HIGH-VALUES LIKE THE OTHER TWO SIDES                      *
049200*-----------------------------------------------------------*
049300 3100-RETURN-NEXT.
049400     RETURN SORT-FILE
049500         AT END
049600             SET WS-SORT-EOF TO TRUE
049700             MOVE HIGH-VALUES TO SR-EXTENSION
049800     END-RETURN.
049900 3100-EXIT.
050000     EXIT.
050100*-----------------------------------------------------------*
050200* 3200-MATCH-ONE-KEY - TAKE THE LOWEST CURRENT EXTENSION,   *
050300* NOTE WHICH SIDES CARRY IT, CONSUME EVERY SNAPSHOT ENTRY   *
050400* HOLDING IT, REPORT, THEN ADVANCE THE SIDES THAT MATCHED   *
050500*-----------------------------------------------------------*
050600 3200-MATCH-ONE-KEY.
050700     MOVE PBX-EXTENSION      TO WS-LOW-KEY.
050800     IF XM-EXTENSION < WS-LOW-KEY
050900         MOVE XM-EXTENSION   TO WS-LOW-KEY
051000     END-IF.
051100     IF SR-EXTENSION < WS-LOW-KEY
051200         MOVE SR-EXTENSION   TO WS-LOW-KEY
051300     END-IF.
051400     MOVE 'N'                TO WS-STATION-HERE-SW.
051500     MOVE 'N'                TO WS-POOL-HERE-SW.
051600     MOVE 'N'                TO WS-NAME-MATCH-SW.
051700     MOVE ZERO               TO WS-HOLDER-COUNT.
051800     MOVE SPACES             TO WS-HOLDER-EMPLOYEE-ID.
051900     MOVE SPACES             TO WS-HOLDER-NAME.
052000     IF PBX-EXTENSION = WS-LOW-KEY
052100         SET WS-STATION-HERE TO TRUE
052200     END-IF.
052300     IF XM-EXTENSION = WS-LOW-KEY
052400         SET WS-POOL-HERE    TO TRUE
052500     END-IF.
052600     PERFORM 3300-TAKE-HOLDER
052700         THRU 3300-EXIT
052800         UNTIL SR-EXTENSION NOT = WS-LOW-KEY.
052900     IF WS-STATION-HERE
053000         PERFORM 3400-CHECK-STATION
053100             THRU 3400-EXIT
053200     ELSE
053300         IF WS-POOL-HERE
053400             AND XM-ASSIGNED
053500             PERFORM 3500-ASSIGNED-NO-STATION
053600                 THRU 3500-EXIT
053700         END-IF
053800     END-IF.
053900     IF WS-STATION-HERE
054000         PERFORM 1100-READ-STATION
054100             THRU 1100-EXIT
054200     END-IF.
054300     IF WS-POOL-HERE
054400         PERFORM 1200-READ-POOL
054500             THRU 1200-EXIT
054600     END-IF.
054700 3200-EXIT.
054800     EXIT.
054900*-----------------------------------------------------------*
055000* 3300-TAKE-HOLDER - ONE SNAPSHOT ENTRY HOLDING THE CURRENT *
055100* EXTENSION.  THE FIRST IS KEPT FOR THE REPORT; WHEN A      *
055200* STATION IS PRESENT, ANY HOLDER WHOSE NAME MATCHES THE     *
055300* DISPLAY NAME SATISFIES THE NAME CHECK (A SHARED EXTENSION *
055400* IS IVTDUPX'S BUSINESS, NOT THIS REPORT'S)                 *
055500*-----------------------------------------------------------*
055600 3300-TAKE-HOLDER.
055700     ADD 1                   TO WS-HOLDER-COUNT.
055800     PERFORM 3350-BUILD-DIRECTORY-NAME
055900         THRU 3350-EXIT.
056000     IF WS-HOLDER-COUNT = 1
056100         MOVE SR-EMPLOYEE-ID TO WS-HOLDER-EMPLOYEE-ID
056200         MOVE WS-DIRECTORY-NAME TO WS-HOLDER-NAME
056300     END-IF.
056400     IF WS-STATION-HERE
056500         AND WS-DIRECTORY-NAME = PBX-DISPLAY-NAME
056600         SET WS-NAME-MATCH   TO TRUE
056700     END-IF.
056800     PERFORM 3100-RETURN-NEXT
056900         THRU 3100-EXIT.
057000 3300-EXIT.
057100     EXIT.
057200*-----------------------------------------------------------*
057300* 3350-BUILD-DIRECTORY-NAME - 'LAST,FIRST' FROM THE SORT    *
057400* RECORD, TRAILING SPACES DROPPED FROM EACH PART            *
057500*-----------------------------------------------------------*
057600 3350-BUILD-DIRECTORY-NAME.
057700     MOVE SR-LAST-NAME       TO WS-LAST-WORK.
057800     MOVE SR-FIRST-NAME      TO WS-FIRST-WORK.
057900     MOVE SPACES             TO WS-DIRECTORY-NAME.
058000     STRING WS-LAST-WORK  DELIMITED BY '  '
058100            ','           DELIMITED BY SIZE
058200            WS-FIRST-WORK DELIMITED BY '  '
058300         INTO WS-DIRECTORY-NAME.
058400 3350-EXIT.
058500     EXIT.
058600*-----------------------------------------------------------*
058700* 3400-CHECK-STATION - A STATION IS LIVE ON THE SWITCH FOR  *
058800* THIS EXTENSION: CHECK IT AGAINST THE POOL AND THE         *
058900* DIRECTORY.  ONE STATION CAN RAISE SEVERAL EXCEPTIONS      *
059000*-----------------------------------------------------------*
059100 3400-CHECK-STATION.
059200     IF NOT WS-POOL-HERE
059300         PERFORM 3450-SET-STATION-FIELDS
059400             THRU 3450-EXIT
059500         MOVE 'LIVE, NOT IN POOL' TO DET-EXCEPTION
059600         MOVE 'NOT ON EXTDB'  TO DET-POOL-VALUE
059700         PERFORM 4000-WRITE-DETAIL
059800             THRU 4000-EXIT
059900         ADD 1               TO WS-NOT-IN-POOL-COUNT
060000     ELSE
060100         IF XM-SPARE
060200             PERFORM 3450-SET-STATION-FIELDS
060300                 THRU 3450-EXIT
060400             MOVE 'LIVE, POOL SPARE' TO DET-EXCEPTION
060500             MOVE 'SPARE'    TO DET-POOL-VALUE
060600             PERFORM 4000-WRITE-DETAIL
060700                 THRU 4000-EXIT
060800             ADD 1           TO WS-POOL-SPARE-COUNT
060900         END-IF
061000         IF XM-TYPE-CODE NOT = PBX-LINE-TYPE
061100             PERFORM 3450-SET-STATION-FIELDS
061200                 THRU 3450-EXIT
061300             MOVE 'TYPE MISMATCH' TO DET-EXCEPTION
061400             MOVE SPACES     TO DET-SWITCH-VALUE
061500             STRING 'LINE TYPE ' PBX-LINE-TYPE
061600                 DELIMITED BY SIZE INTO DET-SWITCH-VALUE
061700             STRING 'POOL TYPE ' XM-TYPE-CODE
061800                 DELIMITED BY SIZE INTO DET-POOL-VALUE
061900             PERFORM 4000-WRITE-DETAIL
062000                 THRU 4000-EXIT
062100             ADD 1           TO WS-TYPE-COUNT
062200         END-IF
062300     END-IF.
062400     IF WS-HOLDER-COUNT > ZERO
062500         IF NOT WS-NAME-MATCH
062600             PERFORM 3450-SET-STATION-FIELDS
062700                 THRU 3450-EXIT
062800             MOVE 'NAME MISMATCH' TO DET-EXCEPTION
062900             MOVE WS-HOLDER-NAME TO DET-POOL-VALUE
063000             PERFORM 4000-WRITE-DETAIL
063100                 THRU 4000-EXIT
063200             ADD 1           TO WS-NAME-COUNT
063300         END-IF
063400     ELSE
063500         IF WS-POOL-HERE
063600             AND XM-ASSIGNED
063700             PERFORM 3450-SET-STATION-FIELDS
063800                 THRU 3450-EXIT
063900             MOVE 'NAME MISMATCH' TO DET-EXCEPTION
064000             MOVE 'NO DIRECTORY ENTRY' TO DET-POOL-VALUE
064100             PERFORM 4000-WRITE-DETAIL
064200                 THRU 4000-EXIT
064300             ADD 1           TO WS-NAME-COUNT
064400         END-IF
064500     END-IF.
064600 3400-EXIT.
064700     EXIT.
064800*-----------------------------------------------------------*
064900* 3450-SET-STATION-FIELDS - COMMON DETAIL-LINE FIELDS FOR A *
065000* LIVE STATION.  THE EMPLOYEE SHOWN IS THE POOL'S HOLDER    *
065100* WHEN THE POOL HAS ONE, ELSE THE FIRST DIRECTORY HOLDER    *
065200*-----------------------------------------------------------*
065300 3450-SET-STATION-FIELDS.
065400     MOVE SPACES             TO DETAIL-LINE.
065500     MOVE WS-LOW-KEY         TO DET-EXTENSION.
065600     MOVE PBX-PORT           TO DET-PORT.
065700     MOVE PBX-DISPLAY-NAME   TO DET-SWITCH-VALUE.
065800     IF WS-POOL-HERE
065900         AND XM-ASSIGNED-TO NOT = SPACES
066000         MOVE XM-ASSIGNED-TO TO DET-EMPLOYEE-ID
066100     ELSE
066200         MOVE WS-HOLDER-EMPLOYEE-ID TO DET-EMPLOYEE-ID
066300     END-IF.
066400 3450-EXIT.
066500     EXIT.
066600*-----------------------------------------------------------*
066700* 3500-ASSIGNED-NO-STATION - EXTDB SHOWS THE NUMBER         *
066800* ASSIGNED BUT NOTHING IS CONFIGURED FOR IT ON THE SWITCH   *
066900*-----------------------------------------------------------*
067000 3500-ASSIGNED-NO-STATION.
067100     MOVE SPACES             TO DETAIL-LINE.
067200     MOVE WS-LOW-KEY         TO DET-EXTENSION.
067300     MOVE 'ASSIGNED, NO STATION' TO DET-EXCEPTION.
067400     MOVE XM-ASSIGNED-TO     TO DET-EMPLOYEE-ID.
067500     MOVE 'NO STATION'       TO DET-SWITCH-VALUE.
067600     IF WS-HOLDER-COUNT > ZERO
067700         MOVE WS-HOLDER-NAME TO DET-POOL-VALUE
067800     ELSE
067900         MOVE 'NO DIRECTORY ENTRY' TO DET-POOL-VALUE
068000     END-IF.
068100     PERFORM 4000-WRITE-DETAIL
068200         THRU 4000-EXIT.
068300     ADD 1                   TO WS-NO-STATION-COUNT.
068400 3500-EXIT.
068500     EXIT.
068600*-----------------------------------------------------------*
068700* 4000-WRITE-DETAIL - WRITE ONE EXCEPTION LINE, BREAKING TO *
068800* A NEW PAGE WHEN THE CURRENT PAGE IS FULL                  *
068900*-----------------------------------------------------------*
069000 4000-WRITE-DETAIL.
069100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
069200         PERFORM 4500-PRINT-HEADINGS
069300             THRU 4500-EXIT
069400     END-IF.
069500     WRITE PRINT-LINE        FROM DETAIL-LINE
069600         AFTER ADVANCING 1 LINE.
069700     ADD 1                   TO WS-LINE-COUNT.
069800 4000-EXIT.
069900     EXIT.
070000*-----------------------------------------------------------*
070100* 4500-PRINT-HEADINGS - START A NEW PAGE                    *
070200*-----------------------------------------------------------*
070300 4500-PRINT-HEADINGS.
070400     ADD 1                   TO WS-PAGE-NUMBER.
070500     MOVE WS-PAGE-NUMBER     TO HDG-PAGE-NUMBER.
070600     WRITE PRINT-LINE        FROM HDG-LINE-1
070700         AFTER ADVANCING PAGE.
070800     WRITE PRINT-LINE        FROM HDG-LINE-2
070900         AFTER ADVANCING 2 LINES.
071000     WRITE PRINT-LINE        FROM HDG-LINE-3
071100         AFTER ADVANCING 1 LINE.
071200     MOVE ZERO               TO WS-LINE-COUNT.
071300     ADD 3                   TO WS-LINE-COUNT.
071400 4500-EXIT.
071500     EXIT.
071600*-----------------------------------------------------------*
071700* 7000-PRINT-TOTALS - VOLUMES AND TRAILING EXCEPTION COUNTS *
071800*-----------------------------------------------------------*
071900 7000-PRINT-TOTALS.
072000     IF WS-PAGE-NUMBER = ZERO
072100         PERFORM 4500-PRINT-HEADINGS
072200             THRU 4500-EXIT
072300     END-IF.
072400     MOVE WS-STATION-COUNT   TO TOT-STATION-COUNT.
072500     MOVE WS-POOL-COUNT      TO TOT-POOL-COUNT.
072600     MOVE WS-NOT-IN-POOL-COUNT TO TOT-NOT-IN-POOL-COUNT.
072700     MOVE WS-POOL-SPARE-COUNT TO TOT-POOL-SPARE-COUNT.
072800     MOVE WS-NO-STATION-COUNT TO TOT-NO-STATION-COUNT.
072900     MOVE WS-TYPE-COUNT      TO TOT-TYPE-COUNT.
073000     MOVE WS-NAME-COUNT      TO TOT-NAME-COUNT.
073100     WRITE PRINT-LINE        FROM TOTAL-LINE-1
073200         AFTER ADVANCING 2 LINES.
073300     WRITE PRINT-LINE        FROM TOTAL-LINE-2
073400         AFTER ADVANCING 1 LINE.
073500     WRITE PRINT-LINE        FROM TOTAL-LINE-3
073600         AFTER ADVANCING 2 LINES.
073700     WRITE PRINT-LINE        FROM TOTAL-LINE-4
073800         AFTER ADVANCING 1 LINE.
073900     WRITE PRINT-LINE        FROM TOTAL-LINE-5
074000         AFTER ADVANCING 1 LINE.
074100     WRITE PRINT-LINE        FROM TOTAL-LINE-6
074200         AFTER ADVANCING 1 LINE.
074300     WRITE PRINT-LINE        FROM TOTAL-LINE-7
074400         AFTER ADVANCING 1 LINE.
074500 7000-EXIT.
074600     EXIT.
074700*-----------------------------------------------------------*
074800* 7500-PRINT-CONTROL-FAILURE - THE DUMP FAILED ITS CONTROL  *
074900* CHECKS: PRINT THE CONTROL TOTALS AND THE REASON INSTEAD   *
075000* OF A RECONCILIATION, SO VOICE SERVICES CHASES THE VENDOR  *
075100* RATHER THAN ACTING ON PHANTOM EXCEPTIONS                  *
075200*-----------------------------------------------------------*
075300 7500-PRINT-CONTROL-FAILURE.
075400     MOVE WS-DUMP-DATE       TO HDG-DUMP-DATE.
075500     PERFORM 4500-PRINT-HEADINGS
075600         THRU 4500-EXIT.
075700     MOVE WS-DUMP-DATE       TO CTL-DUMP-DATE.
075800     WRITE PRINT-LINE        FROM CONTROL-LINE-1
075900         AFTER ADVANCING 1 LINE.
076000     MOVE WS-DTL-COUNT       TO CTL-DTL-COUNT.
076100     MOVE WS-TRL-COUNT       TO CTL-TRL-COUNT.
076200     WRITE PRINT-LINE        FROM CONTROL-LINE-2
076300         AFTER ADVANCING 1 LINE.
076400     MOVE WS-CONTROL-ERROR   TO CTL-ERROR-TEXT.
076500     WRITE PRINT-LINE        FROM CONTROL-ERR-LINE
076600         AFTER ADVANCING 2 LINES.
076700 7500-EXIT.
076800     EXIT.
076900*-----------------------------------------------------------*
077000* 9000-TERMINATE                                            *
077100*-----------------------------------------------------------*
077200 9000-TERMINATE.
077300*    ON A CONTROL FAILURE THE VERIFICATION PASS ALREADY
077400*    CLOSED THE DUMP AND THE SNAPSHOT WAS NEVER OPENED
077500     IF WS-CONTROLS-OK
077600         CLOSE STATION-FILE
077700         CLOSE SNAP-FILE
077800     END-IF.
077900     CLOSE PRINT-FILE.
078000 9000-EXIT.
078100     EXIT.
078200*-----------------------------------------------------------*
078300* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN,     *
078400* FIRST CHECKING THAT EACH PREDECESSOR JOB COMPLETED        *
078500* FOR THE SAME BUSINESS DATE (SEE IVTRUN)                   *
078600*-----------------------------------------------------------*
078700 8800-START-RUN-CONTROL.
078800     MOVE SPACES             TO RUN-CONTROL-AREA.
078900     SET RCA-START-RUN       TO TRUE.
079000     MOVE 'IVTPBXRJ'         TO RCA-JOB-NAME.
079100     MOVE 'IVTPBXR'          TO RCA-PROGRAM-ID.
079200     MOVE 'IVTSNPJ'          TO RCA-PREDECESSOR (1).
079300     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
079400 8800-EXIT.
079500     EXIT.
079600*-----------------------------------------------------------*
079700* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
079800* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
079900* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
080000*-----------------------------------------------------------*
080100 8900-END-RUN-CONTROL.
080200     SET RCA-END-RUN         TO TRUE.
080300     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
080400     MOVE 'STATIONS'         TO RCA-COUNT-LABEL (1).
080500     MOVE WS-STATION-COUNT   TO RCA-COUNT-VALUE (1).
080600     MOVE 'POOL'             TO RCA-COUNT-LABEL (2).
080700     MOVE WS-POOL-COUNT      TO RCA-COUNT-VALUE (2).
080800     MOVE 'NOTINPL'          TO RCA-COUNT-LABEL (3).
080900     MOVE WS-NOT-IN-POOL-COUNT TO RCA-COUNT-VALUE (3).
081000     MOVE 'NOSTATN'          TO RCA-COUNT-LABEL (4).
081100     MOVE WS-NO-STATION-COUNT TO RCA-COUNT-VALUE (4).
081200     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
081300     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
081400 8900-EXIT.
081500     EXIT.
