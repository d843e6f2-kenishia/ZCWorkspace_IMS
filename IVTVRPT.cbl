000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IVTVRPT.
000300 AUTHOR.        R L BRENNAN.
000400 INSTALLATION.  CORPORATE SYSTEMS - VOICE/DATA SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* IVTVRPT - WEEKLY SECURITY VIOLATIONS REPORT FOR THE       *
000900* SECURITY OFFICE.  READS THE AUTHVIOL LOG (AUTHVIOLR READ  *
001000* SIDE) OF COMMANDS REFUSED BY THE AUTHDB CHECK IN IVTNOM,  *
001100* IVTDPT, IVTEXT, AND IVTAUT, KEEPS THE ENTRIES INSIDE THE  *
001200* REPORTING WINDOW, SORTS THEM BY USER, COMMAND, AND DATE,  *
001300* AND PRINTS ONE LINE PER REFUSAL WITH A SUBTOTAL FOR EACH  *
001400* USER/COMMAND, A TOTAL FOR EACH USER, AND A GRAND TOTAL.   *
001500*                                                           *
001600* SYSIN CONTROL CARD (OPTIONAL):                            *
001700*   COLS 1-8   FROM DATE CCYYMMDD                           *
001800*   COLS 10-17 TO DATE CCYYMMDD                             *
001900* A BLANK CARD OR MISSING SYSIN DD REPORTS THE SEVEN DAYS   *
002000* ENDING YESTERDAY; A FROM DATE ALONE RUNS THROUGH          *
002100* YESTERDAY.                                                *
002200*-----------------------------------------------------------*
002300* MODIFICATION HISTORY                                      *
002400* ----------------------------------------------------------*
002500* DATE       BY    DESCRIPTION                               *
002600* ---------- ----- -------------------------------------------
002700* 2026-10-15 RLB   ORIGINAL PROGRAM                          *
002720* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
002740*                  RUN-CONTROL FILE THROUGH IVTRUN          *
002760*                  (SEE IVTRUNA)                            *
002770* 2026-10-15 RLB   ALSO LISTS THE LOGGED DISPLAYS OF        *
002780*                  UNLISTED EMPLOYEES (REASON 'U'),         *
002790*                  COUNTED APART FROM THE REFUSALS          *
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-370.
003200 OBJECT-COMPUTER.  IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO SYSIN.
003600     SELECT SORT-FILE        ASSIGN TO SORTWK1.
003700     SELECT PRINT-FILE       ASSIGN TO PRTFILE.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  CONTROL-CARD-FILE
004100     RECORDING MODE IS F
004200     LABEL RECORDS ARE STANDARD.
004300 01  CONTROL-CARD-RECORD.
004400     05  CC-FROM-DATE            PIC X(08).
004500     05  FILLER                  PIC X(01).
004600     05  CC-TO-DATE              PIC X(08).
004700     05  FILLER                  PIC X(63).
004800 SD  SORT-FILE.
004900 01  SORT-RECORD.
005000     05  SR-USER-ID              PIC X(08).
005100     05  SR-COMMAND              PIC X(08).
005200     05  SR-DATE                 PIC X(08).
005300     05  SR-TIME                 PIC X(08).
005400     05  SR-LTERM-NAME           PIC X(08).
005500     05  SR-TRANCDE              PIC X(10).
005600     05  SR-KEY                  PIC X(10).
005700     05  SR-REASON               PIC X(01).
005800         88  SR-NO-ENTRY               VALUE 'N'.
005900         88  SR-NOT-GRANTED            VALUE 'C'.
005950         88  SR-UNLISTED-DISP          VALUE 'U'.
006000 FD  PRINT-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  PRINT-LINE                  PIC X(133).
006400 WORKING-STORAGE SECTION.
006500*-----------------------------------------------------------*
006600* DL/I FUNCTION CODE                                        *
006700*-----------------------------------------------------------*
006800 01  FUNC-GN                     PIC X(04) VALUE 'GN  '.
006900*-----------------------------------------------------------*
007000* SECURITY VIOLATIONS LOG RECORD                            *
007100*-----------------------------------------------------------*
007200 COPY IVTVIOL.
007300*-----------------------------------------------------------*
007400* SWITCHES, WINDOW, AND COUNTERS                            *
007500*-----------------------------------------------------------*
007600 01  WS-SWITCHES.
007700     05  WS-VIOL-EOF-SW          PIC X(01) VALUE 'N'.
007800         88  WS-VIOL-EOF                  VALUE 'Y'.
007900     05  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
008000         88  WS-SORT-EOF                  VALUE 'Y'.
008100     05  WS-FIRST-RECORD-SW      PIC X(01) VALUE 'Y'.
008200         88  WS-FIRST-RECORD              VALUE 'Y'.
008300 01  WS-WINDOW.
008400     05  WS-FROM-DATE            PIC X(08).
008500     05  WS-TO-DATE              PIC X(08).
008600 01  WS-CURRENT-DATE.
008700     05  WS-CURRENT-YYYYMMDD     PIC 9(08).
008800 01  WS-DATE-WORK.
008900     05  WS-WORK-DATE.
009000         10  WS-WORK-YEAR        PIC 9(04).
009100         10  WS-WORK-MONTH       PIC 9(02).
009200         10  WS-WORK-DAY         PIC 9(02).
009300     05  WS-DAYS-BACK            PIC 9(03).
009400     05  WS-DAY-INDEX            PIC 9(03).
009500     05  WS-YEAR-QUOT            PIC 9(04).
009600     05  WS-YEAR-REM             PIC 9(04).
009700 01  WS-MONTH-DAYS-TABLE.
009800     05  FILLER                  PIC X(24)
009900         VALUE '312831303130313130313031'.
010000 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
010100     05  WS-DAYS-IN-MONTH        OCCURS 12 TIMES PIC 9(02).
010200 01  WS-BREAK-CONTROL.
010300     05  WS-PREV-USER-ID         PIC X(08) VALUE SPACES.
010400     05  WS-PREV-COMMAND         PIC X(08) VALUE SPACES.
010500 01  WS-COUNTERS.
010600     05  WS-PAGE-NUMBER          PIC 9(05) VALUE ZERO.
010700     05  WS-LINE-COUNT           PIC 9(03) VALUE ZERO.
010800     05  WS-LINES-PER-PAGE       PIC 9(03) VALUE 55.
010900     05  WS-RECORDS-READ         PIC 9(07) VALUE ZERO.
011000     05  WS-RECORDS-SELECTED     PIC 9(07) VALUE ZERO.
011100     05  WS-COMMAND-COUNT        PIC 9(07) VALUE ZERO.
011200     05  WS-USER-COUNT           PIC 9(07) VALUE ZERO.
011300     05  WS-USERS-REPORTED       PIC 9(07) VALUE ZERO.
011350     05  WS-UNLISTED-DISP-COUNT  PIC 9(07) VALUE ZERO.
011400     05  WS-NO-ENTRY-COUNT       PIC 9(07) VALUE ZERO.
011500     05  WS-NOT-GRANTED-COUNT    PIC 9(07) VALUE ZERO.
011600*-----------------------------------------------------------*
011700* REPORT LINE LAYOUTS                                       *
011800*-----------------------------------------------------------*
011900 01  HDG-LINE-1.
012000     05  FILLER                  PIC X(01) VALUE SPACE.
012100     05  FILLER                  PIC X(38)
012200         VALUE 'SECURITY VIOLATIONS AND UNLISTED DISPS'.
012300     05  FILLER                  PIC X(02) VALUE SPACES.
012400     05  FILLER                  PIC X(05) VALUE 'FROM '.
012500     05  HDG-FROM-DATE           PIC X(08).
012600     05  FILLER                  PIC X(04) VALUE ' TO '.
012700     05  HDG-TO-DATE             PIC X(08).
012800     05  FILLER                  PIC X(05) VALUE SPACES.
012900     05  FILLER                  PIC X(05) VALUE 'PAGE '.
013000     05  HDG-PAGE-NUMBER         PIC ZZZZ9.
013100 01  HDG-LINE-2.
013200     05  FILLER                  PIC X(01) VALUE SPACE.
013300     05  FILLER                  PIC X(08) VALUE 'USER'.
013400     05  FILLER                  PIC X(02) VALUE SPACES.
013500     05  FILLER                  PIC X(08) VALUE 'COMMAND'.
013600     05  FILLER                  PIC X(02) VALUE SPACES.
013700     05  FILLER                  PIC X(08) VALUE 'DATE'.
013800     05  FILLER                  PIC X(02) VALUE SPACES.
013900     05  FILLER                  PIC X(08) VALUE 'TIME'.
014000     05  FILLER                  PIC X(02) VALUE SPACES.
014100     05  FILLER                  PIC X(08) VALUE 'LTERM'.
014200     05  FILLER                  PIC X(02) VALUE SPACES.
014300     05  FILLER                  PIC X(10) VALUE 'TRAN CODE'.
014400     05  FILLER                  PIC X(02) VALUE SPACES.
014500     05  FILLER                  PIC X(10) VALUE 'KEY'.
014600     05  FILLER                  PIC X(02) VALUE SPACES.
014700     05  FILLER                  PIC X(20) VALUE 'REASON'.
014800 01  HDG-LINE-3.
014900     05  FILLER                  PIC X(01) VALUE SPACE.
015000     05  FILLER                  PIC X(08) VALUE ALL '-'.
015100     05  FILLER                  PIC X(02) VALUE SPACES.
015200     05  FILLER                  PIC X(08) VALUE ALL '-'.
015300     05  FILLER                  PIC X(02) VALUE SPACES.
015400     05  FILLER                  PIC X(08) VALUE ALL '-'.
015500     05  FILLER                  PIC X(02) VALUE SPACES.
015600     05  FILLER                  PIC X(08) VALUE ALL '-'.
015700     05  FILLER                  PIC X(02) VALUE SPACES.
015800     05  FILLER                  PIC X(08) VALUE ALL '-'.
015900     05  FILLER                  PIC X(02) VALUE SPACES.
016000     05  FILLER                  PIC X(10) VALUE ALL '-'.
016100     05  FILLER                  PIC X(02) VALUE SPACES.
016200     05  FILLER                  PIC X(10) VALUE ALL '-'.
016300     05  FILLER                  PIC X(02) VALUE SPACES.
016400     05  FILLER                  PIC X(20) VALUE ALL '-'.
016500 01  DETAIL-LINE.
016600     05  FILLER                  PIC X(01) VALUE SPACE.
016700     05  DET-USER-ID             PIC X(08).
016800     05  FILLER                  PIC X(02) VALUE SPACES.
016900     05  DET-COMMAND             PIC X(08).
017000     05  FILLER                  PIC X(02) VALUE SPACES.
017100     05  DET-DATE                PIC X(08).
017200     05  FILLER                  PIC X(02) VALUE SPACES.
017300     05  DET-TIME                PIC X(08).
017400     05  FILLER                  PIC X(02) VALUE SPACES.
017500     05  DET-LTERM-NAME          PIC X(08).
017600     05  FILLER                  PIC X(02) VALUE SPACES.
017700     05  DET-TRANCDE             PIC X(10).
017800     05  FILLER                  PIC X(02) VALUE SPACES.
017900     05  DET-KEY                 PIC X(10).
018000     05  FILLER                  PIC X(02) VALUE SPACES.
018100     05  DET-REASON              PIC X(20).
018200 01  COMMAND-TOTAL-LINE.
018300     05  FILLER                  PIC X(11) VALUE SPACES.
018400     05  CMT-COMMAND             PIC X(08).
018500     05  FILLER                  PIC X(12)
018600         VALUE ' ENTRIES  - '.
018700     05  CMT-COUNT               PIC ZZZ,ZZ9.
018800 01  USER-TOTAL-LINE.
018900     05  FILLER                  PIC X(01) VALUE SPACE.
019000     05  FILLER                  PIC X(10) VALUE 'USER '.
019100     05  UST-USER-ID             PIC X(08).
019200     05  FILLER                  PIC X(12)
019300         VALUE ' ENTRIES  - '.
019400     05  UST-COUNT               PIC ZZZ,ZZ9.
019500 01  TOTAL-LINE-1.
019600     05  FILLER                  PIC X(01) VALUE SPACE.
019700     05  FILLER                  PIC X(30)
019800         VALUE 'VIOLATION LOG RECORDS READ:   '.
019900     05  TOT-RECORDS-READ        PIC ZZZ,ZZ9.
020000 01  TOTAL-LINE-2.
020100     05  FILLER                  PIC X(01) VALUE SPACE.
020200     05  FILLER                  PIC X(30)
020300         VALUE 'ENTRIES IN REPORT WINDOW:     '.
020400     05  TOT-RECORDS-SELECTED    PIC ZZZ,ZZ9.
020500 01  TOTAL-LINE-3.
020600     05  FILLER                  PIC X(01) VALUE SPACE.
020700     05  FILLER                  PIC X(30)
020800         VALUE '  USER NOT ON MASTER:         '.
020900     05  TOT-NO-ENTRY            PIC ZZZ,ZZ9.
021000 01  TOTAL-LINE-4.
021100     05  FILLER                  PIC X(01) VALUE SPACE.
021200     05  FILLER                  PIC X(30)
021300         VALUE '  COMMAND NOT GRANTED:        '.
021400     05  TOT-NOT-GRANTED         PIC ZZZ,ZZ9.
021410 01  TOTAL-LINE-6.
021420     05  FILLER                  PIC X(01) VALUE SPACE.
021430     05  FILLER                  PIC X(30)
021440         VALUE '  UNLISTED EMPLOYEE DISPLAYED:'.
021450     05  TOT-UNLISTED-DISP       PIC ZZZ,ZZ9.
021500 01  TOTAL-LINE-5.
021600     05  FILLER                  PIC X(01) VALUE SPACE.
021700     05  FILLER                  PIC X(30)
021800         VALUE 'USERS REPORTED:               '.
021900     05  TOT-USERS-REPORTED      PIC ZZZ,ZZ9.
021920*-----------------------------------------------------------*
021940* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
021960*-----------------------------------------------------------*
021980 COPY IVTRUNA.
022000 LINKAGE SECTION.
022100 COPY IVTPCBW.
022200 PROCEDURE DIVISION.
022300 ENTRY 'DLITCBL' USING AUTHVIOL-IN-PCB.
022400*-----------------------------------------------------------*
022500* 0000-MAINLINE                                             *
022600*-----------------------------------------------------------*
022700 0000-MAINLINE.
022730     PERFORM 8800-START-RUN-CONTROL
022760         THRU 8800-EXIT.
022800     PERFORM 1000-INITIALIZE
022900         THRU 1000-EXIT.
023000     SORT SORT-FILE
023100         ON ASCENDING KEY SR-USER-ID
023200                          SR-COMMAND
023300                          SR-DATE
023400                          SR-TIME
023500         INPUT PROCEDURE 2000-EXTRACT-VIOLATIONS
023600             THRU 2000-EXIT
023700         OUTPUT PROCEDURE 3000-PRINT-VIOLATIONS
023800             THRU 3000-EXIT.
023900     PERFORM 7000-PRINT-TOTALS
024000         THRU 7000-EXIT.
024100     CLOSE PRINT-FILE.
024130     PERFORM 8900-END-RUN-CONTROL
024160         THRU 8900-EXIT.
024200     GOBACK.
024300*-----------------------------------------------------------*
024400* 1000-INITIALIZE - READ THE WINDOW CONTROL CARD.  A DATE   *
024500* NOT KEYED (OR NOT NUMERIC) TAKES ITS DEFAULT: TO DATE     *
024600* YESTERDAY, FROM DATE SIX DAYS BEFORE THE TO DATE          *
024700*-----------------------------------------------------------*
024800 1000-INITIALIZE.
024900     OPEN OUTPUT PRINT-FILE.
025000     MOVE WS-LINES-PER-PAGE  TO WS-LINE-COUNT.
025100     MOVE SPACES             TO CONTROL-CARD-RECORD.
025200     OPEN INPUT CONTROL-CARD-FILE.
025300     READ CONTROL-CARD-FILE
025400         AT END
025500             MOVE SPACES     TO CONTROL-CARD-RECORD
025600     END-READ.
025700     CLOSE CONTROL-CARD-FILE.
025800     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
025900     IF CC-TO-DATE IS NUMERIC
026000         MOVE CC-TO-DATE     TO WS-TO-DATE
026100     ELSE
026200         MOVE WS-CURRENT-YYYYMMDD TO WS-WORK-DATE
026300         MOVE 1              TO WS-DAYS-BACK
026400         PERFORM 6000-SUBTRACT-DAYS
026500             THRU 6000-EXIT
026600         MOVE WS-WORK-DATE   TO WS-TO-DATE
026700     END-IF.
026800     IF CC-FROM-DATE IS NUMERIC
026900         MOVE CC-FROM-DATE   TO WS-FROM-DATE
027000     ELSE
027100         MOVE WS-TO-DATE     TO WS-WORK-DATE
027200         MOVE 6              TO WS-DAYS-BACK
027300         PERFORM 6000-SUBTRACT-DAYS
027400             THRU 6000-EXIT
027500         MOVE WS-WORK-DATE   TO WS-FROM-DATE
027600     END-IF.
027700     MOVE WS-FROM-DATE       TO HDG-FROM-DATE.
027800     MOVE WS-TO-DATE         TO HDG-TO-DATE.
027900 1000-EXIT.
028000     EXIT.
028100*-----------------------------------------------------------*
028200* 2000-EXTRACT-VIOLATIONS - SORT INPUT PROCEDURE: GN THE    *
028300* WHOLE LOG AND RELEASE EVERY ENTRY INSIDE THE WINDOW       *
028400*-----------------------------------------------------------*
028500 2000-EXTRACT-VIOLATIONS.
028600     PERFORM 2100-GET-NEXT-VIOLATION
028700         THRU 2100-EXIT.
028800     PERFORM 2200-RELEASE-ONE-ENTRY
028900         THRU 2200-EXIT
029000         UNTIL WS-VIOL-EOF.
029100 2000-EXIT.
029200     EXIT.
029300*-----------------------------------------------------------*
029400* 2100-GET-NEXT-VIOLATION                                   *
029500*-----------------------------------------------------------*
029600 2100-GET-NEXT-VIOLATION.
029700     CALL 'CBLTDLI' USING FUNC-GN
029800                          AUTHVIOL-IN-PCB
029900                          VIOL-RECORD.
030000     IF VIOLIN-STATUS-CODE NOT = SPACES
030100         SET WS-VIOL-EOF     TO TRUE
030200     END-IF.
030300 2100-EXIT.
030400     EXIT.
030500*-----------------------------------------------------------*
030600* 2200-RELEASE-ONE-ENTRY - RELEASE THE CURRENT ENTRY IF ITS *
030700* DATE FALLS INSIDE THE WINDOW, THEN GET THE NEXT           *
030800*-----------------------------------------------------------*
030900 2200-RELEASE-ONE-ENTRY.
031000     ADD 1                   TO WS-RECORDS-READ.
031100     IF VIOL-DATE < WS-FROM-DATE
031200         OR VIOL-DATE > WS-TO-DATE
031300         GO TO 2200-NEXT
031400     END-IF.
031500     ADD 1                   TO WS-RECORDS-SELECTED.
031600     MOVE VIOL-USER-ID       TO SR-USER-ID.
031700     MOVE VIOL-COMMAND       TO SR-COMMAND.
031800     MOVE VIOL-DATE          TO SR-DATE.
031900     MOVE VIOL-TIME          TO SR-TIME.
032000     MOVE VIOL-LTERM-NAME    TO SR-LTERM-NAME.
032100     MOVE VIOL-TRANCDE       TO SR-TRANCDE.
032200     MOVE VIOL-KEY           TO SR-KEY.
032300     MOVE VIOL-REASON        TO SR-REASON.
032400     RELEASE SORT-RECORD.
032500 2200-NEXT.
032600     PERFORM 2100-GET-NEXT-VIOLATION
032700         THRU 2100-EXIT.
032800 2200-EXIT.
032900     EXIT.
033000*-----------------------------------------------------------*
033100* 3000-PRINT-VIOLATIONS - SORT OUTPUT PROCEDURE: WALK THE   *
033200* USER/COMMAND/DATE-SEQUENCED ENTRIES WITH CONTROL BREAKS   *
033300* ON COMMAND AND USER                                       *
033400*-----------------------------------------------------------*
033500 3000-PRINT-VIOLATIONS.
033600     PERFORM 3100-RETURN-NEXT
033700         THRU 3100-EXIT.
033800     PERFORM 3200-PROCESS-RETURNED-RECORD
033900         THRU 3200-EXIT
034000         UNTIL WS-SORT-EOF.
034100     IF NOT WS-FIRST-RECORD
034200         PERFORM 3400-PRINT-COMMAND-TOTAL
034300             THRU 3400-EXIT
034400         PERFORM 3500-PRINT-USER-TOTAL
034500             THRU 3500-EXIT
034600     END-IF.
034700 3000-EXIT.
034800     EXIT.
034900*-----------------------------------------------------------*
035000* 3100-RETURN-NEXT                                          *
035100*-----------------------------------------------------------*
035200 3100-RETURN-NEXT.
035300     RETURN SORT-FILE
035400         AT END
035500             SET WS-SORT-EOF TO TRUE
035600     END-RETURN.
035700 3100-EXIT.
035800     EXIT.
035900*-----------------------------------------------------------*
036000* 3200-PROCESS-RETURNED-RECORD - BREAK ON COMMAND (AND      *
036100* USER) CHANGES, THEN PRINT THE CURRENT ENTRY               *
036200*-----------------------------------------------------------*
036300 3200-PROCESS-RETURNED-RECORD.
036400     IF WS-FIRST-RECORD
036500         MOVE 'N'            TO WS-FIRST-RECORD-SW
036600         MOVE SR-USER-ID     TO WS-PREV-USER-ID
036700         MOVE SR-COMMAND     TO WS-PREV-COMMAND
036800     END-IF.
036900     IF SR-USER-ID NOT = WS-PREV-USER-ID
037000         PERFORM 3400-PRINT-COMMAND-TOTAL
037100             THRU 3400-EXIT
037200         PERFORM 3500-PRINT-USER-TOTAL
037300             THRU 3500-EXIT
037400         MOVE SR-USER-ID     TO WS-PREV-USER-ID
037500         MOVE SR-COMMAND     TO WS-PREV-COMMAND
037600     END-IF.
037700     IF SR-COMMAND NOT = WS-PREV-COMMAND
037800         PERFORM 3400-PRINT-COMMAND-TOTAL
037900             THRU 3400-EXIT
038000         MOVE SR-COMMAND     TO WS-PREV-COMMAND
038100     END-IF.
038200     PERFORM 3300-PRINT-DETAIL
038300         THRU 3300-EXIT.
038400     PERFORM 3100-RETURN-NEXT
038500         THRU 3100-EXIT.
038600 3200-EXIT.
038700     EXIT.
038800*-----------------------------------------------------------*
038900* 3300-PRINT-DETAIL - ONE LINE PER REFUSAL                  *
039000*-----------------------------------------------------------*
039100 3300-PRINT-DETAIL.
039200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
039300         PERFORM 4500-PRINT-HEADINGS
039400             THRU 4500-EXIT
039500     END-IF.
039600     MOVE SR-USER-ID         TO DET-USER-ID.
039700     MOVE SR-COMMAND         TO DET-COMMAND.
039800     MOVE SR-DATE            TO DET-DATE.
039900     MOVE SR-TIME            TO DET-TIME.
040000     MOVE SR-LTERM-NAME      TO DET-LTERM-NAME.
040100     MOVE SR-TRANCDE         TO DET-TRANCDE.
040200     MOVE SR-KEY             TO DET-KEY.
040260     EVALUATE TRUE
040320         WHEN SR-NO-ENTRY
040380             MOVE 'USER NOT ON MASTER' TO DET-REASON
040440             ADD 1           TO WS-NO-ENTRY-COUNT
040500         WHEN SR-UNLISTED-DISP
040560             MOVE 'UNLISTED DISPLAYED' TO DET-REASON
040620             ADD 1           TO WS-UNLISTED-DISP-COUNT
040680         WHEN OTHER
040740             MOVE 'COMMAND NOT GRANTED' TO DET-REASON
040800             ADD 1           TO WS-NOT-GRANTED-COUNT
040860     END-EVALUATE.
041000     WRITE PRINT-LINE        FROM DETAIL-LINE
041100         AFTER ADVANCING 1 LINE.
041200     ADD 1                   TO WS-LINE-COUNT.
041300     ADD 1                   TO WS-COMMAND-COUNT.
041400 3300-EXIT.
041500     EXIT.
041600*-----------------------------------------------------------*
041700* 3400-PRINT-COMMAND-TOTAL - PRINT AND ROLL THE USER/       *
041800* COMMAND COUNT INTO THE USER COUNT                         *
041900*-----------------------------------------------------------*
042000 3400-PRINT-COMMAND-TOTAL.
042100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
042200         PERFORM 4500-PRINT-HEADINGS
042300             THRU 4500-EXIT
042400     END-IF.
042500     MOVE WS-PREV-COMMAND    TO CMT-COMMAND.
042600     MOVE WS-COMMAND-COUNT   TO CMT-COUNT.
042700     WRITE PRINT-LINE        FROM COMMAND-TOTAL-LINE
042800         AFTER ADVANCING 1 LINE.
042900     ADD 1                   TO WS-LINE-COUNT.
043000     ADD WS-COMMAND-COUNT    TO WS-USER-COUNT.
043100     MOVE ZERO               TO WS-COMMAND-COUNT.
043200 3400-EXIT.
043300     EXIT.
043400*-----------------------------------------------------------*
043500* 3500-PRINT-USER-TOTAL - PRINT THE USER COUNT, LEAVING A   *
043600* BLANK LINE BEFORE THE NEXT USER                           *
043700*-----------------------------------------------------------*
043800 3500-PRINT-USER-TOTAL.
043900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
044000         PERFORM 4500-PRINT-HEADINGS
044100             THRU 4500-EXIT
044200     END-IF.
044300     MOVE WS-PREV-USER-ID    TO UST-USER-ID.
044400     MOVE WS-USER-COUNT      TO UST-COUNT.
044500     WRITE PRINT-LINE        FROM USER-TOTAL-LINE
044600         AFTER ADVANCING 1 LINE.
044700     MOVE SPACES             TO PRINT-LINE.
044800     WRITE PRINT-LINE
044900         AFTER ADVANCING 1 LINE.
045000     ADD 2                   TO WS-LINE-COUNT.
045100     ADD 1                   TO WS-USERS-REPORTED.
045200     MOVE ZERO               TO WS-USER-COUNT.
045300 3500-EXIT.
045400     EXIT.
045500*-----------------------------------------------------------*
045600* 4500-PRINT-HEADINGS - START A NEW PAGE                    *
045700*-----------------------------------------------------------*
045800 4500-PRINT-HEADINGS.
045900     ADD 1                   TO WS-PAGE-NUMBER.
046000     MOVE WS-PAGE-NUMBER     TO HDG-PAGE-NUMBER.
046100     WRITE PRINT-LINE        FROM HDG-LINE-1
046200         AFTER ADVANCING PAGE.
046300     WRITE PRINT-LINE        FROM HDG-LINE-2
046400         AFTER ADVANCING 2 LINES.
046500     WRITE PRINT-LINE        FROM HDG-LINE-3
046600         AFTER ADVANCING 1 LINE.
046700     MOVE ZERO               TO WS-LINE-COUNT.
046800     ADD 3                   TO WS-LINE-COUNT.
046900 4500-EXIT.
047000     EXIT.
047100*-----------------------------------------------------------*
047200* 6000-SUBTRACT-DAYS - BACK WS-WORK-DATE UP WS-DAYS-BACK    *
047300* CALENDAR DAYS                                             *
047400*-----------------------------------------------------------*
047500 6000-SUBTRACT-DAYS.
047600     PERFORM 6100-BACK-ONE-DAY
047700         THRU 6100-EXIT
047800         VARYING WS-DAY-INDEX FROM 1 BY 1
047900         UNTIL WS-DAY-INDEX > WS-DAYS-BACK.
048000 6000-EXIT.
048100     EXIT.
048200*-----------------------------------------------------------*
048300* 6100-BACK-ONE-DAY - DECREMENT THE DAY, ROLLING THE MONTH  *
048400* AND YEAR AS NEEDED.  FEBRUARY IS 29 DAYS IN A LEAP YEAR   *
048500* (DIVISIBLE BY 4; THE CENTURY RULE IS MOOT UNTIL 2100)     *
048600*-----------------------------------------------------------*
048700 6100-BACK-ONE-DAY.
048800     IF WS-WORK-DAY > 1
048900         SUBTRACT 1 FROM WS-WORK-DAY
049000         GO TO 6100-EXIT
049100     END-IF.
049200     IF WS-WORK-MONTH > 1
049300         SUBTRACT 1 FROM WS-WORK-MONTH
049400     ELSE
049500         MOVE 12             TO WS-WORK-MONTH
049600         SUBTRACT 1 FROM WS-WORK-YEAR
049700     END-IF.
049800     MOVE WS-DAYS-IN-MONTH (WS-WORK-MONTH) TO WS-WORK-DAY.
049900     IF WS-WORK-MONTH = 2
050000         DIVIDE WS-WORK-YEAR BY 4
050100             GIVING WS-YEAR-QUOT REMAINDER WS-YEAR-REM
050200         IF WS-YEAR-REM = ZERO
050300             MOVE 29         TO WS-WORK-DAY
050400         END-IF
050500     END-IF.
050600 6100-EXIT.
050700     EXIT.
050800*-----------------------------------------------------------*
050900* 7000-PRINT-TOTALS - TRAILING COUNTS                       *
051000*-----------------------------------------------------------*
051100 7000-PRINT-TOTALS.
051200     IF WS-PAGE-NUMBER = ZERO
051300         PERFORM 4500-PRINT-HEADINGS
051400             THRU 4500-EXIT
051500     END-IF.
051600     MOVE WS-RECORDS-READ    TO TOT-RECORDS-READ.
051700     MOVE WS-RECORDS-SELECTED TO TOT-RECORDS-SELECTED.
051800     MOVE WS-NO-ENTRY-COUNT  TO TOT-NO-ENTRY.
051900     MOVE WS-NOT-GRANTED-COUNT TO TOT-NOT-GRANTED.
051950     MOVE WS-UNLISTED-DISP-COUNT TO TOT-UNLISTED-DISP.
052000     MOVE WS-USERS-REPORTED  TO TOT-USERS-REPORTED.
052100     WRITE PRINT-LINE        FROM TOTAL-LINE-1
052200         AFTER ADVANCING 2 LINES.
052300     WRITE PRINT-LINE        FROM TOTAL-LINE-2
052400         AFTER ADVANCING 1 LINE.
052500     WRITE PRINT-LINE        FROM TOTAL-LINE-3
052600         AFTER ADVANCING 1 LINE.
052700     WRITE PRINT-LINE        FROM TOTAL-LINE-4
052800         AFTER ADVANCING 1 LINE.
052830     WRITE PRINT-LINE        FROM TOTAL-LINE-6
052860         AFTER ADVANCING 1 LINE.
052900     WRITE PRINT-LINE        FROM TOTAL-LINE-5
053000         AFTER ADVANCING 1 LINE.
053100 7000-EXIT.
053200     EXIT.
053300*-----------------------------------------------------------*
053400* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN      *
053500* (SEE IVTRUN)                                              *
053600*-----------------------------------------------------------*
053700 8800-START-RUN-CONTROL.
053800     MOVE SPACES             TO RUN-CONTROL-AREA.
053900     SET RCA-START-RUN       TO TRUE.
054000     MOVE 'IVTVRPTJ'         TO RCA-JOB-NAME.
054100     MOVE 'IVTVRPT'          TO RCA-PROGRAM-ID.
054200     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
054300 8800-EXIT.
054400     EXIT.
054500*-----------------------------------------------------------*
054600* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
054700* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
054800* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
054900*-----------------------------------------------------------*
055000 8900-END-RUN-CONTROL.
055100     SET RCA-END-RUN         TO TRUE.
055200     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
055300     MOVE 'READ'             TO RCA-COUNT-LABEL (1).
055400     MOVE WS-RECORDS-READ    TO RCA-COUNT-VALUE (1).
055500     MOVE 'SELECTED'         TO RCA-COUNT-LABEL (2).
055600     MOVE WS-RECORDS-SELECTED TO RCA-COUNT-VALUE (2).
055700     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
055800     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
055900 8900-EXIT.
056000     EXIT.
