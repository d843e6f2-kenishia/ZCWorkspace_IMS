001810*   EXTD  - REVERSE LOOKUP BY EXTENSION (SEE MOD LOG)        *
001815*   DEPT  - DEPARTMENT MEMBER LOOKUP (SEE MOD LOG)           *
001820*   STAT  - SET/CLEAR EMPLOYEE STATUS (SEE MOD LOG)          *
001840*   SCHD  - QUEUE A FUTURE-DATED CHANGE (SEE MOD LOG)        *
001860*   SDSP  - DISPLAY A QUEUED CHANGE (SEE MOD LOG)            *
001880*   SCAN  - CANCEL A QUEUED CHANGE (SEE MOD LOG)             *
001890*   FRMR  - FORMER-EMPLOYEE FORWARDING LOOKUP (SEE MOD LOG)  *
001900*-----------------------------------------------------------*
002000* MODIFICATION HISTORY                                      *
002100* ----------------------------------------------------------*
003365*                  AS-OF RECONSTRUCTION CAN ANSWER THE           *
003366*                  DEPARTMENT HALF OF AN AUDIT REQUEST - NEW     *
003367*                  4380 CAPTURES IT BEFORE A CHNG/DELE/STAT      *
003368* 2026-10-15 RLB   3000-EDIT-COMMAND NOW CHECKS EVERY           *
003369*                  COMMAND AGAINST THE AUTHDB AUTHORIZATION     *
003370*                  MASTER (NEW PCB - SEE IVTPSB0) AND REFUSES   *
003371*                  ONE THE USER IS NOT GRANTED, LOGGING THE     *
003372*                  REFUSAL TO THE NEW AUTHVIOL GSAM LOG         *
003373* 2026-10-15 RLB   ADDED SCHD/SDSP/SCAN TO QUEUE, DISPLAY, AND  *
003374*                  CANCEL A CHNG OR DEPT MOVE FOR A FUTURE DATE *
003375*                  ON THE NEW SCHDDB DATABASE (NEW PCB - SEE    *
003376*                  IVTPSB0); IVTSCH APPLIES THEM NIGHTLY        *
003377* 2026-10-15 RLB   ADDED THE PHONSEG LISTING CODE (IN/OUT-      *
003378*                  LISTING-CODE ON ADD/CHNG, JOURNALED).        *
003379*                  SRCH/EXTD/DEPT HIDE UNLISTED ROWS UNLESS     *
003380*                  'UNLS' IS GRANTED (NEW 3500 SHARES THE 3100  *
003381*                  LOOKUP, SPLIT OUT AS 3150); A DISP OF ONE IS *
003382*                  LOGGED TO AUTHVIOL AS REASON 'U'             *
003383* 2026-10-15 RLB   DELE NOW WRITES THE LEAVER TO THE NEW        *
003384*                  FRMRDB FORWARDING DATABASE (NEW PCB - SEE    *
003385*                  IVTPSB0), FORWARDING TO IN-FORWARD-ID WHEN   *
003386*                  KEYED, ELSE THE DEPARTMENT MANAGER.  ADDED   *
003387*                  FRMR TO LOOK A LEAVER UP BY NAME AND REPLY   *
003388*                  WITH WHO TO TRANSFER THE CALLER TO           *
003390*-----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.  IBM-370.
006175     05  XQ-OPERATOR         PIC X(02) VALUE ' ='.
006176     05  XQ-KEY-VALUE        PIC X(10).
006177     05  XQ-RPAREN           PIC X(01) VALUE ')'.
006179 01  AUTHSEG-SSA-QUAL.
006181     05  AQ-SEG-NAME         PIC X(08) VALUE 'AUTHSEG '.
006183     05  AQ-LPAREN           PIC X(01) VALUE '('.
006185     05  AQ-FIELD-NAME       PIC X(08) VALUE 'AUTHUSER'.
006187     05  AQ-OPERATOR         PIC X(02) VALUE ' ='.
006189     05  AQ-KEY-VALUE        PIC X(08).
006191     05  AQ-RPAREN           PIC X(01) VALUE ')'.
006192 01  FRMRSEG-SSA-QUAL.
006193     05  FQ-SEG-NAME         PIC X(08) VALUE 'FRMRSEG '.
006194     05  FQ-LPAREN           PIC X(01) VALUE '('.
006195     05  FQ-FIELD-NAME       PIC X(08) VALUE 'FRMRKEY '.
006196     05  FQ-OPERATOR         PIC X(02) VALUE ' ='.
006197     05  FQ-KEY-VALUE        PIC X(29).
006198     05  FQ-RPAREN           PIC X(01) VALUE ')'.
006199 01  FRMRSEG-SSA-UNQUAL      PIC X(09) VALUE 'FRMRSEG  '.
006200*-----------------------------------------------------------*
006300* WORKING COPY OF THE PHONSEG SEGMENT                       *
006400*-----------------------------------------------------------*
007760* EXTENSION POOL MASTER SEGMENT AND ITS EDIT SWITCH         *
007770*-----------------------------------------------------------*
007780 COPY IVTEXTM.
007781*-----------------------------------------------------------*
007782* COMMAND AUTHORIZATION MASTER SEGMENT AND ITS CHECK AREA   *
007783*-----------------------------------------------------------*
007784 COPY IVTAUTM.
007785*-----------------------------------------------------------*
007786* SECURITY VIOLATIONS LOG RECORD                            *
007787*-----------------------------------------------------------*
007788 COPY IVTVIOL.
007789*-----------------------------------------------------------*
007790* DEPARTED-EMPLOYEE FORWARDING SEGMENT                      *
007791*-----------------------------------------------------------*
007792 COPY IVTFRMD.
007800*-----------------------------------------------------------*
007900* SWITCHES AND MISCELLANEOUS WORKING STORAGE                *
008000*-----------------------------------------------------------*
009544     05  WS-PHONE-TYPE-OK-SW PIC X(01) VALUE 'Y'.
009545         88  WS-PHONE-TYPE-OK         VALUE 'Y'.
009546         88  WS-PHONE-TYPE-BAD        VALUE 'N'.
009547     05  WS-EFF-DATE-OK-SW   PIC X(01) VALUE 'Y'.
009548         88  WS-EFF-DATE-OK           VALUE 'Y'.
009549         88  WS-EFF-DATE-BAD          VALUE 'N'.
009550     05  WS-SHOW-UNLISTED-SW PIC X(01) VALUE 'N'.
009551         88  WS-SHOW-UNLISTED         VALUE 'Y'.
009552         88  WS-HIDE-UNLISTED         VALUE 'N'.
009553     05  WS-LISTING-OK-SW    PIC X(01) VALUE 'Y'.
009554         88  WS-LISTING-OK            VALUE 'Y'.
009555         88  WS-LISTING-BAD           VALUE 'N'.
009556     05  WS-FORWARD-OK-SW    PIC X(01) VALUE 'Y'.
009557         88  WS-FORWARD-OK            VALUE 'Y'.
009558         88  WS-FORWARD-BAD           VALUE 'N'.
009559     05  WS-FRMR-DONE-SW     PIC X(01) VALUE 'N'.
009560         88  WS-FRMR-DONE             VALUE 'Y'.
009561         88  WS-FRMR-NOT-DONE         VALUE 'N'.
009562 01  WS-EXT-FIELDS.
009563     05  WS-FREE-EXTENSION   PIC X(10).
009570 01  WS-PHONE-FIELDS.
009580     05  WS-PHONE-INDEX      PIC S9(03) COMP.
009600 01  WS-SRCH-FIELDS.
009700     05  WS-SRCH-PREFIX-LEN  PIC S9(04) COMP.
009900 01  WS-HIST-FIELDS.
010000     05  WS-HIST-SKIP-COUNT  PIC 9(07) COMP.
010020 01  WS-FRMR-FIELDS.
010040     05  WS-FRMR-MATCHES     PIC 9(03) COMP.
010060     05  WS-FRMR-CONTACT-ID  PIC X(09).
010080     05  WS-FRMR-ENTRY       PIC X(120).
010100 01  WS-CURRENT-DATE.
010200     05  WS-CURRENT-YYYYMMDD PIC 9(08).
010300 01  WS-CURRENT-TIME.
010400     05  WS-CURRENT-HHMMSSHH PIC 9(08).
010403*-----------------------------------------------------------*
010406* SCHEDULED-CHANGE SEGMENT, ITS SEARCH ARGUMENTS, AND THE   *
010409* EFFECTIVE-DATE EDIT AREA                                  *
010412*-----------------------------------------------------------*
010415 COPY IVTSCHD.
010418 01  SCHDSEG-SSA-QUAL.
010421     05  SQ-SEG-NAME         PIC X(08) VALUE 'SCHDSEG '.
010424     05  SQ-LPAREN           PIC X(01) VALUE '('.
010427     05  SQ-FIELD-NAME       PIC X(08) VALUE 'SCHDKEY '.
010430     05  SQ-OPERATOR         PIC X(02) VALUE ' ='.
010433     05  SQ-KEY-VALUE        PIC X(17).
010436     05  SQ-RPAREN           PIC X(01) VALUE ')'.
010439 01  SCHDSEG-SSA-UNQUAL      PIC X(09) VALUE 'SCHDSEG  '.
010442 01  WS-SCHD-FIELDS.
010445     05  WS-SCHD-KEY.
010448         10  WS-SCHD-EMPLOYEE-ID PIC X(09).
010451         10  WS-SCHD-DATE    PIC X(08).
010454     05  WS-SCHD-ACTION      PIC X(04).
010457     05  WS-EFF-DATE.
010460         10  WS-EFF-YEAR     PIC 9(04).
010463         10  WS-EFF-MONTH    PIC 9(02).
010466         10  WS-EFF-DAY      PIC 9(02).
010469     05  WS-EFF-MONTH-DAYS   PIC 9(02).
010472     05  WS-EFF-YEAR-QUOT    PIC 9(04).
010475     05  WS-EFF-YEAR-REM     PIC 9(04).
010478 01  WS-MONTH-DAYS-TABLE.
010481     05  FILLER              PIC X(24)
010484         VALUE '312831303130313130313031'.
010487 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
010490     05  WS-DAYS-IN-MONTH    OCCURS 12 TIMES PIC 9(02).
010500*-----------------------------------------------------------*
010600* MESSAGE AREAS FOR THE TERMINAL (SAME LAYOUT AS USED BY    *
010700* THE OUTSIDE WORLD - SEE IVTNOM COPYBOOK)                  *
012160 COPY IVTPCBE.
012200 COPY IVTPCBG.
012300 COPY IVTPCBH.
012330 COPY IVTPCBA.
012360 COPY IVTPCBV.
012380 COPY IVTPCBS.
012390 COPY IVTPCBF.
012400 PROCEDURE DIVISION.
012500 ENTRY 'DLITCBL' USING IO-PCB-MASK
012600                           PHONDB-PCB
012650                           DEPTDB-PCB
012660                           EXTDB-PCB
012680                           AUTHDB-PCB
012690                           SCHDDB-PCB
012695                           FRMRDB-PCB
012700                           PHONJRNL-PCB
012800                           PHONJRNL-IN-PCB
012850                           AUTHVIOL-PCB.
012900*-----------------------------------------------------------*
013000* 0000-MAINLINE - TOP LEVEL CONTROL                         *
013100*-----------------------------------------------------------*
016600 2000-EXIT.
016700     EXIT.
016800*-----------------------------------------------------------*
016900* 3000-EDIT-COMMAND - VALIDATE IN-COMMAND, THEN CHECK THE    *
016950* USER MAY RUN IT                                           *
017000*-----------------------------------------------------------*
017100 3000-EDIT-COMMAND.
017200     MOVE IN-COMMAND         TO OUT-COMMAND.
018536             SET WS-MULTI-ROW-REPLY TO TRUE
018540         WHEN 'STAT    '
018550             SET WS-COMMAND-OK TO TRUE
018560         WHEN 'SCHD    '
018570         WHEN 'SDSP    '
018580         WHEN 'SCAN    '
018585         WHEN 'FRMR    '
018590             SET WS-COMMAND-OK TO TRUE
018600         WHEN OTHER
018700             SET WS-COMMAND-BAD TO TRUE
018800             MOVE 'INVALID COMMAND CODE'
018900                                 TO OUT-MESSAGE
019000     END-EVALUATE.
019020     IF WS-COMMAND-OK
019040         PERFORM 3100-CHECK-AUTHORITY
019060             THRU 3100-EXIT
019080     END-IF.
019100 3000-EXIT.
019200     EXIT.
019201*-----------------------------------------------------------*
019202* 3100-CHECK-AUTHORITY - THE SIGNED-ON USER (THE LTERM NAME *
019203* WHEN NO USERID IS PRESENT) MUST BE GRANTED THE COMMAND ON *
019204* THE AUTHDB MASTER: BY ITS OWN ENTRY, BY THE GROUP THAT    *
019205* ENTRY NAMES, OR - WITH NO ENTRY OF ITS OWN - BY THE       *
019206* '*DEFAULT' ENTRY.  A REFUSAL IS LOGGED TO AUTHVIOL        *
019207*-----------------------------------------------------------*
019212 3100-CHECK-AUTHORITY.
019217     MOVE IN-COMMAND         TO AUTH-CHECK-COMMAND.
019222     PERFORM 3150-LOOKUP-AUTHORITY
019227         THRU 3150-EXIT.
019232     IF AUTHORIZED-COMMAND
019237         GO TO 3100-EXIT
019242     END-IF.
019252 3100-REFUSE.
019253     SET WS-COMMAND-BAD      TO TRUE.
019254     IF AUTH-NO-ENTRY
019255         MOVE 'USER NOT ON AUTHORIZATION MASTER'
019256                             TO OUT-MESSAGE
019257     ELSE
019258         MOVE 'NOT AUTHORIZED FOR THIS COMMAND'
019259                             TO OUT-MESSAGE
019260     END-IF.
019261     MOVE OUT-MESSAGE        TO OUT-MESSAGE-50.
019262     PERFORM 3400-WRITE-VIOLATION
019263         THRU 3400-EXIT.
019264 3100-EXIT.
019265     EXIT.
019266*-----------------------------------------------------------*
019267* 3150-LOOKUP-AUTHORITY - LOOK AUTH-CHECK-COMMAND UP FOR    *
019268* THE SIGNED-ON USER: ITS OWN ENTRY, THE GROUP THAT ENTRY   *
019269* NAMES, OR '*DEFAULT' WHEN IT HAS NO ENTRY.  LEAVES        *
019270* AUTHORIZED-COMMAND SET WHEN GRANTED, AND AUTH-NO-ENTRY    *
019271* WHEN NEITHER THE USER NOR '*DEFAULT' IS ON THE MASTER     *
019272*-----------------------------------------------------------*
019273 3150-LOOKUP-AUTHORITY.
019274     SET UNAUTHORIZED-COMMAND TO TRUE.
019275     SET AUTH-NO-ENTRY       TO TRUE.
019276     IF IO-USERID NOT = SPACES
019277         MOVE IO-USERID      TO AUTH-CHECK-USER
019278     ELSE
019279         MOVE IO-LTERM-NAME  TO AUTH-CHECK-USER
019280     END-IF.
019281     MOVE AUTH-CHECK-USER    TO AQ-KEY-VALUE.
019282     PERFORM 3200-GET-AUTH-ENTRY
019283         THRU 3200-EXIT.
019284     IF AUTHDB-STATUS-CODE NOT = SPACES
019285         MOVE AUTH-DEFAULT-USER TO AQ-KEY-VALUE
019286         PERFORM 3200-GET-AUTH-ENTRY
019287             THRU 3200-EXIT
019288     END-IF.
019289     IF AUTHDB-STATUS-CODE NOT = SPACES
019290         GO TO 3150-EXIT
019291     END-IF.
019292     SET AUTH-NOT-GRANTED    TO TRUE.
019293     PERFORM 3300-SCAN-COMMANDS
019294         THRU 3300-EXIT
019295         VARYING AUTH-CHECK-INDEX FROM 1 BY 1
019296         UNTIL AUTH-CHECK-INDEX > 24
019297            OR AUTHORIZED-COMMAND.
019298     IF AUTHORIZED-COMMAND
019299         GO TO 3150-EXIT
019300     END-IF.
019301     IF AU-GROUP-ID NOT = SPACES
019302         MOVE AU-GROUP-ID    TO AQ-KEY-VALUE
019303         PERFORM 3200-GET-AUTH-ENTRY
019304             THRU 3200-EXIT
019305         IF AUTHDB-STATUS-CODE = SPACES
019306             PERFORM 3300-SCAN-COMMANDS
019307                 THRU 3300-EXIT
019308                 VARYING AUTH-CHECK-INDEX FROM 1 BY 1
019309                 UNTIL AUTH-CHECK-INDEX > 24
019310                    OR AUTHORIZED-COMMAND
019311         END-IF
019312     END-IF.
019313 3150-EXIT.
019314     EXIT.
019315*-----------------------------------------------------------*
019316* 3200-GET-AUTH-ENTRY - GU THE AUTHSEG FOR AQ-KEY-VALUE     *
019317*-----------------------------------------------------------*
019318 3200-GET-AUTH-ENTRY.
019319     CALL 'CBLTDLI' USING FUNC-GU
019320                          AUTHDB-PCB
019321                          AUTHSEG-IO-AREA
019322                          AUTHSEG-SSA-QUAL.
019323 3200-EXIT.
019324     EXIT.
019325*-----------------------------------------------------------*
019326* 3300-SCAN-COMMANDS - ONE SLOT OF THE ENTRY'S COMMAND LIST *
019327*-----------------------------------------------------------*
019328 3300-SCAN-COMMANDS.
019329     IF AU-COMMAND (AUTH-CHECK-INDEX) = AUTH-CHECK-COMMAND
019330         OR AU-COMMAND (AUTH-CHECK-INDEX) = AUTH-ALL-COMMANDS
019331         SET AUTHORIZED-COMMAND TO TRUE
019332     END-IF.
019333 3300-EXIT.
019334     EXIT.
019335*-----------------------------------------------------------*
019336* 3500-CHECK-UNLISTED-AUTHORITY - MAY THIS USER SEE         *
019337* UNLISTED EMPLOYEES IN A SRCH/EXTD/DEPT REPLY?  ONLY WHEN  *
019338* GRANTED THE 'UNLS' PSEUDO-COMMAND ON AUTHDB (SWITCHBOARD  *
019339* OPERATORS WHO CONNECT CALLS).  NOT BEING GRANTED IT IS    *
019340* NOT A VIOLATION - THE UNLISTED ROWS ARE SIMPLY LEFT OUT   *
019341*-----------------------------------------------------------*
019342 3500-CHECK-UNLISTED-AUTHORITY.
019343     SET WS-HIDE-UNLISTED    TO TRUE.
019344     MOVE 'UNLS'             TO AUTH-CHECK-COMMAND.
019345     PERFORM 3150-LOOKUP-AUTHORITY
019346         THRU 3150-EXIT.
019347     IF AUTHORIZED-COMMAND
019348         SET WS-SHOW-UNLISTED TO TRUE
019349     END-IF.
019350 3500-EXIT.
019351     EXIT.
019352*-----------------------------------------------------------*
019353* 3600-LOG-UNLISTED-DISP - RECORD A DISP OF AN UNLISTED     *
019354* EMPLOYEE ON THE AUTHVIOL LOG (REASON 'U') SO WHO LOOKED   *
019355* THE PERSON UP CAN BE ANSWERED FROM THE IVTVRPT REPORT     *
019356*-----------------------------------------------------------*
019357 3600-LOG-UNLISTED-DISP.
019358     SET AUTH-UNLISTED-DISP  TO TRUE.
019359     PERFORM 3400-WRITE-VIOLATION
019360         THRU 3400-EXIT.
019361 3600-EXIT.
019362     EXIT.
019363*-----------------------------------------------------------*
019400* 4000-PROCESS-COMMAND - DISPATCH ON THE EDITED COMMAND     *
019500*-----------------------------------------------------------*
019600 4000-PROCESS-COMMAND.
021540         WHEN 'STAT    '
021550             PERFORM 4800-PROCESS-STAT
021560                 THRU 4800-EXIT
021564         WHEN 'SCHD    '
021568             PERFORM 4850-PROCESS-SCHD
021572                 THRU 4850-EXIT
021576         WHEN 'SDSP    '
021580             PERFORM 4870-PROCESS-SDSP
021584                 THRU 4870-EXIT
021588         WHEN 'SCAN    '
021592             PERFORM 4880-PROCESS-SCAN
021596                 THRU 4880-EXIT
021597         WHEN 'FRMR    '
021598             PERFORM 4950-PROCESS-FRMR
021599                 THRU 4950-EXIT
021600     END-EVALUATE.
021700 4000-EXIT.
021800     EXIT.
023200         MOVE PS-ZIP-CODE    TO OUT-ZIP-CODE
023210         MOVE PS-STATUS-CODE TO OUT-STATUS-CODE
023220         MOVE PS-STATUS-DATE TO OUT-STATUS-DATE
023260         MOVE PS-LISTING-CODE TO OUT-LISTING-CODE
023300         MOVE 'RECORD FOUND' TO OUT-MESSAGE
023400         PERFORM 4150-SHOW-DEPARTMENT
023500             THRU 4150-EXIT
023510         PERFORM 4160-SHOW-PHONES
023520             THRU 4160-EXIT
023530         IF PS-UNLISTED
023540             PERFORM 3600-LOG-UNLISTED-DISP
023550                 THRU 3600-EXIT
023560         END-IF
023600     ELSE
023700         MOVE SPACES         TO OUT-RECORD
023800         MOVE 'RECORD NOT FOUND'
027209         END-IF
027211     END-IF.
027212     MOVE IN-EMPLOYEE-ID     TO PQ-KEY-VALUE.
027221     PERFORM 5700-EDIT-LISTING-CODE
027231         THRU 5700-EXIT.
027241     IF WS-LISTING-BAD
027251         GO TO 4200-EXIT
027261     END-IF.
027300     CALL 'CBLTDLI' USING FUNC-GU
027400                          PHONDB-PCB
027500                          PHONSEG-IO-AREA
028510     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
028520     SET PS-ACTIVE           TO TRUE.
028530     MOVE WS-CURRENT-YYYYMMDD TO PS-STATUS-DATE.
028540     IF IN-LISTING-CODE = 'U'
028550         SET PS-UNLISTED     TO TRUE
028560     ELSE
028570         SET PS-PUBLISHED    TO TRUE
028580     END-IF.
028600     CALL 'CBLTDLI' USING FUNC-ISRT
028700                          PHONDB-PCB
028800                          PHONSEG-IO-AREA
029800     MOVE PS-ZIP-CODE        TO OUT-ZIP-CODE
029850     MOVE PS-STATUS-CODE     TO OUT-STATUS-CODE
029860     MOVE PS-STATUS-DATE     TO OUT-STATUS-DATE
029880     MOVE PS-LISTING-CODE    TO OUT-LISTING-CODE
029900     MOVE 'RECORD ADDED'     TO OUT-MESSAGE.
030000     IF IN-DEPT-CODE NOT = SPACES
030100         PERFORM 4250-ADD-DEPARTMENT
030800     MOVE PS-ZIP-CODE        TO JRNL-AFT-ZIP-CODE
030810     MOVE PS-STATUS-CODE     TO JRNL-AFT-STATUS-CODE
030820     MOVE PS-STATUS-DATE     TO JRNL-AFT-STATUS-DATE.
030840     MOVE SPACES             TO JRNL-BFR-LISTING-CODE.
030860     MOVE PS-LISTING-CODE    TO JRNL-AFT-LISTING-CODE.
030900     PERFORM 4900-WRITE-JOURNAL
031000         THRU 4900-EXIT.
031100 4200-EXIT.
034083             GO TO 4300-EXIT
034084         END-IF
034085     END-IF.
034087     PERFORM 5700-EDIT-LISTING-CODE
034089         THRU 5700-EXIT.
034091     IF WS-LISTING-BAD
034093         GO TO 4300-EXIT
034095     END-IF.
034100     MOVE IN-EMPLOYEE-ID     TO PQ-KEY-VALUE.
034200     CALL 'CBLTDLI' USING FUNC-GU
034300                          PHONDB-PCB
035400     MOVE PS-ZIP-CODE        TO JRNL-BFR-ZIP-CODE
035410     MOVE PS-STATUS-CODE     TO JRNL-BFR-STATUS-CODE
035420     MOVE PS-STATUS-DATE     TO JRNL-BFR-STATUS-DATE.
035425     MOVE PS-LISTING-CODE    TO JRNL-BFR-LISTING-CODE.
035430     PERFORM 4380-CAPTURE-DEPT-BEFORE
035440         THRU 4380-EXIT.
035450     MOVE IN-LAST-NAME       TO PS-LAST-NAME
035500     MOVE IN-FIRST-NAME      TO PS-FIRST-NAME
035600     MOVE IN-EXTENSION       TO PS-EXTENSION
035700     MOVE IN-ZIP-CODE        TO PS-ZIP-CODE.
035710     IF IN-LISTING-CODE = 'U'
035720         SET PS-UNLISTED     TO TRUE
035730     END-IF.
035740     IF IN-LISTING-CODE = 'P'
035750         SET PS-PUBLISHED    TO TRUE
035760     END-IF.
035800     CALL 'CBLTDLI' USING FUNC-REPL
035900                          PHONDB-PCB
036000                          PHONSEG-IO-AREA.
036900     MOVE PS-ZIP-CODE        TO OUT-ZIP-CODE
036950     MOVE PS-STATUS-CODE     TO OUT-STATUS-CODE
036960     MOVE PS-STATUS-DATE     TO OUT-STATUS-DATE
036980     MOVE PS-LISTING-CODE    TO OUT-LISTING-CODE
037000     MOVE 'RECORD CHANGED'   TO OUT-MESSAGE.
037100     IF IN-DEPT-CODE NOT = SPACES
037200         PERFORM 4350-UPDATE-DEPARTMENT
037800     MOVE PS-ZIP-CODE        TO JRNL-AFT-ZIP-CODE
037810     MOVE PS-STATUS-CODE     TO JRNL-AFT-STATUS-CODE
037820     MOVE PS-STATUS-DATE     TO JRNL-AFT-STATUS-DATE.
037825     MOVE PS-LISTING-CODE    TO JRNL-AFT-LISTING-CODE.
037830     IF IN-DEPT-CODE NOT = SPACES
037840         MOVE DM-DEPT-CODE   TO JRNL-AFT-DEPT-CODE
037850     ELSE
041300* 4400-PROCESS-DELE - DELETE AN EMPLOYEE SEGMENT            *
041400*-----------------------------------------------------------*
041500 4400-PROCESS-DELE.
041510     IF IN-FORWARD-ID NOT = SPACES
041520         PERFORM 5750-EDIT-FORWARD-ID
041530             THRU 5750-EXIT
041540         IF WS-FORWARD-BAD
041550             GO TO 4400-EXIT
041560         END-IF
041570     END-IF.
041600     MOVE IN-EMPLOYEE-ID     TO PQ-KEY-VALUE.
041700     CALL 'CBLTDLI' USING FUNC-GU
041800                          PHONDB-PCB
042900     MOVE PS-ZIP-CODE        TO JRNL-BFR-ZIP-CODE
042910     MOVE PS-STATUS-CODE     TO JRNL-BFR-STATUS-CODE
042920     MOVE PS-STATUS-DATE     TO JRNL-BFR-STATUS-DATE.
042925     MOVE PS-LISTING-CODE    TO JRNL-BFR-LISTING-CODE.
042930     PERFORM 4380-CAPTURE-DEPT-BEFORE
042940         THRU 4380-EXIT.
043000     CALL 'CBLTDLI' USING FUNC-DLET
043940             THRU 5400-EXIT
043950     END-IF.
044000     MOVE SPACES             TO JRNL-AFTER-IMAGE.
044050     MOVE SPACES             TO JRNL-AFT-LISTING-CODE.
044100     PERFORM 4900-WRITE-JOURNAL
044200         THRU 4900-EXIT.
044230     PERFORM 5800-RECORD-FORMER
044260         THRU 5800-EXIT.
044300 4400-EXIT.
044400     EXIT.
044500*-----------------------------------------------------------*
045800 4500-PROCESS-SRCH.
045900     PERFORM 4510-BUILD-SEARCH-KEY
046000         THRU 4510-EXIT.
046030     PERFORM 3500-CHECK-UNLISTED-AUTHORITY
046060         THRU 3500-EXIT.
046100     SET WS-SRCH-NOT-DONE    TO TRUE.
046150     IF IN-RESUME-KEY NOT = SPACES
046160         MOVE IN-RESUME-KEY TO PQ-KEY-VALUE
051200             IN-LAST-NAME (1 : WS-SRCH-PREFIX-LEN)
051300         GO TO 4520-NEXT
051500     END-IF.
051520     IF PS-UNLISTED
051540         AND WS-HIDE-UNLISTED
051560         GO TO 4520-NEXT
051580     END-IF.
051600     IF OUT-NUM-RECORDS NOT < 50
051700         SET OUT-MORE-RECORDS TO TRUE
051750         MOVE OUT-EMPLOYEE-ID-REC (OUT-NUM-RECORDS)
061850         GO TO 4700-EXIT
061860     END-IF.
061870     SET WS-EXTD-NOT-DONE    TO TRUE.
061873     PERFORM 3500-CHECK-UNLISTED-AUTHORITY
061876         THRU 3500-EXIT.
061880     MOVE IN-EXTENSION       TO PX-KEY-VALUE.
061890     CALL 'CBLTDLI' USING FUNC-GU
061900                          PHONDB-PCB
062110* (THE INDEX KEY IS NON-UNIQUE)                             *
062120*-----------------------------------------------------------*
062130 4710-COLLECT-EXT-HOLDER.
062132     IF PS-UNLISTED
062134         AND WS-HIDE-UNLISTED
062136         GO TO 4710-NEXT
062138     END-IF.
062140     IF OUT-NUM-RECORDS NOT < 50
062150         SET OUT-MORE-RECORDS TO TRUE
062160         SET WS-EXTD-DONE    TO TRUE
062220     MOVE PS-FIRST-NAME  TO OUT-FIRST-NAME-REC (OUT-NUM-RECORDS).
062230     MOVE PS-EXTENSION   TO OUT-EXTENSION-REC  (OUT-NUM-RECORDS).
062240     MOVE PS-ZIP-CODE    TO OUT-ZIP-CODE-REC   (OUT-NUM-RECORDS).
062245 4710-NEXT.
062250     CALL 'CBLTDLI' USING FUNC-GN
062260                          PHONDB-PCB
062270                          PHONSEG-IO-AREA
062357         SET WS-DEPT-NOT-SKIPPING TO TRUE
062358     END-IF.
062359     MOVE IN-DEPT-CODE       TO PD-KEY-VALUE.
062360     PERFORM 3500-CHECK-UNLISTED-AUTHORITY THRU 3500-EXIT.
062361     CALL 'CBLTDLI' USING FUNC-GU
062362                          PHONDB-PCB
062363                          PHONSEG-IO-AREA
062381     EXIT.
062382*-----------------------------------------------------------*
062383* 4760-COLLECT-DEPT-MEMBER - SAVE THE CURRENT MEMBER (OR    *
062384* SKIP IT WHILE POSITIONING PAST A RESUME KEY OR WHEN IT IS *
062385* UNLISTED AND HIDDEN FROM THIS USER), THEN GN WITH THE     *
062386* SAME DEPTCDX QUALIFICATION FOR THE NEXT (NON-UNIQUE KEY)  *
062387*-----------------------------------------------------------*
062388 4760-COLLECT-DEPT-MEMBER.
062389     IF WS-DEPT-SKIPPING
062390         OR (PS-UNLISTED AND WS-HIDE-UNLISTED)
062391         IF PS-EMPLOYEE-ID = IN-RESUME-KEY
062392             SET WS-DEPT-NOT-SKIPPING TO TRUE
062393         END-IF
062680     MOVE PS-ZIP-CODE        TO JRNL-BFR-ZIP-CODE.
062690     MOVE PS-STATUS-CODE     TO JRNL-BFR-STATUS-CODE.
062700     MOVE PS-STATUS-DATE     TO JRNL-BFR-STATUS-DATE.
062701     MOVE PS-LISTING-CODE    TO JRNL-BFR-LISTING-CODE.
062702     PERFORM 4380-CAPTURE-DEPT-BEFORE
062704         THRU 4380-EXIT.
062710     MOVE IN-STATUS-CODE     TO PS-STATUS-CODE.
062900     MOVE PS-ZIP-CODE        TO OUT-ZIP-CODE.
062910     MOVE PS-STATUS-CODE     TO OUT-STATUS-CODE.
062920     MOVE PS-STATUS-DATE     TO OUT-STATUS-DATE.
062925     MOVE PS-LISTING-CODE    TO OUT-LISTING-CODE.
062930     MOVE 'STATUS UPDATED'   TO OUT-MESSAGE.
062940     MOVE PS-EMPLOYEE-ID     TO JRNL-AFT-EMPLOYEE-ID.
062950     MOVE PS-LAST-NAME       TO JRNL-AFT-LAST-NAME.
062980     MOVE PS-ZIP-CODE        TO JRNL-AFT-ZIP-CODE.
062990     MOVE PS-STATUS-CODE     TO JRNL-AFT-STATUS-CODE.
063000     MOVE PS-STATUS-DATE     TO JRNL-AFT-STATUS-DATE.
063001     MOVE PS-LISTING-CODE    TO JRNL-AFT-LISTING-CODE.
063002     MOVE JRNL-BFR-DEPT-CODE TO JRNL-AFT-DEPT-CODE.
063010     PERFORM 4900-WRITE-JOURNAL
063020         THRU 4900-EXIT.
063890     END-IF.
063900 8000-EXIT.
063910     EXIT.
064000*-----------------------------------------------------------*
064100* 3400-WRITE-VIOLATION - ISRT A REFUSED-COMMAND RECORD TO   *
064200* THE AUTHVIOL GSAM SECURITY VIOLATIONS LOG (ALSO USED BY   *
064250* 3600 FOR A DISP OF AN UNLISTED EMPLOYEE)                  *
064300*-----------------------------------------------------------*
064400 3400-WRITE-VIOLATION.
064500     MOVE SPACES             TO VIOL-RECORD.
064600     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
064700     ACCEPT WS-CURRENT-HHMMSSHH FROM TIME.
064800     MOVE WS-CURRENT-YYYYMMDD TO VIOL-DATE.
064900     MOVE WS-CURRENT-HHMMSSHH TO VIOL-TIME.
065000     MOVE AUTH-CHECK-USER    TO VIOL-USER-ID.
065100     MOVE IO-LTERM-NAME      TO VIOL-LTERM-NAME.
065200     MOVE IN-TRANCDE         TO VIOL-TRANCDE.
065300     MOVE IN-COMMAND         TO VIOL-COMMAND.
065400     IF IN-EMPLOYEE-ID NOT = SPACES
065500         MOVE IN-EMPLOYEE-ID TO VIOL-KEY
065600     ELSE
065700         MOVE IN-LAST-NAME   TO VIOL-KEY
065800     END-IF.
065900     MOVE AUTH-REASON-CODE   TO VIOL-REASON.
066000     CALL 'CBLTDLI' USING FUNC-ISRT
066100                          AUTHVIOL-PCB
066200                          VIOL-RECORD.
066300 3400-EXIT.
066400     EXIT.
066500*-----------------------------------------------------------*
066600* 4850-PROCESS-SCHD - QUEUE A CHANGE AGAINST ONE EMPLOYEE   *
066700* FOR A FUTURE IN-EFFECTIVE-DATE ON SCHDDB.  IN-SCHD-ACTION *
066800* 'CHNG' IS A FULL CHANGE AND RUNS THE SAME EDITS AS CHNG;  *
066900* 'DEPT' IS A DEPARTMENT MOVE ONLY AND NEEDS JUST AN ACTIVE *
067000* IN-DEPT-CODE.  NOTHING ON PHONDB CHANGES UNTIL IVTSCH     *
067100* APPLIES THE CHANGE ON ITS DATE, RE-RUNNING THE EDITS THEN *
067200*-----------------------------------------------------------*
067300 4850-PROCESS-SCHD.
067400     IF IN-SCHD-ACTION NOT = 'CHNG' AND 'DEPT'
067500         MOVE 'SCHEDULE ACTION MUST BE CHNG OR DEPT'
067600                             TO OUT-MESSAGE
067700         GO TO 4850-EXIT
067800     END-IF.
067810     IF IN-LISTING-CODE NOT = SPACES
067820         MOVE 'LISTING CODE NOT SCHEDULABLE - USE CHNG'
067830                             TO OUT-MESSAGE
067840         GO TO 4850-EXIT
067850     END-IF.
067900     PERFORM 5600-EDIT-EFFECTIVE-DATE
068000         THRU 5600-EXIT.
068100     IF WS-EFF-DATE-BAD
068200         GO TO 4850-EXIT
068300     END-IF.
068400     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
068500     IF IN-EFFECTIVE-DATE NOT > WS-CURRENT-DATE
068600         MOVE 'EFFECTIVE DATE MUST BE AFTER TODAY'
068700                             TO OUT-MESSAGE
068800         GO TO 4850-EXIT
068900     END-IF.
069000     IF IN-SCHD-ACTION = 'CHNG'
069100         GO TO 4850-EDIT-CHNG
069200     END-IF.
069300     IF IN-DEPT-CODE = SPACES
069400         MOVE 'DEPT CODE REQUIRED FOR A DEPT MOVE'
069500                             TO OUT-MESSAGE
069600         GO TO 4850-EXIT
069700     END-IF.
069800     GO TO 4850-EDIT-DEPT.
069900 4850-EDIT-CHNG.
070000     PERFORM 5000-EDIT-ZIP-CODE
070100         THRU 5000-EXIT.
070200     IF INVALID-ZIP-FORMAT
070300         GO TO 4850-EXIT
070400     END-IF.
070500     IF IN-EXTENSION NOT = SPACES
070600         PERFORM 5200-EDIT-EXTENSION
070700             THRU 5200-EXIT
070800         IF INVALID-EXTENSION
070900             GO TO 4850-EXIT
071000         END-IF
071100     END-IF.
071200     IF IN-PHONE-TYPE NOT = SPACES
071300         PERFORM 5500-EDIT-PHONE-TYPE
071400             THRU 5500-EXIT
071500         IF WS-PHONE-TYPE-BAD
071600             GO TO 4850-EXIT
071700         END-IF
071800     END-IF.
071900 4850-EDIT-DEPT.
072000     IF IN-DEPT-CODE NOT = SPACES
072100         PERFORM 5100-EDIT-DEPT-CODE
072200             THRU 5100-EXIT
072300         IF INVALID-DEPT-CODE
072400             GO TO 4850-EXIT
072500         END-IF
072600     END-IF.
072700     MOVE IN-EMPLOYEE-ID     TO PQ-KEY-VALUE.
072800     CALL 'CBLTDLI' USING FUNC-GU
072900                          PHONDB-PCB
073000                          PHONSEG-IO-AREA
073100                          PHONSEG-SSA-QUAL.
073200     IF PHONDB-STATUS-CODE NOT = SPACES
073300         MOVE 'RECORD NOT FOUND - SCHEDULE REJECTED'
073400                             TO OUT-MESSAGE
073500         GO TO 4850-EXIT
073600     END-IF.
073700     MOVE SPACES             TO SCHDSEG-IO-AREA.
073800     MOVE IN-EMPLOYEE-ID     TO SC-EMPLOYEE-ID.
073900     MOVE IN-EFFECTIVE-DATE  TO SC-EFFECTIVE-DATE.
074000     MOVE IN-SCHD-ACTION     TO SC-ACTION.
074100     SET SC-PENDING          TO TRUE.
074200*    A DEPT MOVE KEEPS THE EMPLOYEE'S CURRENT NAME AND NUMBER
074300*    FOR THE LISTINGS ONLY - IVTSCH APPLIES JUST THE DEPT CODE
074400     IF SC-ACTION-DEPT
074500         MOVE PS-LAST-NAME   TO SC-LAST-NAME
074600         MOVE PS-FIRST-NAME  TO SC-FIRST-NAME
074700         MOVE PS-EXTENSION   TO SC-EXTENSION
074800         MOVE PS-ZIP-CODE    TO SC-ZIP-CODE
074900     ELSE
075000         MOVE IN-LAST-NAME   TO SC-LAST-NAME
075100         MOVE IN-FIRST-NAME  TO SC-FIRST-NAME
075200         MOVE IN-EXTENSION   TO SC-EXTENSION
075300         MOVE IN-ZIP-CODE    TO SC-ZIP-CODE
075400         MOVE IN-PHONE-TYPE  TO SC-PHONE-TYPE
075500         MOVE IN-PHONE-NUMBER TO SC-PHONE-NUMBER
075600     END-IF.
075700     MOVE IN-DEPT-CODE       TO SC-DEPT-CODE.
075800     IF IO-USERID NOT = SPACES
075900         MOVE IO-USERID      TO SC-QUEUED-BY
076000     ELSE
076100         MOVE IO-LTERM-NAME  TO SC-QUEUED-BY
076200     END-IF.
076300     MOVE WS-CURRENT-YYYYMMDD TO SC-QUEUED-DATE.
076400     CALL 'CBLTDLI' USING FUNC-ISRT
076500                          SCHDDB-PCB
076600                          SCHDSEG-IO-AREA
076700                          SCHDSEG-SSA-UNQUAL.
076800     IF SCHDDB-STATUS-CODE = 'II'
076900         MOVE 'CHANGE ALREADY SCHEDULED FOR THAT DATE'
077000                             TO OUT-MESSAGE
077100         GO TO 4850-EXIT
077200     END-IF.
077300     IF SCHDDB-STATUS-CODE NOT = SPACES
077400         MOVE 'SCHEDULE FAILED - DATABASE ERROR'
077500                             TO OUT-MESSAGE
077600         GO TO 4850-EXIT
077700     END-IF.
077800     PERFORM 4890-SHOW-SCHEDULED
077900         THRU 4890-EXIT.
078000     MOVE 'CHANGE SCHEDULED' TO OUT-MESSAGE.
078100 4850-EXIT.
078200     EXIT.
078300*-----------------------------------------------------------*
078400* 4870-PROCESS-SDSP - DISPLAY THE FIRST CHANGE QUEUED FOR   *
078500* IN-EMPLOYEE-ID ON OR AFTER IN-EFFECTIVE-DATE (BLANK = THE *
078600* EARLIEST).  THE MESSAGE NAMES THE DATE OF THE NEXT ONE, SO*
078700* THE OPERATOR CAN STEP THROUGH THEM; A CHANGE THAT FAILED  *
078800* ON ITS DATE SHOWS THE REASON INSTEAD                      *
078900*-----------------------------------------------------------*
079000 4870-PROCESS-SDSP.
079100     MOVE ZEROS              TO WS-SCHD-DATE.
079200     IF IN-EFFECTIVE-DATE NOT = SPACES
079300         PERFORM 5600-EDIT-EFFECTIVE-DATE
079400             THRU 5600-EXIT
079500         IF WS-EFF-DATE-BAD
079600             GO TO 4870-EXIT
079700         END-IF
079800         MOVE IN-EFFECTIVE-DATE TO WS-SCHD-DATE
079900     END-IF.
080000     MOVE IN-EMPLOYEE-ID     TO WS-SCHD-EMPLOYEE-ID.
080100     MOVE WS-SCHD-KEY        TO SQ-KEY-VALUE.
080200     MOVE '>='               TO SQ-OPERATOR.
080300     CALL 'CBLTDLI' USING FUNC-GU
080400                          SCHDDB-PCB
080500                          SCHDSEG-IO-AREA
080600                          SCHDSEG-SSA-QUAL.
080700     IF SCHDDB-STATUS-CODE NOT = SPACES
080800         OR SC-EMPLOYEE-ID NOT = IN-EMPLOYEE-ID
080900         MOVE 'NO CHANGE SCHEDULED FOR THIS EMPLOYEE'
081000                             TO OUT-MESSAGE
081100         GO TO 4870-EXIT
081200     END-IF.
081300     PERFORM 4890-SHOW-SCHEDULED
081400         THRU 4890-EXIT.
081500     IF SC-FAILED
081600         STRING 'FAILED - ' SC-FAIL-REASON
081700             DELIMITED BY SIZE INTO OUT-MESSAGE
081800         GO TO 4870-EXIT
081900     END-IF.
082000     MOVE SC-ACTION          TO WS-SCHD-ACTION.
082100     MOVE SC-KEY             TO SQ-KEY-VALUE.
082200     MOVE ' >'               TO SQ-OPERATOR.
082300     CALL 'CBLTDLI' USING FUNC-GU
082400                          SCHDDB-PCB
082500                          SCHDSEG-IO-AREA
082600                          SCHDSEG-SSA-QUAL.
082700     IF SCHDDB-STATUS-CODE = SPACES
082800         AND SC-EMPLOYEE-ID = IN-EMPLOYEE-ID
082900         STRING 'SCHEDULED ' WS-SCHD-ACTION
083000                ' - NEXT ONE DUE ' SC-EFFECTIVE-DATE
083100             DELIMITED BY SIZE INTO OUT-MESSAGE
083200     ELSE
083300         STRING 'SCHEDULED ' WS-SCHD-ACTION
083400                ' - NO OTHERS PENDING'
083500             DELIMITED BY SIZE INTO OUT-MESSAGE
083600     END-IF.
083700 4870-EXIT.
083800     EXIT.
083900*-----------------------------------------------------------*
084000* 4880-PROCESS-SCAN - CANCEL (DLET) THE CHANGE QUEUED FOR   *
084100* IN-EMPLOYEE-ID ON IN-EFFECTIVE-DATE, PENDING OR FAILED    *
084200*-----------------------------------------------------------*
084300 4880-PROCESS-SCAN.
084400     PERFORM 5600-EDIT-EFFECTIVE-DATE
084500         THRU 5600-EXIT.
084600     IF WS-EFF-DATE-BAD
084700         GO TO 4880-EXIT
084800     END-IF.
084900     MOVE IN-EMPLOYEE-ID     TO WS-SCHD-EMPLOYEE-ID.
085000     MOVE IN-EFFECTIVE-DATE  TO WS-SCHD-DATE.
085100     MOVE WS-SCHD-KEY        TO SQ-KEY-VALUE.
085200     MOVE ' ='               TO SQ-OPERATOR.
085300     CALL 'CBLTDLI' USING FUNC-GU
085400                          SCHDDB-PCB
085500                          SCHDSEG-IO-AREA
085600                          SCHDSEG-SSA-QUAL.
085700     IF SCHDDB-STATUS-CODE NOT = SPACES
085800         MOVE 'NO CHANGE SCHEDULED FOR THAT DATE'
085900                             TO OUT-MESSAGE
086000         GO TO 4880-EXIT
086100     END-IF.
086200     PERFORM 4890-SHOW-SCHEDULED
086300         THRU 4890-EXIT.
086400     CALL 'CBLTDLI' USING FUNC-DLET
086500                          SCHDDB-PCB
086600                          SCHDSEG-IO-AREA.
086700     IF SCHDDB-STATUS-CODE NOT = SPACES
086800         MOVE 'CANCEL FAILED - DATABASE ERROR'
086900                             TO OUT-MESSAGE
087000         GO TO 4880-EXIT
087100     END-IF.
087200     MOVE 'SCHEDULED CHANGE CANCELLED'
087300                             TO OUT-MESSAGE.
087400 4880-EXIT.
087500     EXIT.
087600*-----------------------------------------------------------*
087700* 4890-SHOW-SCHEDULED - THE QUEUED CHANGE IN SCHDSEG-IO-AREA*
087800* TO THE REPLY: OUT-STATUS-CODE CARRIES ITS SCHDDB STATUS   *
087900* ('P' PENDING, 'F' FAILED) AND OUT-STATUS-DATE ITS         *
088000* EFFECTIVE DATE                                            *
088100*-----------------------------------------------------------*
088200 4890-SHOW-SCHEDULED.
088300     MOVE SPACES             TO OUT-RECORD.
088400     MOVE SC-EMPLOYEE-ID     TO OUT-EMPLOYEE-ID.
088500     MOVE SC-LAST-NAME       TO OUT-LAST-NAME.
088600     MOVE SC-FIRST-NAME      TO OUT-FIRST-NAME.
088700     MOVE SC-EXTENSION       TO OUT-EXTENSION.
088800     MOVE SC-ZIP-CODE        TO OUT-ZIP-CODE.
088900     MOVE SC-DEPT-CODE       TO OUT-DEPT-CODE.
089000     MOVE SC-STATUS          TO OUT-STATUS-CODE.
089100     MOVE SC-EFFECTIVE-DATE  TO OUT-STATUS-DATE.
089200     MOVE SC-PHONE-TYPE      TO OUT-PHONE-TYPE   (1).
089300     MOVE SC-PHONE-NUMBER    TO OUT-PHONE-NUMBER (1).
089400 4890-EXIT.
089500     EXIT.
089600*-----------------------------------------------------------*
089700* 5600-EDIT-EFFECTIVE-DATE - IN-EFFECTIVE-DATE MUST BE A    *
089800* REAL CALENDAR DATE, CCYYMMDD.  FEBRUARY IS 29 DAYS IN A   *
089900* LEAP YEAR (DIVISIBLE BY 4; THE CENTURY RULE IS MOOT UNTIL *
089950* 2100)                                                     *
090000*-----------------------------------------------------------*
090100 5600-EDIT-EFFECTIVE-DATE.
090200     SET WS-EFF-DATE-BAD     TO TRUE.
090300     IF IN-EFFECTIVE-DATE NOT NUMERIC
090400         GO TO 5600-BAD
090500     END-IF.
090600     MOVE IN-EFFECTIVE-DATE  TO WS-EFF-DATE.
090700     IF WS-EFF-MONTH < 1
090800         OR WS-EFF-MONTH > 12
090900         GO TO 5600-BAD
091000     END-IF.
091100     MOVE WS-DAYS-IN-MONTH (WS-EFF-MONTH)
091200                             TO WS-EFF-MONTH-DAYS.
091300     IF WS-EFF-MONTH = 2
091400         DIVIDE WS-EFF-YEAR BY 4
091500             GIVING WS-EFF-YEAR-QUOT REMAINDER WS-EFF-YEAR-REM
091600         IF WS-EFF-YEAR-REM = ZERO
091700             MOVE 29         TO WS-EFF-MONTH-DAYS
091800         END-IF
091900     END-IF.
092000     IF WS-EFF-DAY < 1
092100         OR WS-EFF-DAY > WS-EFF-MONTH-DAYS
092200         GO TO 5600-BAD
092300     END-IF.
092400     SET WS-EFF-DATE-OK      TO TRUE.
092500     GO TO 5600-EXIT.
092600 5600-BAD.
092700     MOVE 'INVALID EFFECTIVE DATE - CCYYMMDD'
092800                             TO OUT-MESSAGE.
092900 5600-EXIT.
092906     EXIT.
092912*-----------------------------------------------------------*
092918* 5700-EDIT-LISTING-CODE - IN-LISTING-CODE MUST BE 'U'      *
092924* (UNLISTED), 'P' (PUBLISHED), OR BLANK (NO CHANGE ON CHNG, *
092930* PUBLISHED ON ADD)                                         *
092936*-----------------------------------------------------------*
092942 5700-EDIT-LISTING-CODE.
092948     IF IN-LISTING-CODE = SPACE OR 'U' OR 'P'
092954         SET WS-LISTING-OK   TO TRUE
092960     ELSE
092966         SET WS-LISTING-BAD  TO TRUE
092972         MOVE 'INVALID LISTING CODE - USE U OR P'
092978                             TO OUT-MESSAGE
092984     END-IF.
092990 5700-EXIT.
093000     EXIT.
093100*-----------------------------------------------------------*
093200* 4950-PROCESS-FRMR - FORMER-EMPLOYEE FORWARDING LOOKUP.    *
093300* FINDS IN-LAST-NAME (NARROWED BY IN-FIRST-NAME AND IN-     *
093400* EMPLOYEE-ID WHEN KEYED) ON FRMRDB AND REPLIES WITH THE    *
093500* LEAVER'S ID, OLD EXTENSION, DEPARTMENT, LAST MANAGER AND  *
093600* LEAVING DATE, PLUS WHO TO TRANSFER THE CALLER TO.  THE    *
093700* KEY IS IN NAME ORDER, SO THE WALK STARTS AT THE NAME AND  *
093800* STOPS AT THE FIRST DIFFERENT ONE.  UNLISTED LEAVERS ARE   *
093900* SKIPPED UNLESS 'UNLS' IS GRANTED.  WHEN SEVERAL MATCH THE *
094000* FIRST IS SHOWN AND THE OPERATOR IS ASKED TO NARROW IT     *
094100*-----------------------------------------------------------*
094200 4950-PROCESS-FRMR.
094300     IF IN-LAST-NAME = SPACES
094400         MOVE 'LAST NAME REQUIRED FOR FRMR'
094500                             TO OUT-MESSAGE
094600         GO TO 4950-EXIT
094700     END-IF.
094800     PERFORM 3500-CHECK-UNLISTED-AUTHORITY
094900         THRU 3500-EXIT.
095000     MOVE ZERO               TO WS-FRMR-MATCHES.
095100     SET WS-FRMR-NOT-DONE    TO TRUE.
095200     MOVE SPACES             TO FQ-KEY-VALUE.
095300     MOVE IN-LAST-NAME       TO FQ-KEY-VALUE (1:10).
095400     MOVE IN-FIRST-NAME      TO FQ-KEY-VALUE (11:10).
095500     MOVE '>='               TO FQ-OPERATOR.
095600     CALL 'CBLTDLI' USING FUNC-GU
095700                          FRMRDB-PCB
095800                          FRMRSEG-IO-AREA
095900                          FRMRSEG-SSA-QUAL.
096000     MOVE ' ='               TO FQ-OPERATOR.
096100     IF FRMRDB-STATUS-CODE NOT = SPACES
096200         SET WS-FRMR-DONE    TO TRUE
096300     END-IF.
096400     PERFORM 4960-COLLECT-FORMER
096500         THRU 4960-EXIT
096600         UNTIL WS-FRMR-DONE.
096700     IF WS-FRMR-MATCHES = ZERO
096800         MOVE 'NO FORMER EMPLOYEE ON FILE BY THAT NAME'
096900                             TO OUT-MESSAGE
097000         GO TO 4950-EXIT
097100     END-IF.
097200     MOVE WS-FRMR-ENTRY      TO FRMRSEG-IO-AREA.
097300     MOVE FR-EMPLOYEE-ID     TO OUT-FORMER-EMPLOYEE-ID.
097400     MOVE FR-EXTENSION       TO OUT-FORMER-EXTENSION.
097500     MOVE FR-DEPT-CODE       TO OUT-DEPT-CODE.
097600     MOVE FR-DEPT-NAME       TO OUT-DEPT-NAME.
097700     MOVE FR-MGR-NAME        TO OUT-MGR-NAME.
097800     MOVE FR-LEAVING-DATE    TO OUT-STATUS-DATE.
097900     PERFORM 4970-FIND-CONTACT
098000         THRU 4970-EXIT.
098100     IF WS-FRMR-MATCHES > 1
098200         MOVE 'SEVERAL MATCHES - KEY FIRST NAME OR ID'
098300                             TO OUT-MESSAGE
098400     END-IF.
098500 4950-EXIT.
098600     EXIT.
098700*-----------------------------------------------------------*
098800* 4960-COLLECT-FORMER - ONE FRMRSEG OF THE NAME WALK.       *
098900* KEEPS THE FIRST MATCH AND STOPS AT THE SECOND             *
099000*-----------------------------------------------------------*
099100 4960-COLLECT-FORMER.
099200     IF FR-LAST-NAME NOT = IN-LAST-NAME
099300         SET WS-FRMR-DONE    TO TRUE
099400         GO TO 4960-EXIT
099500     END-IF.
099600     IF IN-FIRST-NAME NOT = SPACES
099700         AND FR-FIRST-NAME NOT = IN-FIRST-NAME
099800         SET WS-FRMR-DONE    TO TRUE
099900         GO TO 4960-EXIT
100000     END-IF.
100100     IF IN-EMPLOYEE-ID NOT = SPACES
100200         AND FR-EMPLOYEE-ID NOT = IN-EMPLOYEE-ID
100300         GO TO 4960-NEXT
100400     END-IF.
100500     IF FR-UNLISTED AND WS-HIDE-UNLISTED
100600         GO TO 4960-NEXT
100700     END-IF.
100800     ADD 1                   TO WS-FRMR-MATCHES.
100900     IF WS-FRMR-MATCHES > 1
101000         SET WS-FRMR-DONE    TO TRUE
101100         GO TO 4960-EXIT
101200     END-IF.
101300     MOVE FRMRSEG-IO-AREA    TO WS-FRMR-ENTRY.
101400 4960-NEXT.
101500     CALL 'CBLTDLI' USING FUNC-GN
101600                          FRMRDB-PCB
101700                          FRMRSEG-IO-AREA
101800                          FRMRSEG-SSA-UNQUAL.
101900     IF FRMRDB-STATUS-CODE NOT = SPACES
102000         SET WS-FRMR-DONE    TO TRUE
102100     END-IF.
102200 4960-EXIT.
102300     EXIT.
102400*-----------------------------------------------------------*
102500* 4970-FIND-CONTACT - WHO TO TRANSFER THE CALLER TO: THE    *
102600* ENTRY'S FORWARD-TO EMPLOYEE IF STILL ON FILE, ELSE THE    *
102700* CURRENT MANAGER OF THE LEAVER'S OLD DEPARTMENT            *
102800*-----------------------------------------------------------*
102900 4970-FIND-CONTACT.
103000     MOVE 'FORMER EMPLOYEE - NO CONTACT TO TRANSFER'
103100                             TO OUT-MESSAGE.
103200     IF FR-FORWARD-ID = SPACES
103300         GO TO 4970-MANAGER
103400     END-IF.
103500     MOVE FR-FORWARD-ID      TO WS-FRMR-CONTACT-ID.
103600     PERFORM 4975-TRY-CONTACT
103700         THRU 4975-EXIT.
103800     IF WS-FOUND
103900         MOVE 'FORMER EMPLOYEE - TRANSFER AS SHOWN'
104000                             TO OUT-MESSAGE
104100         GO TO 4970-EXIT
104200     END-IF.
104300 4970-MANAGER.
104400     IF FR-DEPT-CODE = SPACES
104500         GO TO 4970-EXIT
104600     END-IF.
104700     MOVE FR-DEPT-CODE       TO DQ-KEY-VALUE.
104800     CALL 'CBLTDLI' USING FUNC-GU
104900                          DEPTDB-PCB
105000                          DEPTMSEG-IO-AREA
105100                          DEPTMSEG-SSA-QUAL.
105200     IF DEPTDB-STATUS-CODE NOT = SPACES
105300         OR DM-MGR-EMPLOYEE-ID = SPACES
105400         OR DM-MGR-EMPLOYEE-ID = FR-FORWARD-ID
105500         GO TO 4970-EXIT
105600     END-IF.
105700     MOVE DM-MGR-EMPLOYEE-ID TO WS-FRMR-CONTACT-ID.
105800     PERFORM 4975-TRY-CONTACT
105900         THRU 4975-EXIT.
106000     IF WS-FOUND
106100         MOVE 'TRANSFER TO CURRENT DEPT MANAGER SHOWN'
106200                             TO OUT-MESSAGE
106300     END-IF.
106400 4970-EXIT.
106500     EXIT.
106600*-----------------------------------------------------------*
106700* 4975-TRY-CONTACT - GU WS-FRMR-CONTACT-ID ON PHONDB.  A    *
106800* CONTACT WHO IS TERM-PENDING, OR UNLISTED TO A USER NOT    *
106900* GRANTED 'UNLS', IS PASSED OVER.  WS-FOUND WHEN USABLE     *
107000*-----------------------------------------------------------*
107100 4975-TRY-CONTACT.
107200     SET WS-NOT-FOUND        TO TRUE.
107300     MOVE WS-FRMR-CONTACT-ID TO PQ-KEY-VALUE.
107400     CALL 'CBLTDLI' USING FUNC-GU
107500                          PHONDB-PCB
107600                          PHONSEG-IO-AREA
107700                          PHONSEG-SSA-QUAL.
107800     IF PHONDB-STATUS-CODE NOT = SPACES
107900         GO TO 4975-EXIT
108000     END-IF.
108100     IF PS-TERM-PENDING
108200         GO TO 4975-EXIT
108300     END-IF.
108400     IF PS-UNLISTED AND WS-HIDE-UNLISTED
108500         GO TO 4975-EXIT
108600     END-IF.
108700     SET WS-FOUND            TO TRUE.
108800     MOVE PS-EMPLOYEE-ID     TO OUT-EMPLOYEE-ID.
108900     MOVE PS-LAST-NAME       TO OUT-LAST-NAME.
109000     MOVE PS-FIRST-NAME      TO OUT-FIRST-NAME.
109100     MOVE PS-EXTENSION       TO OUT-EXTENSION.
109200 4975-EXIT.
109300     EXIT.
109400*-----------------------------------------------------------*
109500* 5750-EDIT-FORWARD-ID - A FORWARD-TO ID KEYED ON DELE MUST *
109600* BE ON PHONDB AND MUST NOT BE THE EMPLOYEE BEING DELETED   *
109700*-----------------------------------------------------------*
109800 5750-EDIT-FORWARD-ID.
109900     SET WS-FORWARD-BAD      TO TRUE.
110000     IF IN-FORWARD-ID = IN-EMPLOYEE-ID
110100         MOVE 'CANNOT FORWARD TO SELF - DELETE REJECTED'
110200                             TO OUT-MESSAGE
110300         GO TO 5750-EXIT
110400     END-IF.
110500     MOVE IN-FORWARD-ID      TO PQ-KEY-VALUE.
110600     CALL 'CBLTDLI' USING FUNC-GU
110700                          PHONDB-PCB
110800                          PHONSEG-IO-AREA
110900                          PHONSEG-SSA-QUAL.
111000     IF PHONDB-STATUS-CODE NOT = SPACES
111100         MOVE 'FORWARD-TO ID NOT ON FILE - REJECTED'
111200                             TO OUT-MESSAGE
111300         GO TO 5750-EXIT
111400     END-IF.
111500     SET WS-FORWARD-OK       TO TRUE.
111600 5750-EXIT.
111700     EXIT.
111800*-----------------------------------------------------------*
111900* 5800-RECORD-FORMER - WRITE THE DELETED EMPLOYEE TO FRMRDB *
112000* FROM THE ROOT STILL IN PHONSEG-IO-AREA AND THE DEPTSEG    *
112100* 4380 READ (JRNL-BFR-DEPT-CODE IS SPACES WHEN THERE WAS    *
112200* NONE).  A LEAVER ALREADY ON FILE UNDER THE SAME NAME AND  *
112300* ID (REHIRED AND GONE AGAIN) IS REPLACED.  A FAILURE HERE  *
112400* DOES NOT UNDO THE DELETE                                  *
112500*-----------------------------------------------------------*
112600 5800-RECORD-FORMER.
112700     MOVE SPACES             TO FRMRSEG-IO-AREA.
112800     MOVE PS-LAST-NAME       TO FR-LAST-NAME.
112900     MOVE PS-FIRST-NAME      TO FR-FIRST-NAME.
113000     MOVE PS-EMPLOYEE-ID     TO FR-EMPLOYEE-ID.
113100     MOVE PS-EXTENSION       TO FR-EXTENSION.
113200     MOVE PS-LISTING-CODE    TO FR-LISTING-CODE.
113300     IF PS-TERM-PENDING
113400         MOVE PS-STATUS-DATE TO FR-LEAVING-DATE
113500     ELSE
113600         ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD
113700         MOVE WS-CURRENT-DATE TO FR-LEAVING-DATE
113800     END-IF.
113900     IF JRNL-BFR-DEPT-CODE NOT = SPACES
114000         MOVE DS-DEPT-CODE   TO FR-DEPT-CODE
114100         MOVE DS-DEPT-NAME   TO FR-DEPT-NAME
114200         MOVE DS-MGR-NAME    TO FR-MGR-NAME
114300         PERFORM 5850-DEFAULT-FORWARD
114400             THRU 5850-EXIT
114500     END-IF.
114600     IF IN-FORWARD-ID NOT = SPACES
114700         MOVE IN-FORWARD-ID  TO FR-FORWARD-ID
114800         SET FR-FORWARD-KEYED TO TRUE
114900     END-IF.
115000     IF IO-USERID NOT = SPACES
115100         MOVE IO-USERID      TO FR-DELETED-BY
115200     ELSE
115300         MOVE IO-LTERM-NAME  TO FR-DELETED-BY
115400     END-IF.
115500     CALL 'CBLTDLI' USING FUNC-ISRT
115600                          FRMRDB-PCB
115700                          FRMRSEG-IO-AREA
115800                          FRMRSEG-SSA-UNQUAL.
115900     IF FRMRDB-STATUS-CODE = 'II'
116000         PERFORM 5860-REPLACE-FORMER
116100             THRU 5860-EXIT
116200     END-IF.
116300     IF FRMRDB-STATUS-CODE NOT = SPACES
116400         MOVE 'RECORD DELETED - FORWARDING ENTRY FAILED'
116500                             TO OUT-MESSAGE
116600     END-IF.
116700 5800-EXIT.
116800     EXIT.
116900*-----------------------------------------------------------*
117000* 5850-DEFAULT-FORWARD - THE LAST MANAGER, AND THE DEFAULT  *
117100* FORWARD-TO, IS THE DEPARTMENT'S MANAGER ON THE DEPTDB     *
117200* MASTER.  A LEAVER WHO MANAGED THE DEPARTMENT GETS THE     *
117300* PARENT DEPARTMENT'S MANAGER INSTEAD.  FORWARD-TO STAYS    *
117400* SPACES WHEN NO MANAGER IS FOUND                           *
117500*-----------------------------------------------------------*
117600 5850-DEFAULT-FORWARD.
117700     MOVE FR-DEPT-CODE       TO DQ-KEY-VALUE.
117800     CALL 'CBLTDLI' USING FUNC-GU
117900                          DEPTDB-PCB
118000                          DEPTMSEG-IO-AREA
118100                          DEPTMSEG-SSA-QUAL.
118200     IF DEPTDB-STATUS-CODE NOT = SPACES
118300         GO TO 5850-EXIT
118400     END-IF.
118500     IF DM-MGR-EMPLOYEE-ID NOT = FR-EMPLOYEE-ID
118600         OR DM-PARENT-CODE = SPACES
118700         GO TO 5850-SET
118800     END-IF.
118900     MOVE DM-PARENT-CODE     TO DQ-KEY-VALUE.
119000     CALL 'CBLTDLI' USING FUNC-GU
119100                          DEPTDB-PCB
119200                          DEPTMSEG-IO-AREA
119300                          DEPTMSEG-SSA-QUAL.
119400     IF DEPTDB-STATUS-CODE NOT = SPACES
119500         GO TO 5850-EXIT
119600     END-IF.
119700 5850-SET.
119800     MOVE DM-MGR-EMPLOYEE-ID TO FR-MGR-EMPLOYEE-ID.
119900     MOVE DM-MGR-NAME        TO FR-MGR-NAME.
120000     IF DM-MGR-EMPLOYEE-ID NOT = SPACES
120100         AND DM-MGR-EMPLOYEE-ID NOT = FR-EMPLOYEE-ID
120200         MOVE DM-MGR-EMPLOYEE-ID TO FR-FORWARD-ID
120300         SET FR-FORWARD-MANAGER TO TRUE
120400     END-IF.
120500 5850-EXIT.
120600     EXIT.
120700*-----------------------------------------------------------*
120800* 5860-REPLACE-FORMER - THE LEAVER IS ALREADY ON FRMRDB:    *
120900* READ THAT ENTRY FOR UPDATE AND OVERWRITE IT               *
121000*-----------------------------------------------------------*
121100 5860-REPLACE-FORMER.
121200     MOVE FRMRSEG-IO-AREA    TO WS-FRMR-ENTRY.
121300     MOVE FR-KEY             TO FQ-KEY-VALUE.
121400     CALL 'CBLTDLI' USING FUNC-GU
121500                          FRMRDB-PCB
121600                          FRMRSEG-IO-AREA
121700                          FRMRSEG-SSA-QUAL.
121800     IF FRMRDB-STATUS-CODE NOT = SPACES
121900         GO TO 5860-EXIT
122000     END-IF.
122100     MOVE WS-FRMR-ENTRY      TO FRMRSEG-IO-AREA.
122200     CALL 'CBLTDLI' USING FUNC-REPL
122300                          FRMRDB-PCB
122400                          FRMRSEG-IO-AREA.
122500 5860-EXIT.
122600     EXIT.
