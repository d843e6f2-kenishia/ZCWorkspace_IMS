001600*   DDSP  - DISPLAY A DEPARTMENT CODE                       *
001700*   DADD  - ADD A NEW DEPARTMENT CODE (STATUS ACTIVE)       *
001800*   DCHG  - CHANGE A CODE'S NAME/MANAGER                    *
001810*           DADD AND DCHG ALSO CARRY THE MANAGER'S HR       *
001820*           EMPLOYEE ID (MUST BE ON PHONSEG AND NOT         *
001830*           TERMINATED-PENDING; A BLANK MANAGER NAME THEN   *
001840*           DEFAULTS TO THE EMPLOYEE'S LAST NAME) AND THE   *
001850*           PARENT DEPARTMENT CODE (MUST BE ACTIVE, AND MAY *
001860*           NOT LEAD BACK TO THIS CODE).  ON DCHG A BLANK   *
001870*           PARENT LEAVES THE PARENT AS IS AND '*' CLEARS   *
001880*           IT (TOP-LEVEL DEPARTMENT)                       *
001900*   DRET  - RETIRE A CODE (STATUS 'I'; THE SEGMENT STAYS    *
002000*           ON THE MASTER SO OLD DEPTSEG CHILDREN REMAIN    *
002100*           EXPLAINABLE, BUT NEW USE OF THE CODE IS         *
002700* DATE       BY    DESCRIPTION                               *
002800* ---------- ----- -------------------------------------------
002900* 2026-08-22 RLB   ORIGINAL PROGRAM                          *
002910* 2026-10-15 RLB   DADD/DCHG MAINTAIN THE MANAGER EMPLOYEE   *
002920*                  ID (EDITED AGAINST PHONSEG - NEW PHONDB   *
002930*                  PCB, SEE IVTPSB5) AND THE PARENT DEPT     *
002940*                  CODE (EDITED AGAINST THE MASTER, WITH A   *
002950*                  REPORTING-LOOP CHECK)                     *
002960* 2026-10-15 RLB   3000-EDIT-COMMAND NOW CHECKS THE COMMAND  *
002970*                  AGAINST THE AUTHDB AUTHORIZATION MASTER   *
002980*                  AND LOGS A REFUSAL TO AUTHVIOL (NEW PCBS  *
002990*                  - SEE IVTPSB5)                            *
003000*-----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
005200     05  DQ-KEY-VALUE        PIC X(05).
005300     05  DQ-RPAREN           PIC X(01) VALUE ')'.
005400 01  DEPTMSEG-SSA-UNQUAL     PIC X(09) VALUE 'DEPTMSEG '.
005410 01  PHONSEG-SSA-QUAL.
005420     05  PQ-SEG-NAME         PIC X(08) VALUE 'PHONSEG '.
005430     05  PQ-LPAREN           PIC X(01) VALUE '('.
005440     05  PQ-FIELD-NAME       PIC X(08) VALUE 'EMPLIDK '.
005450     05  PQ-OPERATOR         PIC X(02) VALUE ' ='.
005460     05  PQ-KEY-VALUE        PIC X(09).
005470     05  PQ-RPAREN           PIC X(01) VALUE ')'.
005473 01  AUTHSEG-SSA-QUAL.
005476     05  AQ-SEG-NAME         PIC X(08) VALUE 'AUTHSEG '.
005479     05  AQ-LPAREN           PIC X(01) VALUE '('.
005482     05  AQ-FIELD-NAME       PIC X(08) VALUE 'AUTHUSER'.
005485     05  AQ-OPERATOR         PIC X(02) VALUE ' ='.
005488     05  AQ-KEY-VALUE        PIC X(08).
005491     05  AQ-RPAREN           PIC X(01) VALUE ')'.
005500*-----------------------------------------------------------*
005600* DEPARTMENT REFERENCE MASTER SEGMENT AND ITS EDIT SWITCH   *
005700*-----------------------------------------------------------*
005800 COPY IVTDPTM.
005806*-----------------------------------------------------------*
005812* WORK COPY OF A PARENT DEPTMSEG READ DURING THE PARENT     *
005818* EDIT, KEPT APART FROM THE SEGMENT BEING MAINTAINED        *
005824*-----------------------------------------------------------*
005830 01  WS-PARENT-MSEG.
005836     05  WP-DEPT-CODE        PIC X(05).
005842     05  FILLER              PIC X(30).
005848     05  WP-STATUS-CODE      PIC X(01).
005854         88  WP-ACTIVE                VALUE 'A'.
005860     05  FILLER              PIC X(09).
005866     05  WP-PARENT-CODE      PIC X(05).
005872*-----------------------------------------------------------*
005878* PHONSEG SEGMENT - THE MANAGER'S DIRECTORY ENTRY           *
005884*-----------------------------------------------------------*
005890 COPY IVTSEG.
005891*-----------------------------------------------------------*
005892* COMMAND AUTHORIZATION MASTER SEGMENT AND ITS CHECK AREA   *
005893*-----------------------------------------------------------*
005894 COPY IVTAUTM.
005895*-----------------------------------------------------------*
005896* SECURITY VIOLATIONS LOG RECORD                            *
005897*-----------------------------------------------------------*
005898 COPY IVTVIOL.
005900*-----------------------------------------------------------*
006000* SWITCHES                                                  *
006100*-----------------------------------------------------------*
006300     05  WS-COMMAND-OK-SW    PIC X(01) VALUE 'Y'.
006400         88  WS-COMMAND-OK            VALUE 'Y'.
006500         88  WS-COMMAND-BAD           VALUE 'N'.
006510     05  WS-EDIT-OK-SW       PIC X(01) VALUE 'Y'.
006520         88  WS-EDIT-OK               VALUE 'Y'.
006530         88  WS-EDIT-BAD              VALUE 'N'.
006540 01  WS-EDIT-WORK.
006550     05  WS-CHAIN-CODE       PIC X(05).
006560     05  WS-CHAIN-DEPTH      PIC S9(04) COMP.
006570     05  WS-MGR-DEFAULT-NAME PIC X(10).
006600*-----------------------------------------------------------*
006700* MESSAGE AREAS FOR THE TERMINAL (SEE IVTDPT COPYBOOK)      *
006800*-----------------------------------------------------------*
007900     05  IO-MOD-NAME         PIC X(08).
008000     05  IO-USERID           PIC X(08).
008100 COPY IVTPCBD.
008150 COPY IVTPCB1.
008160 COPY IVTPCBA.
008170 COPY IVTPCBV.
008200 PROCEDURE DIVISION.
008300 ENTRY 'DLITCBL' USING IO-PCB-MASK
008400                           DEPTDB-PCB
008450                           PHONDB-PCB
008460                           AUTHDB-PCB
008470                           AUTHVIOL-PCB.
008500*-----------------------------------------------------------*
008600* 0000-MAINLINE - TOP LEVEL CONTROL                         *
008700*-----------------------------------------------------------*
012000     EXIT.
012100*-----------------------------------------------------------*
012200* 3000-EDIT-COMMAND - VALIDATE DPIN-COMMAND AND THE KEYED   *
012300* DEPARTMENT CODE (REQUIRED BY EVERY COMMAND), THEN CHECK   *
012350* THE USER MAY RUN IT                                       *
012400*-----------------------------------------------------------*
012500 3000-EDIT-COMMAND.
012600     MOVE DPIN-COMMAND       TO DPOUT-COMMAND.
013600             MOVE 'INVALID COMMAND CODE'
013700                                 TO DPOUT-MESSAGE
013800     END-EVALUATE.
013820     IF WS-COMMAND-OK
013840         PERFORM 3100-CHECK-AUTHORITY
013860             THRU 3100-EXIT
013880     END-IF.
013900     IF WS-COMMAND-OK
014000         AND DPIN-DEPT-CODE = SPACES
014100         SET WS-COMMAND-BAD TO TRUE
014400     END-IF.
014500 3000-EXIT.
014600     EXIT.
014601*-----------------------------------------------------------*
014602* 3100-CHECK-AUTHORITY - USERID (ELSE LTERM) MUST HOLD THE  *
014603* COMMAND ON AUTHDB: OWN, GROUP, OR '*DEFAULT' ENTRY        *
014604*-----------------------------------------------------------*
014605 3100-CHECK-AUTHORITY.
014606     SET UNAUTHORIZED-COMMAND TO TRUE.
014607     SET AUTH-NO-ENTRY       TO TRUE.
014608     IF IO-USERID NOT = SPACES
014609         MOVE IO-USERID      TO AUTH-CHECK-USER
014610     ELSE
014611         MOVE IO-LTERM-NAME  TO AUTH-CHECK-USER
014612     END-IF.
014613     MOVE DPIN-COMMAND       TO AUTH-CHECK-COMMAND.
014614     MOVE AUTH-CHECK-USER    TO AQ-KEY-VALUE.
014615     PERFORM 3200-GET-AUTH-ENTRY
014616         THRU 3200-EXIT.
014617     IF AUTHDB-STATUS-CODE NOT = SPACES
014618         MOVE AUTH-DEFAULT-USER TO AQ-KEY-VALUE
014619         PERFORM 3200-GET-AUTH-ENTRY
014620             THRU 3200-EXIT
014621     END-IF.
014622     IF AUTHDB-STATUS-CODE NOT = SPACES
014623         GO TO 3100-REFUSE
014624     END-IF.
014625     SET AUTH-NOT-GRANTED    TO TRUE.
014626     PERFORM 3300-SCAN-COMMANDS
014627         THRU 3300-EXIT
014628         VARYING AUTH-CHECK-INDEX FROM 1 BY 1
014629         UNTIL AUTH-CHECK-INDEX > 24
014630            OR AUTHORIZED-COMMAND.
014631     IF AUTHORIZED-COMMAND
014632         GO TO 3100-EXIT
014633     END-IF.
014634     IF AU-GROUP-ID NOT = SPACES
014635         MOVE AU-GROUP-ID    TO AQ-KEY-VALUE
014636         PERFORM 3200-GET-AUTH-ENTRY
014637             THRU 3200-EXIT
014638         IF AUTHDB-STATUS-CODE = SPACES
014639             PERFORM 3300-SCAN-COMMANDS
014640                 THRU 3300-EXIT
014641                 VARYING AUTH-CHECK-INDEX FROM 1 BY 1
014642                 UNTIL AUTH-CHECK-INDEX > 24
014643                    OR AUTHORIZED-COMMAND
014644         END-IF
014645     END-IF.
014646     IF AUTHORIZED-COMMAND
014647         GO TO 3100-EXIT
014648     END-IF.
014649 3100-REFUSE.
014650     SET WS-COMMAND-BAD      TO TRUE.
014651     IF AUTH-NO-ENTRY
014652         MOVE 'USER NOT ON AUTHORIZATION MASTER'
014653                             TO DPOUT-MESSAGE
014654     ELSE
014655         MOVE 'NOT AUTHORIZED FOR THIS COMMAND'
014656                             TO DPOUT-MESSAGE
014657     END-IF.
014658     PERFORM 3400-WRITE-VIOLATION
014659         THRU 3400-EXIT.
014660 3100-EXIT.
014661     EXIT.
014662*-----------------------------------------------------------*
014663* 3200-GET-AUTH-ENTRY - GU THE AUTHSEG FOR AQ-KEY-VALUE     *
014664*-----------------------------------------------------------*
014665 3200-GET-AUTH-ENTRY.
014666     CALL 'CBLTDLI' USING FUNC-GU
014667                          AUTHDB-PCB
014668                          AUTHSEG-IO-AREA
014669                          AUTHSEG-SSA-QUAL.
014670 3200-EXIT.
014671     EXIT.
014672*-----------------------------------------------------------*
014673* 3300-SCAN-COMMANDS - ONE SLOT OF THE ENTRY'S COMMAND LIST *
014674*-----------------------------------------------------------*
014675 3300-SCAN-COMMANDS.
014676     IF AU-COMMAND (AUTH-CHECK-INDEX) = AUTH-CHECK-COMMAND
014677         OR AU-COMMAND (AUTH-CHECK-INDEX) = AUTH-ALL-COMMANDS
014678         SET AUTHORIZED-COMMAND TO TRUE
014679     END-IF.
014680 3300-EXIT.
014681     EXIT.
014682*-----------------------------------------------------------*
014683* 3400-WRITE-VIOLATION - LOG A REFUSAL TO AUTHVIOL (GSAM)   *
014684*-----------------------------------------------------------*
014685 3400-WRITE-VIOLATION.
014686     MOVE SPACES             TO VIOL-RECORD.
014687     ACCEPT VIOL-DATE FROM DATE YYYYMMDD.
014688     ACCEPT VIOL-TIME FROM TIME.
014689     MOVE AUTH-CHECK-USER    TO VIOL-USER-ID.
014690     MOVE IO-LTERM-NAME      TO VIOL-LTERM-NAME.
014691     MOVE DPIN-TRANCDE       TO VIOL-TRANCDE.
014692     MOVE DPIN-COMMAND       TO VIOL-COMMAND.
014693     MOVE DPIN-DEPT-CODE     TO VIOL-KEY.
014694     MOVE AUTH-REASON-CODE   TO VIOL-REASON.
014695     CALL 'CBLTDLI' USING FUNC-ISRT
014696                          AUTHVIOL-PCB
014697                          VIOL-RECORD.
014698 3400-EXIT.
014699     EXIT.
014700*-----------------------------------------------------------*
014800* 4000-PROCESS-COMMAND - DISPATCH ON THE EDITED COMMAND     *
014900*-----------------------------------------------------------*
019900                             TO DPOUT-MESSAGE
020000         GO TO 4200-EXIT
020100     END-IF.
020109     PERFORM 5600-EDIT-MANAGER
020118         THRU 5600-EXIT.
020127     IF WS-EDIT-BAD
020136         GO TO 4200-EXIT
020145     END-IF.
020154     PERFORM 5700-EDIT-PARENT
020163         THRU 5700-EXIT.
020172     IF WS-EDIT-BAD
020181         GO TO 4200-EXIT
020190     END-IF.
020200     MOVE DPIN-DEPT-CODE     TO DM-DEPT-CODE.
020300     MOVE DPIN-DEPT-NAME     TO DM-DEPT-NAME.
020400     MOVE DPIN-MGR-NAME      TO DM-MGR-NAME.
020500     SET DM-ACTIVE           TO TRUE.
020510     MOVE DPIN-MGR-EMP-ID    TO DM-MGR-EMPLOYEE-ID.
020520     IF DM-MGR-NAME = SPACES
020530         MOVE WS-MGR-DEFAULT-NAME TO DM-MGR-NAME
020540     END-IF.
020550     IF DPIN-PARENT-CODE = '*'
020560         MOVE SPACES         TO DM-PARENT-CODE
020570     ELSE
020580         MOVE DPIN-PARENT-CODE TO DM-PARENT-CODE
020590     END-IF.
020600     CALL 'CBLTDLI' USING FUNC-ISRT
020700                          DEPTDB-PCB
020800                          DEPTMSEG-IO-AREA
022000*-----------------------------------------------------------*
022100* 4300-PROCESS-DCHG - CHANGE A CODE'S NAME AND MANAGER      *
022200* (STATUS IS LEFT AS IS - USE DRET/DACT FOR THAT)           *
022230* AND ITS PARENT.  THE EDITS MOVE THE DEPTDB POSITION, SO   *
022260* THE SEGMENT IS RE-GOT BEFORE THE REPL                     *
022300*-----------------------------------------------------------*
022400 4300-PROCESS-DCHG.
022500     PERFORM 5000-GET-MASTER-SEGMENT
022900                             TO DPOUT-MESSAGE
023000         GO TO 4300-EXIT
023100     END-IF.
023105     PERFORM 5600-EDIT-MANAGER
023110         THRU 5600-EXIT.
023115     IF WS-EDIT-BAD
023120         GO TO 4300-EXIT
023125     END-IF.
023130     PERFORM 5700-EDIT-PARENT
023135         THRU 5700-EXIT.
023140     IF WS-EDIT-BAD
023145         GO TO 4300-EXIT
023150     END-IF.
023155     PERFORM 5000-GET-MASTER-SEGMENT
023160         THRU 5000-EXIT.
023165     IF DEPTDB-STATUS-CODE NOT = SPACES
023170         MOVE 'CHANGE FAILED - DATABASE ERROR'
023175                             TO DPOUT-MESSAGE
023180         GO TO 4300-EXIT
023185     END-IF.
023200     IF DPIN-DEPT-NAME NOT = SPACES
023300         MOVE DPIN-DEPT-NAME TO DM-DEPT-NAME
023400     END-IF.
023500     MOVE DPIN-MGR-NAME      TO DM-MGR-NAME.
023508     MOVE DPIN-MGR-EMP-ID    TO DM-MGR-EMPLOYEE-ID.
023516     IF DM-MGR-NAME = SPACES
023524         MOVE WS-MGR-DEFAULT-NAME TO DM-MGR-NAME
023532     END-IF.
023540     IF DPIN-PARENT-CODE = '*'
023548         MOVE SPACES         TO DM-PARENT-CODE
023556     END-IF.
023564     IF DPIN-PARENT-CODE NOT = SPACES
023572         AND DPIN-PARENT-CODE NOT = '*'
023580         MOVE DPIN-PARENT-CODE TO DM-PARENT-CODE
023588     END-IF.
023600     PERFORM 5500-REPLACE-MASTER-SEGMENT
023700         THRU 5500-EXIT.
023800     IF DEPTDB-STATUS-CODE NOT = SPACES
032500                          DEPTMSEG-IO-AREA.
032600 5500-EXIT.
032700     EXIT.
032701*-----------------------------------------------------------*
032702* 5600-EDIT-MANAGER - A KEYED MANAGER EMPLOYEE ID MUST BE ON *
032703* PHONSEG AND NOT TERMINATED-PENDING.  ITS LAST NAME IS     *
032704* KEPT AS THE DEFAULT MANAGER NAME                          *
032705*-----------------------------------------------------------*
032706 5600-EDIT-MANAGER.
032707     SET WS-EDIT-OK          TO TRUE.
032708     MOVE SPACES             TO WS-MGR-DEFAULT-NAME.
032709     IF DPIN-MGR-EMP-ID = SPACES
032710         GO TO 5600-EXIT
032711     END-IF.
032712     MOVE DPIN-MGR-EMP-ID    TO PQ-KEY-VALUE.
032713     CALL 'CBLTDLI' USING FUNC-GU
032714                          PHONDB-PCB
032715                          PHONSEG-IO-AREA
032716                          PHONSEG-SSA-QUAL.
032717     IF PHONDB-STATUS-CODE NOT = SPACES
032718         SET WS-EDIT-BAD     TO TRUE
032719         MOVE 'MGR EMPLOYEE ID NOT ON PHONDB - REJECTED'
032720                             TO DPOUT-MESSAGE
032721         GO TO 5600-EXIT
032722     END-IF.
032723     IF PS-TERM-PENDING
032724         SET WS-EDIT-BAD     TO TRUE
032725         MOVE 'MGR IS TERMINATED-PENDING - REJECTED'
032726                             TO DPOUT-MESSAGE
032727         GO TO 5600-EXIT
032728     END-IF.
032729     MOVE PS-LAST-NAME       TO WS-MGR-DEFAULT-NAME.
032730 5600-EXIT.
032731     EXIT.
032732*-----------------------------------------------------------*
032733* 5700-EDIT-PARENT - A KEYED PARENT CODE ('*' = CLEAR) MUST *
032734* BE A DIFFERENT, ACTIVE CODE ON THE MASTER, AND CLIMBING   *
032735* ITS OWN PARENT CHAIN MUST NOT ARRIVE BACK AT THIS CODE    *
032736*-----------------------------------------------------------*
032737 5700-EDIT-PARENT.
032738     SET WS-EDIT-OK          TO TRUE.
032739     IF DPIN-PARENT-CODE = SPACES
032740         OR DPIN-PARENT-CODE = '*'
032741         GO TO 5700-EXIT
032742     END-IF.
032743     IF DPIN-PARENT-CODE = DPIN-DEPT-CODE
032744         SET WS-EDIT-BAD     TO TRUE
032745         MOVE 'DEPT CANNOT BE ITS OWN PARENT - REJECTED'
032746                             TO DPOUT-MESSAGE
032747         GO TO 5700-EXIT
032748     END-IF.
032749     MOVE DPIN-PARENT-CODE   TO DQ-KEY-VALUE.
032750     CALL 'CBLTDLI' USING FUNC-GU
032751                          DEPTDB-PCB
032752                          WS-PARENT-MSEG
032753                          DEPTMSEG-SSA-QUAL.
032754     IF DEPTDB-STATUS-CODE NOT = SPACES
032755         SET WS-EDIT-BAD     TO TRUE
032756         MOVE 'PARENT DEPT NOT ON MASTER - REJECTED'
032757                             TO DPOUT-MESSAGE
032758         GO TO 5700-EXIT
032759     END-IF.
032760     IF NOT WP-ACTIVE
032761         SET WS-EDIT-BAD     TO TRUE
032762         MOVE 'PARENT DEPT IS RETIRED - REJECTED'
032763                             TO DPOUT-MESSAGE
032764         GO TO 5700-EXIT
032765     END-IF.
032766     MOVE WP-PARENT-CODE     TO WS-CHAIN-CODE.
032767     MOVE 1                  TO WS-CHAIN-DEPTH.
032768     PERFORM 5750-CHECK-CHAIN-LINK
032769         THRU 5750-EXIT
032770         UNTIL WS-CHAIN-CODE = SPACES
032771             OR WS-EDIT-BAD
032772             OR WS-CHAIN-DEPTH > 50.
032773 5700-EXIT.
032774     EXIT.
032775*-----------------------------------------------------------*
032776* 5750-CHECK-CHAIN-LINK - ONE STEP UP THE PARENT CHAIN.  A  *
032777* CODE MISSING FROM THE MASTER ENDS THE CHAIN; THE DEPTH    *
032778* LIMIT STOPS A LOOP ALREADY ON THE MASTER FROM SPINNING    *
032779*-----------------------------------------------------------*
032780 5750-CHECK-CHAIN-LINK.
032781     IF WS-CHAIN-CODE = DPIN-DEPT-CODE
032782         SET WS-EDIT-BAD     TO TRUE
032783         MOVE 'PARENT WOULD FORM A REPORTING LOOP'
032784                             TO DPOUT-MESSAGE
032785         GO TO 5750-EXIT
032786     END-IF.
032787     MOVE WS-CHAIN-CODE      TO DQ-KEY-VALUE.
032788     CALL 'CBLTDLI' USING FUNC-GU
032789                          DEPTDB-PCB
032790                          WS-PARENT-MSEG
032791                          DEPTMSEG-SSA-QUAL.
032792     IF DEPTDB-STATUS-CODE NOT = SPACES
032793         MOVE SPACES         TO WS-CHAIN-CODE
032794     ELSE
032795         MOVE WP-PARENT-CODE TO WS-CHAIN-CODE
032796     END-IF.
032797     ADD 1                   TO WS-CHAIN-DEPTH.
032798 5750-EXIT.
032799     EXIT.
032800*-----------------------------------------------------------*
032900* 6000-SHOW-MASTER-SEGMENT - ECHO THE SEGMENT TO THE REPLY  *
033000*-----------------------------------------------------------*
033300     MOVE DM-DEPT-NAME       TO DPOUT-DEPT-NAME.
033400     MOVE DM-MGR-NAME        TO DPOUT-MGR-NAME.
033500     MOVE DM-STATUS-CODE     TO DPOUT-STATUS.
033530     MOVE DM-MGR-EMPLOYEE-ID TO DPOUT-MGR-EMP-ID.
033560     MOVE DM-PARENT-CODE     TO DPOUT-PARENT-CODE.
033600 6000-EXIT.
033700     EXIT.
033800*-----------------------------------------------------------*
