000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IVTAUT.
000300 AUTHOR.        R L BRENNAN.
000400 INSTALLATION.  CORPORATE SYSTEMS - VOICE/DATA SERVICES.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* IVTAUT - COMMAND AUTHORIZATION MAINTENANCE TRANSACTION.   *
000900* RUNS AS AN IMS MPP PROGRAM AGAINST THE AUTHDB DATABASE    *
001000* (ROOT SEGMENT AUTHSEG - SEE AUTHDB DBDGEN), SO THE        *
001100* SECURITY OFFICE CAN SAY WHICH USERS AND USER GROUPS MAY   *
001200* RUN WHICH IVTNOM/IVTDPT/IVTEXT/IVTAUT COMMANDS WITHOUT A  *
001300* PROGRAMMER.  BUILT ON THE IVTEXT PATTERN.                 *
001400*                                                           *
001500* COMMANDS ACCEPTED IN AIN-COMMAND:                         *
001600*   ADSP  - DISPLAY A USER OR GROUP ENTRY                   *
001700*   AADD  - ADD AN ENTRY (TYPE U OR G, DEFAULT U) WITH ITS  *
001800*           GROUP, DESCRIPTION, AND COMMAND LIST            *
001900*   ACHG  - CHANGE THE GROUP, DESCRIPTION, AND (WHEN ANY    *
002000*           COMMAND CODE IS KEYED) THE WHOLE COMMAND LIST   *
002100*   ADEL  - DELETE AN ENTRY (A GROUP STILL NAMED BY A USER  *
002200*           ENTRY IS REJECTED - MOVE ITS MEMBERS FIRST)     *
002300*   AGRT  - GRANT THE KEYED COMMAND CODES                   *
002400*   ARVK  - REVOKE THE KEYED COMMAND CODES                  *
002500*                                                           *
002600* THE TRANSACTION CHECKS ITS OWN COMMANDS AGAINST THE       *
002700* MASTER LIKE EVERY OTHER.  WHILE THE MASTER IS STILL EMPTY *
002800* EVERY COMMAND IS ALLOWED, SO THE FIRST ENTRIES CAN BE     *
002900* LOADED - THE FIRST ENTRY ADDED SHOULD BE THE SECURITY     *
003000* OFFICE'S OWN, GRANTING THE A--- COMMANDS.                 *
003100*-----------------------------------------------------------*
003200* MODIFICATION HISTORY                                      *
003300* ----------------------------------------------------------*
003400* DATE       BY    DESCRIPTION                               *
003500* ---------- ----- -------------------------------------------
003600* 2026-10-15 RLB   ORIGINAL PROGRAM                          *
003700*-----------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.  IBM-370.
004100 OBJECT-COMPUTER.  IBM-370.
004200 DATA DIVISION.
004300 WORKING-STORAGE SECTION.
004400*-----------------------------------------------------------*
004500* DL/I FUNCTION CODES                                       *
004600*-----------------------------------------------------------*
004700 01  DLI-FUNCTIONS.
004800     05  FUNC-GU             PIC X(04) VALUE 'GU  '.
004900     05  FUNC-GN             PIC X(04) VALUE 'GN  '.
005000     05  FUNC-ISRT           PIC X(04) VALUE 'ISRT'.
005100     05  FUNC-REPL           PIC X(04) VALUE 'REPL'.
005200     05  FUNC-DLET           PIC X(04) VALUE 'DLET'.
005300*-----------------------------------------------------------*
005400* SEGMENT SEARCH ARGUMENTS                                  *
005500*-----------------------------------------------------------*
005600 01  AUTHSEG-SSA-QUAL.
005700     05  AQ-SEG-NAME         PIC X(08) VALUE 'AUTHSEG '.
005800     05  AQ-LPAREN           PIC X(01) VALUE '('.
005900     05  AQ-FIELD-NAME       PIC X(08) VALUE 'AUTHUSER'.
006000     05  AQ-OPERATOR         PIC X(02) VALUE ' ='.
006100     05  AQ-KEY-VALUE        PIC X(08).
006200     05  AQ-RPAREN           PIC X(01) VALUE ')'.
006300 01  AUTHSEG-SSA-UNQUAL      PIC X(09) VALUE 'AUTHSEG  '.
006400*-----------------------------------------------------------*
006500* COMMAND AUTHORIZATION MASTER SEGMENT AND ITS CHECK AREA   *
006600*-----------------------------------------------------------*
006700 COPY IVTAUTM.
006800*-----------------------------------------------------------*
006900* WORK COPY OF A SECOND AUTHSEG - THE GROUP A USER ENTRY    *
007000* NAMES, OR A MEMBER FOUND WHILE CHECKING A GROUP DELETE    *
007100*-----------------------------------------------------------*
007200 01  WS-OTHER-ENTRY.
007300     05  WO-USER-ID          PIC X(08).
007400     05  WO-ENTRY-TYPE       PIC X(01).
007500         88  WO-GROUP-ENTRY           VALUE 'G'.
007600     05  WO-GROUP-ID         PIC X(08).
007700     05  FILLER              PIC X(133).
007800*-----------------------------------------------------------*
007900* SECURITY VIOLATIONS LOG RECORD                            *
008000*-----------------------------------------------------------*
008100 COPY IVTVIOL.
008200*-----------------------------------------------------------*
008300* SWITCHES                                                  *
008400*-----------------------------------------------------------*
008500 01  WS-SWITCHES.
008600     05  WS-COMMAND-OK-SW    PIC X(01) VALUE 'Y'.
008700         88  WS-COMMAND-OK            VALUE 'Y'.
008800         88  WS-COMMAND-BAD           VALUE 'N'.
008900     05  WS-EDIT-OK-SW       PIC X(01) VALUE 'Y'.
009000         88  WS-EDIT-OK               VALUE 'Y'.
009100         88  WS-EDIT-BAD              VALUE 'N'.
009200     05  WS-MEMBER-SW        PIC X(01) VALUE 'N'.
009300         88  WS-MEMBER-FOUND          VALUE 'Y'.
009400         88  WS-NO-MEMBER             VALUE 'N'.
009500 01  WS-LIST-WORK.
009600     05  WS-IN-INDEX         PIC S9(04) COMP.
009700     05  WS-SLOT-INDEX       PIC S9(04) COMP.
009800     05  WS-FREE-SLOT        PIC S9(04) COMP.
009900     05  WS-HELD-SLOT        PIC S9(04) COMP.
010000     05  WS-CODES-KEYED      PIC S9(04) COMP.
010100     05  WS-CODES-CHANGED    PIC S9(04) COMP.
010200 01  WS-CURRENT-DATE.
010300     05  WS-CURRENT-YYYYMMDD PIC 9(08).
010400 01  WS-CURRENT-TIME.
010500     05  WS-CURRENT-HHMMSSHH PIC 9(08).
010600*-----------------------------------------------------------*
010700* MESSAGE AREAS FOR THE TERMINAL (SEE IVTAUT COPYBOOK)      *
010800*-----------------------------------------------------------*
010900 COPY IVTAUT.
011000 LINKAGE SECTION.
011100 01  IO-PCB-MASK.
011200     05  IO-LTERM-NAME       PIC X(08).
011300     05  IO-FILLER-1         PIC X(02).
011400     05  IO-STATUS-CODE      PIC X(02).
011500     05  IO-FILLER-2         PIC X(04).
011600     05  IO-DATE-DLI         PIC S9(07) COMP-3.
011700     05  IO-TIME-DLI         PIC S9(07) COMP-3.
011800     05  IO-SEQ-NUMBER       PIC S9(05) COMP.
011900     05  IO-MOD-NAME         PIC X(08).
012000     05  IO-USERID           PIC X(08).
012100 COPY IVTPCBA.
012200 COPY IVTPCBV.
012300 PROCEDURE DIVISION.
012400 ENTRY 'DLITCBL' USING IO-PCB-MASK
012500                           AUTHDB-PCB
012600                           AUTHVIOL-PCB.
012700*-----------------------------------------------------------*
012800* 0000-MAINLINE - TOP LEVEL CONTROL                         *
012900*-----------------------------------------------------------*
013000 0000-MAINLINE.
013100     PERFORM 1000-INITIALIZE
013200         THRU 1000-EXIT.
013300     PERFORM 2000-RECEIVE-MESSAGE
013400         THRU 2000-EXIT.
013500     PERFORM 3000-EDIT-COMMAND
013600         THRU 3000-EXIT.
013700     IF WS-COMMAND-OK
013800         PERFORM 4000-PROCESS-COMMAND
013900             THRU 4000-EXIT
014000     END-IF.
014100     PERFORM 8000-SEND-REPLY
014200         THRU 8000-EXIT.
014300     GOBACK.
014400*-----------------------------------------------------------*
014500* 1000-INITIALIZE - CLEAR THE OUTPUT MESSAGE AREA           *
014600*-----------------------------------------------------------*
014700 1000-INITIALIZE.
014800     MOVE SPACES             TO AOUT-MESSAGE.
014900     MOVE SPACES             TO AOUT-COMMAND.
015000     MOVE SPACES             TO AOUT-RECORD.
015100     MOVE 'Y'                TO WS-COMMAND-OK-SW.
015200     MOVE 'Y'                TO WS-EDIT-OK-SW.
015300 1000-EXIT.
015400     EXIT.
015500*-----------------------------------------------------------*
015600* 2000-RECEIVE-MESSAGE - GET THE TERMINAL INPUT MESSAGE     *
015700*-----------------------------------------------------------*
015800 2000-RECEIVE-MESSAGE.
015900     CALL 'CBLTDLI' USING FUNC-GU
016000                          IO-PCB-MASK
016100                          AUT-INPUT-MSG.
016200 2000-EXIT.
016300     EXIT.
016400*-----------------------------------------------------------*
016500* 3000-EDIT-COMMAND - VALIDATE AIN-COMMAND, CHECK THE USER  *
016600* MAY RUN IT, THEN CHECK THE KEYED USER/GROUP NAME          *
016700* (REQUIRED BY EVERY COMMAND)                               *
016800*-----------------------------------------------------------*
016900 3000-EDIT-COMMAND.
017000     MOVE AIN-COMMAND        TO AOUT-COMMAND.
017100     EVALUATE AIN-COMMAND
017200         WHEN 'ADSP    '
017300         WHEN 'AADD    '
017400         WHEN 'ACHG    '
017500         WHEN 'ADEL    '
017600         WHEN 'AGRT    '
017700         WHEN 'ARVK    '
017800             SET WS-COMMAND-OK TO TRUE
017900         WHEN OTHER
018000             SET WS-COMMAND-BAD TO TRUE
018100             MOVE 'INVALID COMMAND CODE'
018200                                 TO AOUT-MESSAGE
018300     END-EVALUATE.
018400     IF WS-COMMAND-OK
018500         PERFORM 3100-CHECK-AUTHORITY
018600             THRU 3100-EXIT
018700     END-IF.
018800     IF WS-COMMAND-OK
018900         AND AIN-USER-ID = SPACES
019000         SET WS-COMMAND-BAD TO TRUE
019100         MOVE 'USER/GROUP NAME REQUIRED'
019200                             TO AOUT-MESSAGE
019300     END-IF.
019400 3000-EXIT.
019500     EXIT.
019600*-----------------------------------------------------------*
019700* 3100-CHECK-AUTHORITY - THE SIGNED-ON USER (THE LTERM NAME *
019800* WHEN NO USERID IS PRESENT) MUST BE GRANTED THE COMMAND ON *
019900* THE AUTHDB MASTER: BY ITS OWN ENTRY, BY THE GROUP THAT    *
020000* ENTRY NAMES, OR - WITH NO ENTRY OF ITS OWN - BY THE       *
020100* '*DEFAULT' ENTRY.  AN EMPTY MASTER ALLOWS EVERYTHING SO   *
020200* IT CAN BE LOADED.  A REFUSAL IS LOGGED TO AUTHVIOL        *
020300*-----------------------------------------------------------*
020400 3100-CHECK-AUTHORITY.
020500     SET UNAUTHORIZED-COMMAND TO TRUE.
020600     SET AUTH-NO-ENTRY       TO TRUE.
020700     IF IO-USERID NOT = SPACES
020800         MOVE IO-USERID      TO AUTH-CHECK-USER
020900     ELSE
021000         MOVE IO-LTERM-NAME  TO AUTH-CHECK-USER
021100     END-IF.
021200     MOVE AIN-COMMAND        TO AUTH-CHECK-COMMAND.
021300     MOVE AUTH-CHECK-USER    TO AQ-KEY-VALUE.
021400     PERFORM 3200-GET-AUTH-ENTRY
021500         THRU 3200-EXIT.
021600     IF AUTHDB-STATUS-CODE NOT = SPACES
021700         MOVE AUTH-DEFAULT-USER TO AQ-KEY-VALUE
021800         PERFORM 3200-GET-AUTH-ENTRY
021900             THRU 3200-EXIT
022000     END-IF.
022100     IF AUTHDB-STATUS-CODE NOT = SPACES
022200         PERFORM 3250-CHECK-EMPTY-MASTER
022300             THRU 3250-EXIT
022400         IF AUTHDB-STATUS-CODE = 'GE'
022500             OR AUTHDB-STATUS-CODE = 'GB'
022600             SET AUTHORIZED-COMMAND TO TRUE
022700             GO TO 3100-EXIT
022800         END-IF
022900         GO TO 3100-REFUSE
023000     END-IF.
023100     SET AUTH-NOT-GRANTED    TO TRUE.
023200     PERFORM 3300-SCAN-COMMANDS
023300         THRU 3300-EXIT
023400         VARYING AUTH-CHECK-INDEX FROM 1 BY 1
023500         UNTIL AUTH-CHECK-INDEX > 24
023600            OR AUTHORIZED-COMMAND.
023700     IF AUTHORIZED-COMMAND
023800         GO TO 3100-EXIT
023900     END-IF.
024000     IF AU-GROUP-ID NOT = SPACES
024100         MOVE AU-GROUP-ID    TO AQ-KEY-VALUE
024200         PERFORM 3200-GET-AUTH-ENTRY
024300             THRU 3200-EXIT
024400         IF AUTHDB-STATUS-CODE = SPACES
024500             PERFORM 3300-SCAN-COMMANDS
024600                 THRU 3300-EXIT
024700                 VARYING AUTH-CHECK-INDEX FROM 1 BY 1
024800                 UNTIL AUTH-CHECK-INDEX > 24
024900                    OR AUTHORIZED-COMMAND
025000         END-IF
025100     END-IF.
025200     IF AUTHORIZED-COMMAND
025300         GO TO 3100-EXIT
025400     END-IF.
025500 3100-REFUSE.
025600     SET WS-COMMAND-BAD      TO TRUE.
025700     IF AUTH-NO-ENTRY
025800         MOVE 'USER NOT ON AUTHORIZATION MASTER'
025900                             TO AOUT-MESSAGE
026000     ELSE
026100         MOVE 'NOT AUTHORIZED FOR THIS COMMAND'
026200                             TO AOUT-MESSAGE
026300     END-IF.
026400     PERFORM 3400-WRITE-VIOLATION
026500         THRU 3400-EXIT.
026600 3100-EXIT.
026700     EXIT.
026800*-----------------------------------------------------------*
026900* 3200-GET-AUTH-ENTRY - GU THE AUTHSEG FOR AQ-KEY-VALUE     *
027000*-----------------------------------------------------------*
027100 3200-GET-AUTH-ENTRY.
027200     CALL 'CBLTDLI' USING FUNC-GU
027300                          AUTHDB-PCB
027400                          AUTHSEG-IO-AREA
027500                          AUTHSEG-SSA-QUAL.
027600 3200-EXIT.
027700     EXIT.
027800*-----------------------------------------------------------*
027900* 3250-CHECK-EMPTY-MASTER - GU THE FIRST AUTHSEG OF ALL; A  *
028000* NOT-FOUND STATUS MEANS THE MASTER HAS NOT BEEN LOADED     *
028100*-----------------------------------------------------------*
028200 3250-CHECK-EMPTY-MASTER.
028300     CALL 'CBLTDLI' USING FUNC-GU
028400                          AUTHDB-PCB
028500                          WS-OTHER-ENTRY
028600                          AUTHSEG-SSA-UNQUAL.
028700 3250-EXIT.
028800     EXIT.
028900*-----------------------------------------------------------*
029000* 3300-SCAN-COMMANDS - ONE SLOT OF THE ENTRY'S COMMAND LIST *
029100*-----------------------------------------------------------*
029200 3300-SCAN-COMMANDS.
029300     IF AU-COMMAND (AUTH-CHECK-INDEX) = AUTH-CHECK-COMMAND
029400         OR AU-COMMAND (AUTH-CHECK-INDEX) = AUTH-ALL-COMMANDS
029500         SET AUTHORIZED-COMMAND TO TRUE
029600     END-IF.
029700 3300-EXIT.
029800     EXIT.
029900*-----------------------------------------------------------*
030000* 3400-WRITE-VIOLATION - ISRT A REFUSED-COMMAND RECORD TO   *
030100* THE AUTHVIOL GSAM SECURITY VIOLATIONS LOG                 *
030200*-----------------------------------------------------------*
030300 3400-WRITE-VIOLATION.
030400     MOVE SPACES             TO VIOL-RECORD.
030500     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
030600     ACCEPT WS-CURRENT-HHMMSSHH FROM TIME.
030700     MOVE WS-CURRENT-YYYYMMDD TO VIOL-DATE.
030800     MOVE WS-CURRENT-HHMMSSHH TO VIOL-TIME.
030900     MOVE AUTH-CHECK-USER    TO VIOL-USER-ID.
031000     MOVE IO-LTERM-NAME      TO VIOL-LTERM-NAME.
031100     MOVE AIN-TRANCDE        TO VIOL-TRANCDE.
031200     MOVE AIN-COMMAND        TO VIOL-COMMAND.
031300     MOVE AIN-USER-ID        TO VIOL-KEY.
031400     MOVE AUTH-REASON-CODE   TO VIOL-REASON.
031500     CALL 'CBLTDLI' USING FUNC-ISRT
031600                          AUTHVIOL-PCB
031700                          VIOL-RECORD.
031800 3400-EXIT.
031900     EXIT.
032000*-----------------------------------------------------------*
032100* 4000-PROCESS-COMMAND - DISPATCH ON THE EDITED COMMAND     *
032200*-----------------------------------------------------------*
032300 4000-PROCESS-COMMAND.
032400     EVALUATE AIN-COMMAND
032500         WHEN 'ADSP    '
032600             PERFORM 4100-PROCESS-ADSP
032700                 THRU 4100-EXIT
032800         WHEN 'AADD    '
032900             PERFORM 4200-PROCESS-AADD
033000                 THRU 4200-EXIT
033100         WHEN 'ACHG    '
033200             PERFORM 4300-PROCESS-ACHG
033300                 THRU 4300-EXIT
033400         WHEN 'ADEL    '
033500             PERFORM 4400-PROCESS-ADEL
033600                 THRU 4400-EXIT
033700         WHEN 'AGRT    '
033800             PERFORM 4500-PROCESS-AGRT
033900                 THRU 4500-EXIT
034000         WHEN 'ARVK    '
034100             PERFORM 4600-PROCESS-ARVK
034200                 THRU 4600-EXIT
034300     END-EVALUATE.
034400 4000-EXIT.
034500     EXIT.
034600*-----------------------------------------------------------*
034700* 4100-PROCESS-ADSP - DISPLAY ONE USER OR GROUP ENTRY       *
034800*-----------------------------------------------------------*
034900 4100-PROCESS-ADSP.
035000     PERFORM 5000-GET-MASTER-SEGMENT
035100         THRU 5000-EXIT.
035200     IF AUTHDB-STATUS-CODE NOT = SPACES
035300         MOVE 'USER/GROUP NOT ON MASTER'
035400                             TO AOUT-MESSAGE
035500         GO TO 4100-EXIT
035600     END-IF.
035700     PERFORM 6000-SHOW-MASTER-SEGMENT
035800         THRU 6000-EXIT.
035900     MOVE 'RECORD FOUND'     TO AOUT-MESSAGE.
036000 4100-EXIT.
036100     EXIT.
036200*-----------------------------------------------------------*
036300* 4200-PROCESS-AADD - ADD A NEW USER OR GROUP ENTRY         *
036400*-----------------------------------------------------------*
036500 4200-PROCESS-AADD.
036600     PERFORM 5000-GET-MASTER-SEGMENT
036700         THRU 5000-EXIT.
036800     IF AUTHDB-STATUS-CODE = SPACES
036900         MOVE 'DUPLICATE USER/GROUP - ADD REJECTED'
037000                             TO AOUT-MESSAGE
037100         GO TO 4200-EXIT
037200     END-IF.
037300     MOVE SPACES             TO AUTHSEG-IO-AREA.
037400     MOVE AIN-USER-ID        TO AU-USER-ID.
037500     IF AIN-ENTRY-TYPE = SPACES
037600         SET AU-USER-ENTRY   TO TRUE
037700     ELSE
037800         MOVE AIN-ENTRY-TYPE TO AU-ENTRY-TYPE
037900     END-IF.
038000     IF NOT AU-USER-ENTRY
038100         AND NOT AU-GROUP-ENTRY
038200         MOVE 'ENTRY TYPE MUST BE U OR G - ADD REJECTED'
038300                             TO AOUT-MESSAGE
038400         GO TO 4200-EXIT
038500     END-IF.
038600     MOVE AIN-GROUP-ID       TO AU-GROUP-ID.
038700     PERFORM 5600-EDIT-GROUP
038800         THRU 5600-EXIT.
038900     IF WS-EDIT-BAD
039000         GO TO 4200-EXIT
039100     END-IF.
039200     MOVE AIN-DESCRIPTION    TO AU-DESCRIPTION.
039300     MOVE AIN-COMMAND-LIST   TO AU-COMMAND-LIST.
039400     PERFORM 6500-STAMP-CHANGE
039500         THRU 6500-EXIT.
039600     CALL 'CBLTDLI' USING FUNC-ISRT
039700                          AUTHDB-PCB
039800                          AUTHSEG-IO-AREA
039900                          AUTHSEG-SSA-UNQUAL.
040000     IF AUTHDB-STATUS-CODE NOT = SPACES
040100         MOVE 'ADD FAILED - DATABASE ERROR'
040200                             TO AOUT-MESSAGE
040300         GO TO 4200-EXIT
040400     END-IF.
040500     PERFORM 6000-SHOW-MASTER-SEGMENT
040600         THRU 6000-EXIT.
040700     MOVE 'USER/GROUP ADDED' TO AOUT-MESSAGE.
040800 4200-EXIT.
040900     EXIT.
041000*-----------------------------------------------------------*
041100* 4300-PROCESS-ACHG - CHANGE AN ENTRY'S GROUP (*NONE CLEARS *
041200* IT), DESCRIPTION, AND - WHEN ANY COMMAND CODE IS KEYED -  *
041300* ITS WHOLE COMMAND LIST.  THE ENTRY TYPE CANNOT CHANGE.    *
041400* THE GROUP EDIT LOSES POSITION ON THE ENTRY, SO IT IS      *
041500* RE-GU'D BEFORE THE REPL                                   *
041600*-----------------------------------------------------------*
041700 4300-PROCESS-ACHG.
041800     PERFORM 5000-GET-MASTER-SEGMENT
041900         THRU 5000-EXIT.
042000     IF AUTHDB-STATUS-CODE NOT = SPACES
042100         MOVE 'USER/GROUP NOT ON MASTER - REJECTED'
042200                             TO AOUT-MESSAGE
042300         GO TO 4300-EXIT
042400     END-IF.
042500     IF AIN-ENTRY-TYPE NOT = SPACES
042600         AND AIN-ENTRY-TYPE NOT = AU-ENTRY-TYPE
042700         MOVE 'ENTRY TYPE CANNOT BE CHANGED'
042800                             TO AOUT-MESSAGE
042900         GO TO 4300-EXIT
043000     END-IF.
043100     IF AIN-GROUP-ID = '*NONE   '
043200         MOVE SPACES         TO AU-GROUP-ID
043300     ELSE
043400         IF AIN-GROUP-ID NOT = SPACES
043500             MOVE AIN-GROUP-ID TO AU-GROUP-ID
043600             PERFORM 5600-EDIT-GROUP
043700                 THRU 5600-EXIT
043800             IF WS-EDIT-BAD
043900                 GO TO 4300-EXIT
044000             END-IF
044100             PERFORM 5000-GET-MASTER-SEGMENT
044200                 THRU 5000-EXIT
044300             MOVE AIN-GROUP-ID TO AU-GROUP-ID
044400         END-IF
044500     END-IF.
044600     IF AIN-DESCRIPTION NOT = SPACES
044700         MOVE AIN-DESCRIPTION TO AU-DESCRIPTION
044800     END-IF.
044900     IF AIN-COMMAND-LIST NOT = SPACES
045000         MOVE AIN-COMMAND-LIST TO AU-COMMAND-LIST
045100     END-IF.
045200     PERFORM 6500-STAMP-CHANGE
045300         THRU 6500-EXIT.
045400     PERFORM 5500-REPLACE-MASTER-SEGMENT
045500         THRU 5500-EXIT.
045600     IF AUTHDB-STATUS-CODE NOT = SPACES
045700         MOVE 'CHANGE FAILED - DATABASE ERROR'
045800                             TO AOUT-MESSAGE
045900         GO TO 4300-EXIT
046000     END-IF.
046100     PERFORM 6000-SHOW-MASTER-SEGMENT
046200         THRU 6000-EXIT.
046300     MOVE 'USER/GROUP CHANGED' TO AOUT-MESSAGE.
046400 4300-EXIT.
046500     EXIT.
046600*-----------------------------------------------------------*
046700* 4400-PROCESS-ADEL - DELETE AN ENTRY.  A GROUP THAT ANY    *
046800* USER ENTRY STILL NAMES IS REJECTED, SO NO USER IS LEFT    *
046900* POINTING AT A GROUP THAT IS NOT THERE                     *
047000*-----------------------------------------------------------*
047100 4400-PROCESS-ADEL.
047200     PERFORM 5000-GET-MASTER-SEGMENT
047300         THRU 5000-EXIT.
047400     IF AUTHDB-STATUS-CODE NOT = SPACES
047500         MOVE 'USER/GROUP NOT ON MASTER - REJECTED'
047600                             TO AOUT-MESSAGE
047700         GO TO 4400-EXIT
047800     END-IF.
047900     IF AU-GROUP-ENTRY
048000         PERFORM 5700-CHECK-MEMBERS
048100             THRU 5700-EXIT
048200         IF WS-MEMBER-FOUND
048300             MOVE 'GROUP STILL HAS MEMBERS - DELETE REJECTED'
048400                             TO AOUT-MESSAGE
048500             MOVE WO-USER-ID TO AOUT-USER-ID
048600             GO TO 4400-EXIT
048700         END-IF
048800         PERFORM 5000-GET-MASTER-SEGMENT
048900             THRU 5000-EXIT
049000     END-IF.
049100     CALL 'CBLTDLI' USING FUNC-DLET
049200                          AUTHDB-PCB
049300                          AUTHSEG-IO-AREA.
049400     IF AUTHDB-STATUS-CODE NOT = SPACES
049500         MOVE 'DELETE FAILED - DATABASE ERROR'
049600                             TO AOUT-MESSAGE
049700         GO TO 4400-EXIT
049800     END-IF.
049900     MOVE SPACES             TO AOUT-RECORD.
050000     MOVE 'USER/GROUP DELETED' TO AOUT-MESSAGE.
050100 4400-EXIT.
050200     EXIT.
050300*-----------------------------------------------------------*
050400* 4500-PROCESS-AGRT - ADD EACH KEYED COMMAND CODE THE ENTRY *
050500* DOES NOT ALREADY HOLD TO ITS FIRST FREE SLOT              *
050600*-----------------------------------------------------------*
050700 4500-PROCESS-AGRT.
050800     PERFORM 5000-GET-MASTER-SEGMENT
050900         THRU 5000-EXIT.
051000     IF AUTHDB-STATUS-CODE NOT = SPACES
051100         MOVE 'USER/GROUP NOT ON MASTER - REJECTED'
051200                             TO AOUT-MESSAGE
051300         GO TO 4500-EXIT
051400     END-IF.
051500     MOVE ZERO               TO WS-CODES-KEYED.
051600     MOVE ZERO               TO WS-CODES-CHANGED.
051700     PERFORM 5800-GRANT-ONE-CODE
051800         THRU 5800-EXIT
051900         VARYING WS-IN-INDEX FROM 1 BY 1
052000         UNTIL WS-IN-INDEX > 24
052100            OR WS-EDIT-BAD.
052200     IF WS-EDIT-BAD
052300         MOVE 'COMMAND LIST FULL - GRANT REJECTED'
052400                             TO AOUT-MESSAGE
052500         GO TO 4500-EXIT
052600     END-IF.
052700     IF WS-CODES-KEYED = ZERO
052800         MOVE 'COMMAND CODE REQUIRED - GRANT REJECTED'
052900                             TO AOUT-MESSAGE
053000         GO TO 4500-EXIT
053100     END-IF.
053200     IF WS-CODES-CHANGED = ZERO
053300         PERFORM 6000-SHOW-MASTER-SEGMENT
053400             THRU 6000-EXIT
053500         MOVE 'COMMANDS ALREADY GRANTED'
053600                             TO AOUT-MESSAGE
053700         GO TO 4500-EXIT
053800     END-IF.
053900     PERFORM 6500-STAMP-CHANGE
054000         THRU 6500-EXIT.
054100     PERFORM 5500-REPLACE-MASTER-SEGMENT
054200         THRU 5500-EXIT.
054300     IF AUTHDB-STATUS-CODE NOT = SPACES
054400         MOVE 'GRANT FAILED - DATABASE ERROR'
054500                             TO AOUT-MESSAGE
054600         GO TO 4500-EXIT
054700     END-IF.
054800     PERFORM 6000-SHOW-MASTER-SEGMENT
054900         THRU 6000-EXIT.
055000     MOVE 'COMMANDS GRANTED' TO AOUT-MESSAGE.
055100 4500-EXIT.
055200     EXIT.
055300*-----------------------------------------------------------*
055400* 4600-PROCESS-ARVK - CLEAR EVERY SLOT HOLDING ONE OF THE   *
055500* KEYED COMMAND CODES                                       *
055600*-----------------------------------------------------------*
055700 4600-PROCESS-ARVK.
055800     PERFORM 5000-GET-MASTER-SEGMENT
055900         THRU 5000-EXIT.
056000     IF AUTHDB-STATUS-CODE NOT = SPACES
056100         MOVE 'USER/GROUP NOT ON MASTER - REJECTED'
056200                             TO AOUT-MESSAGE
056300         GO TO 4600-EXIT
056400     END-IF.
056500     MOVE ZERO               TO WS-CODES-KEYED.
056600     MOVE ZERO               TO WS-CODES-CHANGED.
056700     PERFORM 5900-REVOKE-ONE-CODE
056800         THRU 5900-EXIT
056900         VARYING WS-IN-INDEX FROM 1 BY 1
057000         UNTIL WS-IN-INDEX > 24.
057100     IF WS-CODES-KEYED = ZERO
057200         MOVE 'COMMAND CODE REQUIRED - REVOKE REJECTED'
057300                             TO AOUT-MESSAGE
057400         GO TO 4600-EXIT
057500     END-IF.
057600     IF WS-CODES-CHANGED = ZERO
057700         PERFORM 6000-SHOW-MASTER-SEGMENT
057800             THRU 6000-EXIT
057900         MOVE 'COMMANDS NOT HELD - NOTHING REVOKED'
058000                             TO AOUT-MESSAGE
058100         GO TO 4600-EXIT
058200     END-IF.
058300     PERFORM 6500-STAMP-CHANGE
058400         THRU 6500-EXIT.
058500     PERFORM 5500-REPLACE-MASTER-SEGMENT
058600         THRU 5500-EXIT.
058700     IF AUTHDB-STATUS-CODE NOT = SPACES
058800         MOVE 'REVOKE FAILED - DATABASE ERROR'
058900                             TO AOUT-MESSAGE
059000         GO TO 4600-EXIT
059100     END-IF.
059200     PERFORM 6000-SHOW-MASTER-SEGMENT
059300         THRU 6000-EXIT.
059400     MOVE 'COMMANDS REVOKED' TO AOUT-MESSAGE.
059500 4600-EXIT.
059600     EXIT.
059700*-----------------------------------------------------------*
059800* 5000-GET-MASTER-SEGMENT - GU THE AUTHSEG FOR THE KEYED    *
059900* USER/GROUP NAME (HOLD NOT NEEDED - MPP SCHEDULING         *
060000* SERIALIZES THIS SMALL MASTER ADEQUATELY)                  *
060100*-----------------------------------------------------------*
060200 5000-GET-MASTER-SEGMENT.
060300     MOVE AIN-USER-ID        TO AQ-KEY-VALUE.
060400     CALL 'CBLTDLI' USING FUNC-GU
060500                          AUTHDB-PCB
060600                          AUTHSEG-IO-AREA
060700                          AUTHSEG-SSA-QUAL.
060800 5000-EXIT.
060900     EXIT.
061000*-----------------------------------------------------------*
061100* 5500-REPLACE-MASTER-SEGMENT - REPL THE SEGMENT JUST GU'D  *
061200*-----------------------------------------------------------*
061300 5500-REPLACE-MASTER-SEGMENT.
061400     CALL 'CBLTDLI' USING FUNC-REPL
061500                          AUTHDB-PCB
061600                          AUTHSEG-IO-AREA.
061700 5500-EXIT.
061800     EXIT.
061900*-----------------------------------------------------------*
062000* 5600-EDIT-GROUP - THE GROUP A USER ENTRY NAMES MUST BE ON *
062100* THE MASTER AS A GROUP ENTRY; A GROUP ENTRY CANNOT NAME    *
062200* ANOTHER GROUP.  SETS WS-EDIT-OK/BAD AND THE MESSAGE       *
062300*-----------------------------------------------------------*
062400 5600-EDIT-GROUP.
062500     SET WS-EDIT-OK          TO TRUE.
062600     IF AU-GROUP-ID = SPACES
062700         GO TO 5600-EXIT
062800     END-IF.
062900     IF AU-GROUP-ENTRY
063000         SET WS-EDIT-BAD     TO TRUE
063100         MOVE 'A GROUP CANNOT NAME A GROUP - REJECTED'
063200                             TO AOUT-MESSAGE
063300         GO TO 5600-EXIT
063400     END-IF.
063500     MOVE AU-GROUP-ID        TO AQ-KEY-VALUE.
063600     CALL 'CBLTDLI' USING FUNC-GU
063700                          AUTHDB-PCB
063800                          WS-OTHER-ENTRY
063900                          AUTHSEG-SSA-QUAL.
064000     IF AUTHDB-STATUS-CODE NOT = SPACES
064100         SET WS-EDIT-BAD     TO TRUE
064200         MOVE 'GROUP NOT ON MASTER - REJECTED'
064300                             TO AOUT-MESSAGE
064400         GO TO 5600-EXIT
064500     END-IF.
064600     IF NOT WO-GROUP-ENTRY
064700         SET WS-EDIT-BAD     TO TRUE
064800         MOVE 'GROUP NAMED IS A USER ENTRY - REJECTED'
064900                             TO AOUT-MESSAGE
065000     END-IF.
065100 5600-EXIT.
065200     EXIT.
065300*-----------------------------------------------------------*
065400* 5700-CHECK-MEMBERS - WALK THE WHOLE MASTER LOOKING FOR A  *
065500* USER ENTRY THAT NAMES THE GROUP BEING DELETED.  THE WALK  *
065600* LOSES POSITION ON THE GROUP, SO THE CALLER RE-GU'S IT     *
065700*-----------------------------------------------------------*
065800 5700-CHECK-MEMBERS.
065900     SET WS-NO-MEMBER        TO TRUE.
066000     PERFORM 3250-CHECK-EMPTY-MASTER
066100         THRU 3250-EXIT.
066200     PERFORM 5750-TEST-MEMBER
066300         THRU 5750-EXIT
066400         UNTIL AUTHDB-STATUS-CODE NOT = SPACES
066500            OR WS-MEMBER-FOUND.
066600 5700-EXIT.
066700     EXIT.
066800*-----------------------------------------------------------*
066900* 5750-TEST-MEMBER - TEST THE ENTRY IN HAND, THEN GN THE    *
067000* NEXT ONE UNLESS IT IS A MEMBER                            *
067100*-----------------------------------------------------------*
067200 5750-TEST-MEMBER.
067300     IF WO-GROUP-ID = AIN-USER-ID
067400         SET WS-MEMBER-FOUND TO TRUE
067500         GO TO 5750-EXIT
067600     END-IF.
067700     CALL 'CBLTDLI' USING FUNC-GN
067800                          AUTHDB-PCB
067900                          WS-OTHER-ENTRY
068000                          AUTHSEG-SSA-UNQUAL.
068100 5750-EXIT.
068200     EXIT.
068300*-----------------------------------------------------------*
068400* 5800-GRANT-ONE-CODE - ONE KEYED COMMAND CODE: SKIP IT IF  *
068500* BLANK OR ALREADY HELD, ELSE PUT IT IN THE FIRST FREE SLOT *
068600*-----------------------------------------------------------*
068700 5800-GRANT-ONE-CODE.
068800     IF AIN-COMMAND-CODE (WS-IN-INDEX) = SPACES
068900         GO TO 5800-EXIT
069000     END-IF.
069100     ADD 1                   TO WS-CODES-KEYED.
069200     MOVE ZERO               TO WS-FREE-SLOT.
069300     MOVE ZERO               TO WS-HELD-SLOT.
069400     PERFORM 5850-SCAN-SLOT
069500         THRU 5850-EXIT
069600         VARYING WS-SLOT-INDEX FROM 1 BY 1
069700         UNTIL WS-SLOT-INDEX > 24
069800            OR WS-HELD-SLOT NOT = ZERO.
069900     IF WS-HELD-SLOT NOT = ZERO
070000         GO TO 5800-EXIT
070100     END-IF.
070200     IF WS-FREE-SLOT = ZERO
070300         SET WS-EDIT-BAD     TO TRUE
070400         GO TO 5800-EXIT
070500     END-IF.
070600     MOVE AIN-COMMAND-CODE (WS-IN-INDEX)
070700                             TO AU-COMMAND (WS-FREE-SLOT).
070800     ADD 1                   TO WS-CODES-CHANGED.
070900 5800-EXIT.
071000     EXIT.
071100*-----------------------------------------------------------*
071200* 5850-SCAN-SLOT - NOTE THE FIRST FREE SLOT, AND ANY SLOT   *
071300* ALREADY HOLDING THE CODE BEING GRANTED                    *
071400*-----------------------------------------------------------*
071500 5850-SCAN-SLOT.
071600     IF AU-COMMAND (WS-SLOT-INDEX) =
071700             AIN-COMMAND-CODE (WS-IN-INDEX)
071800         MOVE WS-SLOT-INDEX  TO WS-HELD-SLOT
071900         GO TO 5850-EXIT
072000     END-IF.
072100     IF AU-COMMAND (WS-SLOT-INDEX) = SPACES
072200         AND WS-FREE-SLOT = ZERO
072300         MOVE WS-SLOT-INDEX  TO WS-FREE-SLOT
072400     END-IF.
072500 5850-EXIT.
072600     EXIT.
072700*-----------------------------------------------------------*
072800* 5900-REVOKE-ONE-CODE - ONE KEYED COMMAND CODE: CLEAR ANY  *
072900* SLOT HOLDING IT                                           *
073000*-----------------------------------------------------------*
073100 5900-REVOKE-ONE-CODE.
073200     IF AIN-COMMAND-CODE (WS-IN-INDEX) = SPACES
073300         GO TO 5900-EXIT
073400     END-IF.
073500     ADD 1                   TO WS-CODES-KEYED.
073600     PERFORM 5950-CLEAR-SLOT
073700         THRU 5950-EXIT
073800         VARYING WS-SLOT-INDEX FROM 1 BY 1
073900         UNTIL WS-SLOT-INDEX > 24.
074000 5900-EXIT.
074100     EXIT.
074200*-----------------------------------------------------------*
074300* 5950-CLEAR-SLOT - CLEAR ONE SLOT IF IT HOLDS THE CODE     *
074400*-----------------------------------------------------------*
074500 5950-CLEAR-SLOT.
074600     IF AU-COMMAND (WS-SLOT-INDEX) =
074700             AIN-COMMAND-CODE (WS-IN-INDEX)
074800         MOVE SPACES         TO AU-COMMAND (WS-SLOT-INDEX)
074900         ADD 1               TO WS-CODES-CHANGED
075000     END-IF.
075100 5950-EXIT.
075200     EXIT.
075300*-----------------------------------------------------------*
075400* 6000-SHOW-MASTER-SEGMENT - ECHO THE SEGMENT TO THE REPLY  *
075500*-----------------------------------------------------------*
075600 6000-SHOW-MASTER-SEGMENT.
075700     MOVE AU-USER-ID         TO AOUT-USER-ID.
075800     MOVE AU-ENTRY-TYPE      TO AOUT-ENTRY-TYPE.
075900     MOVE AU-GROUP-ID        TO AOUT-GROUP-ID.
076000     MOVE AU-DESCRIPTION     TO AOUT-DESCRIPTION.
076100     MOVE AU-COMMAND-LIST    TO AOUT-COMMAND-LIST.
076200     MOVE AU-CHANGED-BY      TO AOUT-CHANGED-BY.
076300     MOVE AU-CHANGED-DATE    TO AOUT-CHANGED-DATE.
076400 6000-EXIT.
076500     EXIT.
076600*-----------------------------------------------------------*
076700* 6500-STAMP-CHANGE - WHO CHANGED THE ENTRY, AND WHEN       *
076800*-----------------------------------------------------------*
076900 6500-STAMP-CHANGE.
077000     ACCEPT WS-CURRENT-YYYYMMDD FROM DATE YYYYMMDD.
077100     MOVE AUTH-CHECK-USER    TO AU-CHANGED-BY.
077200     MOVE WS-CURRENT-YYYYMMDD TO AU-CHANGED-DATE.
077300 6500-EXIT.
077400     EXIT.
077500*-----------------------------------------------------------*
077600* 8000-SEND-REPLY - ISRT THE REPLY MESSAGE BACK TO THE      *
077700* ORIGINATING TERMINAL                                      *
077800*-----------------------------------------------------------*
077900 8000-SEND-REPLY.
078000     CALL 'CBLTDLI' USING FUNC-ISRT
078100                          IO-PCB-MASK
078200                          AUT-OUTPUT-MSG.
078300 8000-EXIT.
078400     EXIT.
