002800* DATE       BY    DESCRIPTION                               *
002900* ---------- ----- -------------------------------------------
003000* 2026-09-02 RLB   ORIGINAL PROGRAM                          *
003020* 2026-10-15 RLB   3000-EDIT-COMMAND NOW CHECKS THE COMMAND  *
003040*                  AGAINST THE AUTHDB AUTHORIZATION MASTER   *
003060*                  AND LOGS A REFUSAL TO AUTHVIOL (NEW PCBS  *
003080*                  - SEE IVTPSB10)                           *
003100*-----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
005400     05  XQ-KEY-VALUE        PIC X(10).
005500     05  XQ-RPAREN           PIC X(01) VALUE ')'.
005600 01  EXTMSEG-SSA-UNQUAL      PIC X(09) VALUE 'EXTMSEG  '.
005610 01  AUTHSEG-SSA-QUAL.
005620     05  AQ-SEG-NAME         PIC X(08) VALUE 'AUTHSEG '.
005630     05  AQ-LPAREN           PIC X(01) VALUE '('.
005640     05  AQ-FIELD-NAME       PIC X(08) VALUE 'AUTHUSER'.
005650     05  AQ-OPERATOR         PIC X(02) VALUE ' ='.
005660     05  AQ-KEY-VALUE        PIC X(08).
005670     05  AQ-RPAREN           PIC X(01) VALUE ')'.
005700*-----------------------------------------------------------*
005800* EXTENSION POOL MASTER SEGMENT AND ITS EDIT SWITCH         *
005900*-----------------------------------------------------------*
006000 COPY IVTEXTM.
006010*-----------------------------------------------------------*
006020* COMMAND AUTHORIZATION MASTER SEGMENT AND ITS CHECK AREA   *
006030*-----------------------------------------------------------*
006040 COPY IVTAUTM.
006050*-----------------------------------------------------------*
006060* SECURITY VIOLATIONS LOG RECORD                            *
006070*-----------------------------------------------------------*
006080 COPY IVTVIOL.
006100*-----------------------------------------------------------*
006200* SWITCHES                                                  *
006300*-----------------------------------------------------------*
008100     05  IO-MOD-NAME         PIC X(08).
008200     05  IO-USERID           PIC X(08).
008300 COPY IVTPCBE.
008330 COPY IVTPCBA.
008360 COPY IVTPCBV.
008400 PROCEDURE DIVISION.
008500 ENTRY 'DLITCBL' USING IO-PCB-MASK
008600                           EXTDB-PCB
008630                           AUTHDB-PCB
008660                           AUTHVIOL-PCB.
008700*-----------------------------------------------------------*
008800* 0000-MAINLINE - TOP LEVEL CONTROL                         *
008900*-----------------------------------------------------------*
012200     EXIT.
012300*-----------------------------------------------------------*
012400* 3000-EDIT-COMMAND - VALIDATE XIN-COMMAND AND THE KEYED    *
012500* EXTENSION (REQUIRED BY EVERY COMMAND), THEN CHECK THE     *
012550* USER MAY RUN IT                                           *
012600*-----------------------------------------------------------*
012700 3000-EDIT-COMMAND.
012800     MOVE XIN-COMMAND        TO XOUT-COMMAND.
013800             MOVE 'INVALID COMMAND CODE'
013900                                 TO XOUT-MESSAGE
014000     END-EVALUATE.
014020     IF WS-COMMAND-OK
014040         PERFORM 3100-CHECK-AUTHORITY
014060             THRU 3100-EXIT
014080     END-IF.
014100     IF WS-COMMAND-OK
014200         AND XIN-EXTENSION = SPACES
014300         SET WS-COMMAND-BAD TO TRUE
014600     END-IF.
014700 3000-EXIT.
014800     EXIT.
014801*-----------------------------------------------------------*
014802* 3100-CHECK-AUTHORITY - USERID (ELSE LTERM) MUST HOLD THE  *
014803* COMMAND ON AUTHDB: OWN, GROUP, OR '*DEFAULT' ENTRY        *
014804*-----------------------------------------------------------*
014805 3100-CHECK-AUTHORITY.
014806     SET UNAUTHORIZED-COMMAND TO TRUE.
014807     SET AUTH-NO-ENTRY       TO TRUE.
014808     IF IO-USERID NOT = SPACES
014809         MOVE IO-USERID      TO AUTH-CHECK-USER
014810     ELSE
014811         MOVE IO-LTERM-NAME  TO AUTH-CHECK-USER
014812     END-IF.
014813     MOVE XIN-COMMAND        TO AUTH-CHECK-COMMAND.
014814     MOVE AUTH-CHECK-USER    TO AQ-KEY-VALUE.
014815     PERFORM 3200-GET-AUTH-ENTRY
014816         THRU 3200-EXIT.
014817     IF AUTHDB-STATUS-CODE NOT = SPACES
014818         MOVE AUTH-DEFAULT-USER TO AQ-KEY-VALUE
014819         PERFORM 3200-GET-AUTH-ENTRY
014820             THRU 3200-EXIT
014821     END-IF.
014822     IF AUTHDB-STATUS-CODE NOT = SPACES
014823         GO TO 3100-REFUSE
014824     END-IF.
014825     SET AUTH-NOT-GRANTED    TO TRUE.
014826     PERFORM 3300-SCAN-COMMANDS
014827         THRU 3300-EXIT
014828         VARYING AUTH-CHECK-INDEX FROM 1 BY 1
014829         UNTIL AUTH-CHECK-INDEX > 24
014830            OR AUTHORIZED-COMMAND.
014831     IF AUTHORIZED-COMMAND
014832         GO TO 3100-EXIT
014833     END-IF.
014834     IF AU-GROUP-ID NOT = SPACES
014835         MOVE AU-GROUP-ID    TO AQ-KEY-VALUE
014836         PERFORM 3200-GET-AUTH-ENTRY
014837             THRU 3200-EXIT
014838         IF AUTHDB-STATUS-CODE = SPACES
014839             PERFORM 3300-SCAN-COMMANDS
014840                 THRU 3300-EXIT
014841                 VARYING AUTH-CHECK-INDEX FROM 1 BY 1
014842                 UNTIL AUTH-CHECK-INDEX > 24
014843                    OR AUTHORIZED-COMMAND
014844         END-IF
014845     END-IF.
014846     IF AUTHORIZED-COMMAND
014847         GO TO 3100-EXIT
014848     END-IF.
014849 3100-REFUSE.
014850     SET WS-COMMAND-BAD      TO TRUE.
014851     IF AUTH-NO-ENTRY
014852         MOVE 'USER NOT ON AUTHORIZATION MASTER'
014853                             TO XOUT-MESSAGE
014854     ELSE
014855         MOVE 'NOT AUTHORIZED FOR THIS COMMAND'
014856                             TO XOUT-MESSAGE
014857     END-IF.
014858     PERFORM 3400-WRITE-VIOLATION
014859         THRU 3400-EXIT.
014860 3100-EXIT.
014861     EXIT.
014862*-----------------------------------------------------------*
014863* 3200-GET-AUTH-ENTRY - GU THE AUTHSEG FOR AQ-KEY-VALUE     *
014864*-----------------------------------------------------------*
014865 3200-GET-AUTH-ENTRY.
014866     CALL 'CBLTDLI' USING FUNC-GU
014867                          AUTHDB-PCB
014868                          AUTHSEG-IO-AREA
014869                          AUTHSEG-SSA-QUAL.
014870 3200-EXIT.
014871     EXIT.
014872*-----------------------------------------------------------*
014873* 3300-SCAN-COMMANDS - ONE SLOT OF THE ENTRY'S COMMAND LIST *
014874*-----------------------------------------------------------*
014875 3300-SCAN-COMMANDS.
014876     IF AU-COMMAND (AUTH-CHECK-INDEX) = AUTH-CHECK-COMMAND
014877         OR AU-COMMAND (AUTH-CHECK-INDEX) = AUTH-ALL-COMMANDS
014878         SET AUTHORIZED-COMMAND TO TRUE
014879     END-IF.
014880 3300-EXIT.
014881     EXIT.
014882*-----------------------------------------------------------*
014883* 3400-WRITE-VIOLATION - LOG A REFUSAL TO AUTHVIOL (GSAM)   *
014884*-----------------------------------------------------------*
014885 3400-WRITE-VIOLATION.
014886     MOVE SPACES             TO VIOL-RECORD.
014887     ACCEPT VIOL-DATE FROM DATE YYYYMMDD.
014888     ACCEPT VIOL-TIME FROM TIME.
014889     MOVE AUTH-CHECK-USER    TO VIOL-USER-ID.
014890     MOVE IO-LTERM-NAME      TO VIOL-LTERM-NAME.
014891     MOVE XIN-TRANCDE        TO VIOL-TRANCDE.
014892     MOVE XIN-COMMAND        TO VIOL-COMMAND.
014893     MOVE XIN-EXTENSION      TO VIOL-KEY.
014894     MOVE AUTH-REASON-CODE   TO VIOL-REASON.
014895     CALL 'CBLTDLI' USING FUNC-ISRT
014896                          AUTHVIOL-PCB
014897                          VIOL-RECORD.
014898 3400-EXIT.
014899     EXIT.
014900*-----------------------------------------------------------*
015000* 4000-PROCESS-COMMAND - DISPATCH ON THE EDITED COMMAND     *
015100*-----------------------------------------------------------*
