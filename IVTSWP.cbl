001200*     IS OLDER THAN THE GRACE PERIOD IS PHYSICALLY DELETED  *
001300*     (ITS DEPTSEG CHILD GOES WITH IT) AND JOURNALED TO     *
001400*     PHONJRNL LIKE ANY OTHER DELETE, TRANCDE 'STATSWP'.    *
001430*     THE LEAVER IS WRITTEN TO THE FRMRDB FORWARDING        *
001460*     DATABASE SO CALLS CAN STILL BE TRANSFERRED.           *
001500*   - A LEAVE ('L') ROOT WHOSE PS-STATUS-DATE IS OLDER THAN *
001600*     THE LEAVE-AGING THRESHOLD IS REPORTED SO SOMEONE CAN  *
001700*     CHASE A PERSON WHO NEVER CAME BACK OR WAS NEVER       *
003060* 2026-09-02 RLB   JOURNAL IMAGES NOW CARRY THE DEPT CODE (SEE *
003070*                  IVTJRNL) - TAKEN FROM THE DEPTSEG CHILD THE *
003080*                  3100 GNP ALREADY RETRIEVES                  *
003085* 2026-10-15 RLB   RUN START AND END NOW LEDGERED ON THE    *
003090*                  RUN-CONTROL FILE THROUGH IVTRUN          *
003095*                  (SEE IVTRUNA)                            *
003096* 2026-10-15 RLB   JOURNAL BEFORE IMAGE CARRIES THE PHONSEG *
003097*                  LISTING CODE                             *
003107* 2026-10-15 RLB   A DELETED ROOT IS NOW WRITTEN TO THE     *
003117*                  NEW FRMRDB FORWARDING DATABASE,          *
003127*                  FORWARDING TO THE DEPT MANAGER (NEW      *
003137*                  DEPTDB/FRMRDB PCBS - SEE IVTPSB9)        *
003147*-----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.  IBM-370.
006270     05  PQ-RPAREN               PIC X(01) VALUE ')'.
006300 01  PHONSEG-SSA-UNQUAL          PIC X(09) VALUE 'PHONSEG  '.
006400 01  DEPTSEG-SSA-UNQUAL          PIC X(09) VALUE 'DEPTSEG  '.
006401 01  DEPTMSEG-SSA-QUAL.
006402     05  DQ-SEG-NAME             PIC X(08) VALUE 'DEPTMSEG'.
006403     05  DQ-LPAREN               PIC X(01) VALUE '('.
006404     05  DQ-FIELD-NAME           PIC X(08) VALUE 'DMCODE  '.
006405     05  DQ-OPERATOR             PIC X(02) VALUE ' ='.
006406     05  DQ-KEY-VALUE            PIC X(05).
006407     05  DQ-RPAREN               PIC X(01) VALUE ')'.
006408 01  FRMRSEG-SSA-QUAL.
006409     05  FQ-SEG-NAME             PIC X(08) VALUE 'FRMRSEG '.
006410     05  FQ-LPAREN               PIC X(01) VALUE '('.
006411     05  FQ-FIELD-NAME           PIC X(08) VALUE 'FRMRKEY '.
006412     05  FQ-OPERATOR             PIC X(02) VALUE ' ='.
006413     05  FQ-KEY-VALUE            PIC X(29).
006414     05  FQ-RPAREN               PIC X(01) VALUE ')'.
006415 01  FRMRSEG-SSA-UNQUAL          PIC X(09) VALUE 'FRMRSEG  '.
006416 01  EXTMSEG-SSA-QUAL.
006420     05  XQ-SEG-NAME             PIC X(08) VALUE 'EXTMSEG '.
006430     05  XQ-LPAREN               PIC X(01) VALUE '('.
006440     05  XQ-FIELD-NAME           PIC X(08) VALUE 'XMNUM   '.
006920* EXTENSION POOL MASTER SEGMENT AND ITS EDIT SWITCH         *
006930*-----------------------------------------------------------*
006940 COPY IVTEXTM.
006947*-----------------------------------------------------------*
006954* DEPARTMENT MASTER AND DEPARTED-EMPLOYEE FORWARDING        *
006961* SEGMENTS                                                  *
006968*-----------------------------------------------------------*
006975 COPY IVTDPTM.
006982 COPY IVTFRMD.
006989 01  WS-FRMR-ENTRY               PIC X(120).
007000*-----------------------------------------------------------*
007100* CHANGE-JOURNAL RECORD                                     *
007200*-----------------------------------------------------------*
019100     05  FILLER                  PIC X(25)
019200         VALUE 'DATABASE ERRORS     : '.
019300     05  TOT-ERRORS              PIC ZZZ,ZZ9.
019320*-----------------------------------------------------------*
019340* RUN-CONTROL LEDGER REQUEST AREA (SEE IVTRUN)              *
019360*-----------------------------------------------------------*
019380 COPY IVTRUNA.
019400 LINKAGE SECTION.
019500 COPY IVTPCB1.
019550 COPY IVTPCBE.
019560 COPY IVTPCBD.
019570 COPY IVTPCBF.
019600 COPY IVTPCBG.
019700 PROCEDURE DIVISION.
019800 ENTRY 'DLITCBL' USING PHONDB-PCB
019850                       EXTDB-PCB
019860                       DEPTDB-PCB
019870                       FRMRDB-PCB
019900                       PHONJRNL-PCB.
020000*-----------------------------------------------------------*
020100* 0000-MAINLINE                                             *
020200*-----------------------------------------------------------*
020300 0000-MAINLINE.
020330     PERFORM 8800-START-RUN-CONTROL
020360         THRU 8800-EXIT.
020400     PERFORM 1000-INITIALIZE
020500         THRU 1000-EXIT.
020600     PERFORM 2000-GET-NEXT-ROOT
021200         THRU 7000-EXIT.
021300     PERFORM 9000-TERMINATE
021400         THRU 9000-EXIT.
021430     PERFORM 8900-END-RUN-CONTROL
021460         THRU 8900-EXIT.
021500     GOBACK.
021600*-----------------------------------------------------------*
021700* 1000-INITIALIZE - READ THE THRESHOLD CONTROL CARD (A      *
031700     MOVE PS-ZIP-CODE        TO JRNL-BFR-ZIP-CODE.
031800     MOVE PS-STATUS-CODE     TO JRNL-BFR-STATUS-CODE.
031900     MOVE PS-STATUS-DATE     TO JRNL-BFR-STATUS-DATE.
031905     MOVE PS-LISTING-CODE    TO JRNL-BFR-LISTING-CODE.
031910     IF WS-DEPT-CHILD-FOUND
031920         MOVE DS-DEPT-CODE   TO JRNL-BFR-DEPT-CODE
031930     ELSE
033100         GO TO 3100-EXIT
033200     END-IF.
033300     MOVE SPACES             TO JRNL-AFTER-IMAGE.
033350     MOVE SPACES             TO JRNL-AFT-LISTING-CODE.
033400     PERFORM 3900-WRITE-JOURNAL
033500         THRU 3900-EXIT.
033550     IF JRNL-BFR-EXTENSION NOT = SPACES
034400     END-IF.
034500     PERFORM 4000-WRITE-DETAIL
034600         THRU 4000-EXIT.
034630     PERFORM 3400-RECORD-FORMER
034660         THRU 3400-EXIT.
034700 3100-EXIT.
034800     EXIT.
034900*-----------------------------------------------------------*
036148                          EXTMSEG-IO-AREA.
036150 3300-EXIT.
036152     EXIT.
036153*-----------------------------------------------------------*
036154* 3400-RECORD-FORMER - WRITE THE DELETED EMPLOYEE TO FRMRDB *
036155* FROM THE ROOT STILL IN PHONSEG-IO-AREA AND ITS DEPTSEG    *
036156* CHILD, LEAVING DATE = THE TERMINATION DATE.  THE FORWARD- *
036157* TO IS THE DEPARTMENT MANAGER.  A LEAVER ALREADY ON FILE   *
036158* UNDER THE SAME NAME AND ID IS REPLACED.  A FAILURE IS     *
036159* LISTED AS A DB ERROR BUT DOES NOT UNDO THE DELETE         *
036160*-----------------------------------------------------------*
036161 3400-RECORD-FORMER.
036162     MOVE SPACES             TO FRMRSEG-IO-AREA.
036163     MOVE PS-LAST-NAME       TO FR-LAST-NAME.
036164     MOVE PS-FIRST-NAME      TO FR-FIRST-NAME.
036165     MOVE PS-EMPLOYEE-ID     TO FR-EMPLOYEE-ID.
036166     MOVE PS-EXTENSION       TO FR-EXTENSION.
036167     MOVE PS-LISTING-CODE    TO FR-LISTING-CODE.
036168     MOVE PS-STATUS-DATE     TO FR-LEAVING-DATE.
036169     IF WS-DEPT-CHILD-FOUND
036170         MOVE DS-DEPT-CODE   TO FR-DEPT-CODE
036171         MOVE DS-DEPT-NAME   TO FR-DEPT-NAME
036172         MOVE DS-MGR-NAME    TO FR-MGR-NAME
036173         PERFORM 3450-DEFAULT-FORWARD
036174             THRU 3450-EXIT
036175     END-IF.
036176     MOVE WS-JOB-NAME        TO FR-DELETED-BY.
036177     CALL 'CBLTDLI' USING FUNC-ISRT
036178                          FRMRDB-PCB
036179                          FRMRSEG-IO-AREA
036180                          FRMRSEG-SSA-UNQUAL.
036181     IF FRMRDB-STATUS-CODE = 'II'
036182         PERFORM 3470-REPLACE-FORMER
036183             THRU 3470-EXIT
036184     END-IF.
036185     IF FRMRDB-STATUS-CODE NOT = SPACES
036186         MOVE SPACES         TO DET-NOTE
036187         STRING 'FRMRDB WRITE FAILED - STATUS ' FRMRDB-STATUS-CODE
036188             DELIMITED BY SIZE INTO DET-NOTE
036189         MOVE 'DB ERROR'     TO DET-ACTION
036190         ADD 1               TO WS-ERROR-COUNT
036191         PERFORM 4000-WRITE-DETAIL
036192             THRU 4000-EXIT
036193     END-IF.
036194 3400-EXIT.
036195     EXIT.
036196*-----------------------------------------------------------*
036197* 3450-DEFAULT-FORWARD - THE LAST MANAGER, AND THE DEFAULT  *
036198* FORWARD-TO, IS THE DEPARTMENT'S MANAGER ON THE DEPTDB     *
036199* MASTER.  A LEAVER WHO MANAGED THE DEPARTMENT GETS THE     *
036200* PARENT DEPARTMENT'S MANAGER INSTEAD.  FORWARD-TO STAYS    *
036201* SPACES WHEN NO MANAGER IS FOUND                           *
036202*-----------------------------------------------------------*
036203 3450-DEFAULT-FORWARD.
036204     MOVE FR-DEPT-CODE       TO DQ-KEY-VALUE.
036205     CALL 'CBLTDLI' USING FUNC-GU
036206                          DEPTDB-PCB
036207                          DEPTMSEG-IO-AREA
036208                          DEPTMSEG-SSA-QUAL.
036209     IF DEPTDB-STATUS-CODE NOT = SPACES
036210         GO TO 3450-EXIT
036211     END-IF.
036212     IF DM-MGR-EMPLOYEE-ID NOT = FR-EMPLOYEE-ID
036213         OR DM-PARENT-CODE = SPACES
036214         GO TO 3450-SET
036215     END-IF.
036216     MOVE DM-PARENT-CODE     TO DQ-KEY-VALUE.
036217     CALL 'CBLTDLI' USING FUNC-GU
036218                          DEPTDB-PCB
036219                          DEPTMSEG-IO-AREA
036220                          DEPTMSEG-SSA-QUAL.
036221     IF DEPTDB-STATUS-CODE NOT = SPACES
036222         GO TO 3450-EXIT
036223     END-IF.
036224 3450-SET.
036225     MOVE DM-MGR-EMPLOYEE-ID TO FR-MGR-EMPLOYEE-ID.
036226     MOVE DM-MGR-NAME        TO FR-MGR-NAME.
036227     IF DM-MGR-EMPLOYEE-ID NOT = SPACES
036228         AND DM-MGR-EMPLOYEE-ID NOT = FR-EMPLOYEE-ID
036229         MOVE DM-MGR-EMPLOYEE-ID TO FR-FORWARD-ID
036230         SET FR-FORWARD-MANAGER TO TRUE
036231     END-IF.
036232 3450-EXIT.
036233     EXIT.
036234*-----------------------------------------------------------*
036235* 3470-REPLACE-FORMER - THE LEAVER IS ALREADY ON FRMRDB:    *
036236* READ THAT ENTRY FOR UPDATE AND OVERWRITE IT               *
036237*-----------------------------------------------------------*
036238 3470-REPLACE-FORMER.
036239     MOVE FRMRSEG-IO-AREA    TO WS-FRMR-ENTRY.
036240     MOVE FR-KEY             TO FQ-KEY-VALUE.
036241     CALL 'CBLTDLI' USING FUNC-GU
036242                          FRMRDB-PCB
036243                          FRMRSEG-IO-AREA
036244                          FRMRSEG-SSA-QUAL.
036245     IF FRMRDB-STATUS-CODE NOT = SPACES
036246         GO TO 3470-EXIT
036247     END-IF.
036248     MOVE WS-FRMR-ENTRY      TO FRMRSEG-IO-AREA.
036249     CALL 'CBLTDLI' USING FUNC-REPL
036250                          FRMRDB-PCB
036251                          FRMRSEG-IO-AREA.
036252 3470-EXIT.
036253     EXIT.
036254*-----------------------------------------------------------*
036300* 3900-WRITE-JOURNAL - ISRT A CHANGE-JOURNAL RECORD FOR A   *
036400* SWEEP DELETE                                              *
036500*-----------------------------------------------------------*
047200     CLOSE PRINT-FILE.
047300 9000-EXIT.
047400     EXIT.
047500*-----------------------------------------------------------*
047600* 8800-START-RUN-CONTROL - LEDGER THE START OF THE RUN      *
047700* (SEE IVTRUN)                                              *
047800*-----------------------------------------------------------*
047900 8800-START-RUN-CONTROL.
048000     MOVE SPACES             TO RUN-CONTROL-AREA.
048100     SET RCA-START-RUN       TO TRUE.
048200     MOVE WS-JOB-NAME        TO RCA-JOB-NAME.
048300     MOVE 'IVTSWP'           TO RCA-PROGRAM-ID.
048400     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
048500 8800-EXIT.
048600     EXIT.
048700*-----------------------------------------------------------*
048800* 8900-END-RUN-CONTROL - LEDGER THE END OF THE RUN WITH     *
048900* ITS RETURN CODE AND KEY COUNTS.  THE CALL CLEARS          *
049000* RETURN-CODE, SO IT IS PUT BACK AFTERWARDS                 *
049100*-----------------------------------------------------------*
049200 8900-END-RUN-CONTROL.
049300     SET RCA-END-RUN         TO TRUE.
049400     MOVE RETURN-CODE        TO RCA-RETURN-CODE.
049500     MOVE 'ROOTS'            TO RCA-COUNT-LABEL (1).
049600     MOVE WS-ROOTS-READ      TO RCA-COUNT-VALUE (1).
049700     MOVE 'TERMSDEL'         TO RCA-COUNT-LABEL (2).
049800     MOVE WS-TERMS-DELETED   TO RCA-COUNT-VALUE (2).
049900     MOVE 'STALE'            TO RCA-COUNT-LABEL (3).
050000     MOVE WS-STALE-LEAVES    TO RCA-COUNT-VALUE (3).
050100     MOVE 'ERRORS'           TO RCA-COUNT-LABEL (4).
050200     MOVE WS-ERROR-COUNT     TO RCA-COUNT-VALUE (4).
050300     CALL 'IVTRUN'           USING RUN-CONTROL-AREA.
050400     MOVE RCA-RETURN-CODE    TO RETURN-CODE.
050500 8900-EXIT.
050600     EXIT.
