001200* OPERATIONS DESK DISPLAY AND UPDATE A SINGLE NAME-MASTER RECORD
001300* THROUGH MAP WSMAINM OF MAPSET WSMAINS, WITHOUT A RECOMPILE OF
001400* THE BATCH ROSTER PROGRAM.  PF3 ENDS THE CONVERSATION.
001410* A SAVED CHANGE IS NOT APPLIED HERE - IT IS HELD ON THE
001420* PENDING-APPROVAL FILE (APVREC LAYOUT, CICS FILE PENDAPR)
001430* UNTIL A SUPERVISOR OTHER THAN THE OPERATOR WHO KEYED IT
001440* APPROVES OR REJECTS IT ON THE WSAPPRV (WSAP) SCREEN.
001500*
001600* MODIFICATION HISTORY.
001700*     2026-08-09  DLW  ORIGINAL VERSION.
001797*                       THE DAILY AUDIT TIE-OUT REPORT.  A
001798*                       JOURNAL FAILURE WARNS ON THE SCREEN
001799*                       BUT DOES NOT BACK OUT THE UPDATE.
001800*     2026-10-15  DLW  EDITED THE AFTER-IMAGE WITH THE SHARED
001810*                       EMPLOYEE EDIT MODULE (EMPEDIT) BEFORE
001820*                       THE REWRITE - THE DEPARTMENT IS LOOKED
001830*                       UP ON THE DEPARTMENT REFERENCE (CICS
001840*                       FILE DEPTMSTR) AND A FAILED EDIT SHOWS
001850*                       ITS REASON CODE AND TEXT AND IS NOT
001860*                       SAVED, SO THE SCREEN ACCEPTS EXACTLY
001870*                       WHAT THE ROSTER WILL PRINT.
001872*     2026-10-15  DLW  SUPERVISOR APPROVAL - A NAME CHANGE OR
001873*                       DEPARTMENT TRANSFER THAT PASSES THE
001874*                       EDITS IS NO LONGER REWRITTEN AND
001875*                       JOURNALED HERE.  IT IS HELD ON THE
001876*                       PENDING-APPROVAL FILE (CICS FILE PENDAPR)
001877*                       WITH THE BEFORE AND AFTER IMAGES, THE
001878*                       OPERATOR AND THE TERMINAL, AND WSAPPRV
001879*                       APPLIES AND JOURNALS IT ONCE APPROVED.
001880*                       ONLY ONE CHANGE PER EMPLOYEE MAY AWAIT
001881*                       APPROVAL AT A TIME.
001882*     2026-10-15  DLW  PF6 TRANSFERS TO THE WSHIST EMPLOYEE
001883*                       HISTORY INQUIRY FOR THE EMPLOYEE ID ON
001884*                       THE SCREEN; ITS PF3 RETURNS HERE WITH THAT
001885*                       EMPLOYEE DISPLAYED.
001890******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.              WSMAINT.
002100 AUTHOR.                  D. L. WHITFIELD.
005050         88  CA-BROWSE-ENTRY              VALUE 'B'.
005100*
005200******************************************************************
005212* COMMAREA HANDED TO WSHIST ON PF6
005224******************************************************************
005236 01  WS-HIST-COMMAREA.
005248     05  HC-EMP-ID                  PIC X(05).
005260     05  HC-ORIGIN                  PIC X(01).
005272*
005284******************************************************************
005300* WORK FIELDS
005400******************************************************************
005500 01  WS-WORK-FIELDS.
005800     05  WS-EMP-ID                  PIC X(05) VALUE SPACES.
005850     05  WS-END-OF-SESSION-SW       PIC X(01) VALUE 'N'.
005860         88  WS-END-OF-SESSION           VALUE 'Y'.
005866     05  WS-ABSTIME                 PIC S9(15) COMP-3 VALUE ZERO.
005868     05  WS-STAMP-DATE              PIC X(08) VALUE SPACES.
005870     05  WS-STAMP-TIME              PIC X(08) VALUE SPACES.
005872     05  WS-BEFORE-IMAGE            PIC X(51) VALUE SPACES.
005874     05  WS-DEPT-RESP               PIC S9(08) COMP.
005876     05  WS-EDIT-SWITCH             PIC X(01) VALUE 'Y'.
005878         88  WS-AFTER-IMAGE-VALID        VALUE 'Y'.
005880         88  WS-AFTER-IMAGE-INVALID      VALUE 'N'.
005882     05  WS-APV-RESP                PIC S9(08) COMP.
005884     05  WS-APV-BROWSE-KEY          PIC X(21) VALUE SPACES.
005886     05  WS-APV-EOF-SWITCH          PIC X(01) VALUE 'N'.
005888         88  WS-END-OF-EMP-ITEMS         VALUE 'Y'.
005890     05  WS-PENDING-SWITCH          PIC X(01) VALUE 'N'.
005892         88  WS-CHANGE-PENDING           VALUE 'Y'.
005900*
006000 COPY EMPREC.
006050*
006060 COPY APVREC.
006070*
006080 COPY DEPTREC.
006090*
006095 COPY EDITPARM.
006100*
006200 LINKAGE SECTION.
006300 01  DFHCOMMAREA.
007800             WHEN EIBAID = DFHPF3
007900                 PERFORM 8000-END-SESSION
008000                     THRU 8000-EXIT
008025             WHEN EIBAID = DFHPF6
008050                 PERFORM 2600-SHOW-HISTORY
008075                     THRU 2600-EXIT
008100             WHEN OTHER
008200                 PERFORM 2000-RECEIVE-AND-UPDATE
008300                     THRU 2000-EXIT
016300         MOVE EMP-DEPT-CODE TO DEPTO
016400         MOVE 'EMPLOYEE FOUND - EDIT AND PRESS ENTER TO SAVE'
016500             TO MSGLO
016510         PERFORM 2210-CHECK-PENDING
016520             THRU 2210-EXIT
016530         IF WS-CHANGE-PENDING
016540             MOVE 'EMPLOYEE FOUND - A CHANGE IS AWAITING APPROVAL'
016550                 TO MSGLO
016560         END-IF
016600     ELSE
016700         MOVE SPACES TO LNMEO FNMEO DEPTO
016800         MOVE '** EMPLOYEE NOT FOUND **' TO MSGLO
017800     EXIT.
017900*
018000******************************************************************
018066* 2200-UPDATE-EMPLOYEE - EDIT THE CHANGE AND HOLD IT FOR
018132*                        SUPERVISOR APPROVAL, REDISPLAY
018200******************************************************************
018300 2200-UPDATE-EMPLOYEE.
018400     EXEC CICS READ FILE('NAMEMSTR')
018500         INTO(EMPLOYEE-RECORD)
018600         RIDFLD(WS-EMP-ID)
018800         RESP(WS-RESP)
018900     END-EXEC.
019000*
019052     IF WS-RESP NOT = DFHRESP(NORMAL)
019104         MOVE '** EMPLOYEE NOT FOUND - UPDATE REJECTED **'
019156             TO MSGLO
019208         GO TO 2200-SEND
019260     END-IF.
019312*
019364     MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE.
019416     MOVE LNMEI TO EMP-LAST-NAME.
019468     MOVE FNMEI TO EMP-FIRST-NAME.
019520     MOVE DEPTI TO EMP-DEPT-CODE.
019572     IF EMPLOYEE-RECORD = WS-BEFORE-IMAGE
019624         MOVE 'NO CHANGE ENTERED - NOTHING HELD FOR APPROVAL'
019676             TO MSGLO
019728         GO TO 2200-SEND
019780     END-IF.
019832*
019884     PERFORM 2250-EDIT-AFTER-IMAGE
019936         THRU 2250-EXIT.
019988     IF WS-AFTER-IMAGE-INVALID
020040         MOVE WS-MESSAGE TO MSGLO
020092         GO TO 2200-SEND
020144     END-IF.
020196*
020248     PERFORM 2210-CHECK-PENDING
020300         THRU 2210-EXIT.
020352     IF WS-CHANGE-PENDING
020404         MOVE '** CHANGE ALREADY AWAITING APPROVAL - NOT SAVED **'
020456             TO MSGLO
020508         GO TO 2200-SEND
020560     END-IF.
020612*
020664     PERFORM 2230-HOLD-FOR-APPROVAL
020716         THRU 2230-EXIT.
020768*
020820 2200-SEND.
020900     MOVE WS-EMP-ID TO EMPIDO.
021000     EXEC CICS SEND MAP('WSMAINM')
021100         MAPSET('WSMAINS')
021200         FROM(WSMAINSO)
021300         DATAONLY
021400     END-EXEC.
021401 2200-EXIT.
021402     EXIT.
021403*
021404******************************************************************
021405* 2210-CHECK-PENDING - IS A CHANGE FOR WS-EMP-ID ALREADY WAITING
021406*                      ON THE PENDING-APPROVAL FILE
021407******************************************************************
021408 2210-CHECK-PENDING.
021409     MOVE 'N' TO WS-PENDING-SWITCH.
021410     MOVE 'N' TO WS-APV-EOF-SWITCH.
021411     MOVE LOW-VALUES TO WS-APV-BROWSE-KEY.
021412     MOVE WS-EMP-ID TO WS-APV-BROWSE-KEY (1:5).
021413*
021414     EXEC CICS STARTBR FILE('PENDAPR')
021415         RIDFLD(WS-APV-BROWSE-KEY)
021416         GTEQ
021417         RESP(WS-APV-RESP)
021418     END-EXEC.
021419     IF WS-APV-RESP NOT = DFHRESP(NORMAL)
021420         GO TO 2210-EXIT
021421     END-IF.
021422*
021423     PERFORM 2220-READ-PENDING-ITEM
021424         THRU 2220-EXIT
021425         UNTIL WS-CHANGE-PENDING OR WS-END-OF-EMP-ITEMS.
021426*
021427     EXEC CICS ENDBR FILE('PENDAPR')
021428         RESP(WS-APV-RESP)
021429     END-EXEC.
021430 2210-EXIT.
021431     EXIT.
021432*
021433******************************************************************
021434* 2220-READ-PENDING-ITEM - NEXT ITEM, STOP AT ANOTHER EMPLOYEE
021435******************************************************************
021436 2220-READ-PENDING-ITEM.
021437     EXEC CICS READNEXT FILE('PENDAPR')
021438         INTO(PENDING-APPROVAL-RECORD)
021439         RIDFLD(WS-APV-BROWSE-KEY)
021440         RESP(WS-APV-RESP)
021441     END-EXEC.
021442*
021443     IF WS-APV-RESP NOT = DFHRESP(NORMAL)
021444         OR APV-EMP-ID NOT = WS-EMP-ID
021445         SET WS-END-OF-EMP-ITEMS TO TRUE
021446         GO TO 2220-EXIT
021447     END-IF.
021448*
021449     IF APV-PENDING
021450         SET WS-CHANGE-PENDING TO TRUE
021451     END-IF.
021452 2220-EXIT.
021453     EXIT.
021454*
021455******************************************************************
021456* 2230-HOLD-FOR-APPROVAL - BEFORE/AFTER IMAGES, OPERATOR,
021457*                          TERMINAL AND TIMESTAMP TO THE
021458*                          PENDING-APPROVAL FILE
021459******************************************************************
021460 2230-HOLD-FOR-APPROVAL.
021461     MOVE SPACES TO PENDING-APPROVAL-RECORD.
021462*
021463     EXEC CICS ASKTIME
021464         ABSTIME(WS-ABSTIME)
021465     END-EXEC.
021466     EXEC CICS FORMATTIME
021467         ABSTIME(WS-ABSTIME)
021468         YYYYMMDD(WS-STAMP-DATE)
021469         TIME(WS-STAMP-TIME)
021470     END-EXEC.
021471     MOVE WS-EMP-ID TO APV-EMP-ID.
021472     MOVE WS-STAMP-DATE TO APV-SUBMIT-DATE (1:8).
021473     MOVE WS-STAMP-TIME (1:6) TO APV-SUBMIT-TIME (1:6).
021474     MOVE '00' TO APV-SUBMIT-TIME (7:2).
021475     SET APV-PENDING TO TRUE.
021476*
021477*    BEFORE IMAGE POSITIONS: LAST NAME 6-20, FIRST NAME 21-30,
021478*    DEPARTMENT 31-34 (EMPREC LAYOUT)
021479     EVALUATE TRUE
021480         WHEN EMP-DEPT-CODE = WS-BEFORE-IMAGE (31:4)
021481             SET APV-NAME-CHANGE TO TRUE
021482         WHEN EMP-LAST-NAME = WS-BEFORE-IMAGE (6:15)
021483          AND EMP-FIRST-NAME = WS-BEFORE-IMAGE (21:10)
021484             SET APV-DEPT-TRANSFER TO TRUE
021485         WHEN OTHER
021486             SET APV-NAME-AND-DEPT TO TRUE
021487     END-EVALUATE.
021488*
021489     EXEC CICS ASSIGN
021490         USERID(APV-MAKER-USERID)
021491     END-EXEC.
021492     MOVE EIBTRMID TO APV-MAKER-TERMINAL.
021493     MOVE WS-BEFORE-IMAGE TO APV-BEFORE-IMAGE.
021494     MOVE EMPLOYEE-RECORD TO APV-AFTER-IMAGE.
021495     MOVE ZERO TO APV-DECISION-DATE.
021496     MOVE ZERO TO APV-DECISION-TIME.
021497*
021498     EXEC CICS WRITE FILE('PENDAPR')
021499         FROM(PENDING-APPROVAL-RECORD)
021500         RIDFLD(APV-KEY)
021501         RESP(WS-APV-RESP)
021502     END-EXEC.
021503     EVALUATE WS-APV-RESP
021504         WHEN DFHRESP(NORMAL)
021505             MOVE 'CHANGE HELD FOR SUPERVISOR APPROVAL (WSAP)'
021506                 TO MSGLO
021507         WHEN DFHRESP(DUPREC)
021508             MOVE '** CHANGE NOT HELD - PRESS ENTER TO RETRY **'
021509                 TO MSGLO
021510         WHEN OTHER
021511             MOVE '** APPROVAL FILE UNAVAILABLE - NOT SAVED **'
021512                 TO MSGLO
021513     END-EVALUATE.
021514 2230-EXIT.
021515     EXIT.
021516*
021517******************************************************************
021518* 2250-EDIT-AFTER-IMAGE - SHARED EMPLOYEE EDIT OF THE RECORD AS
021519*                         IT WOULD BE SAVED; THE DEPARTMENT MUST
021520*                         BE ON THE DEPARTMENT REFERENCE
021521******************************************************************
021522 2250-EDIT-AFTER-IMAGE.
021523     SET WS-AFTER-IMAGE-VALID TO TRUE.
021524     MOVE SPACES TO WS-MESSAGE.
021525*
021526     SET EDT-RECORD-EDIT TO TRUE.
021527     MOVE SPACE TO EDT-ACTION-CODE.
021528     MOVE EMP-ID TO EDT-EMP-ID.
021529     MOVE EMP-LAST-NAME TO EDT-LAST-NAME.
021530     MOVE EMP-FIRST-NAME TO EDT-FIRST-NAME.
021531     MOVE EMP-DEPT-CODE TO EDT-DEPT-CODE.
021532     MOVE EMP-HIRE-DATE TO EDT-HIRE-DATE.
021533     MOVE EMP-STATUS-CODE TO EDT-STATUS-CODE.
021534     MOVE EMP-STATUS-DATE TO EDT-STATUS-DATE.
021535     MOVE SPACES TO EDT-EFF-DATE.
021536*
021537     EXEC CICS READ FILE('DEPTMSTR')
021538         INTO(DEPT-REFERENCE-RECORD)
021539         RIDFLD(EMP-DEPT-CODE)
021540         RESP(WS-DEPT-RESP)
021541     END-EXEC.
021542     EVALUATE WS-DEPT-RESP
021543         WHEN DFHRESP(NORMAL)
021544             SET EDT-DEPT-ON-FILE TO TRUE
021545         WHEN DFHRESP(NOTFND)
021546             SET EDT-DEPT-NOT-ON-FILE TO TRUE
021547         WHEN OTHER
021548             SET WS-AFTER-IMAGE-INVALID TO TRUE
021549             MOVE '** DEPT REFERENCE UNAVAILABLE - NOT SAVED **'
021550                 TO WS-MESSAGE
021551             GO TO 2250-EXIT
021552     END-EVALUATE.
021553*
021554     CALL 'EMPEDIT' USING EMPLOYEE-EDIT-PARMS.
021555*
021556     IF EDT-RECORD-INVALID
021557         SET WS-AFTER-IMAGE-INVALID TO TRUE
021558         STRING '** ' DELIMITED BY SIZE
021559                EDT-REASON-CODE DELIMITED BY SIZE
021560                ' ' DELIMITED BY SIZE
021561                EDT-REASON-TEXT DELIMITED BY '  '
021562                ' - NOT SAVED **' DELIMITED BY SIZE
021563             INTO WS-MESSAGE
021564         END-STRING
021565     END-IF.
021566 2250-EXIT.
021567     EXIT.
021568*
021645******************************************************************
021646* 2500-BROWSE-ENTRY - ARRIVAL FROM THE WSBROWSE NAME SEARCH,
021647*                     DISPLAY THE SELECTED EMPLOYEE ON A FRESH
021684         MOVE EMP-DEPT-CODE TO DEPTO
021685         MOVE 'EMPLOYEE FOUND - EDIT AND PRESS ENTER TO SAVE'
021686             TO MSGLO
021687         PERFORM 2210-CHECK-PENDING
021688             THRU 2210-EXIT
021689         IF WS-CHANGE-PENDING
021690             MOVE 'EMPLOYEE FOUND - A CHANGE IS AWAITING APPROVAL'
021691                 TO MSGLO
021692         END-IF
021693     ELSE
021694         MOVE SPACES TO LNMEO FNMEO DEPTO
021695         MOVE '** EMPLOYEE NOT FOUND **' TO MSGLO
021696     END-IF.
021697*
021698     MOVE WS-EMP-ID TO EMPIDO.
021699     EXEC CICS SEND MAP('WSMAINM')
021700         MAPSET('WSMAINS')
021701         FROM(WSMAINSO)
021702         ERASE
021703     END-EXEC.
021704*
021705     MOVE WS-EMP-ID TO CA-EMP-ID.
021706     SET CA-UPDATE-TIME TO TRUE.
021707 2500-EXIT.
021708     EXIT.
021709*
021710******************************************************************
021711* 2600-SHOW-HISTORY - PF6, TRANSFER TO THE WSHIST HISTORY INQUIRY
021712*                     FOR THE EMPLOYEE ID KEYED OR LAST SHOWN
021713******************************************************************
021714 2600-SHOW-HISTORY.
021715     EXEC CICS RECEIVE MAP('WSMAINM')
021716         MAPSET('WSMAINS')
021717         INTO(WSMAINSI)
021718         RESP(WS-RESP)
021719     END-EXEC.
021720*
021721     MOVE CA-EMP-ID TO HC-EMP-ID.
021722     IF WS-RESP = DFHRESP(NORMAL)
021723         AND EMPIDI NOT = SPACES AND EMPIDI NOT = LOW-VALUES
021724         MOVE EMPIDI TO HC-EMP-ID
021725     END-IF.
021726*
021727     IF HC-EMP-ID = SPACES OR HC-EMP-ID = LOW-VALUES
021728         MOVE LOW-VALUES TO WSMAINSO
021729         MOVE '** ENTER AN EMPLOYEE ID BEFORE PRESSING PF6 **'
021730             TO MSGLO
021731         EXEC CICS SEND MAP('WSMAINM')
021732             MAPSET('WSMAINS')
021733             FROM(WSMAINSO)
021734             DATAONLY
021735         END-EXEC
021736         GO TO 2600-EXIT
021737     END-IF.
021738*
021739     MOVE 'M' TO HC-ORIGIN.
021740     EXEC CICS XCTL PROGRAM('WSHIST')
021741         COMMAREA(WS-HIST-COMMAREA)
021742     END-EXEC.
021743 2600-EXIT.
021744     EXIT.
021745*
021800******************************************************************
021900* 8000-END-SESSION - PF3 PRESSED, RETURN TO CICS
022000******************************************************************
