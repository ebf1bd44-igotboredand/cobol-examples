000100******************************************************************
000200* WSDEPT.CBL
000300*
000400* PROGRAM-ID.  WSDEPT
000500*
000600* AUTHOR.       D. L. WHITFIELD
000700* INSTALLATION. DATA CENTER SERVICES - ONLINE SYSTEMS GROUP
000800* DATE-WRITTEN. 2026-10-15
000900* DATE-COMPILED.
001000*
001100* PSEUDO-CONVERSATIONAL CICS TRANSACTION (WSDP) THAT LETS THE
001200* OPERATIONS DESK DISPLAY, ADD, CHANGE OR DELETE ONE DEPARTMENT
001300* REFERENCE RECORD (CICS FILE DEPTMSTR) THROUGH MAP WSDEPTM OF
001400* MAPSET WSDEPTS - THE ONLINE COUNTERPART OF THE BATCH
001500* DEPARTMENT-MAINTENANCE RUN, WITH THE SAME RULES AND THE SAME
001600* D001-D010 REASON CODES.  A BLANK ACTION DISPLAYS THE CODE
001700* KEYED; ON A CHANGE A BLANK NAME OR HEADCOUNT IS LEFT AS IT
001800* WAS.  A DELETE IS REFUSED WHILE ANY NAME-MASTER EMPLOYEE
001900* STILL CARRIES THE DEPARTMENT CODE.  EVERY SUCCESSFUL ADD,
002000* CHANGE OR DELETE IS WRITTEN TO THE DEPARTMENT HISTORY (DPTHREC
002100* LAYOUT, CICS FILE DPTHIST) WITH THE OPERATOR, TERMINAL,
002200* TIMESTAMP AND THE BEFORE AND AFTER IMAGES.  A HISTORY FAILURE
002300* WARNS ON THE SCREEN BUT DOES NOT BACK OUT THE UPDATE.  PF3
002400* ENDS THE CONVERSATION.
002433* A DELETE IS ALSO REFUSED (D010) WHEN THE NAME-MASTER CANNOT BE
002466* BROWSED TO THE END.
002500*
002600* MODIFICATION HISTORY.
002700*     2026-10-15  DLW  ORIGINAL VERSION.
002733*     2026-10-15  DLW  A FAILED REWRITE ON A CHANGE SHOWS REASON
002766*                       CODE D009 LIKE THE OTHER UPDATE FAILURES.
002777*     2026-10-15  DLW  A NAME-MASTER BROWSE THAT FAILS REFUSES
002788*                       THE DELETE WITH D010.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.              WSDEPT.
003100 AUTHOR.                  D. L. WHITFIELD.
003200 INSTALLATION.            DATA CENTER SVCS - ONLINE SYSTEMS GROUP.
003300 DATE-WRITTEN.            2026-10-15.
003400 DATE-COMPILED.
003500*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.         IBM-370.
003900 OBJECT-COMPUTER.         IBM-370.
004000*
004100 DATA DIVISION.
004200 WORKING-STORAGE SECTION.
004300*
004400******************************************************************
004500* MAP AND ATTENTION-KEY COPYBOOKS
004600******************************************************************
004700 01  WS-MAPSET-NAME              PIC X(08) VALUE 'WSDEPTS'.
004800 01  WS-MAP-NAME                 PIC X(08) VALUE 'WSDEPTM'.
004900 COPY WSDEPTS.
005000 COPY DFHAID.
005100 COPY DFHBMSCA.
005200*
005300******************************************************************
005400* COMMAREA - CARRIES CONTEXT ACROSS PSEUDO-CONVERSATIONAL TRIPS
005500******************************************************************
005600 01  WS-COMMAREA.
005700     05  CA-DEPT-CODE               PIC X(04).
005800     05  CA-FUNCTION                PIC X(01).
005900         88  CA-FIRST-TIME               VALUE 'F'.
006000         88  CA-UPDATE-TIME              VALUE 'U'.
006100*
006200******************************************************************
006300* WORK FIELDS
006400******************************************************************
006500 01  WS-WORK-FIELDS.
006600     05  WS-RESP                    PIC S9(08) COMP.
006700     05  WS-MESSAGE                 PIC X(79) VALUE SPACES.
006800     05  WS-DEPT-CODE               PIC X(04) VALUE SPACES.
006900     05  WS-ACTION-CODE             PIC X(01) VALUE SPACE.
007000         88  WS-ACTION-DISPLAY           VALUE SPACE.
007100         88  WS-ACTION-ADD               VALUE 'A'.
007200         88  WS-ACTION-CHANGE            VALUE 'C'.
007300         88  WS-ACTION-DELETE            VALUE 'D'.
007400     05  WS-END-OF-SESSION-SW       PIC X(01) VALUE 'N'.
007500         88  WS-END-OF-SESSION           VALUE 'Y'.
007600     05  WS-EDIT-SWITCH             PIC X(01) VALUE 'Y'.
007700         88  WS-ENTRY-VALID              VALUE 'Y'.
007800         88  WS-ENTRY-INVALID            VALUE 'N'.
007900     05  WS-REASON-CODE             PIC X(04) VALUE SPACES.
008000     05  WS-REASON-TEXT             PIC X(40) VALUE SPACES.
008100     05  WS-NEW-DEPT-NAME           PIC X(20) VALUE SPACES.
008200     05  WS-HEADCOUNT-ENTRY         PIC X(05) VALUE SPACES.
008300     05  WS-HEADCOUNT-WORK          PIC X(05) VALUE SPACES.
008400     05  WS-HEADCOUNT-LEN           PIC S9(04) COMP VALUE ZERO.
008500     05  WS-HEADCOUNT-POS           PIC S9(04) COMP VALUE ZERO.
008600     05  WS-BEFORE-IMAGE            PIC X(30) VALUE SPACES.
008700     05  WS-HIST-RESP               PIC S9(08) COMP.
008800     05  WS-HIST-RBA                PIC S9(08) COMP VALUE ZERO.
008900     05  WS-ABSTIME                 PIC S9(15) COMP-3 VALUE ZERO.
009000     05  WS-HIST-DATE               PIC X(08) VALUE SPACES.
009100     05  WS-HIST-TIME               PIC X(08) VALUE SPACES.
009200     05  WS-BROWSE-KEY              PIC X(05) VALUE LOW-VALUES.
009300     05  WS-EMP-EOF-SWITCH          PIC X(01) VALUE 'N'.
009400         88  WS-END-OF-EMPLOYEES         VALUE 'Y'.
009500     05  WS-ASSIGNED-SWITCH         PIC X(01) VALUE 'N'.
009600         88  WS-EMPLOYEES-ASSIGNED       VALUE 'Y'.
009633     05  WS-BROWSE-ERROR-SWITCH     PIC X(01) VALUE 'N'.
009666         88  WS-EMPLOYEE-BROWSE-FAILED   VALUE 'Y'.
009700*
009800 COPY DEPTREC.
009900*
010000 COPY DPTHREC.
010100*
010200 COPY EMPREC.
010300*
010400 LINKAGE SECTION.
010500 01  DFHCOMMAREA.
010600     05  LK-COMMAREA                PIC X(05).
010700*
010800 PROCEDURE DIVISION.
010900*
011000******************************************************************
011100* 0000-MAINLINE
011200******************************************************************
011300 0000-MAINLINE.
011400     IF EIBCALEN = 0
011500         PERFORM 1000-FIRST-ENTRY
011600             THRU 1000-EXIT
011700     ELSE
011800         MOVE DFHCOMMAREA TO WS-COMMAREA
011900         EVALUATE TRUE
012000             WHEN EIBAID = DFHPF3
012100                 PERFORM 8000-END-SESSION
012200                     THRU 8000-EXIT
012300             WHEN OTHER
012400                 PERFORM 2000-RECEIVE-AND-PROCESS
012500                     THRU 2000-EXIT
012600         END-EVALUATE
012700     END-IF.
012800*
012900     IF NOT WS-END-OF-SESSION
013000         EXEC CICS RETURN
013100             TRANSID('WSDP')
013200             COMMAREA(WS-COMMAREA)
013300         END-EXEC
013400     END-IF.
013500     GOBACK.
013600*
013700 0000-EXIT.
013800     EXIT.
013900*
014000******************************************************************
014100* 1000-FIRST-ENTRY - INITIAL TRANSACTION START, BLANK SCREEN
014200******************************************************************
014300 1000-FIRST-ENTRY.
014400     MOVE LOW-VALUES TO WSDEPTSO.
014500     MOVE SPACES TO WS-COMMAREA.
014600     SET CA-FIRST-TIME TO TRUE.
014700     MOVE 'ENTER DEPT CODE AND AN ACTION, OR PF3 TO EXIT'
014800         TO MSGLO.
014900     EXEC CICS SEND MAP('WSDEPTM')
015000         MAPSET('WSDEPTS')
015100         FROM(WSDEPTSO)
015200         ERASE
015300     END-EXEC.
015400 1000-EXIT.
015500     EXIT.
015600*
015700******************************************************************
015800* 2000-RECEIVE-AND-PROCESS - READ ENTERED DATA, EDIT, APPLY THE
015900*                            ACTION AND REDISPLAY
016000******************************************************************
016100 2000-RECEIVE-AND-PROCESS.
016200     EXEC CICS RECEIVE MAP('WSDEPTM')
016300         MAPSET('WSDEPTS')
016400         INTO(WSDEPTSI)
016500         RESP(WS-RESP)
016600     END-EXEC.
016700*
016800     IF WS-RESP NOT = DFHRESP(NORMAL)
016900         MOVE '** INPUT ERROR - RE-ENTER AND PRESS ENTER **'
017000             TO MSGLO
017100         GO TO 2000-SEND
017200     END-IF.
017300*
017400     INSPECT ACTNI REPLACING ALL LOW-VALUE BY SPACE.
017500     INSPECT DCODEI REPLACING ALL LOW-VALUE BY SPACE.
017600     INSPECT DNAMEI REPLACING ALL LOW-VALUE BY SPACE.
017700     INSPECT DAUTHI REPLACING ALL LOW-VALUE BY SPACE.
017800     MOVE ACTNI TO WS-ACTION-CODE.
017900     MOVE DCODEI TO WS-DEPT-CODE.
018000     MOVE DNAMEI TO WS-NEW-DEPT-NAME.
018100     MOVE DAUTHI TO WS-HEADCOUNT-ENTRY.
018200*
018300     PERFORM 2100-EDIT-ENTRY
018400         THRU 2100-EXIT.
018500     IF WS-ENTRY-INVALID
018600         PERFORM 2900-FORMAT-REASON
018700             THRU 2900-EXIT
018800         GO TO 2000-SEND
018900     END-IF.
019000*
019100     EVALUATE TRUE
019200         WHEN WS-ACTION-DISPLAY
019300             PERFORM 2200-DISPLAY-DEPARTMENT
019400                 THRU 2200-EXIT
019500         WHEN WS-ACTION-ADD
019600             PERFORM 2300-ADD-DEPARTMENT
019700                 THRU 2300-EXIT
019800         WHEN WS-ACTION-CHANGE
019900             PERFORM 2400-CHANGE-DEPARTMENT
020000                 THRU 2400-EXIT
020100         WHEN WS-ACTION-DELETE
020200             PERFORM 2500-DELETE-DEPARTMENT
020300                 THRU 2500-EXIT
020400     END-EVALUATE.
020500*
020600 2000-SEND.
020700     MOVE SPACE TO ACTNO.
020800     MOVE WS-DEPT-CODE TO DCODEO.
020900     MOVE WS-DEPT-CODE TO CA-DEPT-CODE.
021000     SET CA-UPDATE-TIME TO TRUE.
021100     EXEC CICS SEND MAP('WSDEPTM')
021200         MAPSET('WSDEPTS')
021300         FROM(WSDEPTSO)
021400         DATAONLY
021500     END-EXEC.
021600 2000-EXIT.
021700     EXIT.
021800*
021900******************************************************************
022000* 2100-EDIT-ENTRY - FIELD EDITS BEFORE THE REFERENCE IS READ,
022100*                   THE SAME RULES AS THE BATCH RUN
022200******************************************************************
022300 2100-EDIT-ENTRY.
022400     SET WS-ENTRY-VALID TO TRUE.
022500     MOVE SPACES TO WS-REASON-CODE WS-REASON-TEXT.
022600*
022700     IF NOT WS-ACTION-DISPLAY AND NOT WS-ACTION-ADD
022800         AND NOT WS-ACTION-CHANGE AND NOT WS-ACTION-DELETE
022900         SET WS-ENTRY-INVALID TO TRUE
023000         MOVE 'D001' TO WS-REASON-CODE
023100         MOVE 'ACTION CODE NOT A, C OR D'
023200             TO WS-REASON-TEXT
023300         GO TO 2100-EXIT
023400     END-IF.
023500*
023600     IF WS-DEPT-CODE = SPACES
023700         SET WS-ENTRY-INVALID TO TRUE
023800         MOVE 'D002' TO WS-REASON-CODE
023900         MOVE 'DEPARTMENT CODE MISSING'
024000             TO WS-REASON-TEXT
024100         GO TO 2100-EXIT
024200     END-IF.
024300*
024400     IF WS-ACTION-DISPLAY OR WS-ACTION-DELETE
024500         GO TO 2100-EXIT
024600     END-IF.
024700*
024800     IF WS-ACTION-ADD AND WS-NEW-DEPT-NAME = SPACES
024900         SET WS-ENTRY-INVALID TO TRUE
025000         MOVE 'D003' TO WS-REASON-CODE
025100         MOVE 'DEPARTMENT NAME MISSING ON ADD'
025200             TO WS-REASON-TEXT
025300         GO TO 2100-EXIT
025400     END-IF.
025500*
025600     IF WS-ACTION-CHANGE AND WS-NEW-DEPT-NAME = SPACES
025700         AND WS-HEADCOUNT-ENTRY = SPACES
025800         SET WS-ENTRY-INVALID TO TRUE
025900         MOVE 'D005' TO WS-REASON-CODE
026000         MOVE 'CHANGE CARRIES NO NAME OR HEADCOUNT'
026100             TO WS-REASON-TEXT
026200         GO TO 2100-EXIT
026300     END-IF.
026400*
026500     PERFORM 2150-JUSTIFY-HEADCOUNT
026600         THRU 2150-EXIT.
026700     IF WS-HEADCOUNT-WORK NOT = SPACES
026800         AND WS-HEADCOUNT-WORK IS NOT NUMERIC
026900         SET WS-ENTRY-INVALID TO TRUE
027000         MOVE 'D004' TO WS-REASON-CODE
027100         MOVE 'AUTHORIZED HEADCOUNT NOT NUMERIC'
027200             TO WS-REASON-TEXT
027300     END-IF.
027400 2100-EXIT.
027500     EXIT.
027600*
027700******************************************************************
027800* 2150-JUSTIFY-HEADCOUNT - THE HEADCOUNT IS USUALLY KEYED FROM
027900*                          THE LEFT OF THE FIELD; RIGHT-JUSTIFY IT
028000*                          WITH LEADING ZEROS SO "12" IS 00012
028100******************************************************************
028200 2150-JUSTIFY-HEADCOUNT.
028300     MOVE SPACES TO WS-HEADCOUNT-WORK.
028400     IF WS-HEADCOUNT-ENTRY = SPACES
028500         GO TO 2150-EXIT
028600     END-IF.
028700*
028800     MOVE ZERO TO WS-HEADCOUNT-LEN.
028900     INSPECT WS-HEADCOUNT-ENTRY
029000         REPLACING LEADING SPACE BY '0'.
029100     INSPECT WS-HEADCOUNT-ENTRY
029200         TALLYING WS-HEADCOUNT-LEN FOR CHARACTERS
029300         BEFORE INITIAL SPACE.
029400     MOVE ZEROS TO WS-HEADCOUNT-WORK.
029500     COMPUTE WS-HEADCOUNT-POS = 6 - WS-HEADCOUNT-LEN.
029600     MOVE WS-HEADCOUNT-ENTRY (1:WS-HEADCOUNT-LEN)
029700         TO WS-HEADCOUNT-WORK (WS-HEADCOUNT-POS:WS-HEADCOUNT-LEN).
029710*    DIGITS AFTER AN EMBEDDED SPACE ("1 2") MAKE THE FIELD FAIL
029720*    THE NUMERIC TEST RATHER THAN BE QUIETLY DROPPED
029730     IF WS-HEADCOUNT-LEN < 5
029740         AND WS-HEADCOUNT-ENTRY (WS-HEADCOUNT-LEN + 1:)
029745             NOT = SPACES
029750         MOVE 'X' TO WS-HEADCOUNT-WORK (1:1)
029760     END-IF.
029800 2150-EXIT.
029900     EXIT.
030000*
030100******************************************************************
030200* 2200-DISPLAY-DEPARTMENT - READ ONLY, NO ACTION KEYED
030300******************************************************************
030400 2200-DISPLAY-DEPARTMENT.
030500     EXEC CICS READ FILE('DEPTMSTR')
030600         INTO(DEPT-REFERENCE-RECORD)
030700         RIDFLD(WS-DEPT-CODE)
030800         RESP(WS-RESP)
030900     END-EXEC.
031000*
031100     IF WS-RESP = DFHRESP(NORMAL)
031200         PERFORM 2800-SHOW-DEPARTMENT
031300             THRU 2800-EXIT
031400         MOVE 'DEPARTMENT FOUND - KEY C OR D AND PRESS ENTER'
031500             TO MSGLO
031600     ELSE
031700         MOVE SPACES TO DNAMEO DAUTHO
031800         MOVE '** DEPARTMENT NOT ON REFERENCE **' TO MSGLO
031900     END-IF.
032000 2200-EXIT.
032100     EXIT.
032200*
032300******************************************************************
032400* 2300-ADD-DEPARTMENT - WRITE A NEW REFERENCE RECORD
032500******************************************************************
032600 2300-ADD-DEPARTMENT.
032700     MOVE SPACES TO DEPT-REFERENCE-RECORD.
032800     MOVE WS-DEPT-CODE TO DPT-DEPT-CODE.
032900     MOVE WS-NEW-DEPT-NAME TO DPT-DEPT-NAME.
033000     MOVE WS-HEADCOUNT-WORK TO DPT-AUTH-HEADCOUNT (1:5).
033100     EXEC CICS WRITE FILE('DEPTMSTR')
033200         FROM(DEPT-REFERENCE-RECORD)
033300         RIDFLD(DPT-DEPT-CODE)
033400         RESP(WS-RESP)
033500     END-EXEC.
033600*
033700     EVALUATE WS-RESP
033800         WHEN DFHRESP(NORMAL)
033900             PERFORM 2800-SHOW-DEPARTMENT
034000                 THRU 2800-EXIT
034100             MOVE 'DEPARTMENT ADDED' TO MSGLO
034200             MOVE SPACES TO WS-BEFORE-IMAGE
034300             PERFORM 2700-WRITE-DEPT-HISTORY
034400                 THRU 2700-EXIT
034500         WHEN DFHRESP(DUPREC)
034600             MOVE 'D006' TO WS-REASON-CODE
034700             MOVE 'DEPARTMENT ALREADY ON REFERENCE'
034800                 TO WS-REASON-TEXT
034900             PERFORM 2900-FORMAT-REASON
035000                 THRU 2900-EXIT
035100         WHEN OTHER
035200             MOVE 'D009' TO WS-REASON-CODE
035300             MOVE 'DEPARTMENT REFERENCE WRITE FAILED'
035400                 TO WS-REASON-TEXT
035500             PERFORM 2900-FORMAT-REASON
035600                 THRU 2900-EXIT
035700     END-EVALUATE.
035800 2300-EXIT.
035900     EXIT.
036000*
036100******************************************************************
036200* 2400-CHANGE-DEPARTMENT - READ FOR UPDATE, OVERLAY NON-BLANK
036300*                          FIELDS, REWRITE
036400******************************************************************
036500 2400-CHANGE-DEPARTMENT.
036600     EXEC CICS READ FILE('DEPTMSTR')
036700         INTO(DEPT-REFERENCE-RECORD)
036800         RIDFLD(WS-DEPT-CODE)
036900         UPDATE
037000         RESP(WS-RESP)
037100     END-EXEC.
037200*
037300     IF WS-RESP NOT = DFHRESP(NORMAL)
037400         MOVE 'D007' TO WS-REASON-CODE
037500         MOVE 'DEPARTMENT NOT ON REFERENCE'
037600             TO WS-REASON-TEXT
037700         PERFORM 2900-FORMAT-REASON
037800             THRU 2900-EXIT
037900         GO TO 2400-EXIT
038000     END-IF.
038100*
038200     MOVE DEPT-REFERENCE-RECORD TO WS-BEFORE-IMAGE.
038300     IF WS-NEW-DEPT-NAME NOT = SPACES
038400         MOVE WS-NEW-DEPT-NAME TO DPT-DEPT-NAME
038500     END-IF.
038600     IF WS-HEADCOUNT-WORK NOT = SPACES
038700         MOVE WS-HEADCOUNT-WORK TO DPT-AUTH-HEADCOUNT (1:5)
038800     END-IF.
038900*
039000     EXEC CICS REWRITE FILE('DEPTMSTR')
039100         FROM(DEPT-REFERENCE-RECORD)
039200         RESP(WS-RESP)
039300     END-EXEC.
039400     IF WS-RESP = DFHRESP(NORMAL)
039500         PERFORM 2800-SHOW-DEPARTMENT
039600             THRU 2800-EXIT
039700         MOVE 'DEPARTMENT CHANGED' TO MSGLO
039800         PERFORM 2700-WRITE-DEPT-HISTORY
039900             THRU 2700-EXIT
040000     ELSE
040100         MOVE 'D009' TO WS-REASON-CODE
040200         MOVE 'DEPARTMENT REFERENCE REWRITE FAILED'
040225             TO WS-REASON-TEXT
040250         PERFORM 2900-FORMAT-REASON
040275             THRU 2900-EXIT
040300     END-IF.
040400 2400-EXIT.
040500     EXIT.
040600*
040700******************************************************************
040800* 2500-DELETE-DEPARTMENT - REFUSED WHILE ANY EMPLOYEE ON THE
040900*                          NAME-MASTER STILL CARRIES THE CODE
041000******************************************************************
041100 2500-DELETE-DEPARTMENT.
041200     EXEC CICS READ FILE('DEPTMSTR')
041300         INTO(DEPT-REFERENCE-RECORD)
041400         RIDFLD(WS-DEPT-CODE)
041500         RESP(WS-RESP)
041600     END-EXEC.
041700*
041800     IF WS-RESP NOT = DFHRESP(NORMAL)
041900         MOVE 'D007' TO WS-REASON-CODE
042000         MOVE 'DEPARTMENT NOT ON REFERENCE'
042100             TO WS-REASON-TEXT
042200         PERFORM 2900-FORMAT-REASON
042300             THRU 2900-EXIT
042400         GO TO 2500-EXIT
042500     END-IF.
042600     MOVE DEPT-REFERENCE-RECORD TO WS-BEFORE-IMAGE.
042700*
042800     PERFORM 2600-CHECK-EMPLOYEES-ASSIGNED
042900         THRU 2600-EXIT.
043000     IF WS-EMPLOYEES-ASSIGNED
043100         PERFORM 2800-SHOW-DEPARTMENT
043200             THRU 2800-EXIT
043300         MOVE 'D008' TO WS-REASON-CODE
043400         MOVE 'EMPLOYEES STILL ASSIGNED TO DEPARTMENT'
043500             TO WS-REASON-TEXT
043600         PERFORM 2900-FORMAT-REASON
043700             THRU 2900-EXIT
043800         GO TO 2500-EXIT
043900     END-IF.
043909     IF WS-EMPLOYEE-BROWSE-FAILED
043918         PERFORM 2800-SHOW-DEPARTMENT
043927             THRU 2800-EXIT
043936         MOVE 'D010' TO WS-REASON-CODE
043945         MOVE 'NAME-MASTER BROWSE FAILED'
043954             TO WS-REASON-TEXT
043963         PERFORM 2900-FORMAT-REASON
043972             THRU 2900-EXIT
043981         GO TO 2500-EXIT
043990     END-IF.
044000*
044100     EXEC CICS DELETE FILE('DEPTMSTR')
044200         RIDFLD(WS-DEPT-CODE)
044300         RESP(WS-RESP)
044400     END-EXEC.
044500     IF WS-RESP = DFHRESP(NORMAL)
044600         MOVE SPACES TO DNAMEO DAUTHO
044700         MOVE 'DEPARTMENT DELETED' TO MSGLO
044800         MOVE SPACES TO DEPT-REFERENCE-RECORD
044900         PERFORM 2700-WRITE-DEPT-HISTORY
045000             THRU 2700-EXIT
045100     ELSE
045200         MOVE 'D009' TO WS-REASON-CODE
045300         MOVE 'DEPARTMENT REFERENCE DELETE FAILED'
045400             TO WS-REASON-TEXT
045500         PERFORM 2900-FORMAT-REASON
045600             THRU 2900-EXIT
045700     END-IF.
045800 2500-EXIT.
045900     EXIT.
046000*
046100******************************************************************
046200* 2600-CHECK-EMPLOYEES-ASSIGNED - BROWSE THE NAME-MASTER FROM
046300*                                 THE TOP, STOPPING AT THE FIRST
046400*                                 EMPLOYEE IN THE DEPARTMENT.
046425*                                 ANY RESPONSE BUT NOTFND ON THE
046450*                                 START OR ENDFILE ON THE READS
046475*                                 SETS THE BROWSE-FAILED SWITCH
046500******************************************************************
046600 2600-CHECK-EMPLOYEES-ASSIGNED.
046700     MOVE 'N' TO WS-ASSIGNED-SWITCH.
046800     MOVE 'N' TO WS-EMP-EOF-SWITCH.
046850     MOVE 'N' TO WS-BROWSE-ERROR-SWITCH.
046900     MOVE LOW-VALUES TO WS-BROWSE-KEY.
047000     EXEC CICS STARTBR FILE('NAMEMSTR')
047100         RIDFLD(WS-BROWSE-KEY)
047200         GTEQ
047300         RESP(WS-RESP)
047400     END-EXEC.
047500     IF WS-RESP NOT = DFHRESP(NORMAL)
047525         IF WS-RESP NOT = DFHRESP(NOTFND)
047550             SET WS-EMPLOYEE-BROWSE-FAILED TO TRUE
047575         END-IF
047600         GO TO 2600-EXIT
047700     END-IF.
047800*
047900     PERFORM 2650-CHECK-ONE-EMPLOYEE
048000         THRU 2650-EXIT
048100         UNTIL WS-END-OF-EMPLOYEES
048200             OR WS-EMPLOYEES-ASSIGNED.
048300*
048400     EXEC CICS ENDBR FILE('NAMEMSTR')
048500         RESP(WS-RESP)
048600     END-EXEC.
048700 2600-EXIT.
048800     EXIT.
048900*
049000******************************************************************
049100* 2650-CHECK-ONE-EMPLOYEE - ONE READNEXT, COMPARE DEPARTMENT
049200******************************************************************
049300 2650-CHECK-ONE-EMPLOYEE.
049400     EXEC CICS READNEXT FILE('NAMEMSTR')
049500         INTO(EMPLOYEE-RECORD)
049600         RIDFLD(WS-BROWSE-KEY)
049700         RESP(WS-RESP)
049800     END-EXEC.
049900     IF WS-RESP NOT = DFHRESP(NORMAL)
049925         IF WS-RESP NOT = DFHRESP(ENDFILE)
049950             SET WS-EMPLOYEE-BROWSE-FAILED TO TRUE
049975         END-IF
050000         SET WS-END-OF-EMPLOYEES TO TRUE
050100         GO TO 2650-EXIT
050200     END-IF.
050300     IF EMP-DEPT-CODE = WS-DEPT-CODE
050400         SET WS-EMPLOYEES-ASSIGNED TO TRUE
050500     END-IF.
050600 2650-EXIT.
050700     EXIT.
050800*
050900******************************************************************
051000* 2700-WRITE-DEPT-HISTORY - BEFORE/AFTER IMAGES, OPERATOR,
051100*                           TERMINAL AND TIMESTAMP TO THE
051200*                           DEPARTMENT HISTORY
051300******************************************************************
051400 2700-WRITE-DEPT-HISTORY.
051500     MOVE SPACES TO DEPT-HISTORY-RECORD.
051600*
051700     EXEC CICS ASKTIME
051800         ABSTIME(WS-ABSTIME)
051900     END-EXEC.
052000     EXEC CICS FORMATTIME
052100         ABSTIME(WS-ABSTIME)
052200         YYYYMMDD(WS-HIST-DATE)
052300         TIME(WS-HIST-TIME)
052400     END-EXEC.
052500     MOVE WS-HIST-DATE TO DHS-CHANGE-DATE (1:8).
052600     MOVE WS-HIST-TIME (1:6) TO DHS-CHANGE-TIME (1:6).
052700     MOVE '00' TO DHS-CHANGE-TIME (7:2).
052800*
052900     MOVE WS-ACTION-CODE TO DHS-ACTION-CODE.
053000     SET DHS-SOURCE-ONLINE TO TRUE.
053100     EXEC CICS ASSIGN
053200         USERID(DHS-OPERATOR)
053300     END-EXEC.
053400     MOVE EIBTRMID TO DHS-TERMINAL.
053500     MOVE WS-DEPT-CODE TO DHS-DEPT-CODE.
053600     MOVE WS-BEFORE-IMAGE TO DHS-BEFORE-IMAGE.
053700     MOVE DEPT-REFERENCE-RECORD TO DHS-AFTER-IMAGE.
053800*
053900     MOVE ZERO TO WS-HIST-RBA.
054000     EXEC CICS WRITE FILE('DPTHIST')
054100         FROM(DEPT-HISTORY-RECORD)
054200         RIDFLD(WS-HIST-RBA)
054300         RBA
054400         RESP(WS-HIST-RESP)
054500     END-EXEC.
054600     IF WS-HIST-RESP NOT = DFHRESP(NORMAL)
054700         MOVE 'DEPT UPDATED - ** DEPT HISTORY WRITE FAILED **'
054800             TO MSGLO
054900     END-IF.
055000 2700-EXIT.
055100     EXIT.
055200*
055300******************************************************************
055400* 2800-SHOW-DEPARTMENT - REFERENCE RECORD TO THE SCREEN
055500******************************************************************
055600 2800-SHOW-DEPARTMENT.
055700     MOVE DPT-DEPT-NAME TO DNAMEO.
055800     MOVE DPT-AUTH-HEADCOUNT (1:5) TO DAUTHO.
055900 2800-EXIT.
056000     EXIT.
056100*
056200******************************************************************
056300* 2900-FORMAT-REASON - REASON CODE AND TEXT TO THE MESSAGE LINE
056400******************************************************************
056500 2900-FORMAT-REASON.
056600     MOVE SPACES TO WS-MESSAGE.
056700     STRING '** ' DELIMITED BY SIZE
056800            WS-REASON-CODE DELIMITED BY SIZE
056900            ' ' DELIMITED BY SIZE
057000            WS-REASON-TEXT DELIMITED BY '  '
057100            ' - NOT SAVED **' DELIMITED BY SIZE
057200         INTO WS-MESSAGE
057300     END-STRING.
057400     MOVE WS-MESSAGE TO MSGLO.
057500 2900-EXIT.
057600     EXIT.
057700*
057800******************************************************************
057900* 8000-END-SESSION - PF3 PRESSED, RETURN TO CICS
058000******************************************************************
058100 8000-END-SESSION.
058200     EXEC CICS SEND TEXT
058300         FROM('DEPARTMENT REFERENCE MAINTENANCE COMPLETE')
058400         ERASE
058500         FREEKB
058600     END-EXEC.
058700     SET WS-END-OF-SESSION TO TRUE.
058800     EXEC CICS RETURN
058900     END-EXEC.
059000 8000-EXIT.
059100     EXIT.
