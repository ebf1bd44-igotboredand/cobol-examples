000100******************************************************************
000200* WSAPPRV.CBL
000300*
000400* PROGRAM-ID.  WSAPPRV
000500*
000600* AUTHOR.       D. L. WHITFIELD
000700* INSTALLATION. DATA CENTER SERVICES - ONLINE SYSTEMS GROUP
000800* DATE-WRITTEN. 2026-10-15
000900* DATE-COMPILED.
001000*
001100* PSEUDO-CONVERSATIONAL CICS TRANSACTION (WSAP) FOR THE SUPERVISOR
001200* SIDE OF NAME-MASTER MAINTENANCE.  A NAME CHANGE OR DEPARTMENT
001300* TRANSFER KEYED ON THE WSMAINT (WSMT) SCREEN IS HELD ON THE
001400* PENDING-APPROVAL FILE (APVREC LAYOUT, CICS FILE PENDAPR) UNTIL
001500* IT IS DECIDED HERE.  THE SCREEN LISTS THE ITEMS STILL PENDING,
001600* OLDEST EMPLOYEE ID FIRST, EIGHT ROWS AT A TIME (PF8 PAGES
001700* FORWARD, PF7 RETURNS TO THE TOP).  A ROW NUMBER AND ENTER SHOWS
001800* THAT ITEM'S BEFORE AND AFTER VALUES; ACTION A AND ENTER THEN
001900* APPROVES IT, ACTION R WITH A REASON REJECTS IT.  PF3 ENDS THE
002000* CONVERSATION.
002100*
002200* THE USER WHO KEYED A CHANGE CANNOT DECIDE IT.  AN APPROVAL
002300* RE-READS THE NAME-MASTER FOR UPDATE AND APPLIES THE AFTER IMAGE
002400* ONLY WHEN THE RECORD STILL MATCHES THE BEFORE IMAGE KEYED AND
002500* THE AFTER IMAGE STILL PASSES THE SHARED EMPLOYEE EDIT (EMPEDIT,
002600* DEPARTMENT ON DEPTMSTR); OTHERWISE THE ITEM STAYS PENDING AND
002700* THE SUPERVISOR REJECTS IT FOR REKEYING.  AN APPLIED CHANGE IS
002800* JOURNALED TO THE ONLINE CHANGE JOURNAL (JRNREC LAYOUT, CICS
002900* FILE CHGJRNL) EXACTLY AS WSMAINT JOURNALED A DIRECT UPDATE -
003000* THE OPERATOR AND TERMINAL ARE THOSE THAT KEYED THE CHANGE AND
003100* THE TIMESTAMP IS WHEN IT WAS APPLIED; THE APPROVING SUPERVISOR
003200* IS KEPT ON THE PENDING-APPROVAL RECORD.  A JOURNAL FAILURE WARNS
003300* ON THE SCREEN BUT DOES NOT BACK OUT THE UPDATE.  ACCESS TO THE
003400* TRANSACTION IS LIMITED TO SUPERVISORS BY TRANSACTION SECURITY.
003500*
003600* MODIFICATION HISTORY.
003700*     2026-10-15  DLW  ORIGINAL VERSION.
003714*     2026-10-15  DLW  AN APPLIED CHANGE IS ALSO POSTED AT ONCE TO
003728*                       THE EMPLOYEE TIMELINE (TMLREC LAYOUT, CICS
003742*                       FILE EMPTIMEL) SO THE WSHIST INQUIRY SHOWS
003756*                       IT BEFORE THE NIGHTLY RELOAD.  A FAILED
003770*                       POST IS IGNORED - THE RELOAD PICKS THE
003784*                       CHANGE UP FROM THE JOURNAL.
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID.              WSAPPRV.
004100 AUTHOR.                  D. L. WHITFIELD.
004200 INSTALLATION.            DATA CENTER SVCS - ONLINE SYSTEMS GROUP.
004300 DATE-WRITTEN.            2026-10-15.
004400 DATE-COMPILED.
004500*
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.         IBM-370.
004900 OBJECT-COMPUTER.         IBM-370.
005000*
005100 DATA DIVISION.
005200 WORKING-STORAGE SECTION.
005300*
005400******************************************************************
005500* MAP AND ATTENTION-KEY COPYBOOKS
005600******************************************************************
005700 01  WS-MAPSET-NAME              PIC X(08) VALUE 'WSAPPRS'.
005800 01  WS-MAP-NAME                 PIC X(08) VALUE 'WSAPRM'.
005900 COPY WSAPPRS.
006000 COPY DFHAID.
006100 COPY DFHBMSCA.
006200*
006300******************************************************************
006400* COMMAREA - CARRIES CONTEXT ACROSS PSEUDO-CONVERSATIONAL TRIPS
006500******************************************************************
006600 01  WS-COMMAREA.
006700     05  CA-FUNCTION                PIC X(01).
006800         88  CA-FIRST-TIME               VALUE 'F'.
006900         88  CA-PAGE-SHOWN               VALUE 'P'.
007000     05  CA-TOP-KEY                 PIC X(21).
007100     05  CA-NEXT-KEY                PIC X(21).
007200     05  CA-ROW-COUNT               PIC 9(02).
007300     05  CA-ROW-KEY OCCURS 8 TIMES
007400                                    PIC X(21).
007500     05  CA-SEL-ROW                 PIC 9(02).
007600     05  CA-SEL-KEY                 PIC X(21).
007700*
007800******************************************************************
007900* WORK FIELDS
008000******************************************************************
008100 01  WS-WORK-FIELDS.
008200     05  WS-RESP                    PIC S9(08) COMP.
008300     05  WS-MESSAGE                 PIC X(79) VALUE SPACES.
008400     05  WS-BROWSE-KEY              PIC X(21) VALUE SPACES.
008500     05  WS-ROW-SUB                 PIC 9(02) COMP VALUE ZERO.
008600     05  WS-SEL-TEXT                PIC X(02) VALUE SPACES.
008700     05  WS-SEL-DIGITS              PIC X(02) VALUE SPACES.
008800     05  WS-SEL-NUM                 PIC 9(02) VALUE ZERO.
008900     05  WS-ACTION-CODE             PIC X(01) VALUE SPACE.
009000         88  WS-ACTION-NONE              VALUE SPACE.
009100         88  WS-ACTION-APPROVE           VALUE 'A'.
009200         88  WS-ACTION-REJECT            VALUE 'R'.
009300     05  WS-REJECT-REASON           PIC X(40) VALUE SPACES.
009400     05  WS-USERID                  PIC X(08) VALUE SPACES.
009500     05  WS-END-OF-SESSION-SW       PIC X(01) VALUE 'N'.
009600         88  WS-END-OF-SESSION           VALUE 'Y'.
009700     05  WS-PAGE-FULL-SW            PIC X(01) VALUE 'N'.
009800         88  WS-PAGE-FULL                VALUE 'Y'.
009900     05  WS-ITEM-EOF-SW             PIC X(01) VALUE 'N'.
010000         88  WS-END-OF-ITEMS             VALUE 'Y'.
010100     05  WS-EDIT-SWITCH             PIC X(01) VALUE 'Y'.
010200         88  WS-AFTER-IMAGE-VALID        VALUE 'Y'.
010300         88  WS-AFTER-IMAGE-INVALID      VALUE 'N'.
010400     05  WS-DEPT-RESP               PIC S9(08) COMP.
010500     05  WS-JRNL-RESP               PIC S9(08) COMP.
010600     05  WS-JRNL-RBA                PIC S9(08) COMP VALUE ZERO.
010650     05  WS-TIMELINE-RESP           PIC S9(08) COMP.
010700     05  WS-ABSTIME                 PIC S9(15) COMP-3 VALUE ZERO.
010800     05  WS-STAMP-DATE              PIC X(08) VALUE SPACES.
010900     05  WS-STAMP-TIME              PIC X(08) VALUE SPACES.
011000*
011100******************************************************************
011200* LIST COLUMN HEADING - TOO WIDE FOR AN INITIAL VALUE IN THE MAP
011300******************************************************************
011400 01  WS-LIST-HEADING.
011500     05  FILLER                     PIC X(34) VALUE
011600         'ROW  EMP ID SUBMITTED'.
011700     05  FILLER                     PIC X(24) VALUE
011800         'KEYED BY  TERM  CHANGE'.
011900*
012000******************************************************************
012100* ONE FORMATTED LIST ROW
012200******************************************************************
012300 01  WS-ROW-TEXT.
012400     05  WS-RT-ROW-NO               PIC Z9.
012500     05  FILLER                     PIC X(03) VALUE SPACES.
012600     05  WS-RT-EMP-ID               PIC X(05) VALUE SPACES.
012700     05  FILLER                     PIC X(02) VALUE SPACES.
012800     05  WS-RT-SUBMIT-DATE          PIC X(10) VALUE SPACES.
012900     05  FILLER                     PIC X(01) VALUE SPACES.
013000     05  WS-RT-SUBMIT-TIME          PIC X(08) VALUE SPACES.
013100     05  FILLER                     PIC X(02) VALUE SPACES.
013200     05  WS-RT-MAKER                PIC X(08) VALUE SPACES.
013300     05  FILLER                     PIC X(02) VALUE SPACES.
013400     05  WS-RT-TERMINAL             PIC X(04) VALUE SPACES.
013500     05  FILLER                     PIC X(02) VALUE SPACES.
013600     05  WS-RT-CHANGE               PIC X(09) VALUE SPACES.
013700*
013800******************************************************************
013900* SELECTED-ITEM DETAIL LINES
014000******************************************************************
014100 01  WS-DETAIL-HEADER.
014200     05  FILLER                     PIC X(07) VALUE 'EMP ID '.
014300     05  WS-DH-EMP-ID               PIC X(05) VALUE SPACES.
014400     05  FILLER                     PIC X(11) VALUE '  KEYED BY '.
014500     05  WS-DH-MAKER                PIC X(08) VALUE SPACES.
014600     05  FILLER                     PIC X(06) VALUE '  AT  '.
014700     05  WS-DH-TERMINAL             PIC X(04) VALUE SPACES.
014800     05  FILLER                     PIC X(06) VALUE '  ON  '.
014900     05  WS-DH-SUBMIT-DATE          PIC X(10) VALUE SPACES.
015000     05  FILLER                     PIC X(01) VALUE SPACE.
015100     05  WS-DH-SUBMIT-TIME          PIC X(08) VALUE SPACES.
015200*
015300 01  WS-DETAIL-IMAGE.
015400     05  WS-DI-LABEL                PIC X(08) VALUE SPACES.
015500     05  WS-DI-LAST-NAME            PIC X(15) VALUE SPACES.
015600     05  FILLER                     PIC X(01) VALUE SPACE.
015700     05  WS-DI-FIRST-NAME           PIC X(10) VALUE SPACES.
015800     05  FILLER                     PIC X(02) VALUE SPACES.
015900     05  WS-DI-DEPT-CODE            PIC X(04) VALUE SPACES.
016000*
016100******************************************************************
016200* TIMESTAMP EDITING - CCYYMMDD AND HHMMSSHH TO DISPLAY FORM
016300******************************************************************
016400 01  WS-EDIT-DATE-IN                PIC 9(08) VALUE ZERO.
016500 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE-IN.
016600     05  WS-EDIT-CCYY               PIC 9(04).
016700     05  WS-EDIT-MM                 PIC 9(02).
016800     05  WS-EDIT-DD                 PIC 9(02).
016900 01  WS-EDIT-DATE-OUT               PIC X(10) VALUE SPACES.
017000 01  WS-EDIT-TIME-IN                PIC 9(08) VALUE ZERO.
017100 01  WS-EDIT-TIME-PARTS REDEFINES WS-EDIT-TIME-IN.
017200     05  WS-EDIT-HH                 PIC 9(02).
017300     05  WS-EDIT-MI                 PIC 9(02).
017400     05  WS-EDIT-SS                 PIC 9(02).
017500     05  FILLER                     PIC 9(02).
017600 01  WS-EDIT-TIME-OUT               PIC X(08) VALUE SPACES.
017700*
017800 COPY APVREC.
017900*
018000 COPY EMPREC.
018100*
018200 COPY JRNREC.
018300*
018333 COPY TMLREC.
018366*
018400 COPY DEPTREC.
018500*
018600 COPY EDITPARM.
018700*
018800 LINKAGE SECTION.
018900 01  DFHCOMMAREA.
019000     05  LK-COMMAREA                PIC X(236).
019100*
019200 PROCEDURE DIVISION.
019300*
019400******************************************************************
019500* 0000-MAINLINE
019600******************************************************************
019700 0000-MAINLINE.
019800     IF EIBCALEN = 0
019900         PERFORM 1000-FIRST-ENTRY
020000             THRU 1000-EXIT
020100     ELSE
020200         MOVE DFHCOMMAREA TO WS-COMMAREA
020300         EVALUATE TRUE
020400             WHEN EIBAID = DFHPF3
020500                 PERFORM 8000-END-SESSION
020600                     THRU 8000-EXIT
020700             WHEN EIBAID = DFHPF7
020800                 PERFORM 2600-TOP-OF-LIST
020900                     THRU 2600-EXIT
021000             WHEN EIBAID = DFHPF8
021100                 PERFORM 2700-PAGE-FORWARD
021200                     THRU 2700-EXIT
021300             WHEN OTHER
021400                 PERFORM 2000-RECEIVE-AND-PROCESS
021500                     THRU 2000-EXIT
021600         END-EVALUATE
021700     END-IF.
021800*
021900     IF NOT WS-END-OF-SESSION
022000         EXEC CICS RETURN
022100             TRANSID('WSAP')
022200             COMMAREA(WS-COMMAREA)
022300         END-EXEC
022400     END-IF.
022500     GOBACK.
022600*
022700 0000-EXIT.
022800     EXIT.
022900*
023000******************************************************************
023100* 1000-FIRST-ENTRY - INITIAL TRANSACTION START, FIRST PAGE
023200******************************************************************
023300 1000-FIRST-ENTRY.
023400     MOVE SPACES TO WS-COMMAREA.
023500     SET CA-FIRST-TIME TO TRUE.
023600     MOVE LOW-VALUES TO WS-BROWSE-KEY.
023700     PERFORM 2100-BUILD-PAGE
023800         THRU 2100-EXIT.
023900 1000-EXIT.
024000     EXIT.
024100*
024200******************************************************************
024300* 2000-RECEIVE-AND-PROCESS - ENTER: AN ACTION DECIDES THE ITEM
024400*                            ON DISPLAY, A ROW NUMBER DISPLAYS AN
024500*                            ITEM, NEITHER REFRESHES THE PAGE
024600******************************************************************
024700 2000-RECEIVE-AND-PROCESS.
024800     EXEC CICS RECEIVE MAP('WSAPRM')
024900         MAPSET('WSAPPRS')
025000         INTO(WSAPPRSI)
025100         RESP(WS-RESP)
025200     END-EXEC.
025300*
025400     IF WS-RESP NOT = DFHRESP(NORMAL)
025500         MOVE '** INPUT ERROR - RE-ENTER AND PRESS ENTER **'
025600             TO WS-MESSAGE
025700         PERFORM 2450-SEND-MESSAGE-ONLY
025800             THRU 2450-EXIT
025900         GO TO 2000-EXIT
026000     END-IF.
026100*
026200     INSPECT SELROWI REPLACING ALL LOW-VALUE BY SPACE.
026300     INSPECT ACTNI REPLACING ALL LOW-VALUE BY SPACE.
026400     INSPECT RSNI REPLACING ALL LOW-VALUE BY SPACE.
026500     MOVE ACTNI TO WS-ACTION-CODE.
026600     MOVE RSNI TO WS-REJECT-REASON.
026700*
026800     EVALUATE TRUE
026900         WHEN NOT WS-ACTION-NONE
027000             PERFORM 3000-DECIDE-ITEM
027100                 THRU 3000-EXIT
027200         WHEN SELROWI NOT = SPACES
027300             PERFORM 2500-SELECT-ROW
027400                 THRU 2500-EXIT
027500         WHEN OTHER
027600             PERFORM 2800-REFRESH-PAGE
027700                 THRU 2800-EXIT
027800     END-EVALUATE.
027900 2000-EXIT.
028000     EXIT.
028100*
028200******************************************************************
028300* 2100-BUILD-PAGE - UP TO EIGHT PENDING ITEMS FROM WS-BROWSE-KEY;
028400*                   A NON-BLANK WS-MESSAGE REPLACES THE PROMPT
028500******************************************************************
028600 2100-BUILD-PAGE.
028700     MOVE LOW-VALUES TO WSAPPRSO.
028800     MOVE ZERO TO CA-ROW-COUNT.
028900     MOVE ZERO TO CA-SEL-ROW.
029000     MOVE SPACES TO CA-SEL-KEY.
029100     MOVE LOW-VALUES TO CA-TOP-KEY.
029200     MOVE HIGH-VALUES TO CA-NEXT-KEY.
029300     MOVE 'N' TO WS-PAGE-FULL-SW.
029400     MOVE 'N' TO WS-ITEM-EOF-SW.
029500     SET CA-PAGE-SHOWN TO TRUE.
029600*
029700     EXEC CICS STARTBR FILE('PENDAPR')
029800         RIDFLD(WS-BROWSE-KEY)
029900         GTEQ
030000         RESP(WS-RESP)
030100     END-EXEC.
030200*
030300     IF WS-RESP = DFHRESP(NORMAL)
030400         PERFORM 2150-READ-NEXT-ITEM
030500             THRU 2150-EXIT
030600             UNTIL WS-PAGE-FULL OR WS-END-OF-ITEMS
030700         EXEC CICS ENDBR FILE('PENDAPR')
030800             RESP(WS-RESP)
030900         END-EXEC
031000     END-IF.
031100*
031200     IF WS-MESSAGE NOT = SPACES
031300         MOVE WS-MESSAGE TO MSGLO
031400     ELSE
031500         IF CA-ROW-COUNT = 0
031600             MOVE 'NO CHANGES ARE WAITING FOR APPROVAL' TO MSGLO
031700         ELSE
031800             MOVE 'KEY A ROW NUMBER AND PRESS ENTER TO DISPLAY IT'
031900                 TO MSGLO
032000         END-IF
032100     END-IF.
032200     PERFORM 2400-SEND-PAGE
032300         THRU 2400-EXIT.
032400 2100-EXIT.
032500     EXIT.
032600*
032700******************************************************************
032800* 2150-READ-NEXT-ITEM - ONE READNEXT; DECIDED ITEMS ARE SKIPPED
032900******************************************************************
033000 2150-READ-NEXT-ITEM.
033100     EXEC CICS READNEXT FILE('PENDAPR')
033200         INTO(PENDING-APPROVAL-RECORD)
033300         RIDFLD(WS-BROWSE-KEY)
033400         RESP(WS-RESP)
033500     END-EXEC.
033600*
033700     IF WS-RESP NOT = DFHRESP(NORMAL)
033800         SET WS-END-OF-ITEMS TO TRUE
033900         GO TO 2150-EXIT
034000     END-IF.
034100*
034200     IF NOT APV-PENDING
034300         GO TO 2150-EXIT
034400     END-IF.
034500*
034600     IF CA-ROW-COUNT < 8
034700         ADD 1 TO CA-ROW-COUNT
034800         IF CA-ROW-COUNT = 1
034900             MOVE APV-KEY TO CA-TOP-KEY
035000         END-IF
035100         MOVE CA-ROW-COUNT TO WS-ROW-SUB
035200         PERFORM 2200-FORMAT-ONE-ROW
035300             THRU 2200-EXIT
035400     ELSE
035500         MOVE APV-KEY TO CA-NEXT-KEY
035600         SET WS-PAGE-FULL TO TRUE
035700     END-IF.
035800 2150-EXIT.
035900     EXIT.
036000*
036100******************************************************************
036200* 2200-FORMAT-ONE-ROW - PENDING ITEM INTO MAP ROW WS-ROW-SUB
036300******************************************************************
036400 2200-FORMAT-ONE-ROW.
036500     MOVE WS-ROW-SUB TO WS-RT-ROW-NO.
036600     MOVE APV-EMP-ID TO WS-RT-EMP-ID.
036700     MOVE APV-SUBMIT-DATE TO WS-EDIT-DATE-IN.
036800     MOVE APV-SUBMIT-TIME TO WS-EDIT-TIME-IN.
036900     PERFORM 2250-EDIT-TIMESTAMP
037000         THRU 2250-EXIT.
037100     MOVE WS-EDIT-DATE-OUT TO WS-RT-SUBMIT-DATE.
037200     MOVE WS-EDIT-TIME-OUT TO WS-RT-SUBMIT-TIME.
037300     MOVE APV-MAKER-USERID TO WS-RT-MAKER.
037400     MOVE APV-MAKER-TERMINAL TO WS-RT-TERMINAL.
037500     EVALUATE TRUE
037600         WHEN APV-NAME-CHANGE
037700             MOVE 'NAME' TO WS-RT-CHANGE
037800         WHEN APV-DEPT-TRANSFER
037900             MOVE 'TRANSFER' TO WS-RT-CHANGE
038000         WHEN OTHER
038100             MOVE 'NAME+DEPT' TO WS-RT-CHANGE
038200     END-EVALUATE.
038300     MOVE WS-ROW-TEXT TO APRROWO (WS-ROW-SUB).
038400     MOVE APV-KEY TO CA-ROW-KEY (WS-ROW-SUB).
038500 2200-EXIT.
038600     EXIT.
038700*
038800******************************************************************
038900* 2250-EDIT-TIMESTAMP - WS-EDIT-DATE-IN/TIME-IN TO DISPLAY FORM
039000******************************************************************
039100 2250-EDIT-TIMESTAMP.
039200     MOVE SPACES TO WS-EDIT-DATE-OUT.
039300     MOVE WS-EDIT-CCYY TO WS-EDIT-DATE-OUT (1:4).
039400     MOVE '-' TO WS-EDIT-DATE-OUT (5:1).
039500     MOVE WS-EDIT-MM TO WS-EDIT-DATE-OUT (6:2).
039600     MOVE '-' TO WS-EDIT-DATE-OUT (8:1).
039700     MOVE WS-EDIT-DD TO WS-EDIT-DATE-OUT (9:2).
039800     MOVE SPACES TO WS-EDIT-TIME-OUT.
039900     MOVE WS-EDIT-HH TO WS-EDIT-TIME-OUT (1:2).
040000     MOVE ':' TO WS-EDIT-TIME-OUT (3:1).
040100     MOVE WS-EDIT-MI TO WS-EDIT-TIME-OUT (4:2).
040200     MOVE ':' TO WS-EDIT-TIME-OUT (6:1).
040300     MOVE WS-EDIT-SS TO WS-EDIT-TIME-OUT (7:2).
040400 2250-EXIT.
040500     EXIT.
040600*
040700******************************************************************
040800* 2400-SEND-PAGE - FULL SEND WITH ERASE
040900******************************************************************
041000 2400-SEND-PAGE.
041100     MOVE WS-LIST-HEADING TO HDGO.
041200     EXEC CICS SEND MAP('WSAPRM')
041300         MAPSET('WSAPPRS')
041400         FROM(WSAPPRSO)
041500         ERASE
041600     END-EXEC.
041700 2400-EXIT.
041800     EXIT.
041900*
042000******************************************************************
042100* 2450-SEND-MESSAGE-ONLY - LEAVE THE PAGE ON DISPLAY
042200******************************************************************
042300 2450-SEND-MESSAGE-ONLY.
042400     MOVE LOW-VALUES TO WSAPPRSO.
042500     MOVE WS-MESSAGE TO MSGLO.
042600     EXEC CICS SEND MAP('WSAPRM')
042700         MAPSET('WSAPPRS')
042800         FROM(WSAPPRSO)
042900         DATAONLY
043000     END-EXEC.
043100 2450-EXIT.
043200     EXIT.
043300*
043400******************************************************************
043500* 2500-SELECT-ROW - DISPLAY THE BEFORE AND AFTER VALUES OF THE
043600*                   ROW NUMBER TYPED IN THE SELECT FIELD
043700******************************************************************
043800 2500-SELECT-ROW.
043900     MOVE SELROWI TO WS-SEL-TEXT.
044000     MOVE '00' TO WS-SEL-DIGITS.
044100     IF WS-SEL-TEXT (2:1) = SPACE
044200         MOVE WS-SEL-TEXT (1:1) TO WS-SEL-DIGITS (2:1)
044300     ELSE
044400         MOVE WS-SEL-TEXT TO WS-SEL-DIGITS
044500     END-IF.
044600*
044700     IF WS-SEL-DIGITS IS NUMERIC
044800         MOVE WS-SEL-DIGITS TO WS-SEL-NUM
044900     ELSE
045000         MOVE ZERO TO WS-SEL-NUM
045100     END-IF.
045200*
045300     IF WS-SEL-NUM < 1 OR WS-SEL-NUM > CA-ROW-COUNT
045400         MOVE '** SELECT A ROW NUMBER SHOWN ON THE SCREEN **'
045500             TO WS-MESSAGE
045600         PERFORM 2450-SEND-MESSAGE-ONLY
045700             THRU 2450-EXIT
045800         GO TO 2500-EXIT
045900     END-IF.
046000*
046100     EXEC CICS READ FILE('PENDAPR')
046200         INTO(PENDING-APPROVAL-RECORD)
046300         RIDFLD(CA-ROW-KEY (WS-SEL-NUM))
046400         RESP(WS-RESP)
046500     END-EXEC.
046600     IF WS-RESP NOT = DFHRESP(NORMAL)
046700         OR NOT APV-PENDING
046800         MOVE '** THAT CHANGE HAS ALREADY BEEN DECIDED **'
046900             TO WS-MESSAGE
047000         PERFORM 2800-REFRESH-PAGE
047100             THRU 2800-EXIT
047200         GO TO 2500-EXIT
047300     END-IF.
047400*
047500     MOVE WS-SEL-NUM TO CA-SEL-ROW.
047600     MOVE APV-KEY TO CA-SEL-KEY.
047700     MOVE LOW-VALUES TO WSAPPRSO.
047800     PERFORM 2550-SHOW-DETAIL
047900         THRU 2550-EXIT.
048000     MOVE 'KEY A TO APPROVE, OR R AND A REASON TO REJECT'
048100         TO MSGLO.
048200     EXEC CICS SEND MAP('WSAPRM')
048300         MAPSET('WSAPPRS')
048400         FROM(WSAPPRSO)
048500         DATAONLY
048600     END-EXEC.
048700 2500-EXIT.
048800     EXIT.
048900*
049000******************************************************************
049100* 2550-SHOW-DETAIL - PENDING-APPROVAL-RECORD TO THE DETAIL LINES
049200******************************************************************
049300 2550-SHOW-DETAIL.
049400     MOVE APV-EMP-ID TO WS-DH-EMP-ID.
049500     MOVE APV-MAKER-USERID TO WS-DH-MAKER.
049600     MOVE APV-MAKER-TERMINAL TO WS-DH-TERMINAL.
049700     MOVE APV-SUBMIT-DATE TO WS-EDIT-DATE-IN.
049800     MOVE APV-SUBMIT-TIME TO WS-EDIT-TIME-IN.
049900     PERFORM 2250-EDIT-TIMESTAMP
050000         THRU 2250-EXIT.
050100     MOVE WS-EDIT-DATE-OUT TO WS-DH-SUBMIT-DATE.
050200     MOVE WS-EDIT-TIME-OUT TO WS-DH-SUBMIT-TIME.
050300     MOVE WS-DETAIL-HEADER TO DETL1O.
050400*
050500     MOVE APV-BEFORE-IMAGE TO EMPLOYEE-RECORD.
050600     MOVE 'BEFORE' TO WS-DI-LABEL.
050700     MOVE EMP-LAST-NAME TO WS-DI-LAST-NAME.
050800     MOVE EMP-FIRST-NAME TO WS-DI-FIRST-NAME.
050900     MOVE EMP-DEPT-CODE TO WS-DI-DEPT-CODE.
051000     MOVE WS-DETAIL-IMAGE TO DETBO.
051100*
051200     MOVE APV-AFTER-IMAGE TO EMPLOYEE-RECORD.
051300     MOVE 'AFTER' TO WS-DI-LABEL.
051400     MOVE EMP-LAST-NAME TO WS-DI-LAST-NAME.
051500     MOVE EMP-FIRST-NAME TO WS-DI-FIRST-NAME.
051600     MOVE EMP-DEPT-CODE TO WS-DI-DEPT-CODE.
051700     MOVE WS-DETAIL-IMAGE TO DETAO.
051800 2550-EXIT.
051900     EXIT.
052000*
052100******************************************************************
052200* 2600-TOP-OF-LIST - PF7, REBUILD FROM THE FIRST PENDING ITEM
052300******************************************************************
052400 2600-TOP-OF-LIST.
052500     MOVE LOW-VALUES TO WS-BROWSE-KEY.
052600     PERFORM 2100-BUILD-PAGE
052700         THRU 2100-EXIT.
052800 2600-EXIT.
052900     EXIT.
053000*
053100******************************************************************
053200* 2700-PAGE-FORWARD - PF8, CONTINUE FROM THE SAVED NEXT KEY
053300******************************************************************
053400 2700-PAGE-FORWARD.
053500     IF NOT CA-PAGE-SHOWN
053600         OR CA-NEXT-KEY = HIGH-VALUES
053700         MOVE '** AT END OF LIST **' TO WS-MESSAGE
053800         PERFORM 2450-SEND-MESSAGE-ONLY
053900             THRU 2450-EXIT
054000         GO TO 2700-EXIT
054100     END-IF.
054200     MOVE CA-NEXT-KEY TO WS-BROWSE-KEY.
054300     PERFORM 2100-BUILD-PAGE
054400         THRU 2100-EXIT.
054500 2700-EXIT.
054600     EXIT.
054700*
054800******************************************************************
054900* 2800-REFRESH-PAGE - REBUILD THE CURRENT PAGE FROM ITS TOP ITEM,
055000*                     DROPPING ANY ITEM DECIDED SINCE
055100******************************************************************
055200 2800-REFRESH-PAGE.
055300     MOVE CA-TOP-KEY TO WS-BROWSE-KEY.
055400     IF WS-BROWSE-KEY = SPACES
055500         MOVE LOW-VALUES TO WS-BROWSE-KEY
055600     END-IF.
055700     PERFORM 2100-BUILD-PAGE
055800         THRU 2100-EXIT.
055900 2800-EXIT.
056000     EXIT.
056100*
056200******************************************************************
056300* 3000-DECIDE-ITEM - EDIT THE ACTION, LOCK THE SELECTED ITEM AND
056400*                    REFUSE A DECISION BY THE USER WHO KEYED IT
056500******************************************************************
056600 3000-DECIDE-ITEM.
056700     IF CA-SEL-KEY = SPACES
056800         MOVE '** SELECT A ROW BEFORE KEYING AN ACTION **'
056900             TO WS-MESSAGE
057000         PERFORM 2450-SEND-MESSAGE-ONLY
057100             THRU 2450-EXIT
057200         GO TO 3000-EXIT
057300     END-IF.
057400*
057500     IF NOT WS-ACTION-APPROVE AND NOT WS-ACTION-REJECT
057600         MOVE '** ACTION MUST BE A (APPROVE) OR R (REJECT) **'
057700             TO WS-MESSAGE
057800         PERFORM 2450-SEND-MESSAGE-ONLY
057900             THRU 2450-EXIT
058000         GO TO 3000-EXIT
058100     END-IF.
058200*
058300     IF WS-ACTION-REJECT AND WS-REJECT-REASON = SPACES
058400         MOVE '** A REASON IS REQUIRED TO REJECT A CHANGE **'
058500             TO WS-MESSAGE
058600         PERFORM 2450-SEND-MESSAGE-ONLY
058700             THRU 2450-EXIT
058800         GO TO 3000-EXIT
058900     END-IF.
059000*
059100     EXEC CICS READ FILE('PENDAPR')
059200         INTO(PENDING-APPROVAL-RECORD)
059300         RIDFLD(CA-SEL-KEY)
059400         UPDATE
059500         RESP(WS-RESP)
059600     END-EXEC.
059700     IF WS-RESP NOT = DFHRESP(NORMAL)
059800         MOVE '** THAT CHANGE IS NO LONGER ON FILE **'
059900             TO WS-MESSAGE
060000         PERFORM 2800-REFRESH-PAGE
060100             THRU 2800-EXIT
060200         GO TO 3000-EXIT
060300     END-IF.
060400     IF NOT APV-PENDING
060500         EXEC CICS UNLOCK FILE('PENDAPR')
060600         END-EXEC
060700         MOVE '** THAT CHANGE HAS ALREADY BEEN DECIDED **'
060800             TO WS-MESSAGE
060900         PERFORM 2800-REFRESH-PAGE
061000             THRU 2800-EXIT
061100         GO TO 3000-EXIT
061200     END-IF.
061300*
061400     EXEC CICS ASSIGN
061500         USERID(WS-USERID)
061600     END-EXEC.
061700     IF WS-USERID = APV-MAKER-USERID
061800         EXEC CICS UNLOCK FILE('PENDAPR')
061900         END-EXEC
062000         MOVE '** YOU KEYED THIS CHANGE - ANOTHER USER DECIDES **'
062100             TO WS-MESSAGE
062200         PERFORM 2450-SEND-MESSAGE-ONLY
062300             THRU 2450-EXIT
062400         GO TO 3000-EXIT
062500     END-IF.
062600*
062700     IF WS-ACTION-APPROVE
062800         PERFORM 3100-APPROVE-ITEM
062900             THRU 3100-EXIT
063000     ELSE
063100         PERFORM 3200-REJECT-ITEM
063200             THRU 3200-EXIT
063300     END-IF.
063400 3000-EXIT.
063500     EXIT.
063600*
063700******************************************************************
063800* 3100-APPROVE-ITEM - APPLY THE AFTER IMAGE IF THE MASTER STILL
063900*                     MATCHES THE BEFORE IMAGE AND THE CHANGE
064000*                     STILL EDITS CLEAN, THEN MARK AND JOURNAL IT
064100******************************************************************
064200 3100-APPROVE-ITEM.
064300     EXEC CICS READ FILE('NAMEMSTR')
064400         INTO(EMPLOYEE-RECORD)
064500         RIDFLD(APV-EMP-ID)
064600         UPDATE
064700         RESP(WS-RESP)
064800     END-EXEC.
064900     IF WS-RESP NOT = DFHRESP(NORMAL)
065000         EXEC CICS UNLOCK FILE('PENDAPR')
065100         END-EXEC
065200         MOVE '** EMPLOYEE NOT ON FILE - REJECT THIS CHANGE **'
065300             TO WS-MESSAGE
065400         PERFORM 2450-SEND-MESSAGE-ONLY
065500             THRU 2450-EXIT
065600         GO TO 3100-EXIT
065700     END-IF.
065800*
065900     IF EMPLOYEE-RECORD NOT = APV-BEFORE-IMAGE
066000         EXEC CICS UNLOCK FILE('NAMEMSTR')
066100         END-EXEC
066200         EXEC CICS UNLOCK FILE('PENDAPR')
066300         END-EXEC
066400         MOVE '** RECORD CHANGED SINCE KEYED - REJECT IT **'
066500             TO WS-MESSAGE
066600         PERFORM 2450-SEND-MESSAGE-ONLY
066700             THRU 2450-EXIT
066800         GO TO 3100-EXIT
066900     END-IF.
067000*
067100     MOVE APV-AFTER-IMAGE TO EMPLOYEE-RECORD.
067200     PERFORM 3150-EDIT-AFTER-IMAGE
067300         THRU 3150-EXIT.
067400     IF WS-AFTER-IMAGE-INVALID
067500         EXEC CICS UNLOCK FILE('NAMEMSTR')
067600         END-EXEC
067700         EXEC CICS UNLOCK FILE('PENDAPR')
067800         END-EXEC
067900         PERFORM 2450-SEND-MESSAGE-ONLY
068000             THRU 2450-EXIT
068100         GO TO 3100-EXIT
068200     END-IF.
068300*
068400     EXEC CICS REWRITE FILE('NAMEMSTR')
068500         FROM(EMPLOYEE-RECORD)
068600         RESP(WS-RESP)
068700     END-EXEC.
068800     IF WS-RESP NOT = DFHRESP(NORMAL)
068900         EXEC CICS UNLOCK FILE('PENDAPR')
069000         END-EXEC
069100         MOVE '** UPDATE FAILED - RECORD IN USE, RETRY **'
069200             TO WS-MESSAGE
069300         PERFORM 2450-SEND-MESSAGE-ONLY
069400             THRU 2450-EXIT
069500         GO TO 3100-EXIT
069600     END-IF.
069700*
069800     MOVE 'CHANGE APPROVED AND APPLIED TO THE NAME-MASTER'
069900         TO WS-MESSAGE.
070000     PERFORM 3300-STAMP-DECISION
070100         THRU 3300-EXIT.
070200     SET APV-APPROVED TO TRUE.
070300     EXEC CICS REWRITE FILE('PENDAPR')
070400         FROM(PENDING-APPROVAL-RECORD)
070500         RESP(WS-RESP)
070600     END-EXEC.
070700     IF WS-RESP NOT = DFHRESP(NORMAL)
070800         MOVE 'APPLIED - ** APPROVAL FILE REWRITE FAILED **'
070900             TO WS-MESSAGE
071000     END-IF.
071100     PERFORM 3400-JOURNAL-CHANGE
071200         THRU 3400-EXIT.
071233     PERFORM 3500-POST-TIMELINE
071266         THRU 3500-EXIT.
071300     PERFORM 2800-REFRESH-PAGE
071400         THRU 2800-EXIT.
071500 3100-EXIT.
071600     EXIT.
071700*
071800******************************************************************
071900* 3150-EDIT-AFTER-IMAGE - SHARED EMPLOYEE EDIT OF THE RECORD AS
072000*                         IT WOULD BE SAVED; THE DEPARTMENT MUST
072100*                         STILL BE ON THE DEPARTMENT REFERENCE
072200******************************************************************
072300 3150-EDIT-AFTER-IMAGE.
072400     SET WS-AFTER-IMAGE-VALID TO TRUE.
072500     MOVE SPACES TO WS-MESSAGE.
072600*
072700     SET EDT-RECORD-EDIT TO TRUE.
072800     MOVE SPACE TO EDT-ACTION-CODE.
072900     MOVE EMP-ID TO EDT-EMP-ID.
073000     MOVE EMP-LAST-NAME TO EDT-LAST-NAME.
073100     MOVE EMP-FIRST-NAME TO EDT-FIRST-NAME.
073200     MOVE EMP-DEPT-CODE TO EDT-DEPT-CODE.
073300     MOVE EMP-HIRE-DATE TO EDT-HIRE-DATE.
073400     MOVE EMP-STATUS-CODE TO EDT-STATUS-CODE.
073500     MOVE EMP-STATUS-DATE TO EDT-STATUS-DATE.
073600     MOVE SPACES TO EDT-EFF-DATE.
073700*
073800     EXEC CICS READ FILE('DEPTMSTR')
073900         INTO(DEPT-REFERENCE-RECORD)
074000         RIDFLD(EMP-DEPT-CODE)
074100         RESP(WS-DEPT-RESP)
074200     END-EXEC.
074300     EVALUATE WS-DEPT-RESP
074400         WHEN DFHRESP(NORMAL)
074500             SET EDT-DEPT-ON-FILE TO TRUE
074600         WHEN DFHRESP(NOTFND)
074700             SET EDT-DEPT-NOT-ON-FILE TO TRUE
074800         WHEN OTHER
074900             SET WS-AFTER-IMAGE-INVALID TO TRUE
075000             MOVE '** DEPT REFERENCE UNAVAILABLE - NOT APPLIED **'
075100                 TO WS-MESSAGE
075200             GO TO 3150-EXIT
075300     END-EVALUATE.
075400*
075500     CALL 'EMPEDIT' USING EMPLOYEE-EDIT-PARMS.
075600*
075700     IF EDT-RECORD-INVALID
075800         SET WS-AFTER-IMAGE-INVALID TO TRUE
075900         STRING '** ' DELIMITED BY SIZE
076000                EDT-REASON-CODE DELIMITED BY SIZE
076100                ' ' DELIMITED BY SIZE
076200                EDT-REASON-TEXT DELIMITED BY '  '
076300                ' - REJECT THIS CHANGE **' DELIMITED BY SIZE
076400             INTO WS-MESSAGE
076500         END-STRING
076600     END-IF.
076700 3150-EXIT.
076800     EXIT.
076900*
077000******************************************************************
077100* 3200-REJECT-ITEM - MARK THE ITEM REJECTED WITH THE REASON; THE
077200*                    NAME-MASTER IS NOT TOUCHED
077300******************************************************************
077400 3200-REJECT-ITEM.
077500     PERFORM 3300-STAMP-DECISION
077600         THRU 3300-EXIT.
077700     SET APV-REJECTED TO TRUE.
077800     MOVE WS-REJECT-REASON TO APV-REJECT-REASON.
077900     EXEC CICS REWRITE FILE('PENDAPR')
078000         FROM(PENDING-APPROVAL-RECORD)
078100         RESP(WS-RESP)
078200     END-EXEC.
078300     IF WS-RESP NOT = DFHRESP(NORMAL)
078400         MOVE '** REJECT FAILED - RECORD IN USE, RETRY **'
078500             TO WS-MESSAGE
078600         PERFORM 2450-SEND-MESSAGE-ONLY
078700             THRU 2450-EXIT
078800         GO TO 3200-EXIT
078900     END-IF.
079000*
079100     MOVE 'CHANGE REJECTED - THE NAME-MASTER WAS NOT CHANGED'
079200         TO WS-MESSAGE.
079300     PERFORM 2800-REFRESH-PAGE
079400         THRU 2800-EXIT.
079500 3200-EXIT.
079600     EXIT.
079700*
079800******************************************************************
079900* 3300-STAMP-DECISION - SUPERVISOR, TERMINAL AND TIMESTAMP ONTO
080000*                       THE LOCKED PENDING-APPROVAL RECORD
080100******************************************************************
080200 3300-STAMP-DECISION.
080300     EXEC CICS ASKTIME
080400         ABSTIME(WS-ABSTIME)
080500     END-EXEC.
080600     EXEC CICS FORMATTIME
080700         ABSTIME(WS-ABSTIME)
080800         YYYYMMDD(WS-STAMP-DATE)
080900         TIME(WS-STAMP-TIME)
081000     END-EXEC.
081100     MOVE WS-STAMP-DATE TO APV-DECISION-DATE (1:8).
081200     MOVE WS-STAMP-TIME (1:6) TO APV-DECISION-TIME (1:6).
081300     MOVE '00' TO APV-DECISION-TIME (7:2).
081400     MOVE WS-USERID TO APV-CHECKER-USERID.
081500     MOVE EIBTRMID TO APV-CHECKER-TERMINAL.
081600 3300-EXIT.
081700     EXIT.
081800*
081900******************************************************************
082000* 3400-JOURNAL-CHANGE - THE APPLIED CHANGE TO THE ONLINE CHANGE
082100*                       JOURNAL UNDER THE OPERATOR AND TERMINAL
082200*                       THAT KEYED IT, STAMPED WHEN IT WAS APPLIED
082300******************************************************************
082400 3400-JOURNAL-CHANGE.
082500     MOVE SPACES TO CHANGE-JOURNAL-RECORD.
082600     MOVE APV-DECISION-DATE TO JRN-DATE.
082700     MOVE APV-DECISION-TIME TO JRN-TIME.
082800     MOVE APV-MAKER-USERID TO JRN-OPERATOR.
082900     MOVE APV-MAKER-TERMINAL TO JRN-TERMINAL.
083000     MOVE APV-EMP-ID TO JRN-EMP-ID.
083100     MOVE APV-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
083200     MOVE APV-AFTER-IMAGE TO JRN-AFTER-IMAGE.
083300*
083400     MOVE ZERO TO WS-JRNL-RBA.
083500     EXEC CICS WRITE FILE('CHGJRNL')
083600         FROM(CHANGE-JOURNAL-RECORD)
083700         RIDFLD(WS-JRNL-RBA)
083800         RBA
083900         RESP(WS-JRNL-RESP)
084000     END-EXEC.
084100     IF WS-JRNL-RESP NOT = DFHRESP(NORMAL)
084200         MOVE 'CHANGE APPLIED - ** CHANGE JOURNAL WRITE FAILED **'
084300             TO WS-MESSAGE
084400     END-IF.
084500 3400-EXIT.
084600     EXIT.
084700*
084704******************************************************************
084708* 3500-POST-TIMELINE - THE APPLIED CHANGE TO THE EMPLOYEE TIMELINE
084712*                      UNDER THE SAME STAMP AS THE JOURNAL.  ANY
084716*                      FAILURE IS LEFT FOR THE NIGHTLY RELOAD
084720******************************************************************
084724 3500-POST-TIMELINE.
084728     MOVE SPACES TO EMPLOYEE-TIMELINE-RECORD.
084732     MOVE APV-EMP-ID TO TML-EMP-ID.
084736     MOVE APV-DECISION-DATE TO TML-EVENT-DATE.
084740     MOVE APV-DECISION-TIME TO TML-EVENT-TIME.
084744     MOVE 1 TO TML-SEQ-NO.
084748     SET TML-ONLINE-CHANGE TO TRUE.
084752     MOVE APV-MAKER-USERID TO TML-OPERATOR.
084756     MOVE APV-MAKER-TERMINAL TO TML-TERMINAL.
084760     MOVE APV-BEFORE-IMAGE TO TML-BEFORE-IMAGE.
084764     MOVE APV-AFTER-IMAGE TO TML-EMPLOYEE-IMAGE.
084768     EXEC CICS WRITE FILE('EMPTIMEL')
084772         FROM(EMPLOYEE-TIMELINE-RECORD)
084776         RIDFLD(TML-KEY)
084780         RESP(WS-TIMELINE-RESP)
084784     END-EXEC.
084788 3500-EXIT.
084792     EXIT.
084796*
084800******************************************************************
084900* 8000-END-SESSION - PF3 PRESSED, RETURN TO CICS
085000******************************************************************
085100 8000-END-SESSION.
085200     EXEC CICS SEND TEXT
085300         FROM('PENDING CHANGE APPROVAL COMPLETE')
085400         ERASE
085500         FREEKB
085600     END-EXEC.
085700     SET WS-END-OF-SESSION TO TRUE.
085800     EXEC CICS RETURN
085900     END-EXEC.
086000 8000-EXIT.
086100     EXIT.
