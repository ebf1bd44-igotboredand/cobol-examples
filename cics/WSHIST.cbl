000100******************************************************************
000200* WSHIST.CBL
000300*
000400* PROGRAM-ID.  WSHIST
000500*
000600* AUTHOR.       D. L. WHITFIELD
000700* INSTALLATION. DATA CENTER SERVICES - ONLINE SYSTEMS GROUP
000800* DATE-WRITTEN. 2026-10-15
000900* DATE-COMPILED.
001000*
001100* PSEUDO-CONVERSATIONAL CICS TRANSACTION (WSHI) THAT SHOWS ONE
001200* EMPLOYEE'S TIMELINE FROM THE EMPLOYEE TIMELINE FILE (TMLREC
001300* LAYOUT, CICS FILE EMPTIMEL) THROUGH MAP WSHSTM OF MAPSET
001400* WSHISTS - EVERY ADD, CHANGE AND DROP ON THE CHANGE HISTORY,
001500* EVERY APPROVED ONLINE CHANGE WITH THE OPERATOR AND TERMINAL
001600* THAT KEYED IT, EVERY HR REJECT AND RE-SHIP, AND EVERY PURGE
001700* AND RESTORE - NEWEST EVENT FIRST, FOURTEEN ROWS A PAGE.  PF8
001800* PAGES TO OLDER EVENTS, PF7 BACK TO NEWER ONES, AND ENTER WITH
001900* AN EMPLOYEE ID STARTS AGAIN FOR THAT EMPLOYEE.  THE FILE IS
002000* RELOADED NIGHTLY AND AFTER EACH HISTORY CONSOLIDATION BY THE
002100* EMPLOYEE-TIMELINE-BUILD BATCH PROGRAM; WSAPPRV ADDS AN ONLINE
002200* CHANGE AS SOON AS IT IS APPROVED.
002300*
002400* STARTED FROM THE TERMINAL THE SCREEN COMES UP EMPTY.  PF6 ON
002500* WSBROWSE (FOR THE SELECTED ROW) OR WSMAINT (FOR THE EMPLOYEE
002600* SHOWN) TRANSFERS HERE WITH A SIX-BYTE COMMAREA - EMPLOYEE ID
002700* AND 'B' OR 'M' FOR THE SCREEN IT CAME FROM - AND PF3 GOES BACK
002800* TO THAT SCREEN.  STARTED ANY OTHER WAY, PF3 ENDS THE
002900* CONVERSATION.
003000*
003100* MODIFICATION HISTORY.
003200*     2026-10-15  DLW  ORIGINAL VERSION.
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.              WSHIST.
003600 AUTHOR.                  D. L. WHITFIELD.
003700 INSTALLATION.            DATA CENTER SVCS - ONLINE SYSTEMS GROUP.
003800 DATE-WRITTEN.            2026-10-15.
003900 DATE-COMPILED.
004000*
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.         IBM-370.
004400 OBJECT-COMPUTER.         IBM-370.
004500*
004600 DATA DIVISION.
004700 WORKING-STORAGE SECTION.
004800*
004900******************************************************************
005000* MAP AND ATTENTION-KEY COPYBOOKS
005100******************************************************************
005200 01  WS-MAPSET-NAME              PIC X(08) VALUE 'WSHISTS'.
005300 01  WS-MAP-NAME                 PIC X(08) VALUE 'WSHSTM'.
005400 COPY WSHISTS.
005500 COPY DFHAID.
005600 COPY DFHBMSCA.
005700*
005800******************************************************************
005900* COMMAREA - CARRIES CONTEXT ACROSS PSEUDO-CONVERSATIONAL TRIPS
006000******************************************************************
006100 01  WS-COMMAREA.
006200     05  CA-FUNCTION                PIC X(01).
006300         88  CA-FIRST-TIME               VALUE 'F'.
006400         88  CA-PAGE-SHOWN               VALUE 'P'.
006500     05  CA-ORIGIN                  PIC X(01).
006600         88  CA-FROM-BROWSE              VALUE 'B'.
006700         88  CA-FROM-MAINT               VALUE 'M'.
006800     05  CA-EMP-ID                  PIC X(05).
006900     05  CA-TOP-KEY                 PIC X(25).
007000     05  CA-BOTTOM-KEY              PIC X(25).
007100     05  CA-OLDER-SW                PIC X(01).
007200         88  CA-MORE-OLDER               VALUE 'Y'.
007300*
007400******************************************************************
007500* COMMAREA PASSED IN BY WSBROWSE OR WSMAINT ON A PF6 TRANSFER
007600******************************************************************
007700 01  WS-LINK-COMMAREA.
007800     05  HL-EMP-ID                  PIC X(05).
007900     05  HL-ORIGIN                  PIC X(01).
008000*
008100******************************************************************
008200* COMMAREA HANDED BACK TO WSMAINT ON PF3
008300******************************************************************
008400 01  WS-MAINT-COMMAREA.
008500     05  MC-EMP-ID                  PIC X(05).
008600     05  MC-FUNCTION                PIC X(01).
008700*
008800******************************************************************
008900* WORK FIELDS
009000******************************************************************
009100 01  WS-WORK-FIELDS.
009200     05  WS-RESP                    PIC S9(08) COMP.
009300     05  WS-MESSAGE                 PIC X(79) VALUE SPACES.
009400     05  WS-BROWSE-KEY.
009500         10  WS-BK-EMP-ID           PIC X(05) VALUE SPACES.
009600         10  WS-BK-MOMENT           PIC X(20) VALUE SPACES.
009700     05  WS-LIMIT-KEY               PIC X(25) VALUE SPACES.
009800     05  WS-ROW-SUB                 PIC 9(02) COMP VALUE ZERO.
009900     05  WS-FWD-SUB                 PIC 9(02) COMP VALUE ZERO.
010000     05  WS-FWD-COUNT               PIC 9(02) COMP VALUE ZERO.
010100     05  WS-END-OF-SESSION-SW       PIC X(01) VALUE 'N'.
010200         88  WS-END-OF-SESSION           VALUE 'Y'.
010300     05  WS-PAGE-FULL-SW            PIC X(01) VALUE 'N'.
010400         88  WS-PAGE-FULL                VALUE 'Y'.
010500     05  WS-EVENT-EOF-SW            PIC X(01) VALUE 'N'.
010600         88  WS-END-OF-EVENTS            VALUE 'Y'.
010700     05  WS-BROWSE-OPEN-SW          PIC X(01) VALUE 'N'.
010800         88  WS-BROWSE-OPEN              VALUE 'Y'.
010900*
011000******************************************************************
011100* EMPLOYEE LINE UNDER THE EMPLOYEE ID
011200******************************************************************
011300 01  WS-NAME-LINE.
011400     05  WS-NL-LAST-NAME            PIC X(15) VALUE SPACES.
011500     05  FILLER                     PIC X(01) VALUE SPACE.
011600     05  WS-NL-FIRST-NAME           PIC X(10) VALUE SPACES.
011700     05  FILLER                     PIC X(07) VALUE '  DEPT '.
011800     05  WS-NL-DEPT-CODE            PIC X(04) VALUE SPACES.
011900     05  FILLER                     PIC X(09) VALUE '  STATUS '.
012000     05  WS-NL-STATUS               PIC X(10) VALUE SPACES.
012100     05  FILLER                     PIC X(02) VALUE SPACES.
012200     05  WS-NL-STATUS-DATE          PIC X(10) VALUE SPACES.
012300*
012400******************************************************************
012500* ONE FORMATTED TIMELINE ROW
012600******************************************************************
012700 01  WS-ROW-TEXT.
012800     05  WS-RT-DATE                 PIC X(10) VALUE SPACES.
012900     05  FILLER                     PIC X(01) VALUE SPACE.
013000     05  WS-RT-TIME                 PIC X(08) VALUE SPACES.
013100     05  FILLER                     PIC X(02) VALUE SPACES.
013200     05  WS-RT-EVENT                PIC X(14) VALUE SPACES.
013300     05  FILLER                     PIC X(02) VALUE SPACES.
013400     05  WS-RT-DETAIL               PIC X(42) VALUE SPACES.
013500*
013600******************************************************************
013700* ROW DETAIL - AN EMPLOYEE IMAGE, OR WHO MADE AN ONLINE CHANGE
013800******************************************************************
013900 01  WS-IMAGE-DETAIL.
014000     05  WS-ID-LAST-NAME            PIC X(15) VALUE SPACES.
014100     05  FILLER                     PIC X(01) VALUE SPACE.
014200     05  WS-ID-FIRST-NAME           PIC X(10) VALUE SPACES.
014300     05  FILLER                     PIC X(06) VALUE ' DEPT '.
014400     05  WS-ID-DEPT-CODE            PIC X(04) VALUE SPACES.
014500     05  FILLER                     PIC X(05) VALUE '  ST '.
014600     05  WS-ID-STATUS               PIC X(01) VALUE SPACE.
014700*
014800 01  WS-ONLINE-DETAIL.
014900     05  FILLER                     PIC X(03) VALUE 'BY '.
015000     05  WS-OD-OPERATOR             PIC X(08) VALUE SPACES.
015100     05  FILLER                     PIC X(01) VALUE SPACE.
015200     05  WS-OD-TERMINAL             PIC X(04) VALUE SPACES.
015300     05  FILLER                     PIC X(02) VALUE SPACES.
015400     05  WS-OD-CHANGE               PIC X(24) VALUE SPACES.
015500*
015600******************************************************************
015700* TIMESTAMP EDITING - CCYYMMDD AND HHMMSSHH TO DISPLAY FORM
015800******************************************************************
015900 01  WS-EDIT-DATE-IN                PIC 9(08) VALUE ZERO.
016000 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE-IN.
016100     05  WS-EDIT-CCYY               PIC 9(04).
016200     05  WS-EDIT-MM                 PIC 9(02).
016300     05  WS-EDIT-DD                 PIC 9(02).
016400 01  WS-EDIT-DATE-OUT               PIC X(10) VALUE SPACES.
016500 01  WS-EDIT-TIME-IN                PIC 9(08) VALUE ZERO.
016600 01  WS-EDIT-TIME-PARTS REDEFINES WS-EDIT-TIME-IN.
016700     05  WS-EDIT-HH                 PIC 9(02).
016800     05  WS-EDIT-MI                 PIC 9(02).
016900     05  WS-EDIT-SS                 PIC 9(02).
017000     05  FILLER                     PIC 9(02).
017100 01  WS-EDIT-TIME-OUT               PIC X(08) VALUE SPACES.
017200*
017300******************************************************************
017400* NEWER-PAGE COLLECTION TABLE - RECORDS ARRIVE OLDEST FIRST
017500******************************************************************
017600 01  WS-FWD-TABLE.
017700     05  WS-FWD-ENTRY OCCURS 14 TIMES.
017800         10  WF-RECORD              PIC X(180).
017900*
018000 COPY TMLREC.
018100*
018200 COPY EMPREC.
018300*
018400 LINKAGE SECTION.
018500 01  DFHCOMMAREA.
018600     05  LK-COMMAREA                PIC X(58).
018700*
018800 PROCEDURE DIVISION.
018900*
019000******************************************************************
019100* 0000-MAINLINE
019200******************************************************************
019300 0000-MAINLINE.
019400     IF EIBCALEN = 0
019500         PERFORM 1000-FIRST-ENTRY
019600             THRU 1000-EXIT
019700     ELSE
019800         IF EIBCALEN = LENGTH OF WS-LINK-COMMAREA
019900             MOVE LK-COMMAREA (1:6) TO WS-LINK-COMMAREA
020000             PERFORM 1500-TRANSFER-ENTRY
020100                 THRU 1500-EXIT
020200         ELSE
020300             MOVE DFHCOMMAREA TO WS-COMMAREA
020400             EVALUATE TRUE
020500                 WHEN EIBAID = DFHPF3
020600                     PERFORM 7000-RETURN-TO-CALLER
020700                         THRU 7000-EXIT
020800                 WHEN EIBAID = DFHPF7
020900                     PERFORM 2700-PAGE-NEWER
021000                         THRU 2700-EXIT
021100                 WHEN EIBAID = DFHPF8
021200                     PERFORM 2600-PAGE-OLDER
021300                         THRU 2600-EXIT
021400                 WHEN OTHER
021500                     PERFORM 2000-NEW-EMPLOYEE
021600                         THRU 2000-EXIT
021700             END-EVALUATE
021800         END-IF
021900     END-IF.
022000*
022100     IF NOT WS-END-OF-SESSION
022200         EXEC CICS RETURN
022300             TRANSID('WSHI')
022400             COMMAREA(WS-COMMAREA)
022500         END-EXEC
022600     END-IF.
022700     GOBACK.
022800*
022900 0000-EXIT.
023000     EXIT.
023100*
023200******************************************************************
023300* 1000-FIRST-ENTRY - INITIAL TRANSACTION START, BLANK SCREEN
023400******************************************************************
023500 1000-FIRST-ENTRY.
023600     MOVE LOW-VALUES TO WSHISTSO.
023700     MOVE SPACES TO WS-COMMAREA.
023800     SET CA-FIRST-TIME TO TRUE.
023900     MOVE 'ENTER AN EMPLOYEE ID AND PRESS ENTER, OR PF3 TO EXIT'
024000         TO MSGLO.
024100     EXEC CICS SEND MAP('WSHSTM')
024200         MAPSET('WSHISTS')
024300         FROM(WSHISTSO)
024400         ERASE
024500     END-EXEC.
024600 1000-EXIT.
024700     EXIT.
024800*
024900******************************************************************
025000* 1500-TRANSFER-ENTRY - ARRIVAL BY PF6 FROM WSBROWSE OR WSMAINT,
025100*                       NEWEST PAGE FOR THE EMPLOYEE PASSED
025200******************************************************************
025300 1500-TRANSFER-ENTRY.
025400     MOVE SPACES TO WS-COMMAREA.
025500     SET CA-FIRST-TIME TO TRUE.
025600     MOVE HL-EMP-ID TO CA-EMP-ID.
025700     MOVE HL-ORIGIN TO CA-ORIGIN.
025800     PERFORM 2100-BUILD-NEWEST-PAGE
025900         THRU 2100-EXIT.
026000 1500-EXIT.
026100     EXIT.
026200*
026300******************************************************************
026400* 2000-NEW-EMPLOYEE - RECEIVE THE EMPLOYEE ID, BUILD NEWEST PAGE
026500******************************************************************
026600 2000-NEW-EMPLOYEE.
026700     EXEC CICS RECEIVE MAP('WSHSTM')
026800         MAPSET('WSHISTS')
026900         INTO(WSHISTSI)
027000         RESP(WS-RESP)
027100     END-EXEC.
027200*
027300     IF WS-RESP NOT = DFHRESP(NORMAL)
027400         MOVE '** INPUT ERROR - RE-ENTER AND PRESS ENTER **'
027500             TO WS-MESSAGE
027600         PERFORM 2450-SEND-MESSAGE-ONLY
027700             THRU 2450-EXIT
027800         GO TO 2000-EXIT
027900     END-IF.
028000*
028100     IF EMPIDI = SPACES OR EMPIDI = LOW-VALUES
028200         MOVE '** ENTER AN EMPLOYEE ID **' TO WS-MESSAGE
028300         PERFORM 2450-SEND-MESSAGE-ONLY
028400             THRU 2450-EXIT
028500         GO TO 2000-EXIT
028600     END-IF.
028700*
028800     MOVE EMPIDI TO CA-EMP-ID.
028900     PERFORM 2100-BUILD-NEWEST-PAGE
029000         THRU 2100-EXIT.
029100 2000-EXIT.
029200     EXIT.
029300*
029400******************************************************************
029500* 2100-BUILD-NEWEST-PAGE - EVERYTHING FOR THE EMPLOYEE IS OLDER
029600*                          THAN EMPLOYEE ID PLUS HIGH-VALUES
029700******************************************************************
029800 2100-BUILD-NEWEST-PAGE.
029900     MOVE CA-EMP-ID TO WS-BK-EMP-ID.
030000     MOVE HIGH-VALUES TO WS-BK-MOMENT.
030100     MOVE WS-BROWSE-KEY TO WS-LIMIT-KEY.
030200     PERFORM 2200-BUILD-OLDER-PAGE
030300         THRU 2200-EXIT.
030400 2100-EXIT.
030500     EXIT.
030600*
030700******************************************************************
030800* 2150-SHOW-EMPLOYEE - NAME-MASTER LINE FOR CA-EMP-ID
030900******************************************************************
031000 2150-SHOW-EMPLOYEE.
031100     EXEC CICS READ FILE('NAMEMSTR')
031200         INTO(EMPLOYEE-RECORD)
031300         RIDFLD(CA-EMP-ID)
031400         RESP(WS-RESP)
031500     END-EXEC.
031600*
031700     IF WS-RESP NOT = DFHRESP(NORMAL)
031800         MOVE 'NOT ON THE NAME-MASTER - PURGED OR NEVER ADDED'
031900             TO EMPNMO
032000         GO TO 2150-EXIT
032100     END-IF.
032200*
032300     MOVE EMP-LAST-NAME TO WS-NL-LAST-NAME.
032400     MOVE EMP-FIRST-NAME TO WS-NL-FIRST-NAME.
032500     MOVE EMP-DEPT-CODE TO WS-NL-DEPT-CODE.
032600     EVALUATE TRUE
032700         WHEN EMP-STATUS-LEAVE
032800             MOVE 'ON LEAVE' TO WS-NL-STATUS
032900         WHEN EMP-STATUS-TERMINATED
033000             MOVE 'TERMINATED' TO WS-NL-STATUS
033100         WHEN OTHER
033200             MOVE 'ACTIVE' TO WS-NL-STATUS
033300     END-EVALUATE.
033400     MOVE SPACES TO WS-NL-STATUS-DATE.
033500     IF EMP-STATUS-DATE IS NUMERIC
033600         MOVE EMP-STATUS-DATE TO WS-EDIT-DATE-IN
033700         PERFORM 2350-EDIT-TIMESTAMP
033800             THRU 2350-EXIT
033900         MOVE WS-EDIT-DATE-OUT TO WS-NL-STATUS-DATE
034000     END-IF.
034100     MOVE WS-NAME-LINE TO EMPNMO.
034200 2150-EXIT.
034300     EXIT.
034400*
034500******************************************************************
034600* 2200-BUILD-OLDER-PAGE - UP TO FOURTEEN EVENTS OLDER THAN
034700*                         WS-LIMIT-KEY, NEWEST FIRST, BY READPREV
034800******************************************************************
034900 2200-BUILD-OLDER-PAGE.
035000     MOVE LOW-VALUES TO WSHISTSO.
035100     MOVE ZERO TO WS-ROW-SUB.
035200     MOVE 'N' TO WS-PAGE-FULL-SW.
035300     MOVE 'N' TO WS-EVENT-EOF-SW.
035400     MOVE 'N' TO CA-OLDER-SW.
035500     PERFORM 2150-SHOW-EMPLOYEE
035600         THRU 2150-EXIT.
035700*
035800     PERFORM 2210-POSITION-BROWSE
035900         THRU 2210-EXIT.
036000     IF WS-BROWSE-OPEN
036100         PERFORM 2250-READ-PREV-EVENT
036200             THRU 2250-EXIT
036300             UNTIL WS-PAGE-FULL OR WS-END-OF-EVENTS
036400         EXEC CICS ENDBR FILE('EMPTIMEL')
036500             RESP(WS-RESP)
036600         END-EXEC
036700     END-IF.
036800*
036900     IF WS-ROW-SUB = 0
037000         SET CA-FIRST-TIME TO TRUE
037100         MOVE '** NO HISTORY ON FILE FOR THIS EMPLOYEE **'
037200             TO MSGLO
037300     ELSE
037400         SET CA-PAGE-SHOWN TO TRUE
037500         IF CA-MORE-OLDER
037600             MOVE 'PF8 FOR OLDER EVENTS, PF7 FOR NEWER' TO MSGLO
037700         ELSE
037800             MOVE 'OLDEST EVENT SHOWN - PF7 FOR NEWER EVENTS'
037900                 TO MSGLO
038000         END-IF
038100     END-IF.
038200     PERFORM 2400-SEND-PAGE
038300         THRU 2400-EXIT.
038400 2200-EXIT.
038500     EXIT.
038600*
038700******************************************************************
038800* 2210-POSITION-BROWSE - READPREV STRAIGHT AFTER STARTBR NEEDS
038900*                        A KEY THAT EXISTS, SO THE FIRST RECORD AT
039000*                        OR AFTER THE LIMIT KEY IS READ FORWARD
039100*                        FIRST.  WHEN THERE IS NONE THE BROWSE
039200*                        STARTS FROM THE END OF THE FILE INSTEAD
039300******************************************************************
039400 2210-POSITION-BROWSE.
039500     MOVE 'N' TO WS-BROWSE-OPEN-SW.
039600     MOVE WS-LIMIT-KEY TO WS-BROWSE-KEY.
039700     EXEC CICS STARTBR FILE('EMPTIMEL')
039800         RIDFLD(WS-BROWSE-KEY)
039900         GTEQ
040000         RESP(WS-RESP)
040100     END-EXEC.
040200     IF WS-RESP = DFHRESP(NORMAL)
040300         EXEC CICS READNEXT FILE('EMPTIMEL')
040400             INTO(EMPLOYEE-TIMELINE-RECORD)
040500             RIDFLD(WS-BROWSE-KEY)
040600             RESP(WS-RESP)
040700         END-EXEC
040800         IF WS-RESP = DFHRESP(NORMAL)
040900             SET WS-BROWSE-OPEN TO TRUE
041000             GO TO 2210-EXIT
041100         END-IF
041200         EXEC CICS ENDBR FILE('EMPTIMEL')
041300             RESP(WS-RESP)
041400         END-EXEC
041500     END-IF.
041600*
041700     MOVE HIGH-VALUES TO WS-BROWSE-KEY.
041800     EXEC CICS STARTBR FILE('EMPTIMEL')
041900         RIDFLD(WS-BROWSE-KEY)
042000         GTEQ
042100         RESP(WS-RESP)
042200     END-EXEC.
042300     IF WS-RESP = DFHRESP(NORMAL)
042400         SET WS-BROWSE-OPEN TO TRUE
042500     END-IF.
042600 2210-EXIT.
042700     EXIT.
042800*
042900******************************************************************
043000* 2250-READ-PREV-EVENT - ONE READPREV.  RECORDS AT OR PAST THE
043100*                        LIMIT KEY ARE PASSED OVER, ANOTHER
043200*                        EMPLOYEE ENDS THE PAGE, AND A FIFTEENTH
043300*                        EVENT MEANS THERE ARE OLDER ONES
043400******************************************************************
043500 2250-READ-PREV-EVENT.
043600     EXEC CICS READPREV FILE('EMPTIMEL')
043700         INTO(EMPLOYEE-TIMELINE-RECORD)
043800         RIDFLD(WS-BROWSE-KEY)
043900         RESP(WS-RESP)
044000     END-EXEC.
044100*
044200     IF WS-RESP NOT = DFHRESP(NORMAL)
044300         SET WS-END-OF-EVENTS TO TRUE
044400         GO TO 2250-EXIT
044500     END-IF.
044600     IF TML-KEY NOT < WS-LIMIT-KEY
044700         GO TO 2250-EXIT
044800     END-IF.
044900     IF TML-EMP-ID NOT = CA-EMP-ID
045000         SET WS-END-OF-EVENTS TO TRUE
045100         GO TO 2250-EXIT
045200     END-IF.
045300*
045400     IF WS-ROW-SUB = 14
045500         SET CA-MORE-OLDER TO TRUE
045600         SET WS-PAGE-FULL TO TRUE
045700         GO TO 2250-EXIT
045800     END-IF.
045900*
046000     ADD 1 TO WS-ROW-SUB.
046100     IF WS-ROW-SUB = 1
046200         MOVE TML-KEY TO CA-TOP-KEY
046300     END-IF.
046400     MOVE TML-KEY TO CA-BOTTOM-KEY.
046500     PERFORM 2300-FORMAT-ONE-ROW
046600         THRU 2300-EXIT.
046700 2250-EXIT.
046800     EXIT.
046900*
047000******************************************************************
047100* 2300-FORMAT-ONE-ROW - TIMELINE RECORD INTO MAP ROW WS-ROW-SUB
047200******************************************************************
047300 2300-FORMAT-ONE-ROW.
047400     MOVE SPACES TO WS-ROW-TEXT.
047500     MOVE TML-EVENT-DATE TO WS-EDIT-DATE-IN.
047600     MOVE TML-EVENT-TIME TO WS-EDIT-TIME-IN.
047700     PERFORM 2350-EDIT-TIMESTAMP
047800         THRU 2350-EXIT.
047900     MOVE WS-EDIT-DATE-OUT TO WS-RT-DATE.
048000*    BATCH SOURCES CARRY A DATE ONLY - NO TIME IS SHOWN FOR THEM
048100     IF TML-EVENT-TIME NOT = ZERO
048200         MOVE WS-EDIT-TIME-OUT TO WS-RT-TIME
048300     END-IF.
048400*
048500     MOVE TML-EMPLOYEE-IMAGE TO EMPLOYEE-RECORD.
048600     EVALUATE TRUE
048700         WHEN TML-HISTORY-ADD
048800             MOVE 'HISTORY ADD' TO WS-RT-EVENT
048900             PERFORM 2310-IMAGE-DETAIL
049000                 THRU 2310-EXIT
049100         WHEN TML-HISTORY-CHANGE
049200             MOVE 'HISTORY CHANGE' TO WS-RT-EVENT
049300             PERFORM 2310-IMAGE-DETAIL
049400                 THRU 2310-EXIT
049500         WHEN TML-HISTORY-DROP
049600             MOVE 'HISTORY DROP' TO WS-RT-EVENT
049700             PERFORM 2310-IMAGE-DETAIL
049800                 THRU 2310-EXIT
049900         WHEN TML-ONLINE-CHANGE
050000             MOVE 'ONLINE CHANGE' TO WS-RT-EVENT
050100             PERFORM 2320-ONLINE-DETAIL
050200                 THRU 2320-EXIT
050300         WHEN TML-HR-REJECT
050400             MOVE 'HR REJECT' TO WS-RT-EVENT
050500             MOVE TML-HR-REASON TO WS-RT-DETAIL
050600         WHEN TML-HR-RESHIP
050700             MOVE 'HR RE-SHIPPED' TO WS-RT-EVENT
050800             MOVE TML-HR-REASON TO WS-RT-DETAIL
050900         WHEN TML-PURGED
051000             MOVE 'PURGED' TO WS-RT-EVENT
051100             PERFORM 2310-IMAGE-DETAIL
051200                 THRU 2310-EXIT
051300         WHEN TML-RESTORED
051400             MOVE 'RESTORED' TO WS-RT-EVENT
051500             PERFORM 2310-IMAGE-DETAIL
051600                 THRU 2310-EXIT
051700         WHEN OTHER
051800             MOVE 'EVENT CODE' TO WS-RT-EVENT
051900             MOVE TML-EVENT-TYPE TO WS-RT-DETAIL
052000     END-EVALUATE.
052100     MOVE WS-ROW-TEXT TO HSTROWO (WS-ROW-SUB).
052200 2300-EXIT.
052300     EXIT.
052400*
052500******************************************************************
052600* 2310-IMAGE-DETAIL - NAME, DEPARTMENT AND STATUS OF THE IMAGE
052700******************************************************************
052800 2310-IMAGE-DETAIL.
052900     MOVE EMP-LAST-NAME TO WS-ID-LAST-NAME.
053000     MOVE EMP-FIRST-NAME TO WS-ID-FIRST-NAME.
053100     MOVE EMP-DEPT-CODE TO WS-ID-DEPT-CODE.
053200     MOVE EMP-STATUS-CODE TO WS-ID-STATUS.
053300     MOVE WS-IMAGE-DETAIL TO WS-RT-DETAIL.
053400 2310-EXIT.
053500     EXIT.
053600*
053700******************************************************************
053800* 2320-ONLINE-DETAIL - OPERATOR, TERMINAL AND WHAT WAS CHANGED,
053900*                      FROM THE BEFORE AND AFTER IMAGES
054000******************************************************************
054100 2320-ONLINE-DETAIL.
054200     MOVE TML-OPERATOR TO WS-OD-OPERATOR.
054300     MOVE TML-TERMINAL TO WS-OD-TERMINAL.
054400     MOVE SPACES TO WS-OD-CHANGE.
054500     EVALUATE TRUE
054600         WHEN EMP-DEPT-CODE NOT = TML-BEFORE-IMAGE (31:4)
054700             AND EMPLOYEE-RECORD (6:25) NOT =
054800                 TML-BEFORE-IMAGE (6:25)
054900             STRING 'NAME+DEPT TO ' DELIMITED BY SIZE
055000                    EMP-DEPT-CODE DELIMITED BY SIZE
055100                 INTO WS-OD-CHANGE
055200         WHEN EMP-DEPT-CODE NOT = TML-BEFORE-IMAGE (31:4)
055300             STRING 'DEPT ' DELIMITED BY SIZE
055400                    TML-BEFORE-IMAGE (31:4) DELIMITED BY SIZE
055500                    ' TO ' DELIMITED BY SIZE
055600                    EMP-DEPT-CODE DELIMITED BY SIZE
055700                 INTO WS-OD-CHANGE
055800         WHEN EMPLOYEE-RECORD (6:25) NOT =
055900             TML-BEFORE-IMAGE (6:25)
056000             STRING 'NAME TO ' DELIMITED BY SIZE
056100                    EMP-LAST-NAME DELIMITED BY SIZE
056200                 INTO WS-OD-CHANGE
056300         WHEN OTHER
056400             MOVE 'RECORD UPDATED' TO WS-OD-CHANGE
056500     END-EVALUATE.
056600     MOVE WS-ONLINE-DETAIL TO WS-RT-DETAIL.
056700 2320-EXIT.
056800     EXIT.
056900*
057000******************************************************************
057100* 2350-EDIT-TIMESTAMP - WS-EDIT-DATE-IN/TIME-IN TO DISPLAY FORM
057200******************************************************************
057300 2350-EDIT-TIMESTAMP.
057400     MOVE SPACES TO WS-EDIT-DATE-OUT.
057500     MOVE WS-EDIT-CCYY TO WS-EDIT-DATE-OUT (1:4).
057600     MOVE '-' TO WS-EDIT-DATE-OUT (5:1).
057700     MOVE WS-EDIT-MM TO WS-EDIT-DATE-OUT (6:2).
057800     MOVE '-' TO WS-EDIT-DATE-OUT (8:1).
057900     MOVE WS-EDIT-DD TO WS-EDIT-DATE-OUT (9:2).
058000     MOVE SPACES TO WS-EDIT-TIME-OUT.
058100     MOVE WS-EDIT-HH TO WS-EDIT-TIME-OUT (1:2).
058200     MOVE ':' TO WS-EDIT-TIME-OUT (3:1).
058300     MOVE WS-EDIT-MI TO WS-EDIT-TIME-OUT (4:2).
058400     MOVE ':' TO WS-EDIT-TIME-OUT (6:1).
058500     MOVE WS-EDIT-SS TO WS-EDIT-TIME-OUT (7:2).
058600 2350-EXIT.
058700     EXIT.
058800*
058900******************************************************************
059000* 2400-SEND-PAGE - FULL SEND WITH ERASE, EMPLOYEE ID RESTORED
059100******************************************************************
059200 2400-SEND-PAGE.
059300     MOVE CA-EMP-ID TO EMPIDO.
059400     EXEC CICS SEND MAP('WSHSTM')
059500         MAPSET('WSHISTS')
059600         FROM(WSHISTSO)
059700         ERASE
059800     END-EXEC.
059900 2400-EXIT.
060000     EXIT.
060100*
060200******************************************************************
060300* 2450-SEND-MESSAGE-ONLY - LEAVE THE ROWS ON DISPLAY
060400******************************************************************
060500 2450-SEND-MESSAGE-ONLY.
060600     MOVE LOW-VALUES TO WSHISTSO.
060700     MOVE WS-MESSAGE TO MSGLO.
060800     EXEC CICS SEND MAP('WSHSTM')
060900         MAPSET('WSHISTS')
061000         FROM(WSHISTSO)
061100         DATAONLY
061200     END-EXEC.
061300 2450-EXIT.
061400     EXIT.
061500*
061600******************************************************************
061700* 2600-PAGE-OLDER - CONTINUE BELOW THE OLDEST ROW SHOWN
061800******************************************************************
061900 2600-PAGE-OLDER.
062000     IF NOT CA-PAGE-SHOWN
062100         MOVE '** ENTER AN EMPLOYEE ID BEFORE PAGING **'
062200             TO WS-MESSAGE
062300         PERFORM 2450-SEND-MESSAGE-ONLY
062400             THRU 2450-EXIT
062500         GO TO 2600-EXIT
062600     END-IF.
062700     IF NOT CA-MORE-OLDER
062800         MOVE '** AT THE OLDEST EVENT **' TO WS-MESSAGE
062900         PERFORM 2450-SEND-MESSAGE-ONLY
063000             THRU 2450-EXIT
063100         GO TO 2600-EXIT
063200     END-IF.
063300     MOVE CA-BOTTOM-KEY TO WS-LIMIT-KEY.
063400     PERFORM 2200-BUILD-OLDER-PAGE
063500         THRU 2200-EXIT.
063600 2600-EXIT.
063700     EXIT.
063800*
063900******************************************************************
064000* 2700-PAGE-NEWER - COLLECT THE FOURTEEN EVENTS ABOVE THE NEWEST
064100*                   ROW SHOWN; FEWER THAN FOURTEEN MEANS THE
064200*                   NEWEST PAGE IS REACHED, SO IT IS REBUILT
064300******************************************************************
064400 2700-PAGE-NEWER.
064500     IF NOT CA-PAGE-SHOWN
064600         MOVE '** ENTER AN EMPLOYEE ID BEFORE PAGING **'
064700             TO WS-MESSAGE
064800         PERFORM 2450-SEND-MESSAGE-ONLY
064900             THRU 2450-EXIT
065000         GO TO 2700-EXIT
065100     END-IF.
065200*
065300     MOVE CA-TOP-KEY TO WS-BROWSE-KEY.
065400     EXEC CICS STARTBR FILE('EMPTIMEL')
065500         RIDFLD(WS-BROWSE-KEY)
065600         GTEQ
065700         RESP(WS-RESP)
065800     END-EXEC.
065900     IF WS-RESP NOT = DFHRESP(NORMAL)
066000         MOVE '** AT THE NEWEST EVENT **' TO WS-MESSAGE
066100         PERFORM 2450-SEND-MESSAGE-ONLY
066200             THRU 2450-EXIT
066300         GO TO 2700-EXIT
066400     END-IF.
066500*
066600     MOVE ZERO TO WS-FWD-COUNT.
066700     MOVE 'N' TO WS-PAGE-FULL-SW.
066800     MOVE 'N' TO WS-EVENT-EOF-SW.
066900     PERFORM 2750-READ-NEXT-EVENT
067000         THRU 2750-EXIT
067100         UNTIL WS-PAGE-FULL OR WS-END-OF-EVENTS.
067200     EXEC CICS ENDBR FILE('EMPTIMEL')
067300         RESP(WS-RESP)
067400     END-EXEC.
067500*
067600     IF WS-FWD-COUNT = 0
067700         MOVE '** AT THE NEWEST EVENT **' TO WS-MESSAGE
067800         PERFORM 2450-SEND-MESSAGE-ONLY
067900             THRU 2450-EXIT
068000         GO TO 2700-EXIT
068100     END-IF.
068200     IF WS-FWD-COUNT < 14
068300         PERFORM 2100-BUILD-NEWEST-PAGE
068400             THRU 2100-EXIT
068500         GO TO 2700-EXIT
068600     END-IF.
068700*
068800     PERFORM 2760-DISPLAY-NEWER-PAGE
068900         THRU 2760-EXIT.
069000 2700-EXIT.
069100     EXIT.
069200*
069300******************************************************************
069400* 2750-READ-NEXT-EVENT - COLLECT ONE LATER EVENT FOR THE EMPLOYEE
069500******************************************************************
069600 2750-READ-NEXT-EVENT.
069700     EXEC CICS READNEXT FILE('EMPTIMEL')
069800         INTO(EMPLOYEE-TIMELINE-RECORD)
069900         RIDFLD(WS-BROWSE-KEY)
070000         RESP(WS-RESP)
070100     END-EXEC.
070200*
070300     IF WS-RESP NOT = DFHRESP(NORMAL)
070400         SET WS-END-OF-EVENTS TO TRUE
070500         GO TO 2750-EXIT
070600     END-IF.
070700     IF TML-KEY NOT > CA-TOP-KEY
070800         GO TO 2750-EXIT
070900     END-IF.
071000     IF TML-EMP-ID NOT = CA-EMP-ID
071100         SET WS-END-OF-EVENTS TO TRUE
071200         GO TO 2750-EXIT
071300     END-IF.
071400*
071500     ADD 1 TO WS-FWD-COUNT.
071600     MOVE EMPLOYEE-TIMELINE-RECORD TO WF-RECORD (WS-FWD-COUNT).
071700     IF WS-FWD-COUNT = 14
071800         SET WS-PAGE-FULL TO TRUE
071900     END-IF.
072000 2750-EXIT.
072100     EXIT.
072200*
072300******************************************************************
072400* 2760-DISPLAY-NEWER-PAGE - REVERSE THE COLLECTED EVENTS AND SEND
072500******************************************************************
072600 2760-DISPLAY-NEWER-PAGE.
072700     MOVE LOW-VALUES TO WSHISTSO.
072800     PERFORM 2150-SHOW-EMPLOYEE
072900         THRU 2150-EXIT.
073000     MOVE ZERO TO WS-ROW-SUB.
073100     MOVE WS-FWD-COUNT TO WS-FWD-SUB.
073200     PERFORM 2770-FORMAT-NEWER-ROW
073300         THRU 2770-EXIT
073400         UNTIL WS-FWD-SUB = 0.
073500*
073600*    THE OLD TOP ROW IS STILL BELOW THIS PAGE
073700     SET CA-MORE-OLDER TO TRUE.
073800     SET CA-PAGE-SHOWN TO TRUE.
073900     MOVE 'PF8 FOR OLDER EVENTS, PF7 FOR NEWER EVENTS' TO MSGLO.
074000     PERFORM 2400-SEND-PAGE
074100         THRU 2400-EXIT.
074200 2760-EXIT.
074300     EXIT.
074400*
074500******************************************************************
074600* 2770-FORMAT-NEWER-ROW - COLLECTED EVENTS ARRIVE OLDEST FIRST,
074700*                         SO THE TABLE IS WALKED BACKWARD
074800******************************************************************
074900 2770-FORMAT-NEWER-ROW.
075000     MOVE WF-RECORD (WS-FWD-SUB) TO EMPLOYEE-TIMELINE-RECORD.
075100     ADD 1 TO WS-ROW-SUB.
075200     IF WS-ROW-SUB = 1
075300         MOVE TML-KEY TO CA-TOP-KEY
075400     END-IF.
075500     MOVE TML-KEY TO CA-BOTTOM-KEY.
075600     PERFORM 2300-FORMAT-ONE-ROW
075700         THRU 2300-EXIT.
075800     SUBTRACT 1 FROM WS-FWD-SUB.
075900 2770-EXIT.
076000     EXIT.
076100*
076200******************************************************************
076300* 7000-RETURN-TO-CALLER - PF3, BACK TO THE SCREEN THAT TRANSFERRED
076400*                         HERE, OR END THE CONVERSATION
076500******************************************************************
076600 7000-RETURN-TO-CALLER.
076700     EVALUATE TRUE
076800         WHEN CA-FROM-MAINT
076900             MOVE CA-EMP-ID TO MC-EMP-ID
077000             MOVE 'B' TO MC-FUNCTION
077100             EXEC CICS XCTL PROGRAM('WSMAINT')
077200                 COMMAREA(WS-MAINT-COMMAREA)
077300             END-EXEC
077400         WHEN CA-FROM-BROWSE
077500             EXEC CICS XCTL PROGRAM('WSBROWSE')
077600             END-EXEC
077700         WHEN OTHER
077800             PERFORM 8000-END-SESSION
077900                 THRU 8000-EXIT
078000     END-EVALUATE.
078100 7000-EXIT.
078200     EXIT.
078300*
078400******************************************************************
078500* 8000-END-SESSION - PF3 PRESSED, RETURN TO CICS
078600******************************************************************
078700 8000-END-SESSION.
078800     EXEC CICS SEND TEXT
078900         FROM('EMPLOYEE HISTORY INQUIRY COMPLETE')
079000         ERASE
079100         FREEKB
079200     END-EXEC.
079300     SET WS-END-OF-SESSION TO TRUE.
079400     EXEC CICS RETURN
079500     END-EXEC.
079600 8000-EXIT.
079700     EXIT.
