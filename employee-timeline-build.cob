000100******************************************************************
000200* EMPLOYEE-TIMELINE-BUILD.COB
000300*
000400* PROGRAM-ID.  EMPLOYEE-TIMELINE-BUILD
000500*
000600* AUTHOR.       D. L. WHITFIELD
000700* INSTALLATION. DATA CENTER SERVICES - BATCH SYSTEMS GROUP
000800* DATE-WRITTEN. 2026-10-15
000900* DATE-COMPILED.
001000*
001100* RELOADS THE EMPLOYEE TIMELINE KSDS (TMLREC LAYOUT, EMPTIMEL DD)
001200* THAT THE WSHIST (WSHI) ONLINE HISTORY INQUIRY READS.  EVERY
001300* EVENT ON THE FOUR FLAT SOURCES IS SORTED BY EMPLOYEE ID, DATE
001400* AND TIME AND WRITTEN TO THE REUSABLE CLUSTER, WHICH IS OPENED
001500* OUTPUT SO EACH RUN REPLACES THE WHOLE FILE:
001600*     EMPHIST   ADD, CHANGE AND DROP RECORDS OF THE PERMANENT
001700*               CHANGE HISTORY, AS IT STANDS AFTER ANY
001800*               CONSOLIDATION
001900*     CHGJRNL   APPROVED ONLINE CHANGES, WITH THE OPERATOR AND
002000*               TERMINAL THAT KEYED THEM
002100*     SUSPIN    HR REJECTS FROM THE SUSPENSE, AND A RE-SHIP EVENT
002200*               FOR EVERY ENTRY SINCE RESOLVED
002300*     EMPEVNT   PURGES TO THE ARCHIVE AND RESTORES FROM IT
002400* A SOURCE THAT IS NOT PRESENT IS NOTED ON THE REPORT AND THE
002500* TIMELINE IS BUILT FROM THE OTHERS.  RETURN CODES:
002600*     0000  CLEAN RUN
002700*     0004  AT LEAST ONE SOURCE FILE WAS NOT PRESENT
002800*     0016  THE TIMELINE FILE COULD NOT BE OPENED, OR NO
002900*           BUSINESS-DATE CONTROL RECORD
003000*
003100* MODIFICATION HISTORY.
003200*     2026-10-15  DLW  ORIGINAL VERSION.
003220*     2026-10-15  DLW  CONTROL TOTALS (EVENTS SORTED, TIMELINE
003240*                       RECORDS WRITTEN AND REFUSED) NOW APPENDED
003260*                       TO THE SHARED STREAM-CONTROL FILE (STRMCTL
003280*                       DD) FOR THE STREAM BALANCE STEP.
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.              EMPLOYEE-TIMELINE-BUILD.
003600 AUTHOR.                  D. L. WHITFIELD.
003700 INSTALLATION.            DATA CENTER SVCS - BATCH SYSTEMS GROUP.
003800 DATE-WRITTEN.            2026-10-15.
003900 DATE-COMPILED.
004000*
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.         IBM-370.
004400 OBJECT-COMPUTER.         IBM-370.
004500 SPECIAL-NAMES.
004600     C01 IS TOP-OF-PAGE.
004700*
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT EMP-HISTORY      ASSIGN TO EMPHIST
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-EMPHIST-STATUS.
005300*
005400     SELECT CHANGE-JOURNAL   ASSIGN TO AS-CHGJRNL
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-CHGJRNL-STATUS.
005700*
005800     SELECT SUSPENSE-IN      ASSIGN TO SUSPIN
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-SUSPIN-STATUS.
006100*
006200     SELECT EVENT-LOG        ASSIGN TO EMPEVNT
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-EMPEVNT-STATUS.
006500*
006600     SELECT EMP-TIMELINE     ASSIGN TO EMPTIMEL
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS TML-KEY
007000         FILE STATUS IS WS-EMPTIMEL-STATUS.
007100*
007200     SELECT TIMELINE-RPT     ASSIGN TO TMLRPT
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-TMLRPT-STATUS.
007420*
007440     SELECT STREAM-CONTROL   ASSIGN TO STRMCTL
007460         ORGANIZATION IS LINE SEQUENTIAL
007480         FILE STATUS IS WS-STRMCTL-STATUS.
007500*
007600     SELECT EVENT-SORT-FILE  ASSIGN TO SORTWK01.
007700*
007800 DATA DIVISION.
007900 FILE SECTION.
008000*
008100 FD  EMP-HISTORY
008200     LABEL RECORDS ARE STANDARD
008300     RECORD CONTAINS 60 CHARACTERS.
008400     COPY HSTREC.
008500*
008600 FD  CHANGE-JOURNAL
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 140 CHARACTERS.
008900     COPY JRNREC.
009000*
009100 FD  SUSPENSE-IN
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 50 CHARACTERS.
009400     COPY SUSPREC.
009500*
009600 FD  EVENT-LOG
009700     LABEL RECORDS ARE STANDARD
009800     RECORD CONTAINS 80 CHARACTERS.
009900     COPY EVTREC.
010000*
010100 FD  EMP-TIMELINE
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 180 CHARACTERS.
010400     COPY TMLREC.
010500*
010600 FD  TIMELINE-RPT
010700     LABEL RECORDS ARE STANDARD
010800     RECORD CONTAINS 132 CHARACTERS.
010900 01  TIMELINE-RPT-LINE           PIC X(132).
011000*
011016 FD  STREAM-CONTROL
011032     LABEL RECORDS ARE STANDARD
011048     RECORD CONTAINS 120 CHARACTERS.
011064     COPY SCTREC.
011080*
011100 SD  EVENT-SORT-FILE
011200     RECORD CONTAINS 183 CHARACTERS.
011300 01  SORT-EVENT-RECORD.
011400     05  SRT-EMP-ID                  PIC X(05).
011500     05  SRT-EVENT-DATE              PIC 9(08).
011600     05  SRT-EVENT-TIME              PIC 9(08).
011700     05  SRT-RELEASE-SEQ             PIC 9(07).
011800     05  SRT-EVENT-DATA              PIC X(155).
011900*
012000 WORKING-STORAGE SECTION.
012100*
012200******************************************************************
012300* FILE STATUS SWITCHES
012400******************************************************************
012500 01  FILE-STATUS-SWITCHES.
012600     05  WS-EMPHIST-STATUS           PIC X(02) VALUE SPACES.
012700         88  EMPHIST-NOT-PRESENT         VALUE '35'.
012800     05  WS-CHGJRNL-STATUS           PIC X(02) VALUE SPACES.
012900         88  CHGJRNL-NOT-PRESENT         VALUE '35'.
013000     05  WS-SUSPIN-STATUS            PIC X(02) VALUE SPACES.
013100         88  SUSPIN-NOT-PRESENT          VALUE '35'.
013200     05  WS-EMPEVNT-STATUS           PIC X(02) VALUE SPACES.
013300         88  EMPEVNT-NOT-PRESENT         VALUE '35'.
013400     05  WS-EMPTIMEL-STATUS          PIC X(02) VALUE SPACES.
013500         88  EMPTIMEL-OK                 VALUE '00'.
013600     05  WS-TMLRPT-STATUS            PIC X(02) VALUE SPACES.
013633     05  WS-STRMCTL-STATUS           PIC X(02) VALUE SPACES.
013666         88  STRMCTL-OPEN-OK             VALUE '00'.
013700*
013800******************************************************************
013900* PROGRAM SWITCHES
014000******************************************************************
014100 01  WS-SWITCHES.
014200     05  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
014300         88  WS-EOF-EMP-HISTORY          VALUE 'Y'.
014400     05  WS-JRNL-EOF-SWITCH          PIC X(01) VALUE 'N'.
014500         88  WS-EOF-CHANGE-JOURNAL       VALUE 'Y'.
014600     05  WS-SUSP-EOF-SWITCH          PIC X(01) VALUE 'N'.
014700         88  WS-EOF-SUSPENSE             VALUE 'Y'.
014800     05  WS-EVNT-EOF-SWITCH          PIC X(01) VALUE 'N'.
014900         88  WS-EOF-EVENT-LOG            VALUE 'Y'.
015000     05  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
015100         88  WS-EOF-SORTED-EVENTS        VALUE 'Y'.
015200     05  WS-MISSING-SWITCH           PIC X(01) VALUE 'N'.
015300         88  WS-SOURCE-MISSING           VALUE 'Y'.
015400*
015500******************************************************************
015600* WORK FIELDS
015700******************************************************************
015800 01  WS-WORK-FIELDS.
015900     05  WS-RUN-DATE-EDIT            PIC X(10) VALUE SPACES.
016000     05  WS-RELEASE-SEQ              PIC 9(07) COMP VALUE ZERO.
016100     05  WS-LAST-MOMENT.
016200         10  WS-LAST-EMP-ID          PIC X(05) VALUE LOW-VALUES.
016300         10  WS-LAST-EVENT-DATE      PIC 9(08) VALUE ZERO.
016400         10  WS-LAST-EVENT-TIME      PIC 9(08) VALUE ZERO.
016500     05  WS-MOMENT-SEQ               PIC 9(04) VALUE ZERO.
016600*
016700******************************************************************
016800* TIMELINE IMAGE BUILT FOR THE SORT - THE NON-KEY PART OF THE
016900* TIMELINE RECORD TRAVELS AS SRT-EVENT-DATA
017000******************************************************************
017100 01  WS-EVENT-AREA.
017200     05  WS-EVT-KEY.
017300         10  WS-EVT-EMP-ID           PIC X(05).
017400         10  WS-EVT-EVENT-DATE       PIC 9(08).
017500         10  WS-EVT-EVENT-TIME       PIC 9(08).
017600         10  WS-EVT-SEQ-NO           PIC 9(04).
017700     05  WS-EVT-DATA.
017800         10  WS-EVT-EVENT-TYPE       PIC X(01).
017900         10  WS-EVT-OPERATOR         PIC X(08).
018000         10  WS-EVT-TERMINAL         PIC X(04).
018100         10  WS-EVT-HR-REASON        PIC X(20).
018200         10  WS-EVT-BEFORE-IMAGE     PIC X(51).
018300         10  WS-EVT-EMPLOYEE-IMAGE   PIC X(51).
018400         10  FILLER                  PIC X(20).
018500*
018600 01  WS-HIST-IMAGE.
018700     05  WS-HI-EMP-ID                PIC X(05).
018800     05  WS-HI-LAST-NAME             PIC X(15).
018900     05  WS-HI-FIRST-NAME            PIC X(10).
019000     05  WS-HI-DEPT-CODE             PIC X(04).
019100     05  WS-HI-HIRE-DATE             PIC 9(08).
019200     05  WS-HI-STATUS-CODE           PIC X(01).
019300     05  WS-HI-STATUS-DATE           PIC X(08).
019400*
019500******************************************************************
019600* COUNTERS
019700******************************************************************
019800 01  WS-COUNTERS.
019900     05  WS-HISTORY-EVENTS           PIC 9(07) COMP VALUE ZERO.
020000     05  WS-JOURNAL-EVENTS           PIC 9(07) COMP VALUE ZERO.
020100     05  WS-REJECT-EVENTS            PIC 9(07) COMP VALUE ZERO.
020200     05  WS-RESHIP-EVENTS            PIC 9(07) COMP VALUE ZERO.
020300     05  WS-PURGE-EVENTS             PIC 9(07) COMP VALUE ZERO.
020400     05  WS-RESTORE-EVENTS           PIC 9(07) COMP VALUE ZERO.
020500     05  WS-RECORDS-WRITTEN          PIC 9(07) COMP VALUE ZERO.
020600     05  WS-RECORDS-NOT-WRITTEN      PIC 9(07) COMP VALUE ZERO.
020700*
020800******************************************************************
020900* DATE FIELDS
021000******************************************************************
021100 01  WS-CURRENT-DATE.
021200     05  WS-CURRENT-CCYY             PIC 9(04).
021300     05  WS-CURRENT-MM               PIC 9(02).
021400     05  WS-CURRENT-DD               PIC 9(02).
021450 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
021500*
021600     COPY BDTPARM.
021700*
021800******************************************************************
021900* BUILD REPORT LINE LAYOUTS
022000******************************************************************
022100 01  TMB-TITLE-LINE-1.
022200     05  FILLER                      PIC X(01) VALUE SPACE.
022300     05  FILLER                      PIC X(40) VALUE
022400         'EMPLOYEE TIMELINE RELOAD'.
022500     05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
022600     05  TMB-TL1-RUN-DATE            PIC X(10) VALUE SPACES.
022700     05  FILLER                      PIC X(71) VALUE SPACES.
022800*
022900 01  TMB-COUNT-LINE.
023000     05  FILLER                      PIC X(01) VALUE SPACE.
023100     05  TMB-CNT-LABEL               PIC X(50) VALUE SPACES.
023200     05  TMB-CNT-VALUE               PIC ZZZ,ZZ9.
023300     05  FILLER                      PIC X(74) VALUE SPACES.
023400*
023500 01  TMB-ERROR-LINE.
023600     05  FILLER                      PIC X(01) VALUE SPACE.
023700     05  TMB-ERR-TEXT                PIC X(60) VALUE SPACES.
023800     05  FILLER                      PIC X(71) VALUE SPACES.
023900*
024000 PROCEDURE DIVISION.
024100*
024200******************************************************************
024300* 0000-MAINLINE
024400******************************************************************
024500 0000-MAINLINE.
024600     PERFORM 1000-INITIALIZE
024700         THRU 1000-EXIT.
024800*
024900     PERFORM 2000-BUILD-TIMELINE
025000         THRU 2000-EXIT.
025100*
025200     PERFORM 9000-TERMINATE
025300         THRU 9000-EXIT.
025400*
025500     STOP RUN.
025600*
025700******************************************************************
025800* 1000-INITIALIZE - DATES, OPEN THE TIMELINE AND THE REPORT
025900******************************************************************
026000 1000-INITIALIZE.
026100     CALL 'GETBDATE' USING BUSINESS-DATE-PARMS.
026200     IF BDP-DATE-UNAVAILABLE
026300         MOVE 16 TO RETURN-CODE
026400         STOP RUN
026500     END-IF.
026600     MOVE BDP-PROCESS-DATE TO WS-CURRENT-DATE.
026700     MOVE WS-CURRENT-MM TO WS-RUN-DATE-EDIT (1:2).
026800     MOVE '/'            TO WS-RUN-DATE-EDIT (3:1).
026900     MOVE WS-CURRENT-DD TO WS-RUN-DATE-EDIT (4:2).
027000     MOVE '/'            TO WS-RUN-DATE-EDIT (6:1).
027100     MOVE WS-CURRENT-CCYY TO WS-RUN-DATE-EDIT (7:4).
027200*
027300     OPEN OUTPUT TIMELINE-RPT.
027400     MOVE WS-RUN-DATE-EDIT TO TMB-TL1-RUN-DATE.
027500     MOVE TMB-TITLE-LINE-1 TO TIMELINE-RPT-LINE.
027600     WRITE TIMELINE-RPT-LINE.
027700*
027800*    THE CLUSTER IS DEFINED REUSE, SO OPEN OUTPUT EMPTIES IT AND
027900*    THE RELOAD STARTS FROM NOTHING EVERY RUN
028000     OPEN OUTPUT EMP-TIMELINE.
028100     IF NOT EMPTIMEL-OK
028200         MOVE 'TIMELINE FILE NOT OPENED - NOTHING RELOADED'
028300             TO TMB-ERR-TEXT
028400         MOVE TMB-ERROR-LINE TO TIMELINE-RPT-LINE
028500         WRITE TIMELINE-RPT-LINE
028600         CLOSE TIMELINE-RPT
028700         MOVE 16 TO RETURN-CODE
028800         STOP RUN
028900     END-IF.
029000 1000-EXIT.
029100     EXIT.
029200*
029300******************************************************************
029400* 2000-BUILD-TIMELINE - EVERY SOURCE INTO THE SORT, SORTED EVENTS
029500*                       OUT TO THE TIMELINE IN KEY ORDER
029600******************************************************************
029700 2000-BUILD-TIMELINE.
029800     SORT EVENT-SORT-FILE
029900         ON ASCENDING KEY SRT-EMP-ID
030000                          SRT-EVENT-DATE
030100                          SRT-EVENT-TIME
030200                          SRT-RELEASE-SEQ
030300         INPUT PROCEDURE IS 2100-RELEASE-EVENTS
030400             THRU 2100-EXIT
030500         OUTPUT PROCEDURE IS 3000-LOAD-TIMELINE
030600             THRU 3000-EXIT.
030700 2000-EXIT.
030800     EXIT.
030900*
031000******************************************************************
031100* 2100-RELEASE-EVENTS - ONE PASS OVER EACH SOURCE FILE
031200******************************************************************
031300 2100-RELEASE-EVENTS.
031400     PERFORM 2200-RELEASE-HISTORY
031500         THRU 2200-EXIT.
031600     PERFORM 2300-RELEASE-JOURNAL
031700         THRU 2300-EXIT.
031800     PERFORM 2400-RELEASE-SUSPENSE
031900         THRU 2400-EXIT.
032000     PERFORM 2500-RELEASE-EVENT-LOG
032100         THRU 2500-EXIT.
032200 2100-EXIT.
032300     EXIT.
032400*
032500******************************************************************
032600* 2200-RELEASE-HISTORY - ADD, CHANGE AND DROP RECORDS
032700******************************************************************
032800 2200-RELEASE-HISTORY.
032900     OPEN INPUT EMP-HISTORY.
033000     IF EMPHIST-NOT-PRESENT
033100         MOVE 'CHANGE HISTORY (EMPHIST) NOT PRESENT'
033200             TO TMB-ERR-TEXT
033300         PERFORM 2900-NOTE-MISSING-SOURCE
033400             THRU 2900-EXIT
033500         GO TO 2200-EXIT
033600     END-IF.
033700     PERFORM 2250-READ-HISTORY
033800         THRU 2250-EXIT.
033900     PERFORM 2260-RELEASE-ONE-HISTORY
034000         THRU 2260-EXIT
034100         UNTIL WS-EOF-EMP-HISTORY.
034200     CLOSE EMP-HISTORY.
034300 2200-EXIT.
034400     EXIT.
034500*
034600 2250-READ-HISTORY.
034700     READ EMP-HISTORY
034800         AT END
034900             SET WS-EOF-EMP-HISTORY TO TRUE
035000     END-READ.
035100 2250-EXIT.
035200     EXIT.
035300*
035400 2260-RELEASE-ONE-HISTORY.
035500     MOVE SPACES TO WS-EVENT-AREA.
035600     MOVE HST-EMP-ID TO WS-EVT-EMP-ID.
035700     MOVE HST-EFF-DATE TO WS-EVT-EVENT-DATE.
035800     MOVE ZERO TO WS-EVT-EVENT-TIME.
035900     MOVE HST-ACTION-CODE TO WS-EVT-EVENT-TYPE.
036000*
036100     MOVE SPACES TO WS-HIST-IMAGE.
036200     MOVE HST-EMP-ID TO WS-HI-EMP-ID.
036300     MOVE HST-LAST-NAME TO WS-HI-LAST-NAME.
036400     MOVE HST-FIRST-NAME TO WS-HI-FIRST-NAME.
036500     MOVE HST-DEPT-CODE TO WS-HI-DEPT-CODE.
036600     MOVE HST-HIRE-DATE TO WS-HI-HIRE-DATE.
036700     MOVE HST-STATUS-CODE TO WS-HI-STATUS-CODE.
036800     MOVE WS-HIST-IMAGE TO WS-EVT-EMPLOYEE-IMAGE.
036900*
037000     PERFORM 2800-RELEASE-ONE-EVENT
037100         THRU 2800-EXIT.
037200     ADD 1 TO WS-HISTORY-EVENTS.
037300*
037400     PERFORM 2250-READ-HISTORY
037500         THRU 2250-EXIT.
037600 2260-EXIT.
037700     EXIT.
037800*
037900******************************************************************
038000* 2300-RELEASE-JOURNAL - APPROVED ONLINE CHANGES
038100******************************************************************
038200 2300-RELEASE-JOURNAL.
038300     OPEN INPUT CHANGE-JOURNAL.
038400     IF CHGJRNL-NOT-PRESENT
038500         MOVE 'ONLINE CHANGE JOURNAL (CHGJRNL) NOT PRESENT'
038600             TO TMB-ERR-TEXT
038700         PERFORM 2900-NOTE-MISSING-SOURCE
038800             THRU 2900-EXIT
038900         GO TO 2300-EXIT
039000     END-IF.
039100     PERFORM 2350-READ-JOURNAL
039200         THRU 2350-EXIT.
039300     PERFORM 2360-RELEASE-ONE-JOURNAL
039400         THRU 2360-EXIT
039500         UNTIL WS-EOF-CHANGE-JOURNAL.
039600     CLOSE CHANGE-JOURNAL.
039700 2300-EXIT.
039800     EXIT.
039900*
040000 2350-READ-JOURNAL.
040100     READ CHANGE-JOURNAL
040200         AT END
040300             SET WS-EOF-CHANGE-JOURNAL TO TRUE
040400     END-READ.
040500 2350-EXIT.
040600     EXIT.
040700*
040800 2360-RELEASE-ONE-JOURNAL.
040900     MOVE SPACES TO WS-EVENT-AREA.
041000     MOVE JRN-EMP-ID TO WS-EVT-EMP-ID.
041100     MOVE JRN-DATE TO WS-EVT-EVENT-DATE.
041200     MOVE JRN-TIME TO WS-EVT-EVENT-TIME.
041300     MOVE 'O' TO WS-EVT-EVENT-TYPE.
041400     MOVE JRN-OPERATOR TO WS-EVT-OPERATOR.
041500     MOVE JRN-TERMINAL TO WS-EVT-TERMINAL.
041600     MOVE JRN-BEFORE-IMAGE TO WS-EVT-BEFORE-IMAGE.
041700     MOVE JRN-AFTER-IMAGE TO WS-EVT-EMPLOYEE-IMAGE.
041800*
041900     PERFORM 2800-RELEASE-ONE-EVENT
042000         THRU 2800-EXIT.
042100     ADD 1 TO WS-JOURNAL-EVENTS.
042200*
042300     PERFORM 2350-READ-JOURNAL
042400         THRU 2350-EXIT.
042500 2360-EXIT.
042600     EXIT.
042700*
042800******************************************************************
042900* 2400-RELEASE-SUSPENSE - AN HR REJECT PER ENTRY, AND A RE-SHIP
043000*                         FOR EACH ENTRY SINCE RESOLVED
043100******************************************************************
043200 2400-RELEASE-SUSPENSE.
043300     OPEN INPUT SUSPENSE-IN.
043400     IF SUSPIN-NOT-PRESENT
043500         MOVE 'HR SUSPENSE (SUSPIN) NOT PRESENT'
043600             TO TMB-ERR-TEXT
043700         PERFORM 2900-NOTE-MISSING-SOURCE
043800             THRU 2900-EXIT
043900         GO TO 2400-EXIT
044000     END-IF.
044100     PERFORM 2450-READ-SUSPENSE
044200         THRU 2450-EXIT.
044300     PERFORM 2460-RELEASE-ONE-SUSPENSE
044400         THRU 2460-EXIT
044500         UNTIL WS-EOF-SUSPENSE.
044600     CLOSE SUSPENSE-IN.
044700 2400-EXIT.
044800     EXIT.
044900*
045000 2450-READ-SUSPENSE.
045100     READ SUSPENSE-IN
045200         AT END
045300             SET WS-EOF-SUSPENSE TO TRUE
045400     END-READ.
045500 2450-EXIT.
045600     EXIT.
045700*
045800 2460-RELEASE-ONE-SUSPENSE.
045900     MOVE SPACES TO WS-EVENT-AREA.
046000     MOVE SUS-EMP-ID TO WS-EVT-EMP-ID.
046100     MOVE SUS-REJECT-DATE TO WS-EVT-EVENT-DATE.
046200     MOVE ZERO TO WS-EVT-EVENT-TIME.
046300     MOVE 'H' TO WS-EVT-EVENT-TYPE.
046400     MOVE SUS-REJECT-REASON TO WS-EVT-HR-REASON.
046500     PERFORM 2800-RELEASE-ONE-EVENT
046600         THRU 2800-EXIT.
046700     ADD 1 TO WS-REJECT-EVENTS.
046800*
046900     IF SUS-STATUS-RESOLVED
047000         AND SUS-RESOLVED-DATE IS NUMERIC
047100         AND SUS-RESOLVED-DATE > 0
047200         MOVE SUS-RESOLVED-DATE TO WS-EVT-EVENT-DATE
047300         MOVE 'S' TO WS-EVT-EVENT-TYPE
047400         PERFORM 2800-RELEASE-ONE-EVENT
047500             THRU 2800-EXIT
047600         ADD 1 TO WS-RESHIP-EVENTS
047700     END-IF.
047800*
047900     PERFORM 2450-READ-SUSPENSE
048000         THRU 2450-EXIT.
048100 2460-EXIT.
048200     EXIT.
048300*
048400******************************************************************
048500* 2500-RELEASE-EVENT-LOG - PURGES AND RESTORES
048600******************************************************************
048700 2500-RELEASE-EVENT-LOG.
048800     OPEN INPUT EVENT-LOG.
048900     IF EMPEVNT-NOT-PRESENT
049000         MOVE 'PURGE/RESTORE EVENT LOG (EMPEVNT) NOT PRESENT'
049100             TO TMB-ERR-TEXT
049200         PERFORM 2900-NOTE-MISSING-SOURCE
049300             THRU 2900-EXIT
049400         GO TO 2500-EXIT
049500     END-IF.
049600     PERFORM 2550-READ-EVENT-LOG
049700         THRU 2550-EXIT.
049800     PERFORM 2560-RELEASE-ONE-LOGGED
049900         THRU 2560-EXIT
050000         UNTIL WS-EOF-EVENT-LOG.
050100     CLOSE EVENT-LOG.
050200 2500-EXIT.
050300     EXIT.
050400*
050500 2550-READ-EVENT-LOG.
050600     READ EVENT-LOG
050700         AT END
050800             SET WS-EOF-EVENT-LOG TO TRUE
050900     END-READ.
051000 2550-EXIT.
051100     EXIT.
051200*
051300 2560-RELEASE-ONE-LOGGED.
051400     MOVE SPACES TO WS-EVENT-AREA.
051500     MOVE EVT-EMP-ID TO WS-EVT-EMP-ID.
051600     MOVE EVT-EVENT-DATE TO WS-EVT-EVENT-DATE.
051700     MOVE ZERO TO WS-EVT-EVENT-TIME.
051800     MOVE EVT-EVENT-CODE TO WS-EVT-EVENT-TYPE.
051900     MOVE EVT-EMPLOYEE-IMAGE TO WS-EVT-EMPLOYEE-IMAGE.
052000     PERFORM 2800-RELEASE-ONE-EVENT
052100         THRU 2800-EXIT.
052200     IF EVT-PURGED
052300         ADD 1 TO WS-PURGE-EVENTS
052400     ELSE
052500         ADD 1 TO WS-RESTORE-EVENTS
052600     END-IF.
052700*
052800     PERFORM 2550-READ-EVENT-LOG
052900         THRU 2550-EXIT.
053000 2560-EXIT.
053100     EXIT.
053200*
053300******************************************************************
053400* 2800-RELEASE-ONE-EVENT - WS-EVENT-AREA TO THE SORT; THE RELEASE
053500*                          SEQUENCE KEEPS SAME-MOMENT EVENTS IN
053600*                          THE ORDER THEIR SOURCES WERE READ
053700******************************************************************
053800 2800-RELEASE-ONE-EVENT.
053900     ADD 1 TO WS-RELEASE-SEQ.
054000     MOVE WS-EVT-EMP-ID TO SRT-EMP-ID.
054100     MOVE WS-EVT-EVENT-DATE TO SRT-EVENT-DATE.
054200     MOVE WS-EVT-EVENT-TIME TO SRT-EVENT-TIME.
054300     MOVE WS-RELEASE-SEQ TO SRT-RELEASE-SEQ.
054400     MOVE WS-EVT-DATA TO SRT-EVENT-DATA.
054500     RELEASE SORT-EVENT-RECORD.
054600 2800-EXIT.
054700     EXIT.
054800*
054900******************************************************************
055000* 2900-NOTE-MISSING-SOURCE - REPORT LINE, RETURN CODE 4 AT END
055100******************************************************************
055200 2900-NOTE-MISSING-SOURCE.
055300     SET WS-SOURCE-MISSING TO TRUE.
055400     MOVE TMB-ERROR-LINE TO TIMELINE-RPT-LINE.
055500     WRITE TIMELINE-RPT-LINE.
055600 2900-EXIT.
055700     EXIT.
055800*
055900******************************************************************
056000* 3000-LOAD-TIMELINE - SORTED EVENTS TO THE KSDS, NUMBERING THE
056100*                      EVENTS THAT SHARE ONE EMPLOYEE/DATE/TIME
056200******************************************************************
056300 3000-LOAD-TIMELINE.
056400     PERFORM 3050-RETURN-SORTED-EVENT
056500         THRU 3050-EXIT.
056600     PERFORM 3100-WRITE-ONE-EVENT
056700         THRU 3100-EXIT
056800         UNTIL WS-EOF-SORTED-EVENTS.
056900 3000-EXIT.
057000     EXIT.
057100*
057200 3050-RETURN-SORTED-EVENT.
057300     RETURN EVENT-SORT-FILE
057400         AT END
057500             SET WS-EOF-SORTED-EVENTS TO TRUE
057600     END-RETURN.
057700 3050-EXIT.
057800     EXIT.
057900*
058000 3100-WRITE-ONE-EVENT.
058100     IF SRT-EMP-ID = WS-LAST-EMP-ID
058200         AND SRT-EVENT-DATE = WS-LAST-EVENT-DATE
058300         AND SRT-EVENT-TIME = WS-LAST-EVENT-TIME
058400         ADD 1 TO WS-MOMENT-SEQ
058500     ELSE
058600         MOVE 1 TO WS-MOMENT-SEQ
058700         MOVE SRT-EMP-ID TO WS-LAST-EMP-ID
058800         MOVE SRT-EVENT-DATE TO WS-LAST-EVENT-DATE
058900         MOVE SRT-EVENT-TIME TO WS-LAST-EVENT-TIME
059000     END-IF.
059100*
059200     MOVE SRT-EMP-ID TO WS-EVT-EMP-ID.
059300     MOVE SRT-EVENT-DATE TO WS-EVT-EVENT-DATE.
059400     MOVE SRT-EVENT-TIME TO WS-EVT-EVENT-TIME.
059500     MOVE WS-MOMENT-SEQ TO WS-EVT-SEQ-NO.
059600     MOVE SRT-EVENT-DATA TO WS-EVT-DATA.
059700     MOVE WS-EVENT-AREA TO EMPLOYEE-TIMELINE-RECORD.
059800*
059900     WRITE EMPLOYEE-TIMELINE-RECORD
060000         INVALID KEY
060100             ADD 1 TO WS-RECORDS-NOT-WRITTEN
060200         NOT INVALID KEY
060300             ADD 1 TO WS-RECORDS-WRITTEN
060400     END-WRITE.
060500*
060600     PERFORM 3050-RETURN-SORTED-EVENT
060700         THRU 3050-EXIT.
060800 3100-EXIT.
060900     EXIT.
061000*
061100******************************************************************
061200* 8100-PRINT-COUNT-LINE - ONE LABELED COUNT
061300******************************************************************
061400 8100-PRINT-COUNT-LINE.
061500     MOVE TMB-COUNT-LINE TO TIMELINE-RPT-LINE.
061600     WRITE TIMELINE-RPT-LINE.
061700 8100-EXIT.
061800     EXIT.
061900*
062000******************************************************************
062100* 9000-TERMINATE - COUNTS BY SOURCE, CLOSE, RETURN CODE
062200******************************************************************
062300 9000-TERMINATE.
062400     MOVE 'CHANGE HISTORY ADD/CHANGE/DROP EVENTS: '
062500         TO TMB-CNT-LABEL.
062600     MOVE WS-HISTORY-EVENTS TO TMB-CNT-VALUE.
062700     PERFORM 8100-PRINT-COUNT-LINE
062800         THRU 8100-EXIT.
062900     MOVE 'ONLINE CHANGES FROM THE JOURNAL: ' TO TMB-CNT-LABEL.
063000     MOVE WS-JOURNAL-EVENTS TO TMB-CNT-VALUE.
063100     PERFORM 8100-PRINT-COUNT-LINE
063200         THRU 8100-EXIT.
063300     MOVE 'HR REJECTS FROM THE SUSPENSE: ' TO TMB-CNT-LABEL.
063400     MOVE WS-REJECT-EVENTS TO TMB-CNT-VALUE.
063500     PERFORM 8100-PRINT-COUNT-LINE
063600         THRU 8100-EXIT.
063700     MOVE 'HR RE-SHIPS (RESOLVED SUSPENSE ENTRIES): '
063800         TO TMB-CNT-LABEL.
063900     MOVE WS-RESHIP-EVENTS TO TMB-CNT-VALUE.
064000     PERFORM 8100-PRINT-COUNT-LINE
064100         THRU 8100-EXIT.
064200     MOVE 'PURGES TO THE ARCHIVE: ' TO TMB-CNT-LABEL.
064300     MOVE WS-PURGE-EVENTS TO TMB-CNT-VALUE.
064400     PERFORM 8100-PRINT-COUNT-LINE
064500         THRU 8100-EXIT.
064600     MOVE 'RESTORES FROM THE ARCHIVE: ' TO TMB-CNT-LABEL.
064700     MOVE WS-RESTORE-EVENTS TO TMB-CNT-VALUE.
064800     PERFORM 8100-PRINT-COUNT-LINE
064900         THRU 8100-EXIT.
065000     MOVE 'TIMELINE RECORDS WRITTEN: ' TO TMB-CNT-LABEL.
065100     MOVE WS-RECORDS-WRITTEN TO TMB-CNT-VALUE.
065200     PERFORM 8100-PRINT-COUNT-LINE
065300         THRU 8100-EXIT.
065400     IF WS-RECORDS-NOT-WRITTEN > 0
065500         MOVE 'TIMELINE RECORDS REFUSED BY THE FILE: '
065600             TO TMB-CNT-LABEL
065700         MOVE WS-RECORDS-NOT-WRITTEN TO TMB-CNT-VALUE
065800         PERFORM 8100-PRINT-COUNT-LINE
065900             THRU 8100-EXIT
066000         SET WS-SOURCE-MISSING TO TRUE
066100     END-IF.
066200*
066300     CLOSE EMP-TIMELINE.
066400     CLOSE TIMELINE-RPT.
066500*
066600     IF WS-SOURCE-MISSING
066700         MOVE 4 TO RETURN-CODE
066800     END-IF.
066825*
066850     PERFORM 9400-WRITE-STREAM-CONTROL
066875         THRU 9400-EXIT.
066900 9000-EXIT.
067000     EXIT.
067100*
067200******************************************************************
067300* 9400-WRITE-STREAM-CONTROL - THIS RUN'S CONTROL TOTALS FOR THE
067400*                             STREAM BALANCE STEP
067500******************************************************************
067600 9400-WRITE-STREAM-CONTROL.
067700     OPEN EXTEND STREAM-CONTROL.
067800     IF NOT STRMCTL-OPEN-OK
067900         GO TO 9400-EXIT
068000     END-IF.
068100*
068200     ACCEPT WS-CURRENT-TIME FROM TIME.
068300     MOVE SPACES TO STREAM-CONTROL-RECORD.
068400     MOVE ZERO TO SCT-COUNTS.
068500     MOVE WS-CURRENT-CCYY TO SCT-BUSINESS-DATE (1:4).
068600     MOVE WS-CURRENT-MM TO SCT-BUSINESS-DATE (5:2).
068700     MOVE WS-CURRENT-DD TO SCT-BUSINESS-DATE (7:2).
068800     MOVE WS-CURRENT-TIME TO SCT-RUN-TIME.
068900     SET SCT-TIMELINE-BUILD TO TRUE.
069000     MOVE RETURN-CODE TO SCT-RETURN-CODE.
069100     SET SCT-FULL-PASS TO TRUE.
069200     ADD WS-HISTORY-EVENTS WS-JOURNAL-EVENTS WS-REJECT-EVENTS
069300         WS-RESHIP-EVENTS WS-PURGE-EVENTS WS-RESTORE-EVENTS
069400         GIVING SCT-RECORDS-READ.
069500     MOVE WS-RECORDS-WRITTEN TO SCT-RECORDS-ADDED.
069600     MOVE WS-RECORDS-NOT-WRITTEN TO SCT-RECORDS-REJECTED.
069700     WRITE STREAM-CONTROL-RECORD.
069800     CLOSE STREAM-CONTROL.
069900 9400-EXIT.
070000     EXIT.
