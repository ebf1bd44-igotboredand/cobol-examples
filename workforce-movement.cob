000100******************************************************************
000200* WORKFORCE-MOVEMENT.COB
000300*
000400* PROGRAM-ID.  WORKFORCE-MOVEMENT
000500*
000600* AUTHOR.       D. L. WHITFIELD
000700* INSTALLATION. DATA CENTER SERVICES - BATCH SYSTEMS GROUP
000800* DATE-WRITTEN. 2026-10-15
000900* DATE-COMPILED.
001000*
001100* MONTHLY WORKFORCE MOVEMENT AND TURNOVER REPORT.  REPLAYS THE
001200* PERMANENT EMPLOYEE CHANGE HISTORY (HSTREC LAYOUT) FOR ONE
001300* CALENDAR MONTH AND PRINTS, FOR EVERY DEPARTMENT, THE OPENING
001400* HEADCOUNT, NEW HIRES, TRANSFERS IN AND OUT, LEAVES, RETURNS
001500* FROM LEAVE, TERMINATIONS AND THE CLOSING HEADCOUNT, WITH THE
001600* MONTH'S TURNOVER PERCENT AND THE CLOSING HEADCOUNT AGAINST THE
001700* AUTHORIZED FIGURE ON THE DEPARTMENT REFERENCE MASTER, FOLLOWED
001800* BY A COMPANY-WIDE RECAP PAGE.
001900*
002000* THE MONTH COMES FROM THE SYSIN CARD AS CCYYMM IN COLUMNS 1-6;
002100* A BLANK CARD OR NO CARD MEANS THE MONTH BEFORE THE RUN DATE.
002200* HEADCOUNT IS COUNTED EXACTLY AS THE POINT-IN-TIME ROSTER
002300* COUNTS IT - THE LATEST HISTORY RECORD ON OR BEFORE THE DATE
002400* DECIDES, AND AN EMPLOYEE WHOSE LATEST RECORD IS A DROP OR
002500* WHOSE STATUS IS LEAVE OR TERMINATED IS NOT COUNTED - SO THE
002600* OPENING FIGURE IS THE ROSTER THAT PROGRAM REBUILDS FOR THE
002700* FIRST OF THE MONTH AND THE CLOSING FIGURE THE ROSTER FOR THE
002800* LAST DAY.  CHANGES EFFECTIVE ON THE FIRST ARE THEREFORE PART
002900* OF THE OPENING FIGURE, AND THE MOVEMENT COLUMNS COUNT THE
003000* CHANGES EFFECTIVE FROM THE SECOND THROUGH THE LAST DAY, SO
003100* EVERY DEPARTMENT LINE FOOTS FROM OPENING TO CLOSING.
003200*
003300* EACH CHANGE IS CLASSIFIED AGAINST THE EMPLOYEE'S STATE BEFORE
003400* IT - COMING ONTO THE ACTIVE HEADCOUNT IS A HIRE (A RETURN WHEN
003500* THE EMPLOYEE WAS ON LEAVE), GOING TO STATUS L A LEAVE, GOING
003600* TO ANY OTHER STATUS OR BEING DROPPED A TERMINATION, AND A NEW
003700* DEPARTMENT A TRANSFER.  A TRANSFER MADE BY A DEPARTMENT-REORG
003800* MERGE OR RENAME - A DEPARTMENT HISTORY (DPTHIST) MERGE OR
003900* RENAME OF THE OLD DEPARTMENT ON THE TRANSFER'S EFFECTIVE
004000* DATE - IS SHOWN IN ITS OWN REORG COLUMNS.  A TERMINATION OF AN
004100* EMPLOYEE ALREADY ON LEAVE DOES NOT MOVE THE HEADCOUNT AND IS
004200* SHOWN ONLY ON THE RECAP.  RETURN CODES:
004300*     0000  REPORT PRINTED
004400*     0004  REPORT PRINTED, BUT NO DEPARTMENT HISTORY FILE (REORG
004500*           TRANSFERS COUNTED AS ORDINARY TRANSFERS) OR MORE
004600*           DEPARTMENTS THAN THE TABLE HOLDS
004700*     0008  MONTH CARD INVALID, MONTH NOT YET STARTED, OR MONTH
004800*           STARTS BEFORE THE CONSOLIDATION BASELINE
004900*     0016  NO BUSINESS-DATE CONTROL RECORD
005000*
005100* MODIFICATION HISTORY.
005200*     2026-10-15  DLW  ORIGINAL VERSION.
005233*     2026-10-15  DLW  A REFERENCE DEPARTMENT PAST THE TABLE LIMIT
005266*                       NOW MARKS THE TABLE FULL (RC 0004, NOTE).
005300******************************************************************
005400 IDENTIFICATION DIVISION.
005500 PROGRAM-ID.              WORKFORCE-MOVEMENT.
005600 AUTHOR.                  D. L. WHITFIELD.
005700 INSTALLATION.            DATA CENTER SVCS - BATCH SYSTEMS GROUP.
005800 DATE-WRITTEN.            2026-10-15.
005900 DATE-COMPILED.
006000*
006100 ENVIRONMENT DIVISION.
006200 CONFIGURATION SECTION.
006300 SOURCE-COMPUTER.         IBM-370.
006400 OBJECT-COMPUTER.         IBM-370.
006500 SPECIAL-NAMES.
006600     C01 IS TOP-OF-PAGE.
006700*
006800 INPUT-OUTPUT SECTION.
006900 FILE-CONTROL.
007000     SELECT EMP-HISTORY      ASSIGN TO EMPHIST
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-EMPHIST-STATUS.
007300*
007400     SELECT PARM-FILE        ASSIGN TO SYSIN
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-PARM-STATUS.
007700*
007800     SELECT BASELINE-FILE    ASSIGN TO HSTBASE
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-HSTBASE-STATUS.
008100*
008200     SELECT DEPT-REFERENCE   ASSIGN TO DEPTMSTR
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS SEQUENTIAL
008500         RECORD KEY IS DPT-DEPT-CODE
008600         FILE STATUS IS WS-DEPTREF-STATUS.
008700*
008800     SELECT DEPT-HISTORY     ASSIGN TO AS-DPTHIST
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WS-DPTHIST-STATUS.
009100*
009200     SELECT MOVEMENT-RPT     ASSIGN TO MOVERPT
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-MOVERPT-STATUS.
009500*
009600     SELECT HIST-SORT-FILE   ASSIGN TO SORTWK01.
009700*
009800 DATA DIVISION.
009900 FILE SECTION.
010000*
010100 FD  EMP-HISTORY
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 60 CHARACTERS.
010400     COPY HSTREC.
010500*
010600 FD  PARM-FILE
010700     LABEL RECORDS ARE STANDARD
010800     RECORD CONTAINS 80 CHARACTERS.
010900 01  MONTH-PARM-CARD.
011000     05  MPC-MONTH.
011100         10  MPC-CCYY                PIC X(04).
011200         10  MPC-MM                  PIC X(02).
011300     05  FILLER                      PIC X(74).
011400*
011500 FD  BASELINE-FILE
011600     LABEL RECORDS ARE STANDARD
011700     RECORD CONTAINS 20 CHARACTERS.
011800     COPY BASEREC.
011900*
012000 FD  DEPT-REFERENCE
012100     LABEL RECORDS ARE STANDARD
012200     RECORD CONTAINS 30 CHARACTERS.
012300     COPY DEPTREC.
012400*
012500 FD  DEPT-HISTORY
012600     LABEL RECORDS ARE STANDARD
012700     RECORD CONTAINS 100 CHARACTERS.
012800     COPY DPTHREC.
012900*
013000 FD  MOVEMENT-RPT
013100     LABEL RECORDS ARE STANDARD
013200     RECORD CONTAINS 132 CHARACTERS.
013300 01  MOVEMENT-RPT-LINE               PIC X(132).
013400*
013500 SD  HIST-SORT-FILE
013600     RECORD CONTAINS 67 CHARACTERS.
013700 01  SORT-HISTORY-RECORD.
013800     05  SRT-EMP-ID                  PIC X(05).
013900     05  SRT-EFF-DATE                PIC 9(08).
014000     05  SRT-SEQ-NO                  PIC 9(07).
014100     05  SRT-ACTION-CODE             PIC X(01).
014200     05  SRT-LAST-NAME               PIC X(15).
014300     05  SRT-FIRST-NAME              PIC X(10).
014400     05  SRT-DEPT-CODE               PIC X(04).
014500     05  SRT-HIRE-DATE               PIC 9(08).
014600     05  SRT-STATUS-CODE             PIC X(01).
014700     05  FILLER                      PIC X(08).
014800*
014900 WORKING-STORAGE SECTION.
015000*
015100******************************************************************
015200* FILE STATUS SWITCHES
015300******************************************************************
015400 01  FILE-STATUS-SWITCHES.
015500     05  WS-EMPHIST-STATUS           PIC X(02) VALUE SPACES.
015600         88  EMPHIST-NOT-PRESENT         VALUE '35'.
015700     05  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
015800         88  PARM-NOT-PRESENT            VALUE '35'.
015900     05  WS-HSTBASE-STATUS           PIC X(02) VALUE SPACES.
016000         88  HSTBASE-NOT-PRESENT         VALUE '35'.
016100     05  WS-DEPTREF-STATUS           PIC X(02) VALUE SPACES.
016200         88  DEPTREF-NOT-PRESENT         VALUE '35'.
016300     05  WS-DPTHIST-STATUS           PIC X(02) VALUE SPACES.
016400         88  DPTHIST-NOT-PRESENT         VALUE '35'.
016500     05  WS-MOVERPT-STATUS           PIC X(02) VALUE SPACES.
016600*
016700******************************************************************
016800* PROGRAM SWITCHES
016900******************************************************************
017000 01  WS-SWITCHES.
017100     05  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
017200         88  WS-EOF-EMP-HISTORY          VALUE 'Y'.
017300     05  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
017400         88  WS-EOF-SORTED-HISTORY       VALUE 'Y'.
017500     05  WS-DEPT-EOF-SWITCH          PIC X(01) VALUE 'N'.
017600         88  WS-EOF-DEPT-REFERENCE       VALUE 'Y'.
017700     05  WS-DHST-EOF-SWITCH          PIC X(01) VALUE 'N'.
017800         88  WS-EOF-DEPT-HISTORY         VALUE 'Y'.
017900     05  WS-BASE-EOF-SWITCH          PIC X(01) VALUE 'N'.
018000         88  WS-EOF-BASELINE-FILE        VALUE 'Y'.
018100     05  WS-PARM-ERROR-SWITCH        PIC X(01) VALUE 'N'.
018200         88  WS-PARM-ERROR               VALUE 'Y'.
018300     05  WS-NOT-STARTED-SWITCH       PIC X(01) VALUE 'N'.
018400         88  WS-MONTH-NOT-STARTED        VALUE 'Y'.
018500     05  WS-BASELINE-ERROR-SWITCH    PIC X(01) VALUE 'N'.
018600         88  WS-BASELINE-ERROR           VALUE 'Y'.
018700     05  WS-IN-PROGRESS-SWITCH       PIC X(01) VALUE 'N'.
018800         88  WS-MONTH-IN-PROGRESS        VALUE 'Y'.
018900     05  WS-DHST-MISSING-SWITCH      PIC X(01) VALUE 'N'.
019000         88  WS-DEPT-HISTORY-MISSING     VALUE 'Y'.
019100     05  WS-TABLE-FULL-SWITCH        PIC X(01) VALUE 'N'.
019200         88  WS-DEPT-TABLE-FULL          VALUE 'Y'.
019300     05  WS-HOLD-SWITCH              PIC X(01) VALUE 'N'.
019400         88  WS-HOLD-PRESENT             VALUE 'Y'.
019500     05  WS-OPENING-SWITCH           PIC X(01) VALUE 'N'.
019600         88  WS-OPENING-TAKEN            VALUE 'Y'.
019700     05  WS-DEPT-FOUND-SWITCH        PIC X(01) VALUE 'N'.
019800         88  WS-DEPT-FOUND               VALUE 'Y'.
019900     05  WS-REORG-SWITCH             PIC X(01) VALUE 'N'.
020000         88  WS-REORG-TRANSFER           VALUE 'Y'.
020100     05  WS-TOT-AUTH-SWITCH          PIC X(01) VALUE 'N'.
020200         88  WS-TOT-AUTH-PRESENT         VALUE 'Y'.
020300*
020400******************************************************************
020500* WORK FIELDS
020600******************************************************************
020700 01  WS-WORK-FIELDS.
020800     05  WS-RUN-DATE-EDIT            PIC X(10) VALUE SPACES.
020900     05  WS-MONTH-EDIT               PIC X(07) VALUE SPACES.
021000     05  WS-START-DATE-EDIT          PIC X(10) VALUE SPACES.
021100     05  WS-END-DATE-EDIT            PIC X(10) VALUE SPACES.
021200     05  WS-BASELINE-DATE            PIC X(08) VALUE SPACES.
021300     05  WS-RELEASE-SEQ              PIC 9(07) COMP VALUE ZERO.
021400     05  WS-DEPT-SUB                 PIC 9(03) COMP VALUE ZERO.
021500     05  WS-FOUND-SUB                PIC 9(03) COMP VALUE ZERO.
021600     05  WS-REORG-SUB                PIC 9(03) COMP VALUE ZERO.
021700     05  WS-LOOKUP-DEPT-CODE         PIC X(04) VALUE SPACES.
021800     05  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
021900     05  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
022000     05  WS-AVERAGE-HEADS            PIC 9(06)V9(01) COMP-3
022100                                     VALUE ZERO.
022200     05  WS-TURNOVER-TERMS           PIC 9(07) COMP VALUE ZERO.
022300     05  WS-TURNOVER-PCT             PIC 9(03)V9(01) COMP-3
022400                                     VALUE ZERO.
022500     05  WS-TURNOVER-EDIT            PIC ZZ9.9.
022600     05  WS-DEPT-VARIANCE            PIC S9(05) COMP VALUE ZERO.
022700     05  WS-NET-CHANGE               PIC S9(07) COMP VALUE ZERO.
022800     05  WS-FOOTED-CLOSING           PIC S9(07) COMP VALUE ZERO.
022900     05  WS-AUTH-EDIT                PIC ZZ,ZZ9.
023000     05  WS-VARIANCE-EDIT            PIC ZZ,ZZ9-.
023100     05  WS-RUN-RC                   PIC 9(02) COMP VALUE ZERO.
023200*
023300******************************************************************
023400* REPORT MONTH - FIRST AND LAST DAY, CCYYMMDD
023500******************************************************************
023600 01  WS-MONTH-START.
023700     05  WS-MST-CCYY                 PIC 9(04) VALUE ZERO.
023800     05  WS-MST-MM                   PIC 9(02) VALUE ZERO.
023900     05  WS-MST-DD                   PIC 9(02) VALUE ZERO.
024000 01  WS-MONTH-START-DATE REDEFINES WS-MONTH-START
024100                                     PIC 9(08).
024200*
024300 01  WS-MONTH-END.
024400     05  WS-MEN-CCYY                 PIC 9(04) VALUE ZERO.
024500     05  WS-MEN-MM                   PIC 9(02) VALUE ZERO.
024600     05  WS-MEN-DD                   PIC 9(02) VALUE ZERO.
024700 01  WS-MONTH-END-DATE REDEFINES WS-MONTH-END
024800                                     PIC 9(08).
024900*
025000 01  WS-MONTH-DAYS-TABLE.
025100     05  WS-MONTH-DAYS-VALUES        PIC X(24) VALUE
025200         '312831303130313130313031'.
025300     05  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-VALUES
025400                                     PIC 9(02) OCCURS 12 TIMES.
025500*
025600******************************************************************
025700* EMPLOYEE STATE - BEFORE AND AFTER THE HISTORY RECORD NOW BEING
025800* REPLAYED FOR THE EMPLOYEE GROUP BEING RETURNED FROM THE SORT
025900******************************************************************
026000 01  WS-EMPLOYEE-STATE.
026100     05  WS-HLD-EMP-ID               PIC X(05) VALUE SPACES.
026200     05  WS-CUR-ON-FILE-SWITCH       PIC X(01) VALUE 'N'.
026300         88  WS-CUR-ON-FILE              VALUE 'Y'.
026400     05  WS-CUR-ACTIVE-SWITCH        PIC X(01) VALUE 'N'.
026500         88  WS-CUR-ACTIVE               VALUE 'Y'.
026600     05  WS-CUR-DEPT-CODE            PIC X(04) VALUE SPACES.
026700     05  WS-CUR-STATUS-CODE          PIC X(01) VALUE SPACE.
026800     05  WS-NEW-ON-FILE-SWITCH       PIC X(01) VALUE 'N'.
026900         88  WS-NEW-ON-FILE              VALUE 'Y'.
027000     05  WS-NEW-ACTIVE-SWITCH        PIC X(01) VALUE 'N'.
027100         88  WS-NEW-ACTIVE               VALUE 'Y'.
027200     05  WS-NEW-DEPT-CODE            PIC X(04) VALUE SPACES.
027300     05  WS-NEW-STATUS-CODE          PIC X(01) VALUE SPACE.
027400*
027500******************************************************************
027600* COUNTERS
027700******************************************************************
027800 01  WS-COUNTERS.
027900     05  WS-HISTORY-READ             PIC 9(07) COMP VALUE ZERO.
028000     05  WS-HISTORY-REPLAYED         PIC 9(07) COMP VALUE ZERO.
028100     05  WS-EMPLOYEES-REPLAYED       PIC 9(07) COMP VALUE ZERO.
028200     05  WS-TERMS-FROM-LEAVE         PIC 9(07) COMP VALUE ZERO.
028300     05  WS-DEPTS-OVER-AUTH          PIC 9(05) COMP VALUE ZERO.
028400     05  WS-RPT-LINE-COUNT           PIC 9(02) COMP VALUE ZERO.
028500     05  WS-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
028600*
028700******************************************************************
028800* COMPANY TOTALS - SUMMED FROM THE DEPARTMENT LINES AS PRINTED
028900******************************************************************
029000 01  WS-COMPANY-TOTALS.
029100     05  WS-TOT-AUTH-COUNT           PIC 9(07) COMP VALUE ZERO.
029200     05  WS-TOT-COUNTS.
029300         10  WS-TOT-OPENING          PIC 9(07) COMP.
029400         10  WS-TOT-HIRES            PIC 9(07) COMP.
029500         10  WS-TOT-XFER-IN          PIC 9(07) COMP.
029600         10  WS-TOT-XFER-OUT         PIC 9(07) COMP.
029700         10  WS-TOT-REORG-IN         PIC 9(07) COMP.
029800         10  WS-TOT-REORG-OUT        PIC 9(07) COMP.
029900         10  WS-TOT-LEAVES           PIC 9(07) COMP.
030000         10  WS-TOT-RETURNS          PIC 9(07) COMP.
030100         10  WS-TOT-TERMS            PIC 9(07) COMP.
030200         10  WS-TOT-CLOSING          PIC 9(07) COMP.
030300*
030400******************************************************************
030500* DEPARTMENT MOVEMENT TABLE - LOADED FROM THE DEPARTMENT
030600* REFERENCE MASTER IN CODE ORDER; A DEPARTMENT FOUND ONLY IN THE
030700* HISTORY (ONE MERGED AWAY, FOR INSTANCE) IS ADDED BEHIND THEM.
030800* THE LAST ENTRY IS HELD BACK TO COLLECT ANY DEPARTMENTS BEYOND
030900* THE TABLE'S SIZE SO NO HEAD GOES UNCOUNTED.
031000******************************************************************
031100 01  WS-MOVE-DEPT-TABLE.
031200     05  WS-MVD-COUNT                PIC 9(03) COMP VALUE ZERO.
031300     05  WS-MVD-ENTRY OCCURS 201 TIMES.
031400         10  WS-MVD-DEPT-CODE        PIC X(04).
031500         10  WS-MVD-DEPT-NAME        PIC X(20).
031600         10  WS-MVD-AUTH-COUNT       PIC 9(05) COMP.
031700         10  WS-MVD-AUTH-SWITCH      PIC X(01).
031800         10  WS-MVD-REF-SWITCH       PIC X(01).
031900         10  WS-MVD-COUNTS.
032000             15  WS-MVD-OPENING      PIC 9(05) COMP.
032100             15  WS-MVD-HIRES        PIC 9(05) COMP.
032200             15  WS-MVD-XFER-IN      PIC 9(05) COMP.
032300             15  WS-MVD-XFER-OUT     PIC 9(05) COMP.
032400             15  WS-MVD-REORG-IN     PIC 9(05) COMP.
032500             15  WS-MVD-REORG-OUT    PIC 9(05) COMP.
032600             15  WS-MVD-LEAVES       PIC 9(05) COMP.
032700             15  WS-MVD-RETURNS      PIC 9(05) COMP.
032800             15  WS-MVD-TERMS        PIC 9(05) COMP.
032900             15  WS-MVD-CLOSING      PIC 9(05) COMP.
033000*
033100******************************************************************
033200* REORGANIZATION TABLE - DEPARTMENT HISTORY MERGES AND RENAMES
033300* EFFECTIVE IN THE REPORT MONTH, BY OLD DEPARTMENT AND DATE
033400******************************************************************
033500 01  WS-REORG-TABLE.
033600     05  WS-REORG-COUNT              PIC 9(03) COMP VALUE ZERO.
033700     05  WS-REORG-ENTRY OCCURS 100 TIMES.
033800         10  WS-RGE-CHANGE-DATE      PIC 9(08).
033900         10  WS-RGE-OLD-DEPT-CODE    PIC X(04).
034000*
034100******************************************************************
034200* DATE FIELDS
034300******************************************************************
034400 01  WS-CURRENT-DATE.
034500     05  WS-CURRENT-CCYY             PIC 9(04).
034600     05  WS-CURRENT-MM               PIC 9(02).
034700     05  WS-CURRENT-DD               PIC 9(02).
034800*
034900     COPY BDTPARM.
035000*
035100******************************************************************
035200* MOVEMENT REPORT LINE LAYOUTS
035300******************************************************************
035400 01  MVT-TITLE-LINE-1.
035500     05  FILLER                      PIC X(01) VALUE SPACE.
035600     05  FILLER                      PIC X(40) VALUE
035700         'MONTHLY WORKFORCE MOVEMENT REPORT'.
035800     05  FILLER                      PIC X(07) VALUE 'MONTH: '.
035900     05  MVT-TL1-MONTH               PIC X(07) VALUE SPACES.
036000     05  FILLER                      PIC X(04) VALUE SPACES.
036100     05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
036200     05  MVT-TL1-RUN-DATE            PIC X(10) VALUE SPACES.
036300     05  FILLER                      PIC X(53) VALUE SPACES.
036400*
036500 01  MVT-TITLE-LINE-2.
036600     05  FILLER                      PIC X(01) VALUE SPACE.
036700     05  FILLER                      PIC X(24) VALUE
036800         'OPENING HEADS AS OF'.
036900     05  MVT-TL2-START-DATE          PIC X(10) VALUE SPACES.
037000     05  FILLER                      PIC X(04) VALUE SPACES.
037100     05  FILLER                      PIC X(24) VALUE
037200         'CLOSING HEADS AS OF'.
037300     05  MVT-TL2-END-DATE            PIC X(10) VALUE SPACES.
037400     05  FILLER                      PIC X(04) VALUE SPACES.
037500     05  MVT-TL2-NOTE                PIC X(40) VALUE SPACES.
037600     05  FILLER                      PIC X(15) VALUE SPACES.
037700*
037800 01  MVT-COLUMN-HEADING-1.
037900     05  FILLER                      PIC X(27) VALUE SPACES.
038000     05  FILLER                      PIC X(07) VALUE
038100         'OPENING'.
038200     05  FILLER                      PIC X(07) VALUE SPACES.
038300     05  FILLER                      PIC X(07) VALUE
038400         ' TRANSF'.
038500     05  FILLER                      PIC X(07) VALUE
038600         ' TRANSF'.
038700     05  FILLER                      PIC X(07) VALUE
038800         '  REORG'.
038900     05  FILLER                      PIC X(07) VALUE
039000         '  REORG'.
039100     05  FILLER                      PIC X(07) VALUE SPACES.
039200     05  FILLER                      PIC X(07) VALUE SPACES.
039300     05  FILLER                      PIC X(07) VALUE SPACES.
039400     05  FILLER                      PIC X(07) VALUE
039500         'CLOSING'.
039600     05  FILLER                      PIC X(07) VALUE
039700         '   AUTH'.
039800     05  FILLER                      PIC X(08) VALUE
039900         '   OVER/'.
040000     05  FILLER                      PIC X(07) VALUE
040100         '  TURN-'.
040200     05  FILLER                      PIC X(13) VALUE SPACES.
040300*
040400 01  MVT-COLUMN-HEADING-2.
040500     05  FILLER                      PIC X(01) VALUE SPACE.
040600     05  FILLER                      PIC X(06) VALUE 'DEPT'.
040700     05  FILLER                      PIC X(20) VALUE
040800         'DEPARTMENT NAME'.
040900     05  FILLER                      PIC X(07) VALUE
041000         '  HEADS'.
041100     05  FILLER                      PIC X(07) VALUE
041200         '  HIRES'.
041300     05  FILLER                      PIC X(07) VALUE
041400         '     IN'.
041500     05  FILLER                      PIC X(07) VALUE
041600         '    OUT'.
041700     05  FILLER                      PIC X(07) VALUE
041800         '     IN'.
041900     05  FILLER                      PIC X(07) VALUE
042000         '    OUT'.
042100     05  FILLER                      PIC X(07) VALUE
042200         ' LEAVES'.
042300     05  FILLER                      PIC X(07) VALUE
042400         ' RETRNS'.
042500     05  FILLER                      PIC X(07) VALUE
042600         '  TERMS'.
042700     05  FILLER                      PIC X(07) VALUE
042800         '  HEADS'.
042900     05  FILLER                      PIC X(07) VALUE
043000         '  HEADS'.
043100     05  FILLER                      PIC X(08) VALUE
043200         ' (UNDER)'.
043300     05  FILLER                      PIC X(07) VALUE
043400         '  OVER%'.
043500     05  FILLER                      PIC X(02) VALUE SPACES.
043600     05  FILLER                      PIC X(11) VALUE 'FLAG'.
043700*
043800 01  MVT-DETAIL-LINE.
043900     05  FILLER                      PIC X(01) VALUE SPACE.
044000     05  MVT-DTL-DEPT-CODE           PIC X(04) VALUE SPACES.
044100     05  FILLER                      PIC X(02) VALUE SPACES.
044200     05  MVT-DTL-DEPT-NAME           PIC X(20) VALUE SPACES.
044300     05  FILLER                      PIC X(01) VALUE SPACE.
044400     05  MVT-DTL-OPENING             PIC ZZ,ZZ9.
044500     05  FILLER                      PIC X(01) VALUE SPACE.
044600     05  MVT-DTL-HIRES               PIC ZZ,ZZ9.
044700     05  FILLER                      PIC X(01) VALUE SPACE.
044800     05  MVT-DTL-XFER-IN             PIC ZZ,ZZ9.
044900     05  FILLER                      PIC X(01) VALUE SPACE.
045000     05  MVT-DTL-XFER-OUT            PIC ZZ,ZZ9.
045100     05  FILLER                      PIC X(01) VALUE SPACE.
045200     05  MVT-DTL-REORG-IN            PIC ZZ,ZZ9.
045300     05  FILLER                      PIC X(01) VALUE SPACE.
045400     05  MVT-DTL-REORG-OUT           PIC ZZ,ZZ9.
045500     05  FILLER                      PIC X(01) VALUE SPACE.
045600     05  MVT-DTL-LEAVES              PIC ZZ,ZZ9.
045700     05  FILLER                      PIC X(01) VALUE SPACE.
045800     05  MVT-DTL-RETURNS             PIC ZZ,ZZ9.
045900     05  FILLER                      PIC X(01) VALUE SPACE.
046000     05  MVT-DTL-TERMS               PIC ZZ,ZZ9.
046100     05  FILLER                      PIC X(01) VALUE SPACE.
046200     05  MVT-DTL-CLOSING             PIC ZZ,ZZ9.
046300     05  FILLER                      PIC X(01) VALUE SPACE.
046400     05  MVT-DTL-AUTHORIZED          PIC X(06) VALUE SPACES.
046500     05  FILLER                      PIC X(01) VALUE SPACE.
046600     05  MVT-DTL-VARIANCE            PIC X(07) VALUE SPACES.
046700     05  FILLER                      PIC X(02) VALUE SPACES.
046800     05  MVT-DTL-TURNOVER            PIC X(05) VALUE SPACES.
046900     05  FILLER                      PIC X(02) VALUE SPACES.
047000     05  MVT-DTL-FLAG                PIC X(10) VALUE SPACES.
047100     05  FILLER                      PIC X(01) VALUE SPACE.
047200*
047300 01  MVT-COUNT-LINE.
047400     05  FILLER                      PIC X(01) VALUE SPACE.
047500     05  MVT-CNT-LABEL               PIC X(44) VALUE SPACES.
047600     05  MVT-CNT-VALUE               PIC ZZZZ,ZZ9-.
047700     05  FILLER                      PIC X(78) VALUE SPACES.
047800*
047900 01  MVT-TEXT-LINE.
048000     05  FILLER                      PIC X(01) VALUE SPACE.
048100     05  MVT-TXT-TEXT                PIC X(72) VALUE SPACES.
048200     05  FILLER                      PIC X(59) VALUE SPACES.
048300*
048400 PROCEDURE DIVISION.
048500*
048600******************************************************************
048700* 0000-MAINLINE
048800******************************************************************
048900 0000-MAINLINE.
049000     PERFORM 1000-INITIALIZE
049100         THRU 1000-EXIT.
049200*
049300     IF NOT WS-PARM-ERROR
049400         AND NOT WS-MONTH-NOT-STARTED
049500         AND NOT WS-BASELINE-ERROR
049600         PERFORM 1500-LOAD-DEPT-TABLE
049700             THRU 1500-EXIT
049800         PERFORM 1600-LOAD-REORG-TABLE
049900             THRU 1600-EXIT
050000         PERFORM 2000-REPLAY-MONTH
050100             THRU 2000-EXIT
050200         PERFORM 4000-PRINT-MOVEMENT-TABLE
050300             THRU 4000-EXIT
050400         PERFORM 5000-PRINT-COMPANY-RECAP
050500             THRU 5000-EXIT
050600     END-IF.
050700*
050800     PERFORM 9000-TERMINATE
050900         THRU 9000-EXIT.
051000*
051100     STOP RUN.
051200*
051300******************************************************************
051400* 1000-INITIALIZE - DATES, MONTH CARD, BASELINE, OPEN REPORT
051500******************************************************************
051600 1000-INITIALIZE.
051700     CALL 'GETBDATE' USING BUSINESS-DATE-PARMS.
051800     IF BDP-DATE-UNAVAILABLE
051900         MOVE 16 TO RETURN-CODE
052000         STOP RUN
052100     END-IF.
052200     MOVE BDP-PROCESS-DATE TO WS-CURRENT-DATE.
052300     MOVE WS-CURRENT-MM TO WS-RUN-DATE-EDIT (1:2).
052400     MOVE '/'            TO WS-RUN-DATE-EDIT (3:1).
052500     MOVE WS-CURRENT-DD TO WS-RUN-DATE-EDIT (4:2).
052600     MOVE '/'            TO WS-RUN-DATE-EDIT (6:1).
052700     MOVE WS-CURRENT-CCYY TO WS-RUN-DATE-EDIT (7:4).
052800*
052900     OPEN OUTPUT MOVEMENT-RPT.
053000*
053100     PERFORM 1100-READ-PARM-CARD
053200         THRU 1100-EXIT.
053300*
053400     IF NOT WS-PARM-ERROR
053500         PERFORM 1200-SET-MONTH-BOUNDS
053600             THRU 1200-EXIT
053700     END-IF.
053800*
053900     IF NOT WS-PARM-ERROR
054000         AND NOT WS-MONTH-NOT-STARTED
054100         PERFORM 1150-CHECK-BASELINE
054200             THRU 1150-EXIT
054300     END-IF.
054400*
054500     EVALUATE TRUE
054600         WHEN WS-PARM-ERROR
054700             MOVE 'MONTH CARD NOT CCYYMM - REFUSED'
054800                 TO MVT-TXT-TEXT
054900             PERFORM 8000-PRINT-TEXT-LINE
055000                 THRU 8000-EXIT
055100         WHEN WS-MONTH-NOT-STARTED
055200             MOVE 'MONTH         HAS NOT STARTED AS OF RUN DATE'
055300                 TO MVT-TXT-TEXT
055400             MOVE WS-MONTH-EDIT TO MVT-TXT-TEXT (7:7)
055500             PERFORM 8000-PRINT-TEXT-LINE
055600                 THRU 8000-EXIT
055700         WHEN WS-BASELINE-ERROR
055800             MOVE 'MONTH STARTS EARLIER THAN HISTORY BASELINE'
055900                 TO MVT-TXT-TEXT
056000             MOVE WS-BASELINE-DATE TO MVT-TXT-TEXT (44:8)
056100             MOVE ' - REFUSED' TO MVT-TXT-TEXT (52:10)
056200             PERFORM 8000-PRINT-TEXT-LINE
056300                 THRU 8000-EXIT
056400         WHEN OTHER
056500             IF WS-MONTH-END-DATE > BDP-PROCESS-DATE
056600                 SET WS-MONTH-IN-PROGRESS TO TRUE
056700                 MOVE '** MONTH IN PROGRESS - FIGURES TO DATE **'
056800                     TO MVT-TL2-NOTE
056900             END-IF
057000     END-EVALUATE.
057100 1000-EXIT.
057200     EXIT.
057300*
057400******************************************************************
057500* 1100-READ-PARM-CARD - OPTIONAL REPORT MONTH, CCYYMM
057600******************************************************************
057700 1100-READ-PARM-CARD.
057800     MOVE SPACES TO MONTH-PARM-CARD.
057900     OPEN INPUT PARM-FILE.
058000     IF PARM-NOT-PRESENT
058100         CONTINUE
058200     ELSE
058300         READ PARM-FILE
058400             AT END
058500                 CONTINUE
058600         END-READ
058700         CLOSE PARM-FILE
058800     END-IF.
058900*
059000*    NO MONTH ON THE CARD - THE MONTH BEFORE THE RUN DATE
059100     IF MPC-MONTH = SPACES
059200         IF WS-CURRENT-MM = 1
059300             COMPUTE WS-MST-CCYY = WS-CURRENT-CCYY - 1
059400             MOVE 12 TO WS-MST-MM
059500         ELSE
059600             MOVE WS-CURRENT-CCYY TO WS-MST-CCYY
059700             COMPUTE WS-MST-MM = WS-CURRENT-MM - 1
059800         END-IF
059900         GO TO 1100-EXIT
060000     END-IF.
060100*
060200     IF MPC-MONTH IS NOT NUMERIC
060300         SET WS-PARM-ERROR TO TRUE
060400         GO TO 1100-EXIT
060500     END-IF.
060600     MOVE MPC-CCYY TO WS-MST-CCYY.
060700     MOVE MPC-MM TO WS-MST-MM.
060800     IF WS-MST-MM < 1 OR WS-MST-MM > 12
060900         SET WS-PARM-ERROR TO TRUE
061000     END-IF.
061100 1100-EXIT.
061200     EXIT.
061300*
061400******************************************************************
061500* 1150-CHECK-BASELINE - THE CONSOLIDATION JOB'S BASELINE FILE,
061600*                       READ THROUGH TO ITS LAST RECORD AS THE
061700*                       POINT-IN-TIME ROSTER READS IT.  A MONTH
061800*                       WHOSE FIRST DAY IS BEFORE IT CANNOT BE
061900*                       ANSWERED FROM THE CONSOLIDATED FILE
062000******************************************************************
062100 1150-CHECK-BASELINE.
062200     OPEN INPUT BASELINE-FILE.
062300     IF HSTBASE-NOT-PRESENT
062400         GO TO 1150-EXIT
062500     END-IF.
062600     PERFORM 1160-READ-ONE-BASELINE
062700         THRU 1160-EXIT
062800         UNTIL WS-EOF-BASELINE-FILE.
062900     CLOSE BASELINE-FILE.
063000*
063100     IF WS-BASELINE-DATE NOT = SPACES
063200         AND WS-MONTH-START < WS-BASELINE-DATE
063300         SET WS-BASELINE-ERROR TO TRUE
063400     END-IF.
063500 1150-EXIT.
063600     EXIT.
063700*
063800******************************************************************
063900* 1160-READ-ONE-BASELINE - ONE BASELINE RECORD, LAST ONE WINS
064000******************************************************************
064100 1160-READ-ONE-BASELINE.
064200     READ BASELINE-FILE
064300         AT END
064400             SET WS-EOF-BASELINE-FILE TO TRUE
064500             GO TO 1160-EXIT
064600     END-READ.
064700     IF BSL-BASELINE-DATE IS NUMERIC
064800         MOVE BSL-BASELINE-DATE TO WS-BASELINE-DATE
064900     END-IF.
065000 1160-EXIT.
065100     EXIT.
065200*
065300******************************************************************
065400* 1200-SET-MONTH-BOUNDS - FIRST AND LAST DAY OF THE MONTH, WITH
065500*                         FEBRUARY'S LENGTH BY THE LEAP-YEAR RULE
065600******************************************************************
065700 1200-SET-MONTH-BOUNDS.
065800     MOVE 1 TO WS-MST-DD.
065900     MOVE WS-MST-CCYY TO WS-MEN-CCYY.
066000     MOVE WS-MST-MM TO WS-MEN-MM.
066100     MOVE WS-MONTH-DAYS (WS-MST-MM) TO WS-MEN-DD.
066200*
066300     IF WS-MST-MM = 2
066400         DIVIDE WS-MST-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
066500             REMAINDER WS-LEAP-REMAINDER
066600         IF WS-LEAP-REMAINDER = 0
066700             MOVE 29 TO WS-MEN-DD
066800             DIVIDE WS-MST-CCYY BY 100 GIVING WS-LEAP-QUOTIENT
066900                 REMAINDER WS-LEAP-REMAINDER
067000             IF WS-LEAP-REMAINDER = 0
067100                 MOVE 28 TO WS-MEN-DD
067200                 DIVIDE WS-MST-CCYY BY 400 GIVING WS-LEAP-QUOTIENT
067300                     REMAINDER WS-LEAP-REMAINDER
067400                 IF WS-LEAP-REMAINDER = 0
067500                     MOVE 29 TO WS-MEN-DD
067600                 END-IF
067700             END-IF
067800         END-IF
067900     END-IF.
068000*
068100     MOVE WS-MST-MM TO WS-MONTH-EDIT (1:2).
068200     MOVE '/' TO WS-MONTH-EDIT (3:1).
068300     MOVE WS-MST-CCYY TO WS-MONTH-EDIT (4:4).
068400     MOVE WS-MST-MM TO WS-START-DATE-EDIT (1:2).
068500     MOVE '/' TO WS-START-DATE-EDIT (3:1).
068600     MOVE WS-MST-DD TO WS-START-DATE-EDIT (4:2).
068700     MOVE '/' TO WS-START-DATE-EDIT (6:1).
068800     MOVE WS-MST-CCYY TO WS-START-DATE-EDIT (7:4).
068900     MOVE WS-MEN-MM TO WS-END-DATE-EDIT (1:2).
069000     MOVE '/' TO WS-END-DATE-EDIT (3:1).
069100     MOVE WS-MEN-DD TO WS-END-DATE-EDIT (4:2).
069200     MOVE '/' TO WS-END-DATE-EDIT (6:1).
069300     MOVE WS-MEN-CCYY TO WS-END-DATE-EDIT (7:4).
069400*
069500     IF WS-MONTH-START-DATE > BDP-PROCESS-DATE
069600         SET WS-MONTH-NOT-STARTED TO TRUE
069700     END-IF.
069800 1200-EXIT.
069900     EXIT.
070000*
070100******************************************************************
070200* 1500-LOAD-DEPT-TABLE - DEPARTMENT REFERENCE MASTER INTO TABLE
070300******************************************************************
070400 1500-LOAD-DEPT-TABLE.
070500     OPEN INPUT DEPT-REFERENCE.
070600     IF DEPTREF-NOT-PRESENT
070700         GO TO 1500-EXIT
070800     END-IF.
070900     PERFORM 1510-LOAD-ONE-DEPT
071000         THRU 1510-EXIT
071100         UNTIL WS-EOF-DEPT-REFERENCE.
071200     CLOSE DEPT-REFERENCE.
071300 1500-EXIT.
071400     EXIT.
071500*
071600******************************************************************
071700* 1510-LOAD-ONE-DEPT - ONE DEPARTMENT TABLE ENTRY, COUNTS ZEROED
071800******************************************************************
071900 1510-LOAD-ONE-DEPT.
072000     READ DEPT-REFERENCE
072100         AT END
072200             SET WS-EOF-DEPT-REFERENCE TO TRUE
072300             GO TO 1510-EXIT
072400     END-READ.
072500     IF WS-MVD-COUNT NOT < 200
072533         PERFORM 3920-OPEN-OVERFLOW-ENTRY
072566             THRU 3920-EXIT
072600         GO TO 1510-EXIT
072700     END-IF.
072800     ADD 1 TO WS-MVD-COUNT.
072900     MOVE DPT-DEPT-CODE TO WS-MVD-DEPT-CODE (WS-MVD-COUNT).
073000     MOVE DPT-DEPT-NAME TO WS-MVD-DEPT-NAME (WS-MVD-COUNT).
073100     MOVE 'Y' TO WS-MVD-REF-SWITCH (WS-MVD-COUNT).
073200     INITIALIZE WS-MVD-COUNTS (WS-MVD-COUNT).
073300*
073400*    A REFERENCE RECORD WRITTEN BEFORE THE AUTHORIZED HEADCOUNT
073500*    WAS ADDED CARRIES SPACES THERE - NO BUDGET, NOT A ZERO ONE
073600     IF DPT-AUTH-HEADCOUNT IS NUMERIC
073700         MOVE DPT-AUTH-HEADCOUNT
073800             TO WS-MVD-AUTH-COUNT (WS-MVD-COUNT)
073900         MOVE 'Y' TO WS-MVD-AUTH-SWITCH (WS-MVD-COUNT)
074000     ELSE
074100         MOVE ZERO TO WS-MVD-AUTH-COUNT (WS-MVD-COUNT)
074200         MOVE 'N' TO WS-MVD-AUTH-SWITCH (WS-MVD-COUNT)
074300     END-IF.
074400 1510-EXIT.
074500     EXIT.
074600*
074700******************************************************************
074800* 1600-LOAD-REORG-TABLE - MERGES AND RENAMES FROM THE DEPARTMENT
074900*                         HISTORY DATED AFTER THE FIRST OF THE
075000*                         MONTH AND NO LATER THAN ITS LAST DAY.
075100*                         THE OLD DEPARTMENT GOES INTO THE
075200*                         MOVEMENT TABLE UNDER THE NAME IT HAD
075300******************************************************************
075400 1600-LOAD-REORG-TABLE.
075500     OPEN INPUT DEPT-HISTORY.
075600     IF DPTHIST-NOT-PRESENT
075700         SET WS-DEPT-HISTORY-MISSING TO TRUE
075800         GO TO 1600-EXIT
075900     END-IF.
076000     PERFORM 1610-LOAD-ONE-REORG
076100         THRU 1610-EXIT
076200         UNTIL WS-EOF-DEPT-HISTORY.
076300     CLOSE DEPT-HISTORY.
076400 1600-EXIT.
076500     EXIT.
076600*
076700******************************************************************
076800* 1610-LOAD-ONE-REORG - ONE DEPARTMENT HISTORY RECORD
076900******************************************************************
077000 1610-LOAD-ONE-REORG.
077100     READ DEPT-HISTORY
077200         AT END
077300             SET WS-EOF-DEPT-HISTORY TO TRUE
077400             GO TO 1610-EXIT
077500     END-READ.
077600     IF NOT DHS-ACTION-MERGE
077700         AND NOT DHS-ACTION-RENAME
077800         GO TO 1610-EXIT
077900     END-IF.
078000     IF DHS-CHANGE-DATE NOT > WS-MONTH-START-DATE
078100         OR DHS-CHANGE-DATE > WS-MONTH-END-DATE
078200         GO TO 1610-EXIT
078300     END-IF.
078400     IF WS-REORG-COUNT NOT < 100
078500         GO TO 1610-EXIT
078600     END-IF.
078700*
078800     ADD 1 TO WS-REORG-COUNT.
078900     MOVE DHS-CHANGE-DATE TO WS-RGE-CHANGE-DATE (WS-REORG-COUNT).
079000     MOVE DHS-DEPT-CODE TO WS-RGE-OLD-DEPT-CODE (WS-REORG-COUNT).
079100*
079200     MOVE DHS-DEPT-CODE TO WS-LOOKUP-DEPT-CODE.
079300     PERFORM 3900-FIND-DEPT
079400         THRU 3900-EXIT.
079500     IF WS-MVD-REF-SWITCH (WS-FOUND-SUB) NOT = 'Y'
079600         AND WS-MVD-DEPT-CODE (WS-FOUND-SUB) = DHS-DEPT-CODE
079700         MOVE DHS-BEFORE-IMAGE (5:20)
079800             TO WS-MVD-DEPT-NAME (WS-FOUND-SUB)
079900     END-IF.
080000 1610-EXIT.
080100     EXIT.
080200*
080300******************************************************************
080400* 2000-REPLAY-MONTH - SORT THE HISTORY, REPLAY EACH EMPLOYEE
080500******************************************************************
080600 2000-REPLAY-MONTH.
080700     SORT HIST-SORT-FILE
080800         ON ASCENDING KEY SRT-EMP-ID
080900                          SRT-EFF-DATE
081000                          SRT-SEQ-NO
081100         INPUT PROCEDURE IS 2100-RELEASE-HISTORY
081200             THRU 2100-EXIT
081300         OUTPUT PROCEDURE IS 2300-REPLAY-HISTORY
081400             THRU 2300-EXIT.
081500 2000-EXIT.
081600     EXIT.
081700*
081800******************************************************************
081900* 2100-RELEASE-HISTORY - RECORDS ON OR BEFORE THE LAST DAY
082000******************************************************************
082100 2100-RELEASE-HISTORY.
082200     OPEN INPUT EMP-HISTORY.
082300     IF EMPHIST-NOT-PRESENT
082400         SET WS-EOF-EMP-HISTORY TO TRUE
082500     ELSE
082600         PERFORM 2150-READ-HISTORY
082700             THRU 2150-EXIT
082800     END-IF.
082900     PERFORM 2200-RELEASE-ONE-RECORD
083000         THRU 2200-EXIT
083100         UNTIL WS-EOF-EMP-HISTORY.
083200     IF NOT EMPHIST-NOT-PRESENT
083300         CLOSE EMP-HISTORY
083400     END-IF.
083500 2100-EXIT.
083600     EXIT.
083700*
083800******************************************************************
083900* 2150-READ-HISTORY
084000******************************************************************
084100 2150-READ-HISTORY.
084200     READ EMP-HISTORY
084300         AT END
084400             SET WS-EOF-EMP-HISTORY TO TRUE
084500     END-READ.
084600     IF NOT WS-EOF-EMP-HISTORY
084700         ADD 1 TO WS-HISTORY-READ
084800     END-IF.
084900 2150-EXIT.
085000     EXIT.
085100*
085200******************************************************************
085300* 2200-RELEASE-ONE-RECORD - FILTER BY DATE, KEEP FILE ORDER
085400******************************************************************
085500 2200-RELEASE-ONE-RECORD.
085600     IF HST-EFF-DATE NOT > WS-MONTH-END-DATE
085700         ADD 1 TO WS-RELEASE-SEQ
085800         MOVE SPACES TO SORT-HISTORY-RECORD
085900         MOVE HST-EMP-ID TO SRT-EMP-ID
086000         MOVE HST-EFF-DATE TO SRT-EFF-DATE
086100         MOVE WS-RELEASE-SEQ TO SRT-SEQ-NO
086200         MOVE HST-ACTION-CODE TO SRT-ACTION-CODE
086300         MOVE HST-LAST-NAME TO SRT-LAST-NAME
086400         MOVE HST-FIRST-NAME TO SRT-FIRST-NAME
086500         MOVE HST-DEPT-CODE TO SRT-DEPT-CODE
086600         MOVE HST-HIRE-DATE TO SRT-HIRE-DATE
086700         MOVE HST-STATUS-CODE TO SRT-STATUS-CODE
086800         RELEASE SORT-HISTORY-RECORD
086900     END-IF.
087000     PERFORM 2150-READ-HISTORY
087100         THRU 2150-EXIT.
087200 2200-EXIT.
087300     EXIT.
087400*
087500******************************************************************
087600* 2300-REPLAY-HISTORY - EVERY EMPLOYEE'S RECORDS IN DATE ORDER
087700******************************************************************
087800 2300-REPLAY-HISTORY.
087900     PERFORM 2350-RETURN-SORTED-RECORD
088000         THRU 2350-EXIT.
088100     PERFORM 2400-REPLAY-ONE-RECORD
088200         THRU 2400-EXIT
088300         UNTIL WS-EOF-SORTED-HISTORY.
088400     IF WS-HOLD-PRESENT
088500         PERFORM 3000-CLOSE-EMPLOYEE
088600             THRU 3000-EXIT
088700     END-IF.
088800 2300-EXIT.
088900     EXIT.
089000*
089100******************************************************************
089200* 2350-RETURN-SORTED-RECORD
089300******************************************************************
089400 2350-RETURN-SORTED-RECORD.
089500     RETURN HIST-SORT-FILE
089600         AT END
089700             SET WS-EOF-SORTED-HISTORY TO TRUE
089800     END-RETURN.
089900 2350-EXIT.
090000     EXIT.
090100*
090200******************************************************************
090300* 2400-REPLAY-ONE-RECORD - GROUP BREAK ON EMPLOYEE ID.  RECORDS
090400*                          ON OR BEFORE THE FIRST BUILD THE
090500*                          OPENING STATE; THE OPENING HEAD IS
090600*                          COUNTED AT THE FIRST LATER RECORD (OR
090700*                          THE GROUP'S END), AND EVERY LATER
090800*                          RECORD IS CLASSIFIED AS A MOVEMENT
090900******************************************************************
091000 2400-REPLAY-ONE-RECORD.
091100     IF WS-HOLD-PRESENT
091200         AND SRT-EMP-ID NOT = WS-HLD-EMP-ID
091300         PERFORM 3000-CLOSE-EMPLOYEE
091400             THRU 3000-EXIT
091500     END-IF.
091600*
091700     IF NOT WS-HOLD-PRESENT
091800         SET WS-HOLD-PRESENT TO TRUE
091900         MOVE SRT-EMP-ID TO WS-HLD-EMP-ID
092000         MOVE 'N' TO WS-CUR-ON-FILE-SWITCH
092100         MOVE 'N' TO WS-CUR-ACTIVE-SWITCH
092200         MOVE SPACES TO WS-CUR-DEPT-CODE
092300         MOVE SPACE TO WS-CUR-STATUS-CODE
092400         MOVE 'N' TO WS-OPENING-SWITCH
092500         ADD 1 TO WS-EMPLOYEES-REPLAYED
092600     END-IF.
092700*
092800     PERFORM 2450-BUILD-NEW-STATE
092900         THRU 2450-EXIT.
093000*
093100     IF SRT-EFF-DATE > WS-MONTH-START-DATE
093200         IF NOT WS-OPENING-TAKEN
093300             PERFORM 3100-COUNT-OPENING
093400                 THRU 3100-EXIT
093500         END-IF
093600         PERFORM 2500-CLASSIFY-MOVEMENT
093700             THRU 2500-EXIT
093800     END-IF.
093900*
094000     MOVE WS-NEW-ON-FILE-SWITCH TO WS-CUR-ON-FILE-SWITCH.
094100     MOVE WS-NEW-ACTIVE-SWITCH TO WS-CUR-ACTIVE-SWITCH.
094200     MOVE WS-NEW-DEPT-CODE TO WS-CUR-DEPT-CODE.
094300     MOVE WS-NEW-STATUS-CODE TO WS-CUR-STATUS-CODE.
094400     ADD 1 TO WS-HISTORY-REPLAYED.
094500*
094600     PERFORM 2350-RETURN-SORTED-RECORD
094700         THRU 2350-EXIT.
094800 2400-EXIT.
094900     EXIT.
095000*
095100******************************************************************
095200* 2450-BUILD-NEW-STATE - THE EMPLOYEE AS THIS RECORD LEAVES THEM,
095300*                        ACTIVE BY THE POINT-IN-TIME ROSTER'S TEST
095400******************************************************************
095500 2450-BUILD-NEW-STATE.
095600     MOVE SRT-DEPT-CODE TO WS-NEW-DEPT-CODE.
095700     MOVE SRT-STATUS-CODE TO WS-NEW-STATUS-CODE.
095800     MOVE 'N' TO WS-NEW-ACTIVE-SWITCH.
095900     IF SRT-ACTION-CODE = 'D'
096000         MOVE 'N' TO WS-NEW-ON-FILE-SWITCH
096100         GO TO 2450-EXIT
096200     END-IF.
096300     MOVE 'Y' TO WS-NEW-ON-FILE-SWITCH.
096400     IF SRT-STATUS-CODE = 'A'
096500         OR SRT-STATUS-CODE = SPACE
096600         MOVE 'Y' TO WS-NEW-ACTIVE-SWITCH
096700     END-IF.
096800 2450-EXIT.
096900     EXIT.
097000*
097100******************************************************************
097200* 2500-CLASSIFY-MOVEMENT - ONE IN-MONTH RECORD AGAINST THE STATE
097300*                          BEFORE IT
097400******************************************************************
097500 2500-CLASSIFY-MOVEMENT.
097600     EVALUATE TRUE
097700         WHEN NOT WS-CUR-ACTIVE AND WS-NEW-ACTIVE
097800             MOVE WS-NEW-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
097900             PERFORM 3900-FIND-DEPT
098000                 THRU 3900-EXIT
098100             IF WS-CUR-ON-FILE AND WS-CUR-STATUS-CODE = 'L'
098200                 ADD 1 TO WS-MVD-RETURNS (WS-FOUND-SUB)
098300             ELSE
098400                 ADD 1 TO WS-MVD-HIRES (WS-FOUND-SUB)
098500             END-IF
098600         WHEN WS-CUR-ACTIVE AND NOT WS-NEW-ACTIVE
098700             MOVE WS-CUR-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
098800             PERFORM 3900-FIND-DEPT
098900                 THRU 3900-EXIT
099000             IF WS-NEW-ON-FILE AND WS-NEW-STATUS-CODE = 'L'
099100                 ADD 1 TO WS-MVD-LEAVES (WS-FOUND-SUB)
099200             ELSE
099300                 ADD 1 TO WS-MVD-TERMS (WS-FOUND-SUB)
099400             END-IF
099500         WHEN WS-CUR-ACTIVE AND WS-NEW-ACTIVE
099600             IF WS-NEW-DEPT-CODE NOT = WS-CUR-DEPT-CODE
099700                 PERFORM 2600-COUNT-TRANSFER
099800                     THRU 2600-EXIT
099900             END-IF
100000         WHEN OTHER
100100             IF WS-CUR-ON-FILE AND WS-CUR-STATUS-CODE = 'L'
100200                 IF NOT WS-NEW-ON-FILE
100300                     OR WS-NEW-STATUS-CODE NOT = 'L'
100400                     ADD 1 TO WS-TERMS-FROM-LEAVE
100500                 END-IF
100600             END-IF
100700     END-EVALUATE.
100800 2500-EXIT.
100900     EXIT.
101000*
101100******************************************************************
101200* 2600-COUNT-TRANSFER - OUT OF THE OLD DEPARTMENT, INTO THE NEW;
101300*                       A REORG TRANSFER WHEN THE OLD DEPARTMENT
101400*                       WAS MERGED OR RENAMED THAT SAME DAY
101500******************************************************************
101600 2600-COUNT-TRANSFER.
101700     MOVE 'N' TO WS-REORG-SWITCH.
101800     PERFORM 2610-MATCH-ONE-REORG
101900         THRU 2610-EXIT
102000         VARYING WS-REORG-SUB FROM 1 BY 1
102100         UNTIL WS-REORG-SUB > WS-REORG-COUNT
102200             OR WS-REORG-TRANSFER.
102300*
102400     MOVE WS-CUR-DEPT-CODE TO WS-LOOKUP-DEPT-CODE.
102500     PERFORM 3900-FIND-DEPT
102600         THRU 3900-EXIT.
102700     IF WS-REORG-TRANSFER
102800         ADD 1 TO WS-MVD-REORG-OUT (WS-FOUND-SUB)
102900     ELSE
103000         ADD 1 TO WS-MVD-XFER-OUT (WS-FOUND-SUB)
103100     END-IF.
103200*
103300     MOVE WS-NEW-DEPT-CODE TO WS-LOOKUP-DEPT-CODE.
103400     PERFORM 3900-FIND-DEPT
103500         THRU 3900-EXIT.
103600     IF WS-REORG-TRANSFER
103700         ADD 1 TO WS-MVD-REORG-IN (WS-FOUND-SUB)
103800     ELSE
103900         ADD 1 TO WS-MVD-XFER-IN (WS-FOUND-SUB)
104000     END-IF.
104100 2600-EXIT.
104200     EXIT.
104300*
104400******************************************************************
104500* 2610-MATCH-ONE-REORG - ONE REORGANIZATION TABLE ENTRY COMPARE
104600******************************************************************
104700 2610-MATCH-ONE-REORG.
104800     IF WS-RGE-CHANGE-DATE (WS-REORG-SUB) = SRT-EFF-DATE
104900         AND WS-RGE-OLD-DEPT-CODE (WS-REORG-SUB)
105000             = WS-CUR-DEPT-CODE
105100         SET WS-REORG-TRANSFER TO TRUE
105200     END-IF.
105300 2610-EXIT.
105400     EXIT.
105500*
105600******************************************************************
105700* 3000-CLOSE-EMPLOYEE - END OF AN EMPLOYEE'S RECORDS: OPENING
105800*                       HEAD IF NOT YET COUNTED, CLOSING HEAD
105900******************************************************************
106000 3000-CLOSE-EMPLOYEE.
106100     IF NOT WS-OPENING-TAKEN
106200         PERFORM 3100-COUNT-OPENING
106300             THRU 3100-EXIT
106400     END-IF.
106500     IF WS-CUR-ACTIVE
106600         MOVE WS-CUR-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
106700         PERFORM 3900-FIND-DEPT
106800             THRU 3900-EXIT
106900         ADD 1 TO WS-MVD-CLOSING (WS-FOUND-SUB)
107000     END-IF.
107100     MOVE 'N' TO WS-HOLD-SWITCH.
107200 3000-EXIT.
107300     EXIT.
107400*
107500******************************************************************
107600* 3100-COUNT-OPENING - THE EMPLOYEE AS OF THE FIRST OF THE MONTH
107700******************************************************************
107800 3100-COUNT-OPENING.
107900     SET WS-OPENING-TAKEN TO TRUE.
108000     IF WS-CUR-ACTIVE
108100         MOVE WS-CUR-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
108200         PERFORM 3900-FIND-DEPT
108300             THRU 3900-EXIT
108400         ADD 1 TO WS-MVD-OPENING (WS-FOUND-SUB)
108500     END-IF.
108600 3100-EXIT.
108700     EXIT.
108800*
108900******************************************************************
109000* 3900-FIND-DEPT - MOVEMENT TABLE ENTRY FOR WS-LOOKUP-DEPT-CODE,
109100*                  ADDED IF NEW; A FULL TABLE SENDS THE COUNT TO
109200*                  THE OVERFLOW ENTRY.  SUBSCRIPT IN WS-FOUND-SUB
109300******************************************************************
109400 3900-FIND-DEPT.
109500     MOVE 'N' TO WS-DEPT-FOUND-SWITCH.
109600     PERFORM 3910-MATCH-ONE-DEPT
109700         THRU 3910-EXIT
109800         VARYING WS-DEPT-SUB FROM 1 BY 1
109900         UNTIL WS-DEPT-SUB > WS-MVD-COUNT
110000             OR WS-DEPT-FOUND.
110100     IF WS-DEPT-FOUND
110200         GO TO 3900-EXIT
110300     END-IF.
110400*
110500     IF WS-MVD-COUNT NOT < 200
110600         MOVE 201 TO WS-FOUND-SUB
110933         PERFORM 3920-OPEN-OVERFLOW-ENTRY
111266             THRU 3920-EXIT
111600         GO TO 3900-EXIT
111700     END-IF.
111800*
111900     ADD 1 TO WS-MVD-COUNT.
112000     MOVE WS-MVD-COUNT TO WS-FOUND-SUB.
112100     MOVE WS-LOOKUP-DEPT-CODE TO WS-MVD-DEPT-CODE (WS-FOUND-SUB).
112200     MOVE '** NOT ON REF **'
112300         TO WS-MVD-DEPT-NAME (WS-FOUND-SUB).
112400     MOVE 'N' TO WS-MVD-REF-SWITCH (WS-FOUND-SUB).
112500     MOVE 'N' TO WS-MVD-AUTH-SWITCH (WS-FOUND-SUB).
112600     MOVE ZERO TO WS-MVD-AUTH-COUNT (WS-FOUND-SUB).
112700     INITIALIZE WS-MVD-COUNTS (WS-FOUND-SUB).
112800 3900-EXIT.
112900     EXIT.
113000*
113100******************************************************************
113200* 3910-MATCH-ONE-DEPT - ONE MOVEMENT TABLE ENTRY COMPARE
113300******************************************************************
113400 3910-MATCH-ONE-DEPT.
113500     IF WS-MVD-DEPT-CODE (WS-DEPT-SUB) = WS-LOOKUP-DEPT-CODE
113600         SET WS-DEPT-FOUND TO TRUE
113700         MOVE WS-DEPT-SUB TO WS-FOUND-SUB
113800     END-IF.
113900 3910-EXIT.
114000     EXIT.
114100*
114105******************************************************************
114110* 3920-OPEN-OVERFLOW-ENTRY - FIRST DEPARTMENT PAST THE TABLE
114115*                            LIMIT SETS UP THE OVERFLOW ENTRY
114120******************************************************************
114125 3920-OPEN-OVERFLOW-ENTRY.
114130     IF WS-DEPT-TABLE-FULL
114135         GO TO 3920-EXIT
114140     END-IF.
114145     SET WS-DEPT-TABLE-FULL TO TRUE.
114150     MOVE '****' TO WS-MVD-DEPT-CODE (201).
114155     MOVE 'OTHER - TABLE FULL' TO WS-MVD-DEPT-NAME (201).
114160     MOVE 'N' TO WS-MVD-REF-SWITCH (201).
114165     MOVE 'N' TO WS-MVD-AUTH-SWITCH (201).
114170     MOVE ZERO TO WS-MVD-AUTH-COUNT (201).
114175     INITIALIZE WS-MVD-COUNTS (201).
114180 3920-EXIT.
114185     EXIT.
114190*
114200******************************************************************
114300* 4000-PRINT-MOVEMENT-TABLE - ONE LINE PER DEPARTMENT, THEN THE
114400*                             COMPANY TOTAL LINE
114500******************************************************************
114600 4000-PRINT-MOVEMENT-TABLE.
114700     INITIALIZE WS-TOT-COUNTS.
114800     PERFORM 4200-PRINT-HEADERS
114900         THRU 4200-EXIT.
115000     PERFORM 4100-PRINT-ONE-DEPT
115100         THRU 4100-EXIT
115200         VARYING WS-DEPT-SUB FROM 1 BY 1
115300         UNTIL WS-DEPT-SUB > WS-MVD-COUNT.
115400     IF WS-DEPT-TABLE-FULL
115500         MOVE 201 TO WS-DEPT-SUB
115600         PERFORM 4100-PRINT-ONE-DEPT
115700             THRU 4100-EXIT
115800     END-IF.
115900*
116000     MOVE SPACES TO MOVEMENT-RPT-LINE.
116100     WRITE MOVEMENT-RPT-LINE.
116200     MOVE SPACES TO MVT-DTL-DEPT-CODE.
116300     MOVE 'COMPANY TOTAL' TO MVT-DTL-DEPT-NAME.
116400     MOVE WS-TOT-OPENING TO MVT-DTL-OPENING.
116500     MOVE WS-TOT-HIRES TO MVT-DTL-HIRES.
116600     MOVE WS-TOT-XFER-IN TO MVT-DTL-XFER-IN.
116700     MOVE WS-TOT-XFER-OUT TO MVT-DTL-XFER-OUT.
116800     MOVE WS-TOT-REORG-IN TO MVT-DTL-REORG-IN.
116900     MOVE WS-TOT-REORG-OUT TO MVT-DTL-REORG-OUT.
117000     MOVE WS-TOT-LEAVES TO MVT-DTL-LEAVES.
117100     MOVE WS-TOT-RETURNS TO MVT-DTL-RETURNS.
117200     MOVE WS-TOT-TERMS TO MVT-DTL-TERMS.
117300     MOVE WS-TOT-CLOSING TO MVT-DTL-CLOSING.
117400     MOVE SPACES TO MVT-DTL-AUTHORIZED.
117500     MOVE SPACES TO MVT-DTL-VARIANCE.
117600     MOVE SPACES TO MVT-DTL-FLAG.
117700     IF WS-TOT-AUTH-PRESENT
117800         MOVE WS-TOT-AUTH-COUNT TO WS-AUTH-EDIT
117900         MOVE WS-AUTH-EDIT TO MVT-DTL-AUTHORIZED
118000         COMPUTE WS-DEPT-VARIANCE =
118100             WS-TOT-CLOSING - WS-TOT-AUTH-COUNT
118200         MOVE WS-DEPT-VARIANCE TO WS-VARIANCE-EDIT
118300         MOVE WS-VARIANCE-EDIT TO MVT-DTL-VARIANCE
118400     END-IF.
118500     MOVE WS-TOT-OPENING TO WS-AVERAGE-HEADS.
118600     ADD WS-TOT-CLOSING TO WS-AVERAGE-HEADS.
118700     DIVIDE 2 INTO WS-AVERAGE-HEADS.
118800     MOVE WS-TOT-TERMS TO WS-TURNOVER-TERMS.
118900     PERFORM 4150-EDIT-TURNOVER
119000         THRU 4150-EXIT.
119100     MOVE MVT-DETAIL-LINE TO MOVEMENT-RPT-LINE.
119200     WRITE MOVEMENT-RPT-LINE.
119300 4000-EXIT.
119400     EXIT.
119500*
119600******************************************************************
119700* 4100-PRINT-ONE-DEPT - ONE DEPARTMENT MOVEMENT LINE, ADDED INTO
119800*                       THE COMPANY TOTALS
119900******************************************************************
120000 4100-PRINT-ONE-DEPT.
120100     IF WS-RPT-LINE-COUNT >= 55
120200         PERFORM 4200-PRINT-HEADERS
120300             THRU 4200-EXIT
120400     END-IF.
120500*
120600     MOVE WS-MVD-DEPT-CODE (WS-DEPT-SUB) TO MVT-DTL-DEPT-CODE.
120700     MOVE WS-MVD-DEPT-NAME (WS-DEPT-SUB) TO MVT-DTL-DEPT-NAME.
120800     MOVE WS-MVD-OPENING (WS-DEPT-SUB) TO MVT-DTL-OPENING.
120900     MOVE WS-MVD-HIRES (WS-DEPT-SUB) TO MVT-DTL-HIRES.
121000     MOVE WS-MVD-XFER-IN (WS-DEPT-SUB) TO MVT-DTL-XFER-IN.
121100     MOVE WS-MVD-XFER-OUT (WS-DEPT-SUB) TO MVT-DTL-XFER-OUT.
121200     MOVE WS-MVD-REORG-IN (WS-DEPT-SUB) TO MVT-DTL-REORG-IN.
121300     MOVE WS-MVD-REORG-OUT (WS-DEPT-SUB) TO MVT-DTL-REORG-OUT.
121400     MOVE WS-MVD-LEAVES (WS-DEPT-SUB) TO MVT-DTL-LEAVES.
121500     MOVE WS-MVD-RETURNS (WS-DEPT-SUB) TO MVT-DTL-RETURNS.
121600     MOVE WS-MVD-TERMS (WS-DEPT-SUB) TO MVT-DTL-TERMS.
121700     MOVE WS-MVD-CLOSING (WS-DEPT-SUB) TO MVT-DTL-CLOSING.
121800*
121900*    NO AUTHORIZED FIGURE PRINTS BLANKS - A MISSING BUDGET IS
122000*    NOT A ZERO BUDGET
122100     MOVE SPACES TO MVT-DTL-AUTHORIZED.
122200     MOVE SPACES TO MVT-DTL-VARIANCE.
122300     MOVE SPACES TO MVT-DTL-FLAG.
122400     IF WS-MVD-AUTH-SWITCH (WS-DEPT-SUB) = 'Y'
122500         MOVE WS-MVD-AUTH-COUNT (WS-DEPT-SUB) TO WS-AUTH-EDIT
122600         MOVE WS-AUTH-EDIT TO MVT-DTL-AUTHORIZED
122700         COMPUTE WS-DEPT-VARIANCE =
122800             WS-MVD-CLOSING (WS-DEPT-SUB)
122900                 - WS-MVD-AUTH-COUNT (WS-DEPT-SUB)
123000         MOVE WS-DEPT-VARIANCE TO WS-VARIANCE-EDIT
123100         MOVE WS-VARIANCE-EDIT TO MVT-DTL-VARIANCE
123200         ADD WS-MVD-AUTH-COUNT (WS-DEPT-SUB) TO WS-TOT-AUTH-COUNT
123300         SET WS-TOT-AUTH-PRESENT TO TRUE
123400         IF WS-DEPT-VARIANCE > 0
123500             MOVE '** OVER **' TO MVT-DTL-FLAG
123600             ADD 1 TO WS-DEPTS-OVER-AUTH
123700         END-IF
123800     END-IF.
123900     IF WS-MVD-REF-SWITCH (WS-DEPT-SUB) NOT = 'Y'
124000         MOVE 'NOT ON REF' TO MVT-DTL-FLAG
124100     END-IF.
124200*
124300     MOVE WS-MVD-OPENING (WS-DEPT-SUB) TO WS-AVERAGE-HEADS.
124400     ADD WS-MVD-CLOSING (WS-DEPT-SUB) TO WS-AVERAGE-HEADS.
124500     DIVIDE 2 INTO WS-AVERAGE-HEADS.
124600     MOVE WS-MVD-TERMS (WS-DEPT-SUB) TO WS-TURNOVER-TERMS.
124700     PERFORM 4150-EDIT-TURNOVER
124800         THRU 4150-EXIT.
124900*
125000     MOVE MVT-DETAIL-LINE TO MOVEMENT-RPT-LINE.
125100     WRITE MOVEMENT-RPT-LINE.
125200     ADD 1 TO WS-RPT-LINE-COUNT.
125300*
125400     ADD WS-MVD-OPENING (WS-DEPT-SUB) TO WS-TOT-OPENING.
125500     ADD WS-MVD-HIRES (WS-DEPT-SUB) TO WS-TOT-HIRES.
125600     ADD WS-MVD-XFER-IN (WS-DEPT-SUB) TO WS-TOT-XFER-IN.
125700     ADD WS-MVD-XFER-OUT (WS-DEPT-SUB) TO WS-TOT-XFER-OUT.
125800     ADD WS-MVD-REORG-IN (WS-DEPT-SUB) TO WS-TOT-REORG-IN.
125900     ADD WS-MVD-REORG-OUT (WS-DEPT-SUB) TO WS-TOT-REORG-OUT.
126000     ADD WS-MVD-LEAVES (WS-DEPT-SUB) TO WS-TOT-LEAVES.
126100     ADD WS-MVD-RETURNS (WS-DEPT-SUB) TO WS-TOT-RETURNS.
126200     ADD WS-MVD-TERMS (WS-DEPT-SUB) TO WS-TOT-TERMS.
126300     ADD WS-MVD-CLOSING (WS-DEPT-SUB) TO WS-TOT-CLOSING.
126400 4100-EXIT.
126500     EXIT.
126600*
126700******************************************************************
126800* 4150-EDIT-TURNOVER - TERMINATIONS (IN WS-TURNOVER-TERMS ON
126900*                      ENTRY) AS A PERCENT OF THE AVERAGE OF THE
127000*                      OPENING AND CLOSING HEADCOUNT; BLANK WHEN
127100*                      THE DEPARTMENT HAD NO HEADS EITHER END
127200******************************************************************
127300 4150-EDIT-TURNOVER.
127400     MOVE SPACES TO MVT-DTL-TURNOVER.
127500     IF WS-AVERAGE-HEADS = ZERO
127600         GO TO 4150-EXIT
127700     END-IF.
127800     COMPUTE WS-TURNOVER-PCT ROUNDED =
127900         WS-TURNOVER-TERMS * 100 / WS-AVERAGE-HEADS
128000         ON SIZE ERROR
128100             MOVE 999.9 TO WS-TURNOVER-PCT
128200     END-COMPUTE.
128300     MOVE WS-TURNOVER-PCT TO WS-TURNOVER-EDIT.
128400     MOVE WS-TURNOVER-EDIT TO MVT-DTL-TURNOVER.
128500 4150-EXIT.
128600     EXIT.
128700*
128800******************************************************************
128900* 4200-PRINT-HEADERS - TITLES AND COLUMN HEADINGS
129000******************************************************************
129100 4200-PRINT-HEADERS.
129200     MOVE WS-MONTH-EDIT TO MVT-TL1-MONTH.
129300     MOVE WS-RUN-DATE-EDIT TO MVT-TL1-RUN-DATE.
129400     ADD 1 TO WS-PAGE-COUNT.
129500     MOVE MVT-TITLE-LINE-1 TO MOVEMENT-RPT-LINE.
129600     IF WS-PAGE-COUNT > 1
129700         WRITE MOVEMENT-RPT-LINE
129800             BEFORE ADVANCING PAGE
129900     ELSE
130000         WRITE MOVEMENT-RPT-LINE
130100     END-IF.
130200     MOVE WS-START-DATE-EDIT TO MVT-TL2-START-DATE.
130300     MOVE WS-END-DATE-EDIT TO MVT-TL2-END-DATE.
130400     MOVE MVT-TITLE-LINE-2 TO MOVEMENT-RPT-LINE.
130500     WRITE MOVEMENT-RPT-LINE.
130600     MOVE SPACES TO MOVEMENT-RPT-LINE.
130700     WRITE MOVEMENT-RPT-LINE.
130800     MOVE MVT-COLUMN-HEADING-1 TO MOVEMENT-RPT-LINE.
130900     WRITE MOVEMENT-RPT-LINE.
131000     MOVE MVT-COLUMN-HEADING-2 TO MOVEMENT-RPT-LINE.
131100     WRITE MOVEMENT-RPT-LINE.
131200     MOVE ZERO TO WS-RPT-LINE-COUNT.
131300 4200-EXIT.
131400     EXIT.
131500*
131600******************************************************************
131700* 5000-PRINT-COMPANY-RECAP - COMPANY-WIDE MOVEMENT AND TURNOVER,
131800*                            FOOTED FROM OPENING TO CLOSING
131900******************************************************************
132000 5000-PRINT-COMPANY-RECAP.
132100     MOVE WS-MONTH-EDIT TO MVT-TL1-MONTH.
132200     MOVE WS-RUN-DATE-EDIT TO MVT-TL1-RUN-DATE.
132300     ADD 1 TO WS-PAGE-COUNT.
132400     MOVE MVT-TITLE-LINE-1 TO MOVEMENT-RPT-LINE.
132500     IF WS-PAGE-COUNT > 1
132600         WRITE MOVEMENT-RPT-LINE
132700             BEFORE ADVANCING PAGE
132800     ELSE
132900         WRITE MOVEMENT-RPT-LINE
133000     END-IF.
133100     MOVE 'COMPANY-WIDE RECAP' TO MVT-TXT-TEXT.
133200     PERFORM 8000-PRINT-TEXT-LINE
133300         THRU 8000-EXIT.
133400     MOVE SPACES TO MOVEMENT-RPT-LINE.
133500     WRITE MOVEMENT-RPT-LINE.
133600*
133700     MOVE 'OPENING HEADCOUNT AS OF' TO MVT-CNT-LABEL.
133800     MOVE WS-START-DATE-EDIT TO MVT-CNT-LABEL (25:10).
133900     MOVE WS-TOT-OPENING TO MVT-CNT-VALUE.
134000     PERFORM 8100-PRINT-COUNT-LINE
134100         THRU 8100-EXIT.
134200     MOVE '  PLUS NEW HIRES' TO MVT-CNT-LABEL.
134300     MOVE WS-TOT-HIRES TO MVT-CNT-VALUE.
134400     PERFORM 8100-PRINT-COUNT-LINE
134500         THRU 8100-EXIT.
134600     MOVE '  PLUS RETURNS FROM LEAVE' TO MVT-CNT-LABEL.
134700     MOVE WS-TOT-RETURNS TO MVT-CNT-VALUE.
134800     PERFORM 8100-PRINT-COUNT-LINE
134900         THRU 8100-EXIT.
135000     MOVE '  LESS LEAVES OF ABSENCE' TO MVT-CNT-LABEL.
135100     MOVE WS-TOT-LEAVES TO MVT-CNT-VALUE.
135200     PERFORM 8100-PRINT-COUNT-LINE
135300         THRU 8100-EXIT.
135400     MOVE '  LESS TERMINATIONS' TO MVT-CNT-LABEL.
135500     MOVE WS-TOT-TERMS TO MVT-CNT-VALUE.
135600     PERFORM 8100-PRINT-COUNT-LINE
135700         THRU 8100-EXIT.
135800     MOVE 'CLOSING HEADCOUNT AS OF' TO MVT-CNT-LABEL.
135900     MOVE WS-END-DATE-EDIT TO MVT-CNT-LABEL (25:10).
136000     MOVE WS-TOT-CLOSING TO MVT-CNT-VALUE.
136100     PERFORM 8100-PRINT-COUNT-LINE
136200         THRU 8100-EXIT.
136300     COMPUTE WS-NET-CHANGE = WS-TOT-CLOSING - WS-TOT-OPENING.
136400     MOVE 'NET CHANGE IN HEADCOUNT' TO MVT-CNT-LABEL.
136500     MOVE WS-NET-CHANGE TO MVT-CNT-VALUE.
136600     PERFORM 8100-PRINT-COUNT-LINE
136700         THRU 8100-EXIT.
136800     MOVE SPACES TO MOVEMENT-RPT-LINE.
136900     WRITE MOVEMENT-RPT-LINE.
137000*
137100     MOVE 'TRANSFERS BETWEEN DEPARTMENTS' TO MVT-CNT-LABEL.
137200     MOVE WS-TOT-XFER-OUT TO MVT-CNT-VALUE.
137300     PERFORM 8100-PRINT-COUNT-LINE
137400         THRU 8100-EXIT.
137500     MOVE 'TRANSFERS BY REORG MERGE OR RENAME' TO MVT-CNT-LABEL.
137600     MOVE WS-TOT-REORG-OUT TO MVT-CNT-VALUE.
137700     PERFORM 8100-PRINT-COUNT-LINE
137800         THRU 8100-EXIT.
137900     MOVE 'DEPARTMENT MERGES AND RENAMES IN MONTH'
138000         TO MVT-CNT-LABEL.
138100     MOVE WS-REORG-COUNT TO MVT-CNT-VALUE.
138200     PERFORM 8100-PRINT-COUNT-LINE
138300         THRU 8100-EXIT.
138400     MOVE 'TERMINATIONS OF EMPLOYEES ON LEAVE' TO MVT-CNT-LABEL.
138500     MOVE WS-TERMS-FROM-LEAVE TO MVT-CNT-VALUE.
138600     PERFORM 8100-PRINT-COUNT-LINE
138700         THRU 8100-EXIT.
138800     MOVE '  (NOT IN HEADCOUNT OR TURNOVER)' TO MVT-TXT-TEXT.
138900     PERFORM 8000-PRINT-TEXT-LINE
139000         THRU 8000-EXIT.
139100     MOVE SPACES TO MOVEMENT-RPT-LINE.
139200     WRITE MOVEMENT-RPT-LINE.
139300*
139400     IF WS-TOT-AUTH-PRESENT
139500         MOVE 'AUTHORIZED HEADCOUNT' TO MVT-CNT-LABEL
139600         MOVE WS-TOT-AUTH-COUNT TO MVT-CNT-VALUE
139700         PERFORM 8100-PRINT-COUNT-LINE
139800             THRU 8100-EXIT
139900         COMPUTE WS-NET-CHANGE =
140000             WS-TOT-CLOSING - WS-TOT-AUTH-COUNT
140100         MOVE 'CLOSING OVER (UNDER) AUTHORIZED' TO MVT-CNT-LABEL
140200         MOVE WS-NET-CHANGE TO MVT-CNT-VALUE
140300         PERFORM 8100-PRINT-COUNT-LINE
140400             THRU 8100-EXIT
140500     ELSE
140600         MOVE 'NO AUTHORIZED HEADCOUNT ON THE DEPT REFERENCE'
140700             TO MVT-TXT-TEXT
140800         PERFORM 8000-PRINT-TEXT-LINE
140900             THRU 8000-EXIT
141000     END-IF.
141100     MOVE 'DEPARTMENTS OVER AUTHORIZED' TO MVT-CNT-LABEL.
141200     MOVE WS-DEPTS-OVER-AUTH TO MVT-CNT-VALUE.
141300     PERFORM 8100-PRINT-COUNT-LINE
141400         THRU 8100-EXIT.
141500     MOVE WS-TOT-OPENING TO WS-AVERAGE-HEADS.
141600     ADD WS-TOT-CLOSING TO WS-AVERAGE-HEADS.
141700     DIVIDE 2 INTO WS-AVERAGE-HEADS.
141800     MOVE WS-TOT-TERMS TO WS-TURNOVER-TERMS.
141900     PERFORM 4150-EDIT-TURNOVER
142000         THRU 4150-EXIT.
142100     MOVE 'TURNOVER PERCENT (TERMINATIONS / AVERAGE HEADS)'
142200         TO MVT-TXT-TEXT.
142300     MOVE MVT-DTL-TURNOVER TO MVT-TXT-TEXT (50:5).
142400     PERFORM 8000-PRINT-TEXT-LINE
142500         THRU 8000-EXIT.
142600     MOVE SPACES TO MOVEMENT-RPT-LINE.
142700     WRITE MOVEMENT-RPT-LINE.
142800*
142900     MOVE 'HISTORY RECORDS READ' TO MVT-CNT-LABEL.
143000     MOVE WS-HISTORY-READ TO MVT-CNT-VALUE.
143100     PERFORM 8100-PRINT-COUNT-LINE
143200         THRU 8100-EXIT.
143300     MOVE 'HISTORY RECORDS REPLAYED' TO MVT-CNT-LABEL.
143400     MOVE WS-HISTORY-REPLAYED TO MVT-CNT-VALUE.
143500     PERFORM 8100-PRINT-COUNT-LINE
143600         THRU 8100-EXIT.
143700     MOVE 'EMPLOYEES REPLAYED' TO MVT-CNT-LABEL.
143800     MOVE WS-EMPLOYEES-REPLAYED TO MVT-CNT-VALUE.
143900     PERFORM 8100-PRINT-COUNT-LINE
144000         THRU 8100-EXIT.
144100     MOVE SPACES TO MOVEMENT-RPT-LINE.
144200     WRITE MOVEMENT-RPT-LINE.
144300*
144400*    THE MOVEMENT MUST FOOT TO THE CLOSING FIGURE AND EVERY
144500*    TRANSFER OUT MUST LAND SOMEWHERE
144600     COMPUTE WS-FOOTED-CLOSING =
144700         WS-TOT-OPENING + WS-TOT-HIRES + WS-TOT-RETURNS
144800             - WS-TOT-LEAVES - WS-TOT-TERMS.
144900     IF WS-FOOTED-CLOSING = WS-TOT-CLOSING
145000         AND WS-TOT-XFER-IN = WS-TOT-XFER-OUT
145100         AND WS-TOT-REORG-IN = WS-TOT-REORG-OUT
145200         MOVE '** MOVEMENT FOOTS FROM OPENING TO CLOSING **'
145300             TO MVT-TXT-TEXT
145400     ELSE
145500         MOVE 8 TO WS-RUN-RC
145600         MOVE '** MOVEMENT DOES NOT FOOT - REPORT IN ERROR **'
145700             TO MVT-TXT-TEXT
145800     END-IF.
145900     PERFORM 8000-PRINT-TEXT-LINE
146000         THRU 8000-EXIT.
146100     IF WS-MONTH-IN-PROGRESS
146200         MOVE '** MONTH IN PROGRESS - FIGURES TO DATE **'
146300             TO MVT-TXT-TEXT
146400         PERFORM 8000-PRINT-TEXT-LINE
146500             THRU 8000-EXIT
146600     END-IF.
146700     IF WS-DEPT-HISTORY-MISSING
146800         MOVE '** NO DEPT HISTORY - REORG TRANSFERS NOT SEPARATED'
146900             TO MVT-TXT-TEXT
147000         PERFORM 8000-PRINT-TEXT-LINE
147100             THRU 8000-EXIT
147200     END-IF.
147300     IF WS-DEPT-TABLE-FULL
147400         MOVE '** DEPARTMENT TABLE FULL - EXCESS SHOWN AS ****'
147500             TO MVT-TXT-TEXT
147600         PERFORM 8000-PRINT-TEXT-LINE
147700             THRU 8000-EXIT
147800     END-IF.
147900 5000-EXIT.
148000     EXIT.
148100*
148200******************************************************************
148300* 8000-PRINT-TEXT-LINE - ONE LINE OF TEXT
148400******************************************************************
148500 8000-PRINT-TEXT-LINE.
148600     MOVE MVT-TEXT-LINE TO MOVEMENT-RPT-LINE.
148700     WRITE MOVEMENT-RPT-LINE.
148800     ADD 1 TO WS-RPT-LINE-COUNT.
148900     MOVE SPACES TO MVT-TXT-TEXT.
149000 8000-EXIT.
149100     EXIT.
149200*
149300******************************************************************
149400* 8100-PRINT-COUNT-LINE - ONE LABELED COUNT
149500******************************************************************
149600 8100-PRINT-COUNT-LINE.
149700     MOVE MVT-COUNT-LINE TO MOVEMENT-RPT-LINE.
149800     WRITE MOVEMENT-RPT-LINE.
149900     MOVE SPACES TO MVT-CNT-LABEL.
150000 8100-EXIT.
150100     EXIT.
150200*
150300******************************************************************
150400* 9000-TERMINATE - CLOSE, RETURN CODE
150500******************************************************************
150600 9000-TERMINATE.
150700     CLOSE MOVEMENT-RPT.
150800*
150900     IF WS-PARM-ERROR
151000         OR WS-MONTH-NOT-STARTED
151100         OR WS-BASELINE-ERROR
151200         MOVE 8 TO WS-RUN-RC
151300     END-IF.
151400     IF WS-RUN-RC = 0
151500         AND (WS-DEPT-HISTORY-MISSING OR WS-DEPT-TABLE-FULL)
151600         MOVE 4 TO WS-RUN-RC
151700     END-IF.
151800     MOVE WS-RUN-RC TO RETURN-CODE.
151900 9000-EXIT.
152000     EXIT.
