000100******************************************************************
000200* HR-FEED-TRANSLATE.COB
000300*
000400* PROGRAM-ID.  HR-FEED-TRANSLATE
000500*
000600* AUTHOR.       D. L. WHITFIELD
000700* INSTALLATION. DATA CENTER SERVICES - BATCH SYSTEMS GROUP
000800* DATE-WRITTEN. 2026-10-15
000900* DATE-COMPILED.
001000*
001100* INBOUND HR FEED TRANSLATION.  READS THE DAILY PERSONNEL ACTION
001200* FEED HR SENDS (HRFREC LAYOUT - HEADER, DETAILS, TRAILER) AND
001300* TURNS EACH DETAIL INTO A STANDARD NAME-MASTER MAINTENANCE CARD
001400* (TRNREC LAYOUT) FOR THE NIGHT'S MAINTENANCE PASS, WHICH READS
001500* THEM BEHIND THE DAY'S KEYED CARDS.  A NEW HIRE BECOMES AN ADD,
001600* A TRANSFER, LEAVE, RETURN OR TERMINATION A CHANGE CARRYING THE
001700* NEW DEPARTMENT OR STATUS AND ITS STATUS DATE, AND A RESCINDED
001800* HIRE A DELETE.  EVERY CARD CARRIES HR'S EFFECTIVE DATE, SO THE
001900* MAINTENANCE PASS HOLDS A FUTURE-DATED ONE ON THE PENDING FILE
002000* UNTIL ITS DAY.
002100*
002200* THE FEED IS BALANCED FIRST - ONE HEADER DATED TODAY'S RUN DATE,
002300* ONE TRAILER WHOSE COUNT EQUALS THE DETAILS READ - AND ONLY A
002400* FEED IN BALANCE IS TRANSLATED.  EACH CARD IS PUT THROUGH THE
002500* SHARED EMPLOYEE EDIT MODULE (EMPEDIT) BEFORE IT IS WRITTEN.  A
002600* DETAIL THAT CANNOT BE TRANSLATED, FAILS THE EDIT, OR NAMES AN
002700* EMPLOYEE WHO ALSO HAS A CARD KEYED BY THE DESK TODAY (THE KEYED
002800* CARD WINS) IS NOT WRITTEN - IT PRINTS, WITH ITS REASON AND THE
002900* WHOLE FEED RECORD, ON THE EXCEPTION REPORT FOR THE DESK TO KEY
003000* OR TAKE UP WITH HR.  RETURN CODES:
003100*     0000  FEED IN BALANCE, EVERY DETAIL TRANSLATED
003200*     0004  EXCEPTIONS PRINTED, OR NO FEED TODAY (FILE MISSING,
003300*           EMPTY, OR DATED BEFORE THE RUN DATE - ALREADY TAKEN)
003400*     0008  FEED OUT OF BALANCE - NOTHING TRANSLATED
003425*           (WSTEST THEN BYPASSES STEP05 ONWARD, SO NOTHING IS
003450*           APPLIED OR SHIPPED AND THE DATE DOES NOT ROLL - THE
003475*           WHOLE JOB IS RERUN FOR THE SAME DATE WHEN HR RESENDS)
003500*     0016  NO BUSINESS-DATE CONTROL RECORD
003600*
003700* MODIFICATION HISTORY.
003800*     2026-10-15  DLW  ORIGINAL VERSION.
003820*     2026-10-15  DLW  CONTROL TOTALS (DETAILS, CARDS WRITTEN BY
003840*                       ACTION, EXCEPTIONS, KEYED CARDS SEEN) NOW
003860*                       APPENDED TO THE SHARED STREAM-CONTROL FILE
003880*                       (STRMCTL DD) FOR THE STREAM BALANCE STEP.
003885*     2026-10-15  DLW  CC 0008 NOW BYPASSES THE REST OF THE NIGHT
003890*                       IN WSTEST (STEP05 ONWARD) SO THE SAME-DATE
003895*                       RERUN AFTER HR RESENDS STARTS CLEAN.
003896*     2026-10-15  DLW  DEPARTMENT REFERENCE USED ONLY ON AN OPEN
003897*                       STATUS OF '00'.
003900******************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID.              HR-FEED-TRANSLATE.
004200 AUTHOR.                  D. L. WHITFIELD.
004300 INSTALLATION.            DATA CENTER SVCS - BATCH SYSTEMS GROUP.
004400 DATE-WRITTEN.            2026-10-15.
004500 DATE-COMPILED.
004600*
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.         IBM-370.
005000 OBJECT-COMPUTER.         IBM-370.
005100 SPECIAL-NAMES.
005200     C01 IS TOP-OF-PAGE.
005300*
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT HR-FEED          ASSIGN TO HRFEED
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-HRFEED-STATUS.
005900*
006000     SELECT KEYED-TRANS-FILE ASSIGN TO MAINTTRN
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-MAINTTRN-STATUS.
006300*
006400     SELECT FEED-TRANS-FILE  ASSIGN TO FEEDTRN
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-FEEDTRN-STATUS.
006700*
006800     SELECT DEPT-REFERENCE   ASSIGN TO DEPTMSTR
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS DPT-DEPT-CODE
007200         FILE STATUS IS WS-DEPTREF-STATUS.
007300*
007400     SELECT CONTROL-RPT      ASSIGN TO FEEDRPT
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-FEEDRPT-STATUS.
007700*
007800     SELECT EXCEPTION-RPT    ASSIGN TO FEEDEXC
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-FEEDEXC-STATUS.
008020*
008040     SELECT STREAM-CONTROL   ASSIGN TO STRMCTL
008060         ORGANIZATION IS LINE SEQUENTIAL
008080         FILE STATUS IS WS-STRMCTL-STATUS.
008100*
008200 DATA DIVISION.
008300 FILE SECTION.
008400*
008500 FD  HR-FEED
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 80 CHARACTERS.
008800     COPY HRFREC.
008900*
009000 FD  KEYED-TRANS-FILE
009100     LABEL RECORDS ARE STANDARD
009200     RECORD CONTAINS 80 CHARACTERS.
009300 01  KEYED-TRANS-RECORD.
009400     05  KTR-ACTION-CODE             PIC X(01).
009500     05  KTR-EMP-ID                  PIC X(05).
009600     05  FILLER                      PIC X(74).
009700*
009800 FD  FEED-TRANS-FILE
009900     LABEL RECORDS ARE STANDARD
010000     RECORD CONTAINS 80 CHARACTERS.
010100     COPY TRNREC.
010200*
010300 FD  DEPT-REFERENCE
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 30 CHARACTERS.
010600     COPY DEPTREC.
010700*
010800 FD  CONTROL-RPT
010900     LABEL RECORDS ARE STANDARD
011000     RECORD CONTAINS 132 CHARACTERS.
011100 01  CONTROL-RPT-LINE            PIC X(132).
011200*
011300 FD  EXCEPTION-RPT
011400     LABEL RECORDS ARE STANDARD
011500     RECORD CONTAINS 132 CHARACTERS.
011600 01  EXCEPTION-RPT-LINE          PIC X(132).
011700*
011716 FD  STREAM-CONTROL
011732     LABEL RECORDS ARE STANDARD
011748     RECORD CONTAINS 120 CHARACTERS.
011764     COPY SCTREC.
011780*
011800 WORKING-STORAGE SECTION.
011900*
012000******************************************************************
012100* FILE STATUS SWITCHES
012200******************************************************************
012300 01  FILE-STATUS-SWITCHES.
012400     05  WS-HRFEED-STATUS            PIC X(02) VALUE SPACES.
012500         88  HRFEED-NOT-PRESENT          VALUE '35'.
012600     05  WS-MAINTTRN-STATUS          PIC X(02) VALUE SPACES.
012700         88  MAINTTRN-NOT-PRESENT        VALUE '35'.
012800     05  WS-FEEDTRN-STATUS           PIC X(02) VALUE SPACES.
012900         88  FEEDTRN-OK                  VALUE '00'.
013000     05  WS-DEPTREF-STATUS           PIC X(02) VALUE SPACES.
013100         88  DEPTREF-NOT-PRESENT         VALUE '35'.
013150         88  DEPTREF-OK                  VALUE '00'.
013200     05  WS-FEEDRPT-STATUS           PIC X(02) VALUE SPACES.
013300     05  WS-FEEDEXC-STATUS           PIC X(02) VALUE SPACES.
013333     05  WS-STRMCTL-STATUS           PIC X(02) VALUE SPACES.
013366         88  STRMCTL-OPEN-OK             VALUE '00'.
013400*
013500******************************************************************
013600* PROGRAM SWITCHES
013700******************************************************************
013800 01  WS-SWITCHES.
013900     05  WS-FEED-EOF-SWITCH          PIC X(01) VALUE 'N'.
014000         88  WS-EOF-HR-FEED              VALUE 'Y'.
014100     05  WS-KEYED-EOF-SWITCH         PIC X(01) VALUE 'N'.
014200         88  WS-EOF-KEYED-TRANS          VALUE 'Y'.
014300     05  WS-FEED-STATE-SWITCH        PIC X(01) VALUE 'B'.
014400         88  WS-FEED-IN-BALANCE          VALUE 'B'.
014500         88  WS-FEED-OUT-OF-BALANCE      VALUE 'O'.
014600         88  WS-NO-FEED-TODAY            VALUE 'N'.
014700     05  WS-HEADER-FIRST-SWITCH      PIC X(01) VALUE 'N'.
014800         88  WS-HEADER-IS-FIRST          VALUE 'Y'.
014900     05  WS-TRAILER-SWITCH           PIC X(01) VALUE 'N'.
015000         88  WS-TRAILER-SEEN             VALUE 'Y'.
015100     05  WS-TRAILER-COUNT-SWITCH     PIC X(01) VALUE 'Y'.
015200         88  WS-TRAILER-COUNT-NUMERIC    VALUE 'Y'.
015300         88  WS-TRAILER-COUNT-BAD        VALUE 'N'.
015400     05  WS-DETAIL-SWITCH            PIC X(01) VALUE 'Y'.
015500         88  WS-DETAIL-TRANSLATED        VALUE 'Y'.
015600         88  WS-DETAIL-EXCEPTION         VALUE 'N'.
015700     05  WS-DEPTREF-OPEN-SWITCH      PIC X(01) VALUE 'N'.
015800         88  WS-DEPTREF-OPEN             VALUE 'Y'.
015900*
016000******************************************************************
016100* WORK FIELDS
016200******************************************************************
016300 01  WS-WORK-FIELDS.
016400     05  WS-RUN-DATE-EDIT            PIC X(10) VALUE SPACES.
016500     05  WS-RUN-DATE-CCYYMMDD        PIC X(08) VALUE SPACES.
016600     05  WS-FEED-DATE                PIC X(08) VALUE SPACES.
016700     05  WS-FEED-SOURCE              PIC X(08) VALUE SPACES.
016800     05  WS-KEY-SUB                  PIC 9(04) COMP VALUE ZERO.
016900     05  WS-RUN-RC                   PIC 9(02) COMP VALUE ZERO.
017000     05  WS-EXCEPTION-CODE           PIC X(04) VALUE SPACES.
017100         88  WS-REASON-BAD-RECORD-TYPE   VALUE 'F001'.
017200         88  WS-REASON-BAD-HR-ACTION     VALUE 'F002'.
017300         88  WS-REASON-NO-NEW-DEPT       VALUE 'F003'.
017400         88  WS-REASON-NO-EFF-DATE       VALUE 'F004'.
017500         88  WS-REASON-KEYED-CONFLICT    VALUE 'F005'.
017600     05  WS-EXCEPTION-TEXT           PIC X(40) VALUE SPACES.
017700     05  WS-CARD-ACTION-DESC         PIC X(07) VALUE SPACES.
017800     05  WS-REGISTER-NOTE            PIC X(20) VALUE SPACES.
017900*
018000******************************************************************
018100* COUNTERS
018200******************************************************************
018300 01  WS-COUNTERS.
018400     05  WS-FEED-RECORDS-READ        PIC 9(07) COMP VALUE ZERO.
018500     05  WS-FEED-RECORD-NO           PIC 9(07) COMP VALUE ZERO.
018600     05  WS-HEADER-COUNT             PIC 9(07) COMP VALUE ZERO.
018700     05  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
018800     05  WS-TRAILER-COUNT            PIC 9(07) COMP VALUE ZERO.
018900     05  WS-AFTER-TRAILER-COUNT      PIC 9(07) COMP VALUE ZERO.
019000     05  WS-CARDS-ADDED              PIC 9(07) COMP VALUE ZERO.
019100     05  WS-CARDS-CHANGED            PIC 9(07) COMP VALUE ZERO.
019200     05  WS-CARDS-DELETED            PIC 9(07) COMP VALUE ZERO.
019300     05  WS-CARDS-FUTURE             PIC 9(07) COMP VALUE ZERO.
019400     05  WS-EXCEPTION-COUNT          PIC 9(07) COMP VALUE ZERO.
019500     05  WS-KEYED-READ               PIC 9(07) COMP VALUE ZERO.
019550     05  WS-TRANSLATE-READ           PIC 9(07) COMP VALUE ZERO.
019600     05  WS-REG-LINE-COUNT           PIC 9(02) COMP VALUE ZERO.
019700     05  WS-EXC-LINE-COUNT           PIC 9(02) COMP VALUE ZERO.
019800*
019900******************************************************************
020000* KEYED-CARD TABLE - EMPLOYEE IDS ON TODAY'S DESK-KEYED CARDS,
020100* FOR THE SAME-DAY CONFLICT CHECK
020200******************************************************************
020300 01  WS-KEYED-TABLE.
020400     05  WS-KEYED-COUNT              PIC 9(04) COMP VALUE ZERO.
020500     05  WS-KEYED-ENTRY OCCURS 2000 TIMES.
020600         10  WKY-EMP-ID              PIC X(05).
020700         10  WKY-ACTION-CODE         PIC X(01).
020800*
020900******************************************************************
021000* SHARED EMPLOYEE EDIT MODULE PARAMETER BLOCK
021100******************************************************************
021200     COPY EDITPARM.
021300*
021400******************************************************************
021500* DATE FIELDS
021600******************************************************************
021700 01  WS-CURRENT-DATE.
021800     05  WS-CURRENT-CCYY             PIC 9(04).
021900     05  WS-CURRENT-MM               PIC 9(02).
022000     05  WS-CURRENT-DD               PIC 9(02).
022050 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
022100*
022200     COPY BDTPARM.
022300*
022400******************************************************************
022500* CONTROL REPORT LINE LAYOUTS
022600******************************************************************
022700 01  CTL-TITLE-LINE-1.
022800     05  FILLER                      PIC X(01) VALUE SPACE.
022900     05  FILLER                      PIC X(40) VALUE
023000         'HR FEED TRANSLATION CONTROL REPORT'.
023100     05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
023200     05  CTL-TL1-RUN-DATE            PIC X(10) VALUE SPACES.
023300     05  FILLER                      PIC X(71) VALUE SPACES.
023400*
023500 01  CTL-COLUMN-HEADING-1.
023600     05  FILLER                      PIC X(01) VALUE SPACE.
023700     05  FILLER                      PIC X(09) VALUE 'REC NO'.
023800     05  FILLER                      PIC X(05) VALUE 'HR'.
023900     05  FILLER                      PIC X(09) VALUE 'CARD'.
024000     05  FILLER                      PIC X(08) VALUE 'EMP ID'.
024100     05  FILLER                      PIC X(17) VALUE 'LAST NAME'.
024200     05  FILLER                      PIC X(12) VALUE 'FIRST NAME'.
024300     05  FILLER                      PIC X(06) VALUE 'DEPT'.
024400     05  FILLER                      PIC X(03) VALUE 'ST'.
024500     05  FILLER                      PIC X(10) VALUE 'EFF DATE'.
024600     05  FILLER                      PIC X(20) VALUE 'NOTE'.
024700     05  FILLER                      PIC X(32) VALUE SPACES.
024800*
024900 01  CTL-DETAIL-LINE.
025000     05  FILLER                      PIC X(01) VALUE SPACE.
025100     05  CTL-DTL-RECORD-NO           PIC ZZZZZZ9.
025200     05  FILLER                      PIC X(02) VALUE SPACES.
025300     05  CTL-DTL-HR-ACTION           PIC X(05) VALUE SPACES.
025400     05  CTL-DTL-CARD-ACTION         PIC X(09) VALUE SPACES.
025500     05  CTL-DTL-EMP-ID              PIC X(08) VALUE SPACES.
025600     05  CTL-DTL-LAST-NAME           PIC X(17) VALUE SPACES.
025700     05  CTL-DTL-FIRST-NAME          PIC X(12) VALUE SPACES.
025800     05  CTL-DTL-DEPT-CODE           PIC X(06) VALUE SPACES.
025900     05  CTL-DTL-STATUS              PIC X(03) VALUE SPACES.
026000     05  CTL-DTL-EFF-DATE            PIC X(10) VALUE SPACES.
026100     05  CTL-DTL-NOTE                PIC X(20) VALUE SPACES.
026200     05  FILLER                      PIC X(32) VALUE SPACES.
026300*
026400 01  CTL-COUNT-LINE.
026500     05  FILLER                      PIC X(01) VALUE SPACE.
026600     05  CTL-CNT-LABEL               PIC X(36) VALUE SPACES.
026700     05  CTL-CNT-VALUE               PIC ZZZZ,ZZ9.
026800     05  FILLER                      PIC X(87) VALUE SPACES.
026900*
027000 01  CTL-TEXT-LINE.
027100     05  FILLER                      PIC X(01) VALUE SPACE.
027200     05  CTL-TXT-TEXT                PIC X(60) VALUE SPACES.
027300     05  FILLER                      PIC X(71) VALUE SPACES.
027400*
027500******************************************************************
027600* EXCEPTION REPORT LINE LAYOUTS
027700******************************************************************
027800 01  EXC-TITLE-LINE-1.
027900     05  FILLER                      PIC X(01) VALUE SPACE.
028000     05  FILLER                      PIC X(40) VALUE
028100         'HR FEED TRANSLATION EXCEPTIONS'.
028200     05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
028300     05  EXC-TL1-RUN-DATE            PIC X(10) VALUE SPACES.
028400     05  FILLER                      PIC X(71) VALUE SPACES.
028500*
028600 01  EXC-COLUMN-HEADING-1.
028700     05  FILLER                      PIC X(01) VALUE SPACE.
028800     05  FILLER                      PIC X(09) VALUE 'REC NO'.
028900     05  FILLER                      PIC X(05) VALUE 'HR'.
029000     05  FILLER                      PIC X(08) VALUE 'EMP ID'.
029100     05  FILLER                      PIC X(06) VALUE 'CODE'.
029200     05  FILLER                      PIC X(40) VALUE 'REASON'.
029300     05  FILLER                      PIC X(63) VALUE SPACES.
029400*
029500 01  EXC-DETAIL-LINE.
029600     05  FILLER                      PIC X(01) VALUE SPACE.
029700     05  EXC-DTL-RECORD-NO           PIC ZZZZZZ9.
029800     05  FILLER                      PIC X(02) VALUE SPACES.
029900     05  EXC-DTL-HR-ACTION           PIC X(05) VALUE SPACES.
030000     05  EXC-DTL-EMP-ID              PIC X(08) VALUE SPACES.
030100     05  EXC-DTL-CODE                PIC X(06) VALUE SPACES.
030200     05  EXC-DTL-TEXT                PIC X(40) VALUE SPACES.
030300     05  FILLER                      PIC X(63) VALUE SPACES.
030400*
030500 01  EXC-IMAGE-LINE.
030600     05  FILLER                      PIC X(10) VALUE SPACES.
030700     05  FILLER                      PIC X(14) VALUE
030800         'FEED RECORD: '.
030900     05  EXC-IMG-RECORD              PIC X(80) VALUE SPACES.
031000     05  FILLER                      PIC X(28) VALUE SPACES.
031100*
031200 01  EXC-TEXT-LINE.
031300     05  FILLER                      PIC X(01) VALUE SPACE.
031400     05  EXC-TXT-TEXT                PIC X(60) VALUE SPACES.
031500     05  FILLER                      PIC X(71) VALUE SPACES.
031600*
031700 PROCEDURE DIVISION.
031800*
031900******************************************************************
032000* 0000-MAINLINE
032100******************************************************************
032200 0000-MAINLINE.
032300     PERFORM 1000-INITIALIZE
032400         THRU 1000-EXIT.
032500*
032600     PERFORM 1500-LOAD-KEYED-TABLE
032700         THRU 1500-EXIT.
032800*
032900     PERFORM 2000-BALANCE-FEED
033000         THRU 2000-EXIT.
033100*
033200     IF WS-FEED-IN-BALANCE
033300         PERFORM 3000-TRANSLATE-FEED
033400             THRU 3000-EXIT
033500     END-IF.
033600*
033700     PERFORM 9000-TERMINATE
033800         THRU 9000-EXIT.
033900*
034000     STOP RUN.
034100*
034200******************************************************************
034300* 1000-INITIALIZE - DATES, OPEN FILES, REPORT TITLES
034400******************************************************************
034500 1000-INITIALIZE.
034600     CALL 'GETBDATE' USING BUSINESS-DATE-PARMS.
034700     IF BDP-DATE-UNAVAILABLE
034800         MOVE 16 TO RETURN-CODE
034900         STOP RUN
035000     END-IF.
035100     MOVE BDP-PROCESS-DATE TO WS-CURRENT-DATE.
035200     MOVE WS-CURRENT-MM TO WS-RUN-DATE-EDIT (1:2).
035300     MOVE '/'            TO WS-RUN-DATE-EDIT (3:1).
035400     MOVE WS-CURRENT-DD TO WS-RUN-DATE-EDIT (4:2).
035500     MOVE '/'            TO WS-RUN-DATE-EDIT (6:1).
035600     MOVE WS-CURRENT-CCYY TO WS-RUN-DATE-EDIT (7:4).
035700     MOVE WS-CURRENT-DATE TO WS-RUN-DATE-CCYYMMDD.
035800*
035900*    THE CARD FILE IS ALWAYS REWRITTEN, SO A NIGHT WITH NO FEED
036000*    (OR ONE OUT OF BALANCE) PASSES NO CARDS TO MAINTENANCE
036100     OPEN OUTPUT FEED-TRANS-FILE.
036200     IF NOT FEEDTRN-OK
036300         DISPLAY 'HR-FEED-TRANSLATE - FEEDTRN NOT OPENED, STATUS '
036400             WS-FEEDTRN-STATUS UPON CONSOLE
036500         MOVE 16 TO RETURN-CODE
036600         STOP RUN
036700     END-IF.
036800     OPEN OUTPUT CONTROL-RPT.
036900     OPEN OUTPUT EXCEPTION-RPT.
037000     OPEN INPUT DEPT-REFERENCE.
037100     IF DEPTREF-OK
037200         SET WS-DEPTREF-OPEN TO TRUE
037300     END-IF.
037400*
037500     PERFORM 4100-PRINT-CONTROL-HEADERS
037600         THRU 4100-EXIT.
037700     PERFORM 5100-PRINT-EXCEPTION-HEADERS
037800         THRU 5100-EXIT.
037900 1000-EXIT.
038000     EXIT.
038100*
038200******************************************************************
038300* 1500-LOAD-KEYED-TABLE - EMPLOYEE IDS ON TODAY'S KEYED CARDS
038400******************************************************************
038500 1500-LOAD-KEYED-TABLE.
038600     OPEN INPUT KEYED-TRANS-FILE.
038700     IF MAINTTRN-NOT-PRESENT
038800         GO TO 1500-EXIT
038900     END-IF.
039000     PERFORM 1510-LOAD-ONE-KEYED
039100         THRU 1510-EXIT
039200         UNTIL WS-EOF-KEYED-TRANS.
039300     CLOSE KEYED-TRANS-FILE.
039400*
039500     IF WS-KEYED-READ > 2000
039600         MOVE 4 TO WS-RUN-RC
039700         MOVE 'KEYED CARD TABLE FULL - CONFLICTS CHECKED TO 2000'
039800             TO CTL-TXT-TEXT
039900         PERFORM 8000-PRINT-TEXT-LINE
040000             THRU 8000-EXIT
040100     END-IF.
040200 1500-EXIT.
040300     EXIT.
040400*
040500******************************************************************
040600* 1510-LOAD-ONE-KEYED - ONE KEYED CARD
040700******************************************************************
040800 1510-LOAD-ONE-KEYED.
040900     READ KEYED-TRANS-FILE
041000         AT END
041100             SET WS-EOF-KEYED-TRANS TO TRUE
041200             GO TO 1510-EXIT
041300     END-READ.
041400     ADD 1 TO WS-KEYED-READ.
041500     IF WS-KEYED-COUNT < 2000
041600         ADD 1 TO WS-KEYED-COUNT
041700         MOVE KTR-EMP-ID TO WKY-EMP-ID (WS-KEYED-COUNT)
041800         MOVE KTR-ACTION-CODE TO WKY-ACTION-CODE (WS-KEYED-COUNT)
041900     END-IF.
042000 1510-EXIT.
042100     EXIT.
042200*
042300******************************************************************
042400* 2000-BALANCE-FEED - FIRST PASS: HEADER, DETAIL COUNT, TRAILER
042500******************************************************************
042600 2000-BALANCE-FEED.
042700     OPEN INPUT HR-FEED.
042800     IF HRFEED-NOT-PRESENT
042900         SET WS-NO-FEED-TODAY TO TRUE
043000         MOVE 'NO HR FEED FILE RECEIVED' TO CTL-TXT-TEXT
043100         PERFORM 8000-PRINT-TEXT-LINE
043200             THRU 8000-EXIT
043300         GO TO 2000-EXIT
043400     END-IF.
043500*
043600     PERFORM 2100-BALANCE-ONE-RECORD
043700         THRU 2100-EXIT
043800         UNTIL WS-EOF-HR-FEED.
043900     CLOSE HR-FEED.
044000     MOVE 'N' TO WS-FEED-EOF-SWITCH.
044100*
044200     IF WS-FEED-RECORDS-READ = 0
044300         SET WS-NO-FEED-TODAY TO TRUE
044400         MOVE 'HR FEED FILE IS EMPTY' TO CTL-TXT-TEXT
044500         PERFORM 8000-PRINT-TEXT-LINE
044600             THRU 8000-EXIT
044700         GO TO 2000-EXIT
044800     END-IF.
044900*
045000     IF WS-HEADER-COUNT = 0
045100         SET WS-FEED-OUT-OF-BALANCE TO TRUE
045200         MOVE 'FEED HAS NO HEADER RECORD' TO CTL-TXT-TEXT
045300         PERFORM 8000-PRINT-TEXT-LINE
045400             THRU 8000-EXIT
045500     END-IF.
045600     IF WS-HEADER-COUNT > 1
045700         SET WS-FEED-OUT-OF-BALANCE TO TRUE
045800         MOVE 'FEED HAS MORE THAN ONE HEADER RECORD'
045900             TO CTL-TXT-TEXT
046000         PERFORM 8000-PRINT-TEXT-LINE
046100             THRU 8000-EXIT
046200     END-IF.
046300     IF WS-HEADER-COUNT = 1 AND NOT WS-HEADER-IS-FIRST
046400         SET WS-FEED-OUT-OF-BALANCE TO TRUE
046500         MOVE 'HEADER IS NOT THE FIRST RECORD ON THE FEED'
046600             TO CTL-TXT-TEXT
046700         PERFORM 8000-PRINT-TEXT-LINE
046800             THRU 8000-EXIT
046900     END-IF.
047000*
047100     IF NOT WS-TRAILER-SEEN
047200         SET WS-FEED-OUT-OF-BALANCE TO TRUE
047300         MOVE 'FEED HAS NO TRAILER RECORD' TO CTL-TXT-TEXT
047400         PERFORM 8000-PRINT-TEXT-LINE
047500             THRU 8000-EXIT
047600     ELSE
047700         PERFORM 2200-CHECK-TRAILER
047800             THRU 2200-EXIT
047900     END-IF.
048000*
048100     IF WS-HEADER-COUNT = 1
048200         PERFORM 2300-CHECK-FEED-DATE
048300             THRU 2300-EXIT
048400     END-IF.
048500 2000-EXIT.
048600     EXIT.
048700*
048800******************************************************************
048900* 2100-BALANCE-ONE-RECORD - COUNT ONE FEED RECORD BY ITS TYPE
049000******************************************************************
049100 2100-BALANCE-ONE-RECORD.
049200     READ HR-FEED
049300         AT END
049400             SET WS-EOF-HR-FEED TO TRUE
049500             GO TO 2100-EXIT
049600     END-READ.
049700     ADD 1 TO WS-FEED-RECORDS-READ.
049800     IF WS-TRAILER-SEEN
049900         ADD 1 TO WS-AFTER-TRAILER-COUNT
050000     END-IF.
050100*
050200     EVALUATE TRUE
050300         WHEN HRF-IS-HEADER
050400             ADD 1 TO WS-HEADER-COUNT
050500             IF WS-FEED-RECORDS-READ = 1
050600                 SET WS-HEADER-IS-FIRST TO TRUE
050700             END-IF
050800             MOVE HRF-HEADER-DATA (1:8) TO WS-FEED-DATE
050900             MOVE HRF-SOURCE-ID TO WS-FEED-SOURCE
051000         WHEN HRF-IS-DETAIL
051100             ADD 1 TO WS-DETAIL-COUNT
051200         WHEN HRF-IS-TRAILER
051300             SET WS-TRAILER-SEEN TO TRUE
051400             IF HRF-DETAIL-COUNT IS NUMERIC
051500                 MOVE HRF-DETAIL-COUNT TO WS-TRAILER-COUNT
051600             ELSE
051700                 SET WS-TRAILER-COUNT-BAD TO TRUE
051800             END-IF
051900         WHEN OTHER
052000             CONTINUE
052100     END-EVALUATE.
052200 2100-EXIT.
052300     EXIT.
052400*
052500******************************************************************
052600* 2200-CHECK-TRAILER - LAST RECORD, AND ITS COUNT AGREES
052700******************************************************************
052800 2200-CHECK-TRAILER.
052900     IF WS-AFTER-TRAILER-COUNT > 0
053000         SET WS-FEED-OUT-OF-BALANCE TO TRUE
053100         MOVE 'RECORDS FOLLOW THE TRAILER RECORD' TO CTL-TXT-TEXT
053200         PERFORM 8000-PRINT-TEXT-LINE
053300             THRU 8000-EXIT
053400     END-IF.
053500     IF WS-TRAILER-COUNT-BAD
053600         SET WS-FEED-OUT-OF-BALANCE TO TRUE
053700         MOVE 'TRAILER DETAIL COUNT IS NOT NUMERIC'
053800             TO CTL-TXT-TEXT
053900         PERFORM 8000-PRINT-TEXT-LINE
054000             THRU 8000-EXIT
054100         GO TO 2200-EXIT
054200     END-IF.
054300     IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
054400         SET WS-FEED-OUT-OF-BALANCE TO TRUE
054500         MOVE 'FEED DETAIL COUNT DOES NOT EQUAL TRAILER'
054600             TO CTL-TXT-TEXT
054700         PERFORM 8000-PRINT-TEXT-LINE
054800             THRU 8000-EXIT
054900     END-IF.
055000 2200-EXIT.
055100     EXIT.
055200*
055300******************************************************************
055400* 2300-CHECK-FEED-DATE - THE HEADER MUST CARRY TODAY'S RUN DATE.
055500*                        AN EARLIER DATE IS YESTERDAY'S FILE STILL
055600*                        IN PLACE (NOTHING NEW FROM HR, OR ALREADY
055700*                        TAKEN) AND IS SKIPPED; A LATER ONE IS THE
055800*                        WRONG FILE AND IS OUT OF BALANCE
055900******************************************************************
056000 2300-CHECK-FEED-DATE.
056100     IF WS-FEED-DATE IS NOT NUMERIC
056200         SET WS-FEED-OUT-OF-BALANCE TO TRUE
056300         MOVE 'HEADER FEED DATE IS NOT CCYYMMDD' TO CTL-TXT-TEXT
056400         PERFORM 8000-PRINT-TEXT-LINE
056500             THRU 8000-EXIT
056600         GO TO 2300-EXIT
056700     END-IF.
056800     IF WS-FEED-DATE > WS-RUN-DATE-CCYYMMDD
056900         SET WS-FEED-OUT-OF-BALANCE TO TRUE
057000         MOVE 'HEADER FEED DATE IS LATER THAN THE RUN DATE'
057100             TO CTL-TXT-TEXT
057200         PERFORM 8000-PRINT-TEXT-LINE
057300             THRU 8000-EXIT
057400         GO TO 2300-EXIT
057500     END-IF.
057600     IF WS-FEED-DATE < WS-RUN-DATE-CCYYMMDD
057700         AND WS-FEED-IN-BALANCE
057800         SET WS-NO-FEED-TODAY TO TRUE
057900         MOVE 'FEED DATED BEFORE THE RUN DATE - NOT TAKEN AGAIN'
058000             TO CTL-TXT-TEXT
058100         PERFORM 8000-PRINT-TEXT-LINE
058200             THRU 8000-EXIT
058300     END-IF.
058400 2300-EXIT.
058500     EXIT.
058600*
058700******************************************************************
058800* 3000-TRANSLATE-FEED - SECOND PASS: ONE CARD PER GOOD DETAIL
058900******************************************************************
059000 3000-TRANSLATE-FEED.
059100     OPEN INPUT HR-FEED.
059200     PERFORM 3100-TRANSLATE-ONE-RECORD
059300         THRU 3100-EXIT
059400         UNTIL WS-EOF-HR-FEED.
059500     CLOSE HR-FEED.
059600 3000-EXIT.
059700     EXIT.
059800*
059900******************************************************************
060000* 3100-TRANSLATE-ONE-RECORD - BUILD, CHECK, EDIT, WRITE
060100******************************************************************
060200 3100-TRANSLATE-ONE-RECORD.
060300     READ HR-FEED
060400         AT END
060500             SET WS-EOF-HR-FEED TO TRUE
060600             GO TO 3100-EXIT
060700     END-READ.
060800     ADD 1 TO WS-FEED-RECORD-NO.
060900     IF HRF-IS-HEADER OR HRF-IS-TRAILER
061000         GO TO 3100-EXIT
061100     END-IF.
061150     ADD 1 TO WS-TRANSLATE-READ.
061200*
061300     SET WS-DETAIL-TRANSLATED TO TRUE.
061400     MOVE SPACES TO WS-EXCEPTION-CODE.
061500     MOVE SPACES TO WS-EXCEPTION-TEXT.
061600     IF NOT HRF-IS-DETAIL
061700         SET WS-DETAIL-EXCEPTION TO TRUE
061800         SET WS-REASON-BAD-RECORD-TYPE TO TRUE
061900         MOVE 'RECORD TYPE MUST BE H, D OR T' TO WS-EXCEPTION-TEXT
062000         PERFORM 5000-PRINT-EXCEPTION
062100             THRU 5000-EXIT
062200         GO TO 3100-EXIT
062300     END-IF.
062400*
062500     PERFORM 3200-BUILD-CARD
062600         THRU 3200-EXIT.
062700     IF WS-DETAIL-TRANSLATED
062800         PERFORM 3300-CHECK-KEYED-TODAY
062900             THRU 3300-EXIT
063000     END-IF.
063100     IF WS-DETAIL-TRANSLATED
063200         PERFORM 3400-EDIT-CARD
063300             THRU 3400-EXIT
063400     END-IF.
063500*
063600     IF WS-DETAIL-EXCEPTION
063700         PERFORM 5000-PRINT-EXCEPTION
063800             THRU 5000-EXIT
063900     ELSE
064000         PERFORM 3500-WRITE-CARD
064100             THRU 3500-EXIT
064200     END-IF.
064300 3100-EXIT.
064400     EXIT.
064500*
064600******************************************************************
064700* 3200-BUILD-CARD - HR ACTION TO ADD, CHANGE OR DELETE CARD
064800******************************************************************
064900 3200-BUILD-CARD.
065000     IF NOT HRF-NEW-HIRE
065100         AND NOT HRF-TRANSFER
065200         AND NOT HRF-LEAVE
065300         AND NOT HRF-RETURN
065400         AND NOT HRF-TERMINATION
065500         AND NOT HRF-HIRE-RESCINDED
065600         SET WS-DETAIL-EXCEPTION TO TRUE
065700         SET WS-REASON-BAD-HR-ACTION TO TRUE
065800         MOVE 'HR ACTION MUST BE H, X, L, R, T OR V'
065900             TO WS-EXCEPTION-TEXT
066000         GO TO 3200-EXIT
066100     END-IF.
066200     IF (HRF-TRANSFER OR HRF-LEAVE OR HRF-RETURN
066300             OR HRF-TERMINATION)
066400         AND HRF-EFF-DATE = SPACES
066500         SET WS-DETAIL-EXCEPTION TO TRUE
066600         SET WS-REASON-NO-EFF-DATE TO TRUE
066700         MOVE 'EFFECTIVE DATE REQUIRED FOR THIS ACTION'
066800             TO WS-EXCEPTION-TEXT
066900         GO TO 3200-EXIT
067000     END-IF.
067100     IF HRF-TRANSFER AND HRF-DEPT-CODE = SPACES
067200         SET WS-DETAIL-EXCEPTION TO TRUE
067300         SET WS-REASON-NO-NEW-DEPT TO TRUE
067400         MOVE 'TRANSFER HAS NO NEW DEPARTMENT'
067500             TO WS-EXCEPTION-TEXT
067600         GO TO 3200-EXIT
067700     END-IF.
067800*
067900     MOVE SPACES TO MAINT-TRANS-RECORD.
068000     MOVE HRF-EMP-ID TO TRN-EMP-ID.
068100     MOVE HRF-EFF-DATE TO TRN-EFF-DATE.
068200     EVALUATE TRUE
068300         WHEN HRF-NEW-HIRE
068400             SET TRN-ACTION-ADD TO TRUE
068500             MOVE HRF-LAST-NAME TO TRN-LAST-NAME
068600             MOVE HRF-FIRST-NAME TO TRN-FIRST-NAME
068700             MOVE HRF-DEPT-CODE TO TRN-DEPT-CODE
068800             MOVE HRF-HIRE-DATE TO TRN-HIRE-DATE
068900             SET TRN-STATUS-ACTIVE TO TRUE
069000             MOVE HRF-HIRE-DATE TO TRN-STATUS-DATE
069100             IF HRF-EFF-DATE = SPACES
069200                 MOVE HRF-HIRE-DATE TO TRN-EFF-DATE
069300             END-IF
069400         WHEN HRF-TRANSFER
069500             SET TRN-ACTION-CHANGE TO TRUE
069600             MOVE HRF-DEPT-CODE TO TRN-DEPT-CODE
069700         WHEN HRF-LEAVE
069800             SET TRN-ACTION-CHANGE TO TRUE
069900             SET TRN-STATUS-LEAVE TO TRUE
070000             MOVE HRF-EFF-DATE TO TRN-STATUS-DATE
070100         WHEN HRF-RETURN
070200             SET TRN-ACTION-CHANGE TO TRUE
070300             SET TRN-STATUS-ACTIVE TO TRUE
070400             MOVE HRF-EFF-DATE TO TRN-STATUS-DATE
070500         WHEN HRF-TERMINATION
070600             SET TRN-ACTION-CHANGE TO TRUE
070700             SET TRN-STATUS-TERMINATED TO TRUE
070800             MOVE HRF-EFF-DATE TO TRN-STATUS-DATE
070900         WHEN HRF-HIRE-RESCINDED
071000             SET TRN-ACTION-DELETE TO TRUE
071100     END-EVALUATE.
071200 3200-EXIT.
071300     EXIT.
071400*
071500******************************************************************
071600* 3300-CHECK-KEYED-TODAY - AN EMPLOYEE THE DESK ALSO KEYED TODAY
071700*                          IS LEFT TO THE KEYED CARD
071800******************************************************************
071900 3300-CHECK-KEYED-TODAY.
072000     PERFORM 3350-MATCH-ONE-KEYED
072100         THRU 3350-EXIT
072200         VARYING WS-KEY-SUB FROM 1 BY 1
072300         UNTIL WS-KEY-SUB > WS-KEYED-COUNT
072400             OR WS-DETAIL-EXCEPTION.
072500 3300-EXIT.
072600     EXIT.
072700*
072800******************************************************************
072900* 3350-MATCH-ONE-KEYED - ONE KEYED-CARD TABLE COMPARE
073000******************************************************************
073100 3350-MATCH-ONE-KEYED.
073200     IF WKY-EMP-ID (WS-KEY-SUB) = TRN-EMP-ID
073300         SET WS-DETAIL-EXCEPTION TO TRUE
073400         SET WS-REASON-KEYED-CONFLICT TO TRUE
073500         MOVE 'CONFLICTS WITH KEYED CARD, ACTION'
073600             TO WS-EXCEPTION-TEXT
073700         MOVE WKY-ACTION-CODE (WS-KEY-SUB)
073800             TO WS-EXCEPTION-TEXT (35:1)
073900     END-IF.
074000 3350-EXIT.
074100     EXIT.
074200*
074300******************************************************************
074400* 3400-EDIT-CARD - THE MAINTENANCE PASS'S OWN FIELD EDITS, MADE BY
074500*                  THE SHARED EMPLOYEE EDIT MODULE
074600******************************************************************
074700 3400-EDIT-CARD.
074800     SET EDT-TRANSACTION-EDIT TO TRUE.
074900     MOVE TRN-ACTION-CODE TO EDT-ACTION-CODE.
075000     MOVE TRN-EMP-ID TO EDT-EMP-ID.
075100     MOVE TRN-LAST-NAME TO EDT-LAST-NAME.
075200     MOVE TRN-FIRST-NAME TO EDT-FIRST-NAME.
075300     MOVE TRN-DEPT-CODE TO EDT-DEPT-CODE.
075400     MOVE TRN-HIRE-DATE TO EDT-HIRE-DATE.
075500     MOVE TRN-STATUS-CODE TO EDT-STATUS-CODE.
075600     MOVE TRN-STATUS-DATE TO EDT-STATUS-DATE.
075700     MOVE TRN-EFF-DATE TO EDT-EFF-DATE.
075800     PERFORM 3450-LOOKUP-DEPT-CODE
075900         THRU 3450-EXIT.
076000*
076100     CALL 'EMPEDIT' USING EMPLOYEE-EDIT-PARMS.
076200*
076300     IF EDT-RECORD-INVALID
076400         SET WS-DETAIL-EXCEPTION TO TRUE
076500         MOVE EDT-REASON-CODE TO WS-EXCEPTION-CODE
076600         MOVE EDT-REASON-TEXT TO WS-EXCEPTION-TEXT
076700     END-IF.
076800 3400-EXIT.
076900     EXIT.
077000*
077100******************************************************************
077200* 3450-LOOKUP-DEPT-CODE - IS THE CARD'S DEPARTMENT ON THE
077300*                         DEPARTMENT REFERENCE
077400******************************************************************
077500 3450-LOOKUP-DEPT-CODE.
077600     SET EDT-DEPT-NOT-CHECKED TO TRUE.
077700     IF NOT WS-DEPTREF-OPEN
077800         GO TO 3450-EXIT
077900     END-IF.
078000     IF TRN-DEPT-CODE = SPACES
078100         GO TO 3450-EXIT
078200     END-IF.
078300*
078400     MOVE TRN-DEPT-CODE TO DPT-DEPT-CODE.
078500     READ DEPT-REFERENCE
078600         INVALID KEY
078700             SET EDT-DEPT-NOT-ON-FILE TO TRUE
078800         NOT INVALID KEY
078900             SET EDT-DEPT-ON-FILE TO TRUE
079000     END-READ.
079100 3450-EXIT.
079200     EXIT.
079300*
079400******************************************************************
079500* 3500-WRITE-CARD - ONE TRANSLATED CARD TO THE MAINTENANCE PASS
079600******************************************************************
079700 3500-WRITE-CARD.
079800     WRITE MAINT-TRANS-RECORD.
079900     EVALUATE TRUE
080000         WHEN TRN-ACTION-ADD
080100             ADD 1 TO WS-CARDS-ADDED
080200             MOVE 'ADD' TO WS-CARD-ACTION-DESC
080300         WHEN TRN-ACTION-CHANGE
080400             ADD 1 TO WS-CARDS-CHANGED
080500             MOVE 'CHANGE' TO WS-CARD-ACTION-DESC
080600         WHEN TRN-ACTION-DELETE
080700             ADD 1 TO WS-CARDS-DELETED
080800             MOVE 'DELETE' TO WS-CARD-ACTION-DESC
080900     END-EVALUATE.
081000     IF TRN-EFF-DATE IS NUMERIC
081100         AND TRN-EFF-DATE > WS-RUN-DATE-CCYYMMDD
081200         ADD 1 TO WS-CARDS-FUTURE
081300         MOVE 'TO PENDING - FUTURE' TO WS-REGISTER-NOTE
081400     END-IF.
081500     PERFORM 4000-PRINT-CONTROL-LINE
081600         THRU 4000-EXIT.
081700 3500-EXIT.
081800     EXIT.
081900*
082000******************************************************************
082100* 4000-PRINT-CONTROL-LINE - ONE LINE PER CARD WRITTEN
082200******************************************************************
082300 4000-PRINT-CONTROL-LINE.
082400     IF WS-REG-LINE-COUNT >= 60
082500         PERFORM 4100-PRINT-CONTROL-HEADERS
082600             THRU 4100-EXIT
082700     END-IF.
082800*
082900     MOVE SPACES TO CTL-DETAIL-LINE.
083000     MOVE WS-FEED-RECORD-NO TO CTL-DTL-RECORD-NO.
083100     MOVE HRF-ACTION-CODE TO CTL-DTL-HR-ACTION.
083200     MOVE WS-CARD-ACTION-DESC TO CTL-DTL-CARD-ACTION.
083300     MOVE TRN-EMP-ID TO CTL-DTL-EMP-ID.
083400     MOVE TRN-LAST-NAME TO CTL-DTL-LAST-NAME.
083500     MOVE TRN-FIRST-NAME TO CTL-DTL-FIRST-NAME.
083600     MOVE TRN-DEPT-CODE TO CTL-DTL-DEPT-CODE.
083700     MOVE TRN-STATUS-CODE TO CTL-DTL-STATUS.
083800     MOVE TRN-EFF-DATE TO CTL-DTL-EFF-DATE.
083900     MOVE WS-REGISTER-NOTE TO CTL-DTL-NOTE.
084000     MOVE SPACES TO WS-REGISTER-NOTE.
084100     MOVE CTL-DETAIL-LINE TO CONTROL-RPT-LINE.
084200     WRITE CONTROL-RPT-LINE.
084300     ADD 1 TO WS-REG-LINE-COUNT.
084400 4000-EXIT.
084500     EXIT.
084600*
084700******************************************************************
084800* 4100-PRINT-CONTROL-HEADERS - TITLE AND COLUMN HEADINGS
084900******************************************************************
085000 4100-PRINT-CONTROL-HEADERS.
085100     MOVE WS-RUN-DATE-EDIT TO CTL-TL1-RUN-DATE.
085200     MOVE CTL-TITLE-LINE-1 TO CONTROL-RPT-LINE.
085300     WRITE CONTROL-RPT-LINE.
085400     MOVE CTL-COLUMN-HEADING-1 TO CONTROL-RPT-LINE.
085500     WRITE CONTROL-RPT-LINE.
085600     MOVE ZERO TO WS-REG-LINE-COUNT.
085700 4100-EXIT.
085800     EXIT.
085900*
086000******************************************************************
086100* 5000-PRINT-EXCEPTION - THE REASON AND THE WHOLE FEED RECORD
086200******************************************************************
086300 5000-PRINT-EXCEPTION.
086400     IF WS-EXC-LINE-COUNT >= 58
086500         PERFORM 5100-PRINT-EXCEPTION-HEADERS
086600             THRU 5100-EXIT
086700     END-IF.
086800*
086900     MOVE SPACES TO EXC-DETAIL-LINE.
087000     MOVE WS-FEED-RECORD-NO TO EXC-DTL-RECORD-NO.
087100     IF HRF-IS-DETAIL
087200         MOVE HRF-ACTION-CODE TO EXC-DTL-HR-ACTION
087300         MOVE HRF-EMP-ID TO EXC-DTL-EMP-ID
087400     END-IF.
087500     MOVE WS-EXCEPTION-CODE TO EXC-DTL-CODE.
087600     MOVE WS-EXCEPTION-TEXT TO EXC-DTL-TEXT.
087700     MOVE EXC-DETAIL-LINE TO EXCEPTION-RPT-LINE.
087800     WRITE EXCEPTION-RPT-LINE.
087900     MOVE HR-FEED-RECORD TO EXC-IMG-RECORD.
088000     MOVE EXC-IMAGE-LINE TO EXCEPTION-RPT-LINE.
088100     WRITE EXCEPTION-RPT-LINE.
088200     ADD 2 TO WS-EXC-LINE-COUNT.
088300     ADD 1 TO WS-EXCEPTION-COUNT.
088400 5000-EXIT.
088500     EXIT.
088600*
088700******************************************************************
088800* 5100-PRINT-EXCEPTION-HEADERS - TITLE AND COLUMN HEADINGS
088900******************************************************************
089000 5100-PRINT-EXCEPTION-HEADERS.
089100     MOVE WS-RUN-DATE-EDIT TO EXC-TL1-RUN-DATE.
089200     MOVE EXC-TITLE-LINE-1 TO EXCEPTION-RPT-LINE.
089300     WRITE EXCEPTION-RPT-LINE.
089400     MOVE EXC-COLUMN-HEADING-1 TO EXCEPTION-RPT-LINE.
089500     WRITE EXCEPTION-RPT-LINE.
089600     MOVE ZERO TO WS-EXC-LINE-COUNT.
089700 5100-EXIT.
089800     EXIT.
089900*
090000******************************************************************
090100* 8000-PRINT-TEXT-LINE - ONE MESSAGE LINE ON THE CONTROL REPORT
090200******************************************************************
090300 8000-PRINT-TEXT-LINE.
090400     MOVE CTL-TEXT-LINE TO CONTROL-RPT-LINE.
090500     WRITE CONTROL-RPT-LINE.
090600     ADD 1 TO WS-REG-LINE-COUNT.
090700     MOVE SPACES TO CTL-TXT-TEXT.
090800 8000-EXIT.
090900     EXIT.
091000*
091100******************************************************************
091200* 8100-PRINT-COUNT-LINE - ONE LABELED COUNT
091300******************************************************************
091400 8100-PRINT-COUNT-LINE.
091500     MOVE CTL-COUNT-LINE TO CONTROL-RPT-LINE.
091600     WRITE CONTROL-RPT-LINE.
091700 8100-EXIT.
091800     EXIT.
091900*
092000******************************************************************
092100* 9000-TERMINATE - CONTROL TOTALS, CLOSE FILES, RETURN CODE
092200******************************************************************
092300 9000-TERMINATE.
092400     MOVE SPACES TO CONTROL-RPT-LINE.
092500     WRITE CONTROL-RPT-LINE.
092600     MOVE 'FEED DATE / SOURCE: ' TO CTL-TXT-TEXT.
092700     MOVE WS-FEED-DATE TO CTL-TXT-TEXT (21:8).
092800     MOVE WS-FEED-SOURCE TO CTL-TXT-TEXT (31:8).
092900     PERFORM 8000-PRINT-TEXT-LINE
093000         THRU 8000-EXIT.
093100     MOVE 'FEED RECORDS READ: ' TO CTL-CNT-LABEL.
093200     MOVE WS-FEED-RECORDS-READ TO CTL-CNT-VALUE.
093300     PERFORM 8100-PRINT-COUNT-LINE
093400         THRU 8100-EXIT.
093500     MOVE 'FEED DETAIL RECORDS: ' TO CTL-CNT-LABEL.
093600     MOVE WS-DETAIL-COUNT TO CTL-CNT-VALUE.
093700     PERFORM 8100-PRINT-COUNT-LINE
093800         THRU 8100-EXIT.
093900     MOVE 'FEED TRAILER COUNT: ' TO CTL-CNT-LABEL.
094000     MOVE WS-TRAILER-COUNT TO CTL-CNT-VALUE.
094100     PERFORM 8100-PRINT-COUNT-LINE
094200         THRU 8100-EXIT.
094300     MOVE 'ADD CARDS WRITTEN: ' TO CTL-CNT-LABEL.
094400     MOVE WS-CARDS-ADDED TO CTL-CNT-VALUE.
094500     PERFORM 8100-PRINT-COUNT-LINE
094600         THRU 8100-EXIT.
094700     MOVE 'CHANGE CARDS WRITTEN: ' TO CTL-CNT-LABEL.
094800     MOVE WS-CARDS-CHANGED TO CTL-CNT-VALUE.
094900     PERFORM 8100-PRINT-COUNT-LINE
095000         THRU 8100-EXIT.
095100     MOVE 'DELETE CARDS WRITTEN: ' TO CTL-CNT-LABEL.
095200     MOVE WS-CARDS-DELETED TO CTL-CNT-VALUE.
095300     PERFORM 8100-PRINT-COUNT-LINE
095400         THRU 8100-EXIT.
095500     MOVE '  OF WHICH FUTURE-DATED (PENDING): ' TO CTL-CNT-LABEL.
095600     MOVE WS-CARDS-FUTURE TO CTL-CNT-VALUE.
095700     PERFORM 8100-PRINT-COUNT-LINE
095800         THRU 8100-EXIT.
095900     MOVE 'EXCEPTIONS (SEE FEEDEXC): ' TO CTL-CNT-LABEL.
096000     MOVE WS-EXCEPTION-COUNT TO CTL-CNT-VALUE.
096100     PERFORM 8100-PRINT-COUNT-LINE
096200         THRU 8100-EXIT.
096300     MOVE 'KEYED CARDS CHECKED FOR CONFLICT: ' TO CTL-CNT-LABEL.
096400     MOVE WS-KEYED-COUNT TO CTL-CNT-VALUE.
096500     PERFORM 8100-PRINT-COUNT-LINE
096600         THRU 8100-EXIT.
096700     MOVE SPACES TO CONTROL-RPT-LINE.
096800     WRITE CONTROL-RPT-LINE.
096900*
097000     EVALUATE TRUE
097100         WHEN WS-FEED-OUT-OF-BALANCE
097150*            WSTEST BYPASSES STEP05 ONWARD ON THIS CODE
097200             MOVE 8 TO WS-RUN-RC
097300             MOVE '** HR FEED OUT OF BALANCE - NOT TRANSLATED **'
097400                 TO CTL-TXT-TEXT
097500             MOVE '** HR FEED OUT OF BALANCE - NOT TRANSLATED **'
097600                 TO EXC-TXT-TEXT
097700             MOVE EXC-TEXT-LINE TO EXCEPTION-RPT-LINE
097800             WRITE EXCEPTION-RPT-LINE
097900         WHEN WS-NO-FEED-TODAY
098000             MOVE 4 TO WS-RUN-RC
098100             MOVE '** NO HR FEED TRANSLATED TODAY **'
098200                 TO CTL-TXT-TEXT
098300         WHEN OTHER
098400             IF WS-EXCEPTION-COUNT > 0
098500                 MOVE 4 TO WS-RUN-RC
098600             END-IF
098700             MOVE '** HR FEED IN BALANCE **' TO CTL-TXT-TEXT
098800     END-EVALUATE.
098900     PERFORM 8000-PRINT-TEXT-LINE
099000         THRU 8000-EXIT.
099100*
099200     IF WS-EXCEPTION-COUNT = 0
099300         AND NOT WS-FEED-OUT-OF-BALANCE
099400         MOVE 'NO FEED EXCEPTIONS' TO EXC-TXT-TEXT
099500         MOVE EXC-TEXT-LINE TO EXCEPTION-RPT-LINE
099600         WRITE EXCEPTION-RPT-LINE
099700     END-IF.
099800*
099900     CLOSE FEED-TRANS-FILE.
100000     CLOSE CONTROL-RPT.
100100     CLOSE EXCEPTION-RPT.
100200     IF WS-DEPTREF-OPEN
100300         CLOSE DEPT-REFERENCE
100400     END-IF.
100500     MOVE WS-RUN-RC TO RETURN-CODE.
100525*
100550     PERFORM 9400-WRITE-STREAM-CONTROL
100575         THRU 9400-EXIT.
100600 9000-EXIT.
100700     EXIT.
100800*
100900******************************************************************
101000* 9400-WRITE-STREAM-CONTROL - THIS RUN'S CONTROL TOTALS FOR THE
101100*                             STREAM BALANCE STEP.  A FEED NOT
101200*                             TRANSLATED TONIGHT IS A PARTIAL PASS
101300*                             CARRYING ONLY ITS FIRST-PASS COUNT
101400******************************************************************
101500 9400-WRITE-STREAM-CONTROL.
101600     OPEN EXTEND STREAM-CONTROL.
101700     IF NOT STRMCTL-OPEN-OK
101800         GO TO 9400-EXIT
101900     END-IF.
102000*
102100     ACCEPT WS-CURRENT-TIME FROM TIME.
102200     MOVE SPACES TO STREAM-CONTROL-RECORD.
102300     MOVE ZERO TO SCT-COUNTS.
102400     MOVE WS-RUN-DATE-CCYYMMDD TO SCT-BUSINESS-DATE.
102500     MOVE WS-CURRENT-TIME TO SCT-RUN-TIME.
102600     SET SCT-HR-FEED-TRANSLATE TO TRUE.
102700     MOVE WS-RUN-RC TO SCT-RETURN-CODE.
102800     IF WS-FEED-IN-BALANCE
102900         SET SCT-FULL-PASS TO TRUE
103000         MOVE WS-TRANSLATE-READ TO SCT-RECORDS-READ
103100     ELSE
103200         SET SCT-PARTIAL-PASS TO TRUE
103300         MOVE WS-DETAIL-COUNT TO SCT-RECORDS-READ
103400     END-IF.
103500     MOVE WS-CARDS-ADDED TO SCT-RECORDS-ADDED.
103600     MOVE WS-CARDS-CHANGED TO SCT-RECORDS-CHANGED.
103700     MOVE WS-CARDS-DELETED TO SCT-RECORDS-DELETED.
103800     MOVE WS-CARDS-FUTURE TO SCT-RECORDS-HELD.
103900     ADD WS-CARDS-ADDED WS-CARDS-CHANGED WS-CARDS-DELETED
104000         GIVING SCT-RECORDS-EXTRACTED.
104100     MOVE WS-EXCEPTION-COUNT TO SCT-RECORDS-REJECTED.
104200     MOVE WS-KEYED-READ TO SCT-RECORDS-KEYED.
104300     WRITE STREAM-CONTROL-RECORD.
104400     CLOSE STREAM-CONTROL.
104500 9400-EXIT.
104600     EXIT.
