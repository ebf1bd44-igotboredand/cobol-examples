000100******************************************************************
000200* STREAM-BALANCE.COB
000300*
000400* PROGRAM-ID.  STREAM-BALANCE
000500*
000600* AUTHOR.       D. L. WHITFIELD
000700* INSTALLATION. DATA CENTER SERVICES - BATCH SYSTEMS GROUP
000800* DATE-WRITTEN. 2026-10-15
000900* DATE-COMPILED.
001000*
001100* END-TO-END CONTROL-TOTAL BALANCING FOR THE NIGHTLY WSTEST
001200* STREAM.  EVERY STEP APPENDS ITS CONTROL TOTALS TO THE SHARED
001300* STREAM-CONTROL FILE (SCTREC LAYOUT, DD STRMCTL), AS DO THE
001400* WSPURGE AND WSRESTOR JOBS.  THIS STEP RUNS AFTER THE ROSTER
001500* AND BEFORE THE HR LOAD, READS THE WHOLE FILE, AND PROVES THE
001600* STEPS AGAINST EACH OTHER, AGAINST THE EXTRACT TRAILERS AND
001700* AGAINST THE NIGHT BEFORE:
001800*      1  EARLIER ROSTER MASTER COUNT + ADDS - DELETES (STEP05,
001900*         WSPURGE, WSRESTOR) = TONIGHT'S ROSTER MASTER COUNT
002000*      2  ROSTER READ = PRINTED + REJECTED + INACTIVE
002100*      3  HREXTRCT TRAILER COUNT = ROSTER PRINTED
002200*      4  HREXTRCT DETAIL RECORDS = HREXTRCT TRAILER COUNT
002300*      5  PENDTRN IN = RELEASED + STILL PENDING (STEP03)
002400*      6  PENDTRN IN = STILL PENDING AT THE LAST STEP03 + CARDS
002500*         NEWLY HELD BY STEP05 SINCE
002600*      7  STEP05 CARDS READ = KEYED CARDS + RELTRN CARDS + HR
002700*         FEED CARDS
002800*      8  STEP05 CARDS READ = ADDED + CHANGED + DELETED + HELD +
002900*         REJECTED + SKIPPED AS ALREADY APPLIED
003000*      9  HR FEED DETAILS = CARDS WRITTEN + EXCEPTIONS (STEP00)
003100*     10  STEP08 EXTRACT DETAILS = EXTRACTED BY THE ROSTER RUN
003200*         BEFORE IT
003300*     11  STEP12 SUSPENSE IN = SUSPENSE WRITTEN BY THE LAST
003400*         STEP12 + ENTRIES STEP08 ADDED SINCE
003500*     12  HRRESHIP TRAILER COUNT = ENTRIES RE-SHIPPED (STEP12)
003600*
003700* THE FILE IS IN THE ORDER THE STEPS RAN, SO THE CHECKS AGAINST
003800* AN EARLIER RUN (1, 6, 7, 10, 11) TAKE THE RUN THAT CREATED THE
003900* GENERATION OR DATASET THE LATER STEP READ - A RERUN OF THE
004000* SAME BUSINESS DATE BALANCES WITHOUT OPERATOR ACTION.  WHERE
004100* A STEP RAN MORE THAN ONCE FOR THE BUSINESS DATE ITS LATEST
004200* RUN IS THE ONE BALANCED.  A CHECK WITH NOTHING TO PROVE IT
004300* AGAINST (NO EARLIER RUN ON FILE, A PARTIAL OR SUPPRESSED
004400* ROSTER PASS, AN UNTRANSLATED HR FEED, A STEP05 RUN THAT ENDED
004450* WITHOUT REPORTING) IS LISTED AS NOT CHECKED WITH THE REASON.
004500* PRINTS A ONE-PAGE STREAM BALANCE SHEET (DD BALSHEET).  RETURN
004600* CODES:
004700*     0000  EVERY CHECK IN BALANCE
004800*     0004  IN BALANCE, BUT A CHECK COULD NOT BE MADE, STEP14
004900*           DID NOT REPORT, OR CONTROL RECORDS WERE IGNORED
005000*     0012  STREAM OUT OF BALANCE, OR A REQUIRED STEP DID NOT
005100*           REPORT - THE HR LOAD STEPS DO NOT RUN
005200*     0016  STREAM-CONTROL FILE MISSING OR NOT OPENED, NOTHING
005300*           REPORTED FOR THE BUSINESS DATE, OR NO BUSINESS-DATE
005350*           CONTROL RECORD
005400*
005500* MODIFICATION HISTORY.
005600*     2026-10-15  DLW  ORIGINAL VERSION.
005614*     2026-10-15  DLW  A STEP05 RUN THAT ENDED WITHOUT REPORTING
005628*                       (ABEND, THEN RERUN) LEAVES CHECKS 1 AND 6
005642*                       NOT CHECKED INSTEAD OF OUT OF BALANCE.  A
005656*                       STRMCTL OPEN FAILURE REFUSES THE BALANCE
005670*                       (0016); ON HRIN OR RESHIP IT IS TAKEN AS A
005684*                       MISSING FILE.
005689*     2026-10-15  DLW  A STEP03 RERUN AFTER A CC 0008 HR FEED
005694*                       (STEP05 BYPASSED) IS NOT A FAILED STEP05.
005700******************************************************************
005800 IDENTIFICATION DIVISION.
005900 PROGRAM-ID.              STREAM-BALANCE.
006000 AUTHOR.                  D. L. WHITFIELD.
006100 INSTALLATION.            DATA CENTER SVCS - BATCH SYSTEMS GROUP.
006200 DATE-WRITTEN.            2026-10-15.
006300 DATE-COMPILED.
006400*
006500 ENVIRONMENT DIVISION.
006600 CONFIGURATION SECTION.
006700 SOURCE-COMPUTER.         IBM-370.
006800 OBJECT-COMPUTER.         IBM-370.
006900 SPECIAL-NAMES.
007000     C01 IS TOP-OF-PAGE.
007100*
007200 INPUT-OUTPUT SECTION.
007300 FILE-CONTROL.
007400     SELECT STREAM-CONTROL   ASSIGN TO STRMCTL
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-STRMCTL-STATUS.
007700*
007800     SELECT HR-EXTRACT       ASSIGN TO HRIN
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-HRIN-STATUS.
008100*
008200     SELECT RESHIP-EXTRACT   ASSIGN TO RESHIP
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-RESHIP-STATUS.
008500*
008600     SELECT BALANCE-SHEET    ASSIGN TO BALSHEET
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-BALSHEET-STATUS.
008900*
009000 DATA DIVISION.
009100 FILE SECTION.
009200*
009300 FD  STREAM-CONTROL
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 120 CHARACTERS.
009600     COPY SCTREC.
009700*
009800 FD  HR-EXTRACT
009900     LABEL RECORDS ARE STANDARD
010000     RECORD CONTAINS 72 CHARACTERS.
010100     COPY XTRCREC.
010200*
010300 FD  RESHIP-EXTRACT
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 72 CHARACTERS.
010600     COPY XTRCREC
010700         REPLACING ==HR-EXTRACT-RECORD== BY ==RESHIP-RECORD==.
010800*
010900 FD  BALANCE-SHEET
011000     LABEL RECORDS ARE STANDARD
011100     RECORD CONTAINS 132 CHARACTERS.
011200 01  BALANCE-SHEET-LINE              PIC X(132).
011300*
011400 WORKING-STORAGE SECTION.
011500*
011600******************************************************************
011700* FILE STATUS SWITCHES
011800******************************************************************
011900 01  FILE-STATUS-SWITCHES.
012000     05  WS-STRMCTL-STATUS           PIC X(02) VALUE SPACES.
012100         88  STRMCTL-NOT-PRESENT         VALUE '35'.
012150         88  STRMCTL-OK                  VALUE '00'.
012200     05  WS-HRIN-STATUS              PIC X(02) VALUE SPACES.
012300         88  HRIN-OK                     VALUE '00'.
012400     05  WS-RESHIP-STATUS            PIC X(02) VALUE SPACES.
012500         88  RESHIP-OK                   VALUE '00'.
012600     05  WS-BALSHEET-STATUS          PIC X(02) VALUE SPACES.
012700*
012800******************************************************************
012900* PROGRAM SWITCHES
013000******************************************************************
013100 01  WS-SWITCHES.
013200     05  WS-STRMCTL-EOF-SWITCH       PIC X(01) VALUE 'N'.
013300         88  WS-EOF-STREAM-CONTROL       VALUE 'Y'.
013400     05  WS-HRIN-EOF-SWITCH          PIC X(01) VALUE 'N'.
013500         88  WS-EOF-HR-EXTRACT           VALUE 'Y'.
013600     05  WS-RESHIP-EOF-SWITCH        PIC X(01) VALUE 'N'.
013700         88  WS-EOF-RESHIP-EXTRACT       VALUE 'Y'.
013800     05  WS-REFUSED-SWITCH           PIC X(01) VALUE 'N'.
013900         88  WS-BALANCE-REFUSED          VALUE 'Y'.
014000     05  WS-XTR-TRAILER-SWITCH       PIC X(01) VALUE 'N'.
014100         88  WS-XTR-TRAILER-SEEN         VALUE 'Y'.
014200     05  WS-RSH-TRAILER-SWITCH       PIC X(01) VALUE 'N'.
014300         88  WS-RSH-TRAILER-SEEN         VALUE 'Y'.
014400*
014500******************************************************************
014600* WORK FIELDS
014700******************************************************************
014800 01  WS-WORK-FIELDS.
014900     05  WS-RUN-DATE-EDIT            PIC X(10) VALUE SPACES.
015000     05  WS-RUN-DATE-CCYYMMDD        PIC 9(08) VALUE ZERO.
015100     05  WS-STP-SUB                  PIC 9(02) COMP VALUE ZERO.
015200     05  WS-CNT-SUB                  PIC 9(02) COMP VALUE ZERO.
015300     05  WS-REQ-SUB                  PIC 9(02) COMP VALUE ZERO.
015400     05  WS-FOUND-SUB                PIC 9(02) COMP VALUE ZERO.
015500     05  WS-RUNS-EDIT                PIC Z9.
015600     05  WS-RUN-RC                   PIC 9(02) COMP VALUE ZERO.
015700*
015800******************************************************************
015900* DATE FIELDS
016000******************************************************************
016100 01  WS-CURRENT-DATE.
016200     05  WS-CURRENT-CCYY             PIC 9(04).
016300     05  WS-CURRENT-MM               PIC 9(02).
016400     05  WS-CURRENT-DD               PIC 9(02).
016500*
016600 01  WS-PRIOR-DATE                   PIC 9(08) VALUE ZERO.
016700 01  WS-PRIOR-DATE-X REDEFINES WS-PRIOR-DATE
016800                                     PIC X(08).
016900*
017000     COPY BDTPARM.
017100*
017200******************************************************************
017300* COUNTERS
017400******************************************************************
017500 01  WS-COUNTERS.
017600     05  WS-CONTROL-READ             PIC 9(07) COMP VALUE ZERO.
017700     05  WS-CONTROL-TONIGHT          PIC 9(07) COMP VALUE ZERO.
017800     05  WS-CONTROL-LATER            PIC 9(07) COMP VALUE ZERO.
017900     05  WS-CONTROL-UNKNOWN          PIC 9(07) COMP VALUE ZERO.
018000     05  WS-XTR-DETAIL-COUNT         PIC 9(07) COMP VALUE ZERO.
018100     05  WS-XTR-TRAILER-COUNT        PIC 9(07) COMP VALUE ZERO.
018200     05  WS-RSH-TRAILER-COUNT        PIC 9(07) COMP VALUE ZERO.
018300     05  WS-MISSING-REQUIRED         PIC 9(03) COMP VALUE ZERO.
018400     05  WS-MISSING-OPTIONAL         PIC 9(03) COMP VALUE ZERO.
018500     05  WS-STEP-NOTES               PIC 9(03) COMP VALUE ZERO.
018600     05  WS-CHECKS-IN-BALANCE        PIC 9(03) COMP VALUE ZERO.
018700     05  WS-CHECKS-OUT-OF-BALANCE    PIC 9(03) COMP VALUE ZERO.
018800     05  WS-CHECKS-NOT-MADE          PIC 9(03) COMP VALUE ZERO.
018900     05  WS-RPT-LINE-COUNT           PIC 9(02) COMP VALUE ZERO.
019000*
019100******************************************************************
019200* STREAM STEPS IN RUN ORDER - JCL STEP, PROGRAM ON THE CONTROL
019300* RECORD, AND R WHEN THE STEP MUST REPORT EVERY NIGHT THIS STEP
019400* RUNS (STEP14 DOES NOT RUN WHEN STEP12 FAILS)
019500******************************************************************
019600 01  WS-STEP-VALUES.
019700     05  FILLER                      PIC X(15) VALUE
019800         'STEP00HRFEEDTRR'.
019900     05  FILLER                      PIC X(15) VALUE
020000         'STEP01PENDAPRLR'.
020100     05  FILLER                      PIC X(15) VALUE
020200         'STEP03PENDREL R'.
020300     05  FILLER                      PIC X(15) VALUE
020400         'STEP05NAMEMSTMR'.
020500     05  FILLER                      PIC X(15) VALUE
020600         'STEP08HRACKBALR'.
020700     05  FILLER                      PIC X(15) VALUE
020800         'STEP10ROSTER  R'.
020900     05  FILLER                      PIC X(15) VALUE
021000         'STEP12RESHIP  R'.
021100     05  FILLER                      PIC X(15) VALUE
021200         'STEP14TIMELINE '.
021300 01  WS-STEP-NAMES REDEFINES WS-STEP-VALUES.
021400     05  WS-STN-ENTRY OCCURS 8 TIMES.
021500         10  WS-STN-STEP             PIC X(06).
021600         10  WS-STN-PROGRAM          PIC X(08).
021700         10  WS-STN-REQUIRED-SWITCH  PIC X(01).
021800             88  WS-STN-REQUIRED         VALUE 'R'.
021900*
022000******************************************************************
022100* STEP AND COUNT SUBSCRIPTS - POSITIONS IN THE STEP TABLE ABOVE
022200* AND IN SCT-COUNT-TABLE
022300******************************************************************
022400 01  WS-STEP-SUBSCRIPTS.
022500     05  WS-FEED-STEP                PIC 9(02) COMP VALUE 1.
022600     05  WS-APPROVAL-STEP            PIC 9(02) COMP VALUE 2.
022700     05  WS-RELEASE-STEP             PIC 9(02) COMP VALUE 3.
022800     05  WS-MAINT-STEP               PIC 9(02) COMP VALUE 4.
022900     05  WS-ACK-STEP                 PIC 9(02) COMP VALUE 5.
023000     05  WS-ROSTER-STEP              PIC 9(02) COMP VALUE 6.
023100     05  WS-RESHIP-STEP              PIC 9(02) COMP VALUE 7.
023200     05  WS-TIMELINE-STEP            PIC 9(02) COMP VALUE 8.
023300*
023400 01  WS-COUNT-SUBSCRIPTS.
023500     05  WS-READ-COUNT               PIC 9(02) COMP VALUE 1.
023600     05  WS-ADDED-COUNT              PIC 9(02) COMP VALUE 2.
023700     05  WS-CHANGED-COUNT            PIC 9(02) COMP VALUE 3.
023800     05  WS-DELETED-COUNT            PIC 9(02) COMP VALUE 4.
023900     05  WS-HELD-COUNT               PIC 9(02) COMP VALUE 5.
024000     05  WS-RELEASED-COUNT           PIC 9(02) COMP VALUE 6.
024100     05  WS-PRINTED-COUNT            PIC 9(02) COMP VALUE 7.
024200     05  WS-REJECTED-COUNT           PIC 9(02) COMP VALUE 8.
024300     05  WS-EXTRACTED-COUNT          PIC 9(02) COMP VALUE 9.
024400     05  WS-RESHIPPED-COUNT          PIC 9(02) COMP VALUE 10.
024500     05  WS-INACTIVE-COUNT           PIC 9(02) COMP VALUE 11.
024600     05  WS-SKIPPED-COUNT            PIC 9(02) COMP VALUE 12.
024700     05  WS-KEYED-COUNT              PIC 9(02) COMP VALUE 13.
024800*
024900******************************************************************
025000* STEP TOTALS - THE LATEST RUN FOR THE BUSINESS DATE AND THE
025100* LATEST RUN BEFORE IT, ONE ENTRY PER STREAM STEP
025200******************************************************************
025300 01  WS-STEP-TABLE.
025400     05  WS-STP-ENTRY OCCURS 8 TIMES.
025500         10  WS-STP-RUNS             PIC 9(03) COMP.
025600         10  WS-STP-TNT-RC           PIC 9(04).
025700         10  WS-STP-TNT-PASS         PIC X(01).
025800             88  WS-TNT-PARTIAL-PASS     VALUE 'P'.
025900             88  WS-TNT-EXTRACT-SUPPRESSED
026000                                         VALUE 'S'.
026100         10  WS-STP-TNT-COUNTS.
026200             15  WS-STP-TONIGHT      PIC 9(07) OCCURS 13 TIMES.
026300         10  WS-STP-PRI-SWITCH       PIC X(01).
026400             88  WS-PRI-FOUND            VALUE 'Y'.
026500         10  WS-STP-PRI-DATE         PIC 9(08).
026600         10  WS-STP-PRI-PASS         PIC X(01).
026700             88  WS-PRI-PARTIAL-PASS     VALUE 'P'.
026800         10  WS-STP-PRI-COUNTS.
026900             15  WS-STP-PRIOR        PIC 9(07) OCCURS 13 TIMES.
027000*
027100******************************************************************
027200* RUN-ORDER TRACKING - WHAT EACH DATASET HELD WHEN THE NEXT STEP
027300* READ IT, CARRIED FORWARD RECORD BY RECORD THROUGH THE FILE.
027400* A BASIS SWITCH IS N UNTIL AN EARLIER RUN HAS BEEN SEEN; THE
027500* EXPECTED FIGURES ARE THOSE FOR THE LATEST RUN FOR THE BUSINESS
027600* DATE.
027620* A SWITCH OF U MEANS A STEP05 RUN ENDED WITHOUT WRITING ITS
027640* RECORD - SEEN AS A SECOND STEP03 WITH NO STEP05 RECORD BETWEEN,
027660* OR AS A STEP05 SKIPPING MORE CARDS THAN THE EARLIER RUNS FOR ITS
027680* DATE REPORTED APPLYING - SO THE FIGURES CANNOT BE PROVED.
027700******************************************************************
027800 01  WS-RUN-ORDER-FIELDS.
027900     05  WS-RUN-MAINT-ADDED          PIC 9(07) COMP VALUE ZERO.
028000     05  WS-RUN-MAINT-DELETED        PIC 9(07) COMP VALUE ZERO.
028100     05  WS-RUN-PURGED               PIC 9(07) COMP VALUE ZERO.
028200     05  WS-RUN-RESTORED             PIC 9(07) COMP VALUE ZERO.
028300     05  WS-MOVE-MAINT-ADDED         PIC 9(07) COMP VALUE ZERO.
028400     05  WS-MOVE-MAINT-DELETED       PIC 9(07) COMP VALUE ZERO.
028500     05  WS-MOVE-PURGED              PIC 9(07) COMP VALUE ZERO.
028600     05  WS-MOVE-RESTORED            PIC 9(07) COMP VALUE ZERO.
028620     05  WS-RUN-UNREPORTED-SWITCH    PIC X(01) VALUE 'N'.
028640         88  WS-RUN-UNREPORTED           VALUE 'Y'.
028660     05  WS-MOVE-UNREPORTED-SWITCH   PIC X(01) VALUE 'N'.
028680         88  WS-MOVE-UNREPORTED          VALUE 'Y'.
028700     05  WS-LAST-FEED-DATE           PIC 9(08) VALUE ZERO.
028750     05  WS-LAST-FEED-RC             PIC 9(04) VALUE ZERO.
028800     05  WS-LAST-FEED-CARDS          PIC 9(07) COMP VALUE ZERO.
028900     05  WS-RELTRN-CARDS             PIC 9(07) COMP VALUE ZERO.
029000     05  WS-RELTRN-SWITCH            PIC X(01) VALUE 'N'.
029100         88  WS-RELTRN-KNOWN             VALUE 'Y'.
029200     05  WS-LAST-PEND-HELD           PIC 9(07) COMP VALUE ZERO.
029300     05  WS-PEND-APPENDED            PIC 9(07) COMP VALUE ZERO.
029400     05  WS-PEND-SWITCH              PIC X(01) VALUE 'N'.
029500         88  WS-PEND-KNOWN               VALUE 'Y'.
029512         88  WS-PEND-UNREPORTED          VALUE 'U'.
029524     05  WS-MAINT-DATE               PIC 9(08) VALUE ZERO.
029536     05  WS-MAINT-DATE-CARDS         PIC 9(07) COMP VALUE ZERO.
029548     05  WS-MAINT-SINCE-SWITCH       PIC X(01) VALUE 'Y'.
029560         88  WS-MAINT-SINCE-RELEASE      VALUE 'Y'.
029572     05  WS-RELEASE-RERUN-SWITCH     PIC X(01) VALUE 'N'.
029584         88  WS-RELEASE-RERUN            VALUE 'Y'.
029600     05  WS-LAST-ROSTER-EXTRACTED    PIC 9(07) COMP VALUE ZERO.
029700     05  WS-ROSTER-SEEN-SWITCH       PIC X(01) VALUE 'N'.
029800         88  WS-ROSTER-SEEN              VALUE 'Y'.
029900     05  WS-LAST-SUSP-COUNT          PIC 9(07) COMP VALUE ZERO.
030000     05  WS-SUSP-APPENDED            PIC 9(07) COMP VALUE ZERO.
030100     05  WS-SUSP-SWITCH              PIC X(01) VALUE 'N'.
030200         88  WS-SUSP-KNOWN               VALUE 'Y'.
030300*
030400 01  WS-EXPECTED-FIELDS.
030500     05  WS-PEND-EXPECTED            PIC 9(07) COMP VALUE ZERO.
030600     05  WS-PEND-BASIS               PIC X(01) VALUE 'N'.
030700         88  WS-PEND-BASIS-KNOWN         VALUE 'Y'.
030750         88  WS-PEND-BASIS-UNREPORTED    VALUE 'U'.
030800     05  WS-MAINT-EXPECTED           PIC 9(07) COMP VALUE ZERO.
030900     05  WS-MAINT-BASIS              PIC X(01) VALUE 'N'.
031000         88  WS-MAINT-BASIS-KNOWN        VALUE 'Y'.
031100         88  WS-MAINT-BASIS-NO-FEED      VALUE 'F'.
031200     05  WS-ACK-EXPECTED             PIC 9(07) COMP VALUE ZERO.
031300     05  WS-ACK-BASIS                PIC X(01) VALUE 'N'.
031400         88  WS-ACK-BASIS-KNOWN          VALUE 'Y'.
031500     05  WS-SUSP-EXPECTED            PIC 9(07) COMP VALUE ZERO.
031600     05  WS-SUSP-BASIS               PIC X(01) VALUE 'N'.
031700         88  WS-SUSP-BASIS-KNOWN         VALUE 'Y'.
031800*
031900******************************************************************
032000* ONE BALANCING CHECK - A REASON MEANS IT COULD NOT BE MADE
032100******************************************************************
032200 01  WS-CHECK-FIELDS.
032300     05  WS-CHK-NUMBER               PIC 9(02) COMP VALUE ZERO.
032400     05  WS-CHK-EXPECTED             PIC S9(09) COMP VALUE ZERO.
032500     05  WS-CHK-ACTUAL               PIC S9(09) COMP VALUE ZERO.
032600     05  WS-CHK-DIFFERENCE           PIC S9(09) COMP VALUE ZERO.
032700     05  WS-CHK-REASON               PIC X(37) VALUE SPACES.
032800*
032900 01  WS-CHECK-VALUES.
033000     05  FILLER                      PIC X(50) VALUE
033100         'MASTER - EARLIER COUNT + ADDS - DELETES = TONIGHT'.
033200     05  FILLER                      PIC X(50) VALUE
033300         'ROSTER - READ = PRINTED + REJECTED + INACTIVE'.
033400     05  FILLER                      PIC X(50) VALUE
033500         'HREXTRCT - TRAILER COUNT = ROSTER PRINTED'.
033600     05  FILLER                      PIC X(50) VALUE
033700         'HREXTRCT - DETAIL RECORDS = TRAILER COUNT'.
033800     05  FILLER                      PIC X(50) VALUE
033900         'PENDTRN IN = RELEASED + STILL PENDING'.
034000     05  FILLER                      PIC X(50) VALUE
034100         'PENDTRN IN = EARLIER PENDING + NEWLY HELD'.
034200     05  FILLER                      PIC X(50) VALUE
034300         'MAINT CARDS READ = KEYED + RELEASED + HR FEED'.
034400     05  FILLER                      PIC X(50) VALUE
034500         'MAINT CARDS READ = APPLIED + HELD + REJ + SKIPPED'.
034600     05  FILLER                      PIC X(50) VALUE
034700         'HR FEED DETAILS = CARDS WRITTEN + EXCEPTIONS'.
034800     05  FILLER                      PIC X(50) VALUE
034900         'ACK STEP EXTRACT DETAILS = EARLIER ROSTER EXTRACT'.
035000     05  FILLER                      PIC X(50) VALUE
035100         'HRSUSP IN = EARLIER SUSPENSE + NEW HR REJECTS'.
035200     05  FILLER                      PIC X(50) VALUE
035300         'HRRESHIP - TRAILER COUNT = ENTRIES RE-SHIPPED'.
035400 01  WS-CHECK-TITLES REDEFINES WS-CHECK-VALUES.
035500     05  WS-CHK-TITLE                PIC X(50) OCCURS 12 TIMES.
035600*
035700******************************************************************
035800* COUNT COLUMN HEADINGS - ONE PER SCT-COUNT-TABLE ENTRY
035900******************************************************************
036000 01  WS-COUNT-HEADINGS.
036100     05  FILLER                      PIC X(08) VALUE '    READ'.
036200     05  FILLER                      PIC X(08) VALUE '   ADDED'.
036300     05  FILLER                      PIC X(08) VALUE ' CHANGED'.
036400     05  FILLER                      PIC X(08) VALUE ' DELETED'.
036500     05  FILLER                      PIC X(08) VALUE '    HELD'.
036600     05  FILLER                      PIC X(08) VALUE ' RELEASE'.
036700     05  FILLER                      PIC X(08) VALUE ' PRINTED'.
036800     05  FILLER                      PIC X(08) VALUE '  REJECT'.
036900     05  FILLER                      PIC X(08) VALUE ' EXTRACT'.
037000     05  FILLER                      PIC X(08) VALUE '  RESHIP'.
037100     05  FILLER                      PIC X(08) VALUE '  INACTV'.
037200     05  FILLER                      PIC X(08) VALUE ' SKIPPED'.
037300     05  FILLER                      PIC X(08) VALUE '   KEYED'.
037400*
037500******************************************************************
037600* BALANCE SHEET LINE LAYOUTS
037700******************************************************************
037800 01  SBL-TITLE-LINE.
037900     05  FILLER                      PIC X(01) VALUE SPACE.
038000     05  FILLER                      PIC X(50) VALUE
038100         'NIGHTLY STREAM BALANCE SHEET - WSTEST'.
038200     05  FILLER                      PIC X(15) VALUE
038300         'BUSINESS DATE: '.
038400     05  SBL-TTL-RUN-DATE            PIC X(10) VALUE SPACES.
038500     05  FILLER                      PIC X(56) VALUE SPACES.
038600*
038700 01  SBL-STEP-HEADING.
038800     05  FILLER                      PIC X(01) VALUE SPACE.
038900     05  FILLER                      PIC X(07) VALUE 'STEP'.
039000     05  FILLER                      PIC X(09) VALUE 'PROGRAM'.
039100     05  FILLER                      PIC X(04) VALUE '  CC'.
039200     05  FILLER                      PIC X(06) VALUE ' RUNS'.
039300     05  FILLER                      PIC X(01) VALUE 'P'.
039400     05  SBL-SHD-COUNTS              PIC X(104) VALUE SPACES.
039500*
039600 01  SBL-STEP-LINE.
039700     05  FILLER                      PIC X(01) VALUE SPACE.
039800     05  SBL-STL-STEP                PIC X(07) VALUE SPACES.
039900     05  SBL-STL-PROGRAM             PIC X(09) VALUE SPACES.
040000     05  SBL-STL-RC                  PIC X(04) VALUE SPACES.
040100     05  FILLER                      PIC X(02) VALUE SPACES.
040200     05  SBL-STL-RUNS                PIC Z9.
040300     05  FILLER                      PIC X(02) VALUE SPACES.
040400     05  SBL-STL-PASS                PIC X(01) VALUE SPACES.
040500     05  SBL-STL-COUNT-AREA.
040600         10  SBL-STL-COUNT-ENTRY OCCURS 13 TIMES.
040700             15  FILLER              PIC X(01).
040800             15  SBL-STL-COUNT       PIC ZZZZZZ9.
040900*
041000 01  SBL-PRIOR-HEADING.
041100     05  FILLER                      PIC X(01) VALUE SPACE.
041200     05  FILLER                      PIC X(15) VALUE 'STEP'.
041300     05  FILLER                      PIC X(11) VALUE 'DATE'.
041400     05  FILLER                      PIC X(01) VALUE 'P'.
041500     05  SBL-PHD-COUNTS              PIC X(104) VALUE SPACES.
041600*
041700 01  SBL-PRIOR-LINE.
041800     05  FILLER                      PIC X(01) VALUE SPACE.
041900     05  SBL-PRL-STEP                PIC X(15) VALUE SPACES.
042000     05  SBL-PRL-DATE                PIC X(10) VALUE SPACES.
042100     05  FILLER                      PIC X(01) VALUE SPACE.
042200     05  SBL-PRL-PASS                PIC X(01) VALUE SPACES.
042300     05  SBL-PRL-COUNT-AREA.
042400         10  SBL-PRL-COUNT-ENTRY OCCURS 13 TIMES.
042500             15  FILLER              PIC X(01).
042600             15  SBL-PRL-COUNT       PIC ZZZZZZ9.
042700*
042800 01  SBL-CHECK-HEADING.
042900     05  FILLER                      PIC X(01) VALUE SPACE.
043000     05  FILLER                      PIC X(56) VALUE
043100         'NO  CHECK'.
043200     05  FILLER                      PIC X(13) VALUE
043300         '   EXPECTED'.
043400     05  FILLER                      PIC X(13) VALUE
043500         '     ACTUAL'.
043600     05  FILLER                      PIC X(14) VALUE
043700         ' DIFFERENCE'.
043800     05  FILLER                      PIC X(35) VALUE 'RESULT'.
043900*
044000 01  SBL-CHECK-LINE.
044100     05  FILLER                      PIC X(01) VALUE SPACE.
044200     05  SBL-CHK-NUMBER              PIC Z9.
044300     05  FILLER                      PIC X(02) VALUE SPACES.
044400     05  SBL-CHK-TITLE               PIC X(52) VALUE SPACES.
044500     05  SBL-CHK-FIGURES.
044600         10  SBL-CHK-EXPECTED        PIC ---,---,--9.
044700         10  FILLER                  PIC X(02).
044800         10  SBL-CHK-ACTUAL          PIC ---,---,--9.
044900         10  FILLER                  PIC X(02).
045000         10  SBL-CHK-DIFFERENCE      PIC ---,---,--9.
045100     05  SBL-CHK-REASON REDEFINES SBL-CHK-FIGURES
045200                                     PIC X(37).
045300     05  FILLER                      PIC X(03) VALUE SPACES.
045400     05  SBL-CHK-RESULT              PIC X(14) VALUE SPACES.
045500     05  FILLER                      PIC X(21) VALUE SPACES.
045600*
045700 01  SBL-COUNT-LINE.
045800     05  FILLER                      PIC X(01) VALUE SPACE.
045900     05  SBL-CNT-LABEL               PIC X(56) VALUE SPACES.
046000     05  SBL-CNT-VALUE               PIC ZZZ,ZZ9.
046100     05  FILLER                      PIC X(68) VALUE SPACES.
046200*
046300 01  SBL-TEXT-LINE.
046400     05  FILLER                      PIC X(01) VALUE SPACE.
046500     05  SBL-TXT-TEXT                PIC X(80) VALUE SPACES.
046600     05  FILLER                      PIC X(51) VALUE SPACES.
046700*
046800 PROCEDURE DIVISION.
046900*
047000******************************************************************
047100* 0000-MAINLINE
047200******************************************************************
047300 0000-MAINLINE.
047400     PERFORM 1000-INITIALIZE
047500         THRU 1000-EXIT.
047600*
047700     IF NOT WS-BALANCE-REFUSED
047800         PERFORM 2000-READ-STREAM-CONTROL
047900             THRU 2000-EXIT
048000     END-IF.
048100*
048200     IF NOT WS-BALANCE-REFUSED
048300         PERFORM 3000-READ-EXTRACTS
048400             THRU 3000-EXIT
048500         PERFORM 4000-PRINT-STEP-TOTALS
048600             THRU 4000-EXIT
048700         PERFORM 5000-BALANCE-STREAM
048800             THRU 5000-EXIT
048900         PERFORM 6000-PRINT-SUMMARY
049000             THRU 6000-EXIT
049100     END-IF.
049200*
049300     PERFORM 9000-TERMINATE
049400         THRU 9000-EXIT.
049500*
049600     STOP RUN.
049700*
049800******************************************************************
049900* 1000-INITIALIZE - DATES, OPEN FILES, SHEET TITLE
050000******************************************************************
050100 1000-INITIALIZE.
050200     CALL 'GETBDATE' USING BUSINESS-DATE-PARMS.
050300     IF BDP-DATE-UNAVAILABLE
050400         MOVE 16 TO RETURN-CODE
050500         STOP RUN
050600     END-IF.
050700     MOVE BDP-PROCESS-DATE TO WS-CURRENT-DATE.
050800     MOVE WS-CURRENT-MM TO WS-RUN-DATE-EDIT (1:2).
050900     MOVE '/'            TO WS-RUN-DATE-EDIT (3:1).
051000     MOVE WS-CURRENT-DD TO WS-RUN-DATE-EDIT (4:2).
051100     MOVE '/'            TO WS-RUN-DATE-EDIT (6:1).
051200     MOVE WS-CURRENT-CCYY TO WS-RUN-DATE-EDIT (7:4).
051300     MOVE WS-CURRENT-DATE TO WS-RUN-DATE-CCYYMMDD.
051400*
051500     INITIALIZE WS-STEP-TABLE.
051600     MOVE WS-COUNT-HEADINGS TO SBL-SHD-COUNTS.
051700     MOVE WS-COUNT-HEADINGS TO SBL-PHD-COUNTS.
051800*
051900     OPEN OUTPUT BALANCE-SHEET.
052000     PERFORM 7000-PRINT-TITLE
052100         THRU 7000-EXIT.
052200*
052300     OPEN INPUT STREAM-CONTROL.
052400     IF STRMCTL-NOT-PRESENT
052500         MOVE 'STREAM-CONTROL FILE (STRMCTL) NOT PRESENT'
052600             TO SBL-TXT-TEXT
052700         MOVE ' - NO BALANCE MADE' TO SBL-TXT-TEXT (42:18)
052800         PERFORM 8000-PRINT-TEXT-LINE
052900             THRU 8000-EXIT
053000         SET WS-BALANCE-REFUSED TO TRUE
053100     END-IF.
053109     IF NOT STRMCTL-OK
053118         AND NOT STRMCTL-NOT-PRESENT
053127         MOVE 'STREAM-CONTROL FILE (STRMCTL) NOT OPENED - STATUS'
053136             TO SBL-TXT-TEXT
053145         MOVE WS-STRMCTL-STATUS TO SBL-TXT-TEXT (51:2)
053154         MOVE ' - NO BALANCE MADE' TO SBL-TXT-TEXT (53:18)
053163         PERFORM 8000-PRINT-TEXT-LINE
053172             THRU 8000-EXIT
053181         SET WS-BALANCE-REFUSED TO TRUE
053190     END-IF.
053200 1000-EXIT.
053300     EXIT.
053400*
053500******************************************************************
053600* 2000-READ-STREAM-CONTROL - EVERY CONTROL RECORD, IN THE ORDER
053700*                            THE RUNS WROTE THEM
053800******************************************************************
053900 2000-READ-STREAM-CONTROL.
054000     PERFORM 2100-READ-ONE-CONTROL
054100         THRU 2100-EXIT
054200         UNTIL WS-EOF-STREAM-CONTROL.
054300     CLOSE STREAM-CONTROL.
054400*
054500     IF WS-CONTROL-TONIGHT = 0
054600         MOVE 'NO STEP REPORTED FOR THE BUSINESS DATE'
054700             TO SBL-TXT-TEXT
054800         MOVE ' - NO BALANCE MADE' TO SBL-TXT-TEXT (39:18)
054900         PERFORM 8000-PRINT-TEXT-LINE
055000             THRU 8000-EXIT
055100         SET WS-BALANCE-REFUSED TO TRUE
055200     END-IF.
055300 2000-EXIT.
055400     EXIT.
055500*
055600******************************************************************
055700* 2100-READ-ONE-CONTROL - RECORDS DATED AFTER THE BUSINESS DATE
055800*                         (A RERUN OF AN EARLIER DATE) AND ANY
055900*                         NOT RECOGNIZED ARE COUNTED AND IGNORED
056000******************************************************************
056100 2100-READ-ONE-CONTROL.
056200     READ STREAM-CONTROL
056300         AT END
056400             SET WS-EOF-STREAM-CONTROL TO TRUE
056500             GO TO 2100-EXIT
056600     END-READ.
056700     ADD 1 TO WS-CONTROL-READ.
056800*
056900     IF SCT-BUSINESS-DATE IS NOT NUMERIC
057000         ADD 1 TO WS-CONTROL-UNKNOWN
057100         GO TO 2100-EXIT
057200     END-IF.
057300     IF SCT-BUSINESS-DATE > WS-RUN-DATE-CCYYMMDD
057400         ADD 1 TO WS-CONTROL-LATER
057500         GO TO 2100-EXIT
057600     END-IF.
057700*
057800     IF SCT-EMPLOYEE-PURGE OR SCT-EMPLOYEE-RESTORE
057900         PERFORM 2400-TRACK-PURGE-RESTORE
058000             THRU 2400-EXIT
058100         GO TO 2100-EXIT
058200     END-IF.
058300*
058400     PERFORM 2150-FIND-STEP
058500         THRU 2150-EXIT.
058600     IF WS-STP-SUB = 0
058700         ADD 1 TO WS-CONTROL-UNKNOWN
058800         GO TO 2100-EXIT
058900     END-IF.
059000*
059100     IF SCT-BUSINESS-DATE = WS-RUN-DATE-CCYYMMDD
059200         ADD 1 TO WS-CONTROL-TONIGHT
059300         ADD 1 TO WS-STP-RUNS (WS-STP-SUB)
059400         MOVE SCT-RETURN-CODE TO WS-STP-TNT-RC (WS-STP-SUB)
059500         MOVE SCT-PASS-SWITCH TO WS-STP-TNT-PASS (WS-STP-SUB)
059600         MOVE SCT-COUNTS TO WS-STP-TNT-COUNTS (WS-STP-SUB)
059700     ELSE
059800         IF SCT-BUSINESS-DATE NOT < WS-STP-PRI-DATE (WS-STP-SUB)
059900             MOVE 'Y' TO WS-STP-PRI-SWITCH (WS-STP-SUB)
060000             MOVE SCT-BUSINESS-DATE
060100                 TO WS-STP-PRI-DATE (WS-STP-SUB)
060200             MOVE SCT-PASS-SWITCH TO WS-STP-PRI-PASS (WS-STP-SUB)
060300             MOVE SCT-COUNTS TO WS-STP-PRI-COUNTS (WS-STP-SUB)
060400         END-IF
060500     END-IF.
060600*
060700     EVALUATE TRUE
060800         WHEN SCT-HR-FEED-TRANSLATE
060900             MOVE SCT-BUSINESS-DATE TO WS-LAST-FEED-DATE
060950             MOVE SCT-RETURN-CODE TO WS-LAST-FEED-RC
061000             ADD SCT-RECORDS-KEYED SCT-RECORDS-EXTRACTED
061100                 GIVING WS-LAST-FEED-CARDS
061200         WHEN SCT-PENDING-RELEASE
061300             PERFORM 2200-TRACK-RELEASE
061400                 THRU 2200-EXIT
061500         WHEN SCT-NAME-MASTER-MAINT
061600             PERFORM 2250-TRACK-MAINTENANCE
061700                 THRU 2250-EXIT
061800         WHEN SCT-HR-ACK-BALANCE
061900             PERFORM 2300-TRACK-ACK-BALANCE
062000                 THRU 2300-EXIT
062100         WHEN SCT-ROSTER
062200             PERFORM 2350-TRACK-ROSTER
062300                 THRU 2350-EXIT
062400         WHEN SCT-SUSPENSE-RESHIP
062500             PERFORM 2380-TRACK-RESHIP
062600                 THRU 2380-EXIT
062700     END-EVALUATE.
062800 2100-EXIT.
062900     EXIT.
063000*
063100******************************************************************
063200* 2150-FIND-STEP - STEP TABLE ENTRY FOR THE RECORD'S PROGRAM,
063300*                  ZERO WHEN NOT A STREAM STEP
063400******************************************************************
063500 2150-FIND-STEP.
063600     MOVE 0 TO WS-FOUND-SUB.
063700     PERFORM 2160-CHECK-ONE-STEP
063800         THRU 2160-EXIT
063900         VARYING WS-STP-SUB FROM 1 BY 1
064000         UNTIL WS-STP-SUB > 8.
064100     MOVE WS-FOUND-SUB TO WS-STP-SUB.
064200 2150-EXIT.
064300     EXIT.
064400*
064500******************************************************************
064600* 2160-CHECK-ONE-STEP
064700******************************************************************
064800 2160-CHECK-ONE-STEP.
064900     IF SCT-PROGRAM-ID = WS-STN-PROGRAM (WS-STP-SUB)
065000         MOVE WS-STP-SUB TO WS-FOUND-SUB
065100     END-IF.
065200 2160-EXIT.
065300     EXIT.
065400*
065500******************************************************************
065600* 2200-TRACK-RELEASE - STEP03 READ THE PENDTRN GENERATION THE
065700*                      LAST STEP03 WROTE, PLUS THE CARDS STEP05
065800*                      HELD ONTO IT SINCE.  ITS RELEASED CARDS
065900*                      ARE APPENDED TO RELTRN.  A SECOND STEP03
065925*                      WITH NO STEP05 RECORD BETWEEN MEANS THE
065950*                      STEP05 BETWEEN THEM ENDED WITHOUT REPORTING
065966*                      (NOT AFTER A CC 0008 HR FEED, WHICH
065982*                      BYPASSES STEP05)
066000******************************************************************
066100 2200-TRACK-RELEASE.
066120     IF NOT WS-MAINT-SINCE-RELEASE
066140         SET WS-PEND-UNREPORTED TO TRUE
066160         SET WS-RELEASE-RERUN TO TRUE
066180     END-IF.
066200     IF SCT-BUSINESS-DATE = WS-RUN-DATE-CCYYMMDD
066300         MOVE WS-PEND-SWITCH TO WS-PEND-BASIS
066400         ADD WS-LAST-PEND-HELD WS-PEND-APPENDED
066500             GIVING WS-PEND-EXPECTED
066600     END-IF.
066700     MOVE SCT-RECORDS-HELD TO WS-LAST-PEND-HELD.
066800     MOVE 0 TO WS-PEND-APPENDED.
066900     SET WS-PEND-KNOWN TO TRUE.
066950     MOVE 'N' TO WS-MAINT-SINCE-SWITCH.
066957*    A CC 0008 HR FEED BYPASSES STEP05 BY DESIGN, SO A STEP03
066964*    RERUN AFTER ONE IS NOT A STEP05 THAT FAILED TO REPORT
066971     IF WS-LAST-FEED-DATE = SCT-BUSINESS-DATE
066978         AND WS-LAST-FEED-RC NOT < 8
066985         SET WS-MAINT-SINCE-RELEASE TO TRUE
066992     END-IF.
067000     ADD SCT-RECORDS-RELEASED TO WS-RELTRN-CARDS.
067100 2200-EXIT.
067200     EXIT.
067300*
067400******************************************************************
067500* 2250-TRACK-MAINTENANCE - STEP05 READ TODAY'S KEYED CARDS AND
067600*                          STEP00'S HR FEED CARDS (BOTH COUNTED
067700*                          BY THE LATEST STEP00) AND EVERYTHING
067800*                          ON RELTRN.  ITS HELD CARDS GO ON THE
067900*                          NEW PENDTRN GENERATION, ITS ADDS AND
068000*                          DELETES MOVE THE MASTER COUNT, AND
068100*                          STEP06 EMPTIES RELTRN AFTER A CC 0004
068214*                          OR LOWER.  A RUN SKIPPING MORE CARDS
068228*                          THAN THE EARLIER RUNS FOR ITS DATE
068242*                          REPORTED APPLYING OR HOLDING FOLLOWED
068256*                          A RUN THAT ENDED WITHOUT REPORTING; ITS
068270*                          HELD CARDS WENT TO THIS GENERATION
068284*                          UNLESS STEP03 HAS RUN AGAIN SINCE
068300******************************************************************
068400 2250-TRACK-MAINTENANCE.
068500     IF SCT-BUSINESS-DATE = WS-RUN-DATE-CCYYMMDD
068600         ADD WS-LAST-FEED-CARDS WS-RELTRN-CARDS
068700             GIVING WS-MAINT-EXPECTED
068800         IF WS-LAST-FEED-DATE NOT = WS-RUN-DATE-CCYYMMDD
068900             SET WS-MAINT-BASIS-NO-FEED TO TRUE
069000         ELSE
069100             MOVE WS-RELTRN-SWITCH TO WS-MAINT-BASIS
069200         END-IF
069300     END-IF.
069400*
069405     IF SCT-BUSINESS-DATE NOT = WS-MAINT-DATE
069410         MOVE SCT-BUSINESS-DATE TO WS-MAINT-DATE
069415         MOVE 0 TO WS-MAINT-DATE-CARDS
069420     END-IF.
069425     IF SCT-RECORDS-SKIPPED > WS-MAINT-DATE-CARDS
069430         SET WS-RUN-UNREPORTED TO TRUE
069435         MOVE SCT-RECORDS-SKIPPED TO WS-MAINT-DATE-CARDS
069440         IF NOT WS-RELEASE-RERUN
069445             SET WS-PEND-UNREPORTED TO TRUE
069450         END-IF
069455     END-IF.
069460     ADD SCT-RECORDS-ADDED SCT-RECORDS-CHANGED
069465         SCT-RECORDS-DELETED SCT-RECORDS-HELD
069470         TO WS-MAINT-DATE-CARDS.
069475     SET WS-MAINT-SINCE-RELEASE TO TRUE.
069480     MOVE 'N' TO WS-RELEASE-RERUN-SWITCH.
069485*
069500     ADD SCT-RECORDS-HELD TO WS-PEND-APPENDED.
069600     ADD SCT-RECORDS-ADDED TO WS-RUN-MAINT-ADDED.
069700     ADD SCT-RECORDS-DELETED TO WS-RUN-MAINT-DELETED.
069800     IF SCT-RETURN-CODE NOT > 4
069900         MOVE 0 TO WS-RELTRN-CARDS
070000         SET WS-RELTRN-KNOWN TO TRUE
070100     END-IF.
070200 2250-EXIT.
070300     EXIT.
070400*
070500******************************************************************
070600* 2300-TRACK-ACK-BALANCE - STEP08 READ THE EXTRACT THE LAST
070700*                          ROSTER WROTE AND ADDED ITS HR REJECTS
070800*                          TO THE SUSPENSE THE LAST STEP12 WROTE
070900******************************************************************
071000 2300-TRACK-ACK-BALANCE.
071100     IF SCT-BUSINESS-DATE = WS-RUN-DATE-CCYYMMDD
071200         MOVE WS-ROSTER-SEEN-SWITCH TO WS-ACK-BASIS
071300         MOVE WS-LAST-ROSTER-EXTRACTED TO WS-ACK-EXPECTED
071400     END-IF.
071500     ADD SCT-RECORDS-HELD TO WS-SUSP-APPENDED.
071600 2300-EXIT.
071700     EXIT.
071800*
071900******************************************************************
072000* 2350-TRACK-ROSTER - AN EARLIER-DATED ROSTER STARTS THE STEP05,
072100*                     PURGE AND RESTORE TOTALS OVER; THE LATEST
072200*                     ROSTER FOR THE BUSINESS DATE TAKES THEM AS
072300*                     THEY STAND
072400******************************************************************
072500 2350-TRACK-ROSTER.
072600     MOVE SCT-RECORDS-EXTRACTED TO WS-LAST-ROSTER-EXTRACTED.
072700     SET WS-ROSTER-SEEN TO TRUE.
072800     IF SCT-BUSINESS-DATE = WS-RUN-DATE-CCYYMMDD
072900         MOVE WS-RUN-MAINT-ADDED TO WS-MOVE-MAINT-ADDED
073000         MOVE WS-RUN-MAINT-DELETED TO WS-MOVE-MAINT-DELETED
073100         MOVE WS-RUN-PURGED TO WS-MOVE-PURGED
073200         MOVE WS-RUN-RESTORED TO WS-MOVE-RESTORED
073233         MOVE WS-RUN-UNREPORTED-SWITCH
073266             TO WS-MOVE-UNREPORTED-SWITCH
073300     ELSE
073400         MOVE 0 TO WS-RUN-MAINT-ADDED
073500         MOVE 0 TO WS-RUN-MAINT-DELETED
073600         MOVE 0 TO WS-RUN-PURGED
073700         MOVE 0 TO WS-RUN-RESTORED
073750         MOVE 'N' TO WS-RUN-UNREPORTED-SWITCH
073800     END-IF.
073900 2350-EXIT.
074000     EXIT.
074100*
074200******************************************************************
074300* 2380-TRACK-RESHIP - STEP12 COPIES EVERY SUSPENSE ENTRY IT READS
074400*                     TO THE NEW GENERATION
074500******************************************************************
074600 2380-TRACK-RESHIP.
074700     IF SCT-BUSINESS-DATE = WS-RUN-DATE-CCYYMMDD
074800         MOVE WS-SUSP-SWITCH TO WS-SUSP-BASIS
074900         ADD WS-LAST-SUSP-COUNT WS-SUSP-APPENDED
075000             GIVING WS-SUSP-EXPECTED
075100     END-IF.
075200     MOVE SCT-RECORDS-READ TO WS-LAST-SUSP-COUNT.
075300     MOVE 0 TO WS-SUSP-APPENDED.
075400     SET WS-SUSP-KNOWN TO TRUE.
075500 2380-EXIT.
075600     EXIT.
075700*
075800******************************************************************
075900* 2400-TRACK-PURGE-RESTORE - EMPLOYEES PURGED AND RESTORED SINCE
076000*                            THE LAST EARLIER-DATED ROSTER
076100******************************************************************
076200 2400-TRACK-PURGE-RESTORE.
076300     IF SCT-EMPLOYEE-PURGE
076400         ADD SCT-RECORDS-DELETED TO WS-RUN-PURGED
076500     ELSE
076600         ADD SCT-RECORDS-ADDED TO WS-RUN-RESTORED
076700     END-IF.
076800 2400-EXIT.
076900     EXIT.
077000*
077100******************************************************************
077200* 3000-READ-EXTRACTS - TONIGHT'S HR EXTRACT AND RE-SHIP EXTRACT.
077300*                      A FILE MISSING OR NOT OPENED, OR A
077400*                      MISSING TRAILER, IS TAKEN AS A TRAILER
077450*                      COUNT OF ZERO
077500******************************************************************
077600 3000-READ-EXTRACTS.
077700     OPEN INPUT HR-EXTRACT.
077800     IF HRIN-OK
077900         PERFORM 3100-READ-ONE-EXTRACT
078000             THRU 3100-EXIT
078100             UNTIL WS-EOF-HR-EXTRACT
078200         CLOSE HR-EXTRACT
078300     END-IF.
078400*
078500     OPEN INPUT RESHIP-EXTRACT.
078600     IF RESHIP-OK
078700         PERFORM 3200-READ-ONE-RESHIP
078800             THRU 3200-EXIT
078900             UNTIL WS-EOF-RESHIP-EXTRACT
079000         CLOSE RESHIP-EXTRACT
079100     END-IF.
079200 3000-EXIT.
079300     EXIT.
079400*
079500******************************************************************
079600* 3100-READ-ONE-EXTRACT - COUNT DETAILS, TAKE THE TRAILER COUNT
079700******************************************************************
079800 3100-READ-ONE-EXTRACT.
079900     READ HR-EXTRACT
080000         AT END
080100             SET WS-EOF-HR-EXTRACT TO TRUE
080200             GO TO 3100-EXIT
080300     END-READ.
080400     IF HX-IS-DETAIL OF HR-EXTRACT-RECORD
080500         ADD 1 TO WS-XTR-DETAIL-COUNT
080600     END-IF.
080700     IF HX-IS-TRAILER OF HR-EXTRACT-RECORD
080800         SET WS-XTR-TRAILER-SEEN TO TRUE
080900         MOVE HX-RECORD-COUNT OF HR-EXTRACT-RECORD
081000             TO WS-XTR-TRAILER-COUNT
081100     END-IF.
081200 3100-EXIT.
081300     EXIT.
081400*
081500******************************************************************
081600* 3200-READ-ONE-RESHIP - TAKE THE TRAILER COUNT
081700******************************************************************
081800 3200-READ-ONE-RESHIP.
081900     READ RESHIP-EXTRACT
082000         AT END
082100             SET WS-EOF-RESHIP-EXTRACT TO TRUE
082200             GO TO 3200-EXIT
082300     END-READ.
082400     IF HX-IS-TRAILER OF RESHIP-RECORD
082500         SET WS-RSH-TRAILER-SEEN TO TRUE
082600         MOVE HX-RECORD-COUNT OF RESHIP-RECORD
082700             TO WS-RSH-TRAILER-COUNT
082800     END-IF.
082900 3200-EXIT.
083000     EXIT.
083100*
083200******************************************************************
083300* 4000-PRINT-STEP-TOTALS - TONIGHT'S TOTALS, THE EARLIER TOTALS,
083400*                          AND A NOTE FOR EVERY STEP THAT DID NOT
083500*                          REPORT OR REPORTED MORE THAN ONCE
083600******************************************************************
083700 4000-PRINT-STEP-TOTALS.
083800     MOVE 'CONTROL TOTALS FOR THE BUSINESS DATE - LATEST RUN'
083900         TO SBL-TXT-TEXT.
084000     PERFORM 8000-PRINT-TEXT-LINE
084100         THRU 8000-EXIT.
084200     MOVE SBL-STEP-HEADING TO BALANCE-SHEET-LINE.
084300     PERFORM 8100-WRITE-LINE
084400         THRU 8100-EXIT.
084500     PERFORM 4100-PRINT-ONE-STEP
084600         THRU 4100-EXIT
084700         VARYING WS-STP-SUB FROM 1 BY 1
084800         UNTIL WS-STP-SUB > 8.
084900*
085000     PERFORM 8200-PRINT-BLANK-LINE
085100         THRU 8200-EXIT.
085200     MOVE 'LATEST CONTROL TOTALS BEFORE THE BUSINESS DATE'
085300         TO SBL-TXT-TEXT.
085400     PERFORM 8000-PRINT-TEXT-LINE
085500         THRU 8000-EXIT.
085600     MOVE SBL-PRIOR-HEADING TO BALANCE-SHEET-LINE.
085700     PERFORM 8100-WRITE-LINE
085800         THRU 8100-EXIT.
085900     PERFORM 4200-PRINT-ONE-PRIOR
086000         THRU 4200-EXIT
086100         VARYING WS-STP-SUB FROM 1 BY 1
086200         UNTIL WS-STP-SUB > 8.
086300*
086400     PERFORM 8200-PRINT-BLANK-LINE
086500         THRU 8200-EXIT.
086600     PERFORM 4300-NOTE-ONE-STEP
086700         THRU 4300-EXIT
086800         VARYING WS-STP-SUB FROM 1 BY 1
086900         UNTIL WS-STP-SUB > 8.
087000 4000-EXIT.
087100     EXIT.
087200*
087300******************************************************************
087400* 4100-PRINT-ONE-STEP - ONE STEP'S LATEST TOTALS
087500******************************************************************
087600 4100-PRINT-ONE-STEP.
087700     MOVE WS-STN-STEP (WS-STP-SUB) TO SBL-STL-STEP.
087800     MOVE WS-STN-PROGRAM (WS-STP-SUB) TO SBL-STL-PROGRAM.
087900     MOVE WS-STP-RUNS (WS-STP-SUB) TO SBL-STL-RUNS.
088000     IF WS-STP-RUNS (WS-STP-SUB) = 0
088100         MOVE 'NONE' TO SBL-STL-RC
088200         MOVE SPACE TO SBL-STL-PASS
088300         MOVE SPACES TO SBL-STL-COUNT-AREA
088400     ELSE
088500         MOVE WS-STP-TNT-RC (WS-STP-SUB) TO SBL-STL-RC
088600         MOVE WS-STP-TNT-PASS (WS-STP-SUB) TO SBL-STL-PASS
088700         MOVE SPACES TO SBL-STL-COUNT-AREA
088800         PERFORM 4150-EDIT-ONE-COUNT
088900             THRU 4150-EXIT
089000             VARYING WS-CNT-SUB FROM 1 BY 1
089100             UNTIL WS-CNT-SUB > 13
089200     END-IF.
089300     MOVE SBL-STEP-LINE TO BALANCE-SHEET-LINE.
089400     PERFORM 8100-WRITE-LINE
089500         THRU 8100-EXIT.
089600 4100-EXIT.
089700     EXIT.
089800*
089900******************************************************************
090000* 4150-EDIT-ONE-COUNT
090100******************************************************************
090200 4150-EDIT-ONE-COUNT.
090300     MOVE WS-STP-TONIGHT (WS-STP-SUB WS-CNT-SUB)
090400         TO SBL-STL-COUNT (WS-CNT-SUB).
090500 4150-EXIT.
090600     EXIT.
090700*
090800******************************************************************
090900* 4200-PRINT-ONE-PRIOR - ONE STEP'S LATEST EARLIER TOTALS, WHEN
091000*                        THE FILE HOLDS ANY
091100******************************************************************
091200 4200-PRINT-ONE-PRIOR.
091300     IF NOT WS-PRI-FOUND (WS-STP-SUB)
091400         GO TO 4200-EXIT
091500     END-IF.
091600     MOVE WS-STN-STEP (WS-STP-SUB) TO SBL-PRL-STEP.
091700     MOVE WS-STP-PRI-DATE (WS-STP-SUB) TO WS-PRIOR-DATE.
091800     MOVE WS-PRIOR-DATE-X (5:2) TO SBL-PRL-DATE (1:2).
091900     MOVE '/'                   TO SBL-PRL-DATE (3:1).
092000     MOVE WS-PRIOR-DATE-X (7:2) TO SBL-PRL-DATE (4:2).
092100     MOVE '/'                   TO SBL-PRL-DATE (6:1).
092200     MOVE WS-PRIOR-DATE-X (1:4) TO SBL-PRL-DATE (7:4).
092300     MOVE WS-STP-PRI-PASS (WS-STP-SUB) TO SBL-PRL-PASS.
092400     MOVE SPACES TO SBL-PRL-COUNT-AREA.
092500     PERFORM 4250-EDIT-ONE-PRIOR-COUNT
092600         THRU 4250-EXIT
092700         VARYING WS-CNT-SUB FROM 1 BY 1
092800         UNTIL WS-CNT-SUB > 13.
092900     MOVE SBL-PRIOR-LINE TO BALANCE-SHEET-LINE.
093000     PERFORM 8100-WRITE-LINE
093100         THRU 8100-EXIT.
093200 4200-EXIT.
093300     EXIT.
093400*
093500******************************************************************
093600* 4250-EDIT-ONE-PRIOR-COUNT
093700******************************************************************
093800 4250-EDIT-ONE-PRIOR-COUNT.
093900     MOVE WS-STP-PRIOR (WS-STP-SUB WS-CNT-SUB)
094000         TO SBL-PRL-COUNT (WS-CNT-SUB).
094100 4250-EXIT.
094200     EXIT.
094300*
094400******************************************************************
094500* 4300-NOTE-ONE-STEP - A STEP THAT DID NOT REPORT (OUT OF
094600*                      BALANCE WHEN REQUIRED) OR THAT RAN MORE
094700*                      THAN ONCE FOR THE BUSINESS DATE
094800******************************************************************
094900 4300-NOTE-ONE-STEP.
095000     IF WS-STP-RUNS (WS-STP-SUB) = 0
095100         IF WS-STN-REQUIRED (WS-STP-SUB)
095200             ADD 1 TO WS-MISSING-REQUIRED
095300             STRING '*** ' DELIMITED BY SIZE
095400                    WS-STN-STEP (WS-STP-SUB) DELIMITED BY SIZE
095500                    ' DID NOT REPORT - REQUIRED STEP ***'
095600                        DELIMITED BY SIZE
095700                 INTO SBL-TXT-TEXT
095800             END-STRING
095900         ELSE
096000             ADD 1 TO WS-MISSING-OPTIONAL
096100             STRING WS-STN-STEP (WS-STP-SUB) DELIMITED BY SIZE
096200                    ' DID NOT REPORT - NOT A REQUIRED STEP'
096300                        DELIMITED BY SIZE
096400                 INTO SBL-TXT-TEXT
096500             END-STRING
096600         END-IF
096700         ADD 1 TO WS-STEP-NOTES
096800         PERFORM 8000-PRINT-TEXT-LINE
096900             THRU 8000-EXIT
097000         GO TO 4300-EXIT
097100     END-IF.
097200*
097300     IF WS-STP-RUNS (WS-STP-SUB) > 1
097400         MOVE WS-STP-RUNS (WS-STP-SUB) TO WS-RUNS-EDIT
097500         STRING WS-STN-STEP (WS-STP-SUB) DELIMITED BY SIZE
097600                ' RUNS FOR THE BUSINESS DATE:' DELIMITED BY SIZE
097700                WS-RUNS-EDIT DELIMITED BY SIZE
097800                ' - THE LATEST RUN IS BALANCED'
097900                    DELIMITED BY SIZE
098000             INTO SBL-TXT-TEXT
098100         END-STRING
098200         ADD 1 TO WS-STEP-NOTES
098300         PERFORM 8000-PRINT-TEXT-LINE
098400             THRU 8000-EXIT
098500     END-IF.
098600 4300-EXIT.
098700     EXIT.
098800*
098900******************************************************************
099000* 5000-BALANCE-STREAM - THE TWELVE CHECKS, IN ORDER
099100******************************************************************
099200 5000-BALANCE-STREAM.
099300     IF WS-STEP-NOTES > 0
099400         PERFORM 8200-PRINT-BLANK-LINE
099500             THRU 8200-EXIT
099600     END-IF.
099700     MOVE SBL-CHECK-HEADING TO BALANCE-SHEET-LINE.
099800     PERFORM 8100-WRITE-LINE
099900         THRU 8100-EXIT.
100000*
100100     PERFORM 5100-CHECK-MASTER-COUNT
100200         THRU 5100-EXIT.
100300     PERFORM 5150-CHECK-ROSTER
100400         THRU 5150-EXIT.
100500     PERFORM 5200-CHECK-EXTRACT-TRAILER
100600         THRU 5200-EXIT.
100700     PERFORM 5250-CHECK-EXTRACT-DETAILS
100800         THRU 5250-EXIT.
100900     PERFORM 5300-CHECK-RELEASE
101000         THRU 5300-EXIT.
101100     PERFORM 5350-CHECK-PENDTRN
101200         THRU 5350-EXIT.
101300     PERFORM 5400-CHECK-MAINT-INPUT
101400         THRU 5400-EXIT.
101500     PERFORM 5450-CHECK-MAINT-OUTCOME
101600         THRU 5450-EXIT.
101700     PERFORM 5500-CHECK-HR-FEED
101800         THRU 5500-EXIT.
101900     PERFORM 5550-CHECK-ACK-EXTRACT
102000         THRU 5550-EXIT.
102100     PERFORM 5600-CHECK-SUSPENSE
102200         THRU 5600-EXIT.
102300     PERFORM 5650-CHECK-RESHIP-TRAILER
102400         THRU 5650-EXIT.
102500 5000-EXIT.
102600     EXIT.
102700*
102800******************************************************************
102900* 5050-REQUIRE-STEP - NOT CHECKED WHEN THE STEP AT WS-REQ-SUB
103000*                     DID NOT REPORT FOR THE BUSINESS DATE
103100******************************************************************
103200 5050-REQUIRE-STEP.
103300     IF WS-CHK-REASON = SPACES
103400         AND WS-STP-RUNS (WS-REQ-SUB) = 0
103500         STRING WS-STN-STEP (WS-REQ-SUB) DELIMITED BY SIZE
103600                ' DID NOT REPORT' DELIMITED BY SIZE
103700             INTO WS-CHK-REASON
103800         END-STRING
103900     END-IF.
104000 5050-EXIT.
104100     EXIT.
104200*
104300******************************************************************
104400* 5100-CHECK-MASTER-COUNT - THE MASTER COUNT AT THE LAST EARLIER
104500*                           ROSTER, MOVED BY EVERY STEP05, PURGE
104600*                           AND RESTORE RUN SINCE, IS THE COUNT
104700*                           TONIGHT'S ROSTER READ
104800******************************************************************
104900 5100-CHECK-MASTER-COUNT.
105000     MOVE 1 TO WS-CHK-NUMBER.
105100     MOVE WS-ROSTER-STEP TO WS-REQ-SUB.
105200     PERFORM 5050-REQUIRE-STEP
105300         THRU 5050-EXIT.
105400     MOVE WS-MAINT-STEP TO WS-REQ-SUB.
105500     PERFORM 5050-REQUIRE-STEP
105600         THRU 5050-EXIT.
105700     IF WS-CHK-REASON = SPACES
105800         AND WS-TNT-PARTIAL-PASS (WS-ROSTER-STEP)
105900         MOVE 'ROSTER WAS A PARTIAL PASS' TO WS-CHK-REASON
106000     END-IF.
106100     IF WS-CHK-REASON = SPACES
106200         AND NOT WS-PRI-FOUND (WS-ROSTER-STEP)
106300         MOVE 'NO EARLIER ROSTER ON FILE' TO WS-CHK-REASON
106400     END-IF.
106500     IF WS-CHK-REASON = SPACES
106600         AND WS-PRI-PARTIAL-PASS (WS-ROSTER-STEP)
106700         MOVE 'EARLIER ROSTER WAS A PARTIAL PASS' TO WS-CHK-REASON
106800     END-IF.
106820     IF WS-CHK-REASON = SPACES
106840         AND WS-MOVE-UNREPORTED
106860         MOVE 'STEP05 ENDED WITHOUT REPORTING' TO WS-CHK-REASON
106880     END-IF.
106900*
107000     IF WS-CHK-REASON = SPACES
107100         COMPUTE WS-CHK-EXPECTED =
107200             WS-STP-PRIOR (WS-ROSTER-STEP WS-READ-COUNT)
107300           + WS-MOVE-MAINT-ADDED
107400           + WS-MOVE-RESTORED
107500           - WS-MOVE-MAINT-DELETED
107600           - WS-MOVE-PURGED
107700         MOVE WS-STP-TONIGHT (WS-ROSTER-STEP WS-READ-COUNT)
107800             TO WS-CHK-ACTUAL
107900     END-IF.
108000     PERFORM 5900-REPORT-CHECK
108100         THRU 5900-EXIT.
108200 5100-EXIT.
108300     EXIT.
108400*
108500******************************************************************
108600* 5150-CHECK-ROSTER - EVERY MASTER RECORD THE ROSTER READ WAS
108700*                     PRINTED, REJECTED OR INACTIVE
108800******************************************************************
108900 5150-CHECK-ROSTER.
109000     MOVE 2 TO WS-CHK-NUMBER.
109100     MOVE WS-ROSTER-STEP TO WS-REQ-SUB.
109200     PERFORM 5050-REQUIRE-STEP
109300         THRU 5050-EXIT.
109400     IF WS-CHK-REASON = SPACES
109500         AND WS-TNT-PARTIAL-PASS (WS-ROSTER-STEP)
109600         MOVE 'ROSTER WAS A PARTIAL PASS' TO WS-CHK-REASON
109700     END-IF.
109800*
109900     IF WS-CHK-REASON = SPACES
110000         COMPUTE WS-CHK-EXPECTED =
110100             WS-STP-TONIGHT (WS-ROSTER-STEP WS-PRINTED-COUNT)
110200           + WS-STP-TONIGHT (WS-ROSTER-STEP WS-REJECTED-COUNT)
110300           + WS-STP-TONIGHT (WS-ROSTER-STEP WS-INACTIVE-COUNT)
110400         MOVE WS-STP-TONIGHT (WS-ROSTER-STEP WS-READ-COUNT)
110500             TO WS-CHK-ACTUAL
110600     END-IF.
110700     PERFORM 5900-REPORT-CHECK
110800         THRU 5900-EXIT.
110900 5150-EXIT.
111000     EXIT.
111100*
111200******************************************************************
111300* 5200-CHECK-EXTRACT-TRAILER - THE HR EXTRACT TRAILER AGAINST THE
111400*                              ROSTER PRINTED COUNT
111500******************************************************************
111600 5200-CHECK-EXTRACT-TRAILER.
111700     MOVE 3 TO WS-CHK-NUMBER.
111800     PERFORM 5270-REQUIRE-FULL-ROSTER
111900         THRU 5270-EXIT.
112000*
112100     IF WS-CHK-REASON = SPACES
112200         MOVE WS-STP-TONIGHT (WS-ROSTER-STEP WS-PRINTED-COUNT)
112300             TO WS-CHK-EXPECTED
112400         MOVE WS-XTR-TRAILER-COUNT TO WS-CHK-ACTUAL
112500     END-IF.
112600     PERFORM 5900-REPORT-CHECK
112700         THRU 5900-EXIT.
112800 5200-EXIT.
112900     EXIT.
113000*
113100******************************************************************
113200* 5250-CHECK-EXTRACT-DETAILS - THE HR EXTRACT DETAIL RECORDS
113300*                              AGAINST ITS OWN TRAILER
113400******************************************************************
113500 5250-CHECK-EXTRACT-DETAILS.
113600     MOVE 4 TO WS-CHK-NUMBER.
113700     PERFORM 5270-REQUIRE-FULL-ROSTER
113800         THRU 5270-EXIT.
113900     IF WS-CHK-REASON = SPACES
114000         AND NOT WS-XTR-TRAILER-SEEN
114100         MOVE 'HREXTRCT HAS NO TRAILER RECORD' TO WS-CHK-REASON
114200     END-IF.
114300*
114400     IF WS-CHK-REASON = SPACES
114500         MOVE WS-XTR-TRAILER-COUNT TO WS-CHK-EXPECTED
114600         MOVE WS-XTR-DETAIL-COUNT TO WS-CHK-ACTUAL
114700     END-IF.
114800     PERFORM 5900-REPORT-CHECK
114900         THRU 5900-EXIT.
115000 5250-EXIT.
115100     EXIT.
115200*
115300******************************************************************
115400* 5270-REQUIRE-FULL-ROSTER - THE EXTRACT IS ONLY WRITTEN BY A FULL
115500*                            ROSTER PASS
115600******************************************************************
115700 5270-REQUIRE-FULL-ROSTER.
115800     MOVE WS-ROSTER-STEP TO WS-REQ-SUB.
115900     PERFORM 5050-REQUIRE-STEP
116000         THRU 5050-EXIT.
116100     IF WS-CHK-REASON = SPACES
116200         AND WS-TNT-PARTIAL-PASS (WS-ROSTER-STEP)
116300         MOVE 'ROSTER WAS A PARTIAL PASS' TO WS-CHK-REASON
116400     END-IF.
116500     IF WS-CHK-REASON = SPACES
116600         AND WS-TNT-EXTRACT-SUPPRESSED (WS-ROSTER-STEP)
116700         MOVE 'HR EXTRACT SUPPRESSED (NOEXTRACT=Y)'
116800             TO WS-CHK-REASON
116900     END-IF.
117000 5270-EXIT.
117100     EXIT.
117200*
117300******************************************************************
117400* 5300-CHECK-RELEASE - EVERY PENDTRN CARD STEP03 READ WAS
117500*                      RELEASED OR CARRIED FORWARD
117600******************************************************************
117700 5300-CHECK-RELEASE.
117800     MOVE 5 TO WS-CHK-NUMBER.
117900     MOVE WS-RELEASE-STEP TO WS-REQ-SUB.
118000     PERFORM 5050-REQUIRE-STEP
118100         THRU 5050-EXIT.
118200*
118300     IF WS-CHK-REASON = SPACES
118400         COMPUTE WS-CHK-EXPECTED =
118500             WS-STP-TONIGHT (WS-RELEASE-STEP WS-RELEASED-COUNT)
118600           + WS-STP-TONIGHT (WS-RELEASE-STEP WS-HELD-COUNT)
118700         MOVE WS-STP-TONIGHT (WS-RELEASE-STEP WS-READ-COUNT)
118800             TO WS-CHK-ACTUAL
118900     END-IF.
119000     PERFORM 5900-REPORT-CHECK
119100         THRU 5900-EXIT.
119200 5300-EXIT.
119300     EXIT.
119400*
119500******************************************************************
119600* 5350-CHECK-PENDTRN - THE PENDTRN GENERATION STEP03 READ HELD THE
119700*                      CARDS THE LAST STEP03 CARRIED FORWARD AND
119800*                      THE CARDS STEP05 NEWLY HELD SINCE
119900******************************************************************
120000 5350-CHECK-PENDTRN.
120100     MOVE 6 TO WS-CHK-NUMBER.
120200     MOVE WS-RELEASE-STEP TO WS-REQ-SUB.
120300     PERFORM 5050-REQUIRE-STEP
120400         THRU 5050-EXIT.
120420     IF WS-CHK-REASON = SPACES
120440         AND WS-PEND-BASIS-UNREPORTED
120460         MOVE 'STEP05 ENDED WITHOUT REPORTING' TO WS-CHK-REASON
120480     END-IF.
120500     IF WS-CHK-REASON = SPACES
120600         AND NOT WS-PEND-BASIS-KNOWN
120700         MOVE 'NO EARLIER STEP03 ON FILE' TO WS-CHK-REASON
120800     END-IF.
120900*
121000     IF WS-CHK-REASON = SPACES
121100         MOVE WS-PEND-EXPECTED TO WS-CHK-EXPECTED
121200         MOVE WS-STP-TONIGHT (WS-RELEASE-STEP WS-READ-COUNT)
121300             TO WS-CHK-ACTUAL
121400     END-IF.
121500     PERFORM 5900-REPORT-CHECK
121600         THRU 5900-EXIT.
121700 5350-EXIT.
121800     EXIT.
121900*
122000******************************************************************
122100* 5400-CHECK-MAINT-INPUT - STEP05 READ THE KEYED CARDS AND HR
122200*                          FEED CARDS STEP00 COUNTED AND EVERY
122300*                          CARD STEP03 PUT ON RELTRN SINCE IT WAS
122400*                          LAST EMPTIED
122500******************************************************************
122600 5400-CHECK-MAINT-INPUT.
122700     MOVE 7 TO WS-CHK-NUMBER.
122800     MOVE WS-MAINT-STEP TO WS-REQ-SUB.
122900     PERFORM 5050-REQUIRE-STEP
123000         THRU 5050-EXIT.
123100     IF WS-CHK-REASON = SPACES
123200         AND WS-MAINT-BASIS-NO-FEED
123300         MOVE 'STEP00 DID NOT REPORT AHEAD OF STEP05'
123400             TO WS-CHK-REASON
123500     END-IF.
123600     IF WS-CHK-REASON = SPACES
123700         AND NOT WS-MAINT-BASIS-KNOWN
123800         MOVE 'RELTRN NOT YET EMPTIED BY STEP06'
123900             TO WS-CHK-REASON
124000     END-IF.
124100*
124200     IF WS-CHK-REASON = SPACES
124300         MOVE WS-MAINT-EXPECTED TO WS-CHK-EXPECTED
124400         MOVE WS-STP-TONIGHT (WS-MAINT-STEP WS-READ-COUNT)
124500             TO WS-CHK-ACTUAL
124600     END-IF.
124700     PERFORM 5900-REPORT-CHECK
124800         THRU 5900-EXIT.
124900 5400-EXIT.
125000     EXIT.
125100*
125200******************************************************************
125300* 5450-CHECK-MAINT-OUTCOME - EVERY CARD STEP05 READ WAS APPLIED,
125400*                            HELD, REJECTED OR SKIPPED AS ALREADY
125500*                            APPLIED BY AN EARLIER RUN
125600******************************************************************
125700 5450-CHECK-MAINT-OUTCOME.
125800     MOVE 8 TO WS-CHK-NUMBER.
125900     MOVE WS-MAINT-STEP TO WS-REQ-SUB.
126000     PERFORM 5050-REQUIRE-STEP
126100         THRU 5050-EXIT.
126200*
126300     IF WS-CHK-REASON = SPACES
126400         COMPUTE WS-CHK-EXPECTED =
126500             WS-STP-TONIGHT (WS-MAINT-STEP WS-ADDED-COUNT)
126600           + WS-STP-TONIGHT (WS-MAINT-STEP WS-CHANGED-COUNT)
126700           + WS-STP-TONIGHT (WS-MAINT-STEP WS-DELETED-COUNT)
126800           + WS-STP-TONIGHT (WS-MAINT-STEP WS-HELD-COUNT)
126900           + WS-STP-TONIGHT (WS-MAINT-STEP WS-REJECTED-COUNT)
127000           + WS-STP-TONIGHT (WS-MAINT-STEP WS-SKIPPED-COUNT)
127100         MOVE WS-STP-TONIGHT (WS-MAINT-STEP WS-READ-COUNT)
127200             TO WS-CHK-ACTUAL
127300     END-IF.
127400     PERFORM 5900-REPORT-CHECK
127500         THRU 5900-EXIT.
127600 5450-EXIT.
127700     EXIT.
127800*
127900******************************************************************
128000* 5500-CHECK-HR-FEED - EVERY HR FEED DETAIL STEP00 TRANSLATED
128100*                      BECAME A CARD OR AN EXCEPTION
128200******************************************************************
128300 5500-CHECK-HR-FEED.
128400     MOVE 9 TO WS-CHK-NUMBER.
128500     MOVE WS-FEED-STEP TO WS-REQ-SUB.
128600     PERFORM 5050-REQUIRE-STEP
128700         THRU 5050-EXIT.
128800     IF WS-CHK-REASON = SPACES
128900         AND WS-TNT-PARTIAL-PASS (WS-FEED-STEP)
129000         MOVE 'HR FEED OUT OF BALANCE - NOT USED' TO WS-CHK-REASON
129100     END-IF.
129200*
129300     IF WS-CHK-REASON = SPACES
129400         COMPUTE WS-CHK-EXPECTED =
129500             WS-STP-TONIGHT (WS-FEED-STEP WS-EXTRACTED-COUNT)
129600           + WS-STP-TONIGHT (WS-FEED-STEP WS-REJECTED-COUNT)
129700         MOVE WS-STP-TONIGHT (WS-FEED-STEP WS-READ-COUNT)
129800             TO WS-CHK-ACTUAL
129900     END-IF.
130000     PERFORM 5900-REPORT-CHECK
130100         THRU 5900-EXIT.
130200 5500-EXIT.
130300     EXIT.
130400*
130500******************************************************************
130600* 5550-CHECK-ACK-EXTRACT - STEP08 READ THE EXTRACT THE ROSTER RUN
130700*                          BEFORE IT WROTE
130800******************************************************************
130900 5550-CHECK-ACK-EXTRACT.
131000     MOVE 10 TO WS-CHK-NUMBER.
131100     MOVE WS-ACK-STEP TO WS-REQ-SUB.
131200     PERFORM 5050-REQUIRE-STEP
131300         THRU 5050-EXIT.
131400     IF WS-CHK-REASON = SPACES
131500         AND NOT WS-ACK-BASIS-KNOWN
131600         MOVE 'NO EARLIER ROSTER ON FILE' TO WS-CHK-REASON
131700     END-IF.
131800*
131900     IF WS-CHK-REASON = SPACES
132000         MOVE WS-ACK-EXPECTED TO WS-CHK-EXPECTED
132100         MOVE WS-STP-TONIGHT (WS-ACK-STEP WS-READ-COUNT)
132200             TO WS-CHK-ACTUAL
132300     END-IF.
132400     PERFORM 5900-REPORT-CHECK
132500         THRU 5900-EXIT.
132600 5550-EXIT.
132700     EXIT.
132800*
132900******************************************************************
133000* 5600-CHECK-SUSPENSE - THE SUSPENSE GENERATION STEP12 READ HELD
133100*                       WHAT THE LAST STEP12 WROTE AND THE HR
133200*                       REJECTS STEP08 ADDED SINCE
133300******************************************************************
133400 5600-CHECK-SUSPENSE.
133500     MOVE 11 TO WS-CHK-NUMBER.
133600     MOVE WS-RESHIP-STEP TO WS-REQ-SUB.
133700     PERFORM 5050-REQUIRE-STEP
133800         THRU 5050-EXIT.
133900     IF WS-CHK-REASON = SPACES
134000         AND NOT WS-SUSP-BASIS-KNOWN
134100         MOVE 'NO EARLIER STEP12 ON FILE' TO WS-CHK-REASON
134200     END-IF.
134300*
134400     IF WS-CHK-REASON = SPACES
134500         MOVE WS-SUSP-EXPECTED TO WS-CHK-EXPECTED
134600         MOVE WS-STP-TONIGHT (WS-RESHIP-STEP WS-READ-COUNT)
134700             TO WS-CHK-ACTUAL
134800     END-IF.
134900     PERFORM 5900-REPORT-CHECK
135000         THRU 5900-EXIT.
135100 5600-EXIT.
135200     EXIT.
135300*
135400******************************************************************
135500* 5650-CHECK-RESHIP-TRAILER - THE RE-SHIP EXTRACT TRAILER AGAINST
135600*                             THE ENTRIES STEP12 RE-SHIPPED
135700******************************************************************
135800 5650-CHECK-RESHIP-TRAILER.
135900     MOVE 12 TO WS-CHK-NUMBER.
136000     MOVE WS-RESHIP-STEP TO WS-REQ-SUB.
136100     PERFORM 5050-REQUIRE-STEP
136200         THRU 5050-EXIT.
136300*
136400     IF WS-CHK-REASON = SPACES
136500         MOVE WS-STP-TONIGHT (WS-RESHIP-STEP WS-RESHIPPED-COUNT)
136600             TO WS-CHK-EXPECTED
136700         MOVE WS-RSH-TRAILER-COUNT TO WS-CHK-ACTUAL
136800     END-IF.
136900     PERFORM 5900-REPORT-CHECK
137000         THRU 5900-EXIT.
137100 5650-EXIT.
137200     EXIT.
137300*
137400******************************************************************
137500* 5900-REPORT-CHECK - PRINT ONE CHECK AND COUNT ITS RESULT
137600******************************************************************
137700 5900-REPORT-CHECK.
137800     MOVE WS-CHK-NUMBER TO SBL-CHK-NUMBER.
137900     MOVE WS-CHK-TITLE (WS-CHK-NUMBER) TO SBL-CHK-TITLE.
138000     IF WS-CHK-REASON NOT = SPACES
138100         MOVE WS-CHK-REASON TO SBL-CHK-REASON
138200         MOVE 'NOT CHECKED' TO SBL-CHK-RESULT
138300         ADD 1 TO WS-CHECKS-NOT-MADE
138400     ELSE
138500         MOVE SPACES TO SBL-CHK-REASON
138600         SUBTRACT WS-CHK-EXPECTED FROM WS-CHK-ACTUAL
138700             GIVING WS-CHK-DIFFERENCE
138800         MOVE WS-CHK-EXPECTED TO SBL-CHK-EXPECTED
138900         MOVE WS-CHK-ACTUAL TO SBL-CHK-ACTUAL
139000         MOVE WS-CHK-DIFFERENCE TO SBL-CHK-DIFFERENCE
139100         IF WS-CHK-DIFFERENCE = 0
139200             MOVE 'IN BALANCE' TO SBL-CHK-RESULT
139300             ADD 1 TO WS-CHECKS-IN-BALANCE
139400         ELSE
139500             MOVE 'OUT OF BALANCE' TO SBL-CHK-RESULT
139600             ADD 1 TO WS-CHECKS-OUT-OF-BALANCE
139700         END-IF
139800     END-IF.
139900     MOVE SBL-CHECK-LINE TO BALANCE-SHEET-LINE.
140000     PERFORM 8100-WRITE-LINE
140100         THRU 8100-EXIT.
140200*
140300     MOVE SPACES TO WS-CHK-REASON.
140400     MOVE 0 TO WS-CHK-EXPECTED.
140500     MOVE 0 TO WS-CHK-ACTUAL.
140600 5900-EXIT.
140700     EXIT.
140800*
140900******************************************************************
141000* 6000-PRINT-SUMMARY - MOVEMENT TOTALS, RECORDS IGNORED, THE
141100*                      CHECK RESULTS AND THE VERDICT
141200******************************************************************
141300 6000-PRINT-SUMMARY.
141400     PERFORM 8200-PRINT-BLANK-LINE
141500         THRU 8200-EXIT.
141600     MOVE 'MASTER ADDS BY STEP05 SINCE THE EARLIER ROSTER'
141700         TO SBL-CNT-LABEL.
141800     MOVE WS-MOVE-MAINT-ADDED TO SBL-CNT-VALUE.
141900     PERFORM 8300-PRINT-COUNT-LINE
142000         THRU 8300-EXIT.
142100     MOVE 'MASTER DELETES BY STEP05 SINCE THE EARLIER ROSTER'
142200         TO SBL-CNT-LABEL.
142300     MOVE WS-MOVE-MAINT-DELETED TO SBL-CNT-VALUE.
142400     PERFORM 8300-PRINT-COUNT-LINE
142500         THRU 8300-EXIT.
142600     MOVE 'EMPLOYEES PURGED SINCE THE EARLIER ROSTER'
142700         TO SBL-CNT-LABEL.
142800     MOVE WS-MOVE-PURGED TO SBL-CNT-VALUE.
142900     PERFORM 8300-PRINT-COUNT-LINE
143000         THRU 8300-EXIT.
143100     MOVE 'EMPLOYEES RESTORED SINCE THE EARLIER ROSTER'
143200         TO SBL-CNT-LABEL.
143300     MOVE WS-MOVE-RESTORED TO SBL-CNT-VALUE.
143400     PERFORM 8300-PRINT-COUNT-LINE
143500         THRU 8300-EXIT.
143600     MOVE 'STREAM-CONTROL RECORDS READ' TO SBL-CNT-LABEL.
143700     MOVE WS-CONTROL-READ TO SBL-CNT-VALUE.
143800     PERFORM 8300-PRINT-COUNT-LINE
143900         THRU 8300-EXIT.
144000     IF WS-CONTROL-LATER > 0
144100         MOVE 'RECORDS DATED AFTER THE BUSINESS DATE - IGNORED'
144200             TO SBL-CNT-LABEL
144300         MOVE WS-CONTROL-LATER TO SBL-CNT-VALUE
144400         PERFORM 8300-PRINT-COUNT-LINE
144500             THRU 8300-EXIT
144600     END-IF.
144700     IF WS-CONTROL-UNKNOWN > 0
144800         MOVE 'RECORDS NOT RECOGNIZED - IGNORED' TO SBL-CNT-LABEL
144900         MOVE WS-CONTROL-UNKNOWN TO SBL-CNT-VALUE
145000         PERFORM 8300-PRINT-COUNT-LINE
145100             THRU 8300-EXIT
145200     END-IF.
145300     MOVE 'CHECKS IN BALANCE' TO SBL-CNT-LABEL.
145400     MOVE WS-CHECKS-IN-BALANCE TO SBL-CNT-VALUE.
145500     PERFORM 8300-PRINT-COUNT-LINE
145600         THRU 8300-EXIT.
145700     MOVE 'CHECKS OUT OF BALANCE' TO SBL-CNT-LABEL.
145800     MOVE WS-CHECKS-OUT-OF-BALANCE TO SBL-CNT-VALUE.
145900     PERFORM 8300-PRINT-COUNT-LINE
146000         THRU 8300-EXIT.
146100     MOVE 'CHECKS NOT MADE' TO SBL-CNT-LABEL.
146200     MOVE WS-CHECKS-NOT-MADE TO SBL-CNT-VALUE.
146300     PERFORM 8300-PRINT-COUNT-LINE
146400         THRU 8300-EXIT.
146500*
146600     PERFORM 8200-PRINT-BLANK-LINE
146700         THRU 8200-EXIT.
146800     IF WS-CHECKS-OUT-OF-BALANCE > 0
146900         OR WS-MISSING-REQUIRED > 0
147000         MOVE 12 TO WS-RUN-RC
147100         MOVE '*** STREAM OUT OF BALANCE - HR LOAD STOPPED ***'
147200             TO SBL-TXT-TEXT
147300     ELSE
147400         IF WS-CHECKS-NOT-MADE > 0
147500             OR WS-MISSING-OPTIONAL > 0
147600             OR WS-CONTROL-LATER > 0
147700             OR WS-CONTROL-UNKNOWN > 0
147800             MOVE 4 TO WS-RUN-RC
147900             MOVE 'STREAM IN BALANCE AS FAR AS CHECKED'
148000                 TO SBL-TXT-TEXT
148100         ELSE
148200             MOVE 'STREAM IN BALANCE' TO SBL-TXT-TEXT
148300         END-IF
148400     END-IF.
148500     PERFORM 8000-PRINT-TEXT-LINE
148600         THRU 8000-EXIT.
148700 6000-EXIT.
148800     EXIT.
148900*
149000******************************************************************
149100* 7000-PRINT-TITLE - SHEET TITLE
149200******************************************************************
149300 7000-PRINT-TITLE.
149400     MOVE WS-RUN-DATE-EDIT TO SBL-TTL-RUN-DATE.
149500     MOVE SBL-TITLE-LINE TO BALANCE-SHEET-LINE.
149600     WRITE BALANCE-SHEET-LINE
149700         AFTER ADVANCING TOP-OF-PAGE.
149800     MOVE SPACES TO BALANCE-SHEET-LINE.
149900     WRITE BALANCE-SHEET-LINE.
150000     MOVE 2 TO WS-RPT-LINE-COUNT.
150100 7000-EXIT.
150200     EXIT.
150300*
150400******************************************************************
150500* 8000-PRINT-TEXT-LINE - ONE LINE OF TEXT
150600******************************************************************
150700 8000-PRINT-TEXT-LINE.
150800     MOVE SBL-TEXT-LINE TO BALANCE-SHEET-LINE.
150900     PERFORM 8100-WRITE-LINE
151000         THRU 8100-EXIT.
151100     MOVE SPACES TO SBL-TXT-TEXT.
151200 8000-EXIT.
151300     EXIT.
151400*
151500******************************************************************
151600* 8100-WRITE-LINE - ONE SHEET LINE ALREADY BUILT IN THE RECORD
151700******************************************************************
151800 8100-WRITE-LINE.
151900     WRITE BALANCE-SHEET-LINE.
152000     ADD 1 TO WS-RPT-LINE-COUNT.
152100 8100-EXIT.
152200     EXIT.
152300*
152400******************************************************************
152500* 8200-PRINT-BLANK-LINE
152600******************************************************************
152700 8200-PRINT-BLANK-LINE.
152800     MOVE SPACES TO BALANCE-SHEET-LINE.
152900     PERFORM 8100-WRITE-LINE
153000         THRU 8100-EXIT.
153100 8200-EXIT.
153200     EXIT.
153300*
153400******************************************************************
153500* 8300-PRINT-COUNT-LINE - ONE LABELED COUNT
153600******************************************************************
153700 8300-PRINT-COUNT-LINE.
153800     MOVE SBL-COUNT-LINE TO BALANCE-SHEET-LINE.
153900     PERFORM 8100-WRITE-LINE
154000         THRU 8100-EXIT.
154100     MOVE SPACES TO SBL-CNT-LABEL.
154200 8300-EXIT.
154300     EXIT.
154400*
154500******************************************************************
154600* 9000-TERMINATE - CLOSE, RETURN CODE
154700******************************************************************
154800 9000-TERMINATE.
154900     CLOSE BALANCE-SHEET.
155000*
155100     IF WS-BALANCE-REFUSED
155200         MOVE 16 TO WS-RUN-RC
155300     END-IF.
155400     MOVE WS-RUN-RC TO RETURN-CODE.
155500 9000-EXIT.
155600     EXIT.
