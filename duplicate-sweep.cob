000100******************************************************************
000200* DUPLICATE-SWEEP.COB
000300*
000400* PROGRAM-ID.  DUPLICATE-SWEEP
000500*
000600* AUTHOR.       D. L. WHITFIELD
000700* INSTALLATION. DATA CENTER SERVICES - BATCH SYSTEMS GROUP
000800* DATE-WRITTEN. 2026-10-15
000900* DATE-COMPILED.
001000*
001100* PERIODIC POSSIBLE-DUPLICATE EMPLOYEE SWEEP.  READS EVERY
001200* NAME-MASTER RECORD AND EVERY PURGED-EMPLOYEE ARCHIVE IMAGE,
001300* SORTS THEM BY LAST AND FIRST NAME AND LISTS EACH GROUP OF TWO
001400* OR MORE DIFFERENT EMPLOYEE IDS SHARING THE SAME LAST AND FIRST
001500* NAME, WITH EVERY MEMBER'S FILE, DEPARTMENT, HIRE DATE AND
001600* STATUS, SO HR CAN RESOLVE THEM.  A GROUP IN WHICH TWO MEMBERS
001700* ALSO SHARE A HIRE DATE IS FLAGGED AS THE STRONGER MATCH.  AN
001800* EMPLOYEE ON BOTH THE MASTER AND THE ARCHIVE (A RESTORED
001900* REHIRE), OR ON THE ARCHIVE MORE THAN ONCE, IS ONE PERSON AND
002000* IS LISTED ONCE.
002100*
002200* PAIRS HR HAS CONFIRMED ARE TWO DIFFERENT PEOPLE ARE KEPT ON
002300* THE NOT-DUPLICATE FILE (NDPREC LAYOUT, NOTDUP DD) AND ARE NOT
002400* REPORTED AGAIN - A GROUP WHOSE EVERY PAIR IS CONFIRMED IS LEFT
002500* OFF THE REPORT, AND A MEMBER CONFIRMED DIFFERENT FROM ALL THE
002600* OTHERS IN ITS GROUP IS NOTED AS SUCH.  NEW PAIRS ARE RECORDED
002700* FROM THE SYSIN CARDS BEFORE THE SWEEP, ONE CARD PER PAIR:
002800*     COL 1      'N' - NOT A DUPLICATE
002900*     COLS 2-6   FIRST EMPLOYEE ID
003000*     COLS 7-11  SECOND EMPLOYEE ID
003100*     COLS 12-19 CONFIRMED BY (HR USER ID)
003200*     COLS 20-49 COMMENT
003300* A CARD WITH '*' IN COLUMN 1 IS A COMMENT.  RETURN CODES:
003400*     0000  NO SUSPECTED DUPLICATES
003500*     0004  SUSPECTED DUPLICATE GROUPS LISTED
003600*     0008  A CONFIRMATION CARD WAS REJECTED OR COULD NOT BE
003700*           RECORDED, OR THE CONFIRMED PAIR TABLE IS FULL
003800*     0016  NO BUSINESS-DATE CONTROL RECORD
003900*
004000* MODIFICATION HISTORY.
004100*     2026-10-15  DLW  ORIGINAL VERSION.
004120*     2026-10-15  DLW  THE NOT-DUPLICATE OPEN AND WRITE ARE
004140*                       CHECKED - A PAIR THAT COULD NOT BE WRITTEN
004160*                       PRINTS NOT RECORDED AND COUNTS AS A
004180*                       REJECTED CARD.
004200******************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID.              DUPLICATE-SWEEP.
004500 AUTHOR.                  D. L. WHITFIELD.
004600 INSTALLATION.            DATA CENTER SVCS - BATCH SYSTEMS GROUP.
004700 DATE-WRITTEN.            2026-10-15.
004800 DATE-COMPILED.
004900*
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.         IBM-370.
005300 OBJECT-COMPUTER.         IBM-370.
005400 SPECIAL-NAMES.
005500     C01 IS TOP-OF-PAGE.
005600*
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT NAME-MASTER      ASSIGN TO NAMEMSTR
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS EMP-ID
006300         FILE STATUS IS WS-NAMEMSTR-STATUS.
006400*
006500     SELECT ARCHIVE-FILE     ASSIGN TO ARCHFILE
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-ARCHFILE-STATUS.
006800*
006900     SELECT NOT-DUP-FILE     ASSIGN TO NOTDUP
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-NOTDUP-STATUS.
007200*
007300     SELECT PARM-FILE        ASSIGN TO SYSIN
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-PARM-STATUS.
007600*
007700     SELECT DUPLICATE-RPT    ASSIGN TO DUPRPT
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-DUPRPT-STATUS.
008000*
008100     SELECT NAME-SORT-FILE   ASSIGN TO SORTWK01.
008200*
008300 DATA DIVISION.
008400 FILE SECTION.
008500*
008600 FD  NAME-MASTER
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 51 CHARACTERS.
008900     COPY EMPREC.
009000*
009100 FD  ARCHIVE-FILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 51 CHARACTERS.
009400 01  ARCHIVE-RECORD.
009500     05  ARC-EMP-ID                  PIC X(05).
009600     05  ARC-LAST-NAME               PIC X(15).
009700     05  ARC-FIRST-NAME              PIC X(10).
009800     05  ARC-DEPT-CODE               PIC X(04).
009900     05  ARC-HIRE-DATE               PIC X(08).
010000     05  ARC-STATUS-CODE             PIC X(01).
010100     05  ARC-STATUS-DATE             PIC X(08).
010200*
010300 FD  NOT-DUP-FILE
010400     LABEL RECORDS ARE STANDARD
010500     RECORD CONTAINS 80 CHARACTERS.
010600     COPY NDPREC.
010700*
010800 FD  PARM-FILE
010900     LABEL RECORDS ARE STANDARD
011000     RECORD CONTAINS 80 CHARACTERS.
011100 01  CONFIRM-PARM-CARD.
011200     05  CPC-CARD-CODE               PIC X(01).
011300         88  CPC-NOT-DUPLICATE           VALUE 'N'.
011400         88  CPC-COMMENT-CARD            VALUE '*'.
011500     05  CPC-EMP-ID-1                PIC X(05).
011600     05  CPC-EMP-ID-2                PIC X(05).
011700     05  CPC-CONFIRMED-BY            PIC X(08).
011800     05  CPC-COMMENT                 PIC X(30).
011900     05  FILLER                      PIC X(31).
012000*
012100 FD  DUPLICATE-RPT
012200     LABEL RECORDS ARE STANDARD
012300     RECORD CONTAINS 132 CHARACTERS.
012400 01  DUPLICATE-RPT-LINE              PIC X(132).
012500*
012600 SD  NAME-SORT-FILE
012700     RECORD CONTAINS 52 CHARACTERS.
012800 01  SORT-NAME-RECORD.
012900     05  SRT-LAST-NAME               PIC X(15).
013000     05  SRT-FIRST-NAME              PIC X(10).
013100     05  SRT-EMP-ID                  PIC X(05).
013200     05  SRT-SOURCE                  PIC X(01).
013300     05  SRT-DEPT-CODE               PIC X(04).
013400     05  SRT-HIRE-DATE               PIC X(08).
013500     05  SRT-STATUS-CODE             PIC X(01).
013600     05  SRT-STATUS-DATE             PIC X(08).
013700*
013800 WORKING-STORAGE SECTION.
013900*
014000******************************************************************
014100* FILE STATUS SWITCHES
014200******************************************************************
014300 01  FILE-STATUS-SWITCHES.
014400     05  WS-NAMEMSTR-STATUS          PIC X(02) VALUE SPACES.
014500         88  NAMEMSTR-NOT-PRESENT        VALUE '35'.
014600     05  WS-ARCHFILE-STATUS          PIC X(02) VALUE SPACES.
014700         88  ARCHFILE-NOT-PRESENT        VALUE '35'.
014800     05  WS-NOTDUP-STATUS            PIC X(02) VALUE SPACES.
014900         88  NOTDUP-NOT-PRESENT          VALUE '35'.
014950         88  NOTDUP-OK                   VALUE '00'.
015000     05  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
015100         88  PARM-NOT-PRESENT            VALUE '35'.
015200     05  WS-DUPRPT-STATUS            PIC X(02) VALUE SPACES.
015300*
015400******************************************************************
015500* PROGRAM SWITCHES
015600******************************************************************
015700 01  WS-SWITCHES.
015800     05  WS-MSTR-EOF-SWITCH          PIC X(01) VALUE 'N'.
015900         88  WS-EOF-NAME-MASTER          VALUE 'Y'.
016000     05  WS-ARCH-EOF-SWITCH          PIC X(01) VALUE 'N'.
016100         88  WS-EOF-ARCHIVE-FILE         VALUE 'Y'.
016200     05  WS-NDUP-EOF-SWITCH          PIC X(01) VALUE 'N'.
016300         88  WS-EOF-NOT-DUP-FILE         VALUE 'Y'.
016400     05  WS-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
016500         88  WS-EOF-PARM-FILE            VALUE 'Y'.
016600     05  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
016700         88  WS-EOF-SORTED-NAMES         VALUE 'Y'.
016800     05  WS-PAIR-FOUND-SWITCH        PIC X(01) VALUE 'N'.
016900         88  WS-PAIR-FOUND               VALUE 'Y'.
017000     05  WS-PAIR-FULL-SWITCH         PIC X(01) VALUE 'N'.
017100         88  WS-PAIR-TABLE-FULL          VALUE 'Y'.
017200     05  WS-HOLD-SWITCH              PIC X(01) VALUE 'N'.
017300         88  WS-HOLD-PRESENT             VALUE 'Y'.
017400     05  WS-GROUP-FULL-SWITCH        PIC X(01) VALUE 'N'.
017500         88  WS-GROUP-TABLE-FULL         VALUE 'Y'.
017533     05  WS-NOTDUP-OPEN-SWITCH       PIC X(01) VALUE 'N'.
017566         88  WS-NOTDUP-OPEN              VALUE 'Y'.
017600     05  WS-HIRE-MATCH-SWITCH        PIC X(01) VALUE 'N'.
017700         88  WS-HIRE-DATE-MATCH          VALUE 'Y'.
017800*
017900******************************************************************
018000* WORK FIELDS
018100******************************************************************
018200 01  WS-WORK-FIELDS.
018300     05  WS-RUN-DATE-EDIT            PIC X(10) VALUE SPACES.
018400     05  WS-RUN-DATE-CCYYMMDD        PIC 9(08) VALUE ZERO.
018500     05  WS-PAIR-SUB                 PIC 9(04) COMP VALUE ZERO.
018600     05  WS-GRP-SUB                  PIC 9(03) COMP VALUE ZERO.
018700     05  WS-GRP-SUB-2                PIC 9(03) COMP VALUE ZERO.
018800     05  WS-LOOKUP-ID-LOW            PIC X(05) VALUE SPACES.
018900     05  WS-LOOKUP-ID-HIGH           PIC X(05) VALUE SPACES.
019000     05  WS-HLD-LAST-NAME            PIC X(15) VALUE SPACES.
019100     05  WS-HLD-FIRST-NAME           PIC X(10) VALUE SPACES.
019200     05  WS-OPEN-PAIRS               PIC 9(05) COMP VALUE ZERO.
019300     05  WS-LINES-NEEDED             PIC 9(03) COMP VALUE ZERO.
019400     05  WS-CARD-RESULT              PIC X(40) VALUE SPACES.
019500     05  WS-RUN-RC                   PIC 9(02) COMP VALUE ZERO.
019600*
019700******************************************************************
019800* COUNTERS
019900******************************************************************
020000 01  WS-COUNTERS.
020100     05  WS-MASTER-READ              PIC 9(07) COMP VALUE ZERO.
020200     05  WS-ARCHIVE-READ             PIC 9(07) COMP VALUE ZERO.
020300     05  WS-PAIRS-ON-FILE            PIC 9(07) COMP VALUE ZERO.
020400     05  WS-CARDS-READ               PIC 9(07) COMP VALUE ZERO.
020500     05  WS-PAIRS-RECORDED           PIC 9(07) COMP VALUE ZERO.
020600     05  WS-CARDS-REJECTED           PIC 9(07) COMP VALUE ZERO.
020700     05  WS-GROUPS-REPORTED          PIC 9(07) COMP VALUE ZERO.
020800     05  WS-GROUPS-SUPPRESSED        PIC 9(07) COMP VALUE ZERO.
020900     05  WS-RPT-LINE-COUNT           PIC 9(02) COMP VALUE ZERO.
021000     05  WS-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
021100*
021200******************************************************************
021300* CONFIRMED DIFFERENT-PEOPLE PAIRS - THE NOT-DUPLICATE FILE PLUS
021400* THE PAIRS RECORDED FROM THIS RUN'S CARDS, LOWER ID FIRST
021500******************************************************************
021600 01  WS-PAIR-TABLE.
021700     05  WS-PAIR-COUNT               PIC 9(04) COMP VALUE ZERO.
021800     05  WS-PAIR-ENTRY OCCURS 3000 TIMES.
021900         10  WS-PRE-EMP-ID-LOW       PIC X(05).
022000         10  WS-PRE-EMP-ID-HIGH      PIC X(05).
022100*
022200******************************************************************
022300* NAME GROUP BEING BUILT FROM THE SORT - ONE ENTRY PER EMPLOYEE
022400* ID; THE MASTER RECORD SORTS BEHIND THE SAME ID'S ARCHIVE
022500* IMAGES AND REPLACES THEM
022600******************************************************************
022700 01  WS-GROUP-TABLE.
022800     05  WS-GRP-COUNT                PIC 9(03) COMP VALUE ZERO.
022900     05  WS-GRP-ENTRY OCCURS 50 TIMES.
023000         10  WS-GRP-EMP-ID           PIC X(05).
023100         10  WS-GRP-SOURCE           PIC X(01).
023200             88  WS-GRP-ON-MASTER        VALUE 'M'.
023300             88  WS-GRP-ON-ARCHIVE       VALUE 'A'.
023400             88  WS-GRP-ON-BOTH          VALUE 'B'.
023500         10  WS-GRP-DEPT-CODE        PIC X(04).
023600         10  WS-GRP-HIRE-DATE        PIC X(08).
023700         10  WS-GRP-STATUS-CODE      PIC X(01).
023800         10  WS-GRP-STATUS-DATE      PIC X(08).
023900         10  WS-GRP-OPEN-PAIRS       PIC 9(03) COMP.
024000*
024100******************************************************************
024200* DATE FIELDS
024300******************************************************************
024400 01  WS-CURRENT-DATE.
024500     05  WS-CURRENT-CCYY             PIC 9(04).
024600     05  WS-CURRENT-MM               PIC 9(02).
024700     05  WS-CURRENT-DD               PIC 9(02).
024800*
024900     COPY BDTPARM.
025000*
025100******************************************************************
025200* SWEEP REPORT LINE LAYOUTS
025300******************************************************************
025400 01  DUP-TITLE-LINE-1.
025500     05  FILLER                      PIC X(01) VALUE SPACE.
025600     05  FILLER                      PIC X(40) VALUE
025700         'POSSIBLE DUPLICATE EMPLOYEE SWEEP'.
025800     05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
025900     05  DUP-TL1-RUN-DATE            PIC X(10) VALUE SPACES.
026000     05  FILLER                      PIC X(71) VALUE SPACES.
026100*
026200 01  DUP-COLUMN-HEADING-1.
026300     05  FILLER                      PIC X(05) VALUE SPACES.
026400     05  FILLER                      PIC X(08) VALUE 'EMP ID'.
026500     05  FILLER                      PIC X(09) VALUE 'FILE'.
026600     05  FILLER                      PIC X(17) VALUE 'LAST NAME'.
026700     05  FILLER                      PIC X(12) VALUE 'FIRST NAME'.
026800     05  FILLER                      PIC X(06) VALUE 'DEPT'.
026900     05  FILLER                      PIC X(10) VALUE 'HIRE DATE'.
027000     05  FILLER                      PIC X(12) VALUE 'STATUS'.
027100     05  FILLER                      PIC X(10) VALUE 'STAT DATE'.
027200     05  FILLER                      PIC X(20) VALUE 'NOTE'.
027300     05  FILLER                      PIC X(23) VALUE SPACES.
027400*
027500 01  DUP-GROUP-LINE.
027600     05  FILLER                      PIC X(01) VALUE SPACE.
027700     05  FILLER                      PIC X(06) VALUE 'GROUP '.
027800     05  DUP-GRP-NUMBER              PIC ZZZZ9.
027900     05  FILLER                      PIC X(03) VALUE ' - '.
028000     05  DUP-GRP-MATCH               PIC X(40) VALUE SPACES.
028100     05  FILLER                      PIC X(77) VALUE SPACES.
028200*
028300 01  DUP-DETAIL-LINE.
028400     05  FILLER                      PIC X(05) VALUE SPACES.
028500     05  DUP-DTL-EMP-ID              PIC X(08) VALUE SPACES.
028600     05  DUP-DTL-FILE                PIC X(09) VALUE SPACES.
028700     05  DUP-DTL-LAST-NAME           PIC X(17) VALUE SPACES.
028800     05  DUP-DTL-FIRST-NAME          PIC X(12) VALUE SPACES.
028900     05  DUP-DTL-DEPT-CODE           PIC X(06) VALUE SPACES.
029000     05  DUP-DTL-HIRE-DATE           PIC X(10) VALUE SPACES.
029100     05  DUP-DTL-STATUS              PIC X(12) VALUE SPACES.
029200     05  DUP-DTL-STATUS-DATE         PIC X(10) VALUE SPACES.
029300     05  DUP-DTL-NOTE                PIC X(20) VALUE SPACES.
029400     05  FILLER                      PIC X(23) VALUE SPACES.
029500*
029600 01  DUP-CARD-LINE.
029700     05  FILLER                      PIC X(01) VALUE SPACE.
029800     05  FILLER                      PIC X(06) VALUE 'CARD: '.
029900     05  DUP-CRD-IMAGE               PIC X(49) VALUE SPACES.
030000     05  FILLER                      PIC X(02) VALUE SPACES.
030100     05  DUP-CRD-RESULT              PIC X(40) VALUE SPACES.
030200     05  FILLER                      PIC X(34) VALUE SPACES.
030300*
030400 01  DUP-COUNT-LINE.
030500     05  FILLER                      PIC X(01) VALUE SPACE.
030600     05  DUP-CNT-LABEL               PIC X(44) VALUE SPACES.
030700     05  DUP-CNT-VALUE               PIC ZZZZ,ZZ9.
030800     05  FILLER                      PIC X(79) VALUE SPACES.
030900*
031000 01  DUP-TEXT-LINE.
031100     05  FILLER                      PIC X(01) VALUE SPACE.
031200     05  DUP-TXT-TEXT                PIC X(72) VALUE SPACES.
031300     05  FILLER                      PIC X(59) VALUE SPACES.
031400*
031500 PROCEDURE DIVISION.
031600*
031700******************************************************************
031800* 0000-MAINLINE
031900******************************************************************
032000 0000-MAINLINE.
032100     PERFORM 1000-INITIALIZE
032200         THRU 1000-EXIT.
032300*
032400     PERFORM 1100-LOAD-PAIR-TABLE
032500         THRU 1100-EXIT.
032600*
032700     PERFORM 1200-RECORD-NEW-PAIRS
032800         THRU 1200-EXIT.
032900*
033000     PERFORM 2000-SWEEP-NAMES
033100         THRU 2000-EXIT.
033200*
033300     PERFORM 5000-PRINT-TOTALS
033400         THRU 5000-EXIT.
033500*
033600     PERFORM 9000-TERMINATE
033700         THRU 9000-EXIT.
033800*
033900     STOP RUN.
034000*
034100******************************************************************
034200* 1000-INITIALIZE - RUN DATE, OPEN REPORT
034300******************************************************************
034400 1000-INITIALIZE.
034500     CALL 'GETBDATE' USING BUSINESS-DATE-PARMS.
034600     IF BDP-DATE-UNAVAILABLE
034700         MOVE 16 TO RETURN-CODE
034800         STOP RUN
034900     END-IF.
035000     MOVE BDP-PROCESS-DATE TO WS-CURRENT-DATE.
035100     MOVE WS-CURRENT-MM TO WS-RUN-DATE-EDIT (1:2).
035200     MOVE '/'            TO WS-RUN-DATE-EDIT (3:1).
035300     MOVE WS-CURRENT-DD TO WS-RUN-DATE-EDIT (4:2).
035400     MOVE '/'            TO WS-RUN-DATE-EDIT (6:1).
035500     MOVE WS-CURRENT-CCYY TO WS-RUN-DATE-EDIT (7:4).
035600     MOVE WS-CURRENT-DATE TO WS-RUN-DATE-CCYYMMDD.
035700*
035800     OPEN OUTPUT DUPLICATE-RPT.
035900     PERFORM 4200-PRINT-HEADERS
036000         THRU 4200-EXIT.
036100 1000-EXIT.
036200     EXIT.
036300*
036400******************************************************************
036500* 1100-LOAD-PAIR-TABLE - PAIRS ALREADY CONFIRMED DIFFERENT
036600******************************************************************
036700 1100-LOAD-PAIR-TABLE.
036800     OPEN INPUT NOT-DUP-FILE.
036900     IF NOTDUP-NOT-PRESENT
037000         GO TO 1100-EXIT
037100     END-IF.
037200     PERFORM 1110-LOAD-ONE-PAIR
037300         THRU 1110-EXIT
037400         UNTIL WS-EOF-NOT-DUP-FILE.
037500     CLOSE NOT-DUP-FILE.
037600 1100-EXIT.
037700     EXIT.
037800*
037900******************************************************************
038000* 1110-LOAD-ONE-PAIR
038100******************************************************************
038200 1110-LOAD-ONE-PAIR.
038300     READ NOT-DUP-FILE
038400         AT END
038500             SET WS-EOF-NOT-DUP-FILE TO TRUE
038600             GO TO 1110-EXIT
038700     END-READ.
038800     IF NDP-EMP-ID-LOW = SPACES
038900         GO TO 1110-EXIT
039000     END-IF.
039100     ADD 1 TO WS-PAIRS-ON-FILE.
039200     MOVE NDP-EMP-ID-LOW TO WS-LOOKUP-ID-LOW.
039300     MOVE NDP-EMP-ID-HIGH TO WS-LOOKUP-ID-HIGH.
039400     PERFORM 1150-ADD-PAIR-ENTRY
039500         THRU 1150-EXIT.
039600 1110-EXIT.
039700     EXIT.
039800*
039900******************************************************************
040000* 1150-ADD-PAIR-ENTRY - LOOKUP PAIR INTO THE TABLE
040100******************************************************************
040200 1150-ADD-PAIR-ENTRY.
040300     IF WS-PAIR-COUNT < 3000
040400         ADD 1 TO WS-PAIR-COUNT
040500         MOVE WS-LOOKUP-ID-LOW
040600             TO WS-PRE-EMP-ID-LOW (WS-PAIR-COUNT)
040700         MOVE WS-LOOKUP-ID-HIGH
040800             TO WS-PRE-EMP-ID-HIGH (WS-PAIR-COUNT)
040900     ELSE
041000         SET WS-PAIR-TABLE-FULL TO TRUE
041100     END-IF.
041200 1150-EXIT.
041300     EXIT.
041400*
041500******************************************************************
041600* 1200-RECORD-NEW-PAIRS - CONFIRMATION CARDS ONTO THE FILE
041700******************************************************************
041800 1200-RECORD-NEW-PAIRS.
041900     OPEN INPUT PARM-FILE.
042000     IF PARM-NOT-PRESENT
042100         GO TO 1200-EXIT
042200     END-IF.
042300     OPEN EXTEND NOT-DUP-FILE.
042325     IF NOTDUP-OK
042350         SET WS-NOTDUP-OPEN TO TRUE
042375     END-IF.
042400     PERFORM 1210-READ-PARM-CARD
042500         THRU 1210-EXIT.
042600     PERFORM 1300-PROCESS-ONE-CARD
042700         THRU 1300-EXIT
042800         UNTIL WS-EOF-PARM-FILE.
042850     IF WS-NOTDUP-OPEN
042900         CLOSE NOT-DUP-FILE
042950     END-IF.
043000     CLOSE PARM-FILE.
043100     IF WS-CARDS-READ > 0
043200         MOVE SPACES TO DUPLICATE-RPT-LINE
043300         WRITE DUPLICATE-RPT-LINE
043400         ADD 1 TO WS-RPT-LINE-COUNT
043500     END-IF.
043600 1200-EXIT.
043700     EXIT.
043800*
043900******************************************************************
044000* 1210-READ-PARM-CARD - NEXT CARD, COMMENTS AND BLANKS SKIPPED
044100******************************************************************
044200 1210-READ-PARM-CARD.
044300     READ PARM-FILE
044400         AT END
044500             SET WS-EOF-PARM-FILE TO TRUE
044600             GO TO 1210-EXIT
044700     END-READ.
044800     IF CPC-COMMENT-CARD
044900         OR CONFIRM-PARM-CARD = SPACES
045000         GO TO 1210-READ-PARM-CARD
045100     END-IF.
045200     ADD 1 TO WS-CARDS-READ.
045300 1210-EXIT.
045400     EXIT.
045500*
045600******************************************************************
045700* 1300-PROCESS-ONE-CARD - EDIT ONE CARD, RECORD ITS PAIR
045800******************************************************************
045900 1300-PROCESS-ONE-CARD.
046000     MOVE SPACES TO WS-CARD-RESULT.
046100     EVALUATE TRUE
046200         WHEN NOT CPC-NOT-DUPLICATE
046300             MOVE 'REJECTED - COLUMN 1 MUST BE N'
046400                 TO WS-CARD-RESULT
046500         WHEN CPC-EMP-ID-1 = SPACES
046600             OR CPC-EMP-ID-2 = SPACES
046700             MOVE 'REJECTED - TWO EMPLOYEE IDS REQUIRED'
046800                 TO WS-CARD-RESULT
046900         WHEN CPC-EMP-ID-1 = CPC-EMP-ID-2
047000             MOVE 'REJECTED - EMPLOYEE IDS ARE THE SAME'
047100                 TO WS-CARD-RESULT
047200         WHEN CPC-CONFIRMED-BY = SPACES
047300             MOVE 'REJECTED - CONFIRMED-BY REQUIRED'
047400                 TO WS-CARD-RESULT
047500     END-EVALUATE.
047600     IF WS-CARD-RESULT NOT = SPACES
047700         ADD 1 TO WS-CARDS-REJECTED
047800         GO TO 1300-PRINT-CARD
047900     END-IF.
048000*
048100     IF CPC-EMP-ID-1 < CPC-EMP-ID-2
048200         MOVE CPC-EMP-ID-1 TO WS-LOOKUP-ID-LOW
048300         MOVE CPC-EMP-ID-2 TO WS-LOOKUP-ID-HIGH
048400     ELSE
048500         MOVE CPC-EMP-ID-2 TO WS-LOOKUP-ID-LOW
048600         MOVE CPC-EMP-ID-1 TO WS-LOOKUP-ID-HIGH
048700     END-IF.
048800     PERFORM 3200-FIND-PAIR
048900         THRU 3200-EXIT.
049000     IF WS-PAIR-FOUND
049100         MOVE 'ALREADY RECORDED - NOTHING DONE'
049200             TO WS-CARD-RESULT
049300         GO TO 1300-PRINT-CARD
049400     END-IF.
049500*
049525     IF NOT WS-NOTDUP-OPEN
049550         GO TO 1300-WRITE-FAILED
049575     END-IF.
049600     MOVE SPACES TO NOT-DUPLICATE-RECORD.
049700     MOVE WS-LOOKUP-ID-LOW TO NDP-EMP-ID-LOW.
049800     MOVE WS-LOOKUP-ID-HIGH TO NDP-EMP-ID-HIGH.
049900     MOVE WS-RUN-DATE-CCYYMMDD TO NDP-CONFIRMED-DATE.
050000     MOVE CPC-CONFIRMED-BY TO NDP-CONFIRMED-BY.
050100     MOVE CPC-COMMENT TO NDP-COMMENT.
050200     WRITE NOT-DUPLICATE-RECORD.
050225     IF NOT NOTDUP-OK
050250         GO TO 1300-WRITE-FAILED
050275     END-IF.
050300     ADD 1 TO WS-PAIRS-RECORDED.
050400     PERFORM 1150-ADD-PAIR-ENTRY
050500         THRU 1150-EXIT.
050600     MOVE 'RECORDED - NOT A DUPLICATE' TO WS-CARD-RESULT.
050616     GO TO 1300-PRINT-CARD.
050632*
050648 1300-WRITE-FAILED.
050664     MOVE 'NOT RECORDED - NOTDUP WRITE FAILED' TO WS-CARD-RESULT.
050680     ADD 1 TO WS-CARDS-REJECTED.
050700*
050800 1300-PRINT-CARD.
050900     MOVE CONFIRM-PARM-CARD TO DUP-CRD-IMAGE.
051000     MOVE WS-CARD-RESULT TO DUP-CRD-RESULT.
051100     MOVE DUP-CARD-LINE TO DUPLICATE-RPT-LINE.
051200     WRITE DUPLICATE-RPT-LINE.
051300     ADD 1 TO WS-RPT-LINE-COUNT.
051400*
051500     PERFORM 1210-READ-PARM-CARD
051600         THRU 1210-EXIT.
051700 1300-EXIT.
051800     EXIT.
051900*
052000******************************************************************
052100* 2000-SWEEP-NAMES - SORT MASTER AND ARCHIVE BY NAME, REPORT THE
052200*                    GROUPS
052300******************************************************************
052400 2000-SWEEP-NAMES.
052500     SORT NAME-SORT-FILE
052600         ON ASCENDING KEY SRT-LAST-NAME
052700                          SRT-FIRST-NAME
052800                          SRT-EMP-ID
052900                          SRT-SOURCE
053000         INPUT PROCEDURE IS 2100-RELEASE-NAMES
053100             THRU 2100-EXIT
053200         OUTPUT PROCEDURE IS 2300-REPORT-GROUPS
053300             THRU 2300-EXIT.
053400 2000-EXIT.
053500     EXIT.
053600*
053700******************************************************************
053800* 2100-RELEASE-NAMES - EVERY MASTER RECORD, THEN EVERY ARCHIVE
053900*                      IMAGE
054000******************************************************************
054100 2100-RELEASE-NAMES.
054200     OPEN INPUT NAME-MASTER.
054300     IF NAMEMSTR-NOT-PRESENT
054400         SET WS-EOF-NAME-MASTER TO TRUE
054500     END-IF.
054600     PERFORM 2150-RELEASE-ONE-MASTER
054700         THRU 2150-EXIT
054800         UNTIL WS-EOF-NAME-MASTER.
054900     IF NOT NAMEMSTR-NOT-PRESENT
055000         CLOSE NAME-MASTER
055100     END-IF.
055200*
055300     OPEN INPUT ARCHIVE-FILE.
055400     IF ARCHFILE-NOT-PRESENT
055500         SET WS-EOF-ARCHIVE-FILE TO TRUE
055600     END-IF.
055700     PERFORM 2200-RELEASE-ONE-ARCHIVE
055800         THRU 2200-EXIT
055900         UNTIL WS-EOF-ARCHIVE-FILE.
056000     IF NOT ARCHFILE-NOT-PRESENT
056100         CLOSE ARCHIVE-FILE
056200     END-IF.
056300 2100-EXIT.
056400     EXIT.
056500*
056600******************************************************************
056700* 2150-RELEASE-ONE-MASTER
056800******************************************************************
056900 2150-RELEASE-ONE-MASTER.
057000     READ NAME-MASTER NEXT RECORD
057100         AT END
057200             SET WS-EOF-NAME-MASTER TO TRUE
057300             GO TO 2150-EXIT
057400     END-READ.
057500     ADD 1 TO WS-MASTER-READ.
057600     IF EMP-LAST-NAME = SPACES
057700         GO TO 2150-EXIT
057800     END-IF.
057900     MOVE EMP-LAST-NAME TO SRT-LAST-NAME.
058000     MOVE EMP-FIRST-NAME TO SRT-FIRST-NAME.
058100     MOVE EMP-ID TO SRT-EMP-ID.
058200     MOVE 'M' TO SRT-SOURCE.
058300     MOVE EMP-DEPT-CODE TO SRT-DEPT-CODE.
058400     MOVE EMP-HIRE-DATE TO SRT-HIRE-DATE.
058500     MOVE EMP-STATUS-CODE TO SRT-STATUS-CODE.
058600     MOVE EMP-STATUS-DATE TO SRT-STATUS-DATE.
058700     RELEASE SORT-NAME-RECORD.
058800 2150-EXIT.
058900     EXIT.
059000*
059100******************************************************************
059200* 2200-RELEASE-ONE-ARCHIVE
059300******************************************************************
059400 2200-RELEASE-ONE-ARCHIVE.
059500     READ ARCHIVE-FILE
059600         AT END
059700             SET WS-EOF-ARCHIVE-FILE TO TRUE
059800             GO TO 2200-EXIT
059900     END-READ.
060000     ADD 1 TO WS-ARCHIVE-READ.
060100     IF ARC-LAST-NAME = SPACES
060200         GO TO 2200-EXIT
060300     END-IF.
060400     MOVE ARC-LAST-NAME TO SRT-LAST-NAME.
060500     MOVE ARC-FIRST-NAME TO SRT-FIRST-NAME.
060600     MOVE ARC-EMP-ID TO SRT-EMP-ID.
060700     MOVE 'A' TO SRT-SOURCE.
060800     MOVE ARC-DEPT-CODE TO SRT-DEPT-CODE.
060900     MOVE ARC-HIRE-DATE TO SRT-HIRE-DATE.
061000     MOVE ARC-STATUS-CODE TO SRT-STATUS-CODE.
061100     MOVE ARC-STATUS-DATE TO SRT-STATUS-DATE.
061200     RELEASE SORT-NAME-RECORD.
061300 2200-EXIT.
061400     EXIT.
061500*
061600******************************************************************
061700* 2300-REPORT-GROUPS - GROUP BREAK ON LAST AND FIRST NAME
061800******************************************************************
061900 2300-REPORT-GROUPS.
062000     PERFORM 2350-RETURN-SORTED-NAME
062100         THRU 2350-EXIT.
062200     PERFORM 2400-GROUP-ONE-NAME
062300         THRU 2400-EXIT
062400         UNTIL WS-EOF-SORTED-NAMES.
062500     IF WS-HOLD-PRESENT
062600         PERFORM 3000-EVALUATE-GROUP
062700             THRU 3000-EXIT
062800     END-IF.
062900 2300-EXIT.
063000     EXIT.
063100*
063200******************************************************************
063300* 2350-RETURN-SORTED-NAME
063400******************************************************************
063500 2350-RETURN-SORTED-NAME.
063600     RETURN NAME-SORT-FILE
063700         AT END
063800             SET WS-EOF-SORTED-NAMES TO TRUE
063900     END-RETURN.
064000 2350-EXIT.
064100     EXIT.
064200*
064300******************************************************************
064400* 2400-GROUP-ONE-NAME - ADD ONE SORTED RECORD TO THE NAME GROUP.
064500*                       A SECOND RECORD FOR THE SAME ID REPLACES
064600*                       THE FIRST (MASTER SORTS AFTER ARCHIVE)
064700******************************************************************
064800 2400-GROUP-ONE-NAME.
064900     IF WS-HOLD-PRESENT
065000         AND (SRT-LAST-NAME NOT = WS-HLD-LAST-NAME
065100             OR SRT-FIRST-NAME NOT = WS-HLD-FIRST-NAME)
065200         PERFORM 3000-EVALUATE-GROUP
065300             THRU 3000-EXIT
065400     END-IF.
065500*
065600     IF NOT WS-HOLD-PRESENT
065700         SET WS-HOLD-PRESENT TO TRUE
065800         MOVE SRT-LAST-NAME TO WS-HLD-LAST-NAME
065900         MOVE SRT-FIRST-NAME TO WS-HLD-FIRST-NAME
066000         MOVE ZERO TO WS-GRP-COUNT
066100         MOVE 'N' TO WS-GROUP-FULL-SWITCH
066200     END-IF.
066300*
066400     IF WS-GRP-COUNT > 0
066500         AND SRT-EMP-ID = WS-GRP-EMP-ID (WS-GRP-COUNT)
066600         MOVE WS-GRP-COUNT TO WS-GRP-SUB
066700         IF SRT-SOURCE = 'M'
066800             AND NOT WS-GRP-ON-MASTER (WS-GRP-SUB)
066900             MOVE 'B' TO WS-GRP-SOURCE (WS-GRP-SUB)
067000         END-IF
067100     ELSE
067200         IF WS-GRP-COUNT < 50
067300             ADD 1 TO WS-GRP-COUNT
067400             MOVE WS-GRP-COUNT TO WS-GRP-SUB
067500             MOVE SRT-EMP-ID TO WS-GRP-EMP-ID (WS-GRP-SUB)
067600             MOVE SRT-SOURCE TO WS-GRP-SOURCE (WS-GRP-SUB)
067700         ELSE
067800             SET WS-GROUP-TABLE-FULL TO TRUE
067900             GO TO 2400-NEXT-NAME
068000         END-IF
068100     END-IF.
068200     MOVE SRT-DEPT-CODE TO WS-GRP-DEPT-CODE (WS-GRP-SUB).
068300     MOVE SRT-HIRE-DATE TO WS-GRP-HIRE-DATE (WS-GRP-SUB).
068400     MOVE SRT-STATUS-CODE TO WS-GRP-STATUS-CODE (WS-GRP-SUB).
068500     MOVE SRT-STATUS-DATE TO WS-GRP-STATUS-DATE (WS-GRP-SUB).
068600*
068700 2400-NEXT-NAME.
068800     PERFORM 2350-RETURN-SORTED-NAME
068900         THRU 2350-EXIT.
069000 2400-EXIT.
069100     EXIT.
069200*
069300******************************************************************
069400* 3000-EVALUATE-GROUP - TWO OR MORE IDS UNDER ONE NAME WITH AT
069500*                       LEAST ONE PAIR NOT CONFIRMED DIFFERENT IS
069600*                       A SUSPECTED DUPLICATE GROUP
069700******************************************************************
069800 3000-EVALUATE-GROUP.
069900     MOVE 'N' TO WS-HOLD-SWITCH.
070000     IF WS-GRP-COUNT < 2
070100         GO TO 3000-EXIT
070200     END-IF.
070300*
070400     MOVE ZERO TO WS-OPEN-PAIRS.
070500     MOVE 'N' TO WS-HIRE-MATCH-SWITCH.
070600     PERFORM 3050-CLEAR-OPEN-PAIRS
070700         THRU 3050-EXIT
070800         VARYING WS-GRP-SUB FROM 1 BY 1
070900         UNTIL WS-GRP-SUB > WS-GRP-COUNT.
071000     PERFORM 3100-CHECK-ONE-PAIR
071100         THRU 3100-EXIT
071200         VARYING WS-GRP-SUB FROM 1 BY 1
071300         UNTIL WS-GRP-SUB > WS-GRP-COUNT
071400         AFTER WS-GRP-SUB-2 FROM 1 BY 1
071500         UNTIL WS-GRP-SUB-2 > WS-GRP-COUNT.
071600*
071700     IF WS-OPEN-PAIRS = 0
071800         ADD 1 TO WS-GROUPS-SUPPRESSED
071900         GO TO 3000-EXIT
072000     END-IF.
072100*
072200     PERFORM 4000-PRINT-GROUP
072300         THRU 4000-EXIT.
072400 3000-EXIT.
072500     EXIT.
072600*
072700******************************************************************
072800* 3050-CLEAR-OPEN-PAIRS
072900******************************************************************
073000 3050-CLEAR-OPEN-PAIRS.
073100     MOVE ZERO TO WS-GRP-OPEN-PAIRS (WS-GRP-SUB).
073200 3050-EXIT.
073300     EXIT.
073400*
073500******************************************************************
073600* 3100-CHECK-ONE-PAIR - ONE PAIR OF GROUP MEMBERS (EACH PAIR IS
073700*                       TAKEN ONCE, LOWER SUBSCRIPT FIRST)
073800******************************************************************
073900 3100-CHECK-ONE-PAIR.
074000     IF WS-GRP-SUB-2 NOT > WS-GRP-SUB
074100         GO TO 3100-EXIT
074200     END-IF.
074300*
074400*    GROUP MEMBERS ARE IN EMPLOYEE ID ORDER, SO THE FIRST OF THE
074500*    PAIR CARRIES THE LOWER ID
074600     MOVE WS-GRP-EMP-ID (WS-GRP-SUB) TO WS-LOOKUP-ID-LOW.
074700     MOVE WS-GRP-EMP-ID (WS-GRP-SUB-2) TO WS-LOOKUP-ID-HIGH.
074800     PERFORM 3200-FIND-PAIR
074900         THRU 3200-EXIT.
075000     IF WS-PAIR-FOUND
075100         GO TO 3100-EXIT
075200     END-IF.
075300*
075400     ADD 1 TO WS-OPEN-PAIRS.
075500     ADD 1 TO WS-GRP-OPEN-PAIRS (WS-GRP-SUB).
075600     ADD 1 TO WS-GRP-OPEN-PAIRS (WS-GRP-SUB-2).
075700     IF WS-GRP-HIRE-DATE (WS-GRP-SUB)
075800             = WS-GRP-HIRE-DATE (WS-GRP-SUB-2)
075900         SET WS-HIRE-DATE-MATCH TO TRUE
076000     END-IF.
076100 3100-EXIT.
076200     EXIT.
076300*
076400******************************************************************
076500* 3200-FIND-PAIR - IS THE LOOKUP PAIR CONFIRMED DIFFERENT
076600******************************************************************
076700 3200-FIND-PAIR.
076800     MOVE 'N' TO WS-PAIR-FOUND-SWITCH.
076900     PERFORM 3250-MATCH-ONE-PAIR
077000         THRU 3250-EXIT
077100         VARYING WS-PAIR-SUB FROM 1 BY 1
077200         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
077300             OR WS-PAIR-FOUND.
077400 3200-EXIT.
077500     EXIT.
077600*
077700******************************************************************
077800* 3250-MATCH-ONE-PAIR - ONE CONFIRMED PAIR COMPARE
077900******************************************************************
078000 3250-MATCH-ONE-PAIR.
078100     IF WS-PRE-EMP-ID-LOW (WS-PAIR-SUB) = WS-LOOKUP-ID-LOW
078200         AND WS-PRE-EMP-ID-HIGH (WS-PAIR-SUB) = WS-LOOKUP-ID-HIGH
078300         SET WS-PAIR-FOUND TO TRUE
078400     END-IF.
078500 3250-EXIT.
078600     EXIT.
078700*
078800******************************************************************
078900* 4000-PRINT-GROUP - GROUP LINE AND ONE LINE PER MEMBER, KEPT ON
079000*                    ONE PAGE
079100******************************************************************
079200 4000-PRINT-GROUP.
079300     COMPUTE WS-LINES-NEEDED =
079400         WS-RPT-LINE-COUNT + WS-GRP-COUNT + 3.
079500     IF WS-LINES-NEEDED > 55
079600         PERFORM 4200-PRINT-HEADERS
079700             THRU 4200-EXIT
079800     END-IF.
079900*
080000     ADD 1 TO WS-GROUPS-REPORTED.
080100     MOVE WS-GROUPS-REPORTED TO DUP-GRP-NUMBER.
080200     IF WS-HIRE-DATE-MATCH
080300         MOVE 'LAST, FIRST NAME AND HIRE DATE MATCH'
080400             TO DUP-GRP-MATCH
080500     ELSE
080600         MOVE 'LAST AND FIRST NAME MATCH' TO DUP-GRP-MATCH
080700     END-IF.
080800     MOVE DUP-GROUP-LINE TO DUPLICATE-RPT-LINE.
080900     WRITE DUPLICATE-RPT-LINE.
081000     ADD 1 TO WS-RPT-LINE-COUNT.
081100*
081200     PERFORM 4100-PRINT-ONE-MEMBER
081300         THRU 4100-EXIT
081400         VARYING WS-GRP-SUB FROM 1 BY 1
081500         UNTIL WS-GRP-SUB > WS-GRP-COUNT.
081600     IF WS-GROUP-TABLE-FULL
081700         MOVE '    ** OVER 50 IDS UNDER ONE NAME - FIRST 50 SHOWN'
081800             TO DUP-TXT-TEXT
081900         PERFORM 8000-PRINT-TEXT-LINE
082000             THRU 8000-EXIT
082100     END-IF.
082200     MOVE SPACES TO DUPLICATE-RPT-LINE.
082300     WRITE DUPLICATE-RPT-LINE.
082400     ADD 1 TO WS-RPT-LINE-COUNT.
082500 4000-EXIT.
082600     EXIT.
082700*
082800******************************************************************
082900* 4100-PRINT-ONE-MEMBER
083000******************************************************************
083100 4100-PRINT-ONE-MEMBER.
083200     MOVE WS-GRP-EMP-ID (WS-GRP-SUB) TO DUP-DTL-EMP-ID.
083300     EVALUATE TRUE
083400         WHEN WS-GRP-ON-MASTER (WS-GRP-SUB)
083500             MOVE 'MASTER' TO DUP-DTL-FILE
083600         WHEN WS-GRP-ON-ARCHIVE (WS-GRP-SUB)
083700             MOVE 'ARCHIVE' TO DUP-DTL-FILE
083800         WHEN OTHER
083900             MOVE 'BOTH' TO DUP-DTL-FILE
084000     END-EVALUATE.
084100     MOVE WS-HLD-LAST-NAME TO DUP-DTL-LAST-NAME.
084200     MOVE WS-HLD-FIRST-NAME TO DUP-DTL-FIRST-NAME.
084300     MOVE WS-GRP-DEPT-CODE (WS-GRP-SUB) TO DUP-DTL-DEPT-CODE.
084400     MOVE WS-GRP-HIRE-DATE (WS-GRP-SUB) TO DUP-DTL-HIRE-DATE.
084500     EVALUATE WS-GRP-STATUS-CODE (WS-GRP-SUB)
084600         WHEN 'A'
084700         WHEN SPACE
084800             MOVE 'ACTIVE' TO DUP-DTL-STATUS
084900         WHEN 'L'
085000             MOVE 'LEAVE' TO DUP-DTL-STATUS
085100         WHEN 'T'
085200             MOVE 'TERMINATED' TO DUP-DTL-STATUS
085300         WHEN OTHER
085400             MOVE WS-GRP-STATUS-CODE (WS-GRP-SUB)
085500                 TO DUP-DTL-STATUS
085600     END-EVALUATE.
085700     MOVE WS-GRP-STATUS-DATE (WS-GRP-SUB) TO DUP-DTL-STATUS-DATE.
085800     IF WS-GRP-OPEN-PAIRS (WS-GRP-SUB) = 0
085900         MOVE 'CONFIRMED DIFFERENT' TO DUP-DTL-NOTE
086000     ELSE
086100         MOVE SPACES TO DUP-DTL-NOTE
086200     END-IF.
086300     MOVE DUP-DETAIL-LINE TO DUPLICATE-RPT-LINE.
086400     WRITE DUPLICATE-RPT-LINE.
086500     ADD 1 TO WS-RPT-LINE-COUNT.
086600 4100-EXIT.
086700     EXIT.
086800*
086900******************************************************************
087000* 4200-PRINT-HEADERS - TITLE AND COLUMN HEADINGS
087100******************************************************************
087200 4200-PRINT-HEADERS.
087300     MOVE WS-RUN-DATE-EDIT TO DUP-TL1-RUN-DATE.
087400     ADD 1 TO WS-PAGE-COUNT.
087500     MOVE DUP-TITLE-LINE-1 TO DUPLICATE-RPT-LINE.
087600     IF WS-PAGE-COUNT > 1
087700         WRITE DUPLICATE-RPT-LINE
087800             BEFORE ADVANCING PAGE
087900     ELSE
088000         WRITE DUPLICATE-RPT-LINE
088100     END-IF.
088200     MOVE SPACES TO DUPLICATE-RPT-LINE.
088300     WRITE DUPLICATE-RPT-LINE.
088400     MOVE DUP-COLUMN-HEADING-1 TO DUPLICATE-RPT-LINE.
088500     WRITE DUPLICATE-RPT-LINE.
088600     MOVE ZERO TO WS-RPT-LINE-COUNT.
088700 4200-EXIT.
088800     EXIT.
088900*
089000******************************************************************
089100* 5000-PRINT-TOTALS - RUN COUNTS
089200******************************************************************
089300 5000-PRINT-TOTALS.
089400     MOVE SPACES TO DUPLICATE-RPT-LINE.
089500     WRITE DUPLICATE-RPT-LINE.
089600     MOVE 'MASTER RECORDS READ' TO DUP-CNT-LABEL.
089700     MOVE WS-MASTER-READ TO DUP-CNT-VALUE.
089800     PERFORM 8100-PRINT-COUNT-LINE
089900         THRU 8100-EXIT.
090000     MOVE 'ARCHIVE IMAGES READ' TO DUP-CNT-LABEL.
090100     MOVE WS-ARCHIVE-READ TO DUP-CNT-VALUE.
090200     PERFORM 8100-PRINT-COUNT-LINE
090300         THRU 8100-EXIT.
090400     MOVE 'CONFIRMED PAIRS ALREADY ON FILE' TO DUP-CNT-LABEL.
090500     MOVE WS-PAIRS-ON-FILE TO DUP-CNT-VALUE.
090600     PERFORM 8100-PRINT-COUNT-LINE
090700         THRU 8100-EXIT.
090800     MOVE 'CONFIRMATION CARDS READ' TO DUP-CNT-LABEL.
090900     MOVE WS-CARDS-READ TO DUP-CNT-VALUE.
091000     PERFORM 8100-PRINT-COUNT-LINE
091100         THRU 8100-EXIT.
091200     MOVE 'CONFIRMED PAIRS RECORDED THIS RUN' TO DUP-CNT-LABEL.
091300     MOVE WS-PAIRS-RECORDED TO DUP-CNT-VALUE.
091400     PERFORM 8100-PRINT-COUNT-LINE
091500         THRU 8100-EXIT.
091600     MOVE 'CONFIRMATION CARDS REJECTED' TO DUP-CNT-LABEL.
091700     MOVE WS-CARDS-REJECTED TO DUP-CNT-VALUE.
091800     PERFORM 8100-PRINT-COUNT-LINE
091900         THRU 8100-EXIT.
092000     MOVE 'SUSPECTED DUPLICATE GROUPS LISTED' TO DUP-CNT-LABEL.
092100     MOVE WS-GROUPS-REPORTED TO DUP-CNT-VALUE.
092200     PERFORM 8100-PRINT-COUNT-LINE
092300         THRU 8100-EXIT.
092400     MOVE 'GROUPS ALL CONFIRMED DIFFERENT - NOT LISTED'
092500         TO DUP-CNT-LABEL.
092600     MOVE WS-GROUPS-SUPPRESSED TO DUP-CNT-VALUE.
092700     PERFORM 8100-PRINT-COUNT-LINE
092800         THRU 8100-EXIT.
092900     IF WS-PAIR-TABLE-FULL
093000         MOVE '** CONFIRMED PAIR TABLE FULL - NOT ALL PAIRS USED'
093100             TO DUP-TXT-TEXT
093200         PERFORM 8000-PRINT-TEXT-LINE
093300             THRU 8000-EXIT
093400     END-IF.
093500     IF WS-GROUPS-REPORTED = 0
093600         MOVE '** NO SUSPECTED DUPLICATES **' TO DUP-TXT-TEXT
093700         PERFORM 8000-PRINT-TEXT-LINE
093800             THRU 8000-EXIT
093900     END-IF.
094000 5000-EXIT.
094100     EXIT.
094200*
094300******************************************************************
094400* 8000-PRINT-TEXT-LINE - ONE LINE OF TEXT
094500******************************************************************
094600 8000-PRINT-TEXT-LINE.
094700     MOVE DUP-TEXT-LINE TO DUPLICATE-RPT-LINE.
094800     WRITE DUPLICATE-RPT-LINE.
094900     ADD 1 TO WS-RPT-LINE-COUNT.
095000     MOVE SPACES TO DUP-TXT-TEXT.
095100 8000-EXIT.
095200     EXIT.
095300*
095400******************************************************************
095500* 8100-PRINT-COUNT-LINE - ONE LABELED COUNT
095600******************************************************************
095700 8100-PRINT-COUNT-LINE.
095800     MOVE DUP-COUNT-LINE TO DUPLICATE-RPT-LINE.
095900     WRITE DUPLICATE-RPT-LINE.
096000     MOVE SPACES TO DUP-CNT-LABEL.
096100 8100-EXIT.
096200     EXIT.
096300*
096400******************************************************************
096500* 9000-TERMINATE - CLOSE, RETURN CODE
096600******************************************************************
096700 9000-TERMINATE.
096800     CLOSE DUPLICATE-RPT.
096900*
097000     IF WS-GROUPS-REPORTED > 0
097100         MOVE 4 TO WS-RUN-RC
097200     END-IF.
097300     IF WS-CARDS-REJECTED > 0
097400         OR WS-PAIR-TABLE-FULL
097500         MOVE 8 TO WS-RUN-RC
097600     END-IF.
097700     MOVE WS-RUN-RC TO RETURN-CODE.
097800 9000-EXIT.
097900     EXIT.
