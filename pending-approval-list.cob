000100******************************************************************
000200* PENDING-APPROVAL-LIST.COB
000300*
000400* PROGRAM-ID.  PENDING-APPROVAL-LIST
000500*
000600* AUTHOR.       D. L. WHITFIELD
000700* INSTALLATION. DATA CENTER SERVICES - BATCH SYSTEMS GROUP
000800* DATE-WRITTEN. 2026-10-15
000900* DATE-COMPILED.
001000*
001100* MORNING EXCEPTION LISTING OF ONLINE NAME-MASTER CHANGES STILL
001200* WAITING FOR SUPERVISOR APPROVAL.  RUNS AT THE START OF THE BATCH
001300* WINDOW AGAINST THE PENDING-APPROVAL FILE (APVREC LAYOUT, KSDS,
001400* PENDAPR DD) THAT THE WSMAINT SCREEN HOLDS CHANGES ON AND THE
001500* WSAPPRV SUPERVISOR SCREEN DECIDES THEM FROM.  EVERY ITEM STILL
001600* PENDING PRINTS WITH WHO KEYED IT, WHEN AND WHERE, THE BEFORE
001700* AND AFTER NAME AND DEPARTMENT, AND ITS AGE IN DAYS - THE CHANGE
001800* IS NOT ON TONIGHT'S MASTER, ROSTER OR HR EXTRACT.  APPROVED AND
001900* REJECTED ITEMS ARE KEPT FOR THE RETENTION PERIOD (SYSIN CARD,
002000* DAYS IN COLUMNS 1-3, DEFAULT 30) FROM THEIR DECISION DATE AND
002100* THEN DELETED FROM THE FILE.  RETURN CODES:
002200*     0000  NO CHANGES WAITING FOR APPROVAL
002300*     0004  AT LEAST ONE CHANGE IS STILL WAITING - SEE APRRPT
002400*     0016  THE PENDING-APPROVAL FILE COULD NOT BE OPENED, OR NO
002500*           BUSINESS-DATE CONTROL RECORD
002600*
002700* MODIFICATION HISTORY.
002800*     2026-10-15  DLW  ORIGINAL VERSION.
002820*     2026-10-15  DLW  CONTROL TOTALS (ITEMS READ, STILL WAITING,
002840*                       DROPPED) NOW APPENDED TO THE SHARED
002860*                       STREAM-CONTROL FILE (STRMCTL DD) FOR THE
002880*                       STREAM BALANCE STEP.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.              PENDING-APPROVAL-LIST.
003200 AUTHOR.                  D. L. WHITFIELD.
003300 INSTALLATION.            DATA CENTER SVCS - BATCH SYSTEMS GROUP.
003400 DATE-WRITTEN.            2026-10-15.
003500 DATE-COMPILED.
003600*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.         IBM-370.
004000 OBJECT-COMPUTER.         IBM-370.
004100 SPECIAL-NAMES.
004200     C01 IS TOP-OF-PAGE.
004300*
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT PENDING-APPROVAL ASSIGN TO PENDAPR
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS APV-KEY
005000         FILE STATUS IS WS-PENDAPR-STATUS.
005100*
005200     SELECT PARM-FILE        ASSIGN TO SYSIN
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PARM-STATUS.
005500*
005600     SELECT APPROVAL-RPT     ASSIGN TO APRRPT
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-APRRPT-STATUS.
005820*
005840     SELECT STREAM-CONTROL   ASSIGN TO STRMCTL
005860         ORGANIZATION IS LINE SEQUENTIAL
005880         FILE STATUS IS WS-STRMCTL-STATUS.
005900*
006000 DATA DIVISION.
006100 FILE SECTION.
006200*
006300 FD  PENDING-APPROVAL
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 220 CHARACTERS.
006600     COPY APVREC.
006700*
006800 FD  PARM-FILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 80 CHARACTERS.
007100 01  APPROVAL-PARM-CARD.
007200     05  APC-RETAIN-DAYS             PIC X(03).
007300     05  FILLER                      PIC X(77).
007400*
007500 FD  APPROVAL-RPT
007600     LABEL RECORDS ARE STANDARD
007700     RECORD CONTAINS 132 CHARACTERS.
007800 01  APPROVAL-RPT-LINE               PIC X(132).
007900*
007916 FD  STREAM-CONTROL
007932     LABEL RECORDS ARE STANDARD
007948     RECORD CONTAINS 120 CHARACTERS.
007964     COPY SCTREC.
007980*
008000 WORKING-STORAGE SECTION.
008100*
008200******************************************************************
008300* FILE STATUS SWITCHES
008400******************************************************************
008500 01  FILE-STATUS-SWITCHES.
008600     05  WS-PENDAPR-STATUS           PIC X(02) VALUE SPACES.
008700         88  PENDAPR-OK                  VALUE '00'.
008800     05  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
008900         88  PARM-NOT-PRESENT            VALUE '35'.
009000     05  WS-APRRPT-STATUS            PIC X(02) VALUE SPACES.
009033     05  WS-STRMCTL-STATUS           PIC X(02) VALUE SPACES.
009066         88  STRMCTL-OPEN-OK             VALUE '00'.
009100*
009200******************************************************************
009300* PROGRAM SWITCHES
009400******************************************************************
009500 01  WS-SWITCHES.
009600     05  WS-APV-EOF-SWITCH           PIC X(01) VALUE 'N'.
009700         88  WS-EOF-APPROVALS            VALUE 'Y'.
009800*
009900******************************************************************
010000* WORK FIELDS
010100******************************************************************
010200 01  WS-WORK-FIELDS.
010300     05  WS-RUN-DATE-EDIT            PIC X(10) VALUE SPACES.
010400     05  WS-RUN-DATE-CCYYMMDD        PIC 9(08) VALUE ZERO.
010500     05  WS-RETAIN-DAYS              PIC 9(03) VALUE 30.
010600     05  WS-AGE-DAYS                 PIC S9(05) COMP VALUE ZERO.
010700     05  WS-RUN-DAY-NO               PIC S9(09) COMP VALUE ZERO.
010800     05  WS-ITEM-DAY-NO              PIC S9(09) COMP VALUE ZERO.
010900     05  WS-EDIT-DATE-IN             PIC 9(08) VALUE ZERO.
011000     05  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE-IN.
011100         10  WS-EDIT-CCYY            PIC 9(04).
011200         10  WS-EDIT-MM              PIC 9(02).
011300         10  WS-EDIT-DD              PIC 9(02).
011400     05  WS-EDIT-TIME-IN             PIC 9(08) VALUE ZERO.
011500     05  WS-EDIT-TIME-PARTS REDEFINES WS-EDIT-TIME-IN.
011600         10  WS-EDIT-HH              PIC 9(02).
011700         10  WS-EDIT-MI              PIC 9(02).
011800         10  FILLER                  PIC 9(04).
011900*
012000******************************************************************
012100* COUNTERS
012200******************************************************************
012300 01  WS-COUNTERS.
012400     05  WS-ITEMS-READ               PIC 9(07) COMP VALUE ZERO.
012500     05  WS-ITEMS-PENDING            PIC 9(07) COMP VALUE ZERO.
012600     05  WS-ITEMS-DECIDED            PIC 9(07) COMP VALUE ZERO.
012700     05  WS-ITEMS-DROPPED            PIC 9(07) COMP VALUE ZERO.
012800     05  WS-RPT-LINE-COUNT           PIC 9(02) COMP VALUE ZERO.
012900*
013000******************************************************************
013100* DATE FIELDS
013200******************************************************************
013300 01  WS-CURRENT-DATE.
013400     05  WS-CURRENT-CCYY             PIC 9(04).
013500     05  WS-CURRENT-MM               PIC 9(02).
013600     05  WS-CURRENT-DD               PIC 9(02).
013650 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
013700*
013800     COPY BDTPARM.
013900*
014000******************************************************************
014100* BEFORE AND AFTER IMAGE VIEW
014200******************************************************************
014300     COPY EMPREC.
014400*
014500******************************************************************
014600* EXCEPTION LISTING LINE LAYOUTS
014700******************************************************************
014800 01  APR-TITLE-LINE-1.
014900     05  FILLER                      PIC X(01) VALUE SPACE.
015000     05  FILLER                      PIC X(40) VALUE
015100         'CHANGES WAITING FOR SUPERVISOR APPROVAL'.
015200     05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
015300     05  APR-TL1-RUN-DATE            PIC X(10) VALUE SPACES.
015400     05  FILLER                      PIC X(12) VALUE
015500         ' RETAIN: '.
015600     05  APR-TL1-RETAIN              PIC ZZ9.
015700     05  FILLER                      PIC X(56) VALUE SPACES.
015800*
015900 01  APR-COLUMN-HEADING-1.
016000     05  FILLER                      PIC X(01) VALUE SPACE.
016100     05  FILLER                      PIC X(07) VALUE 'EMP ID'.
016200     05  FILLER                      PIC X(17) VALUE 'KEYED'.
016300     05  FILLER                      PIC X(10) VALUE 'BY'.
016400     05  FILLER                      PIC X(06) VALUE 'TERM'.
016500     05  FILLER                      PIC X(11) VALUE 'CHANGE'.
016600     05  FILLER                      PIC X(33) VALUE
016700         'BEFORE'.
016800     05  FILLER                      PIC X(33) VALUE
016900         'AFTER'.
017000     05  FILLER                      PIC X(14) VALUE 'AGE DAYS'.
017100*
017200 01  APR-DETAIL-LINE.
017300     05  FILLER                      PIC X(01) VALUE SPACE.
017400     05  APR-DTL-EMP-ID              PIC X(07) VALUE SPACES.
017500     05  APR-DTL-SUBMIT-DATE         PIC X(11) VALUE SPACES.
017600     05  APR-DTL-SUBMIT-TIME         PIC X(06) VALUE SPACES.
017700     05  APR-DTL-MAKER               PIC X(10) VALUE SPACES.
017800     05  APR-DTL-TERMINAL            PIC X(06) VALUE SPACES.
017900     05  APR-DTL-CHANGE              PIC X(11) VALUE SPACES.
018000     05  APR-DTL-BEFORE.
018100         10  APR-DTL-BEF-LAST        PIC X(15) VALUE SPACES.
018200         10  FILLER                  PIC X(01) VALUE SPACE.
018300         10  APR-DTL-BEF-FIRST       PIC X(10) VALUE SPACES.
018400         10  FILLER                  PIC X(01) VALUE SPACE.
018500         10  APR-DTL-BEF-DEPT        PIC X(04) VALUE SPACES.
018600         10  FILLER                  PIC X(02) VALUE SPACES.
018700     05  APR-DTL-AFTER.
018800         10  APR-DTL-AFT-LAST        PIC X(15) VALUE SPACES.
018900         10  FILLER                  PIC X(01) VALUE SPACE.
019000         10  APR-DTL-AFT-FIRST       PIC X(10) VALUE SPACES.
019100         10  FILLER                  PIC X(01) VALUE SPACE.
019200         10  APR-DTL-AFT-DEPT        PIC X(04) VALUE SPACES.
019300         10  FILLER                  PIC X(02) VALUE SPACES.
019400     05  APR-DTL-AGE-DAYS            PIC ZZZZ9.
019500     05  FILLER                      PIC X(09) VALUE SPACES.
019600*
019700 01  APR-NONE-LINE.
019800     05  FILLER                      PIC X(01) VALUE SPACE.
019900     05  FILLER                      PIC X(60) VALUE
020000         '*** NO CHANGES ARE WAITING FOR APPROVAL ***'.
020100     05  FILLER                      PIC X(71) VALUE SPACES.
020200*
020300 01  APR-TOTAL-LINE.
020400     05  FILLER                      PIC X(01) VALUE SPACE.
020500     05  FILLER                      PIC X(09) VALUE 'READ: '.
020600     05  APR-TOT-READ                PIC ZZZ,ZZ9.
020700     05  FILLER                      PIC X(18) VALUE
020800         '  STILL PENDING: '.
020900     05  APR-TOT-PENDING             PIC ZZZ,ZZ9.
021000     05  FILLER                      PIC X(12) VALUE
021100         '  DECIDED: '.
021200     05  APR-TOT-DECIDED             PIC ZZZ,ZZ9.
021300     05  FILLER                      PIC X(27) VALUE
021400         '  DROPPED PAST RETENTION: '.
021500     05  APR-TOT-DROPPED             PIC ZZZ,ZZ9.
021600     05  FILLER                      PIC X(37) VALUE SPACES.
021700*
021800 01  APR-ERROR-LINE.
021900     05  FILLER                      PIC X(01) VALUE SPACE.
022000     05  FILLER                      PIC X(50) VALUE
022100         '** PENDING-APPROVAL FILE NOT OPENED - STATUS '.
022200     05  APR-ERR-STATUS              PIC X(02) VALUE SPACES.
022300     05  FILLER                      PIC X(79) VALUE ' **'.
022400*
022500 PROCEDURE DIVISION.
022600*
022700******************************************************************
022800* 0000-MAINLINE
022900******************************************************************
023000 0000-MAINLINE.
023100     PERFORM 1000-INITIALIZE
023200         THRU 1000-EXIT.
023300*
023400     PERFORM 2000-PROCESS-ITEM
023500         THRU 2000-EXIT
023600         UNTIL WS-EOF-APPROVALS.
023700*
023800     PERFORM 9000-TERMINATE
023900         THRU 9000-EXIT.
024000*
024100     STOP RUN.
024200*
024300******************************************************************
024400* 1000-INITIALIZE - DATES, RETENTION, OPEN FILES, HEADERS
024500******************************************************************
024600 1000-INITIALIZE.
024700     CALL 'GETBDATE' USING BUSINESS-DATE-PARMS.
024800     IF BDP-DATE-UNAVAILABLE
024900         MOVE 16 TO RETURN-CODE
025000         STOP RUN
025100     END-IF.
025200     MOVE BDP-PROCESS-DATE TO WS-CURRENT-DATE.
025300     MOVE WS-CURRENT-MM TO WS-RUN-DATE-EDIT (1:2).
025400     MOVE '/'            TO WS-RUN-DATE-EDIT (3:1).
025500     MOVE WS-CURRENT-DD TO WS-RUN-DATE-EDIT (4:2).
025600     MOVE '/'            TO WS-RUN-DATE-EDIT (6:1).
025700     MOVE WS-CURRENT-CCYY TO WS-RUN-DATE-EDIT (7:4).
025800     MOVE WS-CURRENT-DATE TO WS-RUN-DATE-CCYYMMDD.
025900     COMPUTE WS-RUN-DAY-NO =
026000         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CCYYMMDD).
026100*
026200     PERFORM 1100-READ-PARM-CARD
026300         THRU 1100-EXIT.
026400*
026500     OPEN OUTPUT APPROVAL-RPT.
026600     PERFORM 4100-PRINT-HEADERS
026700         THRU 4100-EXIT.
026800*
026900*    DECIDED ITEMS PAST RETENTION ARE DELETED AS THEY ARE READ,
027000*    SO THE FILE IS OPENED FOR UPDATE
027100     OPEN I-O PENDING-APPROVAL.
027200     IF NOT PENDAPR-OK
027300         MOVE WS-PENDAPR-STATUS TO APR-ERR-STATUS
027400         MOVE APR-ERROR-LINE TO APPROVAL-RPT-LINE
027500         WRITE APPROVAL-RPT-LINE
027600         CLOSE APPROVAL-RPT
027700         MOVE 16 TO RETURN-CODE
027800         STOP RUN
027900     END-IF.
028000*
028100     PERFORM 2100-READ-APPROVAL
028200         THRU 2100-EXIT.
028300 1000-EXIT.
028400     EXIT.
028500*
028600******************************************************************
028700* 1100-READ-PARM-CARD - RETENTION IN DAYS, DEFAULT 30
028800******************************************************************
028900 1100-READ-PARM-CARD.
029000     MOVE SPACES TO APPROVAL-PARM-CARD.
029100     OPEN INPUT PARM-FILE.
029200     IF PARM-NOT-PRESENT
029300         CONTINUE
029400     ELSE
029500         READ PARM-FILE
029600             AT END
029700                 CONTINUE
029800         END-READ
029900         CLOSE PARM-FILE
030000     END-IF.
030100*
030200     IF APC-RETAIN-DAYS NOT = SPACES
030300         AND APC-RETAIN-DAYS IS NUMERIC
030400         MOVE APC-RETAIN-DAYS TO WS-RETAIN-DAYS
030500     END-IF.
030600 1100-EXIT.
030700     EXIT.
030800*
030900******************************************************************
031000* 2000-PROCESS-ITEM - LIST A PENDING ITEM, AGE OUT A DECIDED ONE
031100******************************************************************
031200 2000-PROCESS-ITEM.
031300     IF APV-PENDING
031400         ADD 1 TO WS-ITEMS-PENDING
031500         PERFORM 3000-AGE-PENDING-ITEM
031600             THRU 3000-EXIT
031700         PERFORM 4000-PRINT-DETAIL-LINE
031800             THRU 4000-EXIT
031900     ELSE
032000         ADD 1 TO WS-ITEMS-DECIDED
032100         PERFORM 3100-CHECK-RETENTION
032200             THRU 3100-EXIT
032300     END-IF.
032400*
032500     PERFORM 2100-READ-APPROVAL
032600         THRU 2100-EXIT.
032700 2000-EXIT.
032800     EXIT.
032900*
033000******************************************************************
033100* 2100-READ-APPROVAL
033200******************************************************************
033300 2100-READ-APPROVAL.
033400     READ PENDING-APPROVAL NEXT RECORD
033500         AT END
033600             SET WS-EOF-APPROVALS TO TRUE
033700     END-READ.
033800     IF NOT WS-EOF-APPROVALS
033900         ADD 1 TO WS-ITEMS-READ
034000     END-IF.
034100 2100-EXIT.
034200     EXIT.
034300*
034400******************************************************************
034500* 3000-AGE-PENDING-ITEM - DAYS SINCE THE CHANGE WAS KEYED
034600******************************************************************
034700 3000-AGE-PENDING-ITEM.
034800     MOVE ZERO TO WS-AGE-DAYS.
034900     IF APV-SUBMIT-DATE IS NUMERIC
035000         AND APV-SUBMIT-DATE > 0
035100         COMPUTE WS-ITEM-DAY-NO =
035200             FUNCTION INTEGER-OF-DATE (APV-SUBMIT-DATE)
035300         IF WS-ITEM-DAY-NO > 0
035400             COMPUTE WS-AGE-DAYS =
035500                 WS-RUN-DAY-NO - WS-ITEM-DAY-NO
035600         END-IF
035700     END-IF.
035800     IF WS-AGE-DAYS < 0
035900         MOVE ZERO TO WS-AGE-DAYS
036000     END-IF.
036100 3000-EXIT.
036200     EXIT.
036300*
036400******************************************************************
036500* 3100-CHECK-RETENTION - DELETE A DECIDED ITEM WHOSE DECISION IS
036600*                        OLDER THAN THE RETENTION PERIOD
036700******************************************************************
036800 3100-CHECK-RETENTION.
036900     IF APV-DECISION-DATE IS NOT NUMERIC
037000         OR APV-DECISION-DATE = 0
037100         GO TO 3100-EXIT
037200     END-IF.
037300*
037400     COMPUTE WS-ITEM-DAY-NO =
037500         FUNCTION INTEGER-OF-DATE (APV-DECISION-DATE).
037600     IF WS-ITEM-DAY-NO = 0
037700         GO TO 3100-EXIT
037800     END-IF.
037900*
038000     COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NO - WS-ITEM-DAY-NO.
038100     IF WS-AGE-DAYS > WS-RETAIN-DAYS
038200         DELETE PENDING-APPROVAL RECORD
038300         IF PENDAPR-OK
038400             ADD 1 TO WS-ITEMS-DROPPED
038500         END-IF
038600     END-IF.
038700 3100-EXIT.
038800     EXIT.
038900*
039000******************************************************************
039100* 4000-PRINT-DETAIL-LINE - ONE CHANGE STILL WAITING
039200******************************************************************
039300 4000-PRINT-DETAIL-LINE.
039400     IF WS-RPT-LINE-COUNT >= 60
039500         PERFORM 4100-PRINT-HEADERS
039600             THRU 4100-EXIT
039700     END-IF.
039800*
039900     MOVE APV-EMP-ID TO APR-DTL-EMP-ID.
040000     MOVE APV-SUBMIT-DATE TO WS-EDIT-DATE-IN.
040100     MOVE WS-EDIT-MM TO APR-DTL-SUBMIT-DATE (1:2).
040200     MOVE '/' TO APR-DTL-SUBMIT-DATE (3:1).
040300     MOVE WS-EDIT-DD TO APR-DTL-SUBMIT-DATE (4:2).
040400     MOVE '/' TO APR-DTL-SUBMIT-DATE (6:1).
040500     MOVE WS-EDIT-CCYY TO APR-DTL-SUBMIT-DATE (7:4).
040600     MOVE APV-SUBMIT-TIME TO WS-EDIT-TIME-IN.
040700     MOVE WS-EDIT-HH TO APR-DTL-SUBMIT-TIME (1:2).
040800     MOVE ':' TO APR-DTL-SUBMIT-TIME (3:1).
040900     MOVE WS-EDIT-MI TO APR-DTL-SUBMIT-TIME (4:2).
041000     MOVE APV-MAKER-USERID TO APR-DTL-MAKER.
041100     MOVE APV-MAKER-TERMINAL TO APR-DTL-TERMINAL.
041200     EVALUATE TRUE
041300         WHEN APV-NAME-CHANGE
041400             MOVE 'NAME' TO APR-DTL-CHANGE
041500         WHEN APV-DEPT-TRANSFER
041600             MOVE 'TRANSFER' TO APR-DTL-CHANGE
041700         WHEN OTHER
041800             MOVE 'NAME+DEPT' TO APR-DTL-CHANGE
041900     END-EVALUATE.
042000*
042100     MOVE APV-BEFORE-IMAGE TO EMPLOYEE-RECORD.
042200     MOVE EMP-LAST-NAME TO APR-DTL-BEF-LAST.
042300     MOVE EMP-FIRST-NAME TO APR-DTL-BEF-FIRST.
042400     MOVE EMP-DEPT-CODE TO APR-DTL-BEF-DEPT.
042500     MOVE APV-AFTER-IMAGE TO EMPLOYEE-RECORD.
042600     MOVE EMP-LAST-NAME TO APR-DTL-AFT-LAST.
042700     MOVE EMP-FIRST-NAME TO APR-DTL-AFT-FIRST.
042800     MOVE EMP-DEPT-CODE TO APR-DTL-AFT-DEPT.
042900     MOVE WS-AGE-DAYS TO APR-DTL-AGE-DAYS.
043000*
043100     MOVE APR-DETAIL-LINE TO APPROVAL-RPT-LINE.
043200     WRITE APPROVAL-RPT-LINE.
043300     ADD 1 TO WS-RPT-LINE-COUNT.
043400 4000-EXIT.
043500     EXIT.
043600*
043700******************************************************************
043800* 4100-PRINT-HEADERS - TITLE AND COLUMN HEADINGS
043900******************************************************************
044000 4100-PRINT-HEADERS.
044100     MOVE WS-RUN-DATE-EDIT TO APR-TL1-RUN-DATE.
044200     MOVE WS-RETAIN-DAYS TO APR-TL1-RETAIN.
044300     MOVE APR-TITLE-LINE-1 TO APPROVAL-RPT-LINE.
044400     WRITE APPROVAL-RPT-LINE.
044500     MOVE APR-COLUMN-HEADING-1 TO APPROVAL-RPT-LINE.
044600     WRITE APPROVAL-RPT-LINE.
044700     MOVE ZERO TO WS-RPT-LINE-COUNT.
044800 4100-EXIT.
044900     EXIT.
045000*
045100******************************************************************
045200* 9000-TERMINATE - TOTALS, CLOSE, RETURN CODE
045300******************************************************************
045400 9000-TERMINATE.
045500     IF WS-ITEMS-PENDING = 0
045600         MOVE APR-NONE-LINE TO APPROVAL-RPT-LINE
045700         WRITE APPROVAL-RPT-LINE
045800     END-IF.
045900*
046000     MOVE WS-ITEMS-READ TO APR-TOT-READ.
046100     MOVE WS-ITEMS-PENDING TO APR-TOT-PENDING.
046200     MOVE WS-ITEMS-DECIDED TO APR-TOT-DECIDED.
046300     MOVE WS-ITEMS-DROPPED TO APR-TOT-DROPPED.
046400     MOVE APR-TOTAL-LINE TO APPROVAL-RPT-LINE.
046500     WRITE APPROVAL-RPT-LINE.
046600*
046700     CLOSE PENDING-APPROVAL.
046800     CLOSE APPROVAL-RPT.
046900*
047000     IF WS-ITEMS-PENDING > 0
047100         MOVE 4 TO RETURN-CODE
047200     END-IF.
047225*
047250     PERFORM 9400-WRITE-STREAM-CONTROL
047275         THRU 9400-EXIT.
047300 9000-EXIT.
047400     EXIT.
047500*
047600******************************************************************
047700* 9400-WRITE-STREAM-CONTROL - THIS RUN'S CONTROL TOTALS FOR THE
047800*                             STREAM BALANCE STEP
047900******************************************************************
048000 9400-WRITE-STREAM-CONTROL.
048100     OPEN EXTEND STREAM-CONTROL.
048200     IF NOT STRMCTL-OPEN-OK
048300         GO TO 9400-EXIT
048400     END-IF.
048500*
048600     ACCEPT WS-CURRENT-TIME FROM TIME.
048700     MOVE SPACES TO STREAM-CONTROL-RECORD.
048800     MOVE ZERO TO SCT-COUNTS.
048900     MOVE WS-RUN-DATE-CCYYMMDD TO SCT-BUSINESS-DATE.
049000     MOVE WS-CURRENT-TIME TO SCT-RUN-TIME.
049100     SET SCT-PENDING-APPROVAL TO TRUE.
049200     MOVE RETURN-CODE TO SCT-RETURN-CODE.
049300     SET SCT-FULL-PASS TO TRUE.
049400     MOVE WS-ITEMS-READ TO SCT-RECORDS-READ.
049500     MOVE WS-ITEMS-PENDING TO SCT-RECORDS-HELD.
049600     MOVE WS-ITEMS-DROPPED TO SCT-RECORDS-DELETED.
049700     WRITE STREAM-CONTROL-RECORD.
049800     CLOSE STREAM-CONTROL.
049900 9400-EXIT.
050000     EXIT.
