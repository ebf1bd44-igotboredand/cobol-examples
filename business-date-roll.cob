000100******************************************************************
000200* BUSINESS-DATE-ROLL.COB
000300*
000400* PROGRAM-ID.  BUSINESS-DATE-ROLL
000500*
000600* AUTHOR.       D. L. WHITFIELD
000700* INSTALLATION. DATA CENTER SERVICES - BATCH SYSTEMS GROUP
000800* DATE-WRITTEN. 2026-10-15
000900* DATE-COMPILED.
001000*
001100* MAINTAINS THE BUSINESS-DATE CONTROL RECORD (BDTREC LAYOUT,
001200* BUSDATE DD) THAT EVERY BATCH PROGRAM READS THROUGH GETBDATE
001300* IN PLACE OF THE SYSTEM CLOCK.  THIS IS THE ONLY PROGRAM THAT
001400* WRITES THE FILE.  ONE SYSIN CARD, KEYWORD IN COLUMN 1, SAYS
001500* WHAT TO DO (NO CARD, OR A BLANK CARD, MEANS ROLL):
001600*     ROLL               END OF A SUCCESSFUL OVERNIGHT STREAM -
001700*                        THE BUSINESS DATE BECOMES THE PRIOR
001800*                        DATE AND THE NEXT DAY NOT ON THE NON-
001900*                        PROCESSING CALENDAR (CALREC LAYOUT,
002000*                        BUSCAL DD) BECOMES THE BUSINESS DATE.
002100*                        WHEN AN OVERRIDE IS IN EFFECT THE
002200*                        STREAM JUST FINISHED WAS A RERUN: THE
002300*                        OVERRIDE IS CLEARED AND THE BUSINESS
002400*                        DATE IS LEFT WHERE IT WAS
002500*     OVERRIDE=CCYYMMDD  OPERATOR RERUN OF AN EARLIER BUSINESS
002600*                        DATE - MUST BE BEFORE THE BUSINESS
002700*                        DATE AND NOT A NON-PROCESSING DAY
002800*     CANCEL             CLEARS AN OVERRIDE WITHOUT A RERUN
002900*     INIT=CCYYMMDD      SETS THE BUSINESS DATE - FIRST RUN AT
003000*                        THIS LEVEL, OR RECOVERY OF A DAMAGED
003100*                        CONTROL RECORD; CLEARS ANY OVERRIDE
003200* THE CONTROL RECORD BEFORE AND AFTER THE CHANGE, EVERY CALENDAR
003300* DAY SKIPPED, AND ANY ERROR PRINT ON THE CONTROL REPORT.  THE
003400* CONTROL FILE IS ONLY REWRITTEN WHEN THE CARD WAS APPLIED.
003500* RETURN CODES:
003600*     0000  CARD APPLIED, CONTROL RECORD REWRITTEN
003700*     0004  CANCEL WITH NO OVERRIDE IN EFFECT - NOTHING CHANGED
003800*     0016  CARD NOT RECOGNIZED OR DATE NOT VALID, CONTROL
003900*           RECORD MISSING, CALENDAR TABLE FULL, OR NO
004000*           PROCESSING DAY WITHIN A YEAR - NOTHING CHANGED
004100*
004200* MODIFICATION HISTORY.
004300*     2026-10-15  DLW  ORIGINAL VERSION.
004400******************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID.              BUSINESS-DATE-ROLL.
004700 AUTHOR.                  D. L. WHITFIELD.
004800 INSTALLATION.            DATA CENTER SVCS - BATCH SYSTEMS GROUP.
004900 DATE-WRITTEN.            2026-10-15.
005000 DATE-COMPILED.
005100*
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER.         IBM-370.
005500 OBJECT-COMPUTER.         IBM-370.
005600 SPECIAL-NAMES.
005700     C01 IS TOP-OF-PAGE.
005800*
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-BUSDATE-STATUS.
006400*
006500     SELECT CALENDAR-FILE    ASSIGN TO BUSCAL
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-BUSCAL-STATUS.
006800*
006900     SELECT PARM-FILE        ASSIGN TO SYSIN
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-PARM-STATUS.
007200*
007300     SELECT CONTROL-RPT      ASSIGN TO DATERPT
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-DATERPT-STATUS.
007600*
007700 DATA DIVISION.
007800 FILE SECTION.
007900*
008000 FD  BUSINESS-DATE-FILE
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 80 CHARACTERS.
008300 01  BUSINESS-DATE-FILE-RECORD   PIC X(80).
008400*
008500 FD  CALENDAR-FILE
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 80 CHARACTERS.
008800     COPY CALREC.
008900*
009000 FD  PARM-FILE
009100     LABEL RECORDS ARE STANDARD
009200     RECORD CONTAINS 80 CHARACTERS.
009300 01  ROLL-PARM-CARD              PIC X(80).
009400*
009500 FD  CONTROL-RPT
009600     LABEL RECORDS ARE STANDARD
009700     RECORD CONTAINS 132 CHARACTERS.
009800 01  CONTROL-RPT-LINE            PIC X(132).
009900*
010000 WORKING-STORAGE SECTION.
010100*
010200******************************************************************
010300* FILE STATUS SWITCHES
010400******************************************************************
010500 01  FILE-STATUS-SWITCHES.
010600     05  WS-BUSDATE-STATUS           PIC X(02) VALUE SPACES.
010700         88  BUSDATE-OK                  VALUE '00'.
010800     05  WS-BUSCAL-STATUS            PIC X(02) VALUE SPACES.
010900         88  BUSCAL-NOT-PRESENT          VALUE '35'.
011000     05  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
011100         88  PARM-NOT-PRESENT            VALUE '35'.
011200     05  WS-DATERPT-STATUS           PIC X(02) VALUE SPACES.
011300*
011400******************************************************************
011500* PROGRAM SWITCHES
011600******************************************************************
011700 01  WS-SWITCHES.
011800     05  WS-FUNCTION                 PIC X(01) VALUE 'R'.
011900         88  WS-FUNCTION-ROLL            VALUE 'R'.
012000         88  WS-FUNCTION-OVERRIDE        VALUE 'O'.
012100         88  WS-FUNCTION-CANCEL          VALUE 'C'.
012200         88  WS-FUNCTION-INIT            VALUE 'I'.
012300     05  WS-RUN-STATE                PIC X(01) VALUE 'A'.
012400         88  WS-RUN-APPLIED              VALUE 'A'.
012500         88  WS-RUN-NOTHING-TO-DO        VALUE 'W'.
012600         88  WS-RUN-ERROR                VALUE 'E'.
012700     05  WS-CONTROL-SWITCH           PIC X(01) VALUE 'N'.
012800         88  WS-CONTROL-FOUND            VALUE 'Y'.
012900     05  WS-CAL-EOF-SWITCH           PIC X(01) VALUE 'N'.
013000         88  WS-EOF-CALENDAR             VALUE 'Y'.
013100     05  WS-CAL-MATCH-SWITCH         PIC X(01) VALUE 'N'.
013200         88  WS-NON-PROCESSING-DAY       VALUE 'Y'.
013300         88  WS-PROCESSING-DAY           VALUE 'N'.
013400     05  WS-DAY-FOUND-SWITCH         PIC X(01) VALUE 'N'.
013500         88  WS-DAY-FOUND                VALUE 'Y'.
013600     05  WS-PRINT-SKIPS-SWITCH       PIC X(01) VALUE 'N'.
013700         88  WS-PRINT-SKIPS              VALUE 'Y'.
013800*
013900******************************************************************
014000* WORK FIELDS
014100******************************************************************
014200 01  WS-WORK-FIELDS.
014300     05  WS-RUN-DATE-EDIT            PIC X(10) VALUE SPACES.
014400     05  WS-CARD-DATE                PIC X(08) VALUE SPACES.
014500     05  WS-CARD-DATE-N REDEFINES WS-CARD-DATE
014600                                     PIC 9(08).
014700     05  WS-WORK-DATE                PIC 9(08) VALUE ZERO.
014800     05  WS-DAY-NO                   PIC S9(09) COMP VALUE ZERO.
014900     05  WS-CHECK-DATE               PIC 9(08) VALUE ZERO.
015000     05  WS-EDIT-DATE-IN             PIC 9(08) VALUE ZERO.
015100     05  WS-EDIT-DATE-OUT            PIC X(10) VALUE SPACES.
015200     05  WS-CAL-MATCH-DESC           PIC X(30) VALUE SPACES.
015300     05  WS-MESSAGE-TEXT             PIC X(80) VALUE SPACES.
015400     05  WS-CONTROL-LABEL            PIC X(08) VALUE SPACES.
015500*
015600******************************************************************
015700* COUNTERS AND SUBSCRIPTS
015800******************************************************************
015900 01  WS-COUNTERS.
016000     05  WS-CAL-LOADED               PIC 9(07) COMP VALUE ZERO.
016100     05  WS-CAL-IGNORED              PIC 9(07) COMP VALUE ZERO.
016200     05  WS-DAYS-SKIPPED             PIC 9(07) COMP VALUE ZERO.
016300     05  WS-TRY-COUNT                PIC 9(04) COMP VALUE ZERO.
016400     05  WS-CAL-SUB                  PIC 9(04) COMP VALUE ZERO.
016500*
016600******************************************************************
016700* DATE FIELDS - THE SYSTEM CLOCK, FOR THE REPORT AND THE
016800* LAST-UPDATED STAMP ON THE CONTROL RECORD ONLY
016900******************************************************************
017000 01  WS-CURRENT-DATE.
017100     05  WS-CURRENT-CCYY             PIC 9(04).
017200     05  WS-CURRENT-MM               PIC 9(02).
017300     05  WS-CURRENT-DD               PIC 9(02).
017400*
017500 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
017600*
017700******************************************************************
017800* BUSINESS-DATE CONTROL RECORD
017900******************************************************************
018000     COPY BDTREC.
018100*
018200******************************************************************
018300* NON-PROCESSING DAY TABLE - LOADED FROM THE CALENDAR FILE
018400******************************************************************
018500 01  WS-CALENDAR-TABLE.
018600     05  WS-CAL-COUNT                PIC 9(04) COMP VALUE ZERO.
018700     05  WS-CAL-ENTRY OCCURS 1000 TIMES.
018800         10  WS-CAL-ENT-DATE         PIC 9(08).
018900         10  WS-CAL-ENT-DESC         PIC X(30).
019000*
019100******************************************************************
019200* CONTROL REPORT LINE LAYOUTS
019300******************************************************************
019400 01  BDR-TITLE-LINE-1.
019500     05  FILLER                      PIC X(01) VALUE SPACE.
019600     05  FILLER                      PIC X(44) VALUE
019700         'BUSINESS DATE CONTROL'.
019800     05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
019900     05  BDR-TL1-RUN-DATE            PIC X(10) VALUE SPACES.
020000     05  FILLER                      PIC X(67) VALUE SPACES.
020100*
020200 01  BDR-CARD-LINE.
020300     05  FILLER                      PIC X(01) VALUE SPACE.
020400     05  FILLER                      PIC X(10) VALUE 'CARD:'.
020500     05  BDR-CRD-TEXT                PIC X(80) VALUE SPACES.
020600     05  FILLER                      PIC X(41) VALUE SPACES.
020700*
020800 01  BDR-CALENDAR-LINE.
020900     05  FILLER                      PIC X(01) VALUE SPACE.
021000     05  FILLER                      PIC X(30) VALUE
021100         'NON-PROCESSING DAYS LOADED: '.
021200     05  BDR-CAL-LOADED              PIC ZZZ,ZZ9.
021300     05  FILLER                      PIC X(14) VALUE
021400         '  IGNORED: '.
021500     05  BDR-CAL-IGNORED             PIC ZZZ,ZZ9.
021600     05  FILLER                      PIC X(73) VALUE SPACES.
021700*
021800 01  BDR-CONTROL-LINE.
021900     05  FILLER                      PIC X(01) VALUE SPACE.
022000     05  BDR-CTL-LABEL               PIC X(10) VALUE SPACES.
022100     05  FILLER                      PIC X(16) VALUE
022200         'BUSINESS DATE: '.
022300     05  BDR-CTL-BUSINESS-DATE       PIC X(10) VALUE SPACES.
022400     05  FILLER                      PIC X(10) VALUE
022500         '  PRIOR: '.
022600     05  BDR-CTL-PRIOR-DATE          PIC X(10) VALUE SPACES.
022700     05  FILLER                      PIC X(13) VALUE
022800         '  OVERRIDE: '.
022900     05  BDR-CTL-OVERRIDE-DATE       PIC X(10) VALUE SPACES.
023000     05  FILLER                      PIC X(10) VALUE
023100         '  PRIOR: '.
023200     05  BDR-CTL-OVERRIDE-PRIOR      PIC X(10) VALUE SPACES.
023300     05  FILLER                      PIC X(32) VALUE SPACES.
023400*
023500 01  BDR-SKIP-LINE.
023600     05  FILLER                      PIC X(01) VALUE SPACE.
023700     05  FILLER                      PIC X(28) VALUE
023800         'SKIPPED NON-PROCESSING DAY '.
023900     05  BDR-SKP-DATE                PIC X(10) VALUE SPACES.
024000     05  FILLER                      PIC X(02) VALUE SPACES.
024100     05  BDR-SKP-DESC                PIC X(30) VALUE SPACES.
024200     05  FILLER                      PIC X(61) VALUE SPACES.
024300*
024400 01  BDR-MESSAGE-LINE.
024500     05  FILLER                      PIC X(01) VALUE SPACE.
024600     05  BDR-MSG-TEXT                PIC X(80) VALUE SPACES.
024700     05  FILLER                      PIC X(51) VALUE SPACES.
024800*
024900 PROCEDURE DIVISION.
025000*
025100******************************************************************
025200* 0000-MAINLINE
025300******************************************************************
025400 0000-MAINLINE.
025500     PERFORM 1000-INITIALIZE
025600         THRU 1000-EXIT.
025700*
025800     IF WS-RUN-APPLIED
025900         PERFORM 2000-APPLY-CARD
026000             THRU 2000-EXIT
026100     END-IF.
026200*
026300     PERFORM 9000-TERMINATE
026400         THRU 9000-EXIT.
026500*
026600     STOP RUN.
026700*
026800******************************************************************
026900* 1000-INITIALIZE - CLOCK, REPORT, CARD, CONTROL, CALENDAR
027000******************************************************************
027100 1000-INITIALIZE.
027200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
027300     ACCEPT WS-CURRENT-TIME FROM TIME.
027400     MOVE WS-CURRENT-MM TO WS-RUN-DATE-EDIT (1:2).
027500     MOVE '/'            TO WS-RUN-DATE-EDIT (3:1).
027600     MOVE WS-CURRENT-DD TO WS-RUN-DATE-EDIT (4:2).
027700     MOVE '/'            TO WS-RUN-DATE-EDIT (6:1).
027800     MOVE WS-CURRENT-CCYY TO WS-RUN-DATE-EDIT (7:4).
027900*
028000     OPEN OUTPUT CONTROL-RPT.
028100     MOVE WS-RUN-DATE-EDIT TO BDR-TL1-RUN-DATE.
028200     MOVE BDR-TITLE-LINE-1 TO CONTROL-RPT-LINE.
028300     WRITE CONTROL-RPT-LINE.
028400*
028500     PERFORM 1100-READ-PARM-CARD
028600         THRU 1100-EXIT.
028700     IF WS-RUN-ERROR
028800         GO TO 1000-EXIT
028900     END-IF.
029000*
029100     PERFORM 1200-READ-CONTROL
029200         THRU 1200-EXIT.
029300*
029400     PERFORM 1300-LOAD-CALENDAR
029500         THRU 1300-EXIT.
029600 1000-EXIT.
029700     EXIT.
029800*
029900******************************************************************
030000* 1100-READ-PARM-CARD - ONE KEYWORD CARD; NONE MEANS ROLL
030100******************************************************************
030200 1100-READ-PARM-CARD.
030300     MOVE SPACES TO ROLL-PARM-CARD.
030400     OPEN INPUT PARM-FILE.
030500     IF PARM-NOT-PRESENT
030600         CONTINUE
030700     ELSE
030800         READ PARM-FILE
030900             AT END
031000                 MOVE SPACES TO ROLL-PARM-CARD
031100         END-READ
031200         CLOSE PARM-FILE
031300     END-IF.
031400*
031500     MOVE ROLL-PARM-CARD TO BDR-CRD-TEXT.
031600     IF ROLL-PARM-CARD = SPACES
031700         MOVE '(NONE - ROLL)' TO BDR-CRD-TEXT
031800     END-IF.
031900     MOVE BDR-CARD-LINE TO CONTROL-RPT-LINE.
032000     WRITE CONTROL-RPT-LINE.
032100*
032200     EVALUATE TRUE
032300         WHEN ROLL-PARM-CARD = SPACES
032400         WHEN ROLL-PARM-CARD (1:5) = 'ROLL '
032500             SET WS-FUNCTION-ROLL TO TRUE
032600         WHEN ROLL-PARM-CARD (1:7) = 'CANCEL '
032700             SET WS-FUNCTION-CANCEL TO TRUE
032800         WHEN ROLL-PARM-CARD (1:9) = 'OVERRIDE='
032900             SET WS-FUNCTION-OVERRIDE TO TRUE
033000             MOVE ROLL-PARM-CARD (10:8) TO WS-CARD-DATE
033100         WHEN ROLL-PARM-CARD (1:5) = 'INIT='
033200             SET WS-FUNCTION-INIT TO TRUE
033300             MOVE ROLL-PARM-CARD (6:8) TO WS-CARD-DATE
033400         WHEN OTHER
033500             MOVE 'CARD NOT ROLL, OVERRIDE=, CANCEL OR INIT='
033600                 TO WS-MESSAGE-TEXT
033700             SET WS-RUN-ERROR TO TRUE
033800             GO TO 1100-EXIT
033900     END-EVALUATE.
034000*
034100     IF WS-FUNCTION-OVERRIDE OR WS-FUNCTION-INIT
034200         IF WS-CARD-DATE IS NOT NUMERIC
034300             MOVE 'CARD DATE NOT CCYYMMDD' TO WS-MESSAGE-TEXT
034400             SET WS-RUN-ERROR TO TRUE
034500             GO TO 1100-EXIT
034600         END-IF
034700         MOVE WS-CARD-DATE-N TO WS-CHECK-DATE
034800         PERFORM 3100-CHECK-DATE
034900             THRU 3100-EXIT
035000         IF WS-RUN-ERROR
035100             MOVE 'CARD DATE IS NOT A CALENDAR DATE'
035200                 TO WS-MESSAGE-TEXT
035300         END-IF
035400     END-IF.
035500 1100-EXIT.
035600     EXIT.
035700*
035800******************************************************************
035900* 1200-READ-CONTROL - THE CURRENT CONTROL RECORD, IF ANY;
036000*                     ONLY INIT MAY RUN WITHOUT ONE
036100******************************************************************
036200 1200-READ-CONTROL.
036300     MOVE SPACES TO BUSINESS-DATE-RECORD.
036400     OPEN INPUT BUSINESS-DATE-FILE.
036500     IF BUSDATE-OK
036600         READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
036700             AT END
036800                 MOVE SPACES TO BUSINESS-DATE-RECORD
036900             NOT AT END
037000                 SET WS-CONTROL-FOUND TO TRUE
037100         END-READ
037200         CLOSE BUSINESS-DATE-FILE
037300     END-IF.
037400*
037500     IF WS-CONTROL-FOUND
037600         IF BDT-BUSINESS-DATE IS NOT NUMERIC
037700             OR BDT-PRIOR-DATE IS NOT NUMERIC
037800             OR BDT-OVERRIDE-DATE IS NOT NUMERIC
037900             OR BDT-OVERRIDE-PRIOR-DATE IS NOT NUMERIC
038000             MOVE 'N' TO WS-CONTROL-SWITCH
038100         END-IF
038200     END-IF.
038300*
038400     IF WS-CONTROL-FOUND
038500         MOVE 'BEFORE' TO WS-CONTROL-LABEL
038600         PERFORM 4000-PRINT-CONTROL
038700             THRU 4000-EXIT
038800     ELSE
038900         MOVE SPACES TO BUSINESS-DATE-RECORD
039000         MOVE ZERO TO BDT-BUSINESS-DATE
039100         MOVE ZERO TO BDT-PRIOR-DATE
039200         MOVE ZERO TO BDT-OVERRIDE-DATE
039300         MOVE ZERO TO BDT-OVERRIDE-PRIOR-DATE
039400         IF NOT WS-FUNCTION-INIT
039500             MOVE 'CONTROL RECORD MISSING OR DAMAGED - USE INIT='
039600                 TO WS-MESSAGE-TEXT
039700             SET WS-RUN-ERROR TO TRUE
039800         END-IF
039900     END-IF.
040000 1200-EXIT.
040100     EXIT.
040200*
040300******************************************************************
040400* 1300-LOAD-CALENDAR - NON-PROCESSING DAYS INTO THE TABLE
040500******************************************************************
040600 1300-LOAD-CALENDAR.
040700     OPEN INPUT CALENDAR-FILE.
040800     IF BUSCAL-NOT-PRESENT
040900         SET WS-EOF-CALENDAR TO TRUE
041000     ELSE
041100         PERFORM 1310-READ-CALENDAR
041200             THRU 1310-EXIT
041300     END-IF.
041400     PERFORM 1320-LOAD-ONE-DAY
041500         THRU 1320-EXIT
041600         UNTIL WS-EOF-CALENDAR.
041700     IF NOT BUSCAL-NOT-PRESENT
041800         CLOSE CALENDAR-FILE
041900     END-IF.
042000*
042100     MOVE WS-CAL-LOADED TO BDR-CAL-LOADED.
042200     MOVE WS-CAL-IGNORED TO BDR-CAL-IGNORED.
042300     MOVE BDR-CALENDAR-LINE TO CONTROL-RPT-LINE.
042400     WRITE CONTROL-RPT-LINE.
042500 1300-EXIT.
042600     EXIT.
042700*
042800******************************************************************
042900* 1310-READ-CALENDAR
043000******************************************************************
043100 1310-READ-CALENDAR.
043200     READ CALENDAR-FILE
043300         AT END
043400             SET WS-EOF-CALENDAR TO TRUE
043500     END-READ.
043600 1310-EXIT.
043700     EXIT.
043800*
043900******************************************************************
044000* 1320-LOAD-ONE-DAY - COMMENTS SKIPPED, BAD DATES LISTED
044100******************************************************************
044200 1320-LOAD-ONE-DAY.
044300     IF CALENDAR-RECORD (1:1) = '*'
044400         OR CALENDAR-RECORD = SPACES
044500         GO TO 1320-READ-NEXT
044600     END-IF.
044700*
044800     IF CAL-DATE IS NOT NUMERIC
044900         ADD 1 TO WS-CAL-IGNORED
045000         MOVE SPACES TO WS-MESSAGE-TEXT
045100         STRING 'CALENDAR RECORD IGNORED - DATE NOT NUMERIC: '
045200                DELIMITED BY SIZE
045300                CAL-DATE DELIMITED BY SIZE
045400             INTO WS-MESSAGE-TEXT
045500         END-STRING
045600         PERFORM 4200-PRINT-MESSAGE
045700             THRU 4200-EXIT
045800         MOVE SPACES TO WS-MESSAGE-TEXT
045900         GO TO 1320-READ-NEXT
046000     END-IF.
046100*
046200     IF WS-CAL-COUNT NOT < 1000
046300         MOVE 'CALENDAR TABLE FULL (1000 DAYS) - TRIM PAST YEARS'
046400             TO WS-MESSAGE-TEXT
046500         SET WS-RUN-ERROR TO TRUE
046600         SET WS-EOF-CALENDAR TO TRUE
046700         GO TO 1320-EXIT
046800     END-IF.
046900*
047000     ADD 1 TO WS-CAL-COUNT.
047100     ADD 1 TO WS-CAL-LOADED.
047200     MOVE CAL-DATE-N TO WS-CAL-ENT-DATE (WS-CAL-COUNT).
047300     MOVE CAL-DESCRIPTION TO WS-CAL-ENT-DESC (WS-CAL-COUNT).
047400 1320-READ-NEXT.
047500     PERFORM 1310-READ-CALENDAR
047600         THRU 1310-EXIT.
047700 1320-EXIT.
047800     EXIT.
047900*
048000******************************************************************
048100* 2000-APPLY-CARD - CHANGE THE CONTROL RECORD, THEN REWRITE IT
048200******************************************************************
048300 2000-APPLY-CARD.
048400     EVALUATE TRUE
048500         WHEN WS-FUNCTION-ROLL
048600             PERFORM 2100-ROLL-DATE
048700                 THRU 2100-EXIT
048800         WHEN WS-FUNCTION-OVERRIDE
048900             PERFORM 2200-SET-OVERRIDE
049000                 THRU 2200-EXIT
049100         WHEN WS-FUNCTION-CANCEL
049200             PERFORM 2300-CANCEL-OVERRIDE
049300                 THRU 2300-EXIT
049400         WHEN WS-FUNCTION-INIT
049500             PERFORM 2400-INITIALIZE-DATE
049600                 THRU 2400-EXIT
049700     END-EVALUATE.
049800*
049900     IF NOT WS-RUN-APPLIED
050000         GO TO 2000-EXIT
050100     END-IF.
050200*
050300     MOVE WS-CURRENT-DATE TO BDT-UPDATED-DATE.
050400     MOVE WS-CURRENT-TIME TO BDT-UPDATED-TIME.
050500     PERFORM 2900-WRITE-CONTROL
050600         THRU 2900-EXIT.
050700 2000-EXIT.
050800     EXIT.
050900*
051000******************************************************************
051100* 2100-ROLL-DATE - NEXT PROCESSING DAY, OR END OF A RERUN
051200******************************************************************
051300 2100-ROLL-DATE.
051400     SET BDT-ACTION-ROLL TO TRUE.
051500     IF BDT-OVERRIDE-DATE NOT = ZERO
051600         MOVE BDT-OVERRIDE-DATE TO WS-EDIT-DATE-IN
051700         PERFORM 8000-EDIT-DATE
051800             THRU 8000-EXIT
051900         MOVE SPACES TO WS-MESSAGE-TEXT
052000         STRING 'RERUN FOR ' DELIMITED BY SIZE
052100                WS-EDIT-DATE-OUT DELIMITED BY SIZE
052200                ' COMPLETE - OVERRIDE CLEARED, BUSINESS DATE'
052300                DELIMITED BY SIZE
052400                ' NOT ROLLED' DELIMITED BY SIZE
052500             INTO WS-MESSAGE-TEXT
052600         END-STRING
052700         MOVE ZERO TO BDT-OVERRIDE-DATE
052800         MOVE ZERO TO BDT-OVERRIDE-PRIOR-DATE
052900         GO TO 2100-EXIT
053000     END-IF.
053100*
053200     MOVE BDT-BUSINESS-DATE TO WS-WORK-DATE.
053300     SET WS-PRINT-SKIPS TO TRUE.
053400     PERFORM 3000-NEXT-PROCESSING-DAY
053500         THRU 3000-EXIT.
053600     IF WS-RUN-ERROR
053700         GO TO 2100-EXIT
053800     END-IF.
053900     MOVE BDT-BUSINESS-DATE TO BDT-PRIOR-DATE.
054000     MOVE WS-WORK-DATE TO BDT-BUSINESS-DATE.
054100 2100-EXIT.
054200     EXIT.
054300*
054400******************************************************************
054500* 2200-SET-OVERRIDE - RERUN AN EARLIER PROCESSING DAY
054600******************************************************************
054700 2200-SET-OVERRIDE.
054800     IF WS-CARD-DATE-N NOT < BDT-BUSINESS-DATE
054900         MOVE 'OVERRIDE DATE NOT BEFORE THE BUSINESS DATE'
055000             TO WS-MESSAGE-TEXT
055100         SET WS-RUN-ERROR TO TRUE
055200         GO TO 2200-EXIT
055300     END-IF.
055400*
055500     MOVE WS-CARD-DATE-N TO WS-WORK-DATE.
055600     PERFORM 3200-LOOKUP-CALENDAR
055700         THRU 3200-EXIT.
055800     IF WS-NON-PROCESSING-DAY
055900         MOVE 'OVERRIDE DATE IS A NON-PROCESSING DAY'
056000             TO WS-MESSAGE-TEXT
056100         SET WS-RUN-ERROR TO TRUE
056200         GO TO 2200-EXIT
056300     END-IF.
056400*
056500     PERFORM 3300-PREV-PROCESSING-DAY
056600         THRU 3300-EXIT.
056700     IF WS-RUN-ERROR
056800         GO TO 2200-EXIT
056900     END-IF.
057000     MOVE WS-CARD-DATE-N TO BDT-OVERRIDE-DATE.
057100     MOVE WS-WORK-DATE TO BDT-OVERRIDE-PRIOR-DATE.
057200     SET BDT-ACTION-OVERRIDE TO TRUE.
057300 2200-EXIT.
057400     EXIT.
057500*
057600******************************************************************
057700* 2300-CANCEL-OVERRIDE - CLEAR AN OVERRIDE WITHOUT A RERUN
057800******************************************************************
057900 2300-CANCEL-OVERRIDE.
058000     IF BDT-OVERRIDE-DATE = ZERO
058100         MOVE 'NO OVERRIDE IN EFFECT - NOTHING TO CANCEL'
058200             TO WS-MESSAGE-TEXT
058300         SET WS-RUN-NOTHING-TO-DO TO TRUE
058400         GO TO 2300-EXIT
058500     END-IF.
058600     MOVE ZERO TO BDT-OVERRIDE-DATE.
058700     MOVE ZERO TO BDT-OVERRIDE-PRIOR-DATE.
058800     SET BDT-ACTION-CANCEL TO TRUE.
058900 2300-EXIT.
059000     EXIT.
059100*
059200******************************************************************
059300* 2400-INITIALIZE-DATE - SET THE BUSINESS DATE OUTRIGHT
059400******************************************************************
059500 2400-INITIALIZE-DATE.
059600     MOVE WS-CARD-DATE-N TO WS-WORK-DATE.
059700     PERFORM 3200-LOOKUP-CALENDAR
059800         THRU 3200-EXIT.
059900     IF WS-NON-PROCESSING-DAY
060000         MOVE 'INIT DATE IS A NON-PROCESSING DAY'
060100             TO WS-MESSAGE-TEXT
060200         SET WS-RUN-ERROR TO TRUE
060300         GO TO 2400-EXIT
060400     END-IF.
060500*
060600     PERFORM 3300-PREV-PROCESSING-DAY
060700         THRU 3300-EXIT.
060800     IF WS-RUN-ERROR
060900         GO TO 2400-EXIT
061000     END-IF.
061100     MOVE WS-CARD-DATE-N TO BDT-BUSINESS-DATE.
061200     MOVE WS-WORK-DATE TO BDT-PRIOR-DATE.
061300     MOVE ZERO TO BDT-OVERRIDE-DATE.
061400     MOVE ZERO TO BDT-OVERRIDE-PRIOR-DATE.
061500     SET BDT-ACTION-INIT TO TRUE.
061600 2400-EXIT.
061700     EXIT.
061800*
061900******************************************************************
062000* 2900-WRITE-CONTROL - REPLACE THE ONE CONTROL RECORD
062100******************************************************************
062200 2900-WRITE-CONTROL.
062300     OPEN OUTPUT BUSINESS-DATE-FILE.
062400     IF NOT BUSDATE-OK
062500         MOVE 'CONTROL FILE COULD NOT BE OPENED FOR OUTPUT'
062600             TO WS-MESSAGE-TEXT
062700         SET WS-RUN-ERROR TO TRUE
062800         GO TO 2900-EXIT
062900     END-IF.
063000     WRITE BUSINESS-DATE-FILE-RECORD FROM BUSINESS-DATE-RECORD.
063100     IF NOT BUSDATE-OK
063200         MOVE 'CONTROL RECORD WRITE FAILED - CHECK THE FILE'
063300             TO WS-MESSAGE-TEXT
063400         SET WS-RUN-ERROR TO TRUE
063500     END-IF.
063600     CLOSE BUSINESS-DATE-FILE.
063700 2900-EXIT.
063800     EXIT.
063900*
064000******************************************************************
064100* 3000-NEXT-PROCESSING-DAY - FIRST DAY AFTER WS-WORK-DATE NOT
064200*                            ON THE CALENDAR, AT MOST A YEAR OUT
064300******************************************************************
064400 3000-NEXT-PROCESSING-DAY.
064500     MOVE 'N' TO WS-DAY-FOUND-SWITCH.
064600     MOVE ZERO TO WS-TRY-COUNT.
064700     PERFORM 3050-STEP-FORWARD
064800         THRU 3050-EXIT
064900         UNTIL WS-DAY-FOUND
065000             OR WS-TRY-COUNT > 366.
065100     IF NOT WS-DAY-FOUND
065200         MOVE 'NO PROCESSING DAY WITHIN A YEAR - CHECK CALENDAR'
065300             TO WS-MESSAGE-TEXT
065400         SET WS-RUN-ERROR TO TRUE
065500     END-IF.
065600 3000-EXIT.
065700     EXIT.
065800*
065900******************************************************************
066000* 3050-STEP-FORWARD - ONE DAY ON; LIST IT IF IT IS SKIPPED
066100******************************************************************
066200 3050-STEP-FORWARD.
066300     ADD 1 TO WS-TRY-COUNT.
066400     COMPUTE WS-DAY-NO =
066500         FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) + 1.
066600     COMPUTE WS-WORK-DATE =
066700         FUNCTION DATE-OF-INTEGER (WS-DAY-NO).
066800     PERFORM 3200-LOOKUP-CALENDAR
066900         THRU 3200-EXIT.
067000     IF WS-PROCESSING-DAY
067100         SET WS-DAY-FOUND TO TRUE
067200         GO TO 3050-EXIT
067300     END-IF.
067400*
067500     ADD 1 TO WS-DAYS-SKIPPED.
067600     IF WS-PRINT-SKIPS
067700         MOVE WS-WORK-DATE TO WS-EDIT-DATE-IN
067800         PERFORM 8000-EDIT-DATE
067900             THRU 8000-EXIT
068000         MOVE WS-EDIT-DATE-OUT TO BDR-SKP-DATE
068100         MOVE WS-CAL-MATCH-DESC TO BDR-SKP-DESC
068200         MOVE BDR-SKIP-LINE TO CONTROL-RPT-LINE
068300         WRITE CONTROL-RPT-LINE
068400     END-IF.
068500 3050-EXIT.
068600     EXIT.
068700*
068800******************************************************************
068900* 3100-CHECK-DATE - WS-CHECK-DATE MUST BE A REAL CALENDAR DATE;
069000*                   A DATE THAT DOES NOT SURVIVE THE ROUND TRIP
069100*                   THROUGH ITS DAY NUMBER IS NOT ONE
069200******************************************************************
069300 3100-CHECK-DATE.
069400     IF WS-CHECK-DATE < 19000101
069500         SET WS-RUN-ERROR TO TRUE
069600         GO TO 3100-EXIT
069700     END-IF.
069800     IF WS-CHECK-DATE (5:2) < '01' OR WS-CHECK-DATE (5:2) > '12'
069900         OR WS-CHECK-DATE (7:2) < '01'
070000         OR WS-CHECK-DATE (7:2) > '31'
070100         SET WS-RUN-ERROR TO TRUE
070200         GO TO 3100-EXIT
070300     END-IF.
070400     COMPUTE WS-DAY-NO =
070500         FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE).
070600     COMPUTE WS-WORK-DATE =
070700         FUNCTION DATE-OF-INTEGER (WS-DAY-NO).
070800     IF WS-WORK-DATE NOT = WS-CHECK-DATE
070900         SET WS-RUN-ERROR TO TRUE
071000     END-IF.
071100 3100-EXIT.
071200     EXIT.
071300*
071400******************************************************************
071500* 3200-LOOKUP-CALENDAR - IS WS-WORK-DATE A NON-PROCESSING DAY
071600******************************************************************
071700 3200-LOOKUP-CALENDAR.
071800     SET WS-PROCESSING-DAY TO TRUE.
071900     MOVE SPACES TO WS-CAL-MATCH-DESC.
072000     PERFORM 3210-TEST-ONE-DAY
072100         THRU 3210-EXIT
072200         VARYING WS-CAL-SUB FROM 1 BY 1
072300         UNTIL WS-CAL-SUB > WS-CAL-COUNT
072400             OR WS-NON-PROCESSING-DAY.
072500 3200-EXIT.
072600     EXIT.
072700*
072800******************************************************************
072900* 3210-TEST-ONE-DAY
073000******************************************************************
073100 3210-TEST-ONE-DAY.
073200     IF WS-CAL-ENT-DATE (WS-CAL-SUB) = WS-WORK-DATE
073300         SET WS-NON-PROCESSING-DAY TO TRUE
073400         MOVE WS-CAL-ENT-DESC (WS-CAL-SUB) TO WS-CAL-MATCH-DESC
073500     END-IF.
073600 3210-EXIT.
073700     EXIT.
073800*
073900******************************************************************
074000* 3300-PREV-PROCESSING-DAY - LAST DAY BEFORE WS-WORK-DATE NOT ON
074100*                            THE CALENDAR, AT MOST A YEAR BACK
074200******************************************************************
074300 3300-PREV-PROCESSING-DAY.
074400     MOVE 'N' TO WS-DAY-FOUND-SWITCH.
074500     MOVE ZERO TO WS-TRY-COUNT.
074600     PERFORM 3350-STEP-BACK
074700         THRU 3350-EXIT
074800         UNTIL WS-DAY-FOUND
074900             OR WS-TRY-COUNT > 366.
075000     IF NOT WS-DAY-FOUND
075100         MOVE 'NO PROCESSING DAY WITHIN A YEAR - CHECK CALENDAR'
075200             TO WS-MESSAGE-TEXT
075300         SET WS-RUN-ERROR TO TRUE
075400     END-IF.
075500 3300-EXIT.
075600     EXIT.
075700*
075800******************************************************************
075900* 3350-STEP-BACK - ONE DAY BACK
076000******************************************************************
076100 3350-STEP-BACK.
076200     ADD 1 TO WS-TRY-COUNT.
076300     COMPUTE WS-DAY-NO =
076400         FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1.
076500     COMPUTE WS-WORK-DATE =
076600         FUNCTION DATE-OF-INTEGER (WS-DAY-NO).
076700     PERFORM 3200-LOOKUP-CALENDAR
076800         THRU 3200-EXIT.
076900     IF WS-PROCESSING-DAY
077000         SET WS-DAY-FOUND TO TRUE
077100     END-IF.
077200 3350-EXIT.
077300     EXIT.
077400*
077500******************************************************************
077600* 4000-PRINT-CONTROL - ONE LINE SHOWING THE CONTROL RECORD
077700******************************************************************
077800 4000-PRINT-CONTROL.
077900     MOVE WS-CONTROL-LABEL TO BDR-CTL-LABEL.
078000     MOVE BDT-BUSINESS-DATE TO WS-EDIT-DATE-IN.
078100     PERFORM 8000-EDIT-DATE
078200         THRU 8000-EXIT.
078300     MOVE WS-EDIT-DATE-OUT TO BDR-CTL-BUSINESS-DATE.
078400     MOVE BDT-PRIOR-DATE TO WS-EDIT-DATE-IN.
078500     PERFORM 8000-EDIT-DATE
078600         THRU 8000-EXIT.
078700     MOVE WS-EDIT-DATE-OUT TO BDR-CTL-PRIOR-DATE.
078800     MOVE BDT-OVERRIDE-DATE TO WS-EDIT-DATE-IN.
078900     PERFORM 8000-EDIT-DATE
079000         THRU 8000-EXIT.
079100     MOVE WS-EDIT-DATE-OUT TO BDR-CTL-OVERRIDE-DATE.
079200     MOVE BDT-OVERRIDE-PRIOR-DATE TO WS-EDIT-DATE-IN.
079300     PERFORM 8000-EDIT-DATE
079400         THRU 8000-EXIT.
079500     MOVE WS-EDIT-DATE-OUT TO BDR-CTL-OVERRIDE-PRIOR.
079600     MOVE BDR-CONTROL-LINE TO CONTROL-RPT-LINE.
079700     WRITE CONTROL-RPT-LINE.
079800 4000-EXIT.
079900     EXIT.
080000*
080100******************************************************************
080200* 4200-PRINT-MESSAGE - ONE MESSAGE LINE FROM WS-MESSAGE-TEXT
080300******************************************************************
080400 4200-PRINT-MESSAGE.
080500     MOVE WS-MESSAGE-TEXT TO BDR-MSG-TEXT.
080600     MOVE BDR-MESSAGE-LINE TO CONTROL-RPT-LINE.
080700     WRITE CONTROL-RPT-LINE.
080800 4200-EXIT.
080900     EXIT.
081000*
081100******************************************************************
081200* 8000-EDIT-DATE - CCYYMMDD TO MM/DD/CCYY; ZERO PRINTS AS NONE
081300******************************************************************
081400 8000-EDIT-DATE.
081500     IF WS-EDIT-DATE-IN = ZERO
081600         MOVE 'NONE' TO WS-EDIT-DATE-OUT
081700         GO TO 8000-EXIT
081800     END-IF.
081900     MOVE WS-EDIT-DATE-IN (5:2) TO WS-EDIT-DATE-OUT (1:2).
082000     MOVE '/'                   TO WS-EDIT-DATE-OUT (3:1).
082100     MOVE WS-EDIT-DATE-IN (7:2) TO WS-EDIT-DATE-OUT (4:2).
082200     MOVE '/'                   TO WS-EDIT-DATE-OUT (6:1).
082300     MOVE WS-EDIT-DATE-IN (1:4) TO WS-EDIT-DATE-OUT (7:4).
082400 8000-EXIT.
082500     EXIT.
082600*
082700******************************************************************
082800* 9000-TERMINATE - AFTER IMAGE OR ERROR, CLOSE, RETURN CODE
082900******************************************************************
083000 9000-TERMINATE.
083100     IF WS-RUN-APPLIED
083200         MOVE 'AFTER' TO WS-CONTROL-LABEL
083300         PERFORM 4000-PRINT-CONTROL
083400             THRU 4000-EXIT
083500     END-IF.
083600*
083700     IF WS-RUN-ERROR
083800         MOVE WS-MESSAGE-TEXT TO BDR-MSG-TEXT (1:80)
083900         MOVE SPACES TO WS-MESSAGE-TEXT
084000         STRING '** ' DELIMITED BY SIZE
084100                BDR-MSG-TEXT DELIMITED BY '  '
084200                ' - CONTROL RECORD NOT CHANGED **'
084300                DELIMITED BY SIZE
084400             INTO WS-MESSAGE-TEXT
084500         END-STRING
084600     END-IF.
084700*
084800     IF WS-MESSAGE-TEXT NOT = SPACES
084900         MOVE SPACES TO CONTROL-RPT-LINE
085000         WRITE CONTROL-RPT-LINE
085100         PERFORM 4200-PRINT-MESSAGE
085200             THRU 4200-EXIT
085300     END-IF.
085400*
085500     CLOSE CONTROL-RPT.
085600*
085700     EVALUATE TRUE
085800         WHEN WS-RUN-ERROR
085900             MOVE 16 TO RETURN-CODE
086000         WHEN WS-RUN-NOTHING-TO-DO
086100             MOVE 4 TO RETURN-CODE
086200         WHEN OTHER
086300             MOVE 0 TO RETURN-CODE
086400     END-EVALUATE.
086500 9000-EXIT.
086600     EXIT.
