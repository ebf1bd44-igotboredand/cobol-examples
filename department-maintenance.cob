000100******************************************************************
000200* DEPARTMENT-MAINTENANCE.COB
000300*
000400* PROGRAM-ID.  DEPARTMENT-MAINTENANCE
000500*
000600* AUTHOR.       D. L. WHITFIELD
000700* INSTALLATION. DATA CENTER SERVICES - BATCH SYSTEMS GROUP
000800* DATE-WRITTEN. 2026-10-15
000900* DATE-COMPILED.
001000*
001100* BATCH MAINTENANCE OF THE DEPARTMENT REFERENCE MASTER (DEPTREC
001200* LAYOUT, DEPTMSTR DD).  READS AN 80-BYTE TRANSACTION FILE OF
001300* ADDS, CHANGES AND DELETES (DPTTRN LAYOUT) SO A NEW DEPARTMENT
001400* CAN BE OPENED, A NAME CORRECTED OR AN AUTHORIZED HEADCOUNT
001500* MOVED AFTER A BUDGET CHANGE WITHOUT A REORG RUN OR A HAND-
001600* EDITED DATASET.  A DELETE IS REFUSED WHILE ANY NAME-MASTER
001700* EMPLOYEE STILL CARRIES THE DEPARTMENT CODE - MOVE THEM FIRST,
001800* OR USE DEPARTMENT-REORG TO MERGE THE DEPARTMENT AWAY.
001900*
002000* EVERY APPLIED TRANSACTION IS PRINTED ON THE REGISTER WITH THE
002100* PRIOR NAME AND HEADCOUNT, AND APPENDED TO THE DEPARTMENT
002200* HISTORY (DPTHREC LAYOUT, DPTHIST ESDS) WITH ITS BEFORE AND
002300* AFTER IMAGES, SO THE ROSTER'S HEADCOUNT VARIANCE RECAP CAN BE
002400* EXPLAINED AFTER THE FACT.  TRANSACTIONS THAT FAIL EDIT OR DO
002500* NOT MATCH THE REFERENCE PRINT ON THE REJECT LISTING:
002600*     D001  ACTION CODE NOT A, C OR D
002700*     D002  DEPARTMENT CODE MISSING
002800*     D003  DEPARTMENT NAME MISSING ON AN ADD
002900*     D004  AUTHORIZED HEADCOUNT NOT NUMERIC
003000*     D005  CHANGE CARRIES NO NAME AND NO HEADCOUNT
003100*     D006  ADD FOR A DEPARTMENT ALREADY ON THE REFERENCE
003200*     D007  CHANGE OR DELETE FOR A DEPARTMENT NOT ON FILE
003300*     D008  DELETE WHILE EMPLOYEES ARE STILL ASSIGNED
003400*     D009  DEPARTMENT REFERENCE I/O ERROR
003450*     D010  DELETE WHILE THE NAME-MASTER CANNOT BE READ
003500* RETURN CODES:
003600*     0000  EVERY TRANSACTION APPLIED
003700*     0004  AT LEAST ONE TRANSACTION REJECTED
003720*     0012  A CHANGE WAS APPLIED BUT ITS DEPARTMENT HISTORY
003740*           RECORD COULD NOT BE WRITTEN (SEE THE REGISTER)
003760*     0016  DEPARTMENT REFERENCE OR DEPARTMENT HISTORY NOT
003780*           OPENED - NOTHING APPLIED
003800*
003900* MODIFICATION HISTORY.
004000*     2026-10-15  DLW  ORIGINAL VERSION.
004014*     2026-10-15  DLW  RUN DATE NOW COMES FROM THE BUSINESS-DATE
004028*                       CONTROL FILE (GETBDATE MODULE, BUSDATE
004042*                       DD) INSTEAD OF THE SYSTEM CLOCK, SO A
004056*                       LATE OR RERUN STREAM PROCESSES THE DAY
004070*                       IT WAS MEANT TO.  NO CONTROL RECORD ENDS
004084*                       THE RUN WITH RETURN CODE 0016.
004086*     2026-10-15  DLW  THE REGISTER AND HISTORY AFTER IMAGE ARE
004088*                       SAVED BEFORE THE REFERENCE WRITE OR
004090*                       REWRITE.  THE REFERENCE AND HISTORY OPENS
004092*                       ARE CHECKED (RC 0016), AND A FAILED
004094*                       HISTORY WRITE PRINTS ON THE REGISTER AND
004096*                       ENDS THE RUN RC 0012.
004097*     2026-10-15  DLW  A DELETE IS REFUSED (D010) WHEN THE
004098*                       NAME-MASTER IS NOT OPEN OR CANNOT BE READ,
004099*                       NOT LET THROUGH UNCHECKED.
004100******************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID.              DEPARTMENT-MAINTENANCE.
004400 AUTHOR.                  D. L. WHITFIELD.
004500 INSTALLATION.            DATA CENTER SVCS - BATCH SYSTEMS GROUP.
004600 DATE-WRITTEN.            2026-10-15.
004700 DATE-COMPILED.
004800*
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.         IBM-370.
005200 OBJECT-COMPUTER.         IBM-370.
005300 SPECIAL-NAMES.
005400     C01 IS TOP-OF-PAGE.
005500*
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT DEPT-REFERENCE   ASSIGN TO DEPTMSTR
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS DPT-DEPT-CODE
006200         FILE STATUS IS WS-DEPTREF-STATUS.
006300*
006400     SELECT NAME-MASTER      ASSIGN TO NAMEMSTR
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS EMP-ID
006800         FILE STATUS IS WS-NAMEMSTR-STATUS.
006900*
007000     SELECT DEPT-TRANS-FILE  ASSIGN TO DEPTTRN
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-DEPTTRN-STATUS.
007300*
007400     SELECT DEPT-HISTORY     ASSIGN TO AS-DPTHIST
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-DPTHIST-STATUS.
007700*
007800     SELECT REGISTER-RPT     ASSIGN TO DEPTREG
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-DEPTREG-STATUS.
008100*
008200     SELECT REJECT-RPT       ASSIGN TO DEPTREJ
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-DEPTREJ-STATUS.
008500*
008600 DATA DIVISION.
008700 FILE SECTION.
008800*
008900 FD  DEPT-REFERENCE
009000     LABEL RECORDS ARE STANDARD
009100     RECORD CONTAINS 30 CHARACTERS.
009200     COPY DEPTREC.
009300*
009400 FD  NAME-MASTER
009500     LABEL RECORDS ARE STANDARD
009600     RECORD CONTAINS 51 CHARACTERS.
009700     COPY EMPREC.
009800*
009900 FD  DEPT-TRANS-FILE
010000     LABEL RECORDS ARE STANDARD
010100     RECORD CONTAINS 80 CHARACTERS.
010200     COPY DPTTRN.
010300*
010400 FD  DEPT-HISTORY
010500     LABEL RECORDS ARE STANDARD
010600     RECORD CONTAINS 100 CHARACTERS.
010700     COPY DPTHREC.
010800*
010900 FD  REGISTER-RPT
011000     LABEL RECORDS ARE STANDARD
011100     RECORD CONTAINS 132 CHARACTERS.
011200 01  REGISTER-RPT-LINE           PIC X(132).
011300*
011400 FD  REJECT-RPT
011500     LABEL RECORDS ARE STANDARD
011600     RECORD CONTAINS 132 CHARACTERS.
011700 01  REJECT-RPT-LINE             PIC X(132).
011800*
011900 WORKING-STORAGE SECTION.
012000*
012100******************************************************************
012200* FILE STATUS SWITCHES
012300******************************************************************
012400 01  FILE-STATUS-SWITCHES.
012500     05  WS-DEPTREF-STATUS           PIC X(02) VALUE SPACES.
012600         88  DEPTREF-OK                  VALUE '00'.
012700         88  DEPTREF-NOT-FOUND           VALUE '23'.
012800         88  DEPTREF-DUPLICATE           VALUE '22'.
012900     05  WS-NAMEMSTR-STATUS          PIC X(02) VALUE SPACES.
013000         88  NAMEMSTR-NOT-PRESENT        VALUE '35'.
013050         88  NAMEMSTR-OK                 VALUE '00'.
013100     05  WS-DEPTTRN-STATUS           PIC X(02) VALUE SPACES.
013200         88  DEPTTRN-NOT-PRESENT         VALUE '35'.
013300     05  WS-DPTHIST-STATUS           PIC X(02) VALUE SPACES.
013350         88  DPTHIST-OK                  VALUE '00'.
013400     05  WS-DEPTREG-STATUS           PIC X(02) VALUE SPACES.
013500     05  WS-DEPTREJ-STATUS           PIC X(02) VALUE SPACES.
013600*
013700******************************************************************
013800* PROGRAM SWITCHES
013900******************************************************************
014000 01  WS-SWITCHES.
014100     05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
014200         88  WS-EOF-TRANSACTIONS         VALUE 'Y'.
014300     05  WS-TRANS-EDIT-SWITCH        PIC X(01) VALUE 'Y'.
014400         88  WS-TRANS-IS-VALID            VALUE 'Y'.
014500         88  WS-TRANS-IS-INVALID          VALUE 'N'.
014600     05  WS-NAMEMSTR-OPEN-SWITCH     PIC X(01) VALUE 'N'.
014700         88  WS-NAMEMSTR-OPEN             VALUE 'Y'.
014800     05  WS-EMP-EOF-SWITCH           PIC X(01) VALUE 'N'.
014900         88  WS-EOF-NAME-MASTER           VALUE 'Y'.
015000     05  WS-ASSIGNED-SWITCH          PIC X(01) VALUE 'N'.
015100         88  WS-EMPLOYEES-ASSIGNED        VALUE 'Y'.
015111     05  WS-EMP-ERROR-SWITCH         PIC X(01) VALUE 'N'.
015122         88  WS-NAME-MASTER-FAILED        VALUE 'Y'.
015133     05  WS-HISTORY-ERROR-SWITCH     PIC X(01) VALUE 'N'.
015166         88  WS-HISTORY-WRITE-FAILED      VALUE 'Y'.
015200*
015300******************************************************************
015400* WORK FIELDS
015500******************************************************************
015600 01  WS-WORK-FIELDS.
015700     05  WS-RUN-DATE-EDIT            PIC X(10) VALUE SPACES.
015800     05  WS-REJECT-REASON-CODE       PIC X(04) VALUE SPACES.
015900         88  WS-REASON-BAD-ACTION        VALUE 'D001'.
016000         88  WS-REASON-BLANK-DEPT        VALUE 'D002'.
016100         88  WS-REASON-NAME-MISSING      VALUE 'D003'.
016200         88  WS-REASON-BAD-HEADCOUNT     VALUE 'D004'.
016300         88  WS-REASON-NOTHING-CHANGED   VALUE 'D005'.
016400         88  WS-REASON-DUPLICATE-ADD     VALUE 'D006'.
016500         88  WS-REASON-NOT-ON-FILE       VALUE 'D007'.
016600         88  WS-REASON-EMPLOYEES-LEFT    VALUE 'D008'.
016700         88  WS-REASON-REFERENCE-IO      VALUE 'D009'.
016750         88  WS-REASON-EMPLOYEES-UNREAD  VALUE 'D010'.
016800     05  WS-REJECT-REASON-TEXT       PIC X(40) VALUE SPACES.
016900     05  WS-ACTION-DESC              PIC X(07) VALUE SPACES.
017000     05  WS-HEADCOUNT-WORK           PIC X(05) VALUE SPACES.
017100     05  WS-BEFORE-IMAGE             PIC X(30) VALUE SPACES.
017200     05  WS-BEFORE-FIELDS REDEFINES WS-BEFORE-IMAGE.
017300         10  WS-BEFORE-DEPT-CODE     PIC X(04).
017400         10  WS-BEFORE-DEPT-NAME     PIC X(20).
017500         10  WS-BEFORE-AUTH          PIC X(05).
017600         10  FILLER                  PIC X(01).
017614     05  WS-AFTER-IMAGE              PIC X(30) VALUE SPACES.
017628     05  WS-AFTER-FIELDS REDEFINES WS-AFTER-IMAGE.
017642         10  WS-AFTER-DEPT-CODE      PIC X(04).
017656         10  WS-AFTER-DEPT-NAME      PIC X(20).
017670         10  WS-AFTER-AUTH           PIC X(05).
017684         10  FILLER                  PIC X(01).
017700     05  WS-ASSIGNED-EMP-ID          PIC X(05) VALUE SPACES.
017800*
017900******************************************************************
018000* COUNTERS
018100******************************************************************
018200 01  WS-COUNTERS.
018300     05  WS-TRANS-READ               PIC 9(07) COMP VALUE ZERO.
018400     05  WS-TRANS-ADDED              PIC 9(07) COMP VALUE ZERO.
018500     05  WS-TRANS-CHANGED            PIC 9(07) COMP VALUE ZERO.
018600     05  WS-TRANS-DELETED            PIC 9(07) COMP VALUE ZERO.
018700     05  WS-TRANS-REJECTED           PIC 9(07) COMP VALUE ZERO.
018800     05  WS-REG-LINE-COUNT           PIC 9(02) COMP VALUE ZERO.
018900*
019000******************************************************************
019100* DATE FIELDS
019200******************************************************************
019300 01  WS-CURRENT-DATE.
019400     05  WS-CURRENT-CCYY             PIC 9(04).
019500     05  WS-CURRENT-MM               PIC 9(02).
019600     05  WS-CURRENT-DD               PIC 9(02).
019633*
019666     COPY BDTPARM.
019700*
019800 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
019900*
020000******************************************************************
020100* DEPARTMENT MAINTENANCE REGISTER LINE LAYOUTS
020200******************************************************************
020300 01  REG-TITLE-LINE-1.
020400     05  FILLER                      PIC X(01) VALUE SPACE.
020500     05  FILLER                      PIC X(44) VALUE
020600         'DEPARTMENT REFERENCE MAINTENANCE REGISTER'.
020700     05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
020800     05  REG-TL1-RUN-DATE            PIC X(10) VALUE SPACES.
020900     05  FILLER                      PIC X(67) VALUE SPACES.
021000*
021100 01  REG-COLUMN-HEADING-1.
021200     05  FILLER                      PIC X(01) VALUE SPACE.
021300     05  FILLER                      PIC X(09) VALUE 'ACTION'.
021400     05  FILLER                      PIC X(06) VALUE 'DEPT'.
021500     05  FILLER                      PIC X(22) VALUE
021600         'DEPARTMENT NAME'.
021700     05  FILLER                      PIC X(08) VALUE 'AUTH'.
021800     05  FILLER                      PIC X(22) VALUE
021900         'PRIOR NAME'.
022000     05  FILLER                      PIC X(08) VALUE 'PRIOR'.
022100     05  FILLER                      PIC X(56) VALUE SPACES.
022200*
022300 01  REG-DETAIL-LINE.
022400     05  FILLER                      PIC X(01) VALUE SPACE.
022500     05  REG-DTL-ACTION              PIC X(09) VALUE SPACES.
022600     05  REG-DTL-DEPT-CODE           PIC X(06) VALUE SPACES.
022700     05  REG-DTL-DEPT-NAME           PIC X(22) VALUE SPACES.
022800     05  REG-DTL-AUTH                PIC X(08) VALUE SPACES.
022900     05  REG-DTL-PRIOR-NAME          PIC X(22) VALUE SPACES.
023000     05  REG-DTL-PRIOR-AUTH          PIC X(08) VALUE SPACES.
023100     05  FILLER                      PIC X(56) VALUE SPACES.
023200*
023300 01  REG-TOTAL-LINE-1.
023400     05  FILLER                      PIC X(01) VALUE SPACE.
023500     05  FILLER                      PIC X(16) VALUE 'ADDED: '.
023600     05  REG-TOT-ADDED               PIC ZZZ,ZZ9.
023700     05  FILLER                      PIC X(16) VALUE
023800         '  CHANGED: '.
023900     05  REG-TOT-CHANGED             PIC ZZZ,ZZ9.
024000     05  FILLER                      PIC X(16) VALUE
024100         '  DELETED: '.
024200     05  REG-TOT-DELETED             PIC ZZZ,ZZ9.
024300     05  FILLER                      PIC X(16) VALUE
024400         '  REJECTED: '.
024500     05  REG-TOT-REJECTED            PIC ZZZ,ZZ9.
024600     05  FILLER                      PIC X(39) VALUE SPACES.
024612*
024624 01  REG-ERROR-LINE.
024636     05  FILLER                      PIC X(01) VALUE SPACE.
024648     05  REG-ERR-TEXT                PIC X(45) VALUE SPACES.
024660     05  FILLER                      PIC X(08) VALUE 'STATUS '.
024672     05  REG-ERR-STATUS              PIC X(02) VALUE SPACES.
024684     05  FILLER                      PIC X(76) VALUE SPACES.
024700*
024800******************************************************************
024900* REJECT LISTING LINE LAYOUTS
025000******************************************************************
025100 01  RJT-TITLE-LINE-1.
025200     05  FILLER                      PIC X(01) VALUE SPACE.
025300     05  FILLER                      PIC X(44) VALUE
025400         'DEPARTMENT REFERENCE MAINTENANCE REJECTS'.
025500     05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
025600     05  RJT-TL1-RUN-DATE            PIC X(10) VALUE SPACES.
025700     05  FILLER                      PIC X(67) VALUE SPACES.
025800*
025900 01  RJT-COLUMN-HEADING-1.
026000     05  FILLER                      PIC X(01) VALUE SPACE.
026100     05  FILLER                      PIC X(09) VALUE 'ACTION'.
026200     05  FILLER                      PIC X(06) VALUE 'DEPT'.
026300     05  FILLER                      PIC X(06) VALUE 'REASON'.
026400     05  FILLER                      PIC X(42) VALUE
026500         'REASON TEXT'.
026600     05  FILLER                      PIC X(68) VALUE SPACES.
026700*
026800 01  RJT-DETAIL-LINE.
026900     05  FILLER                      PIC X(01) VALUE SPACE.
027000     05  RJT-DTL-ACTION              PIC X(09) VALUE SPACES.
027100     05  RJT-DTL-DEPT-CODE           PIC X(06) VALUE SPACES.
027200     05  RJT-DTL-REASON              PIC X(04) VALUE SPACES.
027300     05  FILLER                      PIC X(02) VALUE SPACES.
027400     05  RJT-DTL-REASON-TEXT         PIC X(40) VALUE SPACES.
027500     05  FILLER                      PIC X(02) VALUE SPACES.
027600     05  RJT-DTL-EMP-NOTE            PIC X(68) VALUE SPACES.
027700*
027800 PROCEDURE DIVISION.
027900*
028000******************************************************************
028100* 0000-MAINLINE
028200******************************************************************
028300 0000-MAINLINE.
028400     PERFORM 1000-INITIALIZE
028500         THRU 1000-EXIT.
028600*
028700     PERFORM 2000-PROCESS-TRANSACTIONS
028800         THRU 2000-EXIT
028900         UNTIL WS-EOF-TRANSACTIONS.
029000*
029100     PERFORM 9000-TERMINATE
029200         THRU 9000-EXIT.
029300*
029400     STOP RUN.
029500*
029600******************************************************************
029700* 1000-INITIALIZE - OPEN FILES, PRIME FIRST TRANSACTION
029800******************************************************************
029900 1000-INITIALIZE.
029928     CALL 'GETBDATE' USING BUSINESS-DATE-PARMS.
029956     IF BDP-DATE-UNAVAILABLE
029984         MOVE 16 TO RETURN-CODE
030012         STOP RUN
030040     END-IF.
030068     MOVE BDP-PROCESS-DATE TO WS-CURRENT-DATE.
030100     MOVE WS-CURRENT-MM TO WS-RUN-DATE-EDIT (1:2).
030200     MOVE '/'            TO WS-RUN-DATE-EDIT (3:1).
030300     MOVE WS-CURRENT-DD TO WS-RUN-DATE-EDIT (4:2).
030400     MOVE '/'            TO WS-RUN-DATE-EDIT (6:1).
030500     MOVE WS-CURRENT-CCYY TO WS-RUN-DATE-EDIT (7:4).
030600*
030625     OPEN OUTPUT REGISTER-RPT.
030650     OPEN OUTPUT REJECT-RPT.
030675*
030700     OPEN I-O DEPT-REFERENCE.
030712     IF NOT DEPTREF-OK
030724         MOVE '** DEPARTMENT REFERENCE NOT OPENED -'
030736             TO REG-ERR-TEXT
030748         MOVE WS-DEPTREF-STATUS TO REG-ERR-STATUS
030760         PERFORM 1900-OPEN-FAILED
030772             THRU 1900-EXIT
030784     END-IF.
030800     OPEN INPUT NAME-MASTER.
030900     IF NAMEMSTR-OK
031000         SET WS-NAMEMSTR-OPEN TO TRUE
031100     END-IF.
031200     OPEN EXTEND DEPT-HISTORY.
031211     IF NOT DPTHIST-OK
031222         CLOSE DEPT-REFERENCE
031233         MOVE '** DEPARTMENT HISTORY NOT OPENED -'
031244             TO REG-ERR-TEXT
031255         MOVE WS-DPTHIST-STATUS TO REG-ERR-STATUS
031266         PERFORM 1900-OPEN-FAILED
031277             THRU 1900-EXIT
031288     END-IF.
031300     OPEN INPUT DEPT-TRANS-FILE.
031400     IF DEPTTRN-NOT-PRESENT
031500         SET WS-EOF-TRANSACTIONS TO TRUE
031600     END-IF.
031900*
032000     PERFORM 4100-PRINT-REGISTER-HEADERS
032100         THRU 4100-EXIT.
032200*
032300     IF NOT WS-EOF-TRANSACTIONS
032400         PERFORM 2100-READ-TRANSACTION
032500             THRU 2100-EXIT
032600     END-IF.
032700 1000-EXIT.
032800     EXIT.
032806*
032812******************************************************************
032818* 1900-OPEN-FAILED - A FILE THE RUN UPDATES DID NOT OPEN; THE
032824*                    ERROR PRINTS ON THE REGISTER AND NOTHING IS
032830*                    APPLIED
032836******************************************************************
032842 1900-OPEN-FAILED.
032848     MOVE REG-ERROR-LINE TO REGISTER-RPT-LINE.
032854     WRITE REGISTER-RPT-LINE.
032860     CLOSE REGISTER-RPT.
032866     CLOSE REJECT-RPT.
032872     MOVE 16 TO RETURN-CODE.
032878     STOP RUN.
032884 1900-EXIT.
032890     EXIT.
032900*
033000******************************************************************
033100* 2000-PROCESS-TRANSACTIONS - ONE PASS PER TRANSACTION
033200******************************************************************
033300 2000-PROCESS-TRANSACTIONS.
033400     PERFORM 2200-APPLY-ONE-TRANSACTION
033500         THRU 2200-EXIT.
033600*
033700     PERFORM 2100-READ-TRANSACTION
033800         THRU 2100-EXIT.
033900 2000-EXIT.
034000     EXIT.
034100*
034200******************************************************************
034300* 2100-READ-TRANSACTION
034400******************************************************************
034500 2100-READ-TRANSACTION.
034600     READ DEPT-TRANS-FILE
034700         AT END
034800             SET WS-EOF-TRANSACTIONS TO TRUE
034900     END-READ.
035000     IF NOT WS-EOF-TRANSACTIONS
035100         ADD 1 TO WS-TRANS-READ
035200     END-IF.
035300 2100-EXIT.
035400     EXIT.
035500*
035600******************************************************************
035700* 2200-APPLY-ONE-TRANSACTION - EDIT, THEN ADD/CHANGE/DELETE
035800******************************************************************
035900 2200-APPLY-ONE-TRANSACTION.
036000     PERFORM 2300-SET-ACTION-DESC
036100         THRU 2300-EXIT.
036200     PERFORM 3000-EDIT-TRANSACTION
036300         THRU 3000-EXIT.
036400*
036500     IF WS-TRANS-IS-INVALID
036600         PERFORM 5000-PRINT-REJECT-LINE
036700             THRU 5000-EXIT
036800         GO TO 2200-EXIT
036900     END-IF.
037000*
037100     MOVE SPACES TO WS-BEFORE-IMAGE.
037150     MOVE SPACES TO WS-AFTER-IMAGE.
037200     EVALUATE TRUE
037300         WHEN DTR-ACTION-ADD
037400             PERFORM 3100-ADD-DEPARTMENT
037500                 THRU 3100-EXIT
037600         WHEN DTR-ACTION-CHANGE
037700             PERFORM 3200-CHANGE-DEPARTMENT
037800                 THRU 3200-EXIT
037900         WHEN DTR-ACTION-DELETE
038000             PERFORM 3300-DELETE-DEPARTMENT
038100                 THRU 3300-EXIT
038200     END-EVALUATE.
038300*
038400     IF WS-TRANS-IS-INVALID
038500         PERFORM 5000-PRINT-REJECT-LINE
038600             THRU 5000-EXIT
038700     ELSE
038800         PERFORM 4000-PRINT-REGISTER-LINE
038900             THRU 4000-EXIT
039000         PERFORM 6000-WRITE-DEPT-HISTORY
039100             THRU 6000-EXIT
039200     END-IF.
039300 2200-EXIT.
039400     EXIT.
039500*
039600******************************************************************
039700* 2300-SET-ACTION-DESC - REPORT TEXT FOR THE ACTION CODE
039800******************************************************************
039900 2300-SET-ACTION-DESC.
040000     EVALUATE TRUE
040100         WHEN DTR-ACTION-ADD
040200             MOVE 'ADD' TO WS-ACTION-DESC
040300         WHEN DTR-ACTION-CHANGE
040400             MOVE 'CHANGE' TO WS-ACTION-DESC
040500         WHEN DTR-ACTION-DELETE
040600             MOVE 'DELETE' TO WS-ACTION-DESC
040700         WHEN OTHER
040800             MOVE DTR-ACTION-CODE TO WS-ACTION-DESC
040900     END-EVALUATE.
041000 2300-EXIT.
041100     EXIT.
041200*
041300******************************************************************
041400* 3000-EDIT-TRANSACTION - FIELD EDITS BEFORE THE REFERENCE IS
041500*                         READ; A HEADCOUNT KEYED WITH LEADING
041600*                         SPACES IS ZERO-FILLED BEFORE THE TEST
041700******************************************************************
041800 3000-EDIT-TRANSACTION.
041900     SET WS-TRANS-IS-VALID TO TRUE.
042000     MOVE SPACES TO WS-REJECT-REASON-CODE.
042100     MOVE SPACES TO WS-REJECT-REASON-TEXT.
042200*
042300     IF NOT DTR-ACTION-ADD AND NOT DTR-ACTION-CHANGE
042400         AND NOT DTR-ACTION-DELETE
042500         SET WS-TRANS-IS-INVALID TO TRUE
042600         SET WS-REASON-BAD-ACTION TO TRUE
042700         MOVE 'ACTION CODE NOT A, C OR D'
042800             TO WS-REJECT-REASON-TEXT
042900         GO TO 3000-EXIT
043000     END-IF.
043100*
043200     IF DTR-DEPT-CODE = SPACES
043300         SET WS-TRANS-IS-INVALID TO TRUE
043400         SET WS-REASON-BLANK-DEPT TO TRUE
043500         MOVE 'DEPARTMENT CODE MISSING'
043600             TO WS-REJECT-REASON-TEXT
043700         GO TO 3000-EXIT
043800     END-IF.
043900*
044000     IF DTR-ACTION-DELETE
044100         GO TO 3000-EXIT
044200     END-IF.
044300*
044400     IF DTR-ACTION-ADD AND DTR-DEPT-NAME = SPACES
044500         SET WS-TRANS-IS-INVALID TO TRUE
044600         SET WS-REASON-NAME-MISSING TO TRUE
044700         MOVE 'DEPARTMENT NAME MISSING ON ADD'
044800             TO WS-REJECT-REASON-TEXT
044900         GO TO 3000-EXIT
045000     END-IF.
045100*
045200     IF DTR-ACTION-CHANGE AND DTR-DEPT-NAME = SPACES
045300         AND DTR-AUTH-HEADCOUNT = SPACES
045400         SET WS-TRANS-IS-INVALID TO TRUE
045500         SET WS-REASON-NOTHING-CHANGED TO TRUE
045600         MOVE 'CHANGE CARRIES NO NAME OR HEADCOUNT'
045700             TO WS-REJECT-REASON-TEXT
045800         GO TO 3000-EXIT
045900     END-IF.
046000*
046100     MOVE DTR-AUTH-HEADCOUNT TO WS-HEADCOUNT-WORK.
046200     IF WS-HEADCOUNT-WORK NOT = SPACES
046300         INSPECT WS-HEADCOUNT-WORK
046400             REPLACING LEADING SPACE BY '0'
046500         IF WS-HEADCOUNT-WORK IS NOT NUMERIC
046600             SET WS-TRANS-IS-INVALID TO TRUE
046700             SET WS-REASON-BAD-HEADCOUNT TO TRUE
046800             MOVE 'AUTHORIZED HEADCOUNT NOT NUMERIC'
046900                 TO WS-REJECT-REASON-TEXT
047000         END-IF
047100     END-IF.
047200 3000-EXIT.
047300     EXIT.
047400*
047500******************************************************************
047600* 3100-ADD-DEPARTMENT - WRITE A NEW REFERENCE RECORD; A BLANK
047700*                       HEADCOUNT IS LEFT AS SPACES, WHICH THE
047800*                       ROSTER RECAP SHOWS AS "NOT AUTHORIZED"
047900******************************************************************
048000 3100-ADD-DEPARTMENT.
048100     MOVE SPACES TO DEPT-REFERENCE-RECORD.
048200     MOVE DTR-DEPT-CODE TO DPT-DEPT-CODE.
048300     MOVE DTR-DEPT-NAME TO DPT-DEPT-NAME.
048400     MOVE WS-HEADCOUNT-WORK TO DPT-AUTH-HEADCOUNT (1:5).
048450     MOVE DEPT-REFERENCE-RECORD TO WS-AFTER-IMAGE.
048500     WRITE DEPT-REFERENCE-RECORD
048600         INVALID KEY
048700             SET WS-TRANS-IS-INVALID TO TRUE
048800             SET WS-REASON-DUPLICATE-ADD TO TRUE
048900             MOVE 'DEPARTMENT ALREADY ON REFERENCE'
049000                 TO WS-REJECT-REASON-TEXT
049100     END-WRITE.
049200     IF WS-TRANS-IS-VALID
049300         ADD 1 TO WS-TRANS-ADDED
049400     END-IF.
049500 3100-EXIT.
049600     EXIT.
049700*
049800******************************************************************
049900* 3200-CHANGE-DEPARTMENT - READ, OVERLAY NON-BLANK FIELDS,
050000*                          REWRITE
050100******************************************************************
050200 3200-CHANGE-DEPARTMENT.
050300     MOVE DTR-DEPT-CODE TO DPT-DEPT-CODE.
050400     READ DEPT-REFERENCE
050500         INVALID KEY
050600             SET WS-TRANS-IS-INVALID TO TRUE
050700             SET WS-REASON-NOT-ON-FILE TO TRUE
050800             MOVE 'DEPARTMENT NOT ON REFERENCE'
050900                 TO WS-REJECT-REASON-TEXT
051000     END-READ.
051100     IF WS-TRANS-IS-INVALID
051200         GO TO 3200-EXIT
051300     END-IF.
051400*
051500     MOVE DEPT-REFERENCE-RECORD TO WS-BEFORE-IMAGE.
051600     IF DTR-DEPT-NAME NOT = SPACES
051700         MOVE DTR-DEPT-NAME TO DPT-DEPT-NAME
051800     END-IF.
051900     IF WS-HEADCOUNT-WORK NOT = SPACES
052000         MOVE WS-HEADCOUNT-WORK TO DPT-AUTH-HEADCOUNT (1:5)
052100     END-IF.
052200*
052250     MOVE DEPT-REFERENCE-RECORD TO WS-AFTER-IMAGE.
052300     REWRITE DEPT-REFERENCE-RECORD
052400         INVALID KEY
052500             SET WS-TRANS-IS-INVALID TO TRUE
052600             SET WS-REASON-REFERENCE-IO TO TRUE
052700             MOVE 'DEPARTMENT REFERENCE REWRITE FAILED'
052800                 TO WS-REJECT-REASON-TEXT
052900     END-REWRITE.
053000     IF WS-TRANS-IS-VALID
053100         ADD 1 TO WS-TRANS-CHANGED
053200     END-IF.
053300 3200-EXIT.
053400     EXIT.
053500*
053600******************************************************************
053700* 3300-DELETE-DEPARTMENT - REFUSED WHILE ANY EMPLOYEE ON THE
053800*                          NAME-MASTER STILL CARRIES THE CODE
053900******************************************************************
054000 3300-DELETE-DEPARTMENT.
054100     MOVE DTR-DEPT-CODE TO DPT-DEPT-CODE.
054200     READ DEPT-REFERENCE
054300         INVALID KEY
054400             SET WS-TRANS-IS-INVALID TO TRUE
054500             SET WS-REASON-NOT-ON-FILE TO TRUE
054600             MOVE 'DEPARTMENT NOT ON REFERENCE'
054700                 TO WS-REJECT-REASON-TEXT
054800     END-READ.
054900     IF WS-TRANS-IS-INVALID
055000         GO TO 3300-EXIT
055100     END-IF.
055200     MOVE DEPT-REFERENCE-RECORD TO WS-BEFORE-IMAGE.
055300*
055400     PERFORM 3400-CHECK-EMPLOYEES-ASSIGNED
055500         THRU 3400-EXIT.
055600     IF WS-EMPLOYEES-ASSIGNED
055700         SET WS-TRANS-IS-INVALID TO TRUE
055800         SET WS-REASON-EMPLOYEES-LEFT TO TRUE
055900         MOVE 'EMPLOYEES STILL ASSIGNED TO DEPARTMENT'
056000             TO WS-REJECT-REASON-TEXT
056100         GO TO 3300-EXIT
056200     END-IF.
056207     IF WS-NAME-MASTER-FAILED
056214         SET WS-TRANS-IS-INVALID TO TRUE
056221         SET WS-REASON-EMPLOYEES-UNREAD TO TRUE
056228         IF WS-NAMEMSTR-OPEN
056235             MOVE 'NAME-MASTER READ FAILED - DELETE REFUSED'
056242                 TO WS-REJECT-REASON-TEXT
056249         ELSE
056256             MOVE 'NAME-MASTER NOT OPENED - DELETE REFUSED'
056263                 TO WS-REJECT-REASON-TEXT
056270         END-IF
056277         GO TO 3300-EXIT
056284     END-IF.
056300*
056400     DELETE DEPT-REFERENCE
056500         INVALID KEY
056600             SET WS-TRANS-IS-INVALID TO TRUE
056700             SET WS-REASON-REFERENCE-IO TO TRUE
056800             MOVE 'DEPARTMENT REFERENCE DELETE FAILED'
056900                 TO WS-REJECT-REASON-TEXT
057000     END-DELETE.
057100     IF WS-TRANS-IS-VALID
057200         ADD 1 TO WS-TRANS-DELETED
057300     END-IF.
057400 3300-EXIT.
057500     EXIT.
057600*
057700******************************************************************
057800* 3400-CHECK-EMPLOYEES-ASSIGNED - SEQUENTIAL PASS OF THE
057900*                                 NAME-MASTER FROM THE TOP,
058000*                                 STOPPING AT THE FIRST EMPLOYEE
058100*                                 IN THE DEPARTMENT.  DELETES ARE
058200*                                 RARE ENOUGH THAT A PASS EACH IS
058300*                                 CHEAPER THAN A USAGE TABLE.
058325*                                 A NAME-MASTER THAT IS NOT OPEN
058350*                                 OR FAILS A READ SETS THE ERROR
058375*                                 SWITCH AND THE DELETE IS REFUSED
058400******************************************************************
058500 3400-CHECK-EMPLOYEES-ASSIGNED.
058600     MOVE 'N' TO WS-ASSIGNED-SWITCH.
058700     MOVE SPACES TO WS-ASSIGNED-EMP-ID.
058750     MOVE 'N' TO WS-EMP-ERROR-SWITCH.
058800     IF NOT WS-NAMEMSTR-OPEN
058850         SET WS-NAME-MASTER-FAILED TO TRUE
058900         GO TO 3400-EXIT
059000     END-IF.
059100*
059200     MOVE 'N' TO WS-EMP-EOF-SWITCH.
059300     MOVE LOW-VALUES TO EMP-ID.
059400     START NAME-MASTER
059500         KEY IS NOT LESS THAN EMP-ID
059600         INVALID KEY
059700             SET WS-EOF-NAME-MASTER TO TRUE
059800     END-START.
059816     IF NOT NAMEMSTR-OK
059832         AND NOT WS-EOF-NAME-MASTER
059848         SET WS-NAME-MASTER-FAILED TO TRUE
059864         GO TO 3400-EXIT
059880     END-IF.
059900     PERFORM 3410-CHECK-ONE-EMPLOYEE
060000         THRU 3410-EXIT
060100         UNTIL WS-EOF-NAME-MASTER
060200             OR WS-EMPLOYEES-ASSIGNED.
060300 3400-EXIT.
060400     EXIT.
060500*
060600******************************************************************
060700* 3410-CHECK-ONE-EMPLOYEE - ONE NAME-MASTER RECORD
060800******************************************************************
060900 3410-CHECK-ONE-EMPLOYEE.
061000     READ NAME-MASTER NEXT RECORD
061100         AT END
061200             SET WS-EOF-NAME-MASTER TO TRUE
061300             GO TO 3410-EXIT
061400     END-READ.
061416     IF NOT NAMEMSTR-OK
061432         SET WS-NAME-MASTER-FAILED TO TRUE
061448         SET WS-EOF-NAME-MASTER TO TRUE
061464         GO TO 3410-EXIT
061480     END-IF.
061500     IF EMP-DEPT-CODE = DTR-DEPT-CODE
061600         SET WS-EMPLOYEES-ASSIGNED TO TRUE
061700         MOVE EMP-ID TO WS-ASSIGNED-EMP-ID
061800     END-IF.
061900 3410-EXIT.
062000     EXIT.
062100*
062200******************************************************************
062300* 4000-PRINT-REGISTER-LINE - ONE LINE PER APPLIED TRANSACTION,
062400*                            NEW VALUES BESIDE THE PRIOR ONES
062500******************************************************************
062600 4000-PRINT-REGISTER-LINE.
062700     IF WS-REG-LINE-COUNT >= 60
062800         PERFORM 4100-PRINT-REGISTER-HEADERS
062900             THRU 4100-EXIT
063000     END-IF.
063100*
063200     MOVE SPACES TO REG-DETAIL-LINE.
063300     MOVE WS-ACTION-DESC TO REG-DTL-ACTION.
063400     MOVE DTR-DEPT-CODE TO REG-DTL-DEPT-CODE.
063500     IF NOT DTR-ACTION-DELETE
063600         MOVE WS-AFTER-DEPT-NAME TO REG-DTL-DEPT-NAME
063700         MOVE WS-AFTER-AUTH TO REG-DTL-AUTH
063800     END-IF.
063900     MOVE WS-BEFORE-DEPT-NAME TO REG-DTL-PRIOR-NAME.
064000     MOVE WS-BEFORE-AUTH TO REG-DTL-PRIOR-AUTH.
064100     MOVE REG-DETAIL-LINE TO REGISTER-RPT-LINE.
064200     WRITE REGISTER-RPT-LINE.
064300     ADD 1 TO WS-REG-LINE-COUNT.
064400 4000-EXIT.
064500     EXIT.
064600*
064700******************************************************************
064800* 4100-PRINT-REGISTER-HEADERS - TITLE AND COLUMN HEADINGS
064900******************************************************************
065000 4100-PRINT-REGISTER-HEADERS.
065100     MOVE WS-RUN-DATE-EDIT TO REG-TL1-RUN-DATE.
065200     MOVE REG-TITLE-LINE-1 TO REGISTER-RPT-LINE.
065300     WRITE REGISTER-RPT-LINE.
065400     MOVE REG-COLUMN-HEADING-1 TO REGISTER-RPT-LINE.
065500     WRITE REGISTER-RPT-LINE.
065600     MOVE ZERO TO WS-REG-LINE-COUNT.
065700 4100-EXIT.
065800     EXIT.
065900*
066000******************************************************************
066100* 5000-PRINT-REJECT-LINE - REJECTED TRANSACTION LISTING; A
066200*                          REFUSED DELETE NAMES THE FIRST
066300*                          EMPLOYEE FOUND STILL IN THE DEPARTMENT
066400******************************************************************
066500 5000-PRINT-REJECT-LINE.
066600     IF WS-TRANS-REJECTED = 0
066700         PERFORM 5100-PRINT-REJECT-HEADERS
066800             THRU 5100-EXIT
066900     END-IF.
067000*
067100     MOVE SPACES TO RJT-DETAIL-LINE.
067200     MOVE WS-ACTION-DESC TO RJT-DTL-ACTION.
067300     MOVE DTR-DEPT-CODE TO RJT-DTL-DEPT-CODE.
067400     MOVE WS-REJECT-REASON-CODE TO RJT-DTL-REASON.
067500     MOVE WS-REJECT-REASON-TEXT TO RJT-DTL-REASON-TEXT.
067600     IF WS-REASON-EMPLOYEES-LEFT
067700         STRING 'FIRST EMPLOYEE FOUND: ' DELIMITED BY SIZE
067800                WS-ASSIGNED-EMP-ID DELIMITED BY SIZE
067900             INTO RJT-DTL-EMP-NOTE
068000         END-STRING
068100     END-IF.
068200     MOVE RJT-DETAIL-LINE TO REJECT-RPT-LINE.
068300     WRITE REJECT-RPT-LINE.
068400     ADD 1 TO WS-TRANS-REJECTED.
068500 5000-EXIT.
068600     EXIT.
068700*
068800******************************************************************
068900* 5100-PRINT-REJECT-HEADERS - TITLE AND COLUMN HEADINGS
069000******************************************************************
069100 5100-PRINT-REJECT-HEADERS.
069200     MOVE WS-RUN-DATE-EDIT TO RJT-TL1-RUN-DATE.
069300     MOVE RJT-TITLE-LINE-1 TO REJECT-RPT-LINE.
069400     WRITE REJECT-RPT-LINE.
069500     MOVE RJT-COLUMN-HEADING-1 TO REJECT-RPT-LINE.
069600     WRITE REJECT-RPT-LINE.
069700 5100-EXIT.
069800     EXIT.
069900*
070000******************************************************************
070100* 6000-WRITE-DEPT-HISTORY - DATED BEFORE/AFTER IMAGES OF THE
070200*                           APPLIED CHANGE TO THE DEPARTMENT
070300*                           HISTORY; NO AFTER IMAGE ON A DELETE
070400******************************************************************
070500 6000-WRITE-DEPT-HISTORY.
070600     ACCEPT WS-CURRENT-TIME FROM TIME.
070700     MOVE SPACES TO DEPT-HISTORY-RECORD.
070800     MOVE WS-CURRENT-DATE TO DHS-CHANGE-DATE.
070900     MOVE WS-CURRENT-TIME TO DHS-CHANGE-TIME.
071000     MOVE DTR-ACTION-CODE TO DHS-ACTION-CODE.
071100     SET DHS-SOURCE-BATCH TO TRUE.
071200     MOVE 'BATCH' TO DHS-OPERATOR.
071300     MOVE DTR-DEPT-CODE TO DHS-DEPT-CODE.
071400     MOVE WS-BEFORE-IMAGE TO DHS-BEFORE-IMAGE.
071500     IF NOT DTR-ACTION-DELETE
071600         MOVE WS-AFTER-IMAGE TO DHS-AFTER-IMAGE
071700     END-IF.
071800     WRITE DEPT-HISTORY-RECORD.
071810     IF NOT DPTHIST-OK
071820         SET WS-HISTORY-WRITE-FAILED TO TRUE
071830         MOVE '** DEPARTMENT HISTORY NOT WRITTEN -'
071840             TO REG-ERR-TEXT
071850         MOVE WS-DPTHIST-STATUS TO REG-ERR-STATUS
071860         MOVE REG-ERROR-LINE TO REGISTER-RPT-LINE
071870         WRITE REGISTER-RPT-LINE
071880         ADD 1 TO WS-REG-LINE-COUNT
071890     END-IF.
071900 6000-EXIT.
072000     EXIT.
072100*
072200******************************************************************
072300* 9000-TERMINATE - REGISTER TOTALS, CLOSE FILES, RETURN CODE
072400******************************************************************
072500 9000-TERMINATE.
072600     MOVE WS-TRANS-ADDED TO REG-TOT-ADDED.
072700     MOVE WS-TRANS-CHANGED TO REG-TOT-CHANGED.
072800     MOVE WS-TRANS-DELETED TO REG-TOT-DELETED.
072900     MOVE WS-TRANS-REJECTED TO REG-TOT-REJECTED.
073000     MOVE REG-TOTAL-LINE-1 TO REGISTER-RPT-LINE.
073100     WRITE REGISTER-RPT-LINE.
073200*
073300     CLOSE DEPT-REFERENCE.
073400     IF WS-NAMEMSTR-OPEN
073500         CLOSE NAME-MASTER
073600     END-IF.
073700     CLOSE DEPT-HISTORY.
073800     IF NOT DEPTTRN-NOT-PRESENT
073900         CLOSE DEPT-TRANS-FILE
074000     END-IF.
074100     CLOSE REGISTER-RPT.
074200     CLOSE REJECT-RPT.
074300*
074400     IF WS-HISTORY-WRITE-FAILED
074433         MOVE 12 TO RETURN-CODE
074466     ELSE
074499         IF WS-TRANS-REJECTED > 0
074532             MOVE 4 TO RETURN-CODE
074565         END-IF
074598     END-IF.
074700 9000-EXIT.
074800     EXIT.
